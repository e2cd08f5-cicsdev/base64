      *                both bytes of a two-byte UTF-8 sequence past
      *                Latin-1 when substituting, so the converted
      *                length no longer drifts by one per sequence.
      *    2026-10 IB  Carry the B64TRAN record's new TRANS-RESEND
      *                mark - a trans-id the front-end edit found
      *                already processed on an earlier night and let
      *                through as a deliberate resend - onto the
      *                audit trail, and widen the reject record to
      *                match.
      *    2026-10 IB  Stamp the run date on every B64KEYD record
      *                written, in the record's new KEYD-RUN-DATE, so
      *                the B64PURG housekeeping job can age it.
      *    2026-10 IB  Work out a SHA-256 digest (ICSF CSNBOWH) of the
      *                original raw payload at encode time and carry
      *                it on the B64OUT record's new OUT-DIGEST and in
      *                B64KEYD's KEYD-DIGEST.  A type-D record arriving
      *                with a TRANS-DIGEST has the payload it recovers
      *                (decoded, decrypted, unsqueezed and converted
      *                back) digested and held to it - a mismatch
      *                rejects with the new code 26, a CSNBOWH failure
      *                with 27.  SUMRPT counts the digests verified
      *                and the mismatches.  B64TRAN and B64OUT widen.
      *    2026-10 IB  Stamp the stream's run-control slot with the
      *                date and time it started and completed, and
      *                count reconcile mismatches on SUMRPT, for the
      *                B64STAT run-statistics history.
      *    2026-10 IB  Widen the audit record to 88 bytes for the user
      *                id of an action taken at a terminal - blank
      *                from the batch run.
      *    2026-10 IB  Apply the sender's defaults off the new B64ORGP
      *                originator profile master - variant, codepage,
      *                compression and sensitivity - to a record that
      *                leaves its own field blank, before falling back
      *                to the control card.  A master that will not
      *                open leaves the control card as the only
      *                default, as before.
      *    2026-10 IB  Stamp the variant each result was encoded in on
      *                its B64KEYD record (KEYD-VARIANT), so the key
      *                rotation job re-encodes it in the same one.
      *    2026-10 IB  A CSNBOWH failure on decoding a record that
      *                carries no digest is counted on the summary and
      *                the record passed - RC 27 only when there was a
      *                digest to check it against.
      *    2026-10 IB  A restarted stream leaves its RUNCTL start date
      *                and time as its first attempt set them.
      *    -------------------------------------------------------------

       environment division.
               record key is keyd-trans-id
               file status is keyed-file-status.

           select profile-file assign to B64ORGP
               organization is indexed
               access is random
               record key is orgp-originator
               file status is profile-file-status.

       data division.

       file section.
      *    variable length, correlated to its input by the trans-id
       fd  output-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on out-record-length
           label records standard.
       01  output-record.
       fd  rejects-file
           recording mode f
           label records standard.
       01  reject-record           pic x(5430).

      *    Originator profile master - each sender's processing
      *    defaults, read by the record's originator code
       fd  profile-file.
       01  profile-record.
           copy b64orgp.

      *    Per-record audit trail - one record per input transaction,
      *    the compliance evidence of what happened to each trans-id
           05  audit-return-code       pic 9(02).
           05  filler                  pic x(01).
           05  audit-originator        pic x(04).
           05  filler                  pic x(01).
           05  audit-resend            pic x(01).
           05  filler                  pic x(01).
           05  audit-user-id           pic x(08).
           05  filler                  pic x(04).

      *    Keyed results dataset - one record per encoded transaction,
      *    keyed on the trans-id, for random retrieval by downstream
      *        23  ICSF encrypt (CSNBSYE) failed
      *        24  ICSF decrypt (CSNBSYD) failed
      *        25  sensitive record but no encryption key configured
      *        26  recovered payload does not match its digest
      *        27  ICSF one-way hash (CSNBOWH) failed
      *        90  round-trip reconciliation mismatch (see RECONCILE-RC)
       01  final-rc            pic s9(8) binary value 0.
       01  rc-message          pic x(60).
       01  compressed-rec-count pic 9(9) comp-5 value 0.
       01  compress-bytes-raw  pic 9(13) comp-5 value 0.
       01  compress-bytes-sqz  pic 9(13) comp-5 value 0.
       01  digest-checked-count pic 9(9) comp-5 value 0.
       01  digest-mismatch-count pic 9(9) comp-5 value 0.
       01  digest-service-error-count pic 9(9) comp-5 value 0.

      *    Edited fields used to build the summary report lines
       01  ed-records-processed    pic zzzzzzzz9.
       01  ed-compressed-rec-count pic zzzzzzzz9.
       01  ed-compress-bytes-raw   pic zzzzzzzz9.
       01  ed-compress-bytes-sqz   pic zzzzzzzz9.
       01  ed-mismatch-count       pic zzzzzzzz9.
       01  ed-digest-checked-count pic zzzzzzzz9.
       01  ed-digest-mismatch-count pic zzzzzzzz9.
       01  ed-digest-service-error-count pic zzzzzzzz9.

      *    Run date and time, captured once at start of run and
      *    stamped on every audit trail record written by the run
       01  run-date-stamp          pic x(10).
       01  run-time-stamp          pic x(08).

      *    Date and time the run finished, stamped on the stream's
      *    run-control slot beside the start
       01  end-date-raw            pic 9(8).
       01  end-time-raw            pic 9(8).
       01  end-date-stamp          pic x(10).
       01  end-time-stamp          pic x(08).

      *    Disposition, output length and return code of the record
      *    currently in hand, gathered as it is processed and written
      *    to the audit trail once its fate is known, the result the
      *    result one B64OUT record can carry, and the position,
      *    length and number of the output segment in hand while an
      *    oversize result is being split into a chain of records
       01  out-prefix-length       pic 9(4) comp-5 value 162.
       01  out-result-max          pic 9(4) comp-5 value 5476.
       01  out-segment-offset      pic 9(9) comp-5.
       01  out-segment-length      pic 9(9) comp-5.
           05  crypt-error-switch  pic x(01) value 'N'.
               88  crypt-failed             value 'Y'.

      *    ICSF one-way hash (CSNBOWH) parameters - SHA-256 over the
      *    whole text in the one call, with the 32-byte hash it hands
      *    back - the digest of the record in hand rendered as 64 hex
      *    characters, the digest a type-D record arrived with, and
      *    the walk position through the hash while it is rendered
       01  icsf-hash-rule-count    pic s9(8) comp value 2.
       01  icsf-hash-rule-array    pic x(16) value 'SHA-256 ONLY    '.
       01  icsf-text-length        pic s9(8) comp.
       01  icsf-hash-chain-length  pic s9(8) comp value 128.
       01  icsf-hash-chain         pic x(128) value low-values.
       01  icsf-hash-length        pic s9(8) comp value 32.
       01  icsf-hash               pic x(32).
       01  record-digest           pic x(64).
       01  digest-claimed          pic x(64).
       01  digest-index            pic 9(9) comp-5.
       01  digest-position         pic 9(9) comp-5.

       01  wk-digest-switches.
           05  digest-error-switch pic x(01) value 'N'.
               88  digest-failed            value 'Y'.

      *    Codepage for the run, overridden by the control card,
      *    the codepage in effect for the record in hand once its
      *    own TRANS-CODEPAGE has been allowed to override the
           88  keyed-output-requested      value 'Y'.
       01  keyed-file-status       pic x(02) value '00'.

      *    Whether the originator profile master opened, whether the
      *    record in hand's sender has a profile, the sender whose
      *    profile is in hand (so a run of records from one sender
      *    reads it once), and the file status of the last read
       01  wk-profile-switches.
           05  profile-open-switch pic x(01) value 'N'.
               88  profile-open             value 'Y'.
           05  profile-found-switch pic x(01) value 'N'.
               88  profile-found            value 'Y'.
       01  profile-originator      pic x(04) value low-values.
       01  profile-file-status     pic x(02) value '00'.

      *    Set on immediately before the normal (not error-abort) exit
      *    from main processing, so BASE64-END knows whether it is safe
      *    to checkpoint the very last record processed
                  run-time-raw(5:2)
               delimited by size into run-time-stamp.

      *    The date and time the run finished, for the stream's
      *    run-control slot
       set-end-timestamp.

           accept end-date-raw from date yyyymmdd.
           accept end-time-raw from time.

           move spaces to end-date-stamp.
           string end-date-raw(1:4) '-'
                  end-date-raw(5:2) '-'
                  end-date-raw(7:2)
               delimited by size into end-date-stamp.

           move spaces to end-time-stamp.
           string end-time-raw(1:2) ':'
                  end-time-raw(3:2) ':'
                  end-time-raw(5:2)
               delimited by size into end-time-stamp.

      *    -------------------------------------------------------------

      *    Pick up how many records an earlier, interrupted run of this
               end-if
           end-if.

           open input profile-file.

           if profile-file-status = '00'
               set profile-open to true
           else
               display 'B64ORGP open failed - status '
                   profile-file-status ' - profile defaults off'
           end-if.

      *    A fresh run leads its output with the header control
      *    records - a restarted run's outputs already carry theirs
           if control-records-requested and restart-skip-count = 0
           move 0 to record-audit-rc.
           move 0 to record-raw-length.
           move 0 to record-squeezed-length.
           move spaces to record-digest.

      *    A chained segment is folded into the assembly buffer -
      *    only the record completing a logical transaction carries

           move payload-total-length to input-length.

      *    A setting the record leaves blank takes the sender's
      *    profile default, and failing that the control card's
           perform look-up-profile
               thru look-up-profile-exit.

           evaluate true
               when trans-variant-standard or trans-variant-mime
                       or trans-variant-urlsafe
                   move trans-variant to record-variant
               when profile-found and orgp-variant-valid
                   move orgp-variant to record-variant
               when other
                   move run-variant to record-variant
           end-evaluate.

           evaluate true
               when trans-binary-yes
                   move 'Y' to record-compress-switch
               when trans-compress-no
                   move 'N' to record-compress-switch
               when profile-found and orgp-compress = 'C'
                   move 'Y' to record-compress-switch
               when profile-found and orgp-compress = 'N'
                   move 'N' to record-compress-switch
               when other
                   move run-compress-switch to record-compress-switch
           end-evaluate.

           evaluate true
               when trans-sensitive-yes
                   move 'Y' to record-sensitive-switch
               when trans-sensitive-no
                   move 'N' to record-sensitive-switch
               when profile-found and orgp-sensitive = 'Y'
                   move 'Y' to record-sensitive-switch
               when other
                   move 'N' to record-sensitive-switch
           end-evaluate.

           evaluate true
               when trans-codepage = '819 ' or trans-codepage = '1208'
                       or trans-codepage = '037 '
                   move trans-codepage to record-codepage
               when profile-found and orgp-codepage-valid
                   move orgp-codepage to record-codepage
               when other
                   move run-codepage to record-codepage
           end-evaluate.

      *    A binary payload is never converted - it is not text in
      *    any codepage

      *    -------------------------------------------------------------

      *    Read the sender's profile - held over while the records
      *    keep coming from the same sender; a sender without one,
      *    or a run without the master, takes no profile defaults
       look-up-profile.

           if not profile-open
               go to look-up-profile-exit
           end-if.

           if trans-originator = profile-originator
               go to look-up-profile-exit
           end-if.

           move trans-originator to profile-originator.
           move 'N' to profile-found-switch.

           move trans-originator to orgp-originator.

           read profile-file
               invalid key
                   go to look-up-profile-exit
           end-read.

           if profile-file-status = '00'
               set profile-found to true
           end-if.

       look-up-profile-exit.
           exit.

      *    -------------------------------------------------------------

      *    Settle what the record in hand is - a whole transaction on
      *    its own, a chained segment to hold, or the last segment of
      *    a chain, whose reassembled payload is then ready - and
           move spaces to out-key-label.
           move 0 to out-raw-length.
           move 0 to out-compressed-length.
           move spaces to out-digest.
           move 0 to out-result-length.
           move spaces to out-result.
           move out-prefix-length to out-record-length.
           move spaces to out-codepage.
           move 0 to out-raw-length.
           move 0 to out-compressed-length.
           move spaces to out-digest.
           move spaces to out-result.
           string run-date-stamp ' ' run-time-stamp
               delimited by size into out-result.
           move spaces to out-codepage.
           move 0 to out-raw-length.
           move 0 to out-compressed-length.
           move spaces to out-digest.
           move spaces to out-result.
           move trailer-totals to out-result(1:22).
           move 22 to out-result-length.
           end-if.

           evaluate run-control-action
      *    A restarted stream keeps the start of its first attempt,
      *    so the night is timed from when it really began
               when 'S'
                   set rctl-stream-started to true
                   if restart-skip-count = 0
                       or rctl-start-date = spaces
                       move run-date-stamp to rctl-start-date
                       move run-time-stamp to rctl-start-time
                   end-if
               when 'C'
                   set rctl-stream-complete to true
                   move record-count to rctl-stream-records
                   perform set-end-timestamp
                   move end-date-stamp to rctl-end-date
                   move end-time-stamp to rctl-end-time
           end-evaluate.

           rewrite run-control-record.
           move spaces to keyed-record.
           move trans-id to keyd-trans-id.
           move trans-originator to keyd-originator.
           move run-date-stamp to keyd-run-date.
           move record-digest to keyd-digest.
           move record-variant to keyd-variant.

           if sensitive-record
               move run-key-label to keyd-key-label
           perform set-out-codepage.
           move record-raw-length to out-raw-length.
           move record-squeezed-length to out-compressed-length.
           perform set-out-digest.
           move record-length-out to out-result-length.
           move spaces to out-result.

           perform set-out-codepage.
           move record-raw-length to out-raw-length.
           move record-squeezed-length to out-compressed-length.
           perform set-out-digest.

           if out-segment-offset + out-segment-length
                   >= record-length-out
               move spaces to out-codepage
           end-if.

      *    Only a transaction that came through carries its payload
      *    digest - a skip or reject has no result for it to vouch
      *    for
       set-out-digest.

           if record-disposition = 'PROCESSED'
               or record-disposition = 'RECONCILE-MISMATCH'
               move record-digest to out-digest
           else
               move spaces to out-digest
           end-if.

      *    -------------------------------------------------------------

      *    Write the audit trail record for the transaction just
           move record-disposition to audit-disposition.
           move record-audit-rc to audit-return-code.
           move trans-originator to audit-originator.
           move trans-resend to audit-resend.

           write audit-record.

               go to encode-only-record-exit
           end-if.

      *    The digest is taken over the payload exactly as sent,
      *    before conversion, compression or encryption touch it
           perform digest-raw-payload
               thru digest-raw-payload-exit.

           if digest-failed
               perform reject-bad-record
               go to encode-only-record-exit
           end-if.

           perform prepare-encode-source
               thru prepare-encode-source-exit.

                   thru convert-result-inbound-exit
           end-if.

      *    The payload is now back in the form the encoding run
      *    digested it in, so it is digested the same way and held
      *    to the digest the record arrived with
           perform check-decoded-digest
               thru check-decoded-digest-exit.

           if digest-failed
               perform reject-bad-record
               go to decode-only-record-exit
           end-if.

           move decoded-total-length to record-raw-length.

           display 'Return code   : ' rc.
               go to round-trip-record-exit
           end-if.

      *    The digest is taken over the payload exactly as sent,
      *    before conversion, compression or encryption touch it
           perform digest-raw-payload
               thru digest-raw-payload-exit.

           if digest-failed
               perform reject-bad-record
               go to round-trip-record-exit
           end-if.

           perform prepare-encode-source
               thru prepare-encode-source-exit.


      *    -------------------------------------------------------------

      *    Digest the logical payload as sent, through ICSF, before
      *    anything is done to it - a bad ICSF return code rejects
      *    the record
       digest-raw-payload.

           move 'N' to digest-error-switch.

           move input-length to icsf-text-length.
           move low-values to icsf-hash-chain.

           call 'CSNBOWH' using
               icsf-return-code icsf-reason-code
               icsf-exit-length icsf-exit-data
               icsf-hash-rule-count icsf-hash-rule-array
               icsf-text-length payload-area
               icsf-hash-chain-length icsf-hash-chain
               icsf-hash-length icsf-hash.

           perform finish-digest
               thru finish-digest-exit.

       digest-raw-payload-exit.
           exit.

      *    Digest the fully recovered result the same way, and when
      *    the record came with a digest hold the two together -
      *    hex arriving in lower case is as good as upper
       check-decoded-digest.

           move 'N' to digest-error-switch.

           move decoded-total-length to icsf-text-length.
           move low-values to icsf-hash-chain.

           call 'CSNBOWH' using
               icsf-return-code icsf-reason-code
               icsf-exit-length icsf-exit-data
               icsf-hash-rule-count icsf-hash-rule-array
               icsf-text-length decoded-buffer
               icsf-hash-chain-length icsf-hash-chain
               icsf-hash-length icsf-hash.

      *    With no digest on the record there is nothing to hold the
      *    result to, so a CSNBOWH failure is counted and the record
      *    goes through
           if icsf-return-code not = 0 and trans-digest-none
               add 1 to digest-service-error-count
               move spaces to record-digest
               display 'CSNBOWH rc ' icsf-return-code
                   ' reason ' icsf-reason-code
                   ' - no digest to check, record passed'
               go to check-decoded-digest-exit
           end-if.

           perform finish-digest
               thru finish-digest-exit.

           if digest-failed or trans-digest-none
               go to check-decoded-digest-exit
           end-if.

           add 1 to digest-checked-count.

           move trans-digest to digest-claimed.
           inspect digest-claimed
               converting 'abcdef' to 'ABCDEF'.

           if digest-claimed not = record-digest
               set digest-failed to true
               add 1 to digest-mismatch-count
               move 26 to final-rc
               move 'Payload digest mismatch - altered since encoded'
                   to rc-message
           end-if.

       check-decoded-digest-exit.
           exit.

      *    Check the CSNBOWH return code and render the hash it
      *    handed back as the record's 64-character hex digest
       finish-digest.

           if icsf-return-code not = 0
               set digest-failed to true
               move 27 to final-rc
               move 'CSNBOWH error - payload digest not computed'
                   to rc-message
               display 'CSNBOWH rc ' icsf-return-code
                   ' reason ' icsf-reason-code
               go to finish-digest-exit
           end-if.

           move spaces to record-digest.

           perform render-digest-byte
               varying digest-index from 1 by 1
               until digest-index > icsf-hash-length.

       finish-digest-exit.
           exit.

       render-digest-byte.

           move 0 to hex-byte-pair.
           move icsf-hash(digest-index:1) to hex-byte.

           divide hex-byte-pair by 16
               giving hex-high-nibble
               remainder hex-low-nibble.

           compute digest-position = (digest-index - 1) * 2 + 1.

           move hex-digits(hex-high-nibble + 1:1)
               to record-digest(digest-position:1).
           move hex-digits(hex-low-nibble + 1:1)
               to record-digest(digest-position + 1:1).

      *    -------------------------------------------------------------

      *    Convert the EBCDIC logical payload out to the partner's
      *    codepage - one table byte for ISO-8859-1, with the
      *    Latin-1 range widening to two-byte sequences for UTF-8
               close keyed-file
           end-if.

           if profile-open
               close profile-file
           end-if.

           if rc = 0 and reconcile-mismatch
               then move reconcile-rc to rc.

           move spaces to keyed-record.
           move 'B64RUNSTAT' to keyd-trans-id.
           set keyd-status-processed to true.
           move run-date-stamp to keyd-run-date.
           move 107 to keyd-result-length.

           move run-date-stamp to stat-run-date.
               delimited by size into summary-record.
           write summary-record.

           move mismatch-count to ed-mismatch-count.
           move spaces to summary-record.
           string 'Reconcile mismatch : ' ed-mismatch-count
               delimited by size into summary-record.
           write summary-record.

           move compressed-rec-count to ed-compressed-rec-count.
           move spaces to summary-record.
           string 'Records squeezed   : ' ed-compressed-rec-count
           string 'Bytes post-squeeze : ' ed-compress-bytes-sqz
               delimited by size into summary-record.
           write summary-record.

           move digest-checked-count to ed-digest-checked-count.
           move spaces to summary-record.
           string 'Digests verified   : ' ed-digest-checked-count
               delimited by size into summary-record.
           write summary-record.

           move digest-mismatch-count to ed-digest-mismatch-count.
           move spaces to summary-record.
           string 'Digest mismatches  : ' ed-digest-mismatch-count
               delimited by size into summary-record.
           write summary-record.

           move digest-service-error-count
               to ed-digest-service-error-count.
           move spaces to summary-record.
           string 'Digests not taken  : '
               ed-digest-service-error-count
               delimited by size into summary-record.
           write summary-record.
