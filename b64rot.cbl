      *
      *    (C) Copyright IBM Corp. 2026
      *
       identification division.
       program-id.              B64ROT.
       author.                  Ian Burnett.
       installation.            CICS Performance, IBM Hursley.
       date-written.            October 2026.

      *    -------------------------------------------------------------
      *    Modification history
      *
      *    2026-10 IB  ICSF key rotation for the keyed results dataset
      *                (B64KEYD).  ROTCARD names the retiring key
      *                label (a FROM card) and its replacement (a TO
      *                card); every sensitive result stored under the
      *                retiring label is Base64-decoded, decrypted
      *                under it (CSNBSYD), encrypted under the new one
      *                (CSNBSYE), encoded again in the variant it was
      *                stored in and rewritten with the new label.
      *                The digest and run date are left as they were -
      *                the raw payload behind the result has not
      *                changed.  ROTCKPT holds the last trans-id done
      *                and the counts so far, so a rotation stopped
      *                part-way restarts after it; a completed
      *                rotation empties it.  ROTRPT shows the store by
      *                label before and after, every record rotated or
      *                not, and signs off only when nothing is left
      *                under the retiring label.  Ends RC 4 when
      *                records are left under it, RC 8 when the cards
      *                are unusable or the store would not open.
      *    2026-10 IB  Take the variant a result is stored in from its
      *                new KEYD-VARIANT byte, and settle it from the
      *                text only for a record written before the byte
      *                was kept - the variant used is then stamped on
      *                the rewritten record.
      *    -------------------------------------------------------------

       environment division.

       input-output section.

       file-control.
           select control-file assign to ROTCARD
               organization is sequential.

           select keyed-file assign to B64KEYD
               organization is indexed
               access is dynamic
               record key is keyd-trans-id
               file status is keyed-file-status.

           select profile-file assign to B64ORGP
               organization is indexed
               access is random
               record key is orgp-originator
               file status is profile-file-status.

           select checkpoint-file assign to ROTCKPT
               organization is sequential.

           select report-file assign to ROTRPT
               organization is sequential.

       data division.

       file section.

      *    Rotation cards - FROM names the retiring key label, TO the
      *    label the results move to, each in columns 6-69
       fd  control-file
           recording mode f
           label records standard.
       01  control-record.
           05  rot-card-type        pic x(04).
               88  rot-card-from            value 'FROM'.
               88  rot-card-to              value 'TO  '.
           05  filler               pic x(01).
           05  rot-card-label       pic x(64).
           05  filler               pic x(11).

      *    The keyed results dataset the main run loads
       fd  keyed-file.
       01  keyed-record.
           copy b64keyd.

      *    The originator profile master - a sender's default
      *    variant, for a result whose text does not show its own
       fd  profile-file.
       01  profile-record.
           copy b64orgp.

      *    Checkpoint - the rotation it belongs to, the last trans-id
      *    it finished with, and the counts as of then
       fd  checkpoint-file
           recording mode f
           label records standard.
       01  checkpoint-record.
           05  ckpt-from-label         pic x(64).
           05  ckpt-to-label           pic x(64).
           05  ckpt-last-key           pic x(10).
           05  ckpt-rotated-count      pic 9(9) comp-5.
           05  ckpt-failed-count       pic 9(9) comp-5.

      *    Rotation report - the store before and after, the records
      *    rotated or not, and the sign-off
       fd  report-file
           recording mode f
           label records standard.
       01  report-record           pic x(80).

       working-storage section.

      *    Reserved keyed-store key - the run-status record holds no
      *    result
       01  status-key          pic x(10) value 'B64RUNSTAT'.

      *    File status of the last keyed-store and profile operations
       01  keyed-file-status   pic x(02) value '00'.
       01  profile-file-status pic x(02) value '00'.

      *    Today's date, stamped on the report
       01  run-date-raw            pic 9(8).
       01  run-date-stamp          pic x(10).

      *    The retiring and new key labels off the cards
       01  from-label          pic x(64) value spaces.
       01  to-label            pic x(64) value spaces.

      *    Where a restarted rotation picks up, and how many records
      *    are rotated between checkpoints
       01  restart-key             pic x(10) value spaces.
       01  checkpoint-interval     pic 9(9) comp-5 value 100.
       01  checkpoint-due-count    pic 9(9) comp-5 value 0.

      *    The store by label - one column before the rotation, one
      *    after
       01  census-totals.
           05  census-entry occurs 2.
               10  cen-record-count    pic 9(9) comp-5.
               10  cen-from-count      pic 9(9) comp-5.
               10  cen-to-count        pic 9(9) comp-5.
               10  cen-other-count     pic 9(9) comp-5.
               10  cen-clear-count     pic 9(9) comp-5.
       01  census-index        pic 9(9) comp-5.
       01  census-before       pic 9(9) comp-5 value 1.
       01  census-after        pic 9(9) comp-5 value 2.

      *    Rotation counts - this run's, and those an interrupted
      *    run had reached before this one restarted
       01  rotated-count           pic 9(9) comp-5 value 0.
       01  failed-count            pic 9(9) comp-5 value 0.
       01  earlier-rotated-count   pic 9(9) comp-5 value 0.
       01  earlier-failed-count    pic 9(9) comp-5 value 0.
       01  profile-variant-count   pic 9(9) comp-5 value 0.
       01  inferred-variant-count  pic 9(9) comp-5 value 0.

      *    Why the record in hand could not be rotated
       01  failure-reason      pic x(50).

      *    BASE64E is called with at most this many bytes at a time,
      *    BASE64D with at most this many encoded bytes - whole
      *    Base64 groups either way, so the pieces concatenate
       01  encode-chunk-size   pic 9(4) comp-5 value 99.
       01  decode-chunk-size   pic 9(4) comp-5 value 96.

      *    Buffers and lengths for a single BASE64E or BASE64D call,
      *    and the position reached in the whole result
       01  input-data          pic x(100).
       01  output-data         pic x(140).
       01  output-length       pic 9(9) comp-5.
       01  decode-data         pic x(140).
       01  decode-output       pic x(140).
       01  decode-length       pic 9(9) comp-5.
       01  encoded-length      pic 9(9) comp-5.
       01  chunk-offset        pic 9(9) comp-5.
       01  chunk-length        pic 9(9) comp-5.
       01  bytes-remaining     pic 9(9) comp-5.
       01  call-rc             pic s9(8) binary value 0.
       01  ed-call-rc          pic z9.

      *    The whole result as stored and as decoded - the stored
      *    result is never longer than KEYD-RESULT, and the
      *    ciphertext under it no longer than three quarters of that
       01  encoded-buffer          pic x(5600).
       01  encoded-total-length    pic 9(9) comp-5.
       01  decoded-buffer          pic x(4224).
       01  decoded-total-length    pic 9(9) comp-5.

      *    The Base64 variant the result was stored in - MIME when
      *    the text carries line breaks, URL-safe when it carries
      *    that alphabet or has lost its padding, and otherwise the
      *    sender's profile default or standard - and the work areas
      *    for taking it off and putting it back
       01  record-variant          pic x(01).
           88  variant-mime                value 'M'.
           88  variant-urlsafe             value 'U'.
       01  variant-buffer          pic x(5600).
       01  variant-offset          pic 9(9) comp-5.
       01  variant-length          pic 9(9) comp-5.
       01  variant-line-length     pic 9(9) comp-5.
       01  variant-pad-remainder   pic 9(9) comp-5.
       01  variant-pad-count       pic 9(9) comp-5.
       01  variant-tally           pic 9(9) comp-5.
       01  mime-line-width         pic 9(4) comp-5 value 76.
       01  mime-line-break         pic x(02) value x'0d25'.
       01  mime-cr                 pic x(01) value x'0d'.
       01  mime-lf                 pic x(01) value x'25'.

      *    ICSF symmetric encipher/decipher (CSNBSYE/CSNBSYD)
      *    parameters - the same AES CBC, PKCS padding, null IV
      *    rules the main run encrypts under, so a result rotated
      *    here decrypts there under the new label
       01  icsf-return-code        pic s9(8) comp.
       01  icsf-reason-code        pic s9(8) comp.
       01  icsf-exit-length        pic s9(8) comp value 0.
       01  icsf-exit-data          pic x(04) value low-values.
       01  icsf-rule-count         pic s9(8) comp value 4.
       01  icsf-rule-array         pic x(32)
           value 'AES     CBC     PKCS-PADKEYIDENT'.
       01  icsf-key-length         pic s9(8) comp value 64.
       01  icsf-key-identifier     pic x(64).
       01  icsf-key-parms-length   pic s9(8) comp value 0.
       01  icsf-key-parms          pic x(04) value low-values.
       01  icsf-block-size         pic s9(8) comp value 16.
       01  icsf-iv-length          pic s9(8) comp value 16.
       01  icsf-iv                 pic x(16) value low-values.
       01  icsf-chain-length       pic s9(8) comp value 32.
       01  icsf-chain-data         pic x(32) value low-values.
       01  icsf-clear-length       pic s9(8) comp.
       01  icsf-cipher-length      pic s9(8) comp.
       01  icsf-opt-length         pic s9(8) comp value 0.
       01  icsf-opt-data           pic x(04) value low-values.
       01  crypt-buffer            pic x(4224).
       01  ed-icsf-return-code     pic z9.
       01  ed-icsf-reason-code     pic zzzz9.

      *    Edited fields used to build the report lines
       01  ed-before               pic zzzzzzzz9.
       01  ed-after                pic zzzzzzzz9.
       01  ed-count                pic zzzzzzzz9.
       01  ed-length               pic zzzz9.

      *    Switches - end of the cards and the store, whether the
      *    store and the profile master opened, the record in hand
      *    failed, the restart's checkpoint matched these cards, and
      *    the cards were usable
       01  wk-switches.
           05  control-eof-switch  pic x(01) value 'N'.
               88  control-eof              value 'Y'.
           05  keyed-eof-switch    pic x(01) value 'N'.
               88  keyed-eof                value 'Y'.
           05  keyed-open-switch   pic x(01) value 'N'.
               88  keyed-open               value 'Y'.
           05  profile-open-switch pic x(01) value 'N'.
               88  profile-open             value 'Y'.
           05  rotate-fail-switch  pic x(01) value 'N'.
               88  rotate-failed            value 'Y'.
           05  restart-switch      pic x(01) value 'N'.
               88  restarting               value 'Y'.
           05  cards-ok-switch     pic x(01) value 'N'.
               88  cards-ok                 value 'Y'.
           05  pad-strip-switch    pic x(01) value 'N'.
               88  pad-strip-done           value 'Y'.

      *    Return code - 0 when nothing is left under the retiring
      *    label, 4 when records are, 8 when the cards are unusable
      *    or the store would not open
       01  rc                  pic s9(8) binary value 0.
       01  left-behind-rc      pic s9(8) binary value 4.
       01  rotate-error-rc     pic s9(8) binary value 8.

       procedure division.

       main-processing section.

      *    -------------------------------------------------------------

           perform set-run-date.

           open output report-file.

           perform read-rotation-cards
               thru read-rotation-cards-exit.

           if not cards-ok
               move rotate-error-rc to rc
               go to b64rot-end
           end-if.

           perform read-restart-checkpoint.

           open i-o keyed-file.

           if keyed-file-status not = '00'
               display 'B64KEYD open failed - status '
                   keyed-file-status
               move rotate-error-rc to rc
               go to b64rot-end
           end-if.

           set keyed-open to true.

           open input profile-file.

           if profile-file-status = '00'
               set profile-open to true
           else
               display 'B64ORGP open failed - status '
                   profile-file-status ' - no profile variants'
           end-if.

           move census-before to census-index.
           perform take-census
               thru take-census-exit.

           perform rotate-store
               thru rotate-store-exit.

           move census-after to census-index.
           perform take-census
               thru take-census-exit.

      *    The rotation ran to the end of the store - the next one
      *    starts from the front
           open output checkpoint-file.
           close checkpoint-file.

           perform write-rotation-totals.

           go to b64rot-end.

      *    -------------------------------------------------------------

      *    Today's date, stamped on the report
       set-run-date.

           accept run-date-raw from date yyyymmdd.

           move spaces to run-date-stamp.
           string run-date-raw(1:4) '-'
                  run-date-raw(5:2) '-'
                  run-date-raw(7:2)
               delimited by size into run-date-stamp.

           display 'Run date      : ' run-date-stamp.

           move spaces to report-record.
           string 'Key rotation run for ' run-date-stamp
               delimited by size into report-record.
           write report-record.

      *    -------------------------------------------------------------

      *    Pick up the retiring and new labels - both are needed,
      *    and they must differ
       read-rotation-cards.

           open input control-file.

           perform read-rotation-card
               thru read-rotation-card-exit
               until control-eof.

           close control-file.

           move spaces to report-record.
           string 'Retiring label  : ' from-label(1:50)
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           string '                  ' from-label(51:14)
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           string 'New label       : ' to-label(1:50)
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           string '                  ' to-label(51:14)
               delimited by size into report-record.
           write report-record.

           if from-label = spaces or to-label = spaces
               move spaces to report-record
               string 'ROTCARD needs a FROM and a TO card - '
                   'nothing rotated'
                   delimited by size into report-record
               write report-record
               display 'ROTCARD needs a FROM and a TO card'
               go to read-rotation-cards-exit
           end-if.

           if from-label = to-label
               move spaces to report-record
               string 'FROM and TO name the same label - '
                   'nothing rotated'
                   delimited by size into report-record
               write report-record
               display 'FROM and TO name the same label'
               go to read-rotation-cards-exit
           end-if.

           set cards-ok to true.

       read-rotation-cards-exit.
           exit.

       read-rotation-card.

           read control-file
               at end
                   set control-eof to true
           end-read.

           if control-eof
               go to read-rotation-card-exit
           end-if.

           evaluate true
               when rot-card-from
                   move rot-card-label to from-label
               when rot-card-to
                   move rot-card-label to to-label
               when other
                   display 'ROTCARD card ' rot-card-type
                       ' not FROM or TO - ignored'
           end-evaluate.

       read-rotation-card-exit.
           exit.

      *    -------------------------------------------------------------

      *    A checkpoint left by an interrupted run of this same
      *    rotation means starting after the last trans-id it
      *    finished with - one from a different rotation is ignored
       read-restart-checkpoint.

           move spaces to ckpt-from-label.
           move spaces to ckpt-to-label.
           move spaces to ckpt-last-key.
           move 0 to ckpt-rotated-count.
           move 0 to ckpt-failed-count.

           open input checkpoint-file.

           read checkpoint-file
               at end
                   continue
           end-read.

           close checkpoint-file.

           if ckpt-last-key not = spaces
               and ckpt-from-label = from-label
               and ckpt-to-label = to-label
               set restarting to true
               move ckpt-last-key to restart-key
               move ckpt-rotated-count to earlier-rotated-count
               move ckpt-failed-count to earlier-failed-count
               display 'Restarting after trans-id ' restart-key
               move spaces to report-record
               string 'Restarted after trans-id ' restart-key
                   delimited by size into report-record
               write report-record
           end-if.

       write-checkpoint.

           move from-label to ckpt-from-label.
           move to-label to ckpt-to-label.
           move keyd-trans-id to ckpt-last-key.
           compute ckpt-rotated-count =
               earlier-rotated-count + rotated-count.
           compute ckpt-failed-count =
               earlier-failed-count + failed-count.

           open output checkpoint-file.

           write checkpoint-record.

           close checkpoint-file.

      *    -------------------------------------------------------------

      *    Count the store by label, front to back
       take-census.

           move 0 to cen-record-count(census-index).
           move 0 to cen-from-count(census-index).
           move 0 to cen-to-count(census-index).
           move 0 to cen-other-count(census-index).
           move 0 to cen-clear-count(census-index).

           move 'N' to keyed-eof-switch.
           move low-values to keyd-trans-id.

           start keyed-file
               key >= keyd-trans-id
               invalid key
                   set keyed-eof to true
           end-start.

           perform census-record
               thru census-record-exit
               until keyed-eof.

       take-census-exit.
           exit.

       census-record.

           read keyed-file next record
               at end
                   set keyed-eof to true
           end-read.

           if keyed-eof
               go to census-record-exit
           end-if.

           if keyd-trans-id = status-key
               go to census-record-exit
           end-if.

           add 1 to cen-record-count(census-index).

           evaluate true
               when keyd-key-label = spaces
                   add 1 to cen-clear-count(census-index)
               when keyd-key-label = from-label
                   add 1 to cen-from-count(census-index)
               when keyd-key-label = to-label
                   add 1 to cen-to-count(census-index)
               when other
                   add 1 to cen-other-count(census-index)
           end-evaluate.

       census-record-exit.
           exit.

      *    -------------------------------------------------------------

      *    Walk the store from the front - or from after the
      *    restart key - rotating every result under the retiring
      *    label
       rotate-store.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string 'Trans-id   Orig  Length  Result'
               delimited by size into report-record.
           write report-record.

           move 'N' to keyed-eof-switch.

           if restarting
               move restart-key to keyd-trans-id
               start keyed-file
                   key > keyd-trans-id
                   invalid key
                       set keyed-eof to true
               end-start
           else
               move low-values to keyd-trans-id
               start keyed-file
                   key >= keyd-trans-id
                   invalid key
                       set keyed-eof to true
               end-start
           end-if.

           perform rotate-next-record
               thru rotate-next-record-exit
               until keyed-eof.

       rotate-store-exit.
           exit.

       rotate-next-record.

           read keyed-file next record
               at end
                   set keyed-eof to true
           end-read.

           if keyed-eof
               go to rotate-next-record-exit
           end-if.

           if keyd-trans-id = status-key
               or keyd-key-label not = from-label
               go to rotate-next-record-exit
           end-if.

           perform rotate-record
               thru rotate-record-exit.

           move keyd-result-length to ed-length.
           move spaces to report-record.

           if rotate-failed
               add 1 to failed-count
               string keyd-trans-id ' ' keyd-originator '  '
                   ed-length '   NOT ROTATED - ' failure-reason
                   delimited by size into report-record
               display 'Trans-id ' keyd-trans-id ' not rotated - '
                   failure-reason
           else
               add 1 to rotated-count
               string keyd-trans-id ' ' keyd-originator '  '
                   ed-length '   rotated, variant ' record-variant
                   delimited by size into report-record
           end-if.

           write report-record.

           add 1 to checkpoint-due-count.

           if checkpoint-due-count >= checkpoint-interval
               perform write-checkpoint
               move 0 to checkpoint-due-count
           end-if.

       rotate-next-record-exit.
           exit.

      *    -------------------------------------------------------------

      *    Take the result back to its ciphertext, move that from
      *    the retiring key to the new one, and put the result back
      *    together in the variant it came in.  Any step that fails
      *    leaves the record as it was.
       rotate-record.

           move 'N' to rotate-fail-switch.
           move spaces to failure-reason.

           if keyd-result-length = 0
               or keyd-result-length > length of keyd-result
               set rotate-failed to true
               move 'Result length unusable' to failure-reason
               go to rotate-record-exit
           end-if.

           move keyd-result-length to encoded-total-length.
           move spaces to encoded-buffer.
           move keyd-result(1:encoded-total-length)
               to encoded-buffer(1:encoded-total-length).

           perform infer-variant
               thru infer-variant-exit.

           perform apply-decode-variant.

           perform decode-result.

           if call-rc not = 0
               set rotate-failed to true
               move call-rc to ed-call-rc
               string 'BASE64D rc ' ed-call-rc
                   ' - result is not Base64'
                   delimited by size into failure-reason
               go to rotate-record-exit
           end-if.

           perform decrypt-under-retiring-label
               thru decrypt-under-retiring-label-exit.

           if rotate-failed
               go to rotate-record-exit
           end-if.

           perform encrypt-under-new-label
               thru encrypt-under-new-label-exit.

           if rotate-failed
               go to rotate-record-exit
           end-if.

           perform encode-result.

           if call-rc not = 0
               set rotate-failed to true
               move call-rc to ed-call-rc
               string 'BASE64E rc ' ed-call-rc
                   ' - result not re-encoded'
                   delimited by size into failure-reason
               go to rotate-record-exit
           end-if.

           perform apply-encode-variant.

           if encoded-total-length > length of keyd-result
               set rotate-failed to true
               move 'Rotated result exceeds the keyed record'
                   to failure-reason
               go to rotate-record-exit
           end-if.

           move spaces to keyd-result.
           move encoded-buffer(1:encoded-total-length)
               to keyd-result(1:encoded-total-length).
           move encoded-total-length to keyd-result-length.
           move to-label to keyd-key-label.
           move record-variant to keyd-variant.

           rewrite keyed-record
               invalid key
                   continue
           end-rewrite.

           if keyed-file-status not = '00'
               set rotate-failed to true
               string 'B64KEYD rewrite failed - status '
                   keyed-file-status
                   delimited by size into failure-reason
           end-if.

       rotate-record-exit.
           exit.

      *    -------------------------------------------------------------

      *    Settle the variant the stored text is in - the one the
      *    main run stamped on the record.  A record written before
      *    the variant was kept has it settled from the text: text
      *    with neither line breaks, the URL-safe alphabet nor
      *    missing padding reads the same in every variant, so it
      *    takes the sender's profile default when there is one -
      *    the new ciphertext may well need the characters this one
      *    did not
       infer-variant.

           if keyd-variant-standard or keyd-variant-mime
               or keyd-variant-urlsafe
               move keyd-variant to record-variant
               go to infer-variant-exit
           end-if.

           add 1 to inferred-variant-count.

           move 'S' to record-variant.

           move 0 to variant-tally.
           inspect encoded-buffer(1:encoded-total-length)
               tallying variant-tally for all mime-cr
                                          all mime-lf.

           if variant-tally > 0
               move 'M' to record-variant
               go to infer-variant-exit
           end-if.

           move 0 to variant-tally.
           inspect encoded-buffer(1:encoded-total-length)
               tallying variant-tally for all '-' all '_'.

           divide encoded-total-length by 4
               giving variant-offset
               remainder variant-pad-remainder.

           if variant-tally > 0 or variant-pad-remainder > 0
               move 'U' to record-variant
               go to infer-variant-exit
           end-if.

           if not profile-open
               go to infer-variant-exit
           end-if.

           move keyd-originator to orgp-originator.

           read profile-file
               invalid key
                   go to infer-variant-exit
           end-read.

           if profile-file-status = '00'
               and (orgp-variant = 'M' or orgp-variant = 'U')
               move orgp-variant to record-variant
               add 1 to profile-variant-count
           end-if.

       infer-variant-exit.
           exit.

      *    -------------------------------------------------------------

      *    Normalize the stored text back to the raw form BASE64D
      *    speaks - MIME line breaks come out, the URL-safe alphabet
      *    goes back and the padding goes back on
       apply-decode-variant.

           evaluate true
               when variant-mime
                   perform unwrap-mime-lines
               when variant-urlsafe
                   perform undo-urlsafe
               when other
                   continue
           end-evaluate.

       unwrap-mime-lines.

           move 0 to variant-length.
           move spaces to variant-buffer.

           perform unwrap-mime-char
               varying variant-offset from 1 by 1
               until variant-offset > encoded-total-length.

           move spaces to encoded-buffer.

           if variant-length > 0
               move variant-buffer(1:variant-length)
                   to encoded-buffer(1:variant-length)
           end-if.

           move variant-length to encoded-total-length.

       unwrap-mime-char.

           if encoded-buffer(variant-offset:1) not = mime-cr
               and encoded-buffer(variant-offset:1) not = mime-lf
               add 1 to variant-length
               move encoded-buffer(variant-offset:1)
                   to variant-buffer(variant-length:1)
           end-if.

       undo-urlsafe.

           inspect encoded-buffer(1:encoded-total-length)
               converting '-_' to '+/'.

           divide encoded-total-length by 4
               giving variant-offset
               remainder variant-pad-remainder.

           if variant-pad-remainder > 0
               compute variant-pad-count = 4 - variant-pad-remainder
               move all '='
                   to encoded-buffer(encoded-total-length + 1:
                       variant-pad-count)
               add variant-pad-count to encoded-total-length
           end-if.

      *    Put the re-encoded text back into the stored variant -
      *    MIME wraps it into 76-character lines, URL-safe swaps the
      *    alphabet and drops the padding
       apply-encode-variant.

           evaluate true
               when variant-mime
                   perform wrap-mime-lines
               when variant-urlsafe
                   perform make-urlsafe
               when other
                   continue
           end-evaluate.

       wrap-mime-lines.

           move 0 to variant-offset.
           move 0 to variant-length.
           move spaces to variant-buffer.

           perform wrap-mime-line
               until variant-offset >= encoded-total-length.

           move spaces to encoded-buffer.
           move variant-buffer(1:variant-length)
               to encoded-buffer(1:variant-length).
           move variant-length to encoded-total-length.

       wrap-mime-line.

           compute bytes-remaining =
               encoded-total-length - variant-offset.

           if bytes-remaining > mime-line-width
               move mime-line-width to variant-line-length
           else
               move bytes-remaining to variant-line-length
           end-if.

           move encoded-buffer(variant-offset + 1:variant-line-length)
               to variant-buffer(variant-length + 1:
                   variant-line-length).
           add variant-line-length to variant-length.
           add variant-line-length to variant-offset.

           if variant-offset < encoded-total-length
               move mime-line-break
                   to variant-buffer(variant-length + 1:2)
               add 2 to variant-length
           end-if.

       make-urlsafe.

           inspect encoded-buffer(1:encoded-total-length)
               converting '+/' to '-_'.

           move 'N' to pad-strip-switch.

           perform strip-trailing-pad
               until pad-strip-done.

       strip-trailing-pad.

           if encoded-total-length = 0
               set pad-strip-done to true
           else
               if encoded-buffer(encoded-total-length:1) = '='
                   subtract 1 from encoded-total-length
               else
                   set pad-strip-done to true
               end-if
           end-if.

      *    -------------------------------------------------------------

      *    Decode the normalized text into DECODED-BUFFER a chunk
      *    at a time
       decode-result.

           move 0 to chunk-offset.
           move 0 to decoded-total-length.
           move 0 to call-rc.
           move spaces to decoded-buffer.

           perform decode-chunk
               until chunk-offset >= encoded-total-length
                   or call-rc not = 0.

       decode-chunk.

           compute bytes-remaining =
               encoded-total-length - chunk-offset.

           if bytes-remaining > decode-chunk-size
               move decode-chunk-size to chunk-length
           else
               move bytes-remaining to chunk-length
           end-if.

           move spaces to decode-data.
           move encoded-buffer(chunk-offset + 1:chunk-length)
               to decode-data(1:chunk-length).
           move chunk-length to encoded-length.

           move spaces to decode-output.
           move length of decode-output to decode-length.

           call 'BASE64D' using
               by reference decode-data
               by content encoded-length
               by reference decode-output decode-length
               returning call-rc.

           if call-rc = 0
               if decoded-total-length + decode-length
                       > length of decoded-buffer
                   move 4 to call-rc
               else
                   move decode-output(1:decode-length)
                       to decoded-buffer(decoded-total-length + 1:
                           decode-length)
                   add decode-length to decoded-total-length
                   add chunk-length to chunk-offset
               end-if
           end-if.

      *    Encode the new ciphertext in DECODED-BUFFER back into
      *    ENCODED-BUFFER a chunk at a time
       encode-result.

           move 0 to chunk-offset.
           move 0 to encoded-total-length.
           move 0 to call-rc.
           move spaces to encoded-buffer.

           perform encode-chunk
               until chunk-offset >= decoded-total-length
                   or call-rc not = 0.

       encode-chunk.

           compute bytes-remaining =
               decoded-total-length - chunk-offset.

           if bytes-remaining > encode-chunk-size
               move encode-chunk-size to chunk-length
           else
               move bytes-remaining to chunk-length
           end-if.

           move spaces to input-data.
           move decoded-buffer(chunk-offset + 1:chunk-length)
               to input-data(1:chunk-length).

           move spaces to output-data.
           move length of output-data to output-length.

           call 'BASE64E' using
               by reference input-data
               by content chunk-length
               by reference output-data output-length
               returning call-rc.

           if call-rc = 0
               move output-data(1:output-length)
                   to encoded-buffer(encoded-total-length + 1:
                       output-length)
               add output-length to encoded-total-length
               add chunk-length to chunk-offset
           end-if.

      *    -------------------------------------------------------------

      *    Decrypt the ciphertext in DECODED-BUFFER under the
      *    retiring label, leaving the clear bytes there
       decrypt-under-retiring-label.

           move from-label to icsf-key-identifier.
           move decoded-total-length to icsf-cipher-length.
           move length of crypt-buffer to icsf-clear-length.
           move low-values to icsf-chain-data.

           call 'CSNBSYD' using
               icsf-return-code icsf-reason-code
               icsf-exit-length icsf-exit-data
               icsf-rule-count icsf-rule-array
               icsf-key-length icsf-key-identifier
               icsf-key-parms-length icsf-key-parms
               icsf-block-size
               icsf-iv-length icsf-iv
               icsf-chain-length icsf-chain-data
               icsf-cipher-length decoded-buffer
               icsf-clear-length crypt-buffer
               icsf-opt-length icsf-opt-data.

           if icsf-return-code not = 0
               set rotate-failed to true
               move icsf-return-code to ed-icsf-return-code
               move icsf-reason-code to ed-icsf-reason-code
               string 'CSNBSYD rc ' ed-icsf-return-code
                   ' reason ' ed-icsf-reason-code
                   delimited by size into failure-reason
               go to decrypt-under-retiring-label-exit
           end-if.

           move spaces to decoded-buffer.
           move crypt-buffer(1:icsf-clear-length)
               to decoded-buffer(1:icsf-clear-length).
           move icsf-clear-length to decoded-total-length.

       decrypt-under-retiring-label-exit.
           exit.

      *    Encrypt the clear bytes in DECODED-BUFFER under the new
      *    label, leaving the new ciphertext there
       encrypt-under-new-label.

           move to-label to icsf-key-identifier.
           move decoded-total-length to icsf-clear-length.
           move length of crypt-buffer to icsf-cipher-length.
           move low-values to icsf-chain-data.

           call 'CSNBSYE' using
               icsf-return-code icsf-reason-code
               icsf-exit-length icsf-exit-data
               icsf-rule-count icsf-rule-array
               icsf-key-length icsf-key-identifier
               icsf-key-parms-length icsf-key-parms
               icsf-block-size
               icsf-iv-length icsf-iv
               icsf-chain-length icsf-chain-data
               icsf-clear-length decoded-buffer
               icsf-cipher-length crypt-buffer
               icsf-opt-length icsf-opt-data.

           if icsf-return-code not = 0
               set rotate-failed to true
               move icsf-return-code to ed-icsf-return-code
               move icsf-reason-code to ed-icsf-reason-code
               string 'CSNBSYE rc ' ed-icsf-return-code
                   ' reason ' ed-icsf-reason-code
                   delimited by size into failure-reason
               go to encrypt-under-new-label-exit
           end-if.

           move spaces to decoded-buffer.
           move crypt-buffer(1:icsf-cipher-length)
               to decoded-buffer(1:icsf-cipher-length).
           move icsf-cipher-length to decoded-total-length.

       encrypt-under-new-label-exit.
           exit.

      *    -------------------------------------------------------------

      *    The store by label before and after, the rotation counts
      *    and the sign-off security checks
       write-rotation-totals.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string '                            before     after'
               delimited by size into report-record.
           write report-record.

           move cen-record-count(census-before) to ed-before.
           move cen-record-count(census-after) to ed-after.
           move spaces to report-record.
           string 'Records on B64KEYD      : ' ed-before ' ' ed-after
               delimited by size into report-record.
           write report-record.

           move cen-from-count(census-before) to ed-before.
           move cen-from-count(census-after) to ed-after.
           move spaces to report-record.
           string 'Under the retiring label: ' ed-before ' ' ed-after
               delimited by size into report-record.
           write report-record.

           move cen-to-count(census-before) to ed-before.
           move cen-to-count(census-after) to ed-after.
           move spaces to report-record.
           string 'Under the new label     : ' ed-before ' ' ed-after
               delimited by size into report-record.
           write report-record.

           move cen-other-count(census-before) to ed-before.
           move cen-other-count(census-after) to ed-after.
           move spaces to report-record.
           string 'Under other labels      : ' ed-before ' ' ed-after
               delimited by size into report-record.
           write report-record.

           move cen-clear-count(census-before) to ed-before.
           move cen-clear-count(census-after) to ed-after.
           move spaces to report-record.
           string 'Not encrypted           : ' ed-before ' ' ed-after
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           write report-record.

           move rotated-count to ed-count.
           move spaces to report-record.
           string 'Rotated this run        : ' ed-count
               delimited by size into report-record.
           write report-record.

           move failed-count to ed-count.
           move spaces to report-record.
           string 'Not rotated this run    : ' ed-count
               delimited by size into report-record.
           write report-record.

           if restarting
               move earlier-rotated-count to ed-count
               move spaces to report-record
               string 'Rotated before restart  : ' ed-count
                   delimited by size into report-record
               write report-record
               move earlier-failed-count to ed-count
               move spaces to report-record
               string 'Not rotated before it   : ' ed-count
                   delimited by size into report-record
               write report-record
           end-if.

           move inferred-variant-count to ed-count.
           move spaces to report-record.
           string 'Variant settled by text : ' ed-count
               delimited by size into report-record.
           write report-record.

           move profile-variant-count to ed-count.
           move spaces to report-record.
           string 'Variant from profile    : ' ed-count
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           if cen-from-count(census-after) = 0
               string 'Signed off - no record left under the '
                   'retiring label'
                   delimited by size into report-record
           else
               move cen-from-count(census-after) to ed-count
               string 'NOT SIGNED OFF - ' ed-count
                   ' record(s) still under the retiring label'
                   delimited by size into report-record
               move left-behind-rc to rc
           end-if.
           write report-record.

      *    -------------------------------------------------------------

       b64rot-end.

           if keyed-open
               close keyed-file
           end-if.

           if profile-open
               close profile-file
           end-if.

           close report-file.

           display 'Rotated       : ' rotated-count.
           display 'Not rotated   : ' failed-count.

           move rc to return-code.
           goback.
