      *                ORIGCARD an OPTIONAL file, so a missing DD
      *                really does leave the originator check off
      *                instead of failing the open.
      *    2026-10 IB  Catch a trans-id already processed on an
      *                earlier night - a sender retransmitting an old
      *                file had the main run re-encode it, rewrite
      *                B64KEYD and count the volume twice.  Each
      *                transaction is looked up on the audit history
      *                (AUDHIST) and the keyed results dataset
      *                (B64KEYD), and the run's replay policy off the
      *                new EDITCARD decides its fate: R bounces it to
      *                EXCPTOUT (error 16), M passes it through with
      *                the B64TRAN record's new TRANS-RESEND byte set
      *                as a deliberate resend, A allows it through
      *                unmarked.  A chain shares the fate of its
      *                first segment.  EDITRPT gets a replay section
      *                with counts by originator.  A store that will
      *                not open leaves its half of the check off.
      *    2026-10 IB  Widen the clean and exception records for the
      *                B64TRAN record's new TRANS-DIGEST.
      *    2026-10 IB  Check each sender against the new B64ORGP
      *                originator profile master.  While the master
      *                is available it is the list of known senders
      *                (error 13 for a sender without a profile) in
      *                place of ORIGCARD, every record from a
      *                suspended sender is refused (error 17), and a
      *                sender's transactions past its maximum daily
      *                volume are refused (error 18), a chain with
      *                its first segment.  EDITRPT counts both and
      *                names the senders held at their cap.  Without
      *                the master the ORIGCARD check runs as before.
      *    2026-10 IB  Scan every type-E payload not marked sensitive
      *                - on the record or by its sender's profile -
      *                for card numbers (13 to 19 digits, single
      *                blanks or hyphens between, passing the Luhn
      *                check) and for the patterns compliance lists
      *                on the new CHDCARD.  The card policy in column
      *                3 of EDITCARD decides a hit's fate: E forces
      *                the record sensitive so the main run encrypts
      *                it, R bounces it to EXCPTOUT (error 19), P
      *                reports it only.  The records after the first
      *                of a chain follow the first - and a hit found
      *                only after a chain's first segment went clear
      *                is bounced, as the chain can no longer be
      *                encrypted whole.  Every hit goes on the new
      *                CHDRPT compliance report by originator and
      *                trans-id with its value masked.
      *    2026-10 IB  Count a capped sender's transaction against its
      *                daily volume only once it has passed every
      *                check, the cardholder scan included.
      *    2026-10 IB  Count a replay on EDITRPT only when the record
      *                was not already refused for another reason,
      *                and keep the compliance pattern scan of an
      *                over-length payload within the payload field.
      *    2026-10 IB  Try every 13 to 19 digit stretch of a run that
      *                starts and ends on a digit group, so a card
      *                number beside an expiry date or a reference is
      *                found.  Under card policy E a hit first found
      *                in a later chain segment forces that segment
      *                and the rest sensitive in place of bouncing
      *                them - the main run takes the setting from the
      *                segment completing the chain.
      *    -------------------------------------------------------------

       environment division.
           select optional originator-file assign to ORIGCARD
               organization is sequential.

           select optional control-file assign to EDITCARD
               organization is sequential.

           select optional pattern-file assign to CHDCARD
               organization is sequential.

           select compliance-file assign to CHDRPT
               organization is sequential.

           select history-file assign to AUDHIST
               organization is indexed
               access is dynamic
               record key is audh-key
               file status is history-file-status.

           select keyed-file assign to B64KEYD
               organization is indexed
               access is random
               record key is keyd-trans-id
               file status is keyed-file-status.

           select profile-file assign to B64ORGP
               organization is indexed
               access is random
               record key is orgp-originator
               file status is profile-file-status.

       data division.

       file section.
       fd  clean-file
           recording mode f
           label records standard.
       01  clean-record            pic x(5430).

      *    Failing records - the B64TRAN image with the first error
      *    found, for bouncing the file back to the sending system
           recording mode f
           label records standard.
       01  exception-record.
           05  exception-tran          pic x(5430).
           05  exception-error-code    pic 9(02).
           05  filler                  pic x(01).
           05  exception-message       pic x(60).
           05  orig-name               pic x(30).
           05  filler                  pic x(45).

      *    Control card - the run's replay policy for a trans-id
      *    already processed on an earlier night: R bounce it to the
      *    exception file, M pass it through marked as a deliberate
      *    resend, A allow it through unmarked - and in column 3 its
      *    policy for cardholder data found in a payload not marked
      *    sensitive: E force it to encryption, R bounce it to the
      *    exception file, P report it only
       fd  control-file
           recording mode f
           label records standard.
       01  control-record.
           05  edit-replay-policy      pic x(01).
           05  filler                  pic x(01).
           05  edit-card-policy        pic x(01).
           05  filler                  pic x(77).

      *    Compliance patterns - one per card, the pattern in
      *    columns 1-40 (# any digit, @ any letter, ? any character,
      *    anything else itself) and its name in columns 42-71; a
      *    card with an asterisk in column 1 is a comment
       fd  pattern-file
           recording mode f
           label records standard.
       01  pattern-record.
           05  pat-card-text           pic x(40).
           05  filler                  pic x(01).
           05  pat-card-name           pic x(30).
           05  filler                  pic x(09).

      *    Compliance report - every cardholder-data hit, masked,
      *    and the totals by originator
       fd  compliance-file
           recording mode f
           label records standard.
       01  compliance-record       pic x(80).

      *    The cumulative audit history B64AUDL maintains, browsed
      *    by trans-id for an earlier night's processing
       fd  history-file.
       01  history-record.
           copy b64audh.

      *    The keyed results dataset the main run loads
       fd  keyed-file.
       01  keyed-record.
           copy b64keyd.

      *    The originator profile master - each sender's status and
      *    maximum daily volume
       fd  profile-file.
       01  profile-record.
           copy b64orgp.

       working-storage section.

      *    Largest raw payload the main program will encode, and the
      *        13  originator not a known sender
      *        14  trans-codepage not in the supported set
      *        15  chain exceeds the assembled maximum
      *        16  trans-id already processed on an earlier night
      *        17  originator suspended on the profile master
      *        18  originator over its maximum daily volume
      *        19  cardholder data in a payload not marked sensitive
       01  edit-error-code     pic 9(9) comp-5 value 0.
       01  edit-error-message  pic x(60).

       01  originator-error-count  pic 9(9) comp-5 value 0.
       01  codepage-error-count    pic 9(9) comp-5 value 0.
       01  chain-size-error-count  pic 9(9) comp-5 value 0.
       01  suspended-error-count   pic 9(9) comp-5 value 0.
       01  volume-error-count      pic 9(9) comp-5 value 0.
       01  cardholder-error-count  pic 9(9) comp-5 value 0.

      *    Edited fields used to build the report lines
       01  ed-record-count             pic zzzzzzzz9.
       01  ed-originator-error-count   pic zzzzzzzz9.
       01  ed-codepage-error-count     pic zzzzzzzz9.
       01  ed-chain-size-error-count   pic zzzzzzzz9.
       01  ed-suspended-error-count    pic zzzzzzzz9.
       01  ed-volume-error-count       pic zzzzzzzz9.
       01  ed-cardholder-error-count   pic zzzzzzzz9.
       01  ed-volume-count             pic zzzzzzzz9.
       01  ed-volume-limit             pic zzzzzzzz9.
       01  ed-control-record-count     pic zzzzzzzz9.

      *    Chain-validation state - whether a chain is open, whose
           05  orig-found-switch   pic x(01) value 'N'.
               88  originator-found         value 'Y'.

      *    Profile-check state - whether the master opened, whether
      *    the record in hand's sender has a profile, the sender
      *    whose profile is in hand (so a run of records from one
      *    sender reads it once), the file status of the last read,
      *    and whether the chain open now went over its sender's
      *    cap so its continuations must follow
       01  wk-profile-switches.
           05  profile-open-switch pic x(01) value 'N'.
               88  profile-open             value 'Y'.
           05  profile-found-switch pic x(01) value 'N'.
               88  profile-found            value 'Y'.
           05  chain-capped-switch pic x(01) value 'N'.
               88  chain-capped             value 'Y'.
           05  volume-found-switch pic x(01) value 'N'.
               88  volume-entry-found       value 'Y'.
       01  profile-originator      pic x(04) value low-values.
       01  profile-file-status     pic x(02) value '00'.

      *    Transactions passed so far for each capped sender, and
      *    how many were refused over the cap - a sender past the
      *    table's end is not held to its cap, and the report says
      *    so
       01  volume-limit        pic 9(9) comp-5 value 200.
       01  volume-count        pic 9(9) comp-5 value 0.
       01  volume-index        pic 9(9) comp-5.
       01  found-volume        pic 9(9) comp-5 value 0.
       01  volume-table.
           05  volume-entry occurs 200.
               10  vol-tab-code    pic x(04).
               10  vol-tab-limit   pic 9(9) comp-5.
               10  vol-tab-passed  pic 9(9) comp-5.
               10  vol-tab-over    pic 9(9) comp-5.
       01  wk-volume-switches.
           05  volume-overflow-switch pic x(01) value 'N'.
               88  volume-overflowed        value 'Y'.

      *    Every trans-id seen so far, for the duplicate check - when
      *    a file is bigger than the table the check is abandoned for
      *    the records past the limit and the report says so
                                          '-' '_'
                                          x'0d' x'25'.

      *    The run's replay policy, defaulted to R and overridden
      *    by the control card
       01  replay-policy       pic x(01) value 'R'.
           88  replay-policy-reject     value 'R'.
           88  replay-policy-mark       value 'M'.
           88  replay-policy-allow      value 'A'.

      *    Reserved keyed-store key that names no transaction, and
      *    the history disposition of a transaction that was done
       01  status-key          pic x(10) value 'B64RUNSTAT'.
       01  processed-disposition pic x(18) value 'PROCESSED'.

      *    File status of the last history and keyed-store
      *    operations
       01  history-file-status pic x(02) value '00'.
       01  keyed-file-status   pic x(02) value '00'.

      *    Replay-check state - whether each store opened, whether
      *    the record in hand was found on either, whether the
      *    history browse for it has run out, and whether the chain
      *    open now is a replay its continuations must follow
       01  wk-replay-switches.
           05  history-open-switch pic x(01) value 'N'.
               88  history-open             value 'Y'.
           05  keyed-open-switch   pic x(01) value 'N'.
               88  keyed-open               value 'Y'.
           05  history-hit-switch  pic x(01) value 'N'.
               88  history-hit              value 'Y'.
           05  keyed-hit-switch    pic x(01) value 'N'.
               88  keyed-hit                value 'Y'.
           05  history-end-switch  pic x(01) value 'N'.
               88  history-browse-ended     value 'Y'.
           05  chain-replay-switch pic x(01) value 'N'.
               88  chain-replay             value 'Y'.
           05  replay-orig-switch  pic x(01) value 'N'.
               88  replay-orig-found        value 'Y'.

      *    Replay counters - transactions found, on which store, and
      *    what the policy did with them
       01  replay-count            pic 9(9) comp-5 value 0.
       01  replay-history-count    pic 9(9) comp-5 value 0.
       01  replay-keyed-count      pic 9(9) comp-5 value 0.
       01  replay-bounced-count    pic 9(9) comp-5 value 0.
       01  replay-marked-count     pic 9(9) comp-5 value 0.
       01  replay-allowed-count    pic 9(9) comp-5 value 0.

       01  ed-replay-count         pic zzzzzzzz9.
       01  ed-replay-history-count pic zzzzzzzz9.
       01  ed-replay-keyed-count   pic zzzzzzzz9.
       01  ed-replay-bounced-count pic zzzzzzzz9.
       01  ed-replay-marked-count  pic zzzzzzzz9.
       01  ed-replay-allowed-count pic zzzzzzzz9.
       01  ed-replay-orig-count    pic zzzzzzzz9.

      *    Replays by originator, for the report - a sender past
      *    the table's end is counted in the totals only
       01  replay-orig-limit   pic 9(9) comp-5 value 50.
       01  replay-orig-count   pic 9(9) comp-5 value 0.
       01  replay-orig-index   pic 9(9) comp-5.
       01  replay-orig-table.
           05  replay-orig-entry occurs 50.
               10  rpl-tab-code    pic x(04).
               10  rpl-tab-count   pic 9(9) comp-5.

      *    The run's cardholder-data policy, defaulted to R and
      *    overridden by the control card
       01  card-policy         pic x(01) value 'R'.
           88  card-policy-encrypt      value 'E'.
           88  card-policy-reject       value 'R'.
           88  card-policy-report       value 'P'.

      *    The compliance patterns loaded from CHDCARD, each with
      *    its significant length
       01  pattern-limit       pic 9(9) comp-5 value 20.
       01  pattern-count       pic 9(9) comp-5 value 0.
       01  pattern-index       pic 9(9) comp-5.
       01  pattern-table.
           05  pattern-entry occurs 20.
               10  pat-tab-text    pic x(40).
               10  pat-tab-length  pic 9(9) comp-5.
               10  pat-tab-name    pic x(30).
       01  pattern-trim-index  pic 9(9) comp-5.
       01  pattern-end         pic 9(9) comp-5.
       01  pattern-pos         pic 9(9) comp-5.
       01  pattern-last-start  pic 9(9) comp-5.
       01  pattern-scan-length pic 9(9) comp-5.
       01  payload-pos         pic 9(9) comp-5.
       01  pattern-char        pic x(01).

      *    The payload character in hand while scanning for
      *    cardholder data
       01  chd-char            pic x(01).
           88  chd-digit           values '0' thru '9'.
           88  chd-separator       values ' ' '-'.
           88  chd-letter          values 'A' thru 'I'
                                          'J' thru 'R'
                                          'S' thru 'Z'
                                          'a' thru 'i'
                                          'j' thru 'r'
                                          's' thru 'z'.

      *    The run of digits in hand and the groups it is made of -
      *    where each group starts in the run and in the payload.
      *    No card number is longer than 19 digits, so a run at the
      *    table's end keeps only its last 18 digits and the groups
      *    starting among them.  The Luhn check is worked over one
      *    window of the run at a time, group start to group end.
       01  run-limit           pic 9(9) comp-5 value 64.
       01  run-keep            pic 9(9) comp-5 value 18.
       01  run-digit-count     pic 9(9) comp-5.
       01  run-shift           pic 9(9) comp-5.
       01  run-digits.
           05  run-digit       pic 9(01) occurs 64.
       01  run-kept-digits     pic x(64).
       01  group-count         pic 9(9) comp-5.
       01  group-index         pic 9(9) comp-5.
       01  group-kept-count    pic 9(9) comp-5.
       01  group-table.
           05  group-entry occurs 64.
               10  grp-first           pic 9(9) comp-5.
               10  grp-position        pic 9(9) comp-5.
       01  window-first        pic 9(9) comp-5.
       01  window-last         pic 9(9) comp-5.
       01  window-length       pic 9(9) comp-5.
       01  window-position     pic 9(9) comp-5.
       01  luhn-index          pic 9(9) comp-5.
       01  luhn-position       pic 9(9) comp-5.
       01  luhn-value          pic 9(9) comp-5.
       01  luhn-sum            pic 9(9) comp-5.
       01  luhn-half           pic 9(9) comp-5.
       01  luhn-remainder      pic 9(9) comp-5.
       01  luhn-nonzero-count  pic 9(9) comp-5.

      *    The hit in hand - what found it, where, how long, and
      *    the masked value the report shows - and how many the
      *    record in hand has had
       01  hit-kind            pic x(06).
       01  hit-position        pic 9(9) comp-5.
       01  hit-length          pic 9(9) comp-5.
       01  hit-shown           pic 9(9) comp-5.
       01  hit-masked          pic x(24).
       01  record-hit-count    pic 9(9) comp-5.

      *    What becomes of the record in hand if it has a hit, and
      *    the fate the chain open now carries to its continuations
       01  chd-action          pic x(10).
           88  chd-action-encrypt       value 'ENCRYPTED'.
           88  chd-action-reject        value 'REJECTED'.
           88  chd-action-report        value 'REPORTED'.
       01  chain-card-fate     pic x(10).
           88  chain-fate-encrypt       value 'ENCRYPTED'.
           88  chain-fate-reject        value 'REJECTED'.

      *    Cardholder-data counters
       01  chd-scanned-count   pic 9(9) comp-5 value 0.
       01  chd-record-count    pic 9(9) comp-5 value 0.
       01  chd-hit-count       pic 9(9) comp-5 value 0.
       01  chd-forced-count    pic 9(9) comp-5 value 0.
       01  chd-rejected-count  pic 9(9) comp-5 value 0.
       01  chd-reported-count  pic 9(9) comp-5 value 0.

      *    Cardholder-data records and hits by originator, for the
      *    compliance report - a sender past the table's end is
      *    counted in the totals only
       01  chd-orig-limit      pic 9(9) comp-5 value 50.
       01  chd-orig-count      pic 9(9) comp-5 value 0.
       01  chd-orig-index      pic 9(9) comp-5.
       01  chd-orig-table.
           05  chd-orig-entry occurs 50.
               10  chd-tab-code    pic x(04).
               10  chd-tab-records pic 9(9) comp-5.
               10  chd-tab-hits    pic 9(9) comp-5.

       01  ed-chd-count        pic zzzzzzzz9.
       01  ed-chd-hits         pic zzzzzzzz9.
       01  ed-hit-segment      pic 999.
       01  ed-hit-position     pic zzz9.
       01  ed-pattern-number   pic 99.

      *    Cardholder-data switches - end of the pattern cards,
      *    whether the pattern in hand still matches, whether the
      *    digit run in hand has just passed a separator, whether it
      *    passed the Luhn check, whether the sender is already in
      *    the report table, and whether the chain open now carries
      *    a fate its continuations must follow
       01  wk-cardholder-switches.
           05  pattern-eof-switch  pic x(01) value 'N'.
               88  patterns-eof             value 'Y'.
           05  pattern-match-switch pic x(01) value 'N'.
               88  pattern-matched          value 'Y'.
           05  run-sep-switch      pic x(01) value 'N'.
               88  run-separated            value 'Y'.
           05  luhn-valid-switch   pic x(01) value 'N'.
               88  luhn-valid               value 'Y'.
           05  chd-orig-switch     pic x(01) value 'N'.
               88  chd-orig-found           value 'Y'.
           05  chain-card-switch   pic x(01) value 'N'.
               88  chain-card-flagged       value 'Y'.

      *    End-of-file switch
       01  wk-switches.
           05  input-eof-switch    pic x(01) value 'N'.
               88  input-eof                value 'Y'.

      *    Return code - 0 for a clean file, 4 when any record was
      *    written to the exception file or carried cardholder data
       01  rc                  pic s9(8) binary value 0.
       01  exception-warning-rc pic s9(8) binary value 4.

           perform load-originators
               thru load-originators-exit.

           perform read-control-card.

           perform load-patterns
               thru load-patterns-exit.

           perform open-input-output.

           perform edit-record
       load-originator-card-exit.
           exit.

      *    -------------------------------------------------------------

      *    Pick up the run's replay policy - a missing card or an
      *    unknown policy takes R, bouncing replays
       read-control-card.

           move spaces to edit-replay-policy.
           move spaces to edit-card-policy.

           open input control-file.

           read control-file
               at end
                   continue
           end-read.

           close control-file.

           if edit-replay-policy = 'R' or 'M' or 'A'
               move edit-replay-policy to replay-policy
           else
               move 'R' to replay-policy
           end-if.

           display 'Replay policy : ' replay-policy.

           if edit-card-policy = 'E' or 'R' or 'P'
               move edit-card-policy to card-policy
           else
               move 'R' to card-policy
           end-if.

           display 'Card policy   : ' card-policy.

      *    -------------------------------------------------------------

      *    Load the compliance patterns - an empty or missing card
      *    file leaves the card-number check on its own
       load-patterns.

           open input pattern-file.

           perform load-pattern-card
               thru load-pattern-card-exit
               until patterns-eof.

           close pattern-file.

           display 'Card patterns : ' pattern-count.

       load-patterns-exit.
           exit.

       load-pattern-card.

           read pattern-file
               at end
                   set patterns-eof to true
           end-read.

           if patterns-eof
               go to load-pattern-card-exit
           end-if.

           if pat-card-text = spaces
               or pat-card-text(1:1) = '*'
               go to load-pattern-card-exit
           end-if.

           if pattern-count >= pattern-limit
               display 'Pattern table full past 20 patterns'
               go to load-pattern-card-exit
           end-if.

           move 0 to pattern-end.

           perform measure-pattern-card
               varying pattern-trim-index from 40 by -1
               until pattern-trim-index < 1
                   or pattern-end > 0.

           add 1 to pattern-count.
           move pat-card-text to pat-tab-text(pattern-count).
           move pattern-end to pat-tab-length(pattern-count).
           move pat-card-name to pat-tab-name(pattern-count).

       load-pattern-card-exit.
           exit.

       measure-pattern-card.

           if pat-card-text(pattern-trim-index:1) not = space
               move pattern-trim-index to pattern-end
           end-if.

      *    -------------------------------------------------------------

       open-input-output.

           open output clean-file
                       exception-file
                       report-file
                       compliance-file.

           perform write-compliance-header.

           perform open-replay-stores.

           perform open-profile-master.

           perform read-next-record.

      *    The history and keyed stores are only read - one that
      *    will not open leaves its half of the replay check off
      *    rather than stopping the edit
       open-replay-stores.

           open input history-file.

           if history-file-status = '00'
               set history-open to true
           else
               display 'AUDHIST open failed - status '
                   history-file-status ' - history replay check off'
           end-if.

           open input keyed-file.

           if keyed-file-status = '00'
               set keyed-open to true
           else
               display 'B64KEYD open failed - status '
                   keyed-file-status ' - keyed replay check off'
           end-if.

      *    The profile master is only read - one that will not open
      *    leaves the suspension and volume checks off and the known
      *    senders to ORIGCARD
       open-profile-master.

           open input profile-file.

           if profile-file-status = '00'
               set profile-open to true
           else
               display 'B64ORGP open failed - status '
                   profile-file-status ' - profile checks off'
           end-if.

       read-next-record.

           read input-file
           add 1 to input-data-count.
           add trans-payload-length to input-hash-total.

      *    The resend mark is the edit's to set, never the sender's
           set trans-resend-none to true.

           move 0 to edit-error-code.
           move spaces to edit-error-message.

               thru check-payload-length-exit.
           perform check-trans-id
               thru check-trans-id-exit.
           perform check-replay
               thru check-replay-exit.
           perform check-base64-alphabet
               thru check-base64-alphabet-exit.
           perform check-originator-profile
               thru check-originator-profile-exit.
           perform check-cardholder-data
               thru check-cardholder-data-exit.

      *    A transaction counts against its sender's cap once it has
      *    passed every check - a chain on its first segment
           if edit-error-code = 0
               and found-volume > 0
               and not chain-continuation
               add 1 to vol-tab-passed(found-volume)
           end-if.

           if edit-error-code = 0
               perform write-clean-record

      *    -------------------------------------------------------------

      *    The originator must be one of the known senders - those
      *    with a profile on the master while it is available, else
      *    those on ORIGCARD when the table holds any - an empty
      *    table leaves the check off
       check-originator.

           if profile-open
               perform look-up-profile
                   thru look-up-profile-exit
               if not profile-found
                   add 1 to originator-error-count
                   if edit-error-code = 0
                       move 13 to edit-error-code
                       move 'Originator has no profile on the master'
                           to edit-error-message
                   end-if
               end-if
               go to check-originator-exit
           end-if.

           if originator-count = 0
               go to check-originator-exit
           end-if.
               set originator-found to true
           end-if.

      *    Read the sender's profile - held over while the records
      *    keep coming from the same sender
       look-up-profile.

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

      *    The codepage must be one the main run can convert, or

      *    -------------------------------------------------------------

      *    A trans-id the history shows processed on an earlier
      *    night, or the keyed store already holds a result for, is
      *    a replay - the run's policy decides its fate.  The records
      *    after the first of a chain follow the fate of the first.
       check-replay.

           if chain-continuation
               if chain-replay
                   perform apply-replay-policy
               end-if
               go to check-replay-exit
           end-if.

           move 'N' to chain-replay-switch.

           if trans-id = spaces
               go to check-replay-exit
           end-if.

           move 'N' to history-hit-switch.
           move 'N' to keyed-hit-switch.

           if history-open
               perform look-up-history
                   thru look-up-history-exit
           end-if.

           if keyed-open
               perform look-up-keyed
                   thru look-up-keyed-exit
           end-if.

           if not history-hit and not keyed-hit
               go to check-replay-exit
           end-if.

      *    A record already refused for another reason is not
      *    counted as a replay
           if edit-error-code = 0
               perform count-replay
           end-if.

           display 'Replay record ' record-count
               ' - trans-id ' trans-id
               ' originator ' trans-originator
               ' policy ' replay-policy.

           if trans-segment-more
               set chain-replay to true
           end-if.

           perform apply-replay-policy.

       check-replay-exit.
           exit.

       count-replay.

           add 1 to replay-count.

           if history-hit
               add 1 to replay-history-count
           end-if.

           if keyed-hit
               add 1 to replay-keyed-count
           end-if.

           evaluate true
               when replay-policy-reject
                   add 1 to replay-bounced-count
               when replay-policy-mark
                   add 1 to replay-marked-count
               when other
                   add 1 to replay-allowed-count
           end-evaluate.

           perform count-replay-originator
               thru count-replay-originator-exit.

       apply-replay-policy.

           if replay-policy-reject
               if edit-error-code = 0
                   move 16 to edit-error-code
                   move 'Trans-id already processed on an earlier night'
                       to edit-error-message
               end-if
           end-if.

           if replay-policy-mark
               set trans-resend-yes to true
           end-if.

      *    Browse the trans-id's history records for one that
      *    finished processed - a reject or skip on an earlier night
      *    was never done, and sending it again is not a replay
       look-up-history.

           move low-values to audh-key.
           move trans-id to audh-trans-id.
           move 'N' to history-end-switch.

           start history-file
               key >= audh-key
               invalid key
                   set history-browse-ended to true
           end-start.

           perform browse-history
               thru browse-history-exit
               until history-browse-ended.

       look-up-history-exit.
           exit.

       browse-history.

           read history-file next
               at end
                   set history-browse-ended to true
           end-read.

           if history-browse-ended
               go to browse-history-exit
           end-if.

           if audh-trans-id not = trans-id
               set history-browse-ended to true
               go to browse-history-exit
           end-if.

           if audh-disposition = processed-disposition
               or audh-disp-mismatch
               set history-hit to true
               set history-browse-ended to true
           end-if.

       browse-history-exit.
           exit.

      *    The keyed store holds only encode results a run finished
       look-up-keyed.

           if trans-id = status-key
               go to look-up-keyed-exit
           end-if.

           move trans-id to keyd-trans-id.

           read keyed-file
               invalid key
                   go to look-up-keyed-exit
           end-read.

           if keyd-status-processed or keyd-status-mismatch
               set keyed-hit to true
           end-if.

       look-up-keyed-exit.
           exit.

      *    One more replay against the sender in hand
       count-replay-originator.

           move 'N' to replay-orig-switch.

           perform match-replay-originator
               varying replay-orig-index from 1 by 1
               until replay-orig-index > replay-orig-count
                   or replay-orig-found.

           if replay-orig-found
               go to count-replay-originator-exit
           end-if.

           if replay-orig-count >= replay-orig-limit
               display 'Replay originator table full past 50 senders'
               go to count-replay-originator-exit
           end-if.

           add 1 to replay-orig-count.
           move trans-originator to rpl-tab-code(replay-orig-count).
           move 1 to rpl-tab-count(replay-orig-count).

       count-replay-originator-exit.
           exit.

       match-replay-originator.

           if rpl-tab-code(replay-orig-index) = trans-originator
               set replay-orig-found to true
               add 1 to rpl-tab-count(replay-orig-index)
           end-if.

      *    -------------------------------------------------------------

      *    A type-D payload is already Base64 text - pre-check every
      *    significant character against the Base64 alphabet so the
      *    main run isn't the first to find out it can't be decoded
                   to edit-error-message
           end-if.

      *    -------------------------------------------------------------

      *    A suspended sender's records are all refused.  A capped
      *    sender's transactions are counted once they pass every
      *    check (in EDIT-RECORD), and one that would take the
      *    sender past its maximum daily volume is refused - the
      *    records after the first of a chain follow the first
       check-originator-profile.

           move 0 to found-volume.

           if not profile-found
               go to check-originator-profile-exit
           end-if.

           if orgp-status-suspended
               add 1 to suspended-error-count
               if edit-error-code = 0
                   move 17 to edit-error-code
                   move 'Originator is suspended on the profile master'
                       to edit-error-message
               end-if
               go to check-originator-profile-exit
           end-if.

           if chain-continuation
               if chain-capped
                   perform refuse-over-volume
               end-if
               go to check-originator-profile-exit
           end-if.

           move 'N' to chain-capped-switch.

           if orgp-max-daily = 0 or edit-error-code not = 0
               go to check-originator-profile-exit
           end-if.

           perform find-volume-entry
               thru find-volume-entry-exit.

           if found-volume = 0
               go to check-originator-profile-exit
           end-if.

           if vol-tab-passed(found-volume) >= orgp-max-daily
               add 1 to vol-tab-over(found-volume)
               if trans-segment-more
                   set chain-capped to true
               end-if
               perform refuse-over-volume
               move 0 to found-volume
           end-if.

       check-originator-profile-exit.
           exit.

       refuse-over-volume.

           add 1 to volume-error-count.

           if edit-error-code = 0
               move 18 to edit-error-code
               move 'Originator is over its maximum daily volume'
                   to edit-error-message
           end-if.

      *    The capped sender's volume entry, added on its first
      *    transaction
       find-volume-entry.

           move 0 to found-volume.
           move 'N' to volume-found-switch.

           perform match-volume-entry
               varying volume-index from 1 by 1
               until volume-index > volume-count
                   or volume-entry-found.

           if volume-entry-found
               go to find-volume-entry-exit
           end-if.

           if volume-count >= volume-limit
               if not volume-overflowed
                   display 'Volume table full past 200 senders'
               end-if
               set volume-overflowed to true
               go to find-volume-entry-exit
           end-if.

           add 1 to volume-count.
           move trans-originator to vol-tab-code(volume-count).
           move orgp-max-daily to vol-tab-limit(volume-count).
           move 0 to vol-tab-passed(volume-count).
           move 0 to vol-tab-over(volume-count).
           move volume-count to found-volume.

       find-volume-entry-exit.
           exit.

       match-volume-entry.

           if vol-tab-code(volume-index) = trans-originator
               set volume-entry-found to true
               move volume-index to found-volume
           end-if.

      *    -------------------------------------------------------------

      *    A type-E payload not marked sensitive, on the record or
      *    by its sender's profile, would be encoded in the clear -
      *    scan it for card numbers and the compliance patterns,
      *    report every hit masked, and let the card policy decide
      *    the record's fate.  The records after a chain's hit
      *    follow it - the main run takes the sensitive setting from
      *    the segment completing the chain, so a hit in any segment
      *    still has the whole chain encrypted.
       check-cardholder-data.

           if chain-continuation
               if chain-card-flagged
                   perform follow-chain-card-fate
                   go to check-cardholder-data-exit
               end-if
           else
               move 'N' to chain-card-switch
           end-if.

           if not trans-type-encode or input-length = 0
               go to check-cardholder-data-exit
           end-if.

           if trans-sensitive-yes
               go to check-cardholder-data-exit
           end-if.

           if trans-sensitive-default
               and profile-found
               and orgp-sensitive = 'Y'
               go to check-cardholder-data-exit
           end-if.

           add 1 to chd-scanned-count.
           move 0 to record-hit-count.

           evaluate true
               when card-policy-report
                   set chd-action-report to true
               when card-policy-encrypt
                   set chd-action-encrypt to true
               when other
                   set chd-action-reject to true
           end-evaluate.

           perform scan-card-numbers.

           if pattern-count > 0
               perform scan-pattern
                   thru scan-pattern-exit
                   varying pattern-index from 1 by 1
                   until pattern-index > pattern-count
           end-if.

           if record-hit-count = 0
               go to check-cardholder-data-exit
           end-if.

           add 1 to chd-record-count.

           perform count-card-originator
               thru count-card-originator-exit.

           evaluate true
               when chd-action-encrypt
                   set trans-sensitive-yes to true
                   add 1 to chd-forced-count
               when chd-action-reject
                   perform refuse-cardholder-data
                   add 1 to chd-rejected-count
               when other
                   add 1 to chd-reported-count
           end-evaluate.

           if trans-segment-more and not chd-action-report
               set chain-card-flagged to true
               move chd-action to chain-card-fate
           end-if.

           display 'Cardholder data record ' record-count
               ' - trans-id ' trans-id
               ' originator ' trans-originator
               ' ' chd-action.

       check-cardholder-data-exit.
           exit.

       follow-chain-card-fate.

           if chain-fate-encrypt
               set trans-sensitive-yes to true
           else
               perform refuse-cardholder-data
           end-if.

       refuse-cardholder-data.

           add 1 to cardholder-error-count.

           if edit-error-code = 0
               move 19 to edit-error-code
               move 'Cardholder data in a payload not marked sensitive'
                   to edit-error-message
           end-if.

      *    Walk the payload for runs of digits - a single blank or
      *    hyphen may fall between two digit groups, as card numbers
      *    are often written.  Every stretch of 13 to 19 digits that
      *    starts and ends on a group boundary is tried, so a card
      *    number run together with an expiry date or a reference
      *    is still found.
       scan-card-numbers.

           move 0 to run-digit-count.
           move 0 to group-count.
           move 'N' to run-sep-switch.

           perform scan-card-char
               varying scan-index from 1 by 1
               until scan-index > input-length
                   or scan-index > length of trans-payload.

           perform end-digit-run.

       scan-card-char.

           move trans-payload(scan-index:1) to chd-char.

           if chd-digit
               perform add-run-digit
           else
               if chd-separator
                   and run-digit-count > 0
                   and not run-separated
                   perform end-digit-group
                   set run-separated to true
               else
                   perform end-digit-run
               end-if
           end-if.

       add-run-digit.

           if run-digit-count >= run-limit
               perform shorten-digit-run
           end-if.

           if run-digit-count = 0 or run-separated
               add 1 to group-count
               compute grp-first(group-count) = run-digit-count + 1
               move scan-index to grp-position(group-count)
           end-if.

           add 1 to run-digit-count.
           move chd-char to run-digit(run-digit-count).
           move 'N' to run-sep-switch.

      *    A group has ended - try every window ending with it
       end-digit-group.

           move run-digit-count to window-last.

           perform try-card-window
               varying group-index from 1 by 1
               until group-index > group-count.

       try-card-window.

           move grp-first(group-index) to window-first.
           compute window-length = window-last - window-first + 1.

           if window-length >= 13 and window-length <= 19
               perform check-luhn
               if luhn-valid
                   move grp-position(group-index) to window-position
                   perform record-card-number
               end-if
           end-if.

      *    A group ended by a separator has had its windows tried
       end-digit-run.

           if run-digit-count > 0 and not run-separated
               perform end-digit-group
           end-if.

           move 0 to run-digit-count.
           move 0 to group-count.
           move 'N' to run-sep-switch.

      *    Drop all but the run's last 18 digits - a window starting
      *    before them would pass 19 digits - and the groups that
      *    started before them
       shorten-digit-run.

           compute run-shift = run-digit-count - run-keep.

           move run-digits(run-shift + 1:run-keep) to run-kept-digits.
           move run-kept-digits to run-digits.
           move run-keep to run-digit-count.

           move 0 to group-kept-count.

           perform keep-digit-group
               varying group-index from 1 by 1
               until group-index > group-count.

           move group-kept-count to group-count.

       keep-digit-group.

           if grp-first(group-index) > run-shift
               add 1 to group-kept-count
               compute grp-first(group-kept-count) =
                   grp-first(group-index) - run-shift
               move grp-position(group-index)
                   to grp-position(group-kept-count)
           end-if.

      *    The Luhn check - from the rightmost digit, every second
      *    digit doubled (less 9 past 9), the sum a multiple of 10.
      *    A run of nothing but zeros passes it and is no card.
       check-luhn.

           move 0 to luhn-sum.
           move 0 to luhn-nonzero-count.
           move 'N' to luhn-valid-switch.

           perform add-luhn-digit
               varying luhn-index from window-first by 1
               until luhn-index > window-last.

           divide luhn-sum by 10
               giving luhn-half
               remainder luhn-remainder.

           if luhn-remainder = 0 and luhn-nonzero-count > 0
               set luhn-valid to true
           end-if.

       add-luhn-digit.

           move run-digit(luhn-index) to luhn-value.

           if luhn-value not = 0
               add 1 to luhn-nonzero-count
           end-if.

           compute luhn-position = window-last - luhn-index + 1.

           divide luhn-position by 2
               giving luhn-half
               remainder luhn-remainder.

           if luhn-remainder = 0
               multiply 2 by luhn-value
               if luhn-value > 9
                   subtract 9 from luhn-value
               end-if
           end-if.

           add luhn-value to luhn-sum.

      *    A card number shows only its last four digits
       record-card-number.

           move 'CARD' to hit-kind.
           move window-position to hit-position.

           move spaces to hit-masked.
           move all '*' to hit-masked(1:window-length - 4).
           move run-digits(window-last - 3:4)
               to hit-masked(window-length - 3:4).

           perform write-hit-line.

      *    Slide one compliance pattern along the payload - a match
      *    is reported and the scan goes on past it
       scan-pattern.

      *    An over-length payload is scanned only as far as the
      *    payload field runs
           move input-length to pattern-scan-length.

           if pattern-scan-length > length of trans-payload
               move length of trans-payload to pattern-scan-length
           end-if.

           if pat-tab-length(pattern-index) > pattern-scan-length
               or pat-tab-length(pattern-index) = 0
               go to scan-pattern-exit
           end-if.

           compute pattern-last-start =
               pattern-scan-length - pat-tab-length(pattern-index) + 1.

           perform match-pattern-at
               varying scan-index from 1 by 1
               until scan-index > pattern-last-start.

       scan-pattern-exit.
           exit.

       match-pattern-at.

           set pattern-matched to true.

           perform compare-pattern-char
               varying pattern-pos from 1 by 1
               until pattern-pos > pat-tab-length(pattern-index)
                   or not pattern-matched.

           if pattern-matched
               perform record-pattern-hit
               compute scan-index =
                   scan-index + pat-tab-length(pattern-index) - 1
           end-if.

       compare-pattern-char.

           move pat-tab-text(pattern-index)(pattern-pos:1)
               to pattern-char.
           compute payload-pos = scan-index + pattern-pos - 1.
           move trans-payload(payload-pos:1) to chd-char.

           evaluate pattern-char
               when '#'
                   if not chd-digit
                       move 'N' to pattern-match-switch
                   end-if
               when '@'
                   if not chd-letter
                       move 'N' to pattern-match-switch
                   end-if
               when '?'
                   continue
               when other
                   if chd-char not = pattern-char
                       move 'N' to pattern-match-switch
                   end-if
           end-evaluate.

      *    A pattern match shows only its last four characters, and
      *    nothing at all when it is no longer than that
       record-pattern-hit.

           move pattern-index to ed-pattern-number.
           move spaces to hit-kind.
           string 'PAT' ed-pattern-number
               delimited by size into hit-kind.
           move scan-index to hit-position.
           move pat-tab-length(pattern-index) to hit-length.

           if hit-length > length of hit-masked
               move length of hit-masked to hit-shown
           else
               move hit-length to hit-shown
           end-if.

           move spaces to hit-masked.

           if hit-length <= 4
               move all '*' to hit-masked(1:hit-length)
           else
               move all '*' to hit-masked(1:hit-shown - 4)
               move trans-payload(scan-index + hit-length - 4:4)
                   to hit-masked(hit-shown - 3:4)
           end-if.

           perform write-hit-line.

       write-hit-line.

           add 1 to record-hit-count.
           add 1 to chd-hit-count.

           if trans-segment-number is numeric
               move trans-segment-number to ed-hit-segment
           else
               move 0 to ed-hit-segment
           end-if.

           move hit-position to ed-hit-position.

           move spaces to compliance-record.
           string trans-originator ' ' trans-id ' '
                  ed-hit-segment ' ' ed-hit-position ' '
                  hit-kind ' ' hit-masked ' ' chd-action
               delimited by size into compliance-record.
           write compliance-record.

      *    One more record with cardholder data against the sender
      *    in hand
       count-card-originator.

           move 'N' to chd-orig-switch.

           perform match-card-originator
               varying chd-orig-index from 1 by 1
               until chd-orig-index > chd-orig-count
                   or chd-orig-found.

           if chd-orig-found
               go to count-card-originator-exit
           end-if.

           if chd-orig-count >= chd-orig-limit
               display 'Card data originator table full past 50'
               go to count-card-originator-exit
           end-if.

           add 1 to chd-orig-count.
           move trans-originator to chd-tab-code(chd-orig-count).
           move 1 to chd-tab-records(chd-orig-count).
           move record-hit-count to chd-tab-hits(chd-orig-count).

       count-card-originator-exit.
           exit.

       match-card-originator.

           if chd-tab-code(chd-orig-index) = trans-originator
               set chd-orig-found to true
               add 1 to chd-tab-records(chd-orig-index)
               add record-hit-count to chd-tab-hits(chd-orig-index)
           end-if.

      *    -------------------------------------------------------------

       write-clean-record.

           perform write-edit-report.

           perform write-replay-report.

           perform write-compliance-totals.

           close input-file
                 clean-file
                 exception-file
                 report-file
                 compliance-file.

           if history-open
               close history-file
           end-if.

           if keyed-open
               close keyed-file
           end-if.

           if profile-open
               close profile-file
           end-if.

           if exception-record-count > 0
               or chain-open-error-count > 0
               or chd-record-count > 0
               move exception-warning-rc to rc
           end-if.

               delimited by size into report-record.
           write report-record.

           move suspended-error-count to ed-suspended-error-count.
           move spaces to report-record.
           string 'Suspended sender errors : '
               ed-suspended-error-count
               delimited by size into report-record.
           write report-record.

           move volume-error-count to ed-volume-error-count.
           move spaces to report-record.
           string 'Over daily volume errors: '
               ed-volume-error-count
               delimited by size into report-record.
           write report-record.

           move cardholder-error-count
               to ed-cardholder-error-count.
           move spaces to report-record.
           string 'Cardholder data errors  : '
               ed-cardholder-error-count
               delimited by size into report-record.
           write report-record.

           perform write-volume-originator
               thru write-volume-originator-exit
               varying volume-index from 1 by 1
               until volume-index > volume-count.

           if volume-overflowed
               move spaces to report-record
               string 'Volume caps not held past 200 senders'
                   delimited by size into report-record
               write report-record
           end-if.

           if profile-open
               move spaces to report-record
               string 'Known senders taken from the B64ORGP master'
                   delimited by size into report-record
               write report-record
           else
               move spaces to report-record
               string 'Profile checks off - B64ORGP not available'
                   delimited by size into report-record
               write report-record
           end-if.

           if originator-count = 0 and not profile-open
               move spaces to report-record
               string 'Originator check off - no known senders'
                   delimited by size into report-record
                   delimited by size into report-record
               write report-record
           end-if.

      *    A sender held at its cap - transactions passed, its
      *    maximum, and how many were refused past it
       write-volume-originator.

           if vol-tab-over(volume-index) = 0
               go to write-volume-originator-exit
           end-if.

           move vol-tab-passed(volume-index) to ed-volume-count.
           move vol-tab-limit(volume-index) to ed-volume-limit.
           move spaces to report-record.
           string '  ' vol-tab-code(volume-index)
               ' passed ' ed-volume-count
               ' of ' ed-volume-limit
               delimited by size into report-record.
           write report-record.

           move vol-tab-over(volume-index) to ed-volume-count.
           move spaces to report-record.
           string '       refused over cap  : ' ed-volume-count
               delimited by size into report-record.
           write report-record.

       write-volume-originator-exit.
           exit.

      *    -------------------------------------------------------------

      *    The replay section - the policy in force, what was found
      *    where and what became of it, and the replays by sender
       write-replay-report.

           move spaces to report-record.
           evaluate true
               when replay-policy-reject
                   string 'Replay policy           : '
                       'R - bounced to exceptions'
                       delimited by size into report-record
               when replay-policy-mark
                   string 'Replay policy           : '
                       'M - passed marked as resends'
                       delimited by size into report-record
               when other
                   string 'Replay policy           : '
                       'A - allowed through'
                       delimited by size into report-record
           end-evaluate.
           write report-record.

           if not history-open
               move spaces to report-record
               string 'Replay check off for AUDHIST - not available'
                   delimited by size into report-record
               write report-record
           end-if.

           if not keyed-open
               move spaces to report-record
               string 'Replay check off for B64KEYD - not available'
                   delimited by size into report-record
               write report-record
           end-if.

           move replay-count to ed-replay-count.
           move spaces to report-record.
           string 'Replays found           : ' ed-replay-count
               delimited by size into report-record.
           write report-record.

           move replay-history-count to ed-replay-history-count.
           move spaces to report-record.
           string '  found on AUDHIST      : '
               ed-replay-history-count
               delimited by size into report-record.
           write report-record.

           move replay-keyed-count to ed-replay-keyed-count.
           move spaces to report-record.
           string '  found on B64KEYD      : '
               ed-replay-keyed-count
               delimited by size into report-record.
           write report-record.

           move replay-bounced-count to ed-replay-bounced-count.
           move spaces to report-record.
           string 'Replays bounced         : '
               ed-replay-bounced-count
               delimited by size into report-record.
           write report-record.

           move replay-marked-count to ed-replay-marked-count.
           move spaces to report-record.
           string 'Replays marked resend   : '
               ed-replay-marked-count
               delimited by size into report-record.
           write report-record.

           move replay-allowed-count to ed-replay-allowed-count.
           move spaces to report-record.
           string 'Replays allowed         : '
               ed-replay-allowed-count
               delimited by size into report-record.
           write report-record.

           perform write-replay-originator
               varying replay-orig-index from 1 by 1
               until replay-orig-index > replay-orig-count.

       write-replay-originator.

           move rpl-tab-count(replay-orig-index)
               to ed-replay-orig-count.
           move spaces to report-record.
           string '  replays from '
               rpl-tab-code(replay-orig-index)
               '     : ' ed-replay-orig-count
               delimited by size into report-record.
           write report-record.

      *    -------------------------------------------------------------

      *    The compliance report opens with the policy in force and
      *    the patterns scanned for, then the hit lines' headings
       write-compliance-header.

           move spaces to compliance-record.
           evaluate true
               when card-policy-encrypt
                   string 'Cardholder data policy  : '
                       'E - forced to encryption'
                       delimited by size into compliance-record
               when card-policy-report
                   string 'Cardholder data policy  : '
                       'P - reported only'
                       delimited by size into compliance-record
               when other
                   string 'Cardholder data policy  : '
                       'R - bounced to exceptions'
                       delimited by size into compliance-record
           end-evaluate.
           write compliance-record.

           move spaces to compliance-record.
           string 'CARD - 13 to 19 digits passing the Luhn check'
               delimited by size into compliance-record.
           write compliance-record.

           perform write-pattern-name
               varying pattern-index from 1 by 1
               until pattern-index > pattern-count.

           move spaces to compliance-record.
           write compliance-record.

           move spaces to compliance-record.
           string 'Orig Trans-id   Seg  Pos Kind   '
                  'Masked value             Action'
               delimited by size into compliance-record.
           write compliance-record.

       write-pattern-name.

           move pattern-index to ed-pattern-number.
           move spaces to compliance-record.
           string 'PAT' ed-pattern-number ' - '
                  pat-tab-name(pattern-index)
               delimited by size into compliance-record.
           write compliance-record.

      *    What was scanned, found and done, then the senders it
      *    was found for
       write-compliance-totals.

           move spaces to compliance-record.
           write compliance-record.

           move chd-scanned-count to ed-chd-count.
           move spaces to compliance-record.
           string 'Payloads scanned        : ' ed-chd-count
               delimited by size into compliance-record.
           write compliance-record.

           move chd-record-count to ed-chd-count.
           move spaces to compliance-record.
           string 'Records with card data  : ' ed-chd-count
               delimited by size into compliance-record.
           write compliance-record.

           move chd-hit-count to ed-chd-count.
           move spaces to compliance-record.
           string 'Hits found              : ' ed-chd-count
               delimited by size into compliance-record.
           write compliance-record.

           move chd-forced-count to ed-chd-count.
           move spaces to compliance-record.
           string 'Forced to encryption    : ' ed-chd-count
               delimited by size into compliance-record.
           write compliance-record.

           move chd-rejected-count to ed-chd-count.
           move spaces to compliance-record.
           string 'Bounced to exceptions   : ' ed-chd-count
               delimited by size into compliance-record.
           write compliance-record.

           move chd-reported-count to ed-chd-count.
           move spaces to compliance-record.
           string 'Reported only           : ' ed-chd-count
               delimited by size into compliance-record.
           write compliance-record.

           perform write-card-originator
               varying chd-orig-index from 1 by 1
               until chd-orig-index > chd-orig-count.

       write-card-originator.

           move chd-tab-records(chd-orig-index) to ed-chd-count.
           move chd-tab-hits(chd-orig-index) to ed-chd-hits.
           move spaces to compliance-record.
           string '  ' chd-tab-code(chd-orig-index)
                  ' records ' ed-chd-count
                  ' hits ' ed-chd-hits
               delimited by size into compliance-record.
           write compliance-record.
