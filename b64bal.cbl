      *
      *    (C) Copyright IBM Corp. 2026
      *
       identification division.
       program-id.              B64BAL.
       author.                  Ian Burnett.
       installation.            CICS Performance, IBM Hursley.
       date-written.            October 2026.

      *    -------------------------------------------------------------
      *    Modification history
      *
      *    2026-10 IB  End-to-end nightly balancing.  Each job proves
      *                its own totals; this closing job proves the
      *                night from the file as received to the stores
      *                it was loaded into.  The received INFILE is
      *                read against its B64TRL trailer and against
      *                the EDITRPT read, clean and exception counts;
      *                the clean count against the SPLIT01-04
      *                trailers, each split against its own trailer
      *                and its RUNCTL record count; the split data
      *                records against the merged audit trail
      *                (MRGAUD), the merged output (MRGOUT) against
      *                its trailer and the audit's transactions, the
      *                merged rejects (MRGREJ) against the audit's
      *                rejections; and every audit line is looked up
      *                on AUDHIST, every stored encode result on
      *                B64KEYD.  BALRPT shows every control point
      *                with what was expected, what was found and any
      *                difference, then signs the night off.  Ends
      *                RC 8 when any point is out of balance or its
      *                input cannot be read, so the scheduler holds
      *                the jobs that follow.
      *    2026-10 IB  Keep an unproved point's reason clear of its
      *                OUT flag.
      *    -------------------------------------------------------------

       environment division.

       input-output section.

       file-control.
           select optional control-file assign to BALCARD
               organization is sequential.

           select received-file assign to INFILE
               organization is sequential
               file status is received-file-status.

           select edit-report-file assign to EDITRPT
               organization is sequential
               file status is edit-report-status.

           select run-control-file assign to RUNCTL
               organization is sequential
               file status is run-control-status.

           select split1-file assign to SPLIT01
               organization is sequential
               file status is split-file-status.

           select split2-file assign to SPLIT02
               organization is sequential
               file status is split-file-status.

           select split3-file assign to SPLIT03
               organization is sequential
               file status is split-file-status.

           select split4-file assign to SPLIT04
               organization is sequential
               file status is split-file-status.

           select merged-file assign to MRGOUT
               organization is sequential
               file status is merged-file-status.

           select merged-reject-file assign to MRGREJ
               organization is sequential
               file status is merged-reject-status.

           select merged-audit-file assign to MRGAUD
               organization is sequential
               file status is merged-audit-status.

           select history-file assign to AUDHIST
               organization is indexed
               access is random
               record key is audh-key
               file status is history-file-status.

           select keyed-file assign to B64KEYD
               organization is indexed
               access is random
               record key is keyd-trans-id
               file status is keyed-file-status.

           select report-file assign to BALRPT
               organization is sequential.

       data division.

       file section.

      *    Control card - column 1 Y when the run jobs load B64KEYD
      *    (their CTLCARD column 8), N when they do not; a missing
      *    card or a blank column takes Y
       fd  control-file
           recording mode f
           label records standard.
       01  control-record.
           05  bal-keyed-indicator  pic x(01).
               88  bal-keyed-requested      value 'Y'.
               88  bal-keyed-not-requested  value 'N'.
           05  filler               pic x(79).

      *    The night's file as received, ahead of the front-end edit
       fd  received-file
           recording mode f
           label records standard.
       01  received-record         pic x(5430).

      *    The front-end edit's report
       fd  edit-report-file
           recording mode f
           label records standard.
       01  edit-report-record      pic x(80).

      *    The night's run-control dataset
       fd  run-control-file
           recording mode f
           label records standard.
       01  run-control-record.
           copy b64rctl.

      *    The partitioned streams, in B64TRAN layout
       fd  split1-file
           recording mode f
           label records standard.
       01  split1-record           pic x(5430).

       fd  split2-file
           recording mode f
           label records standard.
       01  split2-record           pic x(5430).

       fd  split3-file
           recording mode f
           label records standard.
       01  split3-record           pic x(5430).

       fd  split4-file
           recording mode f
           label records standard.
       01  split4-record           pic x(5430).

      *    The merged output, B64OUT layout variable length
       fd  merged-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on merged-length
           label records standard.
       01  merged-record.
           05  mrg-trans-id            pic x(10).
           05  filler                  pic x(5628).

      *    The merged rejects, B64TRAN layout
       fd  merged-reject-file
           recording mode f
           label records standard.
       01  merged-reject-record.
           05  rej-trans-id            pic x(10).
           05  filler                  pic x(5420).

      *    The merged audit trail, as the streams wrote it
       fd  merged-audit-file
           recording mode f
           label records standard.
       01  audit-record.
           05  audit-trans-id          pic x(10).
           05  filler                  pic x(01).
           05  audit-run-date          pic x(10).
           05  filler                  pic x(01).
           05  audit-run-time          pic x(08).
           05  filler                  pic x(01).
           05  audit-run-mode          pic x(01).
           05  filler                  pic x(01).
           05  audit-trans-type        pic x(01).
           05  filler                  pic x(01).
           05  audit-length-in         pic 9(05).
           05  filler                  pic x(01).
           05  audit-length-out        pic 9(05).
           05  filler                  pic x(01).
           05  audit-disposition       pic x(18).
           05  filler                  pic x(01).
           05  audit-return-code       pic 9(02).
           05  filler                  pic x(01).
           05  audit-originator        pic x(04).
           05  filler                  pic x(01).
           05  audit-resend            pic x(01).
           05  filler                  pic x(01).
           05  audit-user-id           pic x(08).
           05  filler                  pic x(04).

      *    The cumulative audit history B64AUDL loads
       fd  history-file.
       01  history-record.
           copy b64audh.

      *    The keyed results dataset the run jobs load
       fd  keyed-file.
       01  keyed-record.
           copy b64keyd.

      *    The balancing sign-off report
       fd  report-file
           recording mode f
           label records standard.
       01  report-record           pic x(80).

       working-storage section.

      *    File status of each input
       01  received-file-status    pic x(02) value '00'.
       01  edit-report-status      pic x(02) value '00'.
       01  run-control-status      pic x(02) value '00'.
       01  split-file-status       pic x(02) value '00'.
       01  merged-file-status      pic x(02) value '00'.
       01  merged-reject-status    pic x(02) value '00'.
       01  merged-audit-status     pic x(02) value '00'.
       01  history-file-status     pic x(02) value '00'.
       01  keyed-file-status       pic x(02) value '00'.

      *    The B64TRAN record read from the received file and the
      *    splits, and the trailer and header identifiers
       01  tran-view.
           copy b64tran.

       01  control-id-header       pic x(10) value 'B64HDR'.
       01  control-id-trailer      pic x(10) value 'B64TRL'.

      *    The totals inside a trailer record's payload or result
       01  incoming-trailer-totals.
           05  inc-record-count    pic 9(09).
           05  inc-hash-total      pic 9(13).

      *    Today's date and time, stamped on the report
       01  run-date-raw            pic 9(8).
       01  run-time-raw            pic 9(8).
       01  run-date-stamp          pic x(10).
       01  run-time-stamp          pic x(08).

      *    The night being balanced - the RUNCTL header stamp
       01  night-run-date          pic x(10) value spaces.
       01  night-run-time          pic x(08) value spaces.
       01  night-stream-count      pic 9(9) comp-5 value 0.

      *    The received file - every record, its data records and
      *    payload hash, its control records and its trailer's claim
       01  received-read-count     pic 9(9) comp-5 value 0.
       01  received-data-count     pic 9(9) comp-5 value 0.
       01  received-hash-total     pic 9(13) comp-5 value 0.
       01  received-control-count  pic 9(9) comp-5 value 0.
       01  received-trl-count      pic 9(9) comp-5 value 0.
       01  received-trl-hash       pic 9(13) comp-5 value 0.

      *    The edit report lines balanced, in the order the counts
      *    below hold them - read, clean, exception, control
       01  edit-label-values.
           05  filler pic x(26) value 'Records read            : '.
           05  filler pic x(26) value 'Records clean           : '.
           05  filler pic x(26) value 'Records in exception    : '.
           05  filler pic x(26) value 'Control records passed  : '.
       01  edit-label-table redefines edit-label-values.
           05  edit-label          pic x(26) occurs 4.

       01  edit-counts.
           05  edit-count          pic 9(9) comp-5 occurs 4.
           05  edit-found          pic x(01) occurs 4.
       01  edit-count-total        pic 9(9) comp-5 value 4.
       01  edit-index              pic 9(9) comp-5.
       01  found-edit-label        pic 9(9) comp-5.
       01  edit-value-x            pic x(09).
       01  edit-value              pic 9(09).
       01  edit-read-label         pic 9(9) comp-5 value 1.
       01  edit-clean-label        pic 9(9) comp-5 value 2.
       01  edit-exception-label    pic 9(9) comp-5 value 3.
       01  edit-control-label      pic 9(9) comp-5 value 4.

      *    Each split stream - every record, its data records and
      *    payload hash, its trailer's claim, and the stream's slot
      *    on RUNCTL
       01  split-table.
           05  split-entry occurs 4.
               10  split-read-count    pic 9(9) comp-5.
               10  split-data-count    pic 9(9) comp-5.
               10  split-hash-total    pic 9(13) comp-5.
               10  split-trl-count     pic 9(9) comp-5.
               10  split-trl-hash      pic 9(13) comp-5.
               10  split-trailer-flag  pic x(01).
                   88  split-trailer-seen       value 'Y'.
               10  split-open-flag     pic x(01).
                   88  split-opened             value 'Y'.
               10  rctl-slot-records   pic 9(9) comp-5.
               10  rctl-slot-status    pic x(01).
               10  rctl-slot-flag      pic x(01).
                   88  rctl-slot-seen           value 'Y'.
       01  split-index             pic 9(9) comp-5.
       01  split-total-trl-count   pic 9(9) comp-5 value 0.
       01  split-total-data-count  pic 9(9) comp-5 value 0.

      *    The merged output - its data records, result hash and
      *    transactions, and its trailer's claim
       01  merged-length           pic 9(9) comp-5.
       01  out-prefix-length       pic 9(4) comp-5 value 162.
       01  merged-data-count       pic 9(9) comp-5 value 0.
       01  merged-hash-total       pic 9(13) comp-5 value 0.
       01  merged-trans-count      pic 9(9) comp-5 value 0.
       01  merged-trl-count        pic 9(9) comp-5 value 0.
       01  merged-trl-hash         pic 9(13) comp-5 value 0.
       01  previous-merged-id      pic x(10) value low-values.

      *    The merged rejects
       01  merged-reject-count     pic 9(9) comp-5 value 0.

      *    The merged audit trail - its lines and transactions, the
      *    reject records its rejections account for, and what it
      *    says should be on AUDHIST and B64KEYD.  A rejected chain
      *    is regenerated as segments of REJECT-SEGMENT-SIZE bytes.
       01  audit-line-count        pic 9(9) comp-5 value 0.
       01  audit-trans-count       pic 9(9) comp-5 value 0.
       01  expected-reject-count   pic 9(9) comp-5 value 0.
       01  reject-segment-size     pic 9(9) comp-5 value 4000.
       01  chain-reject-segments   pic 9(9) comp-5.
       01  history-expected-count  pic 9(9) comp-5 value 0.
       01  history-found-count     pic 9(9) comp-5 value 0.
       01  history-sequence        pic 9(03) value 0.
       01  keyed-expected-count    pic 9(9) comp-5 value 0.
       01  keyed-found-count       pic 9(9) comp-5 value 0.
       01  keyed-result-limit      pic 9(9) comp-5 value 5476.
       01  previous-audit.
           05  previous-audit-id       pic x(10) value low-values.
           05  previous-audit-date     pic x(10) value low-values.
           05  previous-audit-time     pic x(08) value low-values.
           05  previous-disposition    pic x(18) value spaces.

      *    The control point being reported
       01  point-label             pic x(24).
       01  point-expected          pic 9(13) comp-5.
       01  point-actual            pic 9(13) comp-5.
       01  point-difference        pic s9(15) comp-5.
       01  point-reason            pic x(28).
       01  section-title           pic x(30).
       01  point-count             pic 9(9) comp-5 value 0.
       01  out-of-balance-count    pic 9(9) comp-5 value 0.

      *    Edited fields used to build the report lines
       01  ed-expected             pic zzzzzzzzzzzz9.
       01  ed-actual               pic zzzzzzzzzzzz9.
       01  ed-difference           pic -------------9.
       01  ed-count                pic zzzzzzzz9.
       01  ed-stream               pic 9(01).
       01  flag-text               pic x(03).

      *    End-of-file and availability switches
       01  wk-switches.
           05  received-eof-switch pic x(01) value 'N'.
               88  received-eof             value 'Y'.
           05  edit-eof-switch     pic x(01) value 'N'.
               88  edit-eof                 value 'Y'.
           05  split-eof-switch    pic x(01) value 'N'.
               88  split-eof                value 'Y'.
           05  merged-eof-switch   pic x(01) value 'N'.
               88  merged-eof               value 'Y'.
           05  reject-eof-switch   pic x(01) value 'N'.
               88  reject-eof               value 'Y'.
           05  audit-eof-switch    pic x(01) value 'N'.
               88  audit-eof                value 'Y'.

       01  wk-input-switches.
           05  received-switch     pic x(01) value 'N'.
               88  received-usable          value 'Y'.
           05  received-trl-switch pic x(01) value 'N'.
               88  received-trailer-seen    value 'Y'.
           05  edit-switch         pic x(01) value 'N'.
               88  edit-usable              value 'Y'.
           05  run-control-switch  pic x(01) value 'N'.
               88  run-control-usable       value 'Y'.
           05  merged-switch       pic x(01) value 'N'.
               88  merged-usable            value 'Y'.
           05  merged-trl-switch   pic x(01) value 'N'.
               88  merged-trailer-seen      value 'Y'.
           05  reject-switch       pic x(01) value 'N'.
               88  reject-usable            value 'Y'.
           05  audit-switch        pic x(01) value 'N'.
               88  audit-usable             value 'Y'.
           05  history-switch      pic x(01) value 'N'.
               88  history-open             value 'Y'.
           05  keyed-switch        pic x(01) value 'N'.
               88  keyed-open               value 'Y'.
           05  keyed-check-switch  pic x(01) value 'Y'.
               88  keyed-check-wanted       value 'Y'.

      *    Return code - 0 when the night balances, 8 when any
      *    control point is out of balance or cannot be proved
       01  rc                  pic s9(8) binary value 0.
       01  out-of-balance-rc   pic s9(8) binary value 8.

       procedure division.

       main-processing section.

      *    -------------------------------------------------------------

           perform read-control-card.

           accept run-date-raw from date yyyymmdd.
           accept run-time-raw from time.
           move spaces to run-date-stamp.
           string run-date-raw(1:4) '-'
                  run-date-raw(5:2) '-'
                  run-date-raw(7:2)
               delimited by size into run-date-stamp.
           move spaces to run-time-stamp.
           string run-time-raw(1:2) ':'
                  run-time-raw(3:2) ':'
                  run-time-raw(5:2)
               delimited by size into run-time-stamp.

           perform clear-split-entry
               varying split-index from 1 by 1
               until split-index > 4.

           perform clear-edit-count
               varying edit-index from 1 by 1
               until edit-index > edit-count-total.

           perform tally-received-file
               thru tally-received-file-exit.

           perform tally-edit-report
               thru tally-edit-report-exit.

           perform tally-run-control
               thru tally-run-control-exit.

           perform tally-split-stream
               thru tally-split-stream-exit
               varying split-index from 1 by 1
               until split-index > night-stream-count.

           perform tally-merged-output
               thru tally-merged-output-exit.

           perform tally-merged-rejects
               thru tally-merged-rejects-exit.

           perform tally-merged-audit
               thru tally-merged-audit-exit.

           open output report-file.

           perform write-balance-report
               thru write-balance-report-exit.

           close report-file.

           if out-of-balance-count > 0
               move out-of-balance-rc to rc
           end-if.

           go to b64bal-end.

      *    -------------------------------------------------------------

      *    Whether the run jobs load B64KEYD - only then can the
      *    night's encode results be looked for there
       read-control-card.

           move spaces to control-record.

           open input control-file.

           read control-file
               at end
                   continue
           end-read.

           close control-file.

           if bal-keyed-not-requested
               move 'N' to keyed-check-switch
           end-if.

           display 'Keyed store   : ' keyed-check-switch.

       clear-split-entry.

           move 0 to split-read-count(split-index).
           move 0 to split-data-count(split-index).
           move 0 to split-hash-total(split-index).
           move 0 to split-trl-count(split-index).
           move 0 to split-trl-hash(split-index).
           move 'N' to split-trailer-flag(split-index).
           move 'N' to split-open-flag(split-index).
           move 0 to rctl-slot-records(split-index).
           move space to rctl-slot-status(split-index).
           move 'N' to rctl-slot-flag(split-index).

       clear-edit-count.

           move 0 to edit-count(edit-index).
           move 'N' to edit-found(edit-index).

      *    -------------------------------------------------------------

      *    The received file - data records and their payload hash
      *    the way the edit and the split total them, and the
      *    trailer's claim
       tally-received-file.

           open input received-file.

           if received-file-status not = '00'
               display 'INFILE open failed - status '
                   received-file-status
               go to tally-received-file-exit
           end-if.

           set received-usable to true.

           perform read-next-received.

           perform take-received-record
               until received-eof.

           close received-file.

       tally-received-file-exit.
           exit.

       read-next-received.

           read received-file into tran-view
               at end
                   set received-eof to true
           end-read.

       take-received-record.

           add 1 to received-read-count.

           evaluate trans-id
               when control-id-header
                   add 1 to received-control-count
               when control-id-trailer
                   add 1 to received-control-count
                   move trans-payload(1:22) to incoming-trailer-totals
                   if inc-record-count is numeric
                       and inc-hash-total is numeric
                       set received-trailer-seen to true
                       move inc-record-count to received-trl-count
                       move inc-hash-total to received-trl-hash
                   end-if
               when other
                   add 1 to received-data-count
                   add trans-payload-length to received-hash-total
           end-evaluate.

           perform read-next-received.

      *    -------------------------------------------------------------

      *    Pick the edit's counts off EDITRPT by their labels, so a
      *    line added to the report later does not shift them
       tally-edit-report.

           open input edit-report-file.

           if edit-report-status not = '00'
               display 'EDITRPT open failed - status '
                   edit-report-status
               go to tally-edit-report-exit
           end-if.

           perform read-next-edit-line.

           perform take-edit-line
               thru take-edit-line-exit
               until edit-eof.

           close edit-report-file.

           set edit-usable to true.

           perform check-edit-found
               varying edit-index from 1 by 1
               until edit-index > edit-count-total.

       tally-edit-report-exit.
           exit.

       read-next-edit-line.

           read edit-report-file
               at end
                   set edit-eof to true
           end-read.

       take-edit-line.

           move 0 to found-edit-label.

           perform match-edit-label
               varying edit-index from 1 by 1
               until edit-index > edit-count-total
                   or found-edit-label > 0.

           if found-edit-label = 0
               go to take-edit-line-next
           end-if.

           move edit-report-record(27:9) to edit-value-x.
           inspect edit-value-x replacing all ' ' by '0'.

           if edit-value-x is numeric
               move edit-value-x to edit-value
               move edit-value to edit-count(found-edit-label)
               move 'Y' to edit-found(found-edit-label)
           else
               display 'EDITRPT value not numeric - '
                   edit-report-record(1:35)
           end-if.

       take-edit-line-next.

           perform read-next-edit-line.

       take-edit-line-exit.
           exit.

       match-edit-label.

           if edit-report-record(1:26) = edit-label(edit-index)
               move edit-index to found-edit-label
           end-if.

       check-edit-found.

           if edit-found(edit-index) not = 'Y'
               move 'N' to edit-switch
               display 'EDITRPT line missing - '
                   edit-label(edit-index)
           end-if.

      *    -------------------------------------------------------------

      *    The night's stamp and stream count from the header, then
      *    each declared slot's status and record count.  An
      *    unreadable RUNCTL still lets the four splits be balanced
      *    against their trailers.
       tally-run-control.

           move 4 to night-stream-count.

           open input run-control-file.

           if run-control-status not = '00'
               display 'RUNCTL open failed - status '
                   run-control-status
               go to tally-run-control-exit
           end-if.

           read run-control-file
               at end
                   continue
           end-read.

           if run-control-status not = '00'
               or not rctl-header-record
               or rctl-stream-count not numeric
               or rctl-stream-count < 1
               or rctl-stream-count > 4
               display 'RUNCTL dataset missing or unusable'
               close run-control-file
               go to tally-run-control-exit
           end-if.

           set run-control-usable to true.

           move rctl-run-date to night-run-date.
           move rctl-run-time to night-run-time.
           move rctl-stream-count to night-stream-count.

           display 'Run of        : ' night-run-date ' '
               night-run-time.

           perform take-stream-slot
               thru take-stream-slot-exit
               varying split-index from 1 by 1
               until split-index > night-stream-count.

           close run-control-file.

       tally-run-control-exit.
           exit.

       take-stream-slot.

           read run-control-file
               at end
                   continue
           end-read.

           if run-control-status not = '00'
               or not rctl-slot-record
               or rctl-stream-number not numeric
               or rctl-stream-number < 1
               or rctl-stream-number > 4
               display 'Stream ' split-index
                   ' : slot record missing'
               go to take-stream-slot-exit
           end-if.

           move 'Y' to rctl-slot-flag(rctl-stream-number).
           move rctl-stream-status
               to rctl-slot-status(rctl-stream-number).

           if rctl-stream-records is numeric
               move rctl-stream-records
                   to rctl-slot-records(rctl-stream-number)
           end-if.

       take-stream-slot-exit.
           exit.

      *    -------------------------------------------------------------

      *    One split stream - every record, as the stream's run
      *    counts them for RUNCTL, and its data records and payload
      *    hash against its own trailer
       tally-split-stream.

           move 'N' to split-eof-switch.

           perform open-split-file.

           if split-file-status not = '00'
               display 'SPLIT0' split-index
                   ' open failed - status ' split-file-status
               go to tally-split-stream-exit
           end-if.

           set split-opened(split-index) to true.

           perform read-next-split.

           perform take-split-record
               until split-eof.

           perform close-split-file.

           add split-trl-count(split-index) to split-total-trl-count.
           add split-data-count(split-index) to split-total-data-count.

       tally-split-stream-exit.
           exit.

       open-split-file.

           evaluate split-index
               when 1
                   open input split1-file
               when 2
                   open input split2-file
               when 3
                   open input split3-file
               when 4
                   open input split4-file
           end-evaluate.

       close-split-file.

           evaluate split-index
               when 1
                   close split1-file
               when 2
                   close split2-file
               when 3
                   close split3-file
               when 4
                   close split4-file
           end-evaluate.

       read-next-split.

           evaluate split-index
               when 1
                   read split1-file into tran-view
                       at end
                           set split-eof to true
                   end-read
               when 2
                   read split2-file into tran-view
                       at end
                           set split-eof to true
                   end-read
               when 3
                   read split3-file into tran-view
                       at end
                           set split-eof to true
                   end-read
               when 4
                   read split4-file into tran-view
                       at end
                           set split-eof to true
                   end-read
           end-evaluate.

       take-split-record.

           add 1 to split-read-count(split-index).

           evaluate trans-id
               when control-id-header
                   continue
               when control-id-trailer
                   move trans-payload(1:22) to incoming-trailer-totals
                   if inc-record-count is numeric
                       and inc-hash-total is numeric
                       set split-trailer-seen(split-index) to true
                       move inc-record-count
                           to split-trl-count(split-index)
                       move inc-hash-total
                           to split-trl-hash(split-index)
                   end-if
               when other
                   add 1 to split-data-count(split-index)
                   add trans-payload-length
                       to split-hash-total(split-index)
           end-evaluate.

           perform read-next-split.

      *    -------------------------------------------------------------

      *    The merged output - its data records and result bytes
      *    against its trailer, and its transactions (a chained
      *    result's segments are one) for the audit trail
       tally-merged-output.

           open input merged-file.

           if merged-file-status not = '00'
               display 'MRGOUT open failed - status '
                   merged-file-status
               go to tally-merged-output-exit
           end-if.

           set merged-usable to true.

           perform read-next-merged.

           perform take-merged-record
               thru take-merged-record-exit
               until merged-eof.

           close merged-file.

       tally-merged-output-exit.
           exit.

       read-next-merged.

           read merged-file
               at end
                   set merged-eof to true
           end-read.

       take-merged-record.

           if mrg-trans-id = control-id-header
               go to take-merged-record-next
           end-if.

           if mrg-trans-id = control-id-trailer
               move merged-record(out-prefix-length + 1:22)
                   to incoming-trailer-totals
               if inc-record-count is numeric
                   and inc-hash-total is numeric
                   set merged-trailer-seen to true
                   move inc-record-count to merged-trl-count
                   move inc-hash-total to merged-trl-hash
               end-if
               go to take-merged-record-next
           end-if.

           add 1 to merged-data-count.
           compute merged-hash-total =
               merged-hash-total + merged-length - out-prefix-length.

           if mrg-trans-id not = previous-merged-id
               add 1 to merged-trans-count
               move mrg-trans-id to previous-merged-id
           end-if.

       take-merged-record-next.

           perform read-next-merged.

       take-merged-record-exit.
           exit.

      *    -------------------------------------------------------------

      *    The merged rejects - data records only
       tally-merged-rejects.

           open input merged-reject-file.

           if merged-reject-status not = '00'
               display 'MRGREJ open failed - status '
                   merged-reject-status
               go to tally-merged-rejects-exit
           end-if.

           set reject-usable to true.

           perform read-next-reject.

           perform take-reject-record
               until reject-eof.

           close merged-reject-file.

       tally-merged-rejects-exit.
           exit.

       read-next-reject.

           read merged-reject-file
               at end
                   set reject-eof to true
           end-read.

       take-reject-record.

           if rej-trans-id not = control-id-header
               and rej-trans-id not = control-id-trailer
               add 1 to merged-reject-count
           end-if.

           perform read-next-reject.

      *    -------------------------------------------------------------

      *    The merged audit trail, line by line - counted against the
      *    splits, its transactions against MRGOUT, its rejections
      *    against MRGREJ, and each line looked for on AUDHIST and
      *    each stored encode result on B64KEYD
       tally-merged-audit.

           open input merged-audit-file.

           if merged-audit-status not = '00'
               display 'MRGAUD open failed - status '
                   merged-audit-status
               go to tally-merged-audit-exit
           end-if.

           set audit-usable to true.

           open input history-file.

           if history-file-status = '00'
               set history-open to true
           else
               display 'AUDHIST open failed - status '
                   history-file-status
           end-if.

           if keyed-check-wanted
               open input keyed-file
               if keyed-file-status = '00'
                   set keyed-open to true
               else
                   display 'B64KEYD open failed - status '
                       keyed-file-status
               end-if
           end-if.

           perform read-next-audit.

           perform take-audit-line
               thru take-audit-line-exit
               until audit-eof.

           close merged-audit-file.

           if history-open
               close history-file
           end-if.

           if keyed-open
               close keyed-file
           end-if.

       tally-merged-audit-exit.
           exit.

       read-next-audit.

           read merged-audit-file
               at end
                   set audit-eof to true
           end-read.

       take-audit-line.

           if audit-record = spaces
               go to take-audit-line-next
           end-if.

           add 1 to audit-line-count.

           if audit-trans-id not = previous-audit-id
               add 1 to audit-trans-count
           end-if.

           perform expect-reject-records
               thru expect-reject-records-exit.

           perform look-up-history
               thru look-up-history-exit.

           perform look-up-keyed-result
               thru look-up-keyed-result-exit.

           move audit-trans-id to previous-audit-id.
           move audit-run-date to previous-audit-date.
           move audit-run-time to previous-audit-time.
           move audit-disposition to previous-disposition.

       take-audit-line-next.

           perform read-next-audit.

       take-audit-line-exit.
           exit.

      *    A rejection is one reject record - unless it ends a chain
      *    whose earlier segments were held, when the assembled
      *    payload is regenerated as segments
       expect-reject-records.

           if audit-disposition not = 'REJECTED'
               go to expect-reject-records-exit
           end-if.

           if audit-trans-id = previous-audit-id
               and previous-disposition = 'SEGMENT-HELD'
               and audit-length-in is numeric
               and audit-length-in > 0
               compute chain-reject-segments =
                   (audit-length-in + reject-segment-size - 1)
                       / reject-segment-size
               add chain-reject-segments to expected-reject-count
           else
               add 1 to expected-reject-count
           end-if.

       expect-reject-records-exit.
           exit.

      *    B64AUDL keys each line on its trans-id and run stamp, the
      *    segments of one chain under one stamp taking sequence
      *    0, 1, 2 ... in turn
       look-up-history.

           if audit-trans-id = spaces
               go to look-up-history-exit
           end-if.

           if audit-trans-id = previous-audit-id
               and audit-run-date = previous-audit-date
               and audit-run-time = previous-audit-time
               add 1 to history-sequence
           else
               move 0 to history-sequence
           end-if.

           add 1 to history-expected-count.

           if not history-open
               go to look-up-history-exit
           end-if.

           move audit-trans-id to audh-trans-id.
           move audit-run-date to audh-run-date.
           move audit-run-time to audh-run-time.
           move history-sequence to audh-sequence.

           read history-file
               invalid key
                   display 'Not on AUDHIST: ' audit-trans-id ' '
                       audit-run-date ' ' audit-run-time
                   go to look-up-history-exit
           end-read.

           add 1 to history-found-count.

       look-up-history-exit.
           exit.

      *    An encode result the run kept - processed or mismatched,
      *    short enough for the store - must be on B64KEYD under
      *    its trans-id, stamped with the run's date
       look-up-keyed-result.

           if not keyed-check-wanted
               go to look-up-keyed-result-exit
           end-if.

           if audit-trans-type not = 'E'
               go to look-up-keyed-result-exit
           end-if.

           if audit-disposition not = 'PROCESSED'
               and audit-disposition not = 'RECONCILE-MISMATCH'
               go to look-up-keyed-result-exit
           end-if.

           if audit-length-out not numeric
               or audit-length-out > keyed-result-limit
               go to look-up-keyed-result-exit
           end-if.

           add 1 to keyed-expected-count.

           if not keyed-open
               go to look-up-keyed-result-exit
           end-if.

           move audit-trans-id to keyd-trans-id.

           read keyed-file
               invalid key
                   display 'Not on B64KEYD: ' audit-trans-id
                   go to look-up-keyed-result-exit
           end-read.

           if keyd-run-date not = audit-run-date
               display 'B64KEYD not loaded tonight: ' audit-trans-id
                   ' ' keyd-run-date
               go to look-up-keyed-result-exit
           end-if.

           add 1 to keyed-found-count.

       look-up-keyed-result-exit.
           exit.

      *    -------------------------------------------------------------

      *    The sign-off report - every control point in pipeline
      *    order, what was expected, what was found and any
      *    difference, then the night's verdict
       write-balance-report.

           move spaces to report-record.
           string 'Nightly balancing sign-off for the run of '
               night-run-date ' ' night-run-time
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           string 'Balanced on             : ' run-date-stamp ' '
               run-time-stamp
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string 'Control point           ' '      Expected'
               '        Actual' '     Difference'
               delimited by size into report-record.
           write report-record.

           move 'Received file and edit' to section-title.
           perform write-section-line.

           perform write-received-points.

           move 'Split streams' to section-title.
           perform write-section-line.

           perform write-split-points
               thru write-split-points-exit
               varying split-index from 1 by 1
               until split-index > night-stream-count.

           move 'SPLIT total vs clean' to point-label.
           if edit-usable
               move edit-count(edit-clean-label) to point-expected
               move split-total-trl-count to point-actual
               perform write-control-point
           else
               move 'EDITRPT counts not found' to point-reason
               perform write-unproved-point
           end-if.

           move 'Run control' to section-title.
           perform write-section-line.

           perform write-run-control-points
               thru write-run-control-points-exit
               varying split-index from 1 by 1
               until split-index > night-stream-count.

           move 'Merge' to section-title.
           perform write-section-line.

           perform write-merge-points.

           move 'History and keyed store' to section-title.
           perform write-section-line.

           perform write-store-points.

           move spaces to report-record.
           write report-record.

           move point-count to ed-count.
           move spaces to report-record.
           string 'Control points checked  : ' ed-count
               delimited by size into report-record.
           write report-record.

           move out-of-balance-count to ed-count.
           move spaces to report-record.
           string 'Out of balance          : ' ed-count
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           if out-of-balance-count = 0
               string 'Night balances at every control point - '
                   'signed off'
                   delimited by size into report-record
           else
               string '*** NIGHT OUT OF BALANCE - downstream jobs '
                   'held ***'
                   delimited by size into report-record
           end-if.
           write report-record.

       write-balance-report-exit.
           exit.

       write-section-line.

           move spaces to report-record.
           write report-record.

           move section-title to report-record.
           write report-record.

      *    The received file against its trailer and the edit
       write-received-points.

           if not received-usable
               move 'INFILE' to point-label
               move 'could not be opened' to point-reason
               perform write-unproved-point
           else
               if not received-trailer-seen
                   move 'INFILE trailer' to point-label
                   move 'no readable B64TRL trailer' to point-reason
                   perform write-unproved-point
               else
                   move 'INFILE trailer count' to point-label
                   move received-trl-count to point-expected
                   move received-data-count to point-actual
                   perform write-control-point
                   move 'INFILE trailer hash' to point-label
                   move received-trl-hash to point-expected
                   move received-hash-total to point-actual
                   perform write-control-point
               end-if
           end-if.

           if not edit-usable
               move 'EDITRPT' to point-label
               move 'report counts not found' to point-reason
               perform write-unproved-point
           else
               move 'EDITRPT records read' to point-label
               move received-read-count to point-expected
               move edit-count(edit-read-label) to point-actual
               perform write-control-point
               move 'EDITRPT clean+exception' to point-label
               move received-data-count to point-expected
               compute point-actual = edit-count(edit-clean-label)
                   + edit-count(edit-exception-label)
               perform write-control-point
               move 'EDITRPT control records' to point-label
               move received-control-count to point-expected
               move edit-count(edit-control-label) to point-actual
               perform write-control-point
           end-if.

      *    One split stream against its own trailer
       write-split-points.

           move split-index to ed-stream.

           if not split-opened(split-index)
               move spaces to point-label
               string 'SPLIT0' ed-stream
                   delimited by size into point-label
               move 'stream could not be opened' to point-reason
               perform write-unproved-point
               go to write-split-points-exit
           end-if.

           if not split-trailer-seen(split-index)
               move spaces to point-label
               string 'SPLIT0' ed-stream ' trailer'
                   delimited by size into point-label
               move 'no readable B64TRL trailer' to point-reason
               perform write-unproved-point
               go to write-split-points-exit
           end-if.

           move spaces to point-label.
           string 'SPLIT0' ed-stream ' trailer count'
               delimited by size into point-label.
           move split-trl-count(split-index) to point-expected.
           move split-data-count(split-index) to point-actual.
           perform write-control-point.

           move spaces to point-label.
           string 'SPLIT0' ed-stream ' trailer hash'
               delimited by size into point-label.
           move split-trl-hash(split-index) to point-expected.
           move split-hash-total(split-index) to point-actual.
           perform write-control-point.

       write-split-points-exit.
           exit.

      *    One stream's RUNCTL slot - complete, and counting every
      *    record of its split
       write-run-control-points.

           move split-index to ed-stream.
           move spaces to point-label.
           string 'RUNCTL stream ' ed-stream ' records'
               delimited by size into point-label.

           if not run-control-usable
               move 'run-control dataset unusable' to point-reason
               perform write-unproved-point
               go to write-run-control-points-exit
           end-if.

           if not rctl-slot-seen(split-index)
               move 'slot record missing' to point-reason
               perform write-unproved-point
               go to write-run-control-points-exit
           end-if.

           if rctl-slot-status(split-index) not = 'C'
               move spaces to point-reason
               string 'slot not complete - status '
                   rctl-slot-status(split-index)
                   delimited by size into point-reason
               perform write-unproved-point
               go to write-run-control-points-exit
           end-if.

           if not split-opened(split-index)
               move 'split stream unreadable' to point-reason
               perform write-unproved-point
               go to write-run-control-points-exit
           end-if.

           move split-read-count(split-index) to point-expected.
           move rctl-slot-records(split-index) to point-actual.
           perform write-control-point.

       write-run-control-points-exit.
           exit.

      *    The merged audit, output and rejects
       write-merge-points.

           if not audit-usable
               move 'MRGAUD' to point-label
               move 'could not be opened' to point-reason
               perform write-unproved-point
           else
               move 'MRGAUD vs split records' to point-label
               move split-total-data-count to point-expected
               move audit-line-count to point-actual
               perform write-control-point
           end-if.

           if not merged-usable
               move 'MRGOUT' to point-label
               move 'could not be opened' to point-reason
               perform write-unproved-point
           else
               if not merged-trailer-seen
                   move 'MRGOUT trailer' to point-label
                   move 'no readable B64TRL trailer' to point-reason
                   perform write-unproved-point
               else
                   move 'MRGOUT trailer count' to point-label
                   move merged-trl-count to point-expected
                   move merged-data-count to point-actual
                   perform write-control-point
                   move 'MRGOUT trailer hash' to point-label
                   move merged-trl-hash to point-expected
                   move merged-hash-total to point-actual
                   perform write-control-point
               end-if
               if audit-usable
                   move 'MRGOUT vs audit trans' to point-label
                   move audit-trans-count to point-expected
                   move merged-trans-count to point-actual
                   perform write-control-point
               end-if
           end-if.

           if not reject-usable
               move 'MRGREJ' to point-label
               move 'could not be opened' to point-reason
               perform write-unproved-point
           else
               if audit-usable
                   move 'MRGREJ vs audit rejects' to point-label
                   move expected-reject-count to point-expected
                   move merged-reject-count to point-actual
                   perform write-control-point
               end-if
           end-if.

      *    What the audit trail says was loaded into the stores
       write-store-points.

           move 'AUDHIST records loaded' to point-label.

           if not audit-usable
               move 'MRGAUD could not be opened' to point-reason
               perform write-unproved-point
           else
               if not history-open
                   move 'AUDHIST could not be opened'
                       to point-reason
                   perform write-unproved-point
               else
                   move history-expected-count to point-expected
                   move history-found-count to point-actual
                   perform write-control-point
               end-if
           end-if.

           move 'B64KEYD results loaded' to point-label.

           if not keyed-check-wanted
               move spaces to report-record
               string point-label
                   '  not checked - keyed store not requested'
                   delimited by size into report-record
               write report-record
           else
               if not audit-usable
                   move 'MRGAUD could not be opened'
                       to point-reason
                   perform write-unproved-point
               else
                   if not keyed-open
                       move 'B64KEYD could not be opened'
                           to point-reason
                       perform write-unproved-point
                   else
                       move keyed-expected-count to point-expected
                       move keyed-found-count to point-actual
                       perform write-control-point
                   end-if
               end-if
           end-if.

      *    One control point - the difference is what was found less
      *    what was expected, and any difference is out of balance
       write-control-point.

           add 1 to point-count.

           compute point-difference = point-actual - point-expected.

           move spaces to flag-text.

           if point-difference not = 0
               move 'OUT' to flag-text
               add 1 to out-of-balance-count
           end-if.

           move point-expected to ed-expected.
           move point-actual to ed-actual.
           move point-difference to ed-difference.

           move spaces to report-record.
           string point-label ' ' ed-expected ' ' ed-actual ' '
               ed-difference ' ' flag-text
               delimited by size into report-record.
           write report-record.

      *    A control point whose input could not be read cannot be
      *    proved, so it counts as out of balance - the reason ends
      *    short of the flag column
       write-unproved-point.

           add 1 to point-count.
           add 1 to out-of-balance-count.

           move spaces to report-record.
           string point-label '  not proved - ' point-reason
               delimited by size into report-record.
           move 'OUT' to report-record(69:3).
           write report-record.

      *    -------------------------------------------------------------

       b64bal-end.

           display 'Points checked: ' point-count.
           display 'Out of balance: ' out-of-balance-count.

           move rc to return-code.
           goback.
