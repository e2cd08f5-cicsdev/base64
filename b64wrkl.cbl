      *
      *    (C) Copyright IBM Corp. 2026
      *
       identification division.
       program-id.              B64WRKL.
       author.                  Ian Burnett.
       installation.            CICS Performance, IBM Hursley.
       date-written.            October 2026.

      *    -------------------------------------------------------------
      *    Modification history
      *
      *    2026-10 IB  Load the night's rejects onto the analysts' work
      *                queue (B64WRKQ, a VSAM KSDS in B64WRKQ layout
      *                keyed on trans-id) for the B64W online
      *                transaction.  Each rejected transaction in
      *                the merged rejects (REJECTS, B64TRAN layout -
      *                one item per chain) is queued with its
      *                originator, type and variant, the attempts
      *                B64REPR has carried for it so far (RETRYIN)
      *                and the reason the run gave, translated from
      *                the return code on its REJECTED audit record
      *                (AUDITLOG).  A trans-id already on the queue
      *                is refreshed, keeping any action an analyst
      *                has keyed against it.  WRKLRPT lists what was
      *                queued.  Ends RC 8 when the queue would not
      *                open or an item could not be written.
      *    -------------------------------------------------------------

       environment division.

       input-output section.

       file-control.
           select rejects-file assign to REJECTS
               organization is sequential.

           select audit-file assign to AUDITLOG
               organization is sequential.

           select optional retry-in-file assign to RETRYIN
               organization is sequential.

           select queue-file assign to B64WRKQ
               organization is indexed
               access is random
               record key is wrkq-trans-id
               file status is queue-file-status.

           select report-file assign to WRKLRPT
               organization is sequential.

       data division.

       file section.

      *    The night's merged rejects, in pure B64TRAN layout
       fd  rejects-file
           recording mode f
           label records standard.
       01  input-record.
           copy b64tran.

      *    The night's merged audit trail, as BASE64O wrote it
       fd  audit-file
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
               88  audit-disp-rejected         value 'REJECTED'.
           05  filler                  pic x(01).
           05  audit-return-code       pic 9(02).
           05  filler                  pic x(01).
           05  audit-originator        pic x(04).
           05  filler                  pic x(01).
           05  audit-resend            pic x(01).
           05  filler                  pic x(01).
           05  audit-user-id           pic x(08).
           05  filler                  pic x(04).

      *    Retry counts B64REPR carried forward - one record per
      *    trans-id still bouncing
       fd  retry-in-file
           recording mode f
           label records standard.
       01  retry-in-record.
           05  rtyi-trans-id           pic x(10).
           05  filler                  pic x(01).
           05  rtyi-count              pic 9(03).
           05  filler                  pic x(66).

      *    The analysts' work queue
       fd  queue-file.
       01  queue-record.
           copy b64wrkq.

      *    The load report - one line per item queued and the totals
       fd  report-file
           recording mode f
           label records standard.
       01  report-record           pic x(80).

       working-storage section.

      *    File status of the last keyed operation
       01  queue-file-status   pic x(02) value '00'.

      *    Today's date, for an item with no audit record to date it
       01  run-date-raw            pic 9(8).
       01  run-date-stamp          pic x(10).

      *    Load counters
       01  reject-read-count   pic 9(9) comp-5 value 0.
       01  queued-count        pic 9(9) comp-5 value 0.
       01  refreshed-count     pic 9(9) comp-5 value 0.
       01  failed-count        pic 9(9) comp-5 value 0.
       01  no-reason-count     pic 9(9) comp-5 value 0.

      *    The rejected audit records of the night - trans-id, the
      *    return code and the run date - looked up for each reject
       01  reason-limit        pic 9(9) comp-5 value 5000.
       01  reason-count        pic 9(9) comp-5 value 0.
       01  reason-index        pic 9(9) comp-5.
       01  found-reason        pic 9(9) comp-5 value 0.
       01  reason-lookup-id    pic x(10).
       01  reason-table.
           05  reason-entry occurs 5000.
               10  rsn-tab-id          pic x(10).
               10  rsn-tab-rc          pic 9(02).
               10  rsn-tab-date        pic x(10).

      *    The carried retry counts, as B64REPR holds them
       01  retry-limit         pic 9(9) comp-5 value 50000.
       01  retry-count         pic 9(9) comp-5 value 0.
       01  retry-index         pic 9(9) comp-5.
       01  found-retry         pic 9(9) comp-5 value 0.
       01  retry-table.
           05  retry-entry occurs 50000.
               10  rty-tab-id          pic x(10).
               10  rty-tab-count       pic 9(9) comp-5.

      *    The trans-id of the previous reject record - the records
      *    of one chained transaction are one item on the queue
       01  previous-trans-id   pic x(10) value low-values.

      *    The reason being queued for the item in hand
       01  item-reason-rc      pic 9(02).
       01  item-reason-text    pic x(50).

      *    Edited fields used to build the report lines
       01  ed-count            pic zzzzzzzz9.
       01  ed-retry-count      pic zz9.
       01  ed-reason-rc        pic z9.
       01  item-status-text    pic x(09).

      *    Switches - end of each input, table overflows, and
      *    whether the queue opened
       01  wk-switches.
           05  rejects-eof-switch  pic x(01) value 'N'.
               88  rejects-eof              value 'Y'.
           05  audit-eof-switch    pic x(01) value 'N'.
               88  audit-eof                value 'Y'.
           05  retry-eof-switch    pic x(01) value 'N'.
               88  retry-eof                value 'Y'.
           05  reason-over-switch  pic x(01) value 'N'.
               88  reasons-overflowed       value 'Y'.
           05  retry-over-switch   pic x(01) value 'N'.
               88  retry-overflowed         value 'Y'.
           05  queue-open-switch   pic x(01) value 'N'.
               88  queue-open               value 'Y'.

      *    Return code - 0 clean, 8 when the queue would not open
      *    or an item could not be written
       01  rc                  pic s9(8) binary value 0.
       01  load-error-rc       pic s9(8) binary value 8.

       procedure division.

       main-processing section.

      *    -------------------------------------------------------------

           accept run-date-raw from date yyyymmdd.
           move spaces to run-date-stamp.
           string run-date-raw(1:4) '-'
                  run-date-raw(5:2) '-'
                  run-date-raw(7:2)
               delimited by size into run-date-stamp.

           perform load-reasons
               thru load-reasons-exit.

           perform load-retry-counts
               thru load-retry-counts-exit.

           open i-o queue-file.

           if queue-file-status not = '00'
               display 'B64WRKQ open failed - status '
                   queue-file-status
               move load-error-rc to rc
               go to b64wrkl-end
           end-if.

           set queue-open to true.

           open input rejects-file.
           open output report-file.

           move spaces to report-record.
           string 'Work queue load for ' run-date-stamp
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string 'Trans-id   Orig T V Try Rc Reason'
               delimited by size into report-record.
           write report-record.

           perform read-next-reject.

           perform queue-reject
               thru queue-reject-exit
               until rejects-eof.

           perform write-load-totals.

           close rejects-file
                 report-file.

           go to b64wrkl-end.

      *    -------------------------------------------------------------

      *    Keep the return code and run date of every rejected
      *    audit record - a trans-id rejected twice in the night
      *    keeps the later one
       load-reasons.

           open input audit-file.

           perform load-reason-record
               thru load-reason-record-exit
               until audit-eof.

           close audit-file.

           display 'Reject reasons: ' reason-count.

       load-reasons-exit.
           exit.

       load-reason-record.

           read audit-file
               at end
                   set audit-eof to true
           end-read.

           if audit-eof
               go to load-reason-record-exit
           end-if.

           if not audit-disp-rejected
               or audit-trans-id = spaces
               go to load-reason-record-exit
           end-if.

           move audit-trans-id to reason-lookup-id.

           perform look-up-reason
               thru look-up-reason-exit.

           if found-reason = 0
               if reason-count >= reason-limit
                   if not reasons-overflowed
                       set reasons-overflowed to true
                       display 'Reason table full past 5000 rejects'
                   end-if
                   go to load-reason-record-exit
               end-if
               add 1 to reason-count
               move reason-count to found-reason
               move audit-trans-id to rsn-tab-id(found-reason)
           end-if.

           if audit-return-code is numeric
               move audit-return-code to rsn-tab-rc(found-reason)
           else
               move 0 to rsn-tab-rc(found-reason)
           end-if.

           move audit-run-date to rsn-tab-date(found-reason).

       load-reason-record-exit.
           exit.

       look-up-reason.

           move 0 to found-reason.

           perform match-reason-entry
               varying reason-index from 1 by 1
               until reason-index > reason-count
                   or found-reason > 0.

       look-up-reason-exit.
           exit.

       match-reason-entry.

           if rsn-tab-id(reason-index) = reason-lookup-id
               move reason-index to found-reason
           end-if.

      *    -------------------------------------------------------------

      *    Load the retry counts B64REPR carried forward
       load-retry-counts.

           open input retry-in-file.

           perform load-retry-record
               thru load-retry-record-exit
               until retry-eof.

           close retry-in-file.

           display 'Retry records : ' retry-count.

       load-retry-counts-exit.
           exit.

       load-retry-record.

           read retry-in-file
               at end
                   set retry-eof to true
           end-read.

           if retry-eof
               go to load-retry-record-exit
           end-if.

           if rtyi-trans-id = spaces
               or rtyi-count not numeric
               go to load-retry-record-exit
           end-if.

           if retry-count >= retry-limit
               set retry-overflowed to true
               go to load-retry-record-exit
           end-if.

           add 1 to retry-count.
           move rtyi-trans-id to rty-tab-id(retry-count).
           move rtyi-count to rty-tab-count(retry-count).

       load-retry-record-exit.
           exit.

      *    -------------------------------------------------------------

       read-next-reject.

           read rejects-file
               at end
                   set rejects-eof to true
           end-read.

           if not rejects-eof then add 1 to reject-read-count.

      *    -------------------------------------------------------------

      *    Put one rejected transaction on the queue - or refresh
      *    the item already there, keeping the analyst's action
       queue-reject.

           if trans-id = previous-trans-id
               go to queue-reject-next
           end-if.

           move trans-id to previous-trans-id.

           perform find-item-reason
               thru find-item-reason-exit.

           move trans-id to wrkq-trans-id.

           read queue-file
               invalid key
                   continue
           end-read.

           if queue-file-status = '00'
               perform fill-queue-item
               rewrite queue-record
                   invalid key
                       continue
               end-rewrite
               move 'refreshed' to item-status-text
           else
               move spaces to queue-record
               move trans-id to wrkq-trans-id
               set wrkq-action-none to true
               perform fill-queue-item
               write queue-record
                   invalid key
                       continue
               end-write
               move 'queued   ' to item-status-text
           end-if.

           if queue-file-status not = '00'
               add 1 to failed-count
               display 'B64WRKQ write failed for trans-id '
                   trans-id ' - status ' queue-file-status
               go to queue-reject-next
           end-if.

           if item-status-text = 'queued'
               add 1 to queued-count
           else
               add 1 to refreshed-count
           end-if.

           move wrkq-retry-count to ed-retry-count.
           move wrkq-reason-rc to ed-reason-rc.

           move spaces to report-record.
           string wrkq-trans-id ' ' wrkq-originator ' '
               wrkq-trans-type ' ' wrkq-variant ' '
               ed-retry-count ' ' ed-reason-rc ' '
               wrkq-reason-text(1:36) ' ' item-status-text
               delimited by size into report-record.
           write report-record.

       queue-reject-next.

           perform read-next-reject.

       queue-reject-exit.
           exit.

      *    The item's details off the reject record in hand, its
      *    attempts so far, and the reason - an item refreshed is
      *    a reject again, whatever it was before
       fill-queue-item.

           set wrkq-kind-reject to true.
           move trans-originator to wrkq-originator.
           move trans-type to wrkq-trans-type.
           move trans-variant to wrkq-variant.
           move item-reason-rc to wrkq-reason-rc.
           move item-reason-text to wrkq-reason-text.

           move 0 to found-retry.

           perform match-retry-entry
               varying retry-index from 1 by 1
               until retry-index > retry-count
                   or found-retry > 0.

           if found-retry = 0
               move 0 to wrkq-retry-count
           else
               if rty-tab-count(found-retry) > 999
                   move 999 to wrkq-retry-count
               else
                   move rty-tab-count(found-retry)
                       to wrkq-retry-count
               end-if
           end-if.

           if found-reason = 0
               move run-date-stamp to wrkq-queued-date
           else
               move rsn-tab-date(found-reason) to wrkq-queued-date
           end-if.

       match-retry-entry.

           if rty-tab-id(retry-index) = trans-id
               move retry-index to found-retry
           end-if.

      *    -------------------------------------------------------------

      *    The reason the run gave for the reject in hand - its
      *    return code off the audit trail, translated as the run
      *    translates it
       find-item-reason.

           move trans-id to reason-lookup-id.

           perform look-up-reason
               thru look-up-reason-exit.

           if found-reason = 0
               add 1 to no-reason-count
               move 0 to item-reason-rc
               move 'Reason not on the night''s audit trail'
                   to item-reason-text
               go to find-item-reason-exit
           end-if.

           move rsn-tab-rc(found-reason) to item-reason-rc.

           evaluate item-reason-rc
               when 8
                   move 'BASE64E error - output buffer too small'
                       to item-reason-text
               when 9
                   move 'BASE64E error - invalid input character'
                       to item-reason-text
               when 10
                   move 'BASE64E error - input truncated'
                       to item-reason-text
               when 11
                   move 'BASE64E error - unrecognized return code'
                       to item-reason-text
               when 18
                   move 'BASE64D error - output buffer too small'
                       to item-reason-text
               when 19
                   move 'BASE64D error - invalid input character'
                       to item-reason-text
               when 20
                   move 'BASE64D error - input truncated'
                       to item-reason-text
               when 21
                   move 'BASE64D error - unrecognized return code'
                       to item-reason-text
               when 22
                   move 'Unsqueeze error - compressed data damaged'
                       to item-reason-text
               when 23
                   move 'CSNBSYE error - payload not encrypted'
                       to item-reason-text
               when 24
                   move 'CSNBSYD error - payload not decrypted'
                       to item-reason-text
               when 25
                   move
                   'Sensitive record but no encryption key configured'
                       to item-reason-text
               when 26
                   move
                   'Payload digest mismatch - altered since encoded'
                       to item-reason-text
               when 27
                   move 'CSNBOWH error - payload digest not computed'
                       to item-reason-text
               when other
                   move 'Return code not recognised'
                       to item-reason-text
           end-evaluate.

       find-item-reason-exit.
           exit.

      *    -------------------------------------------------------------

       write-load-totals.

           move spaces to report-record.
           write report-record.

           move reject-read-count to ed-count.
           move spaces to report-record.
           string 'Reject records read     : ' ed-count
               delimited by size into report-record.
           write report-record.

           move queued-count to ed-count.
           move spaces to report-record.
           string 'Items queued            : ' ed-count
               delimited by size into report-record.
           write report-record.

           move refreshed-count to ed-count.
           move spaces to report-record.
           string 'Items refreshed         : ' ed-count
               delimited by size into report-record.
           write report-record.

           move no-reason-count to ed-count.
           move spaces to report-record.
           string 'Items with no reason    : ' ed-count
               delimited by size into report-record.
           write report-record.

           move failed-count to ed-count.
           move spaces to report-record.
           string 'Items not written       : ' ed-count
               delimited by size into report-record.
           write report-record.

           if reasons-overflowed
               move spaces to report-record
               string 'Reason table full past 5000 rejects'
                   delimited by size into report-record
               write report-record
           end-if.

           if retry-overflowed
               move spaces to report-record
               string 'Retry table full past 50000 trans-ids'
                   delimited by size into report-record
               write report-record
           end-if.

      *    -------------------------------------------------------------

       b64wrkl-end.

           if queue-open
               close queue-file
           end-if.

           display 'Rejects read  : ' reject-read-count.
           display 'Queued        : ' queued-count.
           display 'Refreshed     : ' refreshed-count.
           display 'Failed        : ' failed-count.

           if rc = 0 and failed-count > 0
               move load-error-rc to rc
           end-if.

           move rc to return-code.
           goback.
