      *                settings from a chain's last segment, so the
      *                correction never took effect on chained
      *                rejects.
      *    2026-10 IB  Widen the corrected and dead-letter records for
      *                the B64TRAN record's new TRANS-RESEND byte.
      *    2026-10 IB  Widen them again for B64TRAN's new TRANS-DIGEST,
      *                and clear the digest on a payload replacement -
      *                the sender's digest cannot vouch for a payload
      *                an analyst keyed.
      *    2026-10 IB  Take the analysts' corrections from the B64WRKQ
      *                work queue the B64W transaction maintains, in
      *                place of correction cards - CORRCARD is now
      *                optional and only consulted for a trans-id
      *                with no action on the queue.  Carry the
      *                earlier dead letters forward (DEADIN in,
      *                DEADLTR out) until an analyst releases one -
      *                L as it stands, or with a P, T or V correction
      *                - back into NEXTIN with its attempts reset, or
      *                drops it.  A transaction acted on leaves the
      *                queue; one dead-lettered stays on it as a dead
      *                letter.  Ends RC 8 when the queue would not
      *                open or an item could not be updated.
      *    -------------------------------------------------------------

       environment division.
           select rejects-file assign to REJECTS
               organization is sequential.

           select optional corrections-file assign to CORRCARD
               organization is sequential.

           select queue-file assign to B64WRKQ
               organization is indexed
               access is dynamic
               record key is wrkq-trans-id
               file status is queue-file-status.

           select optional dead-in-file assign to DEADIN
               organization is sequential.

           select retry-in-file assign to RETRYIN
           05  corr-data               pic x(60).
           05  filler                  pic x(07).

      *    The analysts' work queue - the action keyed against each
      *    reject and dead letter
       fd  queue-file.
       01  queue-record.
           copy b64wrkq.

      *    Retry counts carried forward from earlier reprocessing
      *    runs - one record per trans-id still bouncing
       fd  retry-in-file
       fd  next-in-file
           recording mode f
           label records standard.
       01  next-in-record          pic x(5430).

      *    The dead letters of earlier runs still parked, in
      *    B64TRAN layout - read into the rejects record area
       fd  dead-in-file
           recording mode f
           label records standard.
       01  dead-in-record          pic x(5430).

      *    Transactions out of attempts, in B64TRAN layout, parked
      *    for a person rather than another automatic bounce - this
      *    run's and every earlier one not yet released or dropped
       fd  dead-letter-file
           recording mode f
           label records standard.
       01  dead-letter-record      pic x(5430).

      *    Reprocessing report - file totals and one line per
      *    dead-lettered transaction
       01  dropped-count       pic 9(9) comp-5 value 0.
       01  passed-count        pic 9(9) comp-5 value 0.
       01  dead-letter-count   pic 9(9) comp-5 value 0.
       01  queue-action-count  pic 9(9) comp-5 value 0.
       01  dead-in-count       pic 9(9) comp-5 value 0.
       01  released-count      pic 9(9) comp-5 value 0.
       01  dead-dropped-count  pic 9(9) comp-5 value 0.
       01  carried-count       pic 9(9) comp-5 value 0.
       01  queue-error-count   pic 9(9) comp-5 value 0.

      *    File status of the last work queue operation
       01  queue-file-status   pic x(02) value '00'.

      *    Edited fields used to build the report lines
       01  ed-record-count         pic zzzzzzzz9.
       01  ed-passed-count         pic zzzzzzzz9.
       01  ed-dead-letter-count    pic zzzzzzzz9.
       01  ed-retry-count          pic zz9.
       01  ed-count                pic zzzzzzzz9.

      *    Corrections table, loaded from CORRCARD - when the file
      *    is bigger than the table the extra cards are reported
               88  corrections-overflowed   value 'Y'.
           05  retry-over-switch   pic x(01) value 'N'.
               88  retry-overflowed         value 'Y'.
           05  queue-eof-switch    pic x(01) value 'N'.
               88  queue-eof                value 'Y'.
           05  dead-in-eof-switch  pic x(01) value 'N'.
               88  dead-in-eof              value 'Y'.
           05  queue-open-switch   pic x(01) value 'N'.
               88  queue-open               value 'Y'.

      *    Return code - 0 clean, 4 when anything was dead-lettered,
      *    8 when the work queue could not be opened or updated
       01  rc                  pic s9(8) binary value 0.
       01  dead-letter-rc      pic s9(8) binary value 4.
       01  queue-error-rc      pic s9(8) binary value 8.

       procedure division.


           perform read-control-card.

           perform load-queue-actions
               thru load-queue-actions-exit.

           perform load-corrections
               thru load-corrections-exit.

               thru reprocess-record-exit
               until rejects-eof.

           move low-values to previous-trans-id.
           move spaces to previous-fate.

           perform read-next-dead-in.

           perform review-dead-letter
               thru review-dead-letter-exit
               until dead-in-eof.

           go to b64repr-end.

      *    -------------------------------------------------------------

      *    -------------------------------------------------------------

      *    Load every action keyed on the work queue into the
      *    corrections table ahead of any cards - the queue is
      *    opened for update, and kept up to date as the run acts
       load-queue-actions.

           open i-o queue-file.

           if queue-file-status not = '00'
               display 'B64WRKQ open failed - status '
                   queue-file-status
               add 1 to queue-error-count
               go to load-queue-actions-exit
           end-if.

           set queue-open to true.

           move low-values to wrkq-trans-id.

           start queue-file
               key >= wrkq-trans-id
               invalid key
                   set queue-eof to true
           end-start.

           perform load-queue-action
               thru load-queue-action-exit
               until queue-eof.

           display 'Queue actions : ' queue-action-count.

       load-queue-actions-exit.
           exit.

       load-queue-action.

           read queue-file next record
               at end
                   set queue-eof to true
           end-read.

           if queue-eof
               go to load-queue-action-exit
           end-if.

           if wrkq-action-none
               go to load-queue-action-exit
           end-if.

           if correction-count >= correction-limit
               set corrections-overflowed to true
               go to load-queue-action-exit
           end-if.

           add 1 to correction-count.
           add 1 to queue-action-count.
           move wrkq-trans-id to corr-tab-id(correction-count).
           move wrkq-action to corr-tab-action(correction-count).
           move wrkq-action-data to corr-tab-data(correction-count).

       load-queue-action-exit.
           exit.

      *    -------------------------------------------------------------

      *    Load the corrections into the table - one card per
      *    trans-id, later duplicates ignored by first-match lookup,
      *    so a card for a trans-id actioned on the work queue is
      *    ignored too
       load-corrections.

           open input corrections-file.

       open-input-output.

           open input rejects-file
                      dead-in-file.

           open output next-in-file
                       dead-letter-file
               add 1 to dropped-count
               move 'D' to previous-fate
               display 'Dropping trans-id ' trans-id ' by correction'
               perform remove-queue-item
                   thru remove-queue-item-exit
               go to reprocess-record-next
           end-if.

           if attempts-so-far >= max-attempts
               perform dead-letter-transaction
               move 'X' to previous-fate
               perform park-queue-item
                   thru park-queue-item-exit
               go to reprocess-record-next
           end-if.

           move input-record to next-in-record.
           write next-in-record.

           perform remove-queue-item
               thru remove-queue-item-exit.

       reprocess-record-next.

           perform read-next-reject.

      *    Apply the first-matching correction to the record in
      *    hand - a payload replacement clears the chaining fields
      *    so the new payload stands as one whole transaction, and
      *    the digest, which vouched for the payload replaced
       apply-correction.

           evaluate corr-tab-action(found-correction)
                   move replace-length to trans-payload-length
                   move 0 to trans-segment-number
                   set trans-segment-none to true
                   set trans-digest-none to true
               when 'T'
                   move corr-tab-data(found-correction)(1:1)
                       to trans-type
           display 'Dead-lettering trans-id ' trans-id
               ' after ' attempts-so-far ' attempts'.

      *    -------------------------------------------------------------

       read-next-dead-in.

           read dead-in-file into input-record
               at end
                   set dead-in-eof to true
           end-read.

           if not dead-in-eof
               add 1 to dead-in-count
           end-if.

      *    Settle one earlier dead letter's fate - released back
      *    into the run (as it stands, or corrected) with its
      *    attempts reset, dropped, or carried forward still parked.
      *    The records of a chain follow the first record's fate
       review-dead-letter.

           if trans-id = previous-trans-id
               perform follow-previous-fate
               go to review-dead-letter-next
           end-if.

           move trans-id to previous-trans-id.

           perform look-up-correction
               thru look-up-correction-exit.

           if found-correction = 0
               move input-record to dead-letter-record
               write dead-letter-record
               add 1 to carried-count
               move 'X' to previous-fate
               perform find-retry-count
                   thru find-retry-count-exit
               perform park-queue-item
                   thru park-queue-item-exit
               go to review-dead-letter-next
           end-if.

           if corr-tab-action(found-correction) = 'D'
               add 1 to dead-dropped-count
               move 'D' to previous-fate
               display 'Dropping dead letter ' trans-id
                   ' by correction'
               perform remove-queue-item
                   thru remove-queue-item-exit
               go to review-dead-letter-next
           end-if.

           perform reset-retry-count
               thru reset-retry-count-exit.

           if corr-tab-action(found-correction) = 'L'
               move 'P' to previous-fate
           else
               perform apply-correction
               if corr-tab-action(found-correction) = 'P'
                   move 'R' to previous-fate
               else
                   move 'P' to previous-fate
               end-if
           end-if.

           move input-record to next-in-record.
           write next-in-record.

           add 1 to released-count.

           move spaces to report-record.
           string 'Released      ' trans-id
               ' from the dead letters - action '
               corr-tab-action(found-correction)
               delimited by size into report-record.
           write report-record.

           perform remove-queue-item
               thru remove-queue-item-exit.

       review-dead-letter-next.

           perform read-next-dead-in.

       review-dead-letter-exit.
           exit.

      *    The carried count of a dead letter kept parked, for its
      *    item on the queue
       find-retry-count.

           move 0 to found-retry.
           move 0 to attempts-so-far.

           perform match-retry-entry
               varying retry-index from 1 by 1
               until retry-index > retry-count
                   or found-retry > 0.

           if found-retry > 0
               move rty-tab-count(found-retry) to attempts-so-far
           end-if.

       find-retry-count-exit.
           exit.

      *    A released dead letter starts its attempts again
       reset-retry-count.

           perform find-retry-count
               thru find-retry-count-exit.

           if found-retry > 0
               move 0 to rty-tab-count(found-retry)
           end-if.

       reset-retry-count-exit.
           exit.

      *    -------------------------------------------------------------

      *    A transaction acted on or passed back into the run leaves
      *    the work queue - B64WRKL puts it back if it fails again
       remove-queue-item.

           if not queue-open
               go to remove-queue-item-exit
           end-if.

           move trans-id to wrkq-trans-id.

           delete queue-file record
               invalid key
                   continue
           end-delete.

           if queue-file-status not = '00'
               and queue-file-status not = '23'
               add 1 to queue-error-count
               display 'B64WRKQ delete failed for trans-id '
                   trans-id ' - status ' queue-file-status
           end-if.

       remove-queue-item-exit.
           exit.

      *    A dead letter stays on the work queue as one, with its
      *    attempts so far - an action keyed but not yet carried out
      *    is kept for the next run
       park-queue-item.

           if not queue-open
               go to park-queue-item-exit
           end-if.

           move trans-id to wrkq-trans-id.

           read queue-file
               invalid key
                   continue
           end-read.

           if queue-file-status = '00'
               set wrkq-kind-dead to true
               perform set-queue-retry-count
               rewrite queue-record
                   invalid key
                       continue
               end-rewrite
           else
               move spaces to queue-record
               move trans-id to wrkq-trans-id
               set wrkq-kind-dead to true
               move trans-originator to wrkq-originator
               move trans-type to wrkq-trans-type
               move trans-variant to wrkq-variant
               move 0 to wrkq-reason-rc
               move 'Dead letter - no reject reason on the queue'
                   to wrkq-reason-text
               move spaces to wrkq-queued-date
               set wrkq-action-none to true
               perform set-queue-retry-count
               write queue-record
                   invalid key
                       continue
               end-write
           end-if.

           if queue-file-status not = '00'
               add 1 to queue-error-count
               display 'B64WRKQ update failed for trans-id '
                   trans-id ' - status ' queue-file-status
           end-if.

       park-queue-item-exit.
           exit.

       set-queue-retry-count.

           if attempts-so-far > 999
               move 999 to wrkq-retry-count
           else
               move attempts-so-far to wrkq-retry-count
           end-if.

      *    -------------------------------------------------------------

       b64repr-end.
           perform write-report.

           close rejects-file
                 dead-in-file
                 next-in-file
                 dead-letter-file
                 retry-out-file
                 report-file.

           if queue-open
               close queue-file
           end-if.

           if dead-letter-count > 0
               move dead-letter-rc to rc
           end-if.

           if queue-error-count > 0
               move queue-error-rc to rc
           end-if.

           move rc to return-code.
           goback.

               delimited by size into report-record.
           write report-record.

           move queue-action-count to ed-count.
           move spaces to report-record.
           string 'Work queue actions      : ' ed-count
               delimited by size into report-record.
           write report-record.

           move dead-in-count to ed-count.
           move spaces to report-record.
           string 'Dead letters read       : ' ed-count
               delimited by size into report-record.
           write report-record.

           move released-count to ed-count.
           move spaces to report-record.
           string 'Dead letters released   : ' ed-count
               delimited by size into report-record.
           write report-record.

           move dead-dropped-count to ed-count.
           move spaces to report-record.
           string 'Dead letters dropped    : ' ed-count
               delimited by size into report-record.
           write report-record.

           move carried-count to ed-count.
           move spaces to report-record.
           string 'Dead letters still held : ' ed-count
               delimited by size into report-record.
           write report-record.

           if queue-error-count > 0
               move queue-error-count to ed-count
               move spaces to report-record
               string 'Work queue failures     : ' ed-count
                   delimited by size into report-record
               write report-record
           end-if.

           if corrections-overflowed
               move spaces to report-record
               string 'Correction table full past 500 cards'
