      *
      *    (C) Copyright IBM Corp. 2026
      *
       identification division.
       program-id.              B64ACKR.
       author.                  Ian Burnett.
       installation.            CICS Performance, IBM Hursley.
       date-written.            October 2026.

      *    -------------------------------------------------------------
      *    Modification history
      *
      *    2026-10 IB  Reconcile the partners' acknowledgement files
      *                against what we sent.  Each ACK/NAK record
      *                (ACKIN, B64ACK layout - the partners' files
      *                concatenate on the one DD) is matched by
      *                trans-id and run date to the encode result's
      *                record on the cumulative audit history
      *                (AUDHIST), and the acknowledgement status,
      *                date, partner and refusal reason are written
      *                back onto it.  The night's MRGOUT is checked
      *                against the history first, so an encode result
      *                that went out without a history record to
      *                carry its acknowledgement is reported.  ACKRPT
      *                then ages every sent-but-unacknowledged and
      *                refused transaction by originator against the
      *                service window ACKCARD sets, listing each one
      *                overdue or refused for chasing.  Ends RC 4
      *                when anything is overdue, refused or could not
      *                be matched, RC 8 when a history record could
      *                not be updated, RC 16 when the history would
      *                not open.
      *    -------------------------------------------------------------

       environment division.

       input-output section.

       file-control.
           select optional control-file assign to ACKCARD
               organization is sequential.

           select ack-file assign to ACKIN
               organization is sequential.

           select output-file assign to MRGOUT
               organization is sequential.

           select history-file assign to AUDHIST
               organization is indexed
               access is dynamic
               record key is audh-key
               file status is history-file-status.

           select report-file assign to ACKRPT
               organization is sequential.

       data division.

       file section.

      *    Control card - the service window, the days a partner has
      *    to acknowledge a transaction before it is chased, and the
      *    horizon, the days back the report looks
       fd  control-file
           recording mode f
           label records standard.
       01  control-record.
           05  ackc-window-days     pic 9(03).
           05  filler               pic x(01).
           05  ackc-horizon-days    pic 9(03).
           05  filler               pic x(73).

      *    The partners' acknowledgement records
       fd  ack-file
           recording mode f
           label records standard.
       01  ack-record.
           copy b64ack.

      *    The night's merged output, B64OUT layout variable length
       fd  output-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on out-record-length
           label records standard.
       01  output-record.
           copy b64out.

      *    The cumulative audit history B64AUDL loads
       fd  history-file.
       01  history-record.
           copy b64audh.

      *    The reconciliation and outstanding-items report
       fd  report-file
           recording mode f
           label records standard.
       01  report-record           pic x(80).

       working-storage section.

      *    Reserved control-record trans-ids on MRGOUT
       01  control-id-header       pic x(10) value 'B64HDR'.
       01  control-id-trailer      pic x(10) value 'B64TRL'.

      *    Length of the MRGOUT record in hand, and the file status
      *    of the last history operation
       01  out-record-length       pic 9(9) comp-5.
       01  history-file-status     pic x(02) value '00'.

      *    The service window and report horizon in force
       01  window-days         pic 9(9) comp-5 value 3.
       01  horizon-days        pic 9(9) comp-5 value 30.

      *    Today's date, stamped on the report and aged from, and
      *    the run date on the MRGOUT header - today's when the file
      *    carries none
       01  run-date-raw            pic 9(8).
       01  run-date-stamp          pic x(10).
       01  today-day-number        pic 9(9) comp-5.
       01  output-run-date         pic x(10).

      *    The sent transaction being looked for - its trans-id,
      *    the run date it went out under, that date's day number,
      *    and the key of the latest history record found for it
       01  locate-trans-id     pic x(10).
       01  locate-date         pic x(10).
       01  locate-day-number   pic 9(9) comp-5.
       01  found-key           pic x(31).
       01  found-date          pic x(10).

      *    The history record in hand's age in days, and the days
      *    it is past the service window
       01  record-age          pic 9(9) comp-5.
       01  record-overdue      pic 9(9) comp-5.

      *    Day-number work area - a YYYY-MM-DD date turned into a
      *    count of days, so two dates can be subtracted.  March is
      *    taken as the first month of the year, which puts the
      *    leap day at the end where it costs nothing to count.
       01  date-work.
           05  date-work-year      pic 9(04).
           05  filler              pic x(01).
           05  date-work-month     pic 9(02).
           05  filler              pic x(01).
           05  date-work-day       pic 9(02).
       01  day-year            pic 9(9) comp-5.
       01  day-month           pic 9(9) comp-5.
       01  day-era             pic 9(9) comp-5.
       01  day-year-of-era     pic 9(9) comp-5.
       01  day-of-year         pic 9(9) comp-5.
       01  day-of-era          pic 9(9) comp-5.
       01  day-quotient        pic 9(9) comp-5.
       01  day-number          pic 9(9) comp-5.

      *    MRGOUT check counters
       01  output-read-count   pic 9(9) comp-5 value 0.
       01  output-sent-count   pic 9(9) comp-5 value 0.
       01  output-found-count  pic 9(9) comp-5 value 0.
       01  output-missing-count pic 9(9) comp-5 value 0.

      *    Acknowledgement counters
       01  ack-read-count      pic 9(9) comp-5 value 0.
       01  ack-invalid-count   pic 9(9) comp-5 value 0.
       01  ack-unmatched-count pic 9(9) comp-5 value 0.
       01  ack-positive-count  pic 9(9) comp-5 value 0.
       01  ack-negative-count  pic 9(9) comp-5 value 0.
       01  ack-repeat-count    pic 9(9) comp-5 value 0.
       01  ack-changed-count   pic 9(9) comp-5 value 0.
       01  ack-failed-count    pic 9(9) comp-5 value 0.

      *    History walk counters
       01  history-read-count  pic 9(9) comp-5 value 0.
       01  beyond-horizon-count pic 9(9) comp-5 value 0.

      *    One line of totals per originator - sent, acknowledged,
      *    refused, awaiting inside the window, and overdue by up
      *    to a week and by more
       01  originator-limit    pic 9(9) comp-5 value 50.
       01  originator-count    pic 9(9) comp-5 value 0.
       01  originator-index    pic 9(9) comp-5.
       01  found-originator    pic 9(9) comp-5 value 0.
       01  originator-table.
           05  ackr-entry occurs 50.
               10  ackr-code           pic x(04).
               10  ackr-sent           pic 9(9) comp-5.
               10  ackr-acked          pic 9(9) comp-5.
               10  ackr-refused        pic 9(9) comp-5.
               10  ackr-waiting        pic 9(9) comp-5.
               10  ackr-overdue-week   pic 9(9) comp-5.
               10  ackr-overdue-long   pic 9(9) comp-5.

      *    The overdue and refused transactions to chase, listed
      *    under their originator - past the table's end they are
      *    counted in the originator totals only
       01  item-limit          pic 9(9) comp-5 value 5000.
       01  item-count          pic 9(9) comp-5 value 0.
       01  item-index          pic 9(9) comp-5.
       01  item-table.
           05  item-entry occurs 5000.
               10  item-originator     pic x(04).
               10  item-trans-id       pic x(10).
               10  item-run-date       pic x(10).
               10  item-age            pic 9(9) comp-5.
               10  item-status         pic x(08).
               10  item-partner        pic x(08).
               10  item-reason         pic x(04).

      *    Edited fields used to build the report lines
       01  ed-count                pic zzzzzzzz9.
       01  ed-sent                 pic zzzzzzzz9.
       01  ed-acked                pic zzzzzzzz9.
       01  ed-refused              pic zzzzzzzz9.
       01  ed-waiting              pic zzzzzzzz9.
       01  ed-overdue-week         pic zzzzzzzz9.
       01  ed-overdue-long         pic zzzzzzzz9.
       01  ed-days                 pic zz9.
       01  ed-age                  pic zzzz9.

      *    The originator code as shown - a blank code prints as
      *    question marks so the line can't be mistaken for padding
       01  shown-originator    pic x(04).

      *    Switches - end of each file, whether the history opened,
      *    whether MRGOUT carried a header, whether the date in hand
      *    is usable, how the look-up for a sent record went, and
      *    whether a table overflowed
       01  wk-switches.
           05  ack-eof-switch      pic x(01) value 'N'.
               88  ack-eof                  value 'Y'.
           05  output-eof-switch   pic x(01) value 'N'.
               88  output-eof               value 'Y'.
           05  history-eof-switch  pic x(01) value 'N'.
               88  history-eof              value 'Y'.
           05  history-open-switch pic x(01) value 'N'.
               88  history-open             value 'Y'.
           05  output-header-switch pic x(01) value 'N'.
               88  output-header-seen       value 'Y'.
           05  date-valid-switch   pic x(01) value 'N'.
               88  date-valid               value 'Y'.
           05  sent-found-switch   pic x(01) value 'N'.
               88  sent-found               value 'Y'.
           05  locate-ended-switch pic x(01) value 'N'.
               88  locate-ended             value 'Y'.
           05  orig-over-switch    pic x(01) value 'N'.
               88  originators-overflowed   value 'Y'.
           05  item-over-switch    pic x(01) value 'N'.
               88  items-overflowed         value 'Y'.

      *    Return code - 0 when everything sent is acknowledged or
      *    still inside the window, 4 when anything is overdue,
      *    refused or unmatched, 8 when a history record could not
      *    be updated, 16 when the history would not open
       01  rc                  pic s9(8) binary value 0.
       01  chase-rc            pic s9(8) binary value 4.
       01  update-error-rc     pic s9(8) binary value 8.

       procedure division.

       main-processing section.

      *    -------------------------------------------------------------

           perform set-run-date.

           perform read-control-card.

           open i-o history-file.

           if history-file-status not = '00'
               display 'AUDHIST open failed - status '
                   history-file-status
               move 16 to rc
               go to b64ackr-end
           end-if.

           set history-open to true.

           open output report-file.

           move spaces to report-record.
           string 'Acknowledgement reconciliation for '
               run-date-stamp
               delimited by size into report-record.
           write report-record.

           move window-days to ed-days.
           move spaces to report-record.
           string 'Service window           : ' ed-days ' days'
               delimited by size into report-record.
           write report-record.

           move horizon-days to ed-days.
           move spaces to report-record.
           string 'Report horizon           : ' ed-days ' days'
               delimited by size into report-record.
           write report-record.

           perform check-night-output
               thru check-night-output-exit.

           perform apply-acknowledgements
               thru apply-acknowledgements-exit.

           perform age-outstanding
               thru age-outstanding-exit.

           perform write-outstanding-report.

           go to b64ackr-end.

      *    -------------------------------------------------------------

      *    Today's date, stamped on the report and turned into the
      *    day number every sent transaction is aged against
       set-run-date.

           accept run-date-raw from date yyyymmdd.

           move spaces to run-date-stamp.
           string run-date-raw(1:4) '-'
                  run-date-raw(5:2) '-'
                  run-date-raw(7:2)
               delimited by size into run-date-stamp.

           move run-date-stamp to date-work.
           perform compute-day-number
               thru compute-day-number-exit.
           move day-number to today-day-number.

           display 'Run date      : ' run-date-stamp.

      *    -------------------------------------------------------------

      *    Pick up the service window and horizon - a missing card
      *    or an unusable field keeps the default
       read-control-card.

           move 0 to ackc-window-days.
           move 0 to ackc-horizon-days.

           open input control-file.

           read control-file
               at end
                   continue
           end-read.

           close control-file.

           if ackc-window-days is numeric and ackc-window-days > 0
               move ackc-window-days to window-days
           end-if.

           if ackc-horizon-days is numeric and ackc-horizon-days > 0
               move ackc-horizon-days to horizon-days
           end-if.

           if horizon-days < window-days
               move window-days to horizon-days
           end-if.

           display 'Window days   : ' window-days.
           display 'Horizon days  : ' horizon-days.

      *    -------------------------------------------------------------

      *    Every encode result the night sent out on MRGOUT must
      *    have its history record, or its acknowledgement has
      *    nowhere to go - a chained result is looked for once, off
      *    its first segment
       check-night-output.

           move run-date-stamp to output-run-date.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string 'Night''s output (MRGOUT)'
               delimited by size into report-record.
           write report-record.

           open input output-file.

           perform read-next-output.

           perform check-output-record
               thru check-output-record-exit
               until output-eof.

           close output-file.

           move spaces to report-record.
           string 'MRGOUT run date          : ' output-run-date
               delimited by size into report-record.
           write report-record.

           move output-read-count to ed-count.
           move spaces to report-record.
           string 'MRGOUT records read      : ' ed-count
               delimited by size into report-record.
           write report-record.

           move output-sent-count to ed-count.
           move spaces to report-record.
           string 'Encode results sent      : ' ed-count
               delimited by size into report-record.
           write report-record.

           move output-found-count to ed-count.
           move spaces to report-record.
           string 'Found on AUDHIST         : ' ed-count
               delimited by size into report-record.
           write report-record.

           move output-missing-count to ed-count.
           move spaces to report-record.
           string 'Not on AUDHIST           : ' ed-count
               delimited by size into report-record.
           write report-record.

       check-night-output-exit.
           exit.

       read-next-output.

           read output-file
               at end
                   set output-eof to true
           end-read.

           if not output-eof then add 1 to output-read-count.

       check-output-record.

      *    The header carries the run date the partners quote back
           if out-trans-id = control-id-header
               and not output-header-seen
               set output-header-seen to true
               move out-result(1:10) to date-work
               perform compute-day-number
                   thru compute-day-number-exit
               if date-valid
                   move out-result(1:10) to output-run-date
               end-if
               go to check-output-record-next
           end-if.

           if out-disp-control
               or out-trans-id = control-id-trailer
               go to check-output-record-next
           end-if.

           if not out-type-encode
               or (not out-disp-processed and not out-disp-mismatch)
               or out-segment-number > 1
               go to check-output-record-next
           end-if.

           add 1 to output-sent-count.

           move out-trans-id to locate-trans-id.
           move output-run-date to locate-date.

           perform locate-sent-record
               thru locate-sent-record-exit.

           if sent-found
               add 1 to output-found-count
           else
               add 1 to output-missing-count
               move spaces to report-record
               string 'NO HIST  ' out-trans-id
                   ' sent on MRGOUT but not on AUDHIST'
                   delimited by size into report-record
               write report-record
           end-if.

       check-output-record-next.

           perform read-next-output.

       check-output-record-exit.
           exit.

      *    -------------------------------------------------------------

      *    Find the history record of the encode result LOCATE-
      *    TRANS-ID sent under LOCATE-DATE - the latest one for the
      *    trans-id dated on or before it, and no more than a day
      *    before (a night's run can finish after midnight, ahead
      *    of the merge that stamps the output's header).  Its key
      *    is left in FOUND-KEY.
       locate-sent-record.

           move 'N' to sent-found-switch.
           move 'N' to locate-ended-switch.
           move spaces to found-key.

           move locate-date to date-work.
           perform compute-day-number
               thru compute-day-number-exit.

           if not date-valid
               go to locate-sent-record-exit
           end-if.

           move day-number to locate-day-number.

           move locate-trans-id to audh-trans-id.
           move low-values to audh-run-date.
           move low-values to audh-run-time.
           move 0 to audh-sequence.

           start history-file
               key >= audh-key
               invalid key
                   set locate-ended to true
           end-start.

           perform locate-next-history
               until locate-ended.

           if not sent-found
               go to locate-sent-record-exit
           end-if.

           move found-date to date-work.
           perform compute-day-number
               thru compute-day-number-exit.

           if not date-valid
               or day-number + 1 < locate-day-number
               move 'N' to sent-found-switch
           end-if.

       locate-sent-record-exit.
           exit.

       locate-next-history.

           read history-file next record
               at end
                   set locate-ended to true
           end-read.

           if locate-ended
               continue
           else
               if audh-trans-id not = locate-trans-id
                   or audh-run-date > locate-date
                   set locate-ended to true
               else
                   if audh-trans-type = 'E'
                       and (audh-disp-processed or audh-disp-mismatch)
                       move audh-key to found-key
                       move audh-run-date to found-date
                       set sent-found to true
                   end-if
               end-if
           end-if.

      *    -------------------------------------------------------------

      *    Write each acknowledgement back onto the history record
      *    of the transaction it answers - a later acknowledgement
      *    for the same transaction replaces an earlier one
       apply-acknowledgements.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string 'Partner acknowledgements (ACKIN)'
               delimited by size into report-record.
           write report-record.

           open input ack-file.

           perform read-next-ack.

           perform apply-ack-record
               thru apply-ack-record-exit
               until ack-eof.

           close ack-file.

           move ack-read-count to ed-count.
           move spaces to report-record.
           string 'Acknowledgements read    : ' ed-count
               delimited by size into report-record.
           write report-record.

           move ack-positive-count to ed-count.
           move spaces to report-record.
           string 'Accepted (ACK)           : ' ed-count
               delimited by size into report-record.
           write report-record.

           move ack-negative-count to ed-count.
           move spaces to report-record.
           string 'Refused (NAK)            : ' ed-count
               delimited by size into report-record.
           write report-record.

           move ack-repeat-count to ed-count.
           move spaces to report-record.
           string 'Repeats - already held   : ' ed-count
               delimited by size into report-record.
           write report-record.

           move ack-changed-count to ed-count.
           move spaces to report-record.
           string 'Changed an earlier status: ' ed-count
               delimited by size into report-record.
           write report-record.

           move ack-invalid-count to ed-count.
           move spaces to report-record.
           string 'Invalid - ignored        : ' ed-count
               delimited by size into report-record.
           write report-record.

           move ack-unmatched-count to ed-count.
           move spaces to report-record.
           string 'Unmatched - not sent     : ' ed-count
               delimited by size into report-record.
           write report-record.

           move ack-failed-count to ed-count.
           move spaces to report-record.
           string 'History update failed    : ' ed-count
               delimited by size into report-record.
           write report-record.

       apply-acknowledgements-exit.
           exit.

       read-next-ack.

           read ack-file
               at end
                   set ack-eof to true
           end-read.

           if not ack-eof then add 1 to ack-read-count.

       apply-ack-record.

           if ack-trans-id = spaces
               or (not ack-positive and not ack-negative)
               add 1 to ack-invalid-count
               move spaces to report-record
               string 'INVALID  ' ack-trans-id
                   ' status ' ack-status
                   ' run date ' ack-run-date
                   delimited by size into report-record
               write report-record
               go to apply-ack-record-next
           end-if.

           move ack-trans-id to locate-trans-id.
           move ack-run-date to locate-date.

           perform locate-sent-record
               thru locate-sent-record-exit.

           if not sent-found
               add 1 to ack-unmatched-count
               move spaces to report-record
               string 'UNMATCHED ' ack-trans-id
                   ' run date ' ack-run-date
                   ' from ' ack-partner
                   ' - no encode result sent'
                   delimited by size into report-record
               write report-record
               go to apply-ack-record-next
           end-if.

           move found-key to audh-key.

           read history-file
               invalid key
                   add 1 to ack-failed-count
                   display 'AUDHIST read failed for trans-id '
                       ack-trans-id ' - status ' history-file-status
                   go to apply-ack-record-next
           end-read.

           if ack-positive
               add 1 to ack-positive-count
           else
               add 1 to ack-negative-count
           end-if.

           if audh-ack-status = ack-status
               add 1 to ack-repeat-count
               go to apply-ack-record-next
           end-if.

           if not audh-ack-none
               add 1 to ack-changed-count
           end-if.

           move ack-status to audh-ack-status.
           move ack-partner to audh-ack-partner.

           if ack-date = spaces
               move run-date-stamp to audh-ack-date
           else
               move ack-date to audh-ack-date
           end-if.

           if ack-negative
               move ack-reason-code to audh-ack-reason
           else
               move spaces to audh-ack-reason
           end-if.

           rewrite history-record.

           if history-file-status not = '00'
               add 1 to ack-failed-count
               display 'AUDHIST rewrite failed for trans-id '
                   ack-trans-id ' - status ' history-file-status
           end-if.

       apply-ack-record-next.

           perform read-next-ack.

       apply-ack-record-exit.
           exit.

      *    -------------------------------------------------------------

      *    Walk the history front to back, ageing every encode
      *    result sent inside the horizon by its acknowledgement -
      *    the overdue and refused ones are kept for listing
       age-outstanding.

           move low-values to audh-key.

           start history-file
               key >= audh-key
               invalid key
                   set history-eof to true
           end-start.

           perform age-history-record
               thru age-history-record-exit
               until history-eof.

       age-outstanding-exit.
           exit.

       age-history-record.

           read history-file next record
               at end
                   set history-eof to true
           end-read.

           if history-eof
               go to age-history-record-exit
           end-if.

           add 1 to history-read-count.

           if audh-trans-type not = 'E'
               or (not audh-disp-processed and not audh-disp-mismatch)
               go to age-history-record-exit
           end-if.

           move audh-run-date to date-work.
           perform compute-day-number
               thru compute-day-number-exit.

           if not date-valid
               go to age-history-record-exit
           end-if.

           if day-number > today-day-number
               move 0 to record-age
           else
               compute record-age = today-day-number - day-number
           end-if.

           if record-age > horizon-days
               add 1 to beyond-horizon-count
               go to age-history-record-exit
           end-if.

           perform find-originator
               thru find-originator-exit.

           if found-originator = 0
               go to age-history-record-exit
           end-if.

           add 1 to ackr-sent(found-originator).

           evaluate true
               when audh-ack-positive
                   add 1 to ackr-acked(found-originator)
               when audh-ack-negative
                   add 1 to ackr-refused(found-originator)
                   perform keep-item
                       thru keep-item-exit
               when record-age <= window-days
                   add 1 to ackr-waiting(found-originator)
               when other
                   compute record-overdue = record-age - window-days
                   if record-overdue > 7
                       add 1 to ackr-overdue-long(found-originator)
                   else
                       add 1 to ackr-overdue-week(found-originator)
                   end-if
                   perform keep-item
                       thru keep-item-exit
           end-evaluate.

       age-history-record-exit.
           exit.

      *    The originator's slot, added on first sight - a sender
      *    past the table's end is left out and reported once
       find-originator.

           move 0 to found-originator.

           perform match-originator
               varying originator-index from 1 by 1
               until originator-index > originator-count
                   or found-originator > 0.

           if found-originator > 0
               go to find-originator-exit
           end-if.

           if originator-count >= originator-limit
               if not originators-overflowed
                   set originators-overflowed to true
                   display 'Originator table full past 50 senders'
               end-if
               go to find-originator-exit
           end-if.

           add 1 to originator-count.
           move originator-count to found-originator.
           move audh-originator to ackr-code(found-originator).
           move 0 to ackr-sent(found-originator).
           move 0 to ackr-acked(found-originator).
           move 0 to ackr-refused(found-originator).
           move 0 to ackr-waiting(found-originator).
           move 0 to ackr-overdue-week(found-originator).
           move 0 to ackr-overdue-long(found-originator).

       find-originator-exit.
           exit.

       match-originator.

           if ackr-code(originator-index) = audh-originator
               move originator-index to found-originator
           end-if.

      *    One more transaction to chase, kept for its originator's
      *    listing
       keep-item.

           if item-count >= item-limit
               if not items-overflowed
                   set items-overflowed to true
                   display 'Item table full past 5000 transactions'
               end-if
               go to keep-item-exit
           end-if.

           add 1 to item-count.
           move audh-originator to item-originator(item-count).
           move audh-trans-id to item-trans-id(item-count).
           move audh-run-date to item-run-date(item-count).
           move record-age to item-age(item-count).
           move audh-ack-partner to item-partner(item-count).
           move audh-ack-reason to item-reason(item-count).

           if audh-ack-negative
               move 'REFUSED ' to item-status(item-count)
           else
               move 'OVERDUE ' to item-status(item-count)
           end-if.

       keep-item-exit.
           exit.

      *    -------------------------------------------------------------

      *    Turn the YYYY-MM-DD date in DATE-WORK into a day number -
      *    days since a fixed origin, counting years from March so
      *    the leap day falls last.  Each division is its own
      *    DIVIDE so every quotient is truncated where it is taken.
       compute-day-number.

           move 'N' to date-valid-switch.
           move 0 to day-number.

           if date-work-year not numeric
               or date-work-month not numeric
               or date-work-day not numeric
               go to compute-day-number-exit
           end-if.

           if date-work-year < 1900
               or date-work-month < 1 or date-work-month > 12
               or date-work-day < 1 or date-work-day > 31
               go to compute-day-number-exit
           end-if.

           set date-valid to true.

           if date-work-month > 2
               move date-work-year to day-year
               compute day-month = date-work-month - 3
           else
               compute day-year = date-work-year - 1
               compute day-month = date-work-month + 9
           end-if.

           divide day-year by 400 giving day-era.
           compute day-year-of-era = day-year - (day-era * 400).

           compute day-quotient = (153 * day-month) + 2.
           divide day-quotient by 5 giving day-of-year.
           compute day-of-year = day-of-year + date-work-day - 1.

           compute day-of-era = (day-year-of-era * 365) + day-of-year.
           divide day-year-of-era by 4 giving day-quotient.
           add day-quotient to day-of-era.
           divide day-year-of-era by 100 giving day-quotient.
           subtract day-quotient from day-of-era.

           compute day-number = (day-era * 146097) + day-of-era.

       compute-day-number-exit.
           exit.

      *    -------------------------------------------------------------

      *    The aged report - per originator, each transaction to
      *    chase and then the originator's totals, and the totals
      *    grid across every sender
       write-outstanding-report.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string 'Outstanding and refused transactions by originator'
               delimited by size into report-record.
           write report-record.

           perform write-originator-items
               varying originator-index from 1 by 1
               until originator-index > originator-count.

           if items-overflowed
               move spaces to report-record
               string 'Item table full - later items in totals only'
                   delimited by size into report-record
               write report-record
           end-if.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string 'Orig      sent     acked   refused   waiting'
               '  over 1-7   over 8+'
               delimited by size into report-record.
           write report-record.

           perform write-originator-totals
               varying originator-index from 1 by 1
               until originator-index > originator-count.

           if originators-overflowed
               move spaces to report-record
               string 'Originator table full - later senders left out'
                   delimited by size into report-record
               write report-record
           end-if.

           move spaces to report-record.
           write report-record.

           move history-read-count to ed-count.
           move spaces to report-record.
           string 'AUDHIST records read     : ' ed-count
               delimited by size into report-record.
           write report-record.

           move beyond-horizon-count to ed-count.
           move spaces to report-record.
           string 'Sent beyond the horizon  : ' ed-count
               delimited by size into report-record.
           write report-record.

       write-originator-items.

           move ackr-code(originator-index) to shown-originator.

           if shown-originator = spaces
               move '????' to shown-originator
           end-if.

           if ackr-refused(originator-index) = 0
               and ackr-overdue-week(originator-index) = 0
               and ackr-overdue-long(originator-index) = 0
               move spaces to report-record
               string 'Originator ' shown-originator
                   ' - nothing overdue or refused'
                   delimited by size into report-record
               write report-record
           else
               move spaces to report-record
               write report-record
               move spaces to report-record
               string 'Originator ' shown-originator
                   delimited by size into report-record
               write report-record
               move spaces to report-record
               string '  Trans-id   Run date     Age Status  '
                   ' Partner  Reason'
                   delimited by size into report-record
               write report-record
               perform write-item-line
                   thru write-item-line-exit
                   varying item-index from 1 by 1
                   until item-index > item-count
           end-if.

       write-item-line.

           if item-originator(item-index)
                   not = ackr-code(originator-index)
               go to write-item-line-exit
           end-if.

           move item-age(item-index) to ed-age.

           move spaces to report-record.
           string '  ' item-trans-id(item-index)
               ' ' item-run-date(item-index)
               ' ' ed-age
               ' ' item-status(item-index)
               ' ' item-partner(item-index)
               ' ' item-reason(item-index)
               delimited by size into report-record.
           write report-record.

       write-item-line-exit.
           exit.

       write-originator-totals.

           move ackr-code(originator-index) to shown-originator.

           if shown-originator = spaces
               move '????' to shown-originator
           end-if.

           move ackr-sent(originator-index) to ed-sent.
           move ackr-acked(originator-index) to ed-acked.
           move ackr-refused(originator-index) to ed-refused.
           move ackr-waiting(originator-index) to ed-waiting.
           move ackr-overdue-week(originator-index) to ed-overdue-week.
           move ackr-overdue-long(originator-index) to ed-overdue-long.

           move spaces to report-record.
           string shown-originator ' ' ed-sent ' ' ed-acked
               ' ' ed-refused ' ' ed-waiting
               ' ' ed-overdue-week ' ' ed-overdue-long
               delimited by size into report-record.
           write report-record.

           if ackr-refused(originator-index) > 0
               or ackr-overdue-week(originator-index) > 0
               or ackr-overdue-long(originator-index) > 0
               move chase-rc to rc
           end-if.

      *    -------------------------------------------------------------

       b64ackr-end.

           if history-open
               close history-file
                     report-file
           end-if.

           display 'MRGOUT sent   : ' output-sent-count.
           display 'Not on AUDHIST: ' output-missing-count.
           display 'ACK/NAK read  : ' ack-read-count.
           display 'Unmatched     : ' ack-unmatched-count.
           display 'Update failed : ' ack-failed-count.

           if rc = 0
               and (output-missing-count > 0
                   or ack-unmatched-count > 0
                   or ack-invalid-count > 0)
               move chase-rc to rc
           end-if.

           if rc < update-error-rc and ack-failed-count > 0
               move update-error-rc to rc
           end-if.

           move rc to return-code.
           goback.
