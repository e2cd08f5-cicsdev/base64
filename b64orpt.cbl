      *                question can finally be cut by sender.
      *                History written before the originator code
      *                existed rolls up under the blank sender.
      *    2026-10 IB  A transaction B64EDIT marked as a resend is no
      *                new volume - it is counted in its own resend
      *                column and left out of the records, bytes,
      *                rejects and mismatches.  Actions taken at a
      *                terminal (run mode O - B64MNT, B64W and B64P)
      *                are not traffic and are left off altogether.
      *    -------------------------------------------------------------

       environment division.
       01  in-month-count      pic 9(9) comp-5 value 0.

      *    One accumulation slot per originator per day of the
      *    month - records, bytes in and out, rejects, reconcile
      *    mismatches and resends
       01  originator-limit    pic 9(9) comp-5 value 50.
       01  originator-count    pic 9(9) comp-5 value 0.
       01  originator-index    pic 9(9) comp-5.
                   15  orpt-day-bytes-out  pic 9(13) comp-5.
                   15  orpt-day-rejects    pic 9(09) comp-5.
                   15  orpt-day-mismatch   pic 9(09) comp-5.
                   15  orpt-day-resends    pic 9(09) comp-5.

      *    Month-to-date accumulators for the originator being
      *    reported
       01  mtd-bytes-out       pic 9(13) comp-5.
       01  mtd-rejects         pic 9(13) comp-5.
       01  mtd-mismatch        pic 9(13) comp-5.
       01  mtd-resends         pic 9(13) comp-5.

      *    Edited fields used to build the statement lines
       01  ed-day              pic 99.
       01  ed-bytes-out        pic zzzzzzzzzzzz9.
       01  ed-rejects          pic zzzzzz9.
       01  ed-mismatch         pic zzzzzz9.
       01  ed-resends          pic zzzzzz9.

      *    The originator code as shown - a blank code prints as
      *    question marks so the line can't be mistaken for padding
      *    -------------------------------------------------------------

      *    Roll one history record of the report month into its
      *    originator's slot for its day - an action taken at a
      *    terminal is not traffic, and a resend is counted apart
      *    from the sender's new volume
       roll-up-record.

           if audh-run-date(1:7) not = report-month
               go to roll-up-record-next
           end-if.

           if audh-run-mode = 'O'
               go to roll-up-record-next
           end-if.

           move audh-run-date(9:2) to record-day.

           if record-day not numeric

           add 1 to in-month-count.

           if audh-resend-yes
               add 1 to orpt-day-resends(found-originator
                   record-day-num)
               go to roll-up-record-next
           end-if.

           add 1 to orpt-day-records(found-originator
               record-day-num).
           add audh-length-in to orpt-day-bytes-in(found-originator
           move 0 to orpt-day-bytes-out(originator-count day-index).
           move 0 to orpt-day-rejects(originator-count day-index).
           move 0 to orpt-day-mismatch(originator-count day-index).
           move 0 to orpt-day-resends(originator-count day-index).

      *    -------------------------------------------------------------

           move spaces to report-record.
           string 'Originator ' shown-originator
               '   day   records      bytes in     bytes out'
               '  rej  mis  resend'
               delimited by size into report-record.
           write report-record.

           move 0 to mtd-bytes-out.
           move 0 to mtd-rejects.
           move 0 to mtd-mismatch.
           move 0 to mtd-resends.

           perform write-day-line
               thru write-day-line-exit
           move mtd-bytes-out to ed-bytes-out.
           move mtd-rejects to ed-rejects.
           move mtd-mismatch to ed-mismatch.
           move mtd-resends to ed-resends.

           move spaces to report-record.
           string '              MTD ' ed-records
               ' ' ed-bytes-in ' ' ed-bytes-out
               ' ' ed-rejects ' ' ed-mismatch ' ' ed-resends
               delimited by size into report-record.
           write report-record.

       write-day-line.

           if orpt-day-records(originator-index day-index) = 0
               and orpt-day-resends(originator-index day-index) = 0
               go to write-day-line-exit
           end-if.

               to mtd-rejects.
           add orpt-day-mismatch(originator-index day-index)
               to mtd-mismatch.
           add orpt-day-resends(originator-index day-index)
               to mtd-resends.

           move day-index to ed-day.
           move orpt-day-records(originator-index day-index)
               to ed-rejects.
           move orpt-day-mismatch(originator-index day-index)
               to ed-mismatch.
           move orpt-day-resends(originator-index day-index)
               to ed-resends.

           move spaces to report-record.
           string '               ' ed-day ' ' ed-records
               ' ' ed-bytes-in ' ' ed-bytes-out
               ' ' ed-rejects ' ' ed-mismatch ' ' ed-resends
               delimited by size into report-record.
           write report-record.

