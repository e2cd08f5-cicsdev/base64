      *
      *    (C) Copyright IBM Corp. 2026
      *
       identification division.
       program-id.              B64DIST.
       author.                  Ian Burnett.
       installation.            CICS Performance, IBM Hursley.
       date-written.            October 2026.

      *    -------------------------------------------------------------
      *    Modification history
      *
      *    2026-10 IB  Distribute the night's merged output (MRGOUT)
      *                and rejects (MRGREJ) back to the departments
      *                that sent them, one return pair per sender, so
      *                a department's downstream job reads only its
      *                own records and never sees anyone else's.
      *                DISTCARD gives each sender one of eight return
      *                slots - its results go to RETOUTnn in B64OUT
      *                layout and its rejects to RETREJnn in B64TRAN
      *                layout, in merged order, each file between a
      *                B64HDR header and a B64TRL trailer carrying
      *                that sender's own record count and hash total
      *                (result bytes, payload bytes), the way the
      *                split's per-stream trailers do.  A sender with
      *                no slot goes to RETOUTXX/RETREJXX and ends the
      *                run RC 4.  DISTRPT shows every sender's totals
      *                adding back up to the merged totals and to the
      *                MRGOUT trailer - RC 8 when they do not.
      *    -------------------------------------------------------------

       environment division.

       input-output section.

       file-control.
           select control-file assign to DISTCARD
               organization is sequential.

           select merged-file assign to MRGOUT
               organization is sequential.

           select merged-reject-file assign to MRGREJ
               organization is sequential.

           select reto01-file assign to RETOUT01
               organization is sequential.

           select reto02-file assign to RETOUT02
               organization is sequential.

           select reto03-file assign to RETOUT03
               organization is sequential.

           select reto04-file assign to RETOUT04
               organization is sequential.

           select reto05-file assign to RETOUT05
               organization is sequential.

           select reto06-file assign to RETOUT06
               organization is sequential.

           select reto07-file assign to RETOUT07
               organization is sequential.

           select reto08-file assign to RETOUT08
               organization is sequential.

           select retoxx-file assign to RETOUTXX
               organization is sequential.

           select retr01-file assign to RETREJ01
               organization is sequential.

           select retr02-file assign to RETREJ02
               organization is sequential.

           select retr03-file assign to RETREJ03
               organization is sequential.

           select retr04-file assign to RETREJ04
               organization is sequential.

           select retr05-file assign to RETREJ05
               organization is sequential.

           select retr06-file assign to RETREJ06
               organization is sequential.

           select retr07-file assign to RETREJ07
               organization is sequential.

           select retr08-file assign to RETREJ08
               organization is sequential.

           select retrxx-file assign to RETREJXX
               organization is sequential.

           select report-file assign to DISTRPT
               organization is sequential.

       data division.

       file section.

      *    Distribution cards - one per sender, the originator in
      *    columns 1-4 and its return slot (01-08) in columns 6-7
       fd  control-file
           recording mode f
           label records standard.
       01  control-record.
           05  dist-originator      pic x(04).
           05  filler               pic x(01).
           05  dist-slot-x          pic x(02).
           05  dist-slot redefines dist-slot-x
                                    pic 9(02).
           05  filler               pic x(73).

      *    The night's merged output, B64OUT layout variable length -
      *    only the trans-id and originator are needed to route it
       fd  merged-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on merged-length
           label records standard.
       01  merged-record.
           05  mrg-trans-id            pic x(10).
           05  filler                  pic x(06).
           05  mrg-originator          pic x(04).
           05  filler                  pic x(5618).

      *    The night's merged rejects, B64TRAN layout
       fd  merged-reject-file
           recording mode f
           label records standard.
       01  merged-reject-record.
           copy b64tran.

      *    The return results, B64OUT layout variable length - one
      *    file per slot, and the holding file for senders with none
       fd  reto01-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on return-length
           label records standard.
       01  reto01-record          pic x(5638).

       fd  reto02-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on return-length
           label records standard.
       01  reto02-record          pic x(5638).

       fd  reto03-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on return-length
           label records standard.
       01  reto03-record          pic x(5638).

       fd  reto04-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on return-length
           label records standard.
       01  reto04-record          pic x(5638).

       fd  reto05-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on return-length
           label records standard.
       01  reto05-record          pic x(5638).

       fd  reto06-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on return-length
           label records standard.
       01  reto06-record          pic x(5638).

       fd  reto07-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on return-length
           label records standard.
       01  reto07-record          pic x(5638).

       fd  reto08-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on return-length
           label records standard.
       01  reto08-record          pic x(5638).

       fd  retoxx-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on return-length
           label records standard.
       01  retoxx-record          pic x(5638).

      *    The return rejects, B64TRAN layout - one file per slot,
      *    and the holding file for senders with none
       fd  retr01-file
           recording mode f
           label records standard.
       01  retr01-record          pic x(5430).

       fd  retr02-file
           recording mode f
           label records standard.
       01  retr02-record          pic x(5430).

       fd  retr03-file
           recording mode f
           label records standard.
       01  retr03-record          pic x(5430).

       fd  retr04-file
           recording mode f
           label records standard.
       01  retr04-record          pic x(5430).

       fd  retr05-file
           recording mode f
           label records standard.
       01  retr05-record          pic x(5430).

       fd  retr06-file
           recording mode f
           label records standard.
       01  retr06-record          pic x(5430).

       fd  retr07-file
           recording mode f
           label records standard.
       01  retr07-record          pic x(5430).

       fd  retr08-file
           recording mode f
           label records standard.
       01  retr08-record          pic x(5430).

       fd  retrxx-file
           recording mode f
           label records standard.
       01  retrxx-record          pic x(5430).

      *    Distribution report
       fd  report-file
           recording mode f
           label records standard.
       01  report-record           pic x(80).

       working-storage section.

      *    Reserved control-record trans-ids, as the main run knows
      *    them
       01  control-id-header       pic x(10) value 'B64HDR'.
       01  control-id-trailer      pic x(10) value 'B64TRL'.

      *    Lengths of the merged record in hand and of the return
      *    record being written, and the fixed B64OUT prefix ahead
      *    of the result
       01  merged-length       pic 9(9) comp-5.
       01  return-length       pic 9(9) comp-5.
       01  out-prefix-length   pic 9(4) comp-5 value 162.
       01  result-length       pic 9(9) comp-5.

      *    The return result record being written, and the header or
      *    trailer built up for it in B64OUT layout
       01  return-out-record   pic x(5638).
       01  return-control-record.
           copy b64out.

      *    The slots - eight for named senders and the holding slot
      *    for the rest - each with its sender and the counts and
      *    hash totals of what went to it
       01  slot-table.
           05  slot-entry occurs 9.
               10  slot-originator     pic x(04).
               10  slot-active-flag    pic x(01).
               10  slot-out-count      pic 9(09) comp-5.
               10  slot-out-hash       pic 9(13) comp-5.
               10  slot-rej-count      pic 9(09) comp-5.
               10  slot-rej-hash       pic 9(13) comp-5.
       01  named-slot-count    pic 9(9) comp-5 value 8.
       01  holding-slot        pic 9(9) comp-5 value 9.
       01  slot-index          pic 9(9) comp-5.
       01  chosen-slot         pic 9(9) comp-5.
       01  routed-originator   pic x(04).

      *    The merged totals read, the distributed totals summed back
      *    over the slots, and the MRGOUT trailer's own claim
       01  merged-out-count        pic 9(09) comp-5 value 0.
       01  merged-out-hash         pic 9(13) comp-5 value 0.
       01  merged-rej-count        pic 9(09) comp-5 value 0.
       01  merged-rej-hash         pic 9(13) comp-5 value 0.
       01  sum-out-count           pic 9(09) comp-5 value 0.
       01  sum-out-hash            pic 9(13) comp-5 value 0.
       01  sum-rej-count           pic 9(09) comp-5 value 0.
       01  sum-rej-hash            pic 9(13) comp-5 value 0.
       01  card-count              pic 9(09) comp-5 value 0.
       01  card-error-count        pic 9(09) comp-5 value 0.

      *    The totals inside a trailer record's result or payload
       01  trailer-totals.
           05  trl-record-count    pic 9(09).
           05  trl-hash-total      pic 9(13).

       01  incoming-trailer-totals.
           05  inc-record-count    pic 9(09).
           05  inc-hash-total      pic 9(13).

      *    Run date and time, and the stamp carried on every return
      *    header - the MRGOUT header's own when it has one, so the
      *    return files carry the night's stamp, not this step's
       01  run-date-raw            pic 9(8).
       01  run-time-raw            pic 9(8).
       01  run-date-stamp          pic x(10).
       01  run-time-stamp          pic x(08).
       01  header-stamp            pic x(19).

      *    Edited fields used to build the report lines
       01  ed-slot                 pic 99.
       01  ed-out-count            pic zzzzzzzz9.
       01  ed-out-hash             pic zzzzzzzzzzzz9.
       01  ed-rej-count            pic zzzzzzzz9.
       01  ed-rej-hash             pic zzzzzzzzzzzz9.

      *    Switches - end of the cards and the merged files, whether
      *    MRGOUT carried a trailer, and whether the distribution
      *    balanced
       01  wk-switches.
           05  control-eof-switch  pic x(01) value 'N'.
               88  control-eof              value 'Y'.
           05  merged-eof-switch   pic x(01) value 'N'.
               88  merged-eof               value 'Y'.
           05  reject-eof-switch   pic x(01) value 'N'.
               88  reject-eof               value 'Y'.
           05  trailer-seen-switch pic x(01) value 'N'.
               88  trailer-seen             value 'Y'.
           05  balance-switch      pic x(01) value 'Y'.
               88  distribution-balanced    value 'Y'.

      *    Return code - 0 clean, 4 when a sender had no slot or a
      *    card was refused, 8 when the return files do not add back
      *    up to the merged totals
       01  rc                  pic s9(8) binary value 0.
       01  unassigned-rc       pic s9(8) binary value 4.
       01  balance-error-rc    pic s9(8) binary value 8.

       procedure division.

       main-processing section.

      *    -------------------------------------------------------------

           perform set-run-timestamp.

           open output report-file.

           move spaces to report-record.
           string 'Distribution run for ' run-date-stamp
               delimited by size into report-record.
           write report-record.

           perform read-distribution-cards.

           open input merged-file
                      merged-reject-file.

           perform read-next-merged.

           if not merged-eof
               and mrg-trans-id = control-id-header
               move merged-record(out-prefix-length + 1:19)
                   to header-stamp
               perform read-next-merged
           end-if.

           perform open-return-slot
               thru open-return-slot-exit
               varying chosen-slot from 1 by 1
               until chosen-slot > holding-slot.

           perform distribute-result
               thru distribute-result-exit
               until merged-eof.

           perform distribute-reject
               thru distribute-reject-exit
               until reject-eof.

           perform close-return-slot
               thru close-return-slot-exit
               varying chosen-slot from 1 by 1
               until chosen-slot > holding-slot.

           perform write-distribution-report.

           go to b64dist-end.

      *    -------------------------------------------------------------

      *    Capture the run date and time once - the run time stamps
      *    the return headers when MRGOUT carries no header
       set-run-timestamp.

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

           move spaces to header-stamp.
           string run-date-stamp ' ' run-time-stamp
               delimited by size into header-stamp.

           display 'Run date      : ' run-date-stamp.

      *    -------------------------------------------------------------

      *    Give each carded sender its slot - a card naming no
      *    sender, a slot outside 01-08, or a sender or slot already
      *    given is refused and reported
       read-distribution-cards.

           perform clear-slot
               varying slot-index from 1 by 1
               until slot-index > holding-slot.

           open input control-file.

           perform read-distribution-card
               thru read-distribution-card-exit
               until control-eof.

           close control-file.

       clear-slot.

           move spaces to slot-originator(slot-index).
           move 'N' to slot-active-flag(slot-index).
           move 0 to slot-out-count(slot-index).
           move 0 to slot-out-hash(slot-index).
           move 0 to slot-rej-count(slot-index).
           move 0 to slot-rej-hash(slot-index).

       read-distribution-card.

           read control-file
               at end
                   set control-eof to true
           end-read.

           if control-eof
               go to read-distribution-card-exit
           end-if.

           add 1 to card-count.

           if dist-originator = spaces
               or dist-slot-x not numeric
               or dist-slot < 1
               or dist-slot > named-slot-count
               perform refuse-distribution-card
               go to read-distribution-card-exit
           end-if.

           if slot-active-flag(dist-slot) = 'Y'
               perform refuse-distribution-card
               go to read-distribution-card-exit
           end-if.

           move dist-originator to routed-originator.
           perform find-slot
               thru find-slot-exit.

           if chosen-slot not = holding-slot
               perform refuse-distribution-card
               go to read-distribution-card-exit
           end-if.

           move dist-originator to slot-originator(dist-slot).
           move 'Y' to slot-active-flag(dist-slot).

       read-distribution-card-exit.
           exit.

       refuse-distribution-card.

           add 1 to card-error-count.

           move spaces to report-record.
           string 'DISTCARD card refused - ' control-record(1:20)
               delimited by size into report-record.
           write report-record.

           display 'DISTCARD card refused - ' control-record(1:20).

      *    The slot carded for the originator in hand, or the
      *    holding slot when it has none
       find-slot.

           move holding-slot to chosen-slot.

           perform match-slot
               varying slot-index from 1 by 1
               until slot-index > named-slot-count
                   or chosen-slot not = holding-slot.

       find-slot-exit.
           exit.

       match-slot.

           if slot-active-flag(slot-index) = 'Y'
               and slot-originator(slot-index) = routed-originator
               move slot-index to chosen-slot
           end-if.

      *    -------------------------------------------------------------

      *    Open a carded slot's pair, and always the holding pair,
      *    each with its header - a sender with nothing tonight
      *    still gets an empty pair its downstream job can balance
       open-return-slot.

           if chosen-slot not = holding-slot
               and slot-active-flag(chosen-slot) not = 'Y'
               go to open-return-slot-exit
           end-if.

           evaluate chosen-slot
               when 1
                   open output reto01-file
                               retr01-file
               when 2
                   open output reto02-file
                               retr02-file
               when 3
                   open output reto03-file
                               retr03-file
               when 4
                   open output reto04-file
                               retr04-file
               when 5
                   open output reto05-file
                               retr05-file
               when 6
                   open output reto06-file
                               retr06-file
               when 7
                   open output reto07-file
                               retr07-file
               when 8
                   open output reto08-file
                               retr08-file
               when 9
                   open output retoxx-file
                               retrxx-file
           end-evaluate.
           perform start-return-control.
           move control-id-header to out-trans-id.
           move header-stamp to out-result.
           move 19 to out-result-length.
           perform write-return-control.

           move spaces to merged-reject-record.
           move control-id-header to trans-id.
           move slot-originator(chosen-slot) to trans-originator.
           move 0 to trans-segment-number.
           move header-stamp to trans-payload.
           move 19 to trans-payload-length.
           perform write-return-reject.

       open-return-slot-exit.
           exit.

      *    Write a slot's trailers - the slot's own count and hash
      *    total - and close its pair
       close-return-slot.

           if chosen-slot not = holding-slot
               and slot-active-flag(chosen-slot) not = 'Y'
               go to close-return-slot-exit
           end-if.

           move slot-out-count(chosen-slot) to trl-record-count.
           move slot-out-hash(chosen-slot) to trl-hash-total.
           perform start-return-control.
           move control-id-trailer to out-trans-id.
           move trailer-totals to out-result.
           move 22 to out-result-length.
           perform write-return-control.

           move slot-rej-count(chosen-slot) to trl-record-count.
           move slot-rej-hash(chosen-slot) to trl-hash-total.
           move spaces to merged-reject-record.
           move control-id-trailer to trans-id.
           move slot-originator(chosen-slot) to trans-originator.
           move 0 to trans-segment-number.
           move trailer-totals to trans-payload.
           move 22 to trans-payload-length.
           perform write-return-reject.

           evaluate chosen-slot
               when 1
                   close reto01-file
                         retr01-file
               when 2
                   close reto02-file
                         retr02-file
               when 3
                   close reto03-file
                         retr03-file
               when 4
                   close reto04-file
                         retr04-file
               when 5
                   close reto05-file
                         retr05-file
               when 6
                   close reto06-file
                         retr06-file
               when 7
                   close reto07-file
                         retr07-file
               when 8
                   close reto08-file
                         retr08-file
               when 9
                   close retoxx-file
                         retrxx-file
           end-evaluate.

       close-return-slot-exit.
           exit.

      *    Start a return header or trailer in B64OUT layout for the
      *    slot in hand - the caller adds the trans-id and result
       start-return-control.

           move spaces to return-control-record.
           set out-disp-control to true.
           move 0 to out-segment-number.
           set out-segment-none to true.
           move slot-originator(chosen-slot) to out-originator.
           move 0 to out-raw-length.
           move 0 to out-compressed-length.

      *    Write the finished header or trailer to the slot
       write-return-control.

           move spaces to return-out-record.
           move return-control-record to return-out-record.
           compute return-length =
               out-prefix-length + out-result-length.
           perform write-return-result.

      *    -------------------------------------------------------------

      *    Route one merged result to its sender's slot.  The merged
      *    header has been taken already; the merged trailer is kept
      *    to prove the distribution against.
       distribute-result.

           if mrg-trans-id = control-id-trailer
               move merged-record(out-prefix-length + 1:22)
                   to incoming-trailer-totals
               set trailer-seen to true
               go to distribute-result-next
           end-if.

           if mrg-trans-id = control-id-header
               go to distribute-result-next
           end-if.

           compute result-length = merged-length - out-prefix-length.

           add 1 to merged-out-count.
           add result-length to merged-out-hash.

           move mrg-originator to routed-originator.
           perform find-slot
               thru find-slot-exit.

           move merged-record to return-out-record.
           move merged-length to return-length.
           perform write-return-result.

           add 1 to slot-out-count(chosen-slot).
           add result-length to slot-out-hash(chosen-slot).

       distribute-result-next.

           perform read-next-merged.

       distribute-result-exit.
           exit.

       read-next-merged.

           read merged-file
               at end
                   set merged-eof to true
           end-read.

      *    Route one merged reject to its sender's slot - MRGREJ
      *    carries no control records of its own, but any found are
      *    passed over
       distribute-reject.

           read merged-reject-file
               at end
                   set reject-eof to true
           end-read.

           if reject-eof
               go to distribute-reject-exit
           end-if.

           if trans-id = control-id-header
               or trans-id = control-id-trailer
               go to distribute-reject-exit
           end-if.

           add 1 to merged-rej-count.
           add trans-payload-length to merged-rej-hash.

           move trans-originator to routed-originator.
           perform find-slot
               thru find-slot-exit.

           perform write-return-reject.

           add 1 to slot-rej-count(chosen-slot).
           add trans-payload-length to slot-rej-hash(chosen-slot).

       distribute-reject-exit.
           exit.

      *    -------------------------------------------------------------

       write-return-result.

           evaluate chosen-slot
               when 1
                   move return-out-record to reto01-record
                   write reto01-record
               when 2
                   move return-out-record to reto02-record
                   write reto02-record
               when 3
                   move return-out-record to reto03-record
                   write reto03-record
               when 4
                   move return-out-record to reto04-record
                   write reto04-record
               when 5
                   move return-out-record to reto05-record
                   write reto05-record
               when 6
                   move return-out-record to reto06-record
                   write reto06-record
               when 7
                   move return-out-record to reto07-record
                   write reto07-record
               when 8
                   move return-out-record to reto08-record
                   write reto08-record
               when 9
                   move return-out-record to retoxx-record
                   write retoxx-record
           end-evaluate.

       write-return-reject.

           evaluate chosen-slot
               when 1
                   move merged-reject-record to retr01-record
                   write retr01-record
               when 2
                   move merged-reject-record to retr02-record
                   write retr02-record
               when 3
                   move merged-reject-record to retr03-record
                   write retr03-record
               when 4
                   move merged-reject-record to retr04-record
                   write retr04-record
               when 5
                   move merged-reject-record to retr05-record
                   write retr05-record
               when 6
                   move merged-reject-record to retr06-record
                   write retr06-record
               when 7
                   move merged-reject-record to retr07-record
                   write retr07-record
               when 8
                   move merged-reject-record to retr08-record
                   write retr08-record
               when 9
                   move merged-reject-record to retrxx-record
                   write retrxx-record
           end-evaluate.

      *    -------------------------------------------------------------

      *    Every slot's totals, summed back and set against the
      *    merged totals read and the MRGOUT trailer
       write-distribution-report.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string 'Orig  Slot   Results   Result hash    Rejects  '
                  'Payload hash'
               delimited by size into report-record.
           write report-record.

           perform write-slot-line
               thru write-slot-line-exit
               varying slot-index from 1 by 1
               until slot-index > holding-slot.

           move spaces to report-record.
           write report-record.

           move sum-out-count to ed-out-count.
           move sum-out-hash to ed-out-hash.
           move sum-rej-count to ed-rej-count.
           move sum-rej-hash to ed-rej-hash.
           move spaces to report-record.
           string 'Distributed' ed-out-count ' ' ed-out-hash
                  '  ' ed-rej-count ' ' ed-rej-hash
               delimited by size into report-record.
           write report-record.

           move merged-out-count to ed-out-count.
           move merged-out-hash to ed-out-hash.
           move merged-rej-count to ed-rej-count.
           move merged-rej-hash to ed-rej-hash.
           move spaces to report-record.
           string 'Merged read' ed-out-count ' ' ed-out-hash
                  '  ' ed-rej-count ' ' ed-rej-hash
               delimited by size into report-record.
           write report-record.

           if sum-out-count not = merged-out-count
               or sum-out-hash not = merged-out-hash
               or sum-rej-count not = merged-rej-count
               or sum-rej-hash not = merged-rej-hash
               move 'N' to balance-switch
           end-if.

           if trailer-seen
               perform write-trailer-line
                   thru write-trailer-line-exit
           else
               move spaces to report-record
               string 'MRGOUT carried no trailer - balanced '
                      'against the records read'
                   delimited by size into report-record
               write report-record
           end-if.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           if distribution-balanced
               string 'Balanced - the return files add back up to '
                      'the merged totals'
                   delimited by size into report-record
           else
               string 'NOT BALANCED - the return files do not add '
                      'back up to the merged totals'
                   delimited by size into report-record
               move balance-error-rc to rc
           end-if.
           write report-record.

           if slot-out-count(holding-slot) > 0
               or slot-rej-count(holding-slot) > 0
               move spaces to report-record
               string 'Senders with no DISTCARD slot are held on '
                      'RETOUTXX/RETREJXX'
                   delimited by size into report-record
               write report-record
               if rc < unassigned-rc
                   move unassigned-rc to rc
               end-if
           end-if.

           if card-error-count > 0
               and rc < unassigned-rc
               move unassigned-rc to rc
           end-if.

       write-slot-line.

           if slot-index not = holding-slot
               and slot-active-flag(slot-index) not = 'Y'
               go to write-slot-line-exit
           end-if.

           add slot-out-count(slot-index) to sum-out-count.
           add slot-out-hash(slot-index) to sum-out-hash.
           add slot-rej-count(slot-index) to sum-rej-count.
           add slot-rej-hash(slot-index) to sum-rej-hash.

           move slot-out-count(slot-index) to ed-out-count.
           move slot-out-hash(slot-index) to ed-out-hash.
           move slot-rej-count(slot-index) to ed-rej-count.
           move slot-rej-hash(slot-index) to ed-rej-hash.

           move spaces to report-record.

           if slot-index = holding-slot
               string 'None   XX  ' ed-out-count ' ' ed-out-hash
                      '  ' ed-rej-count ' ' ed-rej-hash
                   delimited by size into report-record
           else
               move slot-index to ed-slot
               string slot-originator(slot-index) '   ' ed-slot
                      '  ' ed-out-count ' ' ed-out-hash
                      '  ' ed-rej-count ' ' ed-rej-hash
                   delimited by size into report-record
           end-if.

           write report-record.

       write-slot-line-exit.
           exit.

      *    The trailer the merge wrote must itself agree with what
      *    was read and what went out
       write-trailer-line.

           if inc-record-count not numeric
               or inc-hash-total not numeric
               move 'N' to balance-switch
               move spaces to report-record
               string 'MRGOUT trailer totals are not numeric'
                   delimited by size into report-record
               write report-record
               go to write-trailer-line-exit
           end-if.

           move inc-record-count to ed-out-count.
           move inc-hash-total to ed-out-hash.
           move spaces to report-record.
           string 'MRGOUT trl ' ed-out-count ' ' ed-out-hash
               delimited by size into report-record.
           write report-record.

           if inc-record-count not = sum-out-count
               or inc-hash-total not = sum-out-hash
               or inc-record-count not = merged-out-count
               or inc-hash-total not = merged-out-hash
               move 'N' to balance-switch
           end-if.

       write-trailer-line-exit.
           exit.

      *    -------------------------------------------------------------

       b64dist-end.

           display 'Results read  : ' merged-out-count.
           display 'Rejects read  : ' merged-rej-count.
           display 'Cards refused : ' card-error-count.

           close merged-file
                 merged-reject-file
                 report-file.

           move rc to return-code.
           goback.
