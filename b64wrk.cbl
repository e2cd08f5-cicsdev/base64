      *
      *    (C) Copyright IBM Corp. 2026
      *
       identification division.
       program-id.              B64WRK.
       author.                  Ian Burnett.
       installation.            CICS Performance, IBM Hursley.
       date-written.            October 2026.

      *    -------------------------------------------------------------
      *    Modification history
      *
      *    2026-10 IB  Online reject and dead-letter work queue (B64W)
      *                over the B64WRKQ KSDS B64WRKL loads, on the
      *                new B64MAP4 screen in the B64SET mapset.  The
      *                functions are B browse forward from the keyed
      *                prefix (ten items a screen, re-enter with the
      *                last key shown to page on) with each item's
      *                kind, retry count and last reject reason, D
      *                display one item and the action keyed against
      *                it, C key a correction - D drop, P replace the
      *                payload with the data keyed, T change the
      *                trans-type or V the variant to the first byte
      *                of it - L release a dead letter as it stands,
      *                and E end.  The next B64REPR run carries the
      *                actions out in place of correction cards.
      *                Every correction and release is written to the
      *                B64A audit TD queue in the batch audit-trail
      *                layout, with the signed-on user id.
      *    -------------------------------------------------------------

       environment division.

       data division.

       working-storage section.

      *    Response codes checked after each command
       01  map-resp            pic s9(8) comp value 0.
       01  file-resp           pic s9(8) comp value 0.

      *    The transaction this program runs under and the audit TD
      *    queue its actions are logged to
       01  transaction-id      pic x(04) value 'B64W'.
       01  audit-queue         pic x(04) value 'B64A'.

      *    The key driving the browse or the keyed read in hand
       01  record-key          pic x(10).

      *    How many items one browse screen shows, the line being
      *    built, and the ten built lines moved to the map
       01  browse-limit        pic 9(4) comp-5 value 10.
       01  browse-shown        pic 9(9) comp-5 value 0.
       01  browse-lines.
           05  browse-line     pic x(71) occurs 10.

      *    Edited retry count and reason code for the browse lines
       01  edited-retry-count  pic zz9.
       01  edited-reason-rc    pic z9.

      *    Switch set when a browse has run off the end of the file
       01  wk-switches.
           05  browse-end-switch   pic x(01) value 'N'.
               88  browse-ended             value 'Y'.

      *    The correction keyed on the screen and its first byte,
      *    which is the new type or variant
       01  keyed-action        pic x(01).
       01  keyed-data          pic x(60).
       01  keyed-code          pic x(01).
           88  keyed-code-type         values 'E' 'D'.
           88  keyed-code-variant      values 'S' 'M' 'U'.

      *    Time of the action in hand, for the item and the audit
      *    record
       01  action-abstime      pic s9(15) comp-3.
       01  action-date         pic x(10).
       01  action-time         pic x(08).
       01  action-user         pic x(08).

      *    The audit record written for each correction and
      *    release, in the batch audit-trail layout so the history
      *    roll-in takes it like any nightly record
       01  audit-line.
           05  audit-trans-id          pic x(10).
           05  filler                  pic x(01) value space.
           05  audit-run-date          pic x(10).
           05  filler                  pic x(01) value space.
           05  audit-run-time          pic x(08).
           05  filler                  pic x(01) value space.
           05  audit-run-mode          pic x(01) value 'O'.
           05  filler                  pic x(01) value space.
           05  audit-trans-type        pic x(01) value '-'.
           05  filler                  pic x(01) value space.
           05  audit-length-in         pic 9(05) value 0.
           05  filler                  pic x(01) value space.
           05  audit-length-out        pic 9(05) value 0.
           05  filler                  pic x(01) value space.
           05  audit-disposition       pic x(18).
           05  filler                  pic x(01) value space.
           05  audit-return-code       pic 9(02) value 0.
           05  filler                  pic x(01) value space.
           05  audit-originator        pic x(04) value spaces.
           05  filler                  pic x(01) value space.
           05  audit-resend            pic x(01) value space.
           05  filler                  pic x(01) value space.
           05  audit-user-id           pic x(08) value spaces.
           05  filler                  pic x(04) value spaces.
       01  audit-line-length   pic s9(4) comp value 88.

      *    Work queue item in hand
       01  queue-record.
           copy b64wrkq.

      *    Symbolic map for the B64SET mapset
       copy b64set.

       procedure division.

       main-processing section.

      *    -------------------------------------------------------------

      *    No map in yet - a fresh entry or a cleared screen - means
      *    send the empty screen and wait for input
           exec cics receive map('B64MAP4') mapset('B64SET')
               into(b64map4i) resp(map-resp)
           end-exec.

           if map-resp not = dfhresp(normal)
               perform send-fresh-screen
               go to return-next
           end-if.

           perform clear-screen-output.

           evaluate wfunci
               when 'B'
                   perform browse-queue
                       thru browse-queue-exit
               when 'D'
                   perform display-item
                       thru display-item-exit
               when 'C'
                   perform correct-item
                       thru correct-item-exit
               when 'L'
                   perform release-item
                       thru release-item-exit
               when 'E'
                   perform end-session
               when other
                   move 'Function must be B, D, C, L or E' to msg4o
           end-evaluate.

           perform send-queue-screen.

       return-next.

           exec cics return transid(transaction-id)
           end-exec.

           goback.

      *    -------------------------------------------------------------

       send-fresh-screen.

           move low-values to b64map4o.

           exec cics send map('B64MAP4') mapset('B64SET')
               from(b64map4o) erase
           end-exec.

      *    The input and output views share the one map area, so the
      *    user's function, key and correction echo back with the
      *    result
       send-queue-screen.

           exec cics send map('B64MAP4') mapset('B64SET')
               from(b64map4o) erase
           end-exec.

       end-session.

           move 'Session ended' to msg4o.

           exec cics send control erase freekb
           end-exec.

           exec cics return
           end-exec.

       clear-screen-output.

           move spaces to browse-lines.
           move spaces to wl01o.
           move spaces to wl02o.
           move spaces to wl03o.
           move spaces to wl04o.
           move spaces to wl05o.
           move spaces to wl06o.
           move spaces to wl07o.
           move spaces to wl08o.
           move spaces to wl09o.
           move spaces to wl10o.
           move spaces to wrsno.
           move spaces to wbyo.
           move spaces to msg4o.

      *    -------------------------------------------------------------

      *    Browse the queue forward from the keyed prefix - a blank
      *    prefix starts at the front - ten items a screen; keying
      *    the last id shown browses on from there
       browse-queue.

           move wkeyi to record-key.

           if record-key = spaces
               move low-values to record-key
           end-if.

           exec cics startbr file('B64WRKQ')
               ridfld(record-key) gteq resp(file-resp)
           end-exec.

           if file-resp = dfhresp(notfnd)
               move 'Nothing on the queue from that key' to msg4o
               go to browse-queue-exit
           end-if.

           if file-resp not = dfhresp(normal)
               move 'B64WRKQ browse failed' to msg4o
               go to browse-queue-exit
           end-if.

           move 0 to browse-shown.
           move 'N' to browse-end-switch.

           perform browse-next-item
               thru browse-next-item-exit
               until browse-ended
                   or browse-shown >= browse-limit.

           exec cics endbr file('B64WRKQ')
           end-exec.

           perform fill-browse-lines.

           if browse-shown = 0
               move 'Nothing on the queue from that key' to msg4o
           else
               move 'Re-enter with the last id shown to page on'
                   to msg4o
           end-if.

       browse-queue-exit.
           exit.

       browse-next-item.

           exec cics readnext file('B64WRKQ') into(queue-record)
               ridfld(record-key) resp(file-resp)
           end-exec.

           if file-resp not = dfhresp(normal)
               set browse-ended to true
               go to browse-next-item-exit
           end-if.

           perform browse-line-for-item.

       browse-next-item-exit.
           exit.

       fill-browse-lines.

           move browse-line(1) to wl01o.
           move browse-line(2) to wl02o.
           move browse-line(3) to wl03o.
           move browse-line(4) to wl04o.
           move browse-line(5) to wl05o.
           move browse-line(6) to wl06o.
           move browse-line(7) to wl07o.
           move browse-line(8) to wl08o.
           move browse-line(9) to wl09o.
           move browse-line(10) to wl10o.

      *    -------------------------------------------------------------

      *    Show one item - its line, the full reason, and the action
      *    keyed against it with who keyed it and when
       display-item.

           if wkeyi = spaces
               move 'Function D needs a trans-id' to msg4o
               go to display-item-exit
           end-if.

           move wkeyi to record-key.

           exec cics read file('B64WRKQ') into(queue-record)
               ridfld(record-key) resp(file-resp)
           end-exec.

           if file-resp = dfhresp(notfnd)
               move 'Trans-id not on the queue' to msg4o
               go to display-item-exit
           end-if.

           if file-resp not = dfhresp(normal)
               move 'B64WRKQ read failed' to msg4o
               go to display-item-exit
           end-if.

           move 0 to browse-shown.
           perform browse-line-for-item.
           move browse-line(1) to wl01o.

           move wrkq-reason-text to wrsno.
           move wrkq-action to wacto.
           move wrkq-action-data to wdatao.

           if wrkq-action-none
               move 'Item displayed - no action keyed yet' to msg4o
               go to display-item-exit
           end-if.

           string wrkq-action-user ' ' wrkq-action-date ' '
               wrkq-action-time
               delimited by size into wbyo.

           move 'Item displayed - action awaits the next B64REPR'
               to msg4o.

       display-item-exit.
           exit.

      *    The item's browse line - trans-id, kind, originator,
      *    type, variant, attempts so far, the reject reason and any
      *    action already keyed
       browse-line-for-item.

           add 1 to browse-shown.

           move wrkq-retry-count to edited-retry-count.
           move wrkq-reason-rc to edited-reason-rc.
           move spaces to browse-line(browse-shown).

           string wrkq-trans-id ' ' wrkq-kind ' '
               wrkq-originator ' ' wrkq-trans-type ' '
               wrkq-variant ' ' edited-retry-count ' '
               edited-reason-rc ' ' wrkq-reason-text(1:40) ' '
               wrkq-action
               delimited by size
               into browse-line(browse-shown).

      *    -------------------------------------------------------------

      *    Key a correction against an item - the action and its
      *    data are checked here so the batch run never meets a
      *    correction it cannot carry out
       correct-item.

           if wkeyi = spaces
               move 'Function C needs a trans-id' to msg4o
               go to correct-item-exit
           end-if.

           move wacti to keyed-action.
           move wdatai to keyed-data.
           move keyed-data(1:1) to keyed-code.

           evaluate keyed-action
               when 'D'
                   move spaces to keyed-data
               when 'P'
                   if keyed-data = spaces
                       move 'Action P needs the replacement payload'
                           to msg4o
                       go to correct-item-exit
                   end-if
               when 'T'
                   if not keyed-code-type
                       move 'Action T needs a type of E or D' to msg4o
                       go to correct-item-exit
                   end-if
                   move keyed-code to keyed-data
               when 'V'
                   if not keyed-code-variant
                       move 'Action V needs a variant of S, M or U'
                           to msg4o
                       go to correct-item-exit
                   end-if
                   move keyed-code to keyed-data
               when other
                   move 'Action must be D, P, T or V' to msg4o
                   go to correct-item-exit
           end-evaluate.

           perform read-item-for-update
               thru read-item-for-update-exit.

           if file-resp not = dfhresp(normal)
               go to correct-item-exit
           end-if.

           move keyed-action to wrkq-action.
           move keyed-data to wrkq-action-data.

           evaluate true
               when wrkq-action-drop
                   move 'WQ-DROP' to audit-disposition
               when wrkq-action-payload
                   move 'WQ-REPLACE-PAYLOAD' to audit-disposition
               when wrkq-action-type
                   move 'WQ-CHANGE-TYPE' to audit-disposition
               when wrkq-action-variant
                   move 'WQ-CHANGE-VARIANT' to audit-disposition
           end-evaluate.

           perform record-item-action
               thru record-item-action-exit.

           if file-resp not = dfhresp(normal)
               go to correct-item-exit
           end-if.

           if wrkq-kind-dead and not wrkq-action-drop
               move 'Correction recorded - dead letter is released'
                   to msg4o
           else
               move 'Correction recorded for the next B64REPR'
                   to msg4o
           end-if.

       correct-item-exit.
           exit.

      *    -------------------------------------------------------------

      *    Release a dead letter as it stands - the next B64REPR
      *    puts it back into the run with its attempts reset
       release-item.

           if wkeyi = spaces
               move 'Function L needs a trans-id' to msg4o
               go to release-item-exit
           end-if.

           perform read-item-for-update
               thru read-item-for-update-exit.

           if file-resp not = dfhresp(normal)
               go to release-item-exit
           end-if.

           if not wrkq-kind-dead
               exec cics unlock file('B64WRKQ')
               end-exec
               move 'Only a dead letter can be released' to msg4o
               go to release-item-exit
           end-if.

           set wrkq-action-release to true.
           move spaces to wrkq-action-data.
           move 'WQ-RELEASE' to audit-disposition.

           perform record-item-action
               thru record-item-action-exit.

           if file-resp not = dfhresp(normal)
               go to release-item-exit
           end-if.

           move 'Dead letter released for the next B64REPR' to msg4o.

       release-item-exit.
           exit.

      *    -------------------------------------------------------------

       read-item-for-update.

           move wkeyi to record-key.

           exec cics read file('B64WRKQ') into(queue-record)
               ridfld(record-key) update resp(file-resp)
           end-exec.

           if file-resp = dfhresp(notfnd)
               move 'Trans-id not on the queue' to msg4o
               go to read-item-for-update-exit
           end-if.

           if file-resp not = dfhresp(normal)
               move 'B64WRKQ read for update failed' to msg4o
           end-if.

       read-item-for-update-exit.
           exit.

      *    Stamp the item with who keyed the action and when,
      *    rewrite it, and log the action to the audit TD queue in
      *    the batch audit-trail layout
       record-item-action.

           exec cics asktime abstime(action-abstime)
           end-exec.

           exec cics formattime abstime(action-abstime)
               yyyymmdd(action-date) datesep('-')
               time(action-time) timesep(':')
           end-exec.

           exec cics assign userid(action-user)
           end-exec.

           move action-user to wrkq-action-user.
           move action-date to wrkq-action-date.
           move action-time to wrkq-action-time.

           exec cics rewrite file('B64WRKQ') from(queue-record)
               resp(file-resp)
           end-exec.

           if file-resp not = dfhresp(normal)
               move 'B64WRKQ rewrite failed' to msg4o
               go to record-item-action-exit
           end-if.

           move wrkq-trans-id to audit-trans-id.
           move action-date to audit-run-date.
           move action-time to audit-run-time.
           move wrkq-trans-type to audit-trans-type.
           move wrkq-reason-rc to audit-return-code.
           move wrkq-originator to audit-originator.
           move action-user to audit-user-id.

           exec cics writeq td queue(audit-queue)
               from(audit-line) length(audit-line-length)
           end-exec.

           move wrkq-action to wacto.
           move wrkq-action-data to wdatao.
           move wrkq-reason-text to wrsno.

           string wrkq-action-user ' ' wrkq-action-date ' '
               wrkq-action-time
               delimited by size into wbyo.

       record-item-action-exit.
           exit.
