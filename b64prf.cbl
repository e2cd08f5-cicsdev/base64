      *
      *    (C) Copyright IBM Corp. 2026
      *
       identification division.
       program-id.              B64PRF.
       author.                  Ian Burnett.
       installation.            CICS Performance, IBM Hursley.
       date-written.            October 2026.

      *    -------------------------------------------------------------
      *    Modification history
      *
      *    2026-10 IB  Online maintenance transaction (B64P) for the
      *                B64ORGP originator profile master, on the new
      *                B64MAP5 screen in the B64SET mapset.  The
      *                functions are B browse forward from the keyed
      *                originator (six profiles a screen, re-enter
      *                with the last code shown to page on), D display
      *                one profile, A add a profile, U update one -
      *                suspending or reactivating the sender with the
      *                rest of its settings - and E end.  Every add
      *                and update is stamped on the profile and
      *                written to the B64A audit TD queue in the batch
      *                audit-trail layout, with the signed-on user id.
      *    2026-10 IB  The max daily volume is right-justified and
      *                zero-filled on the map, so a volume keyed
      *                with fewer than nine digits is taken as keyed.
      *    -------------------------------------------------------------

       environment division.

       data division.

       working-storage section.

      *    Response codes checked after each command
       01  map-resp            pic s9(8) comp value 0.
       01  file-resp           pic s9(8) comp value 0.

      *    The transaction this program runs under, the audit TD
      *    queue its changes are logged to, and the reserved trans-id
      *    a profile change is audited under - no transaction
      *    carries it
       01  transaction-id      pic x(04) value 'B64P'.
       01  audit-queue         pic x(04) value 'B64A'.
       01  profile-audit-id    pic x(10) value 'B64PROFILE'.

      *    The key driving the browse or the keyed read in hand
       01  record-key          pic x(04).

      *    How many profiles one browse screen shows, the line being
      *    built, and the six built lines moved to the map
       01  browse-limit        pic 9(4) comp-5 value 6.
       01  browse-shown        pic 9(9) comp-5 value 0.
       01  browse-lines.
           05  browse-line     pic x(61) occurs 6.

      *    Edited maximum daily volume for the browse lines
       01  edited-max-daily    pic zzzzzzzz9.

      *    Switches - a browse run off the end of the file, the
      *    keyed settings all valid, and the sender's status changed
      *    by the update in hand
       01  wk-switches.
           05  browse-end-switch   pic x(01) value 'N'.
               88  browse-ended             value 'Y'.
           05  edit-ok-switch      pic x(01) value 'N'.
               88  edit-ok                  value 'Y'.
           05  status-change-switch pic x(01) value 'N'.
               88  status-changed           value 'Y'.

      *    The settings keyed on the screen, checked before the
      *    profile is read for update so a bad screen never holds
      *    the record
       01  keyed-name          pic x(30).
       01  keyed-status        pic x(01).
           88  keyed-status-valid      values 'A' 'S'.
       01  keyed-variant       pic x(01).
           88  keyed-variant-valid     values 'S' 'M' 'U' ' '.
       01  keyed-codepage      pic x(04).
           88  keyed-codepage-valid    values '819 ' '1208' '037 '
                                              '    '.
       01  keyed-compress      pic x(01).
           88  keyed-compress-valid    values 'C' 'N' ' '.
       01  keyed-sensitive     pic x(01).
           88  keyed-sensitive-valid   values 'Y' 'N' ' '.
       01  keyed-max-daily     pic 9(09).
       01  keyed-max-daily-x redefines keyed-max-daily
                               pic x(09).
       01  keyed-retention     pic x(02).

      *    Time of the change in hand, for the profile and the audit
      *    record
       01  action-abstime      pic s9(15) comp-3.
       01  action-date         pic x(10).
       01  action-time         pic x(08).
       01  action-user         pic x(08).

      *    The audit record written for each change, in the batch
      *    audit-trail layout so the history roll-in takes it like
      *    any nightly record
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

      *    Originator profile in hand
       01  profile-record.
           copy b64orgp.

      *    Symbolic map for the B64SET mapset
       copy b64set.

       procedure division.

       main-processing section.

      *    -------------------------------------------------------------

      *    No map in yet - a fresh entry or a cleared screen - means
      *    send the empty screen and wait for input
           exec cics receive map('B64MAP5') mapset('B64SET')
               into(b64map5i) resp(map-resp)
           end-exec.

           if map-resp not = dfhresp(normal)
               perform send-fresh-screen
               go to return-next
           end-if.

           perform clear-screen-output.

           evaluate pfunci
               when 'B'
                   perform browse-profiles
                       thru browse-profiles-exit
               when 'D'
                   perform display-profile
                       thru display-profile-exit
               when 'A'
                   perform add-profile
                       thru add-profile-exit
               when 'U'
                   perform update-profile
                       thru update-profile-exit
               when 'E'
                   perform end-session
               when other
                   move 'Function must be B, D, A, U or E' to msg5o
           end-evaluate.

           perform send-profile-screen.

       return-next.

           exec cics return transid(transaction-id)
           end-exec.

           goback.

      *    -------------------------------------------------------------

       send-fresh-screen.

           move low-values to b64map5o.

           exec cics send map('B64MAP5') mapset('B64SET')
               from(b64map5o) erase
           end-exec.

      *    The input and output views share the one map area, so the
      *    user's function, originator and settings echo back with
      *    the result
       send-profile-screen.

           exec cics send map('B64MAP5') mapset('B64SET')
               from(b64map5o) erase
           end-exec.

       end-session.

           move 'Session ended' to msg5o.

           exec cics send control erase freekb
           end-exec.

           exec cics return
           end-exec.

       clear-screen-output.

           move spaces to browse-lines.
           move spaces to pl01o.
           move spaces to pl02o.
           move spaces to pl03o.
           move spaces to pl04o.
           move spaces to pl05o.
           move spaces to pl06o.
           move spaces to pbyo.
           move spaces to msg5o.

      *    -------------------------------------------------------------

      *    Browse the master forward from the keyed originator - a
      *    blank one starts at the front - six profiles a screen;
      *    keying the last code shown browses on from there
       browse-profiles.

           if porigl = 0
               move spaces to porigi
           end-if.

           move porigi to record-key.

           if record-key = spaces
               move low-values to record-key
           end-if.

           exec cics startbr file('B64ORGP')
               ridfld(record-key) gteq resp(file-resp)
           end-exec.

           if file-resp = dfhresp(notfnd)
               move 'No profiles from that originator' to msg5o
               go to browse-profiles-exit
           end-if.

           if file-resp not = dfhresp(normal)
               move 'B64ORGP browse failed' to msg5o
               go to browse-profiles-exit
           end-if.

           move 0 to browse-shown.
           move 'N' to browse-end-switch.

           perform browse-next-profile
               thru browse-next-profile-exit
               until browse-ended
                   or browse-shown >= browse-limit.

           exec cics endbr file('B64ORGP')
           end-exec.

           perform fill-browse-lines.

           if browse-shown = 0
               move 'No profiles from that originator' to msg5o
           else
               move 'Re-enter with the last code shown to page on'
                   to msg5o
           end-if.

       browse-profiles-exit.
           exit.

       browse-next-profile.

           exec cics readnext file('B64ORGP') into(profile-record)
               ridfld(record-key) resp(file-resp)
           end-exec.

           if file-resp not = dfhresp(normal)
               set browse-ended to true
               go to browse-next-profile-exit
           end-if.

           add 1 to browse-shown.

           move orgp-max-daily to edited-max-daily.
           move spaces to browse-line(browse-shown).

           string orgp-originator ' ' orgp-name ' '
               orgp-status ' ' orgp-variant ' '
               orgp-codepage ' ' orgp-compress ' '
               orgp-sensitive ' ' edited-max-daily ' '
               orgp-retention-class
               delimited by size
               into browse-line(browse-shown).

       browse-next-profile-exit.
           exit.

       fill-browse-lines.

           move browse-line(1) to pl01o.
           move browse-line(2) to pl02o.
           move browse-line(3) to pl03o.
           move browse-line(4) to pl04o.
           move browse-line(5) to pl05o.
           move browse-line(6) to pl06o.

      *    -------------------------------------------------------------

      *    Show one profile's settings in the fields they are keyed
      *    in, ready to be changed and sent back with U
       display-profile.

           if porigl = 0 or porigi = spaces
               move 'Function D needs an originator' to msg5o
               go to display-profile-exit
           end-if.

           move porigi to record-key.

           exec cics read file('B64ORGP') into(profile-record)
               ridfld(record-key) resp(file-resp)
           end-exec.

           if file-resp = dfhresp(notfnd)
               move 'Originator has no profile' to msg5o
               go to display-profile-exit
           end-if.

           if file-resp not = dfhresp(normal)
               move 'B64ORGP read failed' to msg5o
               go to display-profile-exit
           end-if.

           perform show-profile.

           move 'Profile displayed - change it and key U to update'
               to msg5o.

       display-profile-exit.
           exit.

       show-profile.

           move orgp-name to pnameo.
           move orgp-status to pstato.
           move orgp-variant to pvaro.
           move orgp-codepage to pcpo.
           move orgp-compress to pcmpo.
           move orgp-sensitive to psnso.
           move orgp-max-daily to keyed-max-daily.
           move keyed-max-daily-x to pvolo.
           move orgp-retention-class to preto.

           string orgp-changed-user ' ' orgp-changed-date ' '
               orgp-changed-time
               delimited by size into pbyo.

      *    -------------------------------------------------------------

      *    Add a profile for a sender not yet on the master - a
      *    blank status takes A, active
       add-profile.

           if porigl = 0 or porigi = spaces
               move 'Function A needs an originator' to msg5o
               go to add-profile-exit
           end-if.

           perform edit-keyed-settings
               thru edit-keyed-settings-exit.

           if not edit-ok
               go to add-profile-exit
           end-if.

           move spaces to profile-record.
           move porigi to orgp-originator.
           perform apply-keyed-settings.

           perform stamp-profile-change.

           exec cics write file('B64ORGP') from(profile-record)
               ridfld(orgp-originator) resp(file-resp)
           end-exec.

           if file-resp = dfhresp(duprec)
               move 'Originator already has a profile - use U'
                   to msg5o
               go to add-profile-exit
           end-if.

           if file-resp not = dfhresp(normal)
               move 'B64ORGP write failed' to msg5o
               go to add-profile-exit
           end-if.

           move 'PROFILE-ADDED' to audit-disposition.
           perform write-audit-line.

           perform show-profile.

           move 'Profile added' to msg5o.

       add-profile-exit.
           exit.

      *    -------------------------------------------------------------

      *    Replace a sender's settings with the ones on the screen -
      *    a change of status is audited as the suspension or
      *    reactivation it is
       update-profile.

           if porigl = 0 or porigi = spaces
               move 'Function U needs an originator' to msg5o
               go to update-profile-exit
           end-if.

           perform edit-keyed-settings
               thru edit-keyed-settings-exit.

           if not edit-ok
               go to update-profile-exit
           end-if.

           move porigi to record-key.

           exec cics read file('B64ORGP') into(profile-record)
               ridfld(record-key) update resp(file-resp)
           end-exec.

           if file-resp = dfhresp(notfnd)
               move 'Originator has no profile - use A' to msg5o
               go to update-profile-exit
           end-if.

           if file-resp not = dfhresp(normal)
               move 'B64ORGP read for update failed' to msg5o
               go to update-profile-exit
           end-if.

           if keyed-status = orgp-status
               move 'N' to status-change-switch
           else
               set status-changed to true
           end-if.

           perform apply-keyed-settings.

           perform stamp-profile-change.

           exec cics rewrite file('B64ORGP') from(profile-record)
               resp(file-resp)
           end-exec.

           if file-resp not = dfhresp(normal)
               move 'B64ORGP rewrite failed' to msg5o
               go to update-profile-exit
           end-if.

           evaluate true
               when not status-changed
                   move 'PROFILE-CHANGED' to audit-disposition
               when orgp-status-suspended
                   move 'PROFILE-SUSPENDED' to audit-disposition
               when other
                   move 'PROFILE-ACTIVATED' to audit-disposition
           end-evaluate.

           perform write-audit-line.

           perform show-profile.

           evaluate true
               when not status-changed
                   move 'Profile updated' to msg5o
               when orgp-status-suspended
                   move 'Profile updated - sender suspended' to msg5o
               when other
                   move 'Profile updated - sender reactivated'
                       to msg5o
           end-evaluate.

       update-profile-exit.
           exit.

      *    -------------------------------------------------------------

      *    Check every setting keyed against the codes the batch run
      *    knows - a field left empty is blank, which takes the
      *    control card's setting (or A for the status, and no cap
      *    for the volume)
       edit-keyed-settings.

           move 'N' to edit-ok-switch.

           if pnamel = 0 then move spaces to pnamei.
           if pstatl = 0 then move spaces to pstati.
           if pvarl = 0 then move spaces to pvari.
           if pcpl = 0 then move spaces to pcpi.
           if pcmpl = 0 then move spaces to pcmpi.
           if psnsl = 0 then move spaces to psnsi.
           if pvoll = 0 then move spaces to pvoli.
           if pretl = 0 then move spaces to preti.

           move pnamei to keyed-name.
           move pstati to keyed-status.
           move pvari to keyed-variant.
           move pcpi to keyed-codepage.
           move pcmpi to keyed-compress.
           move psnsi to keyed-sensitive.
           move preti to keyed-retention.

           if keyed-status = space
               move 'A' to keyed-status
           end-if.

           if not keyed-status-valid
               move 'Status must be A or S' to msg5o
               go to edit-keyed-settings-exit
           end-if.

           if not keyed-variant-valid
               move 'Variant must be S, M, U or blank' to msg5o
               go to edit-keyed-settings-exit
           end-if.

           if not keyed-codepage-valid
               move 'Codepage must be 819, 1208, 037 or blank'
                   to msg5o
               go to edit-keyed-settings-exit
           end-if.

           if not keyed-compress-valid
               move 'Compress must be C, N or blank' to msg5o
               go to edit-keyed-settings-exit
           end-if.

           if not keyed-sensitive-valid
               move 'Sensitive must be Y, N or blank' to msg5o
               go to edit-keyed-settings-exit
           end-if.

           if pvoli = spaces
               move 0 to keyed-max-daily
           else
               if pvoli not numeric
                   move 'Max daily volume must be digits only'
                       to msg5o
                   go to edit-keyed-settings-exit
               end-if
               move pvoli to keyed-max-daily-x
           end-if.

           set edit-ok to true.

       edit-keyed-settings-exit.
           exit.

       apply-keyed-settings.

           move keyed-name to orgp-name.
           move keyed-status to orgp-status.
           move keyed-variant to orgp-variant.
           move keyed-codepage to orgp-codepage.
           move keyed-compress to orgp-compress.
           move keyed-sensitive to orgp-sensitive.
           move keyed-max-daily to orgp-max-daily.
           move keyed-retention to orgp-retention-class.

      *    -------------------------------------------------------------

      *    Stamp the profile with who changed it and when
       stamp-profile-change.

           exec cics asktime abstime(action-abstime)
           end-exec.

           exec cics formattime abstime(action-abstime)
               yyyymmdd(action-date) datesep('-')
               time(action-time) timesep(':')
           end-exec.

           exec cics assign userid(action-user)
           end-exec.

           move action-user to orgp-changed-user.
           move action-date to orgp-changed-date.
           move action-time to orgp-changed-time.

      *    Log the change to the audit TD queue in the batch
      *    audit-trail layout, under the reserved trans-id with the
      *    sender's code
       write-audit-line.

           move profile-audit-id to audit-trans-id.
           move action-date to audit-run-date.
           move action-time to audit-run-time.
           move orgp-originator to audit-originator.
           move action-user to audit-user-id.

           exec cics writeq td queue(audit-queue)
               from(audit-line) length(audit-line-length)
           end-exec.
