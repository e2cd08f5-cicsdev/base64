      *
      *    (C) Copyright IBM Corp. 2026
      *
       identification division.
       program-id.              B64PURG.
       author.                  Ian Burnett.
       installation.            CICS Performance, IBM Hursley.
       date-written.            October 2026.

      *    -------------------------------------------------------------
      *    Modification history
      *
      *    2026-10 IB  Retention housekeeping for the two KSDSs that
      *                only ever grew - the keyed results dataset
      *                (B64KEYD) and the cumulative audit history
      *                (AUDHIST).  PURGCARD sets a retention period
      *                in days per originator, with a **** card for
      *                every sender that has none of its own; a
      *                record older than its sender's period is
      *                written to a sequential archive (ARCHKEYD or
      *                ARCHAUDH) and only then deleted from its KSDS.
      *                B64KEYD records are aged by KEYD-RUN-DATE and
      *                history records by AUDH-RUN-DATE; a record
      *                with no usable date, or from a sender with no
      *                period and no **** card, is kept.  The
      *                reserved B64RUNSTAT record is never touched.
      *                PURGRPT shows the records archived and purged
      *                by store, originator and month, plus the
      *                totals kept and why, for records management to
      *                sign off.  Ends RC 8 when a store would not
      *                open or a record could not be archived or
      *                deleted.
      *    2026-10 IB  Widen the B64KEYD archive record for the new
      *                KEYD-DIGEST.
      *    2026-10 IB  Retention by class.  PURGCARD may now carry a
      *                class card (C in column 12, the class in
      *                columns 1-2) setting the period for every
      *                sender whose B64ORGP profile names that
      *                retention class.  A sender's own card still
      *                overrides its class, and the **** card still
      *                covers a sender with neither.  Without the
      *                profile master the class cards are not used.
      *    2026-10 IB  Widen the B64KEYD archive record for the new
      *                KEYD-VARIANT.
      *    -------------------------------------------------------------

       environment division.

       input-output section.

       file-control.
           select control-file assign to PURGCARD
               organization is sequential.

           select keyed-file assign to B64KEYD
               organization is indexed
               access is sequential
               record key is keyd-trans-id
               file status is keyed-file-status.

           select history-file assign to AUDHIST
               organization is indexed
               access is sequential
               record key is audh-key
               file status is history-file-status.

           select profile-file assign to B64ORGP
               organization is indexed
               access is random
               record key is orgp-originator
               file status is profile-file-status.

           select keyed-archive-file assign to ARCHKEYD
               organization is sequential.

           select history-archive-file assign to ARCHAUDH
               organization is sequential.

           select report-file assign to PURGRPT
               organization is sequential.

       data division.

       file section.

      *    Retention cards - one per originator, the number of days
      *    its records are kept; originator **** sets the period for
      *    every sender without a card of its own.  A class card (C
      *    in column 12) sets the period for a retention class
      *    named in columns 1-2.
       fd  control-file
           recording mode f
           label records standard.
       01  control-record.
           05  purg-originator      pic x(04).
           05  purg-class-view redefines purg-originator.
               10  purg-class       pic x(02).
               10  filler           pic x(02).
           05  filler               pic x(01).
           05  purg-retain-days     pic 9(05).
           05  filler               pic x(01).
           05  purg-card-type       pic x(01).
               88  purg-class-card          value 'C'.
           05  filler               pic x(68).

      *    The keyed results dataset the main run loads
       fd  keyed-file.
       01  keyed-record.
           copy b64keyd.

      *    The cumulative audit history B64AUDL loads
       fd  history-file.
       01  history-record.
           copy b64audh.

      *    The originator profile master - the sender's retention
      *    class
       fd  profile-file.
       01  profile-record.
           copy b64orgp.

      *    The archives - each purged record's image, as it stood
      *    in its KSDS
       fd  keyed-archive-file
           recording mode f
           label records standard.
       01  keyed-archive-record    pic x(5632).

       fd  history-archive-file
           recording mode f
           label records standard.
       01  history-archive-record  pic x(100).

      *    Retention report - archived and purged by store,
      *    originator and month, and the store totals
       fd  report-file
           recording mode f
           label records standard.
       01  report-record           pic x(80).

       working-storage section.

      *    Reserved keyed-store key - the run-status record is never
      *    aged out
       01  status-key          pic x(10) value 'B64RUNSTAT'.

      *    The originator code on a card that sets the period for
      *    every sender without one of its own
       01  default-originator  pic x(04) value '****'.

      *    File status of the last keyed operation on each store
       01  keyed-file-status   pic x(02) value '00'.
       01  history-file-status pic x(02) value '00'.
       01  profile-file-status pic x(02) value '00'.

      *    Today's date, stamped on the report and aged from
       01  run-date-raw            pic 9(8).
       01  run-date-stamp          pic x(10).
       01  today-day-number        pic 9(9) comp-5.

      *    The retention periods loaded from PURGCARD - when the
      *    file holds more senders than the table the extra cards
      *    are reported and ignored
       01  retention-limit     pic 9(9) comp-5 value 50.
       01  retention-count     pic 9(9) comp-5 value 0.
       01  retention-index     pic 9(9) comp-5.
       01  retention-table.
           05  retention-entry occurs 50.
               10  ret-tab-code        pic x(04).
               10  ret-tab-days        pic 9(9) comp-5.
       01  default-retain-days pic 9(9) comp-5 value 0.

      *    The class periods loaded from PURGCARD, and each sender's
      *    class as looked up on B64ORGP - a sender past the end of
      *    the table is looked up afresh each time
       01  class-limit         pic 9(9) comp-5 value 20.
       01  class-count         pic 9(9) comp-5 value 0.
       01  class-index         pic 9(9) comp-5.
       01  class-table.
           05  class-entry occurs 20.
               10  cls-tab-class       pic x(02).
               10  cls-tab-days        pic 9(9) comp-5.
       01  sender-limit        pic 9(9) comp-5 value 200.
       01  sender-count        pic 9(9) comp-5 value 0.
       01  sender-index        pic 9(9) comp-5.
       01  found-sender        pic 9(9) comp-5 value 0.
       01  sender-table.
           05  sender-entry occurs 200.
               10  snd-tab-code        pic x(04).
               10  snd-tab-class       pic x(02).
       01  record-class        pic x(02).

      *    The period that applies to the record in hand, its date,
      *    its originator and its age in days
       01  record-retain-days  pic 9(9) comp-5.
       01  record-date         pic x(10).
       01  record-originator   pic x(04).
       01  record-age          pic 9(9) comp-5.

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

      *    Store totals - one column for B64KEYD, one for AUDHIST
       01  store-totals.
           05  store-entry occurs 2.
               10  st-read-count       pic 9(9) comp-5.
               10  st-protected-count  pic 9(9) comp-5.
               10  st-undated-count    pic 9(9) comp-5.
               10  st-no-rule-count    pic 9(9) comp-5.
               10  st-kept-count       pic 9(9) comp-5.
               10  st-archived-count   pic 9(9) comp-5.
               10  st-purged-count     pic 9(9) comp-5.
               10  st-failed-count     pic 9(9) comp-5.
       01  store-index         pic 9(9) comp-5.
       01  keyed-store         pic 9(9) comp-5 value 1.
       01  history-store       pic 9(9) comp-5 value 2.
       01  store-name          pic x(08).

      *    Archived and purged counts by store, originator and month
      *    - a combination past the table's end is counted in the
      *    store totals only
       01  summary-limit       pic 9(9) comp-5 value 1000.
       01  summary-count       pic 9(9) comp-5 value 0.
       01  summary-index       pic 9(9) comp-5.
       01  found-summary       pic 9(9) comp-5 value 0.
       01  summary-table.
           05  summary-entry occurs 1000.
               10  sum-store           pic 9(9) comp-5.
               10  sum-originator      pic x(04).
               10  sum-month           pic x(07).
               10  sum-archived        pic 9(9) comp-5.
               10  sum-purged          pic 9(9) comp-5.

      *    Edited fields used to build the report lines
       01  ed-count                pic zzzzzzzz9.
       01  ed-archived             pic zzzzzzzz9.
       01  ed-purged               pic zzzzzzzz9.
       01  ed-days                 pic zzzz9.

      *    The originator code as shown - a blank code prints as
      *    question marks so the line can't be mistaken for padding
       01  shown-originator    pic x(04).

      *    Switches - end of each file, whether each store opened,
      *    whether the record in hand has a usable date and a
      *    retention period, and whether a table overflowed
       01  wk-switches.
           05  control-eof-switch  pic x(01) value 'N'.
               88  control-eof              value 'Y'.
           05  keyed-eof-switch    pic x(01) value 'N'.
               88  keyed-eof                value 'Y'.
           05  history-eof-switch  pic x(01) value 'N'.
               88  history-eof              value 'Y'.
           05  keyed-open-switch   pic x(01) value 'N'.
               88  keyed-open               value 'Y'.
           05  history-open-switch pic x(01) value 'N'.
               88  history-open             value 'Y'.
           05  date-valid-switch   pic x(01) value 'N'.
               88  date-valid               value 'Y'.
           05  rule-found-switch   pic x(01) value 'N'.
               88  rule-found               value 'Y'.
           05  default-set-switch  pic x(01) value 'N'.
               88  default-set              value 'Y'.
           05  ret-over-switch     pic x(01) value 'N'.
               88  retention-overflowed     value 'Y'.
           05  profile-open-switch pic x(01) value 'N'.
               88  profile-open             value 'Y'.
           05  sum-over-switch     pic x(01) value 'N'.
               88  summary-overflowed       value 'Y'.

      *    Return code - 0 clean, 8 when a store would not open or
      *    a record could not be archived or deleted
       01  rc                  pic s9(8) binary value 0.
       01  purge-error-rc      pic s9(8) binary value 8.

       procedure division.

       main-processing section.

      *    -------------------------------------------------------------

           perform set-run-date.

           perform load-retention
               thru load-retention-exit.

           perform open-profile-master.

           perform initialize-totals
               varying store-index from 1 by 1
               until store-index > 2.

           open output keyed-archive-file
                       history-archive-file
                       report-file.

           perform purge-keyed-store
               thru purge-keyed-store-exit.

           perform purge-history-store
               thru purge-history-store-exit.

           perform write-purge-report.

           go to b64purg-end.

      *    -------------------------------------------------------------

      *    Today's date, stamped on the report and turned into the
      *    day number every record is aged against
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

      *    Load the retention periods - a card with no usable
      *    period is reported and ignored
       load-retention.

           open input control-file.

           perform load-retention-card
               thru load-retention-card-exit
               until control-eof.

           close control-file.

           display 'Retention rules: ' retention-count.
           display 'Class rules    : ' class-count.

           if default-set
               display 'Default period: ' default-retain-days
           else
               display 'No **** card - senders without a rule are kept'
           end-if.

       load-retention-exit.
           exit.

       load-retention-card.

           read control-file
               at end
                   set control-eof to true
           end-read.

           if control-eof
               go to load-retention-card-exit
           end-if.

           if purg-originator = spaces
               go to load-retention-card-exit
           end-if.

           if purg-class-card
               perform load-class-card
                   thru load-class-card-exit
               go to load-retention-card-exit
           end-if.

           if purg-retain-days not numeric
               or purg-retain-days = 0
               display 'Retention card for ' purg-originator
                   ' has no usable period - card ignored'
               go to load-retention-card-exit
           end-if.

           if purg-originator = default-originator
               move purg-retain-days to default-retain-days
               set default-set to true
               go to load-retention-card-exit
           end-if.

           if retention-count >= retention-limit
               set retention-overflowed to true
               display 'Retention table full - card for '
                   purg-originator ' ignored'
               go to load-retention-card-exit
           end-if.

           add 1 to retention-count.
           move purg-originator to ret-tab-code(retention-count).
           move purg-retain-days to ret-tab-days(retention-count).

       load-retention-card-exit.
           exit.

       load-class-card.

           if purg-retain-days not numeric
               or purg-retain-days = 0
               display 'Retention card for class ' purg-class
                   ' has no usable period - card ignored'
               go to load-class-card-exit
           end-if.

           if class-count >= class-limit
               display 'Class table full - card for class '
                   purg-class ' ignored'
               go to load-class-card-exit
           end-if.

           add 1 to class-count.
           move purg-class to cls-tab-class(class-count).
           move purg-retain-days to cls-tab-days(class-count).

       load-class-card-exit.
           exit.

      *    The profile master is only wanted for the class cards - a
      *    master that will not open leaves them unused
       open-profile-master.

           if class-count = 0
               go to open-profile-master-exit
           end-if.

           open input profile-file.

           if profile-file-status = '00'
               set profile-open to true
           else
               display 'B64ORGP open failed - status '
                   profile-file-status ' - class cards not used'
           end-if.

       open-profile-master-exit.
           exit.

       initialize-totals.

           move 0 to st-read-count(store-index).
           move 0 to st-protected-count(store-index).
           move 0 to st-undated-count(store-index).
           move 0 to st-no-rule-count(store-index).
           move 0 to st-kept-count(store-index).
           move 0 to st-archived-count(store-index).
           move 0 to st-purged-count(store-index).
           move 0 to st-failed-count(store-index).

      *    -------------------------------------------------------------

      *    Walk the keyed results dataset front to back, archiving
      *    and deleting every record past its sender's period
       purge-keyed-store.

           open i-o keyed-file.

           if keyed-file-status not = '00'
               display 'B64KEYD open failed - status '
                   keyed-file-status
               move purge-error-rc to rc
               go to purge-keyed-store-exit
           end-if.

           set keyed-open to true.
           move keyed-store to store-index.

           perform read-next-keyed.

           perform purge-keyed-record
               thru purge-keyed-record-exit
               until keyed-eof.

           close keyed-file.

       purge-keyed-store-exit.
           exit.

       read-next-keyed.

           read keyed-file next
               at end
                   set keyed-eof to true
           end-read.

           if not keyed-eof then add 1 to st-read-count(keyed-store).

       purge-keyed-record.

           if keyd-trans-id = status-key
               add 1 to st-protected-count(keyed-store)
               go to purge-keyed-record-next
           end-if.

           move keyd-run-date to record-date.
           move keyd-originator to record-originator.

           perform judge-record
               thru judge-record-exit.

           if not date-valid or not rule-found
               go to purge-keyed-record-next
           end-if.

           if record-age <= record-retain-days
               add 1 to st-kept-count(keyed-store)
               go to purge-keyed-record-next
           end-if.

      *    The archive copy is written before the delete, so a
      *    record can never leave the KSDS without one
           move keyed-record to keyed-archive-record.
           write keyed-archive-record.

           add 1 to st-archived-count(keyed-store).

           delete keyed-file record.

           if keyed-file-status = '00'
               add 1 to st-purged-count(keyed-store)
           else
               add 1 to st-failed-count(keyed-store)
               display 'B64KEYD delete failed for trans-id '
                   keyd-trans-id ' - status ' keyed-file-status
           end-if.

           perform count-summary
               thru count-summary-exit.

       purge-keyed-record-next.

           perform read-next-keyed.

       purge-keyed-record-exit.
           exit.

      *    -------------------------------------------------------------

      *    Walk the audit history front to back the same way
       purge-history-store.

           open i-o history-file.

           if history-file-status not = '00'
               display 'AUDHIST open failed - status '
                   history-file-status
               move purge-error-rc to rc
               go to purge-history-store-exit
           end-if.

           set history-open to true.
           move history-store to store-index.

           perform read-next-history.

           perform purge-history-record
               thru purge-history-record-exit
               until history-eof.

           close history-file.

       purge-history-store-exit.
           exit.

       read-next-history.

           read history-file next
               at end
                   set history-eof to true
           end-read.

           if not history-eof
               add 1 to st-read-count(history-store)
           end-if.

       purge-history-record.

           move audh-run-date to record-date.
           move audh-originator to record-originator.

           perform judge-record
               thru judge-record-exit.

           if not date-valid or not rule-found
               go to purge-history-record-next
           end-if.

           if record-age <= record-retain-days
               add 1 to st-kept-count(history-store)
               go to purge-history-record-next
           end-if.

           move history-record to history-archive-record.
           write history-archive-record.

           add 1 to st-archived-count(history-store).

           delete history-file record.

           if history-file-status = '00'
               add 1 to st-purged-count(history-store)
           else
               add 1 to st-failed-count(history-store)
               display 'AUDHIST delete failed for trans-id '
                   audh-trans-id ' - status ' history-file-status
           end-if.

           perform count-summary
               thru count-summary-exit.

       purge-history-record-next.

           perform read-next-history.

       purge-history-record-exit.
           exit.

      *    -------------------------------------------------------------

      *    Settle the record in hand's date, age and period - the
      *    sender's own card, else its profile class's card, else
      *    the **** default.  A record with no usable date, or whose
      *    sender has none of the three, is counted as kept and why
       judge-record.

           move 'N' to rule-found-switch.

           move record-date to date-work.
           perform compute-day-number
               thru compute-day-number-exit.

           if not date-valid
               add 1 to st-undated-count(store-index)
               go to judge-record-exit
           end-if.

           if day-number > today-day-number
               move 0 to record-age
           else
               compute record-age = today-day-number - day-number
           end-if.

           perform match-retention
               varying retention-index from 1 by 1
               until retention-index > retention-count
                   or rule-found.

           if not rule-found and profile-open
               perform find-sender-class
                   thru find-sender-class-exit
               perform match-class
                   varying class-index from 1 by 1
                   until class-index > class-count
                       or rule-found
           end-if.

           if not rule-found and default-set
               move default-retain-days to record-retain-days
               set rule-found to true
           end-if.

           if not rule-found
               add 1 to st-no-rule-count(store-index)
           end-if.

       judge-record-exit.
           exit.

       match-retention.

           if ret-tab-code(retention-index) = record-originator
               move ret-tab-days(retention-index)
                   to record-retain-days
               set rule-found to true
           end-if.

      *    The sender's retention class off its profile, remembered
      *    for the sender's later records - a sender with no profile
      *    has no class
       find-sender-class.

           move spaces to record-class.
           move 0 to found-sender.

           perform match-sender
               varying sender-index from 1 by 1
               until sender-index > sender-count
                   or found-sender > 0.

           if found-sender > 0
               move snd-tab-class(found-sender) to record-class
               go to find-sender-class-exit
           end-if.

           move record-originator to orgp-originator.

           read profile-file
               invalid key
                   continue
           end-read.

           if profile-file-status = '00'
               move orgp-retention-class to record-class
           end-if.

           if sender-count < sender-limit
               add 1 to sender-count
               move record-originator to snd-tab-code(sender-count)
               move record-class to snd-tab-class(sender-count)
           end-if.

       find-sender-class-exit.
           exit.

       match-sender.

           if snd-tab-code(sender-index) = record-originator
               move sender-index to found-sender
           end-if.

       match-class.

           if record-class not = spaces
               and cls-tab-class(class-index) = record-class
               move cls-tab-days(class-index) to record-retain-days
               set rule-found to true
           end-if.

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

      *    One more record archived (and purged, when the delete
      *    took) against its store, originator and month
       count-summary.

           move 0 to found-summary.

           perform match-summary
               varying summary-index from 1 by 1
               until summary-index > summary-count
                   or found-summary > 0.

           if found-summary = 0
               if summary-count >= summary-limit
                   if not summary-overflowed
                       set summary-overflowed to true
                       display 'Summary table full past 1000 lines'
                   end-if
                   go to count-summary-exit
               end-if
               add 1 to summary-count
               move store-index to sum-store(summary-count)
               move record-originator to sum-originator(summary-count)
               move record-date(1:7) to sum-month(summary-count)
               move 0 to sum-archived(summary-count)
               move 0 to sum-purged(summary-count)
               move summary-count to found-summary
           end-if.

           add 1 to sum-archived(found-summary).

           if (store-index = keyed-store and keyed-file-status = '00')
               or (store-index = history-store
                   and history-file-status = '00')
               add 1 to sum-purged(found-summary)
           end-if.

       count-summary-exit.
           exit.

       match-summary.

           if sum-store(summary-index) = store-index
               and sum-originator(summary-index) = record-originator
               and sum-month(summary-index) = record-date(1:7)
               move summary-index to found-summary
           end-if.

      *    -------------------------------------------------------------

      *    The retention report - the periods in force, a line per
      *    store, originator and month archived, then each store's
      *    totals
       write-purge-report.

           move spaces to report-record.
           string 'Retention run for ' run-date-stamp
               delimited by size into report-record.
           write report-record.

           perform write-retention-line
               varying retention-index from 1 by 1
               until retention-index > retention-count.

           perform write-class-line
               varying class-index from 1 by 1
               until class-index > class-count.

           if class-count > 0 and not profile-open
               move spaces to report-record
               string 'Class periods not used - B64ORGP not opened'
                   delimited by size into report-record
               write report-record
           end-if.

           move spaces to report-record.
           if default-set
               move default-retain-days to ed-days
               string 'Retention **** (default) : ' ed-days ' days'
                   delimited by size into report-record
           else
               string 'Retention **** (default) : none - kept'
                   delimited by size into report-record
           end-if.
           write report-record.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string 'Store    Orig Month        archived    purged'
               delimited by size into report-record.
           write report-record.

           perform write-summary-line
               varying summary-index from 1 by 1
               until summary-index > summary-count.

           if summary-overflowed
               move spaces to report-record
               string 'Summary table full - later lines in totals only'
                   delimited by size into report-record
               write report-record
           end-if.

           perform write-store-totals
               thru write-store-totals-exit
               varying store-index from 1 by 1
               until store-index > 2.

       write-retention-line.

           move ret-tab-days(retention-index) to ed-days.
           move spaces to report-record.
           string 'Retention ' ret-tab-code(retention-index)
               '           : ' ed-days ' days'
               delimited by size into report-record.
           write report-record.

       write-class-line.

           move cls-tab-days(class-index) to ed-days.
           move spaces to report-record.
           string 'Retention class ' cls-tab-class(class-index)
               '       : ' ed-days ' days'
               delimited by size into report-record.
           write report-record.

       write-summary-line.

           if sum-store(summary-index) = keyed-store
               move 'B64KEYD ' to store-name
           else
               move 'AUDHIST ' to store-name
           end-if.

           move sum-originator(summary-index) to shown-originator.

           if shown-originator = spaces
               move '????' to shown-originator
           end-if.

           move sum-archived(summary-index) to ed-archived.
           move sum-purged(summary-index) to ed-purged.

           move spaces to report-record.
           string store-name ' ' shown-originator ' '
               sum-month(summary-index) '     '
               ed-archived ' ' ed-purged
               delimited by size into report-record.
           write report-record.

       write-store-totals.

           if store-index = keyed-store
               move 'B64KEYD ' to store-name
           else
               move 'AUDHIST ' to store-name
           end-if.

           move spaces to report-record.
           write report-record.

           if (store-index = keyed-store and not keyed-open)
               or (store-index = history-store and not history-open)
               move spaces to report-record
               string store-name ' not opened - nothing purged'
                   delimited by size into report-record
               write report-record
               go to write-store-totals-exit
           end-if.

           move st-read-count(store-index) to ed-count.
           move spaces to report-record.
           string store-name ' records read    : ' ed-count
               delimited by size into report-record.
           write report-record.

           move st-protected-count(store-index) to ed-count.
           move spaces to report-record.
           string 'Protected (B64RUNSTAT)   : ' ed-count
               delimited by size into report-record.
           write report-record.

           move st-undated-count(store-index) to ed-count.
           move spaces to report-record.
           string 'Kept - no usable date    : ' ed-count
               delimited by size into report-record.
           write report-record.

           move st-no-rule-count(store-index) to ed-count.
           move spaces to report-record.
           string 'Kept - no retention rule : ' ed-count
               delimited by size into report-record.
           write report-record.

           move st-kept-count(store-index) to ed-count.
           move spaces to report-record.
           string 'Kept - within retention  : ' ed-count
               delimited by size into report-record.
           write report-record.

           move st-archived-count(store-index) to ed-count.
           move spaces to report-record.
           string 'Archived                 : ' ed-count
               delimited by size into report-record.
           write report-record.

           move st-purged-count(store-index) to ed-count.
           move spaces to report-record.
           string 'Purged                   : ' ed-count
               delimited by size into report-record.
           write report-record.

           move st-failed-count(store-index) to ed-count.
           move spaces to report-record.
           string 'Delete failures          : ' ed-count
               delimited by size into report-record.
           write report-record.

       write-store-totals-exit.
           exit.

      *    -------------------------------------------------------------

       b64purg-end.

           close keyed-archive-file
                 history-archive-file
                 report-file.

           if profile-open
               close profile-file
           end-if.

           display 'B64KEYD read  : ' st-read-count(keyed-store).
           display 'B64KEYD purged: ' st-purged-count(keyed-store).
           display 'AUDHIST read  : ' st-read-count(history-store).
           display 'AUDHIST purged: ' st-purged-count(history-store).

           if st-failed-count(keyed-store) > 0
               or st-failed-count(history-store) > 0
               move purge-error-rc to rc
           end-if.

           move rc to return-code.
           goback.
