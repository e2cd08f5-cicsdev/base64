      *
      *    (C) Copyright IBM Corp. 2026
      *
       identification division.
       program-id.              B64STAT.
       author.                  Ian Burnett.
       installation.            CICS Performance, IBM Hursley.
       date-written.            October 2026.

      *    -------------------------------------------------------------
      *    Modification history
      *
      *    2026-10 IB  Run-statistics history and trend report.  Once
      *                the merge has ended, the night's consolidated
      *                summary counters (MRGSUM), the per-stream
      *                record counts and the elapsed time from the
      *                first stream's start to the last stream's end
      *                (RUNCTL) are appended as one B64RHST record to
      *                the run history (STATHIST) - a rerun for the
      *                same night is recognised by the RUNCTL stamp
      *                and not appended twice.  STATRPT sets every
      *                counter, the compression saving and the
      *                elapsed time against the average of the
      *                trailing runs (30 by default) and flags any
      *                that moved further than the STATCARD
      *                threshold, then gives capacity planning
      *                growth figures - the earlier half of the
      *                window against the later half, and the peak -
      *                for records, bytes and elapsed time.  Ends
      *                RC 4 when anything is flagged, RC 8 when an
      *                input is unusable or the history could not be
      *                appended.
      *    -------------------------------------------------------------

       environment division.

       input-output section.

       file-control.
           select optional control-file assign to STATCARD
               organization is sequential.

           select summary-file assign to MRGSUM
               organization is sequential
               file status is summary-file-status.

           select run-control-file assign to RUNCTL
               organization is sequential
               file status is run-control-status.

           select optional history-file assign to STATHIST
               organization is sequential
               file status is history-file-status.

           select report-file assign to STATRPT
               organization is sequential.

       data division.

       file section.

      *    Control card - the flag threshold as a percentage either
      *    side of the trailing average (columns 1-3) and how many
      *    trailing runs to average (columns 5-7, at most 30)
       fd  control-file
           recording mode f
           label records standard.
       01  control-record.
           05  stat-threshold       pic 9(03).
           05  filler               pic x(01).
           05  stat-window          pic 9(03).
           05  filler               pic x(73).

      *    The consolidated summary report B64MRG writes
       fd  summary-file
           recording mode f
           label records standard.
       01  summary-record          pic x(80).

      *    The night's run-control dataset
       fd  run-control-file
           recording mode f
           label records standard.
       01  run-control-record.
           copy b64rctl.

      *    The run-statistics history - one record per night
       fd  history-file
           recording mode f
           label records standard.
       01  history-record.
           copy b64rhst.

      *    The trend and capacity report
       fd  report-file
           recording mode f
           label records standard.
       01  report-record           pic x(80).

       working-storage section.

      *    File status of each input and of the history
       01  summary-file-status     pic x(02) value '00'.
       01  run-control-status      pic x(02) value '00'.
       01  history-file-status     pic x(02) value '00'.

      *    The flag threshold in percent and the trailing runs
      *    averaged, as set by the card or defaulted
       01  threshold-pct       pic 9(9) comp-5 value 25.
       01  window-runs         pic 9(9) comp-5 value 30.
       01  window-limit        pic 9(9) comp-5 value 30.

      *    Today's date, stamped on the appended record
       01  run-date-raw            pic 9(8).
       01  run-date-stamp          pic x(10).

      *    The night being recorded - the RUNCTL header stamp
       01  night-run-date          pic x(10).
       01  night-run-time          pic x(08).
       01  night-stream-count      pic 9(01) value 0.

      *    The summary report lines carrying the eleven counters, in
      *    the order the history record holds them
       01  summary-label-values.
           05  filler pic x(21) value 'Records processed  : '.
           05  filler pic x(21) value 'Total bytes in     : '.
           05  filler pic x(21) value 'Total bytes out    : '.
           05  filler pic x(21) value 'BASE64E error count: '.
           05  filler pic x(21) value 'BASE64D error count: '.
           05  filler pic x(21) value 'Records skipped    : '.
           05  filler pic x(21) value 'Records rejected   : '.
           05  filler pic x(21) value 'Reconcile mismatch : '.
           05  filler pic x(21) value 'Records squeezed   : '.
           05  filler pic x(21) value 'Bytes pre-squeeze  : '.
           05  filler pic x(21) value 'Bytes post-squeeze : '.
       01  summary-label-table redefines summary-label-values.
           05  summary-label       pic x(21) occurs 11.

      *    What the report calls each measure - the eleven
      *    counters, then the compression saving (bytes pre-squeeze
      *    less bytes post-squeeze) and the elapsed seconds
       01  metric-name-values.
           05  filler pic x(20) value 'Records processed   '.
           05  filler pic x(20) value 'Bytes in            '.
           05  filler pic x(20) value 'Bytes out           '.
           05  filler pic x(20) value 'Encode errors       '.
           05  filler pic x(20) value 'Decode errors       '.
           05  filler pic x(20) value 'Records skipped     '.
           05  filler pic x(20) value 'Records rejected    '.
           05  filler pic x(20) value 'Reconcile mismatches'.
           05  filler pic x(20) value 'Records squeezed    '.
           05  filler pic x(20) value 'Bytes pre-squeeze   '.
           05  filler pic x(20) value 'Bytes post-squeeze  '.
           05  filler pic x(20) value 'Compression saving  '.
           05  filler pic x(20) value 'Elapsed seconds     '.
       01  metric-name-table redefines metric-name-values.
           05  metric-name         pic x(20) occurs 13.

       01  counter-count       pic 9(9) comp-5 value 11.
       01  metric-count        pic 9(9) comp-5 value 13.
       01  saving-metric       pic 9(9) comp-5 value 12.
       01  elapsed-metric      pic 9(9) comp-5 value 13.
       01  counter-index       pic 9(9) comp-5.
       01  metric-index        pic 9(9) comp-5.
       01  found-counter       pic 9(9) comp-5 value 0.

      *    Tonight's measures and per-stream record counts
       01  tonight-table.
           05  tonight-metric      pic 9(13) comp-5 occurs 13.
       01  tonight-streams.
           05  tonight-stream-records pic 9(09) occurs 4.

      *    Summary line value handling
       01  summary-value-x     pic x(13).
       01  summary-value       pic 9(13).
       01  summary-line-count  pic 9(9) comp-5 value 0.

      *    The trailing runs off the history, oldest first - once
      *    the window is full each further run pushes the oldest out
       01  hist-used           pic 9(9) comp-5 value 0.
       01  hist-index          pic 9(9) comp-5.
       01  hist-read-count     pic 9(9) comp-5 value 0.
       01  history-table.
           05  hist-entry occurs 30.
               10  hist-run-date       pic x(10).
               10  hist-metric         pic 9(13) comp-5 occurs 13.

      *    Stream slots read and the night's first start and last
      *    end, as YYYY-MM-DDHH:MM:SS so they compare in time order
       01  rctl-index          pic 9(9) comp-5.
       01  stream-number       pic 9(9) comp-5.
       01  incomplete-count    pic 9(9) comp-5 value 0.
       01  stamp-work          pic x(18).
       01  first-start-stamp   pic x(18) value high-values.
       01  last-end-stamp      pic x(18) value low-values.

      *    Elapsed time working fields
       01  time-work.
           05  time-work-hh        pic 9(02).
           05  filler              pic x(01).
           05  time-work-mm        pic 9(02).
           05  filler              pic x(01).
           05  time-work-ss        pic 9(02).
       01  start-seconds       pic 9(13) comp-5.
       01  end-seconds         pic 9(13) comp-5.
       01  elapsed-limit       pic 9(9) comp-5 value 9999999.

      *    Day-number working fields
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

      *    Trend working fields
       01  metric-sum          pic 9(15) comp-5.
       01  metric-average      pic 9(13)v9.
       01  metric-change       pic s9(7)v9.
       01  negative-threshold  pic s9(7)v9.
       01  flagged-count       pic 9(9) comp-5 value 0.

      *    Capacity working fields - the series is the trailing
      *    runs then tonight, split into an earlier and a later half
       01  capacity-measure-values pic x(08) value '01020313'.
       01  capacity-measure-table redefines capacity-measure-values.
           05  capacity-measure    pic 9(02) occurs 4.
       01  capacity-index      pic 9(9) comp-5.
       01  series-count        pic 9(9) comp-5.
       01  series-index        pic 9(9) comp-5.
       01  half-count          pic 9(9) comp-5.
       01  series-value        pic 9(13) comp-5.
       01  earlier-sum         pic 9(15) comp-5.
       01  later-sum           pic 9(15) comp-5.
       01  series-peak         pic 9(13) comp-5.
       01  earlier-average     pic 9(13)v9.
       01  later-average       pic 9(13)v9.

      *    Edited fields used to build the report lines
       01  ed-value            pic zzzzzzzzzzzz9.
       01  ed-average          pic zzzzzzzzzzzz9.9.
       01  ed-later-average    pic zzzzzzzzzzzz9.9.
       01  ed-change           pic -------9.9.
       01  ed-count            pic zzzzzzzz9.
       01  average-text        pic x(15).
       01  change-text         pic x(10).
       01  flag-text           pic x(04).

      *    End-of-file switches and the rerun guard
       01  wk-switches.
           05  summary-eof-switch  pic x(01) value 'N'.
               88  summary-eof              value 'Y'.
           05  history-eof-switch  pic x(01) value 'N'.
               88  history-eof              value 'Y'.
           05  date-valid-switch   pic x(01) value 'N'.
               88  date-valid               value 'Y'.
           05  recorded-switch     pic x(01) value 'N'.
               88  night-already-recorded   value 'Y'.

      *    Return code - 0 clean, 4 when a measure is flagged, 8
      *    when an input is unusable or the history not appended
       01  rc                  pic s9(8) binary value 0.
       01  flagged-rc          pic s9(8) binary value 4.
       01  unusable-rc         pic s9(8) binary value 8.

       procedure division.

       main-processing section.

      *    -------------------------------------------------------------

           perform read-control-card.

           accept run-date-raw from date yyyymmdd.
           move spaces to run-date-stamp.
           string run-date-raw(1:4) '-'
                  run-date-raw(5:2) '-'
                  run-date-raw(7:2)
               delimited by size into run-date-stamp.

           perform clear-tonight-metric
               varying metric-index from 1 by 1
               until metric-index > metric-count.

           perform read-run-control
               thru read-run-control-exit.

           if rc > 0
               go to b64stat-end
           end-if.

           perform read-merged-summary
               thru read-merged-summary-exit.

           if rc > 0
               go to b64stat-end
           end-if.

           if tonight-metric(10) > tonight-metric(11)
               compute tonight-metric(saving-metric) =
                   tonight-metric(10) - tonight-metric(11)
           end-if.

           perform load-history
               thru load-history-exit.

           if rc > 0
               go to b64stat-end
           end-if.

           perform append-history
               thru append-history-exit.

           open output report-file.

           perform write-trend-report
               thru write-trend-report-exit.

           perform write-capacity-report
               thru write-capacity-report-exit.

           close report-file.

           if rc = 0 and flagged-count > 0
               move flagged-rc to rc
           end-if.

           go to b64stat-end.

      *    -------------------------------------------------------------

      *    Pick up the threshold and the window - a missing card, or
      *    a field left blank or zero, takes the default; the window
      *    is never more than the table holds
       read-control-card.

           move spaces to control-record.

           open input control-file.

           read control-file
               at end
                   continue
           end-read.

           close control-file.

           if stat-threshold is numeric and stat-threshold > 0
               move stat-threshold to threshold-pct
           end-if.

           if stat-window is numeric and stat-window > 0
               move stat-window to window-runs
           end-if.

           if window-runs > window-limit
               move window-limit to window-runs
           end-if.

           compute negative-threshold = 0 - threshold-pct.

           display 'Flag threshold: ' threshold-pct ' percent'.
           display 'Trailing runs : ' window-runs.

       clear-tonight-metric.

           move 0 to tonight-metric(metric-index).

      *    -------------------------------------------------------------

      *    The night's stamp from the header, then each declared
      *    slot's record count and start/end stamps - a night with
      *    a stream short of complete is not recorded
       read-run-control.

           move 0 to tonight-stream-records(1).
           move 0 to tonight-stream-records(2).
           move 0 to tonight-stream-records(3).
           move 0 to tonight-stream-records(4).

           open input run-control-file.

           if run-control-status not = '00'
               display 'RUNCTL open failed - status '
                   run-control-status
               move unusable-rc to rc
               go to read-run-control-exit
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
               move unusable-rc to rc
               close run-control-file
               go to read-run-control-exit
           end-if.

           move rctl-run-date to night-run-date.
           move rctl-run-time to night-run-time.
           move rctl-stream-count to night-stream-count.

           display 'Run of        : ' night-run-date ' '
               night-run-time.

           perform take-stream-slot
               thru take-stream-slot-exit
               varying rctl-index from 1 by 1
               until rctl-index > night-stream-count.

           close run-control-file.

           if incomplete-count > 0
               display 'Night not complete - statistics not recorded'
               move unusable-rc to rc
               go to read-run-control-exit
           end-if.

           if first-start-stamp not = high-values
               and last-end-stamp not = low-values
               perform compute-elapsed
                   thru compute-elapsed-exit
           else
               display 'Streams carry no start/end times - '
                   'elapsed time recorded as zero'
           end-if.

       read-run-control-exit.
           exit.

       take-stream-slot.

           read run-control-file
               at end
                   continue
           end-read.

           if run-control-status not = '00'
               or not rctl-slot-record
               display 'Stream ' rctl-index
                   ' : slot record missing'
               add 1 to incomplete-count
               go to take-stream-slot-exit
           end-if.

           if not rctl-stream-complete
               display 'Stream ' rctl-stream-number
                   ' : not complete - ' rctl-stream-status
               add 1 to incomplete-count
               go to take-stream-slot-exit
           end-if.

           move rctl-stream-number to stream-number.

           if stream-number >= 1 and stream-number <= 4
               move rctl-stream-records
                   to tonight-stream-records(stream-number)
           end-if.

           if rctl-start-date not = spaces
               and rctl-start-time not = spaces
               move spaces to stamp-work
               string rctl-start-date rctl-start-time
                   delimited by size into stamp-work
               if stamp-work < first-start-stamp
                   move stamp-work to first-start-stamp
               end-if
           end-if.

           if rctl-end-date not = spaces
               and rctl-end-time not = spaces
               move spaces to stamp-work
               string rctl-end-date rctl-end-time
                   delimited by size into stamp-work
               if stamp-work > last-end-stamp
                   move stamp-work to last-end-stamp
               end-if
           end-if.

       take-stream-slot-exit.
           exit.

      *    -------------------------------------------------------------

      *    Seconds from the first stream's start to the last
      *    stream's end - a stamp that will not convert, or an end
      *    before the start, leaves the elapsed time at zero
       compute-elapsed.

           move first-start-stamp(1:10) to date-work.
           perform compute-day-number
               thru compute-day-number-exit.

           if not date-valid
               go to compute-elapsed-exit
           end-if.

           move first-start-stamp(11:8) to time-work.

           if time-work-hh not numeric
               or time-work-mm not numeric
               or time-work-ss not numeric
               go to compute-elapsed-exit
           end-if.

           compute start-seconds = (day-number * 86400)
               + (time-work-hh * 3600) + (time-work-mm * 60)
               + time-work-ss.

           move last-end-stamp(1:10) to date-work.
           perform compute-day-number
               thru compute-day-number-exit.

           if not date-valid
               go to compute-elapsed-exit
           end-if.

           move last-end-stamp(11:8) to time-work.

           if time-work-hh not numeric
               or time-work-mm not numeric
               or time-work-ss not numeric
               go to compute-elapsed-exit
           end-if.

           compute end-seconds = (day-number * 86400)
               + (time-work-hh * 3600) + (time-work-mm * 60)
               + time-work-ss.

           if end-seconds <= start-seconds
               go to compute-elapsed-exit
           end-if.

           compute tonight-metric(elapsed-metric) =
               end-seconds - start-seconds.

           if tonight-metric(elapsed-metric) > elapsed-limit
               move elapsed-limit to tonight-metric(elapsed-metric)
           end-if.

       compute-elapsed-exit.
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

      *    Pick the eleven counters off the consolidated summary by
      *    their labels, so a line added to the report later does
      *    not shift them
       read-merged-summary.

           open input summary-file.

           if summary-file-status not = '00'
               display 'MRGSUM open failed - status '
                   summary-file-status
               move unusable-rc to rc
               go to read-merged-summary-exit
           end-if.

           perform read-next-summary.

           perform take-summary-line
               thru take-summary-line-exit
               until summary-eof.

           close summary-file.

           if summary-line-count = 0
               display 'MRGSUM holds no summary counters'
               move unusable-rc to rc
           end-if.

       read-merged-summary-exit.
           exit.

       read-next-summary.

           read summary-file
               at end
                   set summary-eof to true
           end-read.

       take-summary-line.

           move 0 to found-counter.

           perform match-summary-label
               varying counter-index from 1 by 1
               until counter-index > counter-count
                   or found-counter > 0.

           if found-counter = 0
               go to take-summary-line-next
           end-if.

           move summary-record(22:13) to summary-value-x.
           inspect summary-value-x replacing all ' ' by '0'.

           if summary-value-x is numeric
               move summary-value-x to summary-value
               move summary-value to tonight-metric(found-counter)
               add 1 to summary-line-count
           else
               display 'MRGSUM value not numeric - '
                   summary-record(1:34)
           end-if.

       take-summary-line-next.

           perform read-next-summary.

       take-summary-line-exit.
           exit.

       match-summary-label.

           if summary-record(1:21) = summary-label(counter-index)
               move counter-index to found-counter
           end-if.

      *    -------------------------------------------------------------

      *    Load the trailing runs off the history - a record for
      *    tonight's own stamp (a rerun) is left out of the average
      *    and stops the append
       load-history.

           open input history-file.

           if history-file-status not = '00'
               and history-file-status not = '05'
               display 'STATHIST open failed - status '
                   history-file-status
               move unusable-rc to rc
               go to load-history-exit
           end-if.

           perform read-next-history.

           perform take-history-record
               thru take-history-record-exit
               until history-eof.

           close history-file.

       load-history-exit.
           exit.

       read-next-history.

           read history-file
               at end
                   set history-eof to true
           end-read.

           if not history-eof then add 1 to hist-read-count.

       take-history-record.

           if rhst-run-date = night-run-date
               and rhst-run-time = night-run-time
               set night-already-recorded to true
               go to take-history-record-next
           end-if.

           if rhst-counters not numeric
               or rhst-elapsed-secs not numeric
               go to take-history-record-next
           end-if.

           if hist-used >= window-runs
               perform shift-history-entry
                   varying hist-index from 1 by 1
                   until hist-index >= hist-used
           else
               add 1 to hist-used
           end-if.

           move rhst-run-date to hist-run-date(hist-used).

           perform take-history-counter
               varying counter-index from 1 by 1
               until counter-index > counter-count.

           move 0 to hist-metric(hist-used saving-metric).

           if rhst-bytes-raw > rhst-bytes-sqz
               compute hist-metric(hist-used saving-metric) =
                   rhst-bytes-raw - rhst-bytes-sqz
           end-if.

           move rhst-elapsed-secs
               to hist-metric(hist-used elapsed-metric).

       take-history-record-next.

           perform read-next-history.

       take-history-record-exit.
           exit.

       shift-history-entry.

           move hist-entry(hist-index + 1) to hist-entry(hist-index).

       take-history-counter.

           move rhst-counter(counter-index)
               to hist-metric(hist-used counter-index).

      *    -------------------------------------------------------------

      *    Append tonight's record to the history - unless a rerun
      *    finds it there already
       append-history.

           if night-already-recorded
               display 'Run already on STATHIST - not appended again'
               go to append-history-exit
           end-if.

           open extend history-file.

           if history-file-status not = '00'
               and history-file-status not = '05'
               display 'STATHIST open for append failed - status '
                   history-file-status
               move unusable-rc to rc
               go to append-history-exit
           end-if.

           move spaces to history-record.
           move night-run-date to rhst-run-date.
           move night-run-time to rhst-run-time.
           move night-stream-count to rhst-stream-count.

           perform set-history-counter
               varying counter-index from 1 by 1
               until counter-index > counter-count.

           move tonight-metric(elapsed-metric) to rhst-elapsed-secs.
           move tonight-stream-records(1) to rhst-stream-records(1).
           move tonight-stream-records(2) to rhst-stream-records(2).
           move tonight-stream-records(3) to rhst-stream-records(3).
           move tonight-stream-records(4) to rhst-stream-records(4).
           move run-date-stamp to rhst-written-date.

           write history-record.

           if history-file-status not = '00'
               display 'STATHIST append failed - status '
                   history-file-status
               move unusable-rc to rc
           end-if.

           close history-file.

       append-history-exit.
           exit.

       set-history-counter.

           move tonight-metric(counter-index)
               to rhst-counter(counter-index).

      *    -------------------------------------------------------------

      *    Tonight against the trailing average, measure by measure
       write-trend-report.

           move spaces to report-record.
           string 'Run statistics trend for the run of '
               night-run-date ' ' night-run-time
               delimited by size into report-record.
           write report-record.

           move hist-used to ed-count.
           move spaces to report-record.
           string 'Trailing runs averaged  : ' ed-count
               delimited by size into report-record.
           write report-record.

           move threshold-pct to ed-count.
           move spaces to report-record.
           string 'Flag threshold percent  : ' ed-count
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string 'Measure             ' '       tonight'
               '   trailing avg' '   change %' '  flag'
               delimited by size into report-record.
           write report-record.

           perform write-trend-line
               thru write-trend-line-exit
               varying metric-index from 1 by 1
               until metric-index > metric-count.

           move spaces to report-record.
           write report-record.

           move flagged-count to ed-count.
           move spaces to report-record.
           string 'Measures flagged        : ' ed-count
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           string 'Stream records tonight  : '
               tonight-stream-records(1) ' '
               tonight-stream-records(2) ' '
               tonight-stream-records(3) ' '
               tonight-stream-records(4)
               delimited by size into report-record.
           write report-record.

       write-trend-report-exit.
           exit.

       write-trend-line.

           move tonight-metric(metric-index) to ed-value.
           move spaces to average-text.
           move spaces to change-text.
           move spaces to flag-text.

           if hist-used = 0
               move '     no history' to average-text
               go to write-trend-line-print
           end-if.

           move 0 to metric-sum.

           perform sum-history-metric
               varying hist-index from 1 by 1
               until hist-index > hist-used.

           compute metric-average rounded = metric-sum / hist-used.

           move metric-average to ed-average.
           move ed-average to average-text.

           if metric-average = 0
               if tonight-metric(metric-index) > 0
                   move 'NEW' to flag-text
                   add 1 to flagged-count
               end-if
               go to write-trend-line-print
           end-if.

           compute metric-change rounded =
               ((tonight-metric(metric-index) - metric-average) * 100)
                   / metric-average
               on size error
                   move 9999999.9 to metric-change
           end-compute.

           move metric-change to ed-change.
           move ed-change to change-text.

           if metric-change > threshold-pct
               or metric-change < negative-threshold
               move '*' to flag-text
               add 1 to flagged-count
           end-if.

       write-trend-line-print.

           move spaces to report-record.
           string metric-name(metric-index) ' ' ed-value
               average-text ' ' change-text '  ' flag-text
               delimited by size into report-record.
           write report-record.

       write-trend-line-exit.
           exit.

       sum-history-metric.

           add hist-metric(hist-index metric-index) to metric-sum.

      *    -------------------------------------------------------------

      *    Capacity planning - records, bytes in and out and the
      *    elapsed time over the window and tonight, the earlier
      *    half's average against the later half's, and the peak
       write-capacity-report.

           move spaces to report-record.
           write report-record.

           compute series-count = hist-used + 1.

           move series-count to ed-count.
           move spaces to report-record.
           string 'Capacity planning - runs: ' ed-count
               ' (trailing runs and tonight)'
               delimited by size into report-record.
           write report-record.

           if series-count < 2
               move spaces to report-record
               string 'Not enough runs on the history for growth '
                   'figures'
                   delimited by size into report-record
               write report-record
               go to write-capacity-report-exit
           end-if.

           divide series-count by 2 giving half-count.

           move spaces to report-record.
           string 'Measure             ' '    earlier avg'
               '      later avg' '   growth %' '          peak'
               delimited by size into report-record.
           write report-record.

           perform write-capacity-line
               thru write-capacity-line-exit
               varying capacity-index from 1 by 1
               until capacity-index > 4.

       write-capacity-report-exit.
           exit.

       write-capacity-line.

           move capacity-measure(capacity-index) to metric-index.

           move 0 to earlier-sum.
           move 0 to later-sum.
           move 0 to series-peak.

           perform take-series-value
               varying series-index from 1 by 1
               until series-index > series-count.

           compute earlier-average rounded = earlier-sum / half-count.
           compute later-average rounded =
               later-sum / (series-count - half-count).

           move spaces to change-text.

           if earlier-average > 0
               compute metric-change rounded =
                   ((later-average - earlier-average) * 100)
                       / earlier-average
                   on size error
                       move 9999999.9 to metric-change
               end-compute
               move metric-change to ed-change
               move ed-change to change-text
           else
               if later-average > 0
                   move '       NEW' to change-text
               end-if
           end-if.

           move earlier-average to ed-average.
           move later-average to ed-later-average.
           move series-peak to ed-value.

           move spaces to report-record.
           string metric-name(metric-index) ed-average
               ed-later-average ' ' change-text ' ' ed-value
               delimited by size into report-record.
           write report-record.

       write-capacity-line-exit.
           exit.

       take-series-value.

           if series-index <= hist-used
               move hist-metric(series-index metric-index)
                   to series-value
           else
               move tonight-metric(metric-index) to series-value
           end-if.

           if series-index <= half-count
               add series-value to earlier-sum
           else
               add series-value to later-sum
           end-if.

           if series-value > series-peak
               move series-value to series-peak
           end-if.

      *    -------------------------------------------------------------

       b64stat-end.

           display 'History read  : ' hist-read-count.
           display 'Runs averaged : ' hist-used.
           display 'Flagged       : ' flagged-count.

           move rc to return-code.
           goback.
