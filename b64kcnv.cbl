      *
      *    (C) Copyright IBM Corp. 2026
      *
       identification division.
       program-id.              B64KCNV.
       author.                  Ian Burnett.
       installation.            CICS Performance, IBM Hursley.
       date-written.            October 2026.

      *    -------------------------------------------------------------
      *    Modification history
      *
      *    2026-10 IB  One-off reformat of the keyed results dataset
      *                (B64KEYD) from the record it was first loaded
      *                with (5557 bytes) to the current one (5632),
      *                which added KEYD-RUN-DATE, KEYD-DIGEST and
      *                KEYD-VARIANT.  Reads the old records off the
      *                unload (OLDKEYD) and writes them to the newly
      *                defined cluster with the fields shifted into
      *                place.  Each record's run date is its latest
      *                AUDHIST run date, so housekeeping can age it;
      *                a record with no history is left undated and
      *                housekeeping keeps it.  Digest and variant are
      *                left blank - neither was kept when the record
      *                was written.  CNVRPT gives the counts.  Ends
      *                RC 4 when records were left undated, RC 8 when
      *                a dataset would not open or a record could not
      *                be written.
      *    -------------------------------------------------------------

       environment division.

       input-output section.

       file-control.
           select old-keyed-file assign to OLDKEYD
               organization is sequential.

           select history-file assign to AUDHIST
               organization is indexed
               access is dynamic
               record key is audh-key
               file status is history-file-status.

           select keyed-file assign to B64KEYD
               organization is indexed
               access is sequential
               record key is keyd-trans-id
               file status is keyed-file-status.

           select report-file assign to CNVRPT
               organization is sequential.

       data division.

       file section.

      *    The keyed results record as first laid out - no run date,
      *    digest or variant between the key label and the result
       fd  old-keyed-file
           recording mode f
           label records standard.
       01  old-keyed-record.
           05  old-trans-id            pic x(10).
           05  old-status              pic x(01).
           05  old-originator          pic x(04).
           05  old-key-label           pic x(64).
           05  old-result-length       pic 9(4) comp.
           05  old-result              pic x(5476).

      *    The cumulative audit history B64AUDL loads
       fd  history-file.
       01  history-record.
           copy b64audh.

      *    The keyed results dataset, defined afresh at the current
      *    record size
       fd  keyed-file.
       01  keyed-record.
           copy b64keyd.

      *    Conversion report - the counts
       fd  report-file
           recording mode f
           label records standard.
       01  report-record           pic x(80).

       working-storage section.

      *    Reserved keyed-store key - the run-status record carries
      *    its own run date in its result area
       01  status-key          pic x(10) value 'B64RUNSTAT'.

      *    File status of the last keyed operation on each dataset
       01  history-file-status pic x(02) value '00'.
       01  keyed-file-status   pic x(02) value '00'.

      *    Today's date, stamped on the report
       01  run-date-raw            pic 9(8).
       01  run-date-stamp          pic x(10).

      *    The latest AUDHIST run date found for the record in hand
       01  latest-run-date     pic x(10).

      *    Counts
       01  read-count          pic 9(9) comp-5 value 0.
       01  dated-count         pic 9(9) comp-5 value 0.
       01  undated-count       pic 9(9) comp-5 value 0.
       01  status-count        pic 9(9) comp-5 value 0.
       01  written-count       pic 9(9) comp-5 value 0.
       01  failed-count        pic 9(9) comp-5 value 0.

      *    Edited field used to build the report lines
       01  ed-count                pic zzzzzzzz9.

      *    Switches - end of the unload, end of the record's history,
      *    and whether each dataset opened
       01  wk-switches.
           05  old-eof-switch      pic x(01) value 'N'.
               88  old-eof                  value 'Y'.
           05  history-end-switch  pic x(01) value 'N'.
               88  history-ended            value 'Y'.
           05  history-open-switch pic x(01) value 'N'.
               88  history-open             value 'Y'.
           05  keyed-open-switch   pic x(01) value 'N'.
               88  keyed-open               value 'Y'.

      *    Return code - 0 clean, 4 when records were left undated,
      *    8 when a dataset would not open or a record could not be
      *    written
       01  rc                  pic s9(8) binary value 0.
       01  undated-rc          pic s9(8) binary value 4.
       01  convert-error-rc    pic s9(8) binary value 8.

       procedure division.

       main-processing section.

      *    -------------------------------------------------------------

           perform set-run-date.

           perform open-datasets
               thru open-datasets-exit.

           if rc = 0
               perform read-next-old
               perform convert-record
                   thru convert-record-exit
                   until old-eof
           end-if.

           perform write-convert-report.

           go to b64kcnv-end.

      *    -------------------------------------------------------------

      *    Today's date, stamped on the report
       set-run-date.

           accept run-date-raw from date yyyymmdd.

           move spaces to run-date-stamp.
           string run-date-raw(1:4) '-'
                  run-date-raw(5:2) '-'
                  run-date-raw(7:2)
               delimited by size into run-date-stamp.

           display 'Run date      : ' run-date-stamp.

      *    -------------------------------------------------------------

      *    Open the unload, the history and the new cluster - nothing
      *    is written unless all three are there, so a failed run
      *    can be resubmitted against the same empty cluster
       open-datasets.

           open input old-keyed-file.
           open output report-file.

           open input history-file.

           if history-file-status not = '00'
               display 'AUDHIST open failed - status '
                   history-file-status
               move convert-error-rc to rc
               go to open-datasets-exit
           end-if.

           set history-open to true.

           open output keyed-file.

           if keyed-file-status not = '00'
               display 'B64KEYD open failed - status '
                   keyed-file-status
               move convert-error-rc to rc
               go to open-datasets-exit
           end-if.

           set keyed-open to true.

       open-datasets-exit.
           exit.

       read-next-old.

           read old-keyed-file
               at end
                   set old-eof to true
           end-read.

           if not old-eof then add 1 to read-count.

      *    -------------------------------------------------------------

      *    Lay the old record out in the current format, date it and
      *    write it - the unload is in key order, as the new cluster
      *    is loaded
       convert-record.

           move spaces to keyed-record.

           move old-trans-id to keyd-trans-id.
           move old-status to keyd-status.
           move old-originator to keyd-originator.
           move old-key-label to keyd-key-label.
           move old-result-length to keyd-result-length.
           move old-result to keyd-result.

           if keyd-trans-id = status-key
               move stat-run-date to keyd-run-date
               add 1 to status-count
               go to convert-record-write
           end-if.

           perform find-latest-run-date
               thru find-latest-run-date-exit.

           if latest-run-date = spaces
               add 1 to undated-count
           else
               move latest-run-date to keyd-run-date
               add 1 to dated-count
           end-if.

       convert-record-write.

           write keyed-record.

           if keyed-file-status = '00'
               add 1 to written-count
           else
               add 1 to failed-count
               display 'B64KEYD write failed for trans-id '
                   keyd-trans-id ' - status ' keyed-file-status
           end-if.

           perform read-next-old.

       convert-record-exit.
           exit.

      *    The history is keyed trans-id, run date, run time, so the
      *    last of the record's entries read is its latest run
       find-latest-run-date.

           move spaces to latest-run-date.
           move 'N' to history-end-switch.

           move old-trans-id to audh-trans-id.
           move low-values to audh-run-date.
           move low-values to audh-run-time.
           move 0 to audh-sequence.

           start history-file
               key >= audh-key
               invalid key
                   go to find-latest-run-date-exit
           end-start.

           perform read-next-history
               until history-ended.

       find-latest-run-date-exit.
           exit.

       read-next-history.

           read history-file next record
               at end
                   set history-ended to true
           end-read.

           if history-ended
               continue
           else
               if audh-trans-id not = old-trans-id
                   set history-ended to true
               else
                   if audh-run-date not = spaces
                       move audh-run-date to latest-run-date
                   end-if
               end-if
           end-if.

      *    -------------------------------------------------------------

      *    The conversion report
       write-convert-report.

           move spaces to report-record.
           string 'B64KEYD conversion run for ' run-date-stamp
               delimited by size into report-record.
           write report-record.

           move spaces to report-record.
           write report-record.

           if not history-open
               move spaces to report-record
               string 'AUDHIST not opened - nothing converted'
                   delimited by size into report-record
               write report-record
           end-if.

           if history-open and not keyed-open
               move spaces to report-record
               string 'B64KEYD not opened - nothing converted'
                   delimited by size into report-record
               write report-record
           end-if.

           move read-count to ed-count.
           move spaces to report-record.
           string 'Records read             : ' ed-count
               delimited by size into report-record.
           write report-record.

           move dated-count to ed-count.
           move spaces to report-record.
           string 'Dated from AUDHIST       : ' ed-count
               delimited by size into report-record.
           write report-record.

           move undated-count to ed-count.
           move spaces to report-record.
           string 'Left undated - no history: ' ed-count
               delimited by size into report-record.
           write report-record.

           move status-count to ed-count.
           move spaces to report-record.
           string 'Run-status record        : ' ed-count
               delimited by size into report-record.
           write report-record.

           move written-count to ed-count.
           move spaces to report-record.
           string 'Records written          : ' ed-count
               delimited by size into report-record.
           write report-record.

           move failed-count to ed-count.
           move spaces to report-record.
           string 'Write failures           : ' ed-count
               delimited by size into report-record.
           write report-record.

      *    -------------------------------------------------------------

       b64kcnv-end.

           close old-keyed-file
                 report-file.

           if history-open
               close history-file
           end-if.

           if keyed-open
               close keyed-file
           end-if.

           display 'OLDKEYD read  : ' read-count.
           display 'B64KEYD wrote : ' written-count.
           display 'Undated       : ' undated-count.

           if rc = 0 and undated-count > 0
               move undated-rc to rc
           end-if.

           if failed-count > 0
               move convert-error-rc to rc
           end-if.

           move rc to return-code.
           goback.
