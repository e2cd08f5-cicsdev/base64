      *
      *    (C) Copyright IBM Corp. 2026
      *
      *    B64RHST - run-statistics history record.
      *
      *    One record per night, appended by B64STAT once the merge
      *    has ended: the night's consolidated summary counters off
      *    MRGSUM, the per-stream record counts and the elapsed time
      *    off RUNCTL.  The run date/time is the RUNCTL header stamp
      *    B64SPLT set, so a rerun of B64STAT for the same night is
      *    recognised and not appended twice.
      *
      *    RHST-COUNTER gives the eleven counters as a table, in
      *    the order the summary report prints them.  RHST-ELAPSED-
      *    SECS is from the first stream's start to the last
      *    stream's end, zero when the streams did not stamp them.
      *
           05  rhst-run-date           pic x(10).
           05  filler                  pic x(01).
           05  rhst-run-time           pic x(08).
           05  filler                  pic x(01).
           05  rhst-stream-count       pic 9(01).
           05  filler                  pic x(01).

           05  rhst-counters.
               10  rhst-processed      pic 9(13).
               10  rhst-bytes-in       pic 9(13).
               10  rhst-bytes-out      pic 9(13).
               10  rhst-encode-errors  pic 9(13).
               10  rhst-decode-errors  pic 9(13).
               10  rhst-skipped        pic 9(13).
               10  rhst-rejected       pic 9(13).
               10  rhst-mismatches     pic 9(13).
               10  rhst-squeezed       pic 9(13).
               10  rhst-bytes-raw      pic 9(13).
               10  rhst-bytes-sqz      pic 9(13).
           05  rhst-counter-table redefines rhst-counters.
               10  rhst-counter        pic 9(13) occurs 11.

           05  rhst-elapsed-secs       pic 9(07).

           05  rhst-stream-records     pic 9(09) occurs 4.

           05  rhst-written-date       pic x(10).

           05  filler                  pic x(32).
