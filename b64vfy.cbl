      *                store, so on a mixed E/D run every one of
      *                them raised a spurious MISSING line and a
      *                false RC 4.
      *    2026-10 IB  Compare the payload digest the B64OUT record
      *                now carries (OUT-DIGEST) with the one in
      *                B64KEYD (KEYD-DIGEST) - a difference is
      *                reported as a DIGEST line, counted, and ends
      *                the run RC 12 like any other divergence.
      *    -------------------------------------------------------------

       environment division.
      *    The run's flat output, B64OUT layout variable length
       fd  output-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on out-record-length
           label records standard.
       01  output-record.
       01  missing-count       pic 9(9) comp-5 value 0.
       01  status-diff-count   pic 9(9) comp-5 value 0.
       01  label-diff-count    pic 9(9) comp-5 value 0.
       01  digest-diff-count   pic 9(9) comp-5 value 0.
       01  length-diff-count   pic 9(9) comp-5 value 0.
       01  content-diff-count  pic 9(9) comp-5 value 0.

       01  ed-missing-count        pic zzzzzzzz9.
       01  ed-status-diff-count    pic zzzzzzzz9.
       01  ed-label-diff-count     pic zzzzzzzz9.
       01  ed-digest-diff-count    pic zzzzzzzz9.
       01  ed-length-diff-count    pic zzzzzzzz9.
       01  ed-content-diff-count   pic zzzzzzzz9.
       01  ed-out-length           pic zzzz9.
      *    -------------------------------------------------------------

      *    The pair in hand - disposition against status, key label,
      *    payload digest, result length, then the result bytes
      *    themselves
       compare-record-pair.

           move 'N' to record-diff-switch.
               write report-record
           end-if.

           if out-digest not = keyd-digest
               set record-differs to true
               add 1 to digest-diff-count
               move spaces to report-record
               string 'DIGEST   ' out-trans-id
                   ' payload digests differ between the stores'
                   delimited by size into report-record
               write report-record
           end-if.

           if out-result-length not = keyd-result-length
               set record-differs to true
               add 1 to length-diff-count

           if status-diff-count > 0
               or label-diff-count > 0
               or digest-diff-count > 0
               or length-diff-count > 0
               or content-diff-count > 0
               move disagree-rc to rc
               delimited by size into report-record.
           write report-record.

           move digest-diff-count to ed-digest-diff-count.
           move spaces to report-record.
           string 'Digest differences      : ' ed-digest-diff-count
               delimited by size into report-record.
           write report-record.

           move length-diff-count to ed-length-diff-count.
           move spaces to report-record.
           string 'Length differences      : ' ed-length-diff-count
