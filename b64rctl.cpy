      *    start until every declared slot shows complete.  B64RUNQ
      *    is the operator inquiry.
      *
      *    Each stream also stamps its slot with the date and time
      *    it started and, at its clean end, the date and time it
      *    completed, so the night's elapsed time can be worked out
      *    for the run-statistics history.  Blank until stamped.
      *
      *    The dataset must stay RECFM=F unblocked (one record per
      *    block) - each stream then rewrites only its own block in
      *    place, so the parallel streams never update shared
                   88  rctl-stream-unused      value ' '.
               10  filler              pic x(01).
               10  rctl-stream-records pic 9(09).
               10  filler              pic x(01).
               10  rctl-start-date     pic x(10).
               10  filler              pic x(01).
               10  rctl-start-time     pic x(08).
               10  filler              pic x(01).
               10  rctl-end-date       pic x(10).
               10  filler              pic x(01).
               10  rctl-end-time       pic x(08).
               10  filler              pic x(25).
