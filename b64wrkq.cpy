      *
      *    (C) Copyright IBM Corp. 2026
      *
      *    B64WRKQ - reject and dead-letter work queue record.
      *
      *    One record per transaction waiting on an analyst, keyed on
      *    the trans-id, in the B64WRKQ VSAM KSDS.  B64WRKL puts each
      *    of the night's rejects on the queue (kind R) with its
      *    attempts so far and the reason the run gave; B64REPR turns
      *    an item it dead-letters into kind D, and takes an item off
      *    once it has acted on it.
      *
      *    WRKQ-ACTION is what the analyst asked for on the B64W
      *    screen - D drop the transaction, P replace its payload
      *    with WRKQ-ACTION-DATA, T change its trans-type or V its
      *    variant to the first byte of WRKQ-ACTION-DATA, or L
      *    release a dead letter as it stands - with who asked and
      *    when.  Blank is no action yet.  The next B64REPR run
      *    carries the action out; a P, T or V on a dead letter
      *    releases it with the correction applied.
      *
           05  wrkq-trans-id           pic x(10).

           05  wrkq-kind               pic x(01).
               88  wrkq-kind-reject            value 'R'.
               88  wrkq-kind-dead              value 'D'.

           05  wrkq-originator         pic x(04).

           05  wrkq-trans-type         pic x(01).

           05  wrkq-variant            pic x(01).

           05  wrkq-retry-count        pic 9(03).

           05  wrkq-reason-rc          pic 9(02).

           05  wrkq-reason-text        pic x(50).

           05  wrkq-queued-date        pic x(10).

           05  wrkq-action             pic x(01).
               88  wrkq-action-none            value ' '.
               88  wrkq-action-drop            value 'D'.
               88  wrkq-action-payload         value 'P'.
               88  wrkq-action-type            value 'T'.
               88  wrkq-action-variant         value 'V'.
               88  wrkq-action-release         value 'L'.

           05  wrkq-action-data        pic x(60).

           05  wrkq-action-user        pic x(08).

           05  wrkq-action-date        pic x(10).

           05  wrkq-action-time        pic x(08).

           05  filler                  pic x(31).
