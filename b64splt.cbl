      *                record per slot (and one record per block)
      *                keeps the parallel streams off each other's
      *                storage.
      *    2026-10 IB  Follow the B64TRAN record's new TRANS-RESEND
      *                byte - the stream records widen, and a
      *                regenerated per-stream trailer clears it.
      *    2026-10 IB  Follow the B64TRAN record's new TRANS-DIGEST
      *                field the same way.
      *    -------------------------------------------------------------

       environment division.
       fd  split1-file
           recording mode f
           label records standard.
       01  split1-record           pic x(5430).

       fd  split2-file
           recording mode f
           label records standard.
       01  split2-record           pic x(5430).

       fd  split3-file
           recording mode f
           label records standard.
       01  split3-record           pic x(5430).

       fd  split4-file
           recording mode f
           label records standard.
       01  split4-record           pic x(5430).

      *    Sequence map - one record per data record split, in input
      *    order, naming the stream that got it, for the merge
           set trans-cp-default to true.
           move 0 to trans-segment-number.
           set trans-segment-none to true.
           set trans-resend-none to true.
           set trans-digest-none to true.

           move stream-index to chosen-stream.
           perform write-stream-record.
