      *                file once per entry, and a READ after at-end
      *                is file status 46, killing the merge on a
      *                routine night.
      *    2026-10 IB  Widen the stream and merged reject records for
      *                the B64TRAN record's new TRANS-RESEND byte.
      *    2026-10 IB  Widen the stream and merged output records for
      *                the B64OUT record's new OUT-DIGEST, and the
      *                reject records for B64TRAN's TRANS-DIGEST.
      *    2026-10 IB  Widen the stream and merged audit records to 88
      *                bytes for the audit record's new user id.
      *    -------------------------------------------------------------

       environment division.
      *    The parallel runs' outputs, B64OUT layout variable length
       fd  out1-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on out1-length
           label records standard.
       01  out1-record             pic x(5638).

       fd  out2-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on out2-length
           label records standard.
       01  out2-record             pic x(5638).

       fd  out3-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on out3-length
           label records standard.
       01  out3-record             pic x(5638).

       fd  out4-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on out4-length
           label records standard.
       01  out4-record             pic x(5638).

      *    The recombined output, B64OUT layout in original order
       fd  merged-file
           recording mode v
           record is varying in size from 162 to 5638
               depending on merged-length
           label records standard.
       01  merged-record           pic x(5638).

      *    The parallel runs' summary reports and the consolidated one
       fd  sum1-file
       fd  rej1-file
           recording mode f
           label records standard.
       01  rej1-record             pic x(5430).

       fd  rej2-file
           recording mode f
           label records standard.
       01  rej2-record             pic x(5430).

       fd  rej3-file
           recording mode f
           label records standard.
       01  rej3-record             pic x(5430).

       fd  rej4-file
           recording mode f
           label records standard.
       01  rej4-record             pic x(5430).

       fd  merged-reject-file
           recording mode f
           label records standard.
       01  merged-reject-record    pic x(5430).

      *    The parallel runs' audit trails and the consolidated one
       fd  aud1-file
           recording mode f
           label records standard.
       01  aud1-record             pic x(88).

       fd  aud2-file
           recording mode f
           label records standard.
       01  aud2-record             pic x(88).

       fd  aud3-file
           recording mode f
           label records standard.
       01  aud3-record             pic x(88).

       fd  aud4-file
           recording mode f
           label records standard.
       01  aud4-record             pic x(88).

       fd  merged-audit-file
           recording mode f
           label records standard.
       01  merged-audit-record     pic x(88).

      *    The parallel runs' interface datasets and the
      *    consolidated one

      *    The stream record in hand, pulled from whichever stream
      *    the sequence map named
       01  stream-record       pic x(5638).

      *    Fixed B64OUT prefix length ahead of the result
       01  out-prefix-length   pic 9(4) comp-5 value 162.

      *    The trans-id of the previous sequence-map entry -
      *    consecutive entries sharing a trans-id are one chained
           05  held-entry occurs 4.
               10  held-switch     pic x(01).
               10  held-length     pic 9(9) comp-5.
               10  held-record     pic x(5638).

      *    Set when a chained pull has taken every consecutive
      *    record carrying the entry's trans-id
       01  held-rejects.
           05  held-rej-entry occurs 4.
               10  held-rej-switch pic x(01).
               10  held-rej-record pic x(5430).
       01  reject-pull-area    pic x(5430).

      *    Whether each stream's reject, audit and interface file
      *    has already reached its end - a sequential file must not
           05  apr-disposition         pic x(18).
           05  filler                  pic x(01).
           05  apr-return-code         pic x(02).
           05  filler                  pic x(20).

      *    The interface piece pulled into hand, how many bytes of
      *    the transaction's encoded result remain to be covered,
