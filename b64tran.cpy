      *    TRANS-SEGMENT-FLAG carries M on every segment but the
      *    last, L on the last.  Both blank (flag) and zero (number)
      *    mean the record is a whole transaction on its own.
      *
      *    TRANS-RESEND is set by the front-end edit alone - R marks
      *    a trans-id already processed on an earlier night that the
      *    run's replay policy lets through as a deliberate resend,
      *    blank is a first sending.  Whatever a sender puts there
      *    is cleared by the edit.
      *
      *    TRANS-DIGEST carries, on a type-D record, the SHA-256
      *    digest (64 hex characters) the encoding run worked out
      *    over the original raw payload and put on its B64OUT
      *    record - the decoding run checks the recovered payload
      *    against it.  Blank means no digest came with the record
      *    and none is checked; a type-E record's digest is ignored.
      *
           05  trans-id                pic x(10).

               88  trans-segment-last          value 'L'.
               88  trans-segment-none          value ' '.

           05  trans-resend            pic x(01).
               88  trans-resend-yes            value 'R'.
               88  trans-resend-none           value ' '.

           05  trans-digest            pic x(64).
               88  trans-digest-none           value spaces.

           05  trans-payload-length    pic 9(4) comp.

           05  trans-payload           pic x(5336).
