      *                key is protected from deletion and reset, and
      *                a result encrypted under a key label is shown
      *                masked.
      *    2026-10 IB  Put the signed-on user id on every audit record,
      *                in the audit record's new user id field.
      *    -------------------------------------------------------------

       environment division.
           05  audit-return-code       pic 9(02) value 0.
           05  filler                  pic x(01) value space.
           05  audit-originator        pic x(04) value spaces.
           05  filler                  pic x(01) value space.
           05  audit-resend            pic x(01) value space.
           05  filler                  pic x(01) value space.
           05  audit-user-id           pic x(08) value spaces.
           05  filler                  pic x(04) value spaces.
       01  audit-line-length   pic s9(4) comp value 88.

      *    Keyed results record in hand
       01  keyed-record.
               time(action-time) timesep(':')
           end-exec.

           exec cics assign userid(audit-user-id)
           end-exec.

           move mkeyi to audit-trans-id.
           move action-date to audit-run-date.
           move action-time to audit-run-time.
