      *    2026-09 IB  Carry the audit record's new originator code
      *                into the history, for the B64ORPT per-sender
      *                report.
      *    2026-10 IB  Carry the audit record's new resend mark into
      *                the history, so a deliberate resend of a
      *                trans-id can be told from its first sending.
      *    2026-10 IB  The audit record widens to 88 bytes for the
      *                user id of an action taken at a terminal; it
      *                is carried into the history.
      *    -------------------------------------------------------------

       environment division.
           05  audit-return-code       pic 9(02).
           05  filler                  pic x(01).
           05  audit-originator        pic x(04).
           05  filler                  pic x(01).
           05  audit-resend            pic x(01).
           05  filler                  pic x(01).
           05  audit-user-id           pic x(08).
           05  filler                  pic x(04).

      *    The cumulative history dataset the records roll into
       fd  history-file.
           end-if.

           move audit-originator to audh-originator.
           move audit-resend to audh-resend.
           move audit-user-id to audh-user-id.

           perform write-history-record
               thru write-history-record-exit.
