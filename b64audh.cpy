      *    number, so the dispositions of one trans-id across runs
      *    sit together in key order and the records of a chained
      *    transaction within one run stay distinct.
      *
      *    AUDH-RESEND carries R when the front-end edit let the
      *    trans-id through as a deliberate resend of one already
      *    processed on an earlier night.
      *
      *    The B64ACK reconciliation sets AUDH-ACK-STATUS on the
      *    record of each transaction sent out, off the partners'
      *    acknowledgement files - A acknowledged, N refused, blank
      *    still awaiting the partner - with the partner's date, its
      *    name and, on a refusal, its reason code alongside.
      *
      *    AUDH-USER-ID carries the signed-on user of an action taken
      *    at a terminal (run mode O) - blank for a batch run.
      *
           05  audh-key.
               10  audh-trans-id       pic x(10).
           05  audh-length-out         pic 9(05).

           05  audh-disposition        pic x(18).
               88  audh-disp-processed         value 'PROCESSED'.
               88  audh-disp-rejected          value 'REJECTED'.
               88  audh-disp-mismatch
                   value 'RECONCILE-MISMATCH'.

           05  audh-originator         pic x(04).

           05  audh-resend             pic x(01).
               88  audh-resend-yes             value 'R'.

           05  audh-ack-status         pic x(01).
               88  audh-ack-positive           value 'A'.
               88  audh-ack-negative           value 'N'.
               88  audh-ack-none               value ' '.

           05  audh-ack-date           pic x(10).

           05  audh-ack-partner        pic x(08).

           05  audh-ack-reason         pic x(04).

           05  audh-user-id            pic x(08).

           05  filler                  pic x(01).
