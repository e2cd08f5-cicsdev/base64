      *
      *    (C) Copyright IBM Corp. 2026
      *
      *    B64ACK - partner acknowledgement record.
      *
      *    One record per transaction a downstream partner picked up
      *    from our output, sent back on the partner's ACK/NAK file.
      *    ACK-TRANS-ID names the transaction and ACK-RUN-DATE the
      *    run date (YYYY-MM-DD) on the B64HDR header record of the
      *    output file it was picked up from.  ACK-STATUS is A when
      *    the partner accepted the result, N when it refused it,
      *    with the partner's reason code and text on a refusal.
      *    ACK-PARTNER names the partner system and ACK-DATE
      *    (YYYY-MM-DD) the day it dealt with the transaction.
      *
           05  ack-trans-id            pic x(10).

           05  ack-run-date            pic x(10).

           05  ack-status              pic x(01).
               88  ack-positive                value 'A'.
               88  ack-negative                value 'N'.

           05  ack-partner             pic x(08).

           05  ack-date                pic x(10).

           05  ack-reason-code         pic x(04).

           05  ack-reason-text         pic x(36).

           05  filler                  pic x(01).
