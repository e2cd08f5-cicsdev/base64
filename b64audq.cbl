      *                AUDITLOG by hand.  Blank dates leave the range
      *                open at that end.  Ends RC 4 when any inquiry
      *                found nothing.
      *    2026-10 IB  Show the partner acknowledgement B64ACKR wrote
      *                onto a history record, under the record.
      *    2026-10 IB  Show who took an action at a terminal.
      *    2026-10 IB  Show a transaction B64EDIT marked as a resend.
      *    -------------------------------------------------------------

       environment division.
               ' rc ' audh-return-code
               ' ' audh-disposition.

      *    A transaction a partner has answered shows how
           if not audh-ack-none
               display '           ack ' audh-ack-status
                   ' ' audh-ack-date
                   ' ' audh-ack-partner
                   ' ' audh-ack-reason
           end-if.

      *    A resend shows it is not the first sending
           if audh-resend-yes
               display '           resend of an earlier sending'
           end-if.

      *    An action taken at a terminal shows who took it
           if audh-user-id not = spaces
               display '           by  ' audh-user-id
           end-if.

      *    -------------------------------------------------------------

       b64audq-end.
