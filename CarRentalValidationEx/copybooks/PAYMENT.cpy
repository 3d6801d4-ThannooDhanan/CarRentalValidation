      * PAYMENT.cpy
      * Daily payment transaction record (payments.dat), written by
      * LOCKBOX from the bank's lockbox file: which customer and
      * which contract the money is for, the date it was deposited,
      * and the amount.  One check can become several records when
      * it covers several items.  ARPOST applies these against the
      * matching open item on aritems.dat.  28 characters.
       01 PAYMENT-RECORD.
         05 PAY-CUST-NUMBER PIC 9(6).
         05 PAY-CONTRACT-NO PIC 9(6).
