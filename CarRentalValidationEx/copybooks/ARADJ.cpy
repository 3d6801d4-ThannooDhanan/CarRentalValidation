      * ARADJ.cpy
      * Accounts-receivable adjustment transaction record, keyed by
      * the A/R clerks (aradjust.dat) against one open item on
      * aritems.dat -- the disputed invoice, goodwill credit,
      * small-balance write-off or overpayment refund that used to
      * be settled by hand outside the system:
      *   C  credit memo   takes the amount off the balance
      *   D  debit memo    adds the amount to the item as a charge
      *   W  write-off     takes the amount off the balance as bad
      *                    debt -- never more than is owed
      *   R  refund        pays a credit balance back to the
      *                    customer -- never more than the credit
      * Every adjustment carries the reason it was granted and who
      * authorized it, and both print on the posting register.
      * ADJ-DATE is the day the adjustment was granted; left blank
      * it takes the run date.  Keyed, it must be a real calendar
      * date no later than the run date.
      * ARPOST copies each one it posts, with the date filled in,
      * to the posted adjustments file (aradjpost.dat) that the
      * journal and statement runs read, so a rejected adjustment
      * reaches neither the ledger nor the customer.  39
      * characters.
       01 AR-ADJUSTMENT-RECORD.
         05 ADJ-TYPE PIC X.
           88 ADJ-CREDIT-MEMO VALUE 'C'.
           88 ADJ-DEBIT-MEMO VALUE 'D'.
           88 ADJ-WRITE-OFF VALUE 'W'.
           88 ADJ-REFUND VALUE 'R'.
           88 ADJ-VALID-TYPES VALUE 'C' 'D' 'W' 'R'.
         05 ADJ-CUST-NUMBER PIC 9(6).
         05 ADJ-CONTRACT-NO PIC 9(6).
         05 ADJ-DATE PIC 9(8).
         05 ADJ-AMOUNT PIC 9(6)V99.
         05 ADJ-REASON-CODE PIC X(2).
         05 ADJ-AUTHORIZER PIC X(8).
