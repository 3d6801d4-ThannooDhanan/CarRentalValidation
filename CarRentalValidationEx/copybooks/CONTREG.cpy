      * and billing a customer twice: a contract already on file (or
      * a return against one already closed) is rejected.  REGPURGE
      * ages closed entries off once they are old enough that no
      * re-feed could plausibly still carry them.  REG-INSURANCE is
      * the contract's insurance code (REN-INSURANCE) as last
      * accepted -- a return closing its check-out carries the code
      * BILLING charged on -- so INCPOST can tell an insured
      * contract's damage, which goes to a claim on the carrier, from
      * damage the renter pays for.  Entries written before the code
      * was carried hold a blank and count as uninsured.
      * 22 characters.
       01 CONTRACT-REGISTER-RECORD.
         05 REG-CONTRACT-NO PIC 9(6).
         05 REG-CUST-NUMBER PIC 9(6).
         05 REG-STATUS PIC X.
           88 REG-CONTRACT-OPEN VALUE 'O'.
           88 REG-CONTRACT-CLOSED VALUE 'C'.
         05 REG-INSURANCE PIC X.
           88 REG-CONTRACT-INSURED VALUE 'Y'.
