      * print image on invoices.dat.  The print line is for people;
      * this record carries the same charge components as numeric
      * fields so the receivables and statement runs can post them
      * without parsing a report.  101 characters.
      * IVD-DISCOUNT-AMOUNT is the loyalty-tier discount already
      * taken off IVD-TOTAL-CHARGE, and IVD-LOYALTY-STATUS the tier
      * that earned it, so downstream reporting can see both.
      * IVD-SURCHARGE-AMOUNT (the branch's location surcharge) and
      * IVD-TAX-AMOUNT (sales tax) are already INCLUDED in
      * IVD-TOTAL-CHARGE -- the total is what the customer owes --
      * and are carried separately so the journal can post them to
      * the liability accounts instead of revenue.
       01 INVOICE-DETAIL-RECORD.
         05 IVD-INVOICE-DATE PIC 9(8).
         05 IVD-CUST-NUMBER PIC 9(6).
         05 IVD-INSURANCE-CHARGE PIC 9(6)V99.
         05 IVD-DISCOUNT-AMOUNT PIC 9(6)V99.
         05 IVD-TOTAL-CHARGE PIC 9(6)V99.
         05 IVD-SURCHARGE-AMOUNT PIC 9(6)V99.
         05 IVD-TAX-AMOUNT PIC 9(6)V99.
