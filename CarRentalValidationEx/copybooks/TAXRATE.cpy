      * TAXRATE.cpy
      * Sales tax and location surcharge reference record, read from
      * TAX-RATE-FILE (taxrates.dat).  One record per branch on
      * branchmas.dat: the taxing jurisdiction the lot sits in, the
      * sales tax rate that jurisdiction charges, and the location
      * surcharge rate -- the concession-recovery fee the airport
      * lots pass through to the renter, zero everywhere else.
      * Maintained externally the same way as cartype.dat, so a rate
      * change is a file edit, not a program change.  BILLING loads
      * it into a table at startup and prices every invoice through
      * REN-BRANCH; the remittance report prints the jurisdiction
      * BILLING stamped on each history row.  23 characters.
       01 TAX-RATE-RECORD.
         05 TXR-BRANCH PIC X(3).
         05 TXR-JURISDICTION PIC X(12).
         05 TXR-TAX-RATE PIC V9(4).
         05 TXR-SURCHARGE-RATE PIC V9(4).
