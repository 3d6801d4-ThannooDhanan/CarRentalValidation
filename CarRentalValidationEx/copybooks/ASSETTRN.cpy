      * ASSETTRN.cpy
      * Fleet asset transaction record (assettran.dat), keyed by
      * fleet accounting off the purchase invoice, the retirement
      * slip and the auction settlement.  An ACQUIRE carries the
      * cost, salvage value, depreciation method and life in
      * months; a DISPOSE takes the unit out of service; a SALE
      * carries the proceeds (a sale on a unit still in service
      * disposes of it in the same step).  The transaction date is
      * the date on the paperwork -- a blank (non-numeric) date
      * takes the run date, the same blank-means-default signal the
      * other transaction files use.  ASSETMNT edits each one
      * against the asset ledger.  57 characters.
       01 ASSET-TRAN-RECORD.
         05 FAT-ACTION-CODE PIC X.
           88 FAT-ACQUIRE-ACTION VALUE 'A'.
           88 FAT-DISPOSE-ACTION VALUE 'D'.
           88 FAT-SALE-ACTION VALUE 'S'.
           88 FAT-VALID-ACTION-CODES VALUES 'A' 'D' 'S'.
         05 FAT-VIN PIC X(17).
         05 FAT-TRAN-DATE PIC 9(8).
         05 FAT-COST PIC 9(7)V99.
         05 FAT-SALVAGE-VALUE PIC 9(7)V99.
         05 FAT-DEPR-METHOD PIC X.
           88 FAT-VALID-METHODS VALUES 'S' 'D'.
         05 FAT-LIFE-MONTHS PIC 9(3).
         05 FAT-SALE-PROCEEDS PIC 9(7)V99.
