      * FLTASSET.cpy
      * Fleet asset ledger record (fltasset.dat), keyed by VIN --
      * what a unit cost us, next to FLEET-MASTER's record of where
      * it is and how far it has gone.  Written by ASSETMNT from an
      * acquisition transaction and carried to disposal and sale
      * the same way; the month-end DEPRRUN books each in-service
      * unit's depreciation against it and, once sale proceeds are
      * on the record, the gain or loss on the sale.
      * FA-LAST-DEPR-PERIOD (CCYYMM) is the last month depreciation
      * was booked for -- an acquisition sets it to the month
      * before the unit was acquired, so the acquisition month is
      * the first one booked, and a rerun of the month books
      * nothing twice.  Depreciation stops once the unit is
      * disposed; a unit disposed and sold in one step goes
      * straight to FA-PROCEEDS-RECEIVED.  FA-GAIN-LOSS-AMOUNT is
      * signed: negative is a loss.  100 characters.
       01 FLEET-ASSET-RECORD.
         05 FA-VIN PIC X(17).
         05 FA-ACQUIRED-DATE PIC 9(8).
         05 FA-COST PIC 9(7)V99.
         05 FA-SALVAGE-VALUE PIC 9(7)V99.
         05 FA-DEPR-METHOD PIC X.
           88 FA-STRAIGHT-LINE VALUE 'S'.
           88 FA-DECLINING-BALANCE VALUE 'D'.
         05 FA-LIFE-MONTHS PIC 9(3).
         05 FA-MONTHS-DEPRECIATED PIC 9(3).
         05 FA-ACCUM-DEPRECIATION PIC 9(7)V99.
         05 FA-LAST-DEPR-PERIOD PIC 9(6).
         05 FA-STATUS PIC X.
           88 FA-IN-SERVICE VALUE 'A'.
           88 FA-DISPOSED VALUE 'D'.
           88 FA-PROCEEDS-RECEIVED VALUE 'P'.
           88 FA-SOLD VALUE 'S'.
         05 FA-DISPOSAL-DATE PIC 9(8).
         05 FA-SALE-DATE PIC 9(8).
         05 FA-SALE-PROCEEDS PIC 9(7)V99.
         05 FA-GAIN-LOSS-AMOUNT PIC S9(7)V99.
