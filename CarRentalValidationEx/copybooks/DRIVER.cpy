      * DRIVER.cpy
      * Driver licence record, keyed by customer number (drivers.dat)
      * -- one per person the counter may hand keys to, renter or
      * additional driver alike, so an additional driver is set up
      * as a customer first and carries a licence record the same
      * way.  Maintained through FILEMNT (file code 'L'); the
      * check-out edit in RENTALS is the only reader besides the
      * nightly audit.  DRV-LICENCE-STATUS is set by hand when the
      * licensing authority notifies us: 'S' stops the driver at
      * the counter whatever the expiry date says.  The expiry and
      * birth dates are full CCYYMMDD -- age is taken off the birth
      * date against the check-out date, no windowing.  45
      * characters.
       01 DRIVER-RECORD.
         05 DRV-CUST-NUMBER PIC 9(6).
         05 DRV-LICENCE-NO PIC X(20).
         05 DRV-LICENCE-STATE PIC X(2).
         05 DRV-LICENCE-EXPIRY PIC 9(8).
         05 DRV-BIRTH-DATE PIC 9(8).
         05 DRV-LICENCE-STATUS PIC X.
           88 DRV-LICENCE-VALID VALUE 'V'.
           88 DRV-LICENCE-SUSPENDED VALUE 'S'.
