      * MNTTRAN.cpy
      * File-maintenance transaction record (mainttran.dat), one per
      * add/change/delete the clerks key against the four indexed
      * masters.  MNT-FILE-CODE picks the master, MNT-ACTION-CODE the
      * action, and MNT-RECORD-DATA carries the record image in the
      * layout of whichever master the transaction names -- the
      * value.  The TRANSFER action applies to the fleet file only:
      * it moves an idle unit's FLT-BRANCH to the branch on the
      * transaction, so file control can shift units between lots
      * with the register as the audit trail; the nightly
      * rebalancing run (REBALNC) writes its recommended moves in
      * this layout for them to review.  File code 'L' is
      * the driver licence file, keyed like the customer master by
      * customer number.  88 characters.
       01 MAINTENANCE-TRAN-RECORD.
         05 MNT-FILE-CODE PIC X.
           88 MNT-CUSTOMER-FILE VALUE 'C'.
           88 MNT-FLEET-FILE VALUE 'F'.
           88 MNT-DUE-BACK-FILE VALUE 'D'.
           88 MNT-DRIVER-FILE VALUE 'L'.
           88 MNT-VALID-FILE-CODES VALUES 'C' 'F' 'D' 'L'.
         05 MNT-ACTION-CODE PIC X.
           88 MNT-ADD-ACTION VALUE 'A'.
           88 MNT-CHANGE-ACTION VALUE 'C'.
           88 MNT-DELETE-ACTION VALUE 'D'.
           88 MNT-TRANSFER-ACTION VALUE 'T'.
           88 MNT-VALID-ACTION-CODES VALUES 'A' 'C' 'D' 'T'.
         05 MNT-RECORD-DATA PIC X(86).
         05 MNT-CUSTOMER-VIEW REDEFINES MNT-RECORD-DATA.
           10 MNT-CUST-NUMBER PIC 9(6).
           10 MNT-CUST-LAST-NAME PIC X(15).
           10 MNT-CUST-CORP-ACCT PIC 9(4).
           10 MNT-CUST-PHONE PIC X(12).
           10 MNT-CUST-ADDRESS PIC X(30).
           10 MNT-CUST-RESV-POLICY PIC X.
             88 MNT-VALID-RESV-POLICIES VALUES 'G' 'N'.
         05 MNT-FLEET-VIEW REDEFINES MNT-RECORD-DATA.
           10 MNT-FLT-VIN PIC X(17).
           10 MNT-FLT-CAR-TYPE PIC X.
           10 MNT-FLT-ODOMETER PIC 9(6).
           10 MNT-FLT-SERVICE-DUE PIC 9(6).
           10 MNT-FLT-BRANCH PIC X(3).
           10 FILLER PIC X(46).
         05 MNT-DUE-BACK-VIEW REDEFINES MNT-RECORD-DATA.
           10 MNT-DUE-CONTRACT-NO PIC 9(6).
           10 MNT-DUE-BACK-DATE PIC 9(8).
               88 MNT-DUE-30-DAY-MONTH VALUES 4 6 9 11.
               88 MNT-DUE-31-DAY-MONTH VALUES 1 3 5 7 8 10 12.
             15 MNT-DUE-DAY PIC 99.
           10 FILLER PIC X(72).
         05 MNT-DRIVER-VIEW REDEFINES MNT-RECORD-DATA.
           10 MNT-DRV-CUST-NUMBER PIC 9(6).
           10 MNT-DRV-LICENCE-NO PIC X(20).
           10 MNT-DRV-LICENCE-STATE PIC X(2).
           10 MNT-DRV-LICENCE-EXPIRY PIC 9(8).
           10 MNT-DRV-BIRTH-DATE PIC 9(8).
           10 MNT-DRV-LICENCE-STATUS PIC X.
             88 MNT-VALID-LICENCE-CODES VALUES 'V' 'S'.
           10 FILLER PIC X(41).
