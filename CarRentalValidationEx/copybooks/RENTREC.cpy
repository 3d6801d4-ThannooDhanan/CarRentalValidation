      * Rental contract record layout, shared by RENTALS, BILLING,
      * and any other program that reads the rental/validrentals
      * files.  Kept as a single copybook so all programs agree on
      * the 101-character layout.
      * REN-TRAN-CODE distinguishes a check-out (the customer is
      * picking the car up -- returned date and miles in are not yet
      * known) from a return (the completed rental, as before).  A
      * SPACE transaction code is honored as a return so contract
      * records keyed before the code was added still feed cleanly.
      * An extension ('E') moves an OPEN contract's agreed due-back
      * date: it carries the contract number, renter, car type and
      * branch of the rental being extended, and the NEW due-back
      * date in REN-DUE-BACK-DATE.  Nothing is billed for it.
      * REN-DUE-BACK-DATE is the agreed due-back date captured at
      * check-out (or the new one on an extension); it is not used
      * on a return transaction.
      * REN-CUST-NUMBER is the renter's account on the customer
      * master, keyed at the counter off the customer's card --
      * validation matches on this primary key, and the name fields
      * unit 535-VALIDATE-FLEET-AVAILABILITY committed goes on the
      * valid-rental output so billing and history can finally
      * trace revenue to a vehicle.  Blank on the keyed input.
      * REN-ADDL-DRIVER-NO names the one additional driver the
      * renter may add at check-out, by customer number -- that
      * person must carry a licence on the driver file and pass
      * the same licence and age edits as the renter.  Blanks (non-
      * numeric) or zeros mean nobody else may drive.
       01 RENTAL-RECORD.
         05 REN-CONTRACT-NO PIC 9(6).
         05 REN-NAME.
         05 REN-TRAN-CODE PIC X.
           88 CHECK-OUT-TRAN VALUE 'O'.
           88 RETURN-TRAN VALUES 'R' SPACE.
           88 EXTENSION-TRAN VALUE 'E'.
           88 VALID-TRAN-CODES VALUES 'O' 'R' 'E' SPACE.
         05 REN-DUE-BACK-DATE.
           10 REN-DUE-BACK-YEAR PIC 9(2).
           10 REN-DUE-BACK-MONTH PIC 9(2).
         05 REN-RESV-NO PIC 9(6).
         05 REN-BRANCH PIC X(3).
         05 REN-ASSIGNED-VIN PIC X(17).
         05 REN-ADDL-DRIVER-NO PIC 9(6).
