                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS CTR-FILE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO 'taxrates.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS TXR-FILE-STATUS.

           SELECT INVOICE-DETAIL-FILE ASSIGN TO 'invdetail.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VALID-RENTAL-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS RENTAL-RECORD.
           COPY RENTREC.

           DATA RECORD IS CAR-TYPE-RATE-RECORD.
           COPY CARRATE.

       FD  TAX-RATE-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS TAX-RATE-RECORD.
           COPY TAXRATE.

       FD  INVOICE-DETAIL-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS INVOICE-DETAIL-RECORD.
           COPY INVDET.

           COPY CORPACC.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

           COPY BILTOT.

       FD  RENTAL-HISTORY-FILE
           RECORD CONTAINS 124 CHARACTERS
           DATA RECORD IS RENTAL-HISTORY-RECORD.
           COPY RENTHIST.

             15 CRP-TBL-RATE-TYPE PIC X.
             15 CRP-TBL-RATE-DAILY PIC 9(4)V99.

      * Sales tax and location surcharge table by branch, loaded
      * once at startup from the external TAX-RATE-FILE
      * (taxrates.dat) the same way the rate table loads.  A branch
      * the table does not know bills with no tax and no surcharge
      * and a blank jurisdiction -- the month-end remittance report
      * prints such contracts on their own line so accounting sees
      * them rather than filing short.
       01 TAX-RATE-TABLE-CONTROLS.
         05 TXR-FILE-STATUS PIC XX.
           88 TXR-FILE-OK VALUE '00'.
         05 TXR-TABLE-COUNT PIC 99 COMP VALUE 0.
         05 W06-MORE-TAX-RATES-SWITCH PIC X(3) VALUE 'YES'.
         05 W06-TAX-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 TAX-RATE-TABLE.
         05 TXR-ENTRY OCCURS 10 TIMES INDEXED BY TXR-IDX.
           10 TXR-TBL-BRANCH PIC X(3).
           10 TXR-TBL-JURISDICTION PIC X(12).
           10 TXR-TBL-TAX-RATE PIC V9(4).
           10 TXR-TBL-SURCHARGE-RATE PIC V9(4).

       01 BILLING-WORK-FIELDS.
         05 W02-DAILY-RATE PIC 9(4)V99.
         05 W02-OVERAGE-RATE PIC 999.
         05 W02-INSURANCE-CHARGE PIC 9(6)V99.
         05 W02-DISCOUNT-AMOUNT PIC 9(6)V99.
         05 W02-TOTAL-CHARGE PIC 9(6)V99.
         05 W02-SURCHARGE-AMOUNT PIC 9(6)V99.
         05 W02-TAX-AMOUNT PIC 9(6)V99.
         05 W02-TAX-RATE PIC V9(4).
         05 W02-SURCHARGE-RATE PIC V9(4).
         05 W02-TAX-JURISDICTION PIC X(12).
         05 W02-RATE-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W02-CORPORATE-SWITCH PIC X(3) VALUE 'NO'.
         05 W02-INVOICE-DATE PIC 9(8).
         05 FILLER PIC X(9) VALUE 'INSURANCE'.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(8) VALUE 'DISCOUNT'.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(9) VALUE 'SURCHARGE'.
         05 FILLER PIC X(9) VALUE SPACES.
         05 FILLER PIC X(3) VALUE 'TAX'.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(5) VALUE 'TOTAL'.
         05 FILLER PIC X(25) VALUE SPACES.

       01 INVOICE-LINE.
         05 FILLER PIC XX VALUE SPACES.
         05 FILLER PIC X(3) VALUE SPACES.
         05 INV-DISCOUNT-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 INV-SURCHARGE-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 INV-TAX-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 INV-TOTAL-CHARGE PIC ZZ,ZZ9.99.
         05 FILLER PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-GET-TODAYS-DATE
           PERFORM 120-OPEN-HISTORY-FILE
           PERFORM 110-LOAD-CAR-TYPE-RATES
           PERFORM 130-LOAD-CORPORATE-ACCOUNTS
           PERFORM 150-LOAD-TAX-RATES
           PERFORM 200-WRITE-INVOICE-HEADINGS
           PERFORM 300-READ-VALID-RECORD
           PERFORM 400-PROCESS-VALID-RECORDS
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

       150-LOAD-TAX-RATES.
      * A missing file leaves the table empty, and every contract
      * then bills untaxed under a blank jurisdiction -- see 570.
           OPEN INPUT TAX-RATE-FILE
           IF TXR-FILE-OK
               MOVE 'YES' TO W06-MORE-TAX-RATES-SWITCH
               PERFORM 155-READ-TAX-RATE
                 UNTIL W06-MORE-TAX-RATES-SWITCH = 'NO'
                    OR TXR-TABLE-COUNT = 10
               CLOSE TAX-RATE-FILE
           END-IF.

       155-READ-TAX-RATE.
           READ TAX-RATE-FILE
               AT END
                   MOVE 'NO' TO W06-MORE-TAX-RATES-SWITCH
               NOT AT END
                   ADD 1 TO TXR-TABLE-COUNT
                   SET TXR-IDX TO TXR-TABLE-COUNT
                   MOVE TXR-BRANCH TO TXR-TBL-BRANCH (TXR-IDX)
                   MOVE TXR-JURISDICTION TO
                     TXR-TBL-JURISDICTION (TXR-IDX)
                   MOVE TXR-TAX-RATE TO TXR-TBL-TAX-RATE (TXR-IDX)
                   MOVE TXR-SURCHARGE-RATE TO
                     TXR-TBL-SURCHARGE-RATE (TXR-IDX)
           END-READ.

       200-WRITE-INVOICE-HEADINGS.
           MOVE HEADING-INVOICE-LINE-ONE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           PERFORM 510-COMPUTE-RENTAL-CHARGE
           PERFORM 520-COMPUTE-MILEAGE-CHARGE
           PERFORM 530-COMPUTE-INSURANCE-CHARGE
           PERFORM 570-LOOKUP-BRANCH-TAX
           PERFORM 540-COMPUTE-TOTAL-CHARGE
           PERFORM 595-WRITE-RENTAL-HISTORY
           PERFORM 598-WRITE-INVOICE-DETAIL
      * through a corporate account takes no loyalty discount --
      * the negotiated rate 560 applied is the whole deal, and
      * marketing's tiers were never part of it.
      * The location surcharge and then sales tax go on last, off
      * the discounted charge: the surcharge is a percentage of what
      * the renter actually pays for the car, and the jurisdictions
      * tax the surcharge along with the rental.  Both are carried
      * separately and both are included in the total.
           COMPUTE W02-TOTAL-CHARGE ROUNDED =
             W02-RENTAL-CHARGE + W02-MILEAGE-CHARGE +
             W02-INSURANCE-CHARGE
               WHEN OTHER
                   MOVE ZEROS TO W02-DISCOUNT-AMOUNT
           END-EVALUATE
           SUBTRACT W02-DISCOUNT-AMOUNT FROM W02-TOTAL-CHARGE
           COMPUTE W02-SURCHARGE-AMOUNT ROUNDED =
             W02-TOTAL-CHARGE * W02-SURCHARGE-RATE
           COMPUTE W02-TAX-AMOUNT ROUNDED =
             (W02-TOTAL-CHARGE + W02-SURCHARGE-AMOUNT) * W02-TAX-RATE
           ADD W02-SURCHARGE-AMOUNT TO W02-TOTAL-CHARGE
           ADD W02-TAX-AMOUNT TO W02-TOTAL-CHARGE.

       550-LOOKUP-CUSTOMER-TIER.
      * The contract carries the account number, so the read goes
           END-IF
           SET CRP-RATE-IDX UP BY 1.

       570-LOOKUP-BRANCH-TAX.
      * The contract's pick-up branch decides the jurisdiction --
      * the tax is owed where the car was rented.
           MOVE 'NO' TO W06-TAX-FOUND-SWITCH
           MOVE ZEROS TO W02-TAX-RATE
           MOVE ZEROS TO W02-SURCHARGE-RATE
           MOVE SPACES TO W02-TAX-JURISDICTION
           SET TXR-IDX TO 1
           PERFORM 575-SCAN-TAX-TABLE
             UNTIL TXR-IDX > TXR-TABLE-COUNT
                OR W06-TAX-FOUND-SWITCH = 'YES'.

       575-SCAN-TAX-TABLE.
           IF TXR-TBL-BRANCH (TXR-IDX) = REN-BRANCH
               MOVE TXR-TBL-TAX-RATE (TXR-IDX) TO W02-TAX-RATE
               MOVE TXR-TBL-SURCHARGE-RATE (TXR-IDX) TO
                 W02-SURCHARGE-RATE
               MOVE TXR-TBL-JURISDICTION (TXR-IDX) TO
                 W02-TAX-JURISDICTION
               MOVE 'YES' TO W06-TAX-FOUND-SWITCH
           ELSE
               SET TXR-IDX UP BY 1
           END-IF.

       595-WRITE-RENTAL-HISTORY.
      * One history record per invoiced contract, stamped with the
      * run date -- this is the retrievable history the overwritten
           MOVE W02-INSURANCE-CHARGE TO HST-INSURANCE-CHARGE
           MOVE W02-DISCOUNT-AMOUNT TO HST-DISCOUNT-AMOUNT
           MOVE W02-TOTAL-CHARGE TO HST-TOTAL-CHARGE
           MOVE W02-SURCHARGE-AMOUNT TO HST-SURCHARGE-AMOUNT
           MOVE W02-TAX-AMOUNT TO HST-TAX-AMOUNT
           MOVE W02-TAX-JURISDICTION TO HST-TAX-JURISDICTION
           WRITE RENTAL-HISTORY-RECORD.

       598-WRITE-INVOICE-DETAIL.
           MOVE W02-INSURANCE-CHARGE TO IVD-INSURANCE-CHARGE
           MOVE W02-DISCOUNT-AMOUNT TO IVD-DISCOUNT-AMOUNT
           MOVE W02-TOTAL-CHARGE TO IVD-TOTAL-CHARGE
           MOVE W02-SURCHARGE-AMOUNT TO IVD-SURCHARGE-AMOUNT
           MOVE W02-TAX-AMOUNT TO IVD-TAX-AMOUNT
           WRITE INVOICE-DETAIL-RECORD
           ADD 1 TO CT-DETAILS-WRITTEN
           ADD W02-TOTAL-CHARGE TO CT-INVOICE-TOTAL.
           MOVE W02-MILEAGE-CHARGE TO INV-MILEAGE-CHARGE
           MOVE W02-INSURANCE-CHARGE TO INV-INSURANCE-CHARGE
           MOVE W02-DISCOUNT-AMOUNT TO INV-DISCOUNT-AMOUNT
           MOVE W02-SURCHARGE-AMOUNT TO INV-SURCHARGE-AMOUNT
           MOVE W02-TAX-AMOUNT TO INV-TAX-AMOUNT
           MOVE W02-TOTAL-CHARGE TO INV-TOTAL-CHARGE
           MOVE INVOICE-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD.
