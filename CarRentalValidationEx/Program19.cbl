       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-HISTORY-FILE
           RECORD CONTAINS 124 CHARACTERS
           DATA RECORD IS RENTAL-HISTORY-RECORD.
           COPY RENTHIST.

       01 REPORT-WORK-FIELDS.
         05 W02-CUR-CCYYMM PIC 9(6).
         05 W02-HST-CCYYMM PIC 9(6).
         05 W02-HST-REVENUE PIC 9(6)V99.
         05 W02-DAYS-IN-MONTH PIC 99.
         05 W02-MONTH-FIRST-INTEGER PIC S9(7).
         05 W02-NEXT-FIRST-INTEGER PIC S9(7).
       320-TALLY-ONE-HISTORY-ROW.
           COMPUTE W02-HST-CCYYMM = HST-RUN-DATE / 100
           IF W02-HST-CCYYMM = W02-CUR-CCYYMM
               PERFORM 325-NET-OUT-TAX
               PERFORM 330-FIND-OR-ADD-VIN-ROW
               ADD HST-DAYS-RENTED TO UTL-DAYS-ON-RENT (UTL-IDX)
               ADD HST-MILES-DRIVEN TO UTL-MILES-DRIVEN (UTL-IDX)
               ADD W02-HST-REVENUE TO UTL-REVENUE (UTL-IDX)
               ADD W02-HST-REVENUE TO CT-MONTH-REVENUE
           END-IF
           PERFORM 310-READ-HISTORY-RECORD.

       325-NET-OUT-TAX.
      * The history total includes the sales tax and location
      * surcharge, which are owed onward and never earned by the
      * unit.  Rows from before tax was charged carry them blank.
           MOVE HST-TOTAL-CHARGE TO W02-HST-REVENUE
           IF HST-SURCHARGE-AMOUNT NUMERIC
               SUBTRACT HST-SURCHARGE-AMOUNT FROM W02-HST-REVENUE
           END-IF
           IF HST-TAX-AMOUNT NUMERIC
               SUBTRACT HST-TAX-AMOUNT FROM W02-HST-REVENUE
           END-IF.

       330-FIND-OR-ADD-VIN-ROW.
      * Leaves UTL-IDX on the row for HST-VIN, adding one when the
      * VIN is new this month.  Rows from before the VIN was
