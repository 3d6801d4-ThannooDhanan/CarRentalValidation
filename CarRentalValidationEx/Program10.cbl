       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-HISTORY-FILE
           RECORD CONTAINS 124 CHARACTERS
           DATA RECORD IS RENTAL-HISTORY-RECORD.
           COPY RENTHIST.

         05 W02-CUR-CCYYMM PIC 9(6).
         05 W02-PRI-CCYYMM PIC 9(6).
         05 W02-HST-CCYYMM PIC 9(6).
         05 W02-HST-REVENUE PIC 9(6)V99.
         05 W02-REVENUE-CHANGE PIC S9(8)V99.
         05 W02-CUR-TOTAL-COUNT PIC 9(6) VALUE 0.
         05 W02-CUR-TOTAL-REVENUE PIC 9(8)V99 VALUE 0.
           COMPUTE W02-HST-CCYYMM = HST-RUN-DATE / 100
           IF W02-HST-CCYYMM = W02-CUR-CCYYMM
              OR W02-HST-CCYYMM = W02-PRI-CCYYMM
               PERFORM 405-NET-OUT-TAX
               PERFORM 410-TALLY-BY-CAR-TYPE
               PERFORM 420-TALLY-BY-TIER
               PERFORM 440-TALLY-BY-BRANCH
           END-IF
           PERFORM 300-READ-HISTORY-RECORD.

       405-NET-OUT-TAX.
      * The history total includes the sales tax and location
      * surcharge, which are owed onward and were never revenue.
      * Rows from before tax was charged carry them blank.
           MOVE HST-TOTAL-CHARGE TO W02-HST-REVENUE
           IF HST-SURCHARGE-AMOUNT NUMERIC
               SUBTRACT HST-SURCHARGE-AMOUNT FROM W02-HST-REVENUE
           END-IF
           IF HST-TAX-AMOUNT NUMERIC
               SUBTRACT HST-TAX-AMOUNT FROM W02-HST-REVENUE
           END-IF.

       410-TALLY-BY-CAR-TYPE.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           SET CTA-IDX TO 1
      * Fell off the known rows: CTA-IDX now sits on OTHER.
           IF W02-HST-CCYYMM = W02-CUR-CCYYMM
               ADD 1 TO CTA-CUR-COUNT (CTA-IDX)
               ADD W02-HST-REVENUE TO CTA-CUR-REVENUE (CTA-IDX)
           ELSE
               ADD 1 TO CTA-PRI-COUNT (CTA-IDX)
               ADD W02-HST-REVENUE TO CTA-PRI-REVENUE (CTA-IDX)
           END-IF.

       415-MATCH-CAR-TYPE-ROW.
                OR W01-ROW-FOUND-SWITCH = 'YES'
           IF W02-HST-CCYYMM = W02-CUR-CCYYMM
               ADD 1 TO TIER-CUR-COUNT (TIER-IDX)
               ADD W02-HST-REVENUE TO TIER-CUR-REVENUE (TIER-IDX)
           ELSE
               ADD 1 TO TIER-PRI-COUNT (TIER-IDX)
               ADD W02-HST-REVENUE TO TIER-PRI-REVENUE (TIER-IDX)
           END-IF.

       425-MATCH-TIER-ROW.
       430-TALLY-REPORT-TOTALS.
           IF W02-HST-CCYYMM = W02-CUR-CCYYMM
               ADD 1 TO W02-CUR-TOTAL-COUNT
               ADD W02-HST-REVENUE TO W02-CUR-TOTAL-REVENUE
           ELSE
               ADD 1 TO W02-PRI-TOTAL-COUNT
               ADD W02-HST-REVENUE TO W02-PRI-TOTAL-REVENUE
           END-IF.

       440-TALLY-BY-BRANCH.
      * Fell off the known rows: BRA-IDX now sits on OTHER.
           IF W02-HST-CCYYMM = W02-CUR-CCYYMM
               ADD 1 TO BRA-CUR-COUNT (BRA-IDX)
               ADD W02-HST-REVENUE TO BRA-CUR-REVENUE (BRA-IDX)
           ELSE
               ADD 1 TO BRA-PRI-COUNT (BRA-IDX)
               ADD W02-HST-REVENUE TO BRA-PRI-REVENUE (BRA-IDX)
           END-IF.

       445-MATCH-BRANCH-ROW.
