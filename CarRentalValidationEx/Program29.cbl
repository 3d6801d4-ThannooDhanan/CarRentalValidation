       IDENTIFICATION DIVISION.
      * DeprRun.cbl
       PROGRAM-ID. DEPRRUN.
       AUTHOR. Dhanan Thannoo.

      * Month-end fleet depreciation and book-value run, off the
      * asset ledger ASSETMNT keeps (fltasset.dat).  For every unit
      * on the ledger it:
      *   - books depreciation for each month since the last one
      *     booked, through the run month, while the unit is in
      *     service -- straight line spreads cost less salvage
      *     evenly over the life, declining balance takes twice
      *     the straight-line rate off the remaining book value;
      *     either way the final month of the life (or any month
      *     that would cross it) takes the book value down to
      *     salvage exactly, and never below;
      *   - once ASSETMNT has recorded sale proceeds, computes the
      *     gain or loss against the book value carried to date
      *     and closes the unit off the ledger as SOLD;
      *   - prints the unit's cost, depreciation to date and book
      *     value alongside the month's days on rent and revenue
      *     (the UTILRPT figures, off rentalhist.dat) and its
      *     service cost to date (the SVCHIST figures, off the
      *     work-order master) -- the keep-or-auction numbers on
      *     one line instead of a spreadsheet.
      * The entries go to the ledger the way GLJRNL's do: mapped
      * through glmap.dat (DE depreciation expense, AD accumulated
      * depreciation, FA fleet asset cost, GN gain and LS loss on
      * disposal, CA cash for the proceeds), summarized one record
      * per account, and appended to the day's gljournal.dat --
      * only if they foot and every amount found its account.  The
      * ledger is valued twice: once to price and foot the entries
      * and print the report, and only then, if the journal is
      * released, again to write the new figures back -- so a held
      * journal leaves the ledger exactly as it was.  A rerun in
      * the same month finds every unit already booked and posts
      * nothing.  An out-of-foot run prints why on deprrpt.dat and
      * sets RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLEET-ASSET-MASTER ASSIGN TO 'fltasset.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FA-VIN
                                FILE STATUS IS FA-FILE-STATUS.

           SELECT FLEET-MASTER  ASSIGN TO 'fleetmas.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FLT-VIN
                                ALTERNATE RECORD KEY IS FLT-CAR-TYPE
                                  WITH DUPLICATES
                                FILE STATUS IS FLEET-FILE-STATUS.

           SELECT RENTAL-HISTORY-FILE ASSIGN TO 'rentalhist.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS HST-FILE-STATUS.

           SELECT WORK-ORDER-MASTER ASSIGN TO 'workorders.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS WO-ORDER-NO
                                FILE STATUS IS WO-FILE-STATUS.

           SELECT GL-ACCOUNT-MAP ASSIGN TO 'glmap.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS GLM-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO 'gljournal.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS JRN-FILE-STATUS.

           SELECT BOOK-VALUE-REPORT ASSIGN TO 'deprrpt.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLEET-ASSET-MASTER
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FLEET-ASSET-RECORD.
           COPY FLTASSET.

       FD  FLEET-MASTER
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS FLEET-MASTER-RECORD.
           COPY FLEETMAS.

       FD  RENTAL-HISTORY-FILE
           RECORD CONTAINS 124 CHARACTERS
           DATA RECORD IS RENTAL-HISTORY-RECORD.
           COPY RENTHIST.

       FD  WORK-ORDER-MASTER
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS WORK-ORDER-RECORD.
           COPY WORKORD.

       FD  GL-ACCOUNT-MAP
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS GL-MAP-RECORD.
           COPY GLMAP.

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS GL-JOURNAL-RECORD.
           COPY GLJRNL.

       FD  BOOK-VALUE-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BOOK-VALUE-RECORD.
       01 BOOK-VALUE-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-ROW-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-JOURNAL-OK-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-LEDGER-OPEN-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-FLEET-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
      * 'NO' while the ledger is being priced and reported, 'YES'
      * on the second walk that writes the figures back.
         05 W01-APPLY-PASS-SWITCH PIC X(3) VALUE 'NO'.

       01 FILE-STATUS-CONTROLS.
         05 FA-FILE-STATUS PIC XX.
           88 FA-FILE-OK VALUE '00'.
         05 FLEET-FILE-STATUS PIC XX.
           88 FLEET-FILE-OK VALUE '00'.
         05 HST-FILE-STATUS PIC XX.
           88 HST-FILE-OK VALUE '00'.
         05 WO-FILE-STATUS PIC XX.
           88 WO-FILE-OK VALUE '00'.
         05 GLM-FILE-STATUS PIC XX.
           88 GLM-FILE-OK VALUE '00'.
         05 JRN-FILE-STATUS PIC XX.
           88 JRN-FILE-MISSING VALUE '35'.

      * Account mapping table off glmap.dat, with the run's debit
      * and credit accumulated per account -- same table GLJRNL
      * builds.
       01 GL-MAP-TABLE-CONTROLS.
         05 GLM-TABLE-COUNT PIC 99 COMP VALUE 0.
         05 W03-MORE-MAPS-SWITCH PIC X(3) VALUE 'YES'.
         05 W03-MAP-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 GL-MAP-TABLE.
         05 GLM-ENTRY OCCURS 30 TIMES INDEXED BY GLM-IDX.
           10 GLM-TBL-SOURCE-CODE PIC X(2).
           10 GLM-TBL-GL-ACCOUNT PIC 9(6).
           10 GLM-TBL-DESCRIPTION PIC X(20).
           10 GLM-TBL-DEBITS PIC 9(8)V99.
           10 GLM-TBL-CREDITS PIC 9(8)V99.

      * One posting at a time flows through here into the table --
      * the caller sets the code, side and amount and PERFORMs
      * 550-POST-TO-ACCOUNT.
       01 POSTING-WORK-FIELDS.
         05 W02-POST-SOURCE-CODE PIC X(2).
         05 W02-POST-SIDE PIC X.
           88 POST-DEBIT-SIDE VALUE 'D'.
           88 POST-CREDIT-SIDE VALUE 'C'.
         05 W02-POST-AMOUNT PIC 9(8)V99.
         05 W02-TODAYS-FULL-DATE PIC 9(8).
         05 W02-CUR-CCYYMM PIC 9(6).
         05 W02-HST-CCYYMM PIC 9(6).
         05 W02-CUR-PERIOD-INDEX PIC 9(6).

      * One row per VIN with rental or shop activity -- 200 entries
      * is several times the three lots' fleet, the same sizing
      * UTILRPT uses.  A table that fills tallies the overflow under
      * the last entry, and the trailer flags it.
       01 ACTIVITY-TABLE-CONTROLS.
         05 ACT-TABLE-COUNT PIC 9(3) COMP VALUE 0.
         05 ACT-TABLE-FULL-SWITCH PIC X(3) VALUE 'NO'.
         05 W05-LOOKUP-VIN PIC X(17).

       01 ACTIVITY-TABLE.
         05 ACT-ENTRY OCCURS 200 TIMES INDEXED BY ACT-IDX.
           10 ACT-VIN PIC X(17).
           10 ACT-DAYS-ON-RENT PIC 9(4).
           10 ACT-REVENUE PIC 9(8)V99.
           10 ACT-SERVICE-COST PIC 9(8)V99.

      * The one unit being valued.  Everything is worked here, off
      * the ledger record, so the pricing walk never disturbs the
      * record area and the apply walk moves the results back.
       01 VALUATION-WORK-FIELDS.
         05 W04-LAST-PERIOD PIC 9(6).
         05 W04-LAST-PERIOD-PARTS REDEFINES W04-LAST-PERIOD.
           10 W04-LAST-CCYY PIC 9(4).
           10 W04-LAST-MONTH PIC 99.
         05 W04-MONTHS-DUE PIC S9(6).
         05 W04-MONTHS-DONE PIC 9(3).
         05 W04-ACCUM PIC 9(7)V99.
         05 W04-DEPRECIABLE PIC 9(7)V99.
         05 W04-REMAINING PIC S9(7)V99.
         05 W04-THIS-MONTH PIC 9(7)V99.
         05 W04-RUN-DEPRECIATION PIC 9(7)V99.
         05 W04-BOOK-VALUE PIC 9(7)V99.
         05 W04-GAIN-LOSS PIC S9(7)V99.
         05 W04-SALE-BOOKED-SWITCH PIC X(3).
         05 W04-HST-REVENUE PIC 9(6)V99.

       01 FOOTING-TOTALS.
         05 W06-TOTAL-DEBITS PIC 9(10)V99 VALUE 0.
         05 W06-TOTAL-CREDITS PIC 9(10)V99 VALUE 0.
         05 W06-UNMAPPED-COUNT PIC 9(6) VALUE 0.
         05 W06-UNMAPPED-AMOUNT PIC 9(10)V99 VALUE 0.

       01 CONTROL-TOTALS.
         05 CT-UNITS-LISTED PIC 9(6) COMP VALUE 0.
         05 CT-UNITS-IN-SERVICE PIC 9(6) COMP VALUE 0.
         05 CT-UNITS-AWAITING-SALE PIC 9(6) COMP VALUE 0.
         05 CT-SALES-BOOKED PIC 9(6) COMP VALUE 0.
         05 CT-SOLD-EARLIER PIC 9(6) COMP VALUE 0.
         05 CT-UNITS-REWRITTEN PIC 9(6) COMP VALUE 0.
         05 CT-JOURNAL-RECORDS PIC 9(6) COMP VALUE 0.
         05 CT-RUN-DEPRECIATION PIC 9(8)V99 VALUE 0.
         05 CT-TOTAL-BOOK-VALUE PIC 9(8)V99 VALUE 0.
         05 CT-NET-GAIN-LOSS PIC S9(8)V99 VALUE 0.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.
         05 TODAYS-MONTH PIC 99.
         05 TODAYS-DAY PIC 99.

       01 TODAYS-DATE-4.
         05 TODAYS-CCYY PIC 9(4).
         05 TODAYS-CCYY-MONTH PIC 99.
         05 TODAYS-CCYY-DAY PIC 99.

       01 HEADING-BOOK-LINE-ONE.
         05 PIC X(20) VALUE SPACES.
         05 PIC X(25) VALUE 'FLEET BOOK VALUE FOR MONT'.
         05 PIC X(3) VALUE 'H  '.
         05 HDG-CCYYMM PIC 9(6).
         05 PIC X(7) VALUE '  AS OF'.
         05 PIC X VALUE SPACES.
         05 HDG-DATE.
           10 HDG-MONTH PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-DAY PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-YEAR PIC 99.
         05 PIC X(62) VALUE SPACES.

       01 HEADING-BOOK-LINE-TWO.
         05 FILLER PIC X(17) VALUE 'VIN'.
         05 FILLER PIC X(5) VALUE ' TYP'.
         05 FILLER PIC X(3) VALUE 'ST'.
         05 FILLER PIC X(4) VALUE 'MTH'.
         05 FILLER PIC X(12) VALUE '       COST'.
         05 FILLER PIC X(12) VALUE ' DEPR TO DT'.
         05 FILLER PIC X(12) VALUE ' BOOK VALUE'.
         05 FILLER PIC X(11) VALUE ' RUN DEPR'.
         05 FILLER PIC X(6) VALUE ' DAYS'.
         05 FILLER PIC X(11) VALUE '  REVENUE'.
         05 FILLER PIC X(11) VALUE ' SVC COST'.
         05 FILLER PIC X(11) VALUE ' GAIN/LOSS'.
         05 FILLER PIC X(17) VALUE SPACES.

       01 BOOK-VALUE-LINE.
         05 BVL-VIN PIC X(17).
         05 FILLER PIC XX VALUE SPACES.
         05 BVL-CAR-TYPE PIC X.
         05 FILLER PIC XX VALUE SPACES.
         05 BVL-STATUS PIC X.
         05 FILLER PIC XX VALUE SPACES.
         05 BVL-METHOD PIC X.
         05 FILLER PIC XX VALUE SPACES.
         05 BVL-COST PIC Z,ZZZ,ZZ9.99.
         05 BVL-ACCUM PIC Z,ZZZ,ZZ9.99.
         05 BVL-BOOK-VALUE PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X VALUE SPACES.
         05 BVL-RUN-DEPR PIC ZZ,ZZ9.99.
         05 FILLER PIC XX VALUE SPACES.
         05 BVL-DAYS-ON-RENT PIC ZZZ9.
         05 FILLER PIC X VALUE SPACES.
         05 BVL-REVENUE PIC ZZZ,ZZ9.99.
         05 FILLER PIC X VALUE SPACES.
         05 BVL-SERVICE-COST PIC ZZZ,ZZ9.99.
         05 FILLER PIC X VALUE SPACES.
         05 BVL-GAIN-LOSS PIC ZZZ,ZZ9.99-.
         05 FILLER PIC X(16) VALUE SPACES.

       01 JOURNAL-HEADING-LINE.
         05 FILLER PIC X(8) VALUE 'ACCOUNT'.
         05 FILLER PIC X(22) VALUE 'DESCRIPTION'.
         05 FILLER PIC X(10) VALUE 'DEBITS'.
         05 FILLER PIC X(6) VALUE SPACES.
         05 FILLER PIC X(7) VALUE 'CREDITS'.
         05 FILLER PIC X(79) VALUE SPACES.

       01 JOURNAL-LINE.
         05 JNL-GL-ACCOUNT PIC 9(6).
         05 FILLER PIC XX VALUE SPACES.
         05 JNL-DESCRIPTION PIC X(20).
         05 FILLER PIC XX VALUE SPACES.
         05 JNL-DEBITS PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 JNL-CREDITS PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(74) VALUE SPACES.

       01 FOOTING-LINE.
         05 FTL-TAG PIC X(18).
         05 FTL-DESCRIPTION PIC X(12).
         05 FILLER PIC X VALUE SPACES.
         05 FTL-DEBITS PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC XX VALUE SPACES.
         05 FTL-CREDITS PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(73) VALUE SPACES.

       01 UNMAPPED-LINE.
         05 UML-TAG PIC X(18).
         05 FILLER PIC X(35) VALUE
            'AMOUNTS WITH NO ACCOUNT ON GLMAP - '.
         05 UML-COUNT PIC ZZZ,ZZ9.
         05 FILLER PIC X(9) VALUE '  TOTAL  '.
         05 UML-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(50) VALUE SPACES.

       01 VERDICT-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 VDL-VERDICT PIC X(60).
         05 FILLER PIC X(62) VALUE SPACES.

      * Literal tags for the footing lines, same style as BALANCE.
       01 CHECK-TAGS.
         05 IN-BALANCE-TAG PIC X(18) VALUE '  IN BALANCE'.
         05 OUT-OF-BALANCE-TAG PIC X(18) VALUE '** OUT OF BALANCE'.

       01 TRAILER-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(25) VALUE 'END OF RUN CONTROL TOTALS'.
         05 FILLER PIC X(97) VALUE SPACES.

       01 TRAILER-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 TRL-LABEL PIC X(40).
         05 TRL-COUNT PIC ZZZ,ZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 TRL-AMOUNT PIC Z,ZZZ,ZZ9.99-.
         05 FILLER PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-GET-TODAYS-DATE
           PERFORM 110-LOAD-GL-MAP
           PERFORM 150-CLEAR-ACTIVITY-TABLE
           PERFORM 300-TALLY-HISTORY-MONTH
           PERFORM 350-TALLY-SERVICE-COST
           OPEN OUTPUT BOOK-VALUE-REPORT
           PERFORM 200-WRITE-REPORT-HEADINGS
           OPEN INPUT FLEET-MASTER
           IF FLEET-FILE-OK
               MOVE 'YES' TO W01-FLEET-MASTER-OK-SWITCH
           END-IF
           PERFORM 400-VALUE-THE-LEDGER
           IF W01-FLEET-MASTER-OK-SWITCH = 'YES'
               CLOSE FLEET-MASTER
           END-IF
           PERFORM 600-FOOT-THE-JOURNAL
           PERFORM 650-APPLY-OR-HOLD
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE BOOK-VALUE-REPORT
      * RC 8 means nothing was booked -- see the job stream.
           IF W01-JOURNAL-OK-SWITCH = 'NO'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-GET-TODAYS-DATE.
      * Retrieve the system date and fix the run month -- the month
      * the run date falls in, same rule as UTILRPT.  The period
      * index counts months from year zero, so the months between
      * two periods is a plain subtraction.
           ACCEPT TODAYS-DATE FROM DATE
           MOVE TODAYS-MONTH TO HDG-MONTH
           MOVE TODAYS-DAY TO HDG-DAY
           MOVE TODAYS-YEAR TO HDG-YEAR
           ACCEPT TODAYS-DATE-4 FROM DATE YYYYMMDD
           COMPUTE W02-TODAYS-FULL-DATE =
             TODAYS-CCYY * 10000
             + TODAYS-CCYY-MONTH * 100
             + TODAYS-CCYY-DAY
           COMPUTE W02-CUR-CCYYMM =
             TODAYS-CCYY * 100 + TODAYS-CCYY-MONTH
           MOVE W02-CUR-CCYYMM TO HDG-CCYYMM
           COMPUTE W02-CUR-PERIOD-INDEX =
             TODAYS-CCYY * 12 + TODAYS-CCYY-MONTH.

       110-LOAD-GL-MAP.
      * As in GLJRNL: no mapping file leaves the table empty, every
      * amount lands unmapped, and nothing is booked.
           OPEN INPUT GL-ACCOUNT-MAP
           IF GLM-FILE-OK
               MOVE 'YES' TO W03-MORE-MAPS-SWITCH
               PERFORM 115-READ-GL-MAP-RECORD
                 UNTIL W03-MORE-MAPS-SWITCH = 'NO'
                    OR GLM-TABLE-COUNT = 30
               CLOSE GL-ACCOUNT-MAP
           END-IF.

       115-READ-GL-MAP-RECORD.
           READ GL-ACCOUNT-MAP
               AT END
                   MOVE 'NO' TO W03-MORE-MAPS-SWITCH
               NOT AT END
                   ADD 1 TO GLM-TABLE-COUNT
                   SET GLM-IDX TO GLM-TABLE-COUNT
                   MOVE GLM-SOURCE-CODE TO
                     GLM-TBL-SOURCE-CODE (GLM-IDX)
                   MOVE GLM-GL-ACCOUNT TO
                     GLM-TBL-GL-ACCOUNT (GLM-IDX)
                   MOVE GLM-DESCRIPTION TO
                     GLM-TBL-DESCRIPTION (GLM-IDX)
                   MOVE ZEROS TO GLM-TBL-DEBITS (GLM-IDX)
                   MOVE ZEROS TO GLM-TBL-CREDITS (GLM-IDX)
           END-READ.

       150-CLEAR-ACTIVITY-TABLE.
           PERFORM 160-CLEAR-ONE-ENTRY
             VARYING ACT-IDX FROM 1 BY 1 UNTIL ACT-IDX > 200.

       160-CLEAR-ONE-ENTRY.
           MOVE SPACES TO ACT-VIN (ACT-IDX)
           MOVE ZEROS TO ACT-DAYS-ON-RENT (ACT-IDX)
           MOVE ZEROS TO ACT-REVENUE (ACT-IDX)
           MOVE ZEROS TO ACT-SERVICE-COST (ACT-IDX).

       200-WRITE-REPORT-HEADINGS.
           MOVE HEADING-BOOK-LINE-ONE TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           MOVE SPACES TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           MOVE HEADING-BOOK-LINE-TWO TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           MOVE SPACES TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD.

       300-TALLY-HISTORY-MONTH.
      * The run month's rentals per VIN, net of tax and surcharge
      * -- the same figures UTILRPT prints.  A missing history file
      * just means nothing has ever billed.
           OPEN INPUT RENTAL-HISTORY-FILE
           IF HST-FILE-OK
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               PERFORM 310-READ-HISTORY-RECORD
               PERFORM 320-TALLY-ONE-HISTORY-ROW
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               CLOSE RENTAL-HISTORY-FILE
           END-IF.

       310-READ-HISTORY-RECORD.
           READ RENTAL-HISTORY-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       320-TALLY-ONE-HISTORY-ROW.
           COMPUTE W02-HST-CCYYMM = HST-RUN-DATE / 100
           IF W02-HST-CCYYMM = W02-CUR-CCYYMM
              AND HST-VIN NOT = SPACES
               MOVE HST-TOTAL-CHARGE TO W04-HST-REVENUE
               IF HST-SURCHARGE-AMOUNT NUMERIC
                   SUBTRACT HST-SURCHARGE-AMOUNT FROM W04-HST-REVENUE
               END-IF
               IF HST-TAX-AMOUNT NUMERIC
                   SUBTRACT HST-TAX-AMOUNT FROM W04-HST-REVENUE
               END-IF
               MOVE HST-VIN TO W05-LOOKUP-VIN
               PERFORM 380-FIND-OR-ADD-VIN-ROW
               ADD HST-DAYS-RENTED TO ACT-DAYS-ON-RENT (ACT-IDX)
               ADD W04-HST-REVENUE TO ACT-REVENUE (ACT-IDX)
           END-IF
           PERFORM 310-READ-HISTORY-RECORD.

       350-TALLY-SERVICE-COST.
      * Parts and labor to date per VIN, open orders included --
      * the same totals SVCHIST prints under each unit.
           OPEN INPUT WORK-ORDER-MASTER
           IF WO-FILE-OK
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               MOVE ZEROS TO WO-ORDER-NO
               START WORK-ORDER-MASTER KEY IS >= WO-ORDER-NO
                   INVALID KEY
                       MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-START
               IF W01-DATA-REMAINS-SWITCH = 'YES'
                   PERFORM 360-READ-NEXT-ORDER
               END-IF
               PERFORM 370-TALLY-ONE-ORDER
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               CLOSE WORK-ORDER-MASTER
           END-IF.

       360-READ-NEXT-ORDER.
           READ WORK-ORDER-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       370-TALLY-ONE-ORDER.
           MOVE WO-VIN TO W05-LOOKUP-VIN
           PERFORM 380-FIND-OR-ADD-VIN-ROW
           ADD WO-PARTS-COST TO ACT-SERVICE-COST (ACT-IDX)
           ADD WO-LABOR-COST TO ACT-SERVICE-COST (ACT-IDX)
           PERFORM 360-READ-NEXT-ORDER.

       380-FIND-OR-ADD-VIN-ROW.
      * Leaves ACT-IDX on the row for W05-LOOKUP-VIN, adding one
      * when the VIN is new.
           PERFORM 390-FIND-VIN-ROW
           IF W01-ROW-FOUND-SWITCH = 'NO'
               IF ACT-TABLE-COUNT < 200
                   ADD 1 TO ACT-TABLE-COUNT
                   SET ACT-IDX TO ACT-TABLE-COUNT
                   MOVE W05-LOOKUP-VIN TO ACT-VIN (ACT-IDX)
               ELSE
                   MOVE 'YES' TO ACT-TABLE-FULL-SWITCH
                   SET ACT-IDX TO ACT-TABLE-COUNT
               END-IF
           END-IF.

       390-FIND-VIN-ROW.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           SET ACT-IDX TO 1
           PERFORM 395-MATCH-VIN-ROW
             UNTIL ACT-IDX > ACT-TABLE-COUNT
                OR W01-ROW-FOUND-SWITCH = 'YES'.

       395-MATCH-VIN-ROW.
           IF ACT-VIN (ACT-IDX) = W05-LOOKUP-VIN
               MOVE 'YES' TO W01-ROW-FOUND-SWITCH
           ELSE
               SET ACT-IDX UP BY 1
           END-IF.

       400-VALUE-THE-LEDGER.
      * The pricing walk: value every unit, post its entries to the
      * account table and print it.  The ledger is only read here.
      * No ledger at all just means nothing has been acquired yet
      * -- an empty report, not a failure.
           OPEN INPUT FLEET-ASSET-MASTER
           IF FA-FILE-OK
               MOVE 'YES' TO W01-LEDGER-OPEN-SWITCH
               PERFORM 410-START-LEDGER
               PERFORM 420-VALUE-ONE-UNIT
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               CLOSE FLEET-ASSET-MASTER
           END-IF.

       410-START-LEDGER.
           MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
           MOVE LOW-VALUES TO FA-VIN
           START FLEET-ASSET-MASTER KEY IS >= FA-VIN
               INVALID KEY
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-START
           IF W01-DATA-REMAINS-SWITCH = 'YES'
               PERFORM 415-READ-NEXT-ASSET
           END-IF.

       415-READ-NEXT-ASSET.
           READ FLEET-ASSET-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       420-VALUE-ONE-UNIT.
      * A unit sold in an earlier month is closed -- it has nothing
      * left to book and no longer belongs on the fleet's books.
           IF FA-SOLD
               ADD 1 TO CT-SOLD-EARLIER
           ELSE
               PERFORM 430-COMPUTE-UNIT-VALUE
               PERFORM 500-POST-UNIT-ENTRIES
               PERFORM 520-PRINT-UNIT-LINE
           END-IF
           PERFORM 415-READ-NEXT-ASSET.

       430-COMPUTE-UNIT-VALUE.
      * Works the unit's new figures into W04 without touching the
      * record: run depreciation for an in-service unit, and the
      * gain or loss for one whose sale proceeds are in.
           MOVE FA-ACCUM-DEPRECIATION TO W04-ACCUM
           MOVE FA-MONTHS-DEPRECIATED TO W04-MONTHS-DONE
           MOVE ZEROS TO W04-RUN-DEPRECIATION
           MOVE ZEROS TO W04-GAIN-LOSS
           MOVE 'NO' TO W04-SALE-BOOKED-SWITCH
           IF FA-IN-SERVICE
               MOVE FA-LAST-DEPR-PERIOD TO W04-LAST-PERIOD
               COMPUTE W04-MONTHS-DUE =
                 W02-CUR-PERIOD-INDEX
                 - (W04-LAST-CCYY * 12 + W04-LAST-MONTH)
               COMPUTE W04-DEPRECIABLE =
                 FA-COST - FA-SALVAGE-VALUE
               IF W04-MONTHS-DUE > 0
                   PERFORM 440-DEPRECIATE-ONE-MONTH
                     W04-MONTHS-DUE TIMES
               END-IF
           END-IF
           COMPUTE W04-BOOK-VALUE = FA-COST - W04-ACCUM
           IF FA-PROCEEDS-RECEIVED
               COMPUTE W04-GAIN-LOSS =
                 FA-SALE-PROCEEDS - W04-BOOK-VALUE
               MOVE 'YES' TO W04-SALE-BOOKED-SWITCH
           END-IF.

       440-DEPRECIATE-ONE-MONTH.
      * A fully depreciated unit still advances a month -- it simply
      * has nothing left above salvage to take.
           COMPUTE W04-REMAINING = W04-DEPRECIABLE - W04-ACCUM
           IF W04-REMAINING > 0
               IF W04-MONTHS-DONE + 1 NOT < FA-LIFE-MONTHS
                   MOVE W04-REMAINING TO W04-THIS-MONTH
               ELSE
                   IF FA-STRAIGHT-LINE
                       COMPUTE W04-THIS-MONTH ROUNDED =
                         W04-DEPRECIABLE / FA-LIFE-MONTHS
                   ELSE
                       COMPUTE W04-THIS-MONTH ROUNDED =
                         (FA-COST - W04-ACCUM) * 2 / FA-LIFE-MONTHS
                   END-IF
                   IF W04-THIS-MONTH > W04-REMAINING
                       MOVE W04-REMAINING TO W04-THIS-MONTH
                   END-IF
               END-IF
               ADD W04-THIS-MONTH TO W04-ACCUM
               ADD W04-THIS-MONTH TO W04-RUN-DEPRECIATION
               ADD 1 TO W04-MONTHS-DONE
           END-IF.

       500-POST-UNIT-ENTRIES.
      * Depreciation: expense against the contra-asset.  A sale
      * takes the unit off the books -- proceeds to cash, the
      * depreciation to date back out of the contra-asset, the cost
      * out of fleet assets -- and the difference to gain or loss,
      * which is what makes the entry foot.
           MOVE W04-RUN-DEPRECIATION TO W02-POST-AMOUNT
           MOVE 'DE' TO W02-POST-SOURCE-CODE
           MOVE 'D' TO W02-POST-SIDE
           PERFORM 550-POST-TO-ACCOUNT
           MOVE 'AD' TO W02-POST-SOURCE-CODE
           MOVE 'C' TO W02-POST-SIDE
           PERFORM 550-POST-TO-ACCOUNT
           ADD W04-RUN-DEPRECIATION TO CT-RUN-DEPRECIATION
           IF W04-SALE-BOOKED-SWITCH = 'YES'
               MOVE 'CA' TO W02-POST-SOURCE-CODE
               MOVE 'D' TO W02-POST-SIDE
               MOVE FA-SALE-PROCEEDS TO W02-POST-AMOUNT
               PERFORM 550-POST-TO-ACCOUNT
               MOVE 'AD' TO W02-POST-SOURCE-CODE
               MOVE 'D' TO W02-POST-SIDE
               MOVE W04-ACCUM TO W02-POST-AMOUNT
               PERFORM 550-POST-TO-ACCOUNT
               MOVE 'FA' TO W02-POST-SOURCE-CODE
               MOVE 'C' TO W02-POST-SIDE
               MOVE FA-COST TO W02-POST-AMOUNT
               PERFORM 550-POST-TO-ACCOUNT
               IF W04-GAIN-LOSS > 0
                   MOVE 'GN' TO W02-POST-SOURCE-CODE
                   MOVE 'C' TO W02-POST-SIDE
                   MOVE W04-GAIN-LOSS TO W02-POST-AMOUNT
                   PERFORM 550-POST-TO-ACCOUNT
               END-IF
               IF W04-GAIN-LOSS < 0
                   MOVE 'LS' TO W02-POST-SOURCE-CODE
                   MOVE 'D' TO W02-POST-SIDE
                   COMPUTE W02-POST-AMOUNT = 0 - W04-GAIN-LOSS
                   PERFORM 550-POST-TO-ACCOUNT
               END-IF
               ADD W04-GAIN-LOSS TO CT-NET-GAIN-LOSS
               ADD 1 TO CT-SALES-BOOKED
           END-IF.

       520-PRINT-UNIT-LINE.
      * Car type comes off FLEET-MASTER; a unit already retired
      * from the fleet prints with it blank.  The status shown is
      * the one the unit will carry once this run is booked.
           ADD 1 TO CT-UNITS-LISTED
           MOVE FA-VIN TO BVL-VIN
           MOVE SPACES TO BVL-CAR-TYPE
           IF W01-FLEET-MASTER-OK-SWITCH = 'YES'
               MOVE FA-VIN TO FLT-VIN
               READ FLEET-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FLT-CAR-TYPE TO BVL-CAR-TYPE
               END-READ
           END-IF
           IF W04-SALE-BOOKED-SWITCH = 'YES'
               MOVE 'S' TO BVL-STATUS
           ELSE
               MOVE FA-STATUS TO BVL-STATUS
           END-IF
           EVALUATE TRUE
               WHEN FA-IN-SERVICE
                   ADD 1 TO CT-UNITS-IN-SERVICE
               WHEN FA-DISPOSED
                   ADD 1 TO CT-UNITS-AWAITING-SALE
           END-EVALUATE
           MOVE FA-DEPR-METHOD TO BVL-METHOD
           MOVE FA-COST TO BVL-COST
           MOVE W04-ACCUM TO BVL-ACCUM
           IF W04-SALE-BOOKED-SWITCH = 'YES'
               MOVE ZEROS TO BVL-BOOK-VALUE
           ELSE
               MOVE W04-BOOK-VALUE TO BVL-BOOK-VALUE
               ADD W04-BOOK-VALUE TO CT-TOTAL-BOOK-VALUE
           END-IF
           MOVE W04-RUN-DEPRECIATION TO BVL-RUN-DEPR
           MOVE FA-VIN TO W05-LOOKUP-VIN
           PERFORM 390-FIND-VIN-ROW
           IF W01-ROW-FOUND-SWITCH = 'YES'
               MOVE ACT-DAYS-ON-RENT (ACT-IDX) TO BVL-DAYS-ON-RENT
               MOVE ACT-REVENUE (ACT-IDX) TO BVL-REVENUE
               MOVE ACT-SERVICE-COST (ACT-IDX) TO BVL-SERVICE-COST
           ELSE
               MOVE ZEROS TO BVL-DAYS-ON-RENT
               MOVE ZEROS TO BVL-REVENUE
               MOVE ZEROS TO BVL-SERVICE-COST
           END-IF
           MOVE W04-GAIN-LOSS TO BVL-GAIN-LOSS
           MOVE BOOK-VALUE-LINE TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD.

       550-POST-TO-ACCOUNT.
      * Same rules as GLJRNL: a zero amount posts nothing, and an
      * amount whose source code is not on the mapping table is
      * counted for 600 to hold the whole run over.
           IF W02-POST-AMOUNT > 0
               MOVE 'NO' TO W03-MAP-FOUND-SWITCH
               SET GLM-IDX TO 1
               PERFORM 555-SCAN-GL-MAP-TABLE
                 UNTIL GLM-IDX > GLM-TABLE-COUNT
                    OR W03-MAP-FOUND-SWITCH = 'YES'
               IF W03-MAP-FOUND-SWITCH = 'YES'
                   IF POST-DEBIT-SIDE
                       ADD W02-POST-AMOUNT TO GLM-TBL-DEBITS (GLM-IDX)
                   ELSE
                       ADD W02-POST-AMOUNT TO
                         GLM-TBL-CREDITS (GLM-IDX)
                   END-IF
               ELSE
                   ADD 1 TO W06-UNMAPPED-COUNT
                   ADD W02-POST-AMOUNT TO W06-UNMAPPED-AMOUNT
               END-IF
           END-IF.

       555-SCAN-GL-MAP-TABLE.
           IF GLM-TBL-SOURCE-CODE (GLM-IDX) = W02-POST-SOURCE-CODE
               MOVE 'YES' TO W03-MAP-FOUND-SWITCH
           ELSE
               SET GLM-IDX UP BY 1
           END-IF.

       600-FOOT-THE-JOURNAL.
      * Print one line per account with activity and foot the two
      * columns -- the footing decides whether anything is booked.
           MOVE SPACES TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           MOVE JOURNAL-HEADING-LINE TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           MOVE SPACES TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           PERFORM 610-PRINT-ONE-ACCOUNT
             VARYING GLM-IDX FROM 1 BY 1
               UNTIL GLM-IDX > GLM-TABLE-COUNT
           MOVE SPACES TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           MOVE 'TOTALS' TO FTL-DESCRIPTION
           MOVE W06-TOTAL-DEBITS TO FTL-DEBITS
           MOVE W06-TOTAL-CREDITS TO FTL-CREDITS
           IF W06-TOTAL-DEBITS = W06-TOTAL-CREDITS
               MOVE IN-BALANCE-TAG TO FTL-TAG
           ELSE
               MOVE OUT-OF-BALANCE-TAG TO FTL-TAG
               MOVE 'NO' TO W01-JOURNAL-OK-SWITCH
           END-IF
           MOVE FOOTING-LINE TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           IF W06-UNMAPPED-COUNT > 0
               MOVE OUT-OF-BALANCE-TAG TO UML-TAG
               MOVE W06-UNMAPPED-COUNT TO UML-COUNT
               MOVE W06-UNMAPPED-AMOUNT TO UML-AMOUNT
               MOVE UNMAPPED-LINE TO BOOK-VALUE-RECORD
               WRITE BOOK-VALUE-RECORD
               MOVE 'NO' TO W01-JOURNAL-OK-SWITCH
           END-IF.

       610-PRINT-ONE-ACCOUNT.
           IF GLM-TBL-DEBITS (GLM-IDX) > 0
              OR GLM-TBL-CREDITS (GLM-IDX) > 0
               MOVE GLM-TBL-GL-ACCOUNT (GLM-IDX) TO JNL-GL-ACCOUNT
               MOVE GLM-TBL-DESCRIPTION (GLM-IDX) TO JNL-DESCRIPTION
               MOVE GLM-TBL-DEBITS (GLM-IDX) TO JNL-DEBITS
               MOVE GLM-TBL-CREDITS (GLM-IDX) TO JNL-CREDITS
               MOVE JOURNAL-LINE TO BOOK-VALUE-RECORD
               WRITE BOOK-VALUE-RECORD
               ADD GLM-TBL-DEBITS (GLM-IDX) TO W06-TOTAL-DEBITS
               ADD GLM-TBL-CREDITS (GLM-IDX) TO W06-TOTAL-CREDITS
           END-IF.

       650-APPLY-OR-HOLD.
      * Only a footed run is booked: the ledger gets its new
      * figures and the entries go on the end of the day's journal
      * -- EXTEND, never OUTPUT, because GLJRNL has already written
      * the day's trading there.  A held run touches neither.
           IF W01-JOURNAL-OK-SWITCH = 'YES'
              AND W01-LEDGER-OPEN-SWITCH = 'YES'
               MOVE 'YES' TO W01-APPLY-PASS-SWITCH
               OPEN I-O FLEET-ASSET-MASTER
               PERFORM 410-START-LEDGER
               PERFORM 660-APPLY-ONE-UNIT
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               CLOSE FLEET-ASSET-MASTER
           END-IF
           IF W01-JOURNAL-OK-SWITCH = 'YES'
              AND W06-TOTAL-DEBITS > 0
               PERFORM 670-OPEN-JOURNAL-FILE
               PERFORM 680-WRITE-ONE-JOURNAL-RECORD
                 VARYING GLM-IDX FROM 1 BY 1
                   UNTIL GLM-IDX > GLM-TABLE-COUNT
               CLOSE GL-JOURNAL-FILE
           END-IF.

       660-APPLY-ONE-UNIT.
      * The same valuation as the pricing walk, now written back.
      * Every unit not already sold is rewritten so its period
      * advances even in a month with nothing to take.
           IF NOT FA-SOLD
               PERFORM 430-COMPUTE-UNIT-VALUE
               MOVE W04-ACCUM TO FA-ACCUM-DEPRECIATION
               MOVE W04-MONTHS-DONE TO FA-MONTHS-DEPRECIATED
               IF FA-IN-SERVICE
                   MOVE W02-CUR-CCYYMM TO FA-LAST-DEPR-PERIOD
               END-IF
               IF W04-SALE-BOOKED-SWITCH = 'YES'
                   MOVE W04-GAIN-LOSS TO FA-GAIN-LOSS-AMOUNT
                   MOVE 'S' TO FA-STATUS
               END-IF
               REWRITE FLEET-ASSET-RECORD
               ADD 1 TO CT-UNITS-REWRITTEN
           END-IF
           PERFORM 415-READ-NEXT-ASSET.

       670-OPEN-JOURNAL-FILE.
      * A month-end with no daily journal yet on file starts one.
           OPEN EXTEND GL-JOURNAL-FILE
           IF JRN-FILE-MISSING
               OPEN OUTPUT GL-JOURNAL-FILE
               CLOSE GL-JOURNAL-FILE
               OPEN EXTEND GL-JOURNAL-FILE
           END-IF.

       680-WRITE-ONE-JOURNAL-RECORD.
           IF GLM-TBL-DEBITS (GLM-IDX) > 0
              OR GLM-TBL-CREDITS (GLM-IDX) > 0
               MOVE W02-TODAYS-FULL-DATE TO JRN-POSTING-DATE
               MOVE GLM-TBL-GL-ACCOUNT (GLM-IDX) TO JRN-GL-ACCOUNT
               MOVE GLM-TBL-DESCRIPTION (GLM-IDX) TO JRN-DESCRIPTION
               MOVE GLM-TBL-DEBITS (GLM-IDX) TO JRN-DEBIT-AMOUNT
               MOVE GLM-TBL-CREDITS (GLM-IDX) TO JRN-CREDIT-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO CT-JOURNAL-RECORDS
           END-IF.

       700-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           IF W01-JOURNAL-OK-SWITCH = 'YES'
               MOVE 'DEPRECIATION AND DISPOSALS BOOKED TO THE JOURNAL'
                 TO VDL-VERDICT
           ELSE
               MOVE 'NOTHING BOOKED - ENTRIES DO NOT FOOT OR MAP'
                 TO VDL-VERDICT
           END-IF
           MOVE VERDICT-LINE TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           MOVE SPACES TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           MOVE TRAILER-HEADING-LINE TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           MOVE SPACES TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD
           MOVE 'UNITS LISTED' TO TRL-LABEL
           MOVE CT-UNITS-LISTED TO TRL-COUNT
           MOVE CT-TOTAL-BOOK-VALUE TO TRL-AMOUNT
           PERFORM 710-WRITE-TRAILER-LINE
           MOVE 'UNITS IN SERVICE' TO TRL-LABEL
           MOVE CT-UNITS-IN-SERVICE TO TRL-COUNT
           MOVE CT-RUN-DEPRECIATION TO TRL-AMOUNT
           PERFORM 710-WRITE-TRAILER-LINE
           MOVE 'UNITS DISPOSED, AWAITING SALE' TO TRL-LABEL
           MOVE CT-UNITS-AWAITING-SALE TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           PERFORM 710-WRITE-TRAILER-LINE
           MOVE 'SALES BOOKED, NET GAIN (LOSS)' TO TRL-LABEL
           MOVE CT-SALES-BOOKED TO TRL-COUNT
           MOVE CT-NET-GAIN-LOSS TO TRL-AMOUNT
           PERFORM 710-WRITE-TRAILER-LINE
           MOVE 'UNITS SOLD EARLIER (NOT LISTED)' TO TRL-LABEL
           MOVE CT-SOLD-EARLIER TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           PERFORM 710-WRITE-TRAILER-LINE
           MOVE 'LEDGER RECORDS REWRITTEN' TO TRL-LABEL
           MOVE CT-UNITS-REWRITTEN TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           PERFORM 710-WRITE-TRAILER-LINE
           MOVE 'JOURNAL RECORDS APPENDED' TO TRL-LABEL
           MOVE CT-JOURNAL-RECORDS TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           PERFORM 710-WRITE-TRAILER-LINE
           IF ACT-TABLE-FULL-SWITCH = 'YES'
               MOVE 'WARNING - VIN TABLE FULL, ROWS COMBINED'
                 TO TRL-LABEL
               MOVE ZEROS TO TRL-COUNT
               MOVE ZEROS TO TRL-AMOUNT
               PERFORM 710-WRITE-TRAILER-LINE
           END-IF.

       710-WRITE-TRAILER-LINE.
           MOVE TRAILER-LINE TO BOOK-VALUE-RECORD
           WRITE BOOK-VALUE-RECORD.
