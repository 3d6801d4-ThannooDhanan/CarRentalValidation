       IDENTIFICATION DIVISION.
      * FleetRebalance.cbl
       PROGRAM-ID. REBALNC.
       AUTHOR. Dhanan Thannoo.

      * Nightly fleet rebalancing.  RESVFCT nets the company's
      * units against its promises by car type, but a customer
      * collects from one lot, and a surplus across town does not
      * fill a shortfall here.  This run nets the same three counts
      * per branch and car type over the next few days (the window
      * is REBALANCE-HORIZON-DAYS): units sitting AVAILABLE at
      * their FLT-BRANCH, plus units out on contract and due back
      * by the end of the window, minus the OPEN reservations to be
      * collected from that lot within the window.  A lot whose net
      * falls below zero is short; a lot with net to spare lends
      * idle units -- never more than it has AVAILABLE tonight,
      * since a unit still on the road cannot be moved.  Each short
      * lot is covered from the lot of the same car type with the
      * most to spare, one named unit at a time.
      * Every move is written to rebaltran.dat as a ready-to-apply
      * FILEMNT TRANSFER transaction (file 'F', action 'T', the
      * receiving lot in the fleet view's branch field).  Nothing
      * here touches a master: file control reviews the plan on
      * rebalrpt.dat, strikes what it does not want, and submits
      * the rest through the FILEMNT job like any keyed batch.
      * A unit out on contract is counted back at the lot it left
      * from -- a one-way return is not known until the car comes
      * in -- and an overdue unit is still counted as expected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLEET-MASTER  ASSIGN TO 'fleetmas.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FLT-VIN
                                ALTERNATE RECORD KEY IS FLT-CAR-TYPE
                                  WITH DUPLICATES
                                FILE STATUS IS FLEET-FILE-STATUS.

           SELECT DUE-BACK-MASTER ASSIGN TO 'duedates.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS DUE-CONTRACT-NO
                                FILE STATUS IS DUE-FILE-STATUS.

           SELECT RESERVATION-MASTER ASSIGN TO 'resvmas.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS RSV-RESV-NO
                                FILE STATUS IS RSV-FILE-STATUS.

           SELECT CAR-TYPE-RATES ASSIGN TO 'cartype.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS CTR-FILE-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO 'branchmas.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS BRN-FILE-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO 'rebaltran.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REBALANCE-REPORT ASSIGN TO 'rebalrpt.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLEET-MASTER
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS FLEET-MASTER-RECORD.
           COPY FLEETMAS.

       FD  DUE-BACK-MASTER
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS DUE-BACK-RECORD.
           COPY DUEDATE.

       FD  RESERVATION-MASTER
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS RESERVATION-RECORD.
           COPY RESVMAS.

       FD  CAR-TYPE-RATES
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CAR-TYPE-RATE-RECORD.
           COPY CARRATE.

       FD  BRANCH-MASTER
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS BRANCH-RECORD.
           COPY BRANCH.

       FD  TRANSFER-FILE
           RECORD CONTAINS 88 CHARACTERS
           DATA RECORD IS MAINTENANCE-TRAN-RECORD.
           COPY MNTTRAN.

       FD  REBALANCE-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REBALANCE-RECORD.
       01 REBALANCE-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-CELL-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-DONOR-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-UNIT-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 FILE-STATUS-CONTROLS.
         05 FLEET-FILE-STATUS PIC XX.
           88 FLEET-FILE-OK VALUE '00'.
         05 DUE-FILE-STATUS PIC XX.
           88 DUE-FILE-OK VALUE '00'.
         05 RSV-FILE-STATUS PIC XX.
           88 RSV-FILE-OK VALUE '00'.
         05 CTR-FILE-STATUS PIC XX.
           88 CTR-FILE-OK VALUE '00'.
         05 BRN-FILE-STATUS PIC XX.
           88 BRN-FILE-OK VALUE '00'.

      * Latched once after the OPENs -- the live statuses are
      * overwritten by every keyed READ, so the scans must test
      * these switches, never the status fields.
       01 MASTER-AVAILABILITY-SWITCHES.
         05 W02-DUE-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W02-RESV-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.

       01 CAR-TYPE-RATE-TABLE-CONTROLS.
         05 CTR-TABLE-COUNT PIC 99 COMP VALUE 0.
         05 W05-MORE-RATES-SWITCH PIC X(3) VALUE 'YES'.

       01 CAR-TYPE-RATE-TABLE.
         05 CTR-ENTRY OCCURS 10 TIMES INDEXED BY CTR-IDX.
           10 CTR-TBL-CODE PIC X.
           10 CTR-TBL-DESCRIPTION PIC X(20).

       01 BRANCH-TABLE-CONTROLS.
         05 BRN-TABLE-COUNT PIC 99 COMP VALUE 0.
         05 W06-MORE-BRANCHES-SWITCH PIC X(3) VALUE 'YES'.

       01 BRANCH-TABLE.
         05 BRN-ENTRY OCCURS 10 TIMES INDEXED BY BRN-IDX.
           10 BRN-TBL-CODE PIC X(3).
           10 BRN-TBL-NAME PIC X(20).

      * One cell per lot and car type, laid out in the order the
      * branch and rate tables loaded -- cell (b, t) is branch
      * table entry b and car-type table entry t.  RBL-SPARE is
      * what the lot can still lend and RBL-SHORT what it still
      * needs; the planning pass works both down as it moves units.
       01 REBALANCE-TABLE.
         05 RBL-BRANCH OCCURS 10 TIMES INDEXED BY RBL-BIX RBL-DIX.
           10 RBL-CELL OCCURS 10 TIMES INDEXED BY RBL-TIX.
             15 RBL-AVAILABLE PIC 9(4).
             15 RBL-DUE-BACK PIC 9(4).
             15 RBL-RESERVED PIC 9(4).
             15 RBL-SPARE PIC 9(4).
             15 RBL-SHORT PIC 9(4).
             15 RBL-SENT PIC 9(4).
             15 RBL-RECEIVED PIC 9(4).

      * Every idle unit on a known lot and car type, so each move
      * can name the VIN it sends.  5000 entries is several times
      * the largest fleet the company has run; units past that
      * still count in the lot position but cannot be named, and
      * are reported in the totals.
       01 IDLE-UNIT-TABLE-CONTROLS.
         05 UNT-TABLE-COUNT PIC 9(4) COMP VALUE 0.

       01 IDLE-UNIT-TABLE.
         05 UNT-ENTRY OCCURS 5000 TIMES INDEXED BY UNT-IDX.
           10 UNT-VIN PIC X(17).
           10 UNT-CAR-TYPE PIC X.
           10 UNT-BRANCH PIC X(3).
           10 UNT-MOVED-SWITCH PIC X(3).

       01 REBALANCE-WORK-FIELDS.
         05 W03-MATCH-BRANCH PIC X(3).
         05 W03-MATCH-CODE PIC X.
         05 W03-NET-FREE PIC S9(5).
         05 W03-BEST-SPARE PIC 9(4).
         05 W03-DONOR-NO PIC 99 COMP.
         05 W03-MOVE-QTY PIC 9(4).

       01 CONTROL-TOTALS.
         05 CT-UNITS-READ PIC 9(6) COMP VALUE 0.
         05 CT-UNITS-UNPLACED PIC 9(6) COMP VALUE 0.
         05 CT-UNITS-NOT-TABLED PIC 9(6) COMP VALUE 0.
         05 CT-RESV-COUNTED PIC 9(6) COMP VALUE 0.
         05 CT-RESV-UNPLACED PIC 9(6) COMP VALUE 0.
         05 CT-TRANSFERS-WRITTEN PIC 9(6) COMP VALUE 0.
         05 CT-UNITS-STILL-SHORT PIC 9(6) COMP VALUE 0.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.
         05 TODAYS-MONTH PIC 99.
         05 TODAYS-DAY PIC 99.

       01 TODAYS-DATE-4.
         05 TODAYS-CCYY PIC 9(4).
         05 TODAYS-CCYY-MONTH PIC 99.
         05 TODAYS-CCYY-DAY PIC 99.

      * An OPEN reservation whose pick-up fell before the no-show
      * cutoff is one the nightly sweep (RESVSWP) marks NO-SHOW, so
      * it holds nothing.  The grace period must match the sweep's.
       01 REBALANCE-CONSTANTS.
         05 W04-TODAYS-FULL-DATE PIC 9(8).
         05 NO-SHOW-GRACE-DAYS PIC 99 VALUE 01.
         05 W04-NO-SHOW-CUTOFF-DATE PIC 9(8).
         05 REBALANCE-HORIZON-DAYS PIC 99 VALUE 03.
         05 W04-HORIZON-END-DATE PIC 9(8).
         05 W04-HORIZON-END-PARTS REDEFINES W04-HORIZON-END-DATE.
           10 W04-HORIZON-END-CCYY PIC 9(4).
           10 W04-HORIZON-END-MONTH PIC 99.
           10 W04-HORIZON-END-DAY PIC 99.

       01 HEADING-REBALANCE-LINE-ONE.
         05 PIC X(26) VALUE SPACES.
         05 PIC X(25) VALUE 'FLEET REBALANCING PLAN AS'.
         05 PIC X(4) VALUE ' OF '.
         05 HDG-DATE.
           10 HDG-MONTH PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-DAY PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-YEAR PIC 99.
         05 PIC X(69) VALUE SPACES.

       01 SECTION-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 SHL-TEXT PIC X(31).
         05 SHL-THROUGH-DATE.
           10 SHL-MONTH PIC 99.
           10 SHL-SLASH-1 PIC X.
           10 SHL-DAY PIC 99.
           10 SHL-SLASH-2 PIC X.
           10 SHL-CCYY PIC 9(4).
         05 FILLER PIC X(81) VALUE SPACES.

       01 HEADING-TRANSFER-LINE.
         05 FILLER PIC X(20) VALUE 'VIN'.
         05 FILLER PIC X(21) VALUE 'CAR TYPE'.
         05 FILLER PIC X(10) VALUE 'FROM LOT'.
         05 FILLER PIC X(10) VALUE 'TO LOT'.
         05 FILLER PIC X(71) VALUE SPACES.

       01 TRANSFER-LINE.
         05 XFL-VIN PIC X(17).
         05 FILLER PIC X(3) VALUE SPACES.
         05 XFL-DESCRIPTION PIC X(20).
         05 FILLER PIC X VALUE SPACES.
         05 XFL-FROM-BRANCH PIC X(3).
         05 FILLER PIC X(7) VALUE SPACES.
         05 XFL-TO-BRANCH PIC X(3).
         05 FILLER PIC X(78) VALUE SPACES.

       01 HEADING-POSITION-LINE.
         05 FILLER PIC X(7) VALUE 'LOT'.
         05 FILLER PIC X(21) VALUE 'BRANCH NAME'.
         05 FILLER PIC X(21) VALUE 'CAR TYPE'.
         05 FILLER PIC X(12) VALUE 'AVAILABLE'.
         05 FILLER PIC X(12) VALUE 'DUE BACK'.
         05 FILLER PIC X(11) VALUE 'RESERVED'.
         05 FILLER PIC X(12) VALUE 'NET FREE'.
         05 FILLER PIC X(10) VALUE 'SEND'.
         05 FILLER PIC X(10) VALUE 'RECEIVE'.
         05 FILLER PIC X(6) VALUE 'SHORT'.
         05 FILLER PIC X(10) VALUE SPACES.

       01 POSITION-LINE.
         05 PSL-BRANCH PIC X(3).
         05 FILLER PIC X(4) VALUE SPACES.
         05 PSL-BRANCH-NAME PIC X(20).
         05 FILLER PIC X VALUE SPACES.
         05 PSL-DESCRIPTION PIC X(20).
         05 FILLER PIC X VALUE SPACES.
         05 PSL-AVAILABLE PIC ZZ,ZZ9.
         05 FILLER PIC X(6) VALUE SPACES.
         05 PSL-DUE-BACK PIC ZZ,ZZ9.
         05 FILLER PIC X(6) VALUE SPACES.
         05 PSL-RESERVED PIC ZZ,ZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 PSL-NET-FREE PIC ZZ,ZZ9-.
         05 FILLER PIC X(5) VALUE SPACES.
         05 PSL-SENT PIC ZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 PSL-RECEIVED PIC ZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 PSL-SHORT PIC ZZ,ZZ9.
         05 FILLER PIC X(10) VALUE SPACES.

       01 TRAILER-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(25) VALUE 'END OF RUN CONTROL TOTALS'.
         05 FILLER PIC X(97) VALUE SPACES.

       01 TRAILER-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 TRL-LABEL PIC X(40).
         05 TRL-COUNT PIC ZZZ,ZZ9.
         05 FILLER PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-GET-TODAYS-DATE
           PERFORM 110-LOAD-CAR-TYPE-TABLE
           PERFORM 120-LOAD-BRANCH-TABLE
           PERFORM 130-CLEAR-REBALANCE-CELL
             VARYING RBL-BIX FROM 1 BY 1 UNTIL RBL-BIX > 10
               AFTER RBL-TIX FROM 1 BY 1 UNTIL RBL-TIX > 10
           OPEN OUTPUT TRANSFER-FILE
           OPEN OUTPUT REBALANCE-REPORT
           PERFORM 200-WRITE-REPORT-HEADINGS
           OPEN INPUT FLEET-MASTER
           OPEN INPUT DUE-BACK-MASTER
           IF DUE-FILE-OK
               MOVE 'YES' TO W02-DUE-MASTER-OK-SWITCH
           END-IF
           OPEN INPUT RESERVATION-MASTER
           IF RSV-FILE-OK
               MOVE 'YES' TO W02-RESV-MASTER-OK-SWITCH
           END-IF
           IF NOT FLEET-FILE-OK
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-IF
           IF W01-DATA-REMAINS-SWITCH = 'YES'
               PERFORM 300-START-FLEET-MASTER
           END-IF
           PERFORM 400-TALLY-ONE-UNIT
             UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           IF W02-RESV-MASTER-OK-SWITCH = 'YES'
               PERFORM 450-TALLY-RESERVATIONS
           END-IF
           PERFORM 500-SET-LOT-POSITION
             VARYING RBL-BIX FROM 1 BY 1
               UNTIL RBL-BIX > BRN-TABLE-COUNT
               AFTER RBL-TIX FROM 1 BY 1
               UNTIL RBL-TIX > CTR-TABLE-COUNT
           PERFORM 600-PLAN-TRANSFERS
           PERFORM 650-WRITE-LOT-POSITIONS
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE FLEET-MASTER
           CLOSE DUE-BACK-MASTER
           CLOSE RESERVATION-MASTER
           CLOSE TRANSFER-FILE
           CLOSE REBALANCE-REPORT
      * RC 4 tells file control a lot is still short after every
      * move the fleet could make -- the transfers written are
      * still good, but someone has to find cars the plan could
      * not.
           IF CT-UNITS-STILL-SHORT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-GET-TODAYS-DATE.
      * Retrieve the system date and store it in TODAYS-DATE.
           ACCEPT TODAYS-DATE FROM DATE
           MOVE TODAYS-MONTH TO HDG-MONTH
           MOVE TODAYS-DAY TO HDG-DAY
           MOVE TODAYS-YEAR TO HDG-YEAR
           ACCEPT TODAYS-DATE-4 FROM DATE YYYYMMDD
           COMPUTE W04-TODAYS-FULL-DATE =
             TODAYS-CCYY * 10000
             + TODAYS-CCYY-MONTH * 100
             + TODAYS-CCYY-DAY
           COMPUTE W04-NO-SHOW-CUTOFF-DATE =
             FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W04-TODAYS-FULL-DATE)
                - NO-SHOW-GRACE-DAYS)
           COMPUTE W04-HORIZON-END-DATE =
             FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W04-TODAYS-FULL-DATE)
                + REBALANCE-HORIZON-DAYS).

       110-LOAD-CAR-TYPE-TABLE.
           OPEN INPUT CAR-TYPE-RATES
           IF CTR-FILE-OK
               MOVE 'YES' TO W05-MORE-RATES-SWITCH
               PERFORM 115-READ-CAR-TYPE-RATE
                 UNTIL W05-MORE-RATES-SWITCH = 'NO'
                    OR CTR-TABLE-COUNT = 10
               CLOSE CAR-TYPE-RATES
           END-IF.

       115-READ-CAR-TYPE-RATE.
           READ CAR-TYPE-RATES
               AT END
                   MOVE 'NO' TO W05-MORE-RATES-SWITCH
               NOT AT END
                   ADD 1 TO CTR-TABLE-COUNT
                   SET CTR-IDX TO CTR-TABLE-COUNT
                   MOVE CTR-CODE TO CTR-TBL-CODE (CTR-IDX)
                   MOVE CTR-DESCRIPTION TO CTR-TBL-DESCRIPTION (CTR-IDX)
           END-READ.

       120-LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCH-MASTER
           IF BRN-FILE-OK
               MOVE 'YES' TO W06-MORE-BRANCHES-SWITCH
               PERFORM 125-READ-BRANCH-RECORD
                 UNTIL W06-MORE-BRANCHES-SWITCH = 'NO'
                    OR BRN-TABLE-COUNT = 10
               CLOSE BRANCH-MASTER
           END-IF.

       125-READ-BRANCH-RECORD.
           READ BRANCH-MASTER
               AT END
                   MOVE 'NO' TO W06-MORE-BRANCHES-SWITCH
               NOT AT END
                   ADD 1 TO BRN-TABLE-COUNT
                   SET BRN-IDX TO BRN-TABLE-COUNT
                   MOVE BRN-CODE TO BRN-TBL-CODE (BRN-IDX)
                   MOVE BRN-NAME TO BRN-TBL-NAME (BRN-IDX)
           END-READ.

       130-CLEAR-REBALANCE-CELL.
           MOVE ZEROS TO RBL-AVAILABLE (RBL-BIX, RBL-TIX)
           MOVE ZEROS TO RBL-DUE-BACK (RBL-BIX, RBL-TIX)
           MOVE ZEROS TO RBL-RESERVED (RBL-BIX, RBL-TIX)
           MOVE ZEROS TO RBL-SPARE (RBL-BIX, RBL-TIX)
           MOVE ZEROS TO RBL-SHORT (RBL-BIX, RBL-TIX)
           MOVE ZEROS TO RBL-SENT (RBL-BIX, RBL-TIX)
           MOVE ZEROS TO RBL-RECEIVED (RBL-BIX, RBL-TIX).

       200-WRITE-REPORT-HEADINGS.
           MOVE HEADING-REBALANCE-LINE-ONE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE SPACES TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE 'RECOMMENDED TRANSFERS' TO SHL-TEXT
           MOVE SPACES TO SHL-THROUGH-DATE
           MOVE SECTION-HEADING-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE SPACES TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE HEADING-TRANSFER-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE SPACES TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD.

       300-START-FLEET-MASTER.
           MOVE LOW-VALUES TO FLT-VIN
           START FLEET-MASTER KEY IS >= FLT-VIN
               INVALID KEY
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-START
           IF W01-DATA-REMAINS-SWITCH = 'YES'
               PERFORM 310-READ-NEXT-UNIT
           END-IF.

       310-READ-NEXT-UNIT.
           READ FLEET-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO CT-UNITS-READ
           END-READ.

       400-TALLY-ONE-UNIT.
      * An idle unit counts at its lot tonight and may be lent; a
      * unit out counts at the lot it left from once its due-back
      * date falls inside the window.  Units in the shop count
      * nowhere.
           EVALUATE TRUE
               WHEN FLT-AVAILABLE
                   MOVE FLT-BRANCH TO W03-MATCH-BRANCH
                   MOVE FLT-CAR-TYPE TO W03-MATCH-CODE
                   PERFORM 410-FIND-REBALANCE-CELL
                   IF W01-CELL-FOUND-SWITCH = 'YES'
                       ADD 1 TO RBL-AVAILABLE (RBL-BIX, RBL-TIX)
                       PERFORM 430-TABLE-IDLE-UNIT
                   ELSE
                       ADD 1 TO CT-UNITS-UNPLACED
                   END-IF
               WHEN FLT-OUT
                   PERFORM 420-CHECK-DUE-BACK-IN-WINDOW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 310-READ-NEXT-UNIT.

       410-FIND-REBALANCE-CELL.
      * A lot or car type missing from its table has no cell; the
      * caller counts it as unplaced rather than guess where it
      * belongs.
           MOVE 'NO' TO W01-CELL-FOUND-SWITCH
           SET RBL-BIX TO 1
           PERFORM 415-MATCH-BRANCH
             UNTIL RBL-BIX > BRN-TABLE-COUNT
                OR W01-CELL-FOUND-SWITCH = 'YES'
           IF W01-CELL-FOUND-SWITCH = 'YES'
               MOVE 'NO' TO W01-CELL-FOUND-SWITCH
               SET RBL-TIX TO 1
               PERFORM 417-MATCH-CAR-TYPE
                 UNTIL RBL-TIX > CTR-TABLE-COUNT
                    OR W01-CELL-FOUND-SWITCH = 'YES'
           END-IF.

       415-MATCH-BRANCH.
           SET BRN-IDX TO RBL-BIX
           IF BRN-TBL-CODE (BRN-IDX) = W03-MATCH-BRANCH
               MOVE 'YES' TO W01-CELL-FOUND-SWITCH
           ELSE
               SET RBL-BIX UP BY 1
           END-IF.

       417-MATCH-CAR-TYPE.
           SET CTR-IDX TO RBL-TIX
           IF CTR-TBL-CODE (CTR-IDX) = W03-MATCH-CODE
               MOVE 'YES' TO W01-CELL-FOUND-SWITCH
           ELSE
               SET RBL-TIX UP BY 1
           END-IF.

       420-CHECK-DUE-BACK-IN-WINDOW.
      * The due-back entry is keyed by the contract the unit is out
      * under; no entry on file means no date to plan from.
           IF W02-DUE-MASTER-OK-SWITCH = 'YES'
               MOVE FLT-CONTRACT-NO TO DUE-CONTRACT-NO
               READ DUE-BACK-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DUE-BACK-DATE <= W04-HORIZON-END-DATE
                           PERFORM 425-COUNT-DUE-BACK-UNIT
                       END-IF
               END-READ
           END-IF.

       425-COUNT-DUE-BACK-UNIT.
           MOVE FLT-BRANCH TO W03-MATCH-BRANCH
           MOVE FLT-CAR-TYPE TO W03-MATCH-CODE
           PERFORM 410-FIND-REBALANCE-CELL
           IF W01-CELL-FOUND-SWITCH = 'YES'
               ADD 1 TO RBL-DUE-BACK (RBL-BIX, RBL-TIX)
           ELSE
               ADD 1 TO CT-UNITS-UNPLACED
           END-IF.

       430-TABLE-IDLE-UNIT.
           IF UNT-TABLE-COUNT < 5000
               ADD 1 TO UNT-TABLE-COUNT
               SET UNT-IDX TO UNT-TABLE-COUNT
               MOVE FLT-VIN TO UNT-VIN (UNT-IDX)
               MOVE FLT-CAR-TYPE TO UNT-CAR-TYPE (UNT-IDX)
               MOVE FLT-BRANCH TO UNT-BRANCH (UNT-IDX)
               MOVE 'NO' TO UNT-MOVED-SWITCH (UNT-IDX)
           ELSE
               ADD 1 TO CT-UNITS-NOT-TABLED
           END-IF.

       450-TALLY-RESERVATIONS.
           MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
           MOVE ZEROS TO RSV-RESV-NO
           START RESERVATION-MASTER KEY IS >= RSV-RESV-NO
               INVALID KEY
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-START
           IF W01-DATA-REMAINS-SWITCH = 'YES'
               PERFORM 460-READ-NEXT-RESERVATION
           END-IF
           PERFORM 470-TALLY-ONE-RESERVATION
             UNTIL W01-DATA-REMAINS-SWITCH = 'NO'.

       460-READ-NEXT-RESERVATION.
           READ RESERVATION-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       470-TALLY-ONE-RESERVATION.
      * An open promise to be collected inside the window holds a
      * unit at its pick-up lot; one past the no-show cutoff the
      * sweep has not reached yet holds nothing.  A reservation
      * with no pick-up lot on the branch master cannot be placed
      * and is counted for file control to chase.
           IF RSV-RESV-OPEN
              AND RSV-PICKUP-DATE <= W04-HORIZON-END-DATE
              AND RSV-PICKUP-DATE >= W04-NO-SHOW-CUTOFF-DATE
               ADD 1 TO CT-RESV-COUNTED
               MOVE RSV-PICKUP-BRANCH TO W03-MATCH-BRANCH
               MOVE RSV-CAR-TYPE TO W03-MATCH-CODE
               PERFORM 410-FIND-REBALANCE-CELL
               IF W01-CELL-FOUND-SWITCH = 'YES'
                   ADD 1 TO RBL-RESERVED (RBL-BIX, RBL-TIX)
               ELSE
                   ADD 1 TO CT-RESV-UNPLACED
               END-IF
           END-IF
           PERFORM 460-READ-NEXT-RESERVATION.

       500-SET-LOT-POSITION.
      * A short lot needs its whole deficit; a lot with net to
      * spare lends no more than the units idle on it tonight.
           COMPUTE W03-NET-FREE =
             RBL-AVAILABLE (RBL-BIX, RBL-TIX)
             + RBL-DUE-BACK (RBL-BIX, RBL-TIX)
             - RBL-RESERVED (RBL-BIX, RBL-TIX)
           EVALUATE TRUE
               WHEN W03-NET-FREE < 0
                   COMPUTE RBL-SHORT (RBL-BIX, RBL-TIX) =
                     0 - W03-NET-FREE
               WHEN W03-NET-FREE > RBL-AVAILABLE (RBL-BIX, RBL-TIX)
                   MOVE RBL-AVAILABLE (RBL-BIX, RBL-TIX)
                     TO RBL-SPARE (RBL-BIX, RBL-TIX)
               WHEN OTHER
                   MOVE W03-NET-FREE TO RBL-SPARE (RBL-BIX, RBL-TIX)
           END-EVALUATE.

       600-PLAN-TRANSFERS.
      * Car type by car type, each short lot in branch-table order
      * draws on the lots of the same type with the most to spare
      * until it is covered or no lot has anything left to lend.
           PERFORM 610-COVER-ONE-LOT
             VARYING RBL-TIX FROM 1 BY 1
               UNTIL RBL-TIX > CTR-TABLE-COUNT
               AFTER RBL-BIX FROM 1 BY 1
               UNTIL RBL-BIX > BRN-TABLE-COUNT.

       610-COVER-ONE-LOT.
           IF RBL-SHORT (RBL-BIX, RBL-TIX) > 0
               MOVE 'YES' TO W01-DONOR-FOUND-SWITCH
               PERFORM 620-DRAW-FROM-BEST-DONOR
                 UNTIL RBL-SHORT (RBL-BIX, RBL-TIX) = 0
                    OR W01-DONOR-FOUND-SWITCH = 'NO'
           END-IF.

       620-DRAW-FROM-BEST-DONOR.
           MOVE 0 TO W03-BEST-SPARE
           MOVE 0 TO W03-DONOR-NO
           PERFORM 625-WEIGH-ONE-DONOR
             VARYING RBL-DIX FROM 1 BY 1
               UNTIL RBL-DIX > BRN-TABLE-COUNT
           IF W03-BEST-SPARE = 0
               MOVE 'NO' TO W01-DONOR-FOUND-SWITCH
           ELSE
               SET RBL-DIX TO W03-DONOR-NO
               IF W03-BEST-SPARE < RBL-SHORT (RBL-BIX, RBL-TIX)
                   MOVE W03-BEST-SPARE TO W03-MOVE-QTY
               ELSE
                   MOVE RBL-SHORT (RBL-BIX, RBL-TIX) TO W03-MOVE-QTY
               END-IF
               PERFORM 630-MOVE-ONE-UNIT W03-MOVE-QTY TIMES
           END-IF.

       625-WEIGH-ONE-DONOR.
           IF RBL-SPARE (RBL-DIX, RBL-TIX) > W03-BEST-SPARE
               MOVE RBL-SPARE (RBL-DIX, RBL-TIX) TO W03-BEST-SPARE
               SET W03-DONOR-NO TO RBL-DIX
           END-IF.

       630-MOVE-ONE-UNIT.
      * Name the first idle unit of the type still sitting on the
      * donor lot.  Finding none means the donor's spare units were
      * past the table's capacity, so it has nothing more it can
      * name and lends no further.
           SET BRN-IDX TO RBL-DIX
           SET CTR-IDX TO RBL-TIX
           MOVE 'NO' TO W01-UNIT-FOUND-SWITCH
           SET UNT-IDX TO 1
           PERFORM 635-MATCH-IDLE-UNIT
             UNTIL UNT-IDX > UNT-TABLE-COUNT
                OR W01-UNIT-FOUND-SWITCH = 'YES'
           IF W01-UNIT-FOUND-SWITCH = 'YES'
               MOVE 'YES' TO UNT-MOVED-SWITCH (UNT-IDX)
               SUBTRACT 1 FROM RBL-SPARE (RBL-DIX, RBL-TIX)
               ADD 1 TO RBL-SENT (RBL-DIX, RBL-TIX)
               SUBTRACT 1 FROM RBL-SHORT (RBL-BIX, RBL-TIX)
               ADD 1 TO RBL-RECEIVED (RBL-BIX, RBL-TIX)
               PERFORM 640-WRITE-TRANSFER
           ELSE
               MOVE ZEROS TO RBL-SPARE (RBL-DIX, RBL-TIX)
           END-IF.

       635-MATCH-IDLE-UNIT.
           IF UNT-CAR-TYPE (UNT-IDX) = CTR-TBL-CODE (CTR-IDX)
              AND UNT-BRANCH (UNT-IDX) = BRN-TBL-CODE (BRN-IDX)
              AND UNT-MOVED-SWITCH (UNT-IDX) = 'NO'
               MOVE 'YES' TO W01-UNIT-FOUND-SWITCH
           ELSE
               SET UNT-IDX UP BY 1
           END-IF.

       640-WRITE-TRANSFER.
      * Only the VIN and the receiving lot matter to a FILEMNT
      * transfer; the car type rides along so the clerk reviewing
      * the batch can read it without the report beside it.
           MOVE SPACES TO MAINTENANCE-TRAN-RECORD
           MOVE 'F' TO MNT-FILE-CODE
           MOVE 'T' TO MNT-ACTION-CODE
           MOVE UNT-VIN (UNT-IDX) TO MNT-FLT-VIN
           MOVE UNT-CAR-TYPE (UNT-IDX) TO MNT-FLT-CAR-TYPE
           SET BRN-IDX TO RBL-BIX
           MOVE BRN-TBL-CODE (BRN-IDX) TO MNT-FLT-BRANCH
           WRITE MAINTENANCE-TRAN-RECORD
           ADD 1 TO CT-TRANSFERS-WRITTEN
           MOVE UNT-VIN (UNT-IDX) TO XFL-VIN
           MOVE CTR-TBL-DESCRIPTION (CTR-IDX) TO XFL-DESCRIPTION
           MOVE UNT-BRANCH (UNT-IDX) TO XFL-FROM-BRANCH
           MOVE BRN-TBL-CODE (BRN-IDX) TO XFL-TO-BRANCH
           MOVE TRANSFER-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD.

       650-WRITE-LOT-POSITIONS.
           MOVE SPACES TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE 'LOT POSITION, PICK-UPS THROUGH' TO SHL-TEXT
           MOVE W04-HORIZON-END-MONTH TO SHL-MONTH
           MOVE '/' TO SHL-SLASH-1
           MOVE W04-HORIZON-END-DAY TO SHL-DAY
           MOVE '/' TO SHL-SLASH-2
           MOVE W04-HORIZON-END-CCYY TO SHL-CCYY
           MOVE SECTION-HEADING-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE SPACES TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE HEADING-POSITION-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE SPACES TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           PERFORM 660-WRITE-ONE-LOT-POSITION
             VARYING RBL-BIX FROM 1 BY 1
               UNTIL RBL-BIX > BRN-TABLE-COUNT
               AFTER RBL-TIX FROM 1 BY 1
               UNTIL RBL-TIX > CTR-TABLE-COUNT.

       660-WRITE-ONE-LOT-POSITION.
      * A lot with nothing on any count for a type stays off the
      * page; every cell that nets to anything prints.
           IF RBL-AVAILABLE (RBL-BIX, RBL-TIX) > 0
              OR RBL-DUE-BACK (RBL-BIX, RBL-TIX) > 0
              OR RBL-RESERVED (RBL-BIX, RBL-TIX) > 0
               SET BRN-IDX TO RBL-BIX
               SET CTR-IDX TO RBL-TIX
               MOVE BRN-TBL-CODE (BRN-IDX) TO PSL-BRANCH
               MOVE BRN-TBL-NAME (BRN-IDX) TO PSL-BRANCH-NAME
               MOVE CTR-TBL-DESCRIPTION (CTR-IDX) TO PSL-DESCRIPTION
               MOVE RBL-AVAILABLE (RBL-BIX, RBL-TIX) TO PSL-AVAILABLE
               MOVE RBL-DUE-BACK (RBL-BIX, RBL-TIX) TO PSL-DUE-BACK
               MOVE RBL-RESERVED (RBL-BIX, RBL-TIX) TO PSL-RESERVED
               COMPUTE W03-NET-FREE =
                 RBL-AVAILABLE (RBL-BIX, RBL-TIX)
                 + RBL-DUE-BACK (RBL-BIX, RBL-TIX)
                 - RBL-RESERVED (RBL-BIX, RBL-TIX)
               MOVE W03-NET-FREE TO PSL-NET-FREE
               MOVE RBL-SENT (RBL-BIX, RBL-TIX) TO PSL-SENT
               MOVE RBL-RECEIVED (RBL-BIX, RBL-TIX) TO PSL-RECEIVED
               MOVE RBL-SHORT (RBL-BIX, RBL-TIX) TO PSL-SHORT
               MOVE POSITION-LINE TO REBALANCE-RECORD
               WRITE REBALANCE-RECORD
               ADD RBL-SHORT (RBL-BIX, RBL-TIX) TO CT-UNITS-STILL-SHORT
           END-IF.

       700-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE TRAILER-HEADING-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE SPACES TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE 'FLEET UNITS READ' TO TRL-LABEL
           MOVE CT-UNITS-READ TO TRL-COUNT
           MOVE TRAILER-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE 'UNITS ON NO KNOWN LOT OR CAR TYPE' TO TRL-LABEL
           MOVE CT-UNITS-UNPLACED TO TRL-COUNT
           MOVE TRAILER-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE 'IDLE UNITS PAST TABLE CAPACITY' TO TRL-LABEL
           MOVE CT-UNITS-NOT-TABLED TO TRL-COUNT
           MOVE TRAILER-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE 'OPEN RESERVATIONS IN THE WINDOW' TO TRL-LABEL
           MOVE CT-RESV-COUNTED TO TRL-COUNT
           MOVE TRAILER-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE 'RESERVATIONS WITH NO KNOWN LOT' TO TRL-LABEL
           MOVE CT-RESV-UNPLACED TO TRL-COUNT
           MOVE TRAILER-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE 'TRANSFER TRANSACTIONS WRITTEN' TO TRL-LABEL
           MOVE CT-TRANSFERS-WRITTEN TO TRL-COUNT
           MOVE TRAILER-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD
           MOVE 'UNITS STILL SHORT AFTER TRANSFERS' TO TRL-LABEL
           MOVE CT-UNITS-STILL-SHORT TO TRL-COUNT
           MOVE TRAILER-LINE TO REBALANCE-RECORD
           WRITE REBALANCE-RECORD.
