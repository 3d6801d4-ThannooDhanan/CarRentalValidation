       IDENTIFICATION DIVISION.
      * ResvSweep.cbl
       PROGRAM-ID. RESVSWP.
       AUTHOR. Dhanan Thannoo.

      * Nightly reservation no-show sweep.  An OPEN reservation the
      * renter never came for used to stay OPEN forever, and every
      * day RENTALS and RESVFCT counted it against the lot -- the
      * forecast grew gloomier and walk-ups were turned away for
      * cars nobody was coming to collect.  This run walks the
      * reservation master (resvmas.dat) and moves every OPEN entry
      * whose pick-up date is older than the grace period to
      * NO-SHOW:
      *   - when the customer is on the guaranteed-reservation
      *     policy (CUST-RESV-GUARANTEED), a no-show fee of one
      *     day at the car type's daily rate goes to noshowfees.dat,
      *     which ARPOST posts, STMTS prints and GLJRNL journals
      *     the way they handle late fees;
      *   - every entry swept prints on the no-show listing
      *     (noshow.dat), grouped by car type, so the counter can
      *     see who stood the lot up and what was billed.
      * The run stamps the run-control ledger and will not start
      * ahead of RENTALS for the date -- a check-out that fills a
      * reservation must commit before the sweep judges it -- and a
      * second clean run per date is refused, because the fee file
      * is opened OUTPUT and a resubmitted sweep would wipe the
      * fees before ARPOST ever saw them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-MASTER ASSIGN TO 'resvmas.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS RSV-RESV-NO
                                FILE STATUS IS RSV-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'custmast.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CUST-NUMBER
                                ALTERNATE RECORD KEY IS CUST-NAME
                                  WITH DUPLICATES
                                FILE STATUS IS CUST-FILE-STATUS.

           SELECT CAR-TYPE-RATES ASSIGN TO 'cartype.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS CTR-FILE-STATUS.

           SELECT NO-SHOW-FEE-FILE ASSIGN TO 'noshowfees.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NO-SHOW-SORT-FILE ASSIGN TO 'noshowsort.tmp'.

           SELECT NO-SHOW-LISTING ASSIGN TO 'noshow.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'runctl.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS RCT-KEY
                                FILE STATUS IS RCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESERVATION-MASTER
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS RESERVATION-RECORD.
           COPY RESVMAS.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  CAR-TYPE-RATES
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CAR-TYPE-RATE-RECORD.
           COPY CARRATE.

       FD  NO-SHOW-FEE-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS NO-SHOW-FEE-RECORD.
           COPY NSFEE.

       SD  NO-SHOW-SORT-FILE
           DATA RECORD IS SORT-WORK-RECORD.
       01 SORT-WORK-RECORD.
         05 SRT-CAR-TYPE PIC X.
         05 SRT-PICKUP-DATE PIC 9(8).
         05 SRT-RESV-NO PIC 9(6).
         05 SRT-CUST-NUMBER PIC 9(6).
         05 SRT-LAST-NAME PIC X(15).
         05 SRT-POLICY PIC X.
           88 SRT-GUARANTEED VALUE 'G'.
         05 SRT-FEE-AMOUNT PIC 9(6)V99.

       FD  NO-SHOW-LISTING
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS NO-SHOW-LISTING-RECORD.
       01 NO-SHOW-LISTING-RECORD PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-FIRST-ENTRY-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-RATE-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 FILE-STATUS-CONTROLS.
         05 RSV-FILE-STATUS PIC XX.
           88 RSV-FILE-OK VALUE '00'.
         05 CUST-FILE-STATUS PIC XX.
           88 CUST-FILE-OK VALUE '00'.
         05 CTR-FILE-STATUS PIC XX.
           88 CTR-FILE-OK VALUE '00'.

      * Latched once after the OPEN -- the live status is
      * overwritten by every keyed READ, so the lookups must test
      * this switch, never the status field.
       01 MASTER-AVAILABILITY-SWITCHES.
         05 W02-CUST-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.

      * The grace period runs from the pick-up date: a reservation
      * for yesterday is still held today in case the renter was
      * delayed; one older than that is a no-show.  RENTALS and
      * RESVFCT stop counting an OPEN entry at the same cutoff, so
      * the three must carry the same grace period.
       01 SWEEP-CONTROLS.
         05 NO-SHOW-GRACE-DAYS PIC 99 VALUE 01.
         05 W03-TODAYS-FULL-DATE PIC 9(8).
         05 W03-CUTOFF-DATE PIC 9(8).
         05 W03-PREV-CAR-TYPE PIC X.
         05 W03-MATCH-CODE PIC X.
         05 W03-TYPE-COUNT PIC 9(6) COMP VALUE 0.
         05 W03-TYPE-FEE-AMOUNT PIC 9(8)V99 COMP VALUE 0.

      * Daily rate per car type off cartype.dat -- the no-show fee
      * is one day of the type the customer reserved.
       01 CAR-TYPE-TABLE-CONTROLS.
         05 CTR-TABLE-COUNT PIC 99 COMP VALUE 0.
         05 W04-MORE-RATES-SWITCH PIC X(3) VALUE 'YES'.

       01 CAR-TYPE-TABLE.
         05 CTR-ENTRY OCCURS 10 TIMES INDEXED BY CTR-IDX.
           10 CTR-TBL-CODE PIC X.
           10 CTR-TBL-DESCRIPTION PIC X(20).
           10 CTR-TBL-DAILY-RATE PIC 9(4)V99.

      * Run-control ledger: refused when this step already
      * completed for the date, or when RENTALS has not.
       01 RUN-CONTROL-CONTROLS.
         05 RCT-FILE-STATUS PIC XX.
           88 RCT-FILE-MISSING VALUE '35'.
         05 RCN-THIS-STEP PIC X(8) VALUE 'RESVSWP'.
         05 RCN-PRIOR-STEP PIC X(8) VALUE 'RENTALS'.
         05 W05-RUN-CLEARED-SWITCH PIC X(3) VALUE 'YES'.

       01 CONTROL-TOTALS.
         05 CT-RESERVATIONS-READ PIC 9(6) COMP VALUE 0.
         05 CT-NO-SHOWS-MARKED PIC 9(6) COMP VALUE 0.
         05 CT-FEES-WRITTEN PIC 9(6) COMP VALUE 0.
         05 CT-FEE-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-FEES-NO-RATE PIC 9(6) COMP VALUE 0.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.
         05 TODAYS-MONTH PIC 99.
         05 TODAYS-DAY PIC 99.

       01 TODAYS-DATE-4.
         05 TODAYS-CCYY PIC 9(4).
         05 TODAYS-CCYY-MONTH PIC 99.
         05 TODAYS-CCYY-DAY PIC 99.

       01 HEADING-LISTING-LINE-ONE.
         05 PIC X(26) VALUE SPACES.
         05 PIC X(25) VALUE 'NO-SHOW RESERVATIONS AS O'.
         05 PIC X(2) VALUE 'F '.
         05 HDG-DATE.
           10 HDG-MONTH PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-DAY PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-YEAR PIC 99.
         05 PIC X(71) VALUE SPACES.

       01 HEADING-LISTING-LINE-TWO.
         05 FILLER PIC X(8) VALUE 'RESV #'.
         05 FILLER PIC X(8) VALUE 'CUST #'.
         05 FILLER PIC X(17) VALUE 'RENTER'.
         05 FILLER PIC X(10) VALUE 'PICK-UP'.
         05 FILLER PIC X(12) VALUE 'POLICY'.
         05 FILLER PIC X(11) VALUE 'NO-SHOW FEE'.
         05 FILLER PIC X(66) VALUE SPACES.

       01 CAR-TYPE-HEADING-LINE.
         05 FILLER PIC X(9) VALUE 'CAR TYPE '.
         05 CTH-CODE PIC X.
         05 FILLER PIC XX VALUE SPACES.
         05 CTH-DESCRIPTION PIC X(20).
         05 FILLER PIC X(100) VALUE SPACES.

       01 NO-SHOW-LINE.
         05 NSL-RESV-NO PIC 9(6).
         05 FILLER PIC XX VALUE SPACES.
         05 NSL-CUST-NUMBER PIC 9(6).
         05 FILLER PIC XX VALUE SPACES.
         05 NSL-LAST-NAME PIC X(15).
         05 FILLER PIC XX VALUE SPACES.
         05 NSL-PICKUP-DATE PIC 9(8).
         05 FILLER PIC XX VALUE SPACES.
         05 NSL-POLICY PIC X(10).
         05 FILLER PIC XX VALUE SPACES.
         05 NSL-FEE-AMOUNT PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
         05 FILLER PIC X(68) VALUE SPACES.

       01 TYPE-TOTAL-LINE.
         05 FILLER PIC X(8) VALUE SPACES.
         05 TTL-LABEL PIC X(10).
         05 TTL-COUNT PIC ZZZ,ZZ9.
         05 FILLER PIC X(29) VALUE SPACES.
         05 TTL-FEE-AMOUNT PIC ZZZ,ZZ9.99.
         05 FILLER PIC X(68) VALUE SPACES.

       01 TRAILER-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(25) VALUE 'END OF RUN CONTROL TOTALS'.
         05 FILLER PIC X(97) VALUE SPACES.

       01 TRAILER-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 TRL-LABEL PIC X(40).
         05 TRL-COUNT PIC ZZZ,ZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 TRL-AMOUNT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-GET-TODAYS-DATE
           PERFORM 130-VERIFY-RUN-CONTROL
      * A refused start touches nothing -- in particular not the
      * OUTPUT on the fee file.
           IF W05-RUN-CLEARED-SWITCH = 'NO'
               CLOSE RUN-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 135-STAMP-RUN-START
           PERFORM 110-LOAD-CAR-TYPE-TABLE
           SORT NO-SHOW-SORT-FILE
             ON ASCENDING KEY SRT-CAR-TYPE
                              SRT-PICKUP-DATE
                              SRT-RESV-NO
             INPUT PROCEDURE IS 300-SWEEP-RESERVATIONS
             OUTPUT PROCEDURE IS 500-PRINT-NO-SHOW-LISTING
           PERFORM 710-STAMP-RUN-COMPLETE
           CLOSE RUN-CONTROL-FILE
           STOP RUN.

       100-GET-TODAYS-DATE.
      * Retrieve the system date and store it in TODAYS-DATE.
           ACCEPT TODAYS-DATE FROM DATE
           MOVE TODAYS-MONTH TO HDG-MONTH
           MOVE TODAYS-DAY TO HDG-DAY
           MOVE TODAYS-YEAR TO HDG-YEAR
           ACCEPT TODAYS-DATE-4 FROM DATE YYYYMMDD
           COMPUTE W03-TODAYS-FULL-DATE =
             TODAYS-CCYY * 10000
             + TODAYS-CCYY-MONTH * 100
             + TODAYS-CCYY-DAY
           COMPUTE W03-CUTOFF-DATE =
             FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W03-TODAYS-FULL-DATE)
                - NO-SHOW-GRACE-DAYS).

       110-LOAD-CAR-TYPE-TABLE.
      * A missing rate file leaves the table empty: the sweep still
      * marks every no-show, but no fee can be priced, and the
      * trailer counts the guaranteed customers left unbilled.
           OPEN INPUT CAR-TYPE-RATES
           IF CTR-FILE-OK
               MOVE 'YES' TO W04-MORE-RATES-SWITCH
               PERFORM 115-READ-CAR-TYPE-RATE
                 UNTIL W04-MORE-RATES-SWITCH = 'NO'
                    OR CTR-TABLE-COUNT = 10
               CLOSE CAR-TYPE-RATES
           END-IF.

       115-READ-CAR-TYPE-RATE.
           READ CAR-TYPE-RATES
               AT END
                   MOVE 'NO' TO W04-MORE-RATES-SWITCH
               NOT AT END
                   ADD 1 TO CTR-TABLE-COUNT
                   SET CTR-IDX TO CTR-TABLE-COUNT
                   MOVE CTR-CODE TO CTR-TBL-CODE (CTR-IDX)
                   MOVE CTR-DESCRIPTION TO CTR-TBL-DESCRIPTION (CTR-IDX)
                   MOVE CTR-DAILY-RATE TO CTR-TBL-DAILY-RATE (CTR-IDX)
           END-READ.

       130-VERIFY-RUN-CONTROL.
      * The very first run has no ledger to open, so one is created
      * empty and reopened.  A record already COMPLETED for today
      * means the day's no-shows are already swept and billed -- a
      * genuine rerun goes through the RUNCTLM override first.
           OPEN I-O RUN-CONTROL-FILE
           IF RCT-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           MOVE W03-TODAYS-FULL-DATE TO RCT-RUN-DATE
           MOVE RCN-THIS-STEP TO RCT-STEP-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCT-STEP-COMPLETED
                       DISPLAY 'RESVSWP ALREADY COMPLETED FOR '
                         RCT-RUN-DATE ' - START REFUSED'
                       DISPLAY 'KEY AN OVERRIDE THROUGH RUNCTLM '
                         'FOR A GENUINE RERUN'
                       MOVE 'NO' TO W05-RUN-CLEARED-SWITCH
                   END-IF
           END-READ
           IF W05-RUN-CLEARED-SWITCH = 'YES'
               MOVE W03-TODAYS-FULL-DATE TO RCT-RUN-DATE
               MOVE RCN-PRIOR-STEP TO RCT-STEP-NAME
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY 'RENTALS HAS NOT RUN FOR '
                         W03-TODAYS-FULL-DATE ' - RESVSWP REFUSED'
                       MOVE 'NO' TO W05-RUN-CLEARED-SWITCH
                   NOT INVALID KEY
                       IF NOT RCT-STEP-COMPLETED
                           DISPLAY 'RENTALS HAS NOT COMPLETED FOR '
                             RCT-RUN-DATE ' - RESVSWP REFUSED'
                           MOVE 'NO' TO W05-RUN-CLEARED-SWITCH
                       END-IF
               END-READ
           END-IF.

       135-STAMP-RUN-START.
           MOVE W03-TODAYS-FULL-DATE TO RCT-RUN-DATE
           MOVE RCN-THIS-STEP TO RCT-STEP-NAME
           MOVE 'S' TO RCT-STATUS
           ACCEPT RCT-STAMP-TIME FROM TIME
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

       200-WRITE-LISTING-HEADINGS.
           MOVE HEADING-LISTING-LINE-ONE TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           MOVE SPACES TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           MOVE HEADING-LISTING-LINE-TWO TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD.

       300-SWEEP-RESERVATIONS.
      * The fee file is written even on a night with nothing to
      * sweep, so ARPOST never picks up yesterday's fees.  No
      * reservation master means nothing to sweep, not a failure.
           OPEN OUTPUT NO-SHOW-FEE-FILE
           OPEN INPUT CUSTOMER-MASTER
           IF CUST-FILE-OK
               MOVE 'YES' TO W02-CUST-MASTER-OK-SWITCH
           END-IF
           OPEN I-O RESERVATION-MASTER
           IF NOT RSV-FILE-OK
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           ELSE
               MOVE ZEROS TO RSV-RESV-NO
               START RESERVATION-MASTER KEY IS >= RSV-RESV-NO
                   INVALID KEY
                       MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-START
           END-IF
           IF W01-DATA-REMAINS-SWITCH = 'YES'
               PERFORM 310-READ-NEXT-RESERVATION
           END-IF
           PERFORM 320-SWEEP-ONE-RESERVATION
             UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           CLOSE RESERVATION-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE NO-SHOW-FEE-FILE.

       310-READ-NEXT-RESERVATION.
           READ RESERVATION-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO CT-RESERVATIONS-READ
           END-READ.

       320-SWEEP-ONE-RESERVATION.
      * Only an OPEN promise can become a no-show -- a filled,
      * cancelled or already-swept entry is left exactly as it is.
           IF RSV-RESV-OPEN
              AND RSV-PICKUP-DATE < W03-CUTOFF-DATE
               PERFORM 330-MARK-NO-SHOW
           END-IF
           PERFORM 310-READ-NEXT-RESERVATION.

       330-MARK-NO-SHOW.
           MOVE 'N' TO RSV-STATUS
           REWRITE RESERVATION-RECORD
           ADD 1 TO CT-NO-SHOWS-MARKED
           MOVE RSV-CAR-TYPE TO SRT-CAR-TYPE
           MOVE RSV-PICKUP-DATE TO SRT-PICKUP-DATE
           MOVE RSV-RESV-NO TO SRT-RESV-NO
           MOVE RSV-CUST-NUMBER TO SRT-CUST-NUMBER
           MOVE ZEROS TO SRT-FEE-AMOUNT
           PERFORM 340-LOOKUP-CUSTOMER
           IF SRT-GUARANTEED
               PERFORM 350-WRITE-NO-SHOW-FEE
           END-IF
           RELEASE SORT-WORK-RECORD.

       340-LOOKUP-CUSTOMER.
      * A customer the master does not know cannot be shown to be
      * on the guarantee, so no fee is billed -- better an unbilled
      * no-show than a charge against an account nobody can find.
           MOVE SPACES TO SRT-LAST-NAME
           MOVE 'N' TO SRT-POLICY
           IF W02-CUST-MASTER-OK-SWITCH = 'YES'
               MOVE RSV-CUST-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-LAST-NAME TO SRT-LAST-NAME
                       IF CUST-RESV-GUARANTEED
                           MOVE 'G' TO SRT-POLICY
                       END-IF
               END-READ
           END-IF.

       350-WRITE-NO-SHOW-FEE.
      * One day at the reserved type's daily rate.  A type the rate
      * file no longer lists has no price to bill, so the no-show
      * is listed without a fee and counted on the trailer.
           MOVE RSV-CAR-TYPE TO W03-MATCH-CODE
           PERFORM 360-FIND-CAR-TYPE-RATE
           IF W01-RATE-FOUND-SWITCH = 'YES'
              AND CTR-TBL-DAILY-RATE (CTR-IDX) > 0
               MOVE CTR-TBL-DAILY-RATE (CTR-IDX) TO SRT-FEE-AMOUNT
               MOVE RSV-CUST-NUMBER TO NSF-CUST-NUMBER
               MOVE RSV-RESV-NO TO NSF-RESV-NO
               MOVE RSV-CAR-TYPE TO NSF-CAR-TYPE
               MOVE RSV-PICKUP-DATE TO NSF-PICKUP-DATE
               MOVE SRT-FEE-AMOUNT TO NSF-FEE-AMOUNT
               WRITE NO-SHOW-FEE-RECORD
               ADD 1 TO CT-FEES-WRITTEN
               ADD SRT-FEE-AMOUNT TO CT-FEE-AMOUNT
           ELSE
               ADD 1 TO CT-FEES-NO-RATE
           END-IF.

       360-FIND-CAR-TYPE-RATE.
      * Fell off the table: W01-RATE-FOUND-SWITCH stays 'NO'.
           MOVE 'NO' TO W01-RATE-FOUND-SWITCH
           SET CTR-IDX TO 1
           PERFORM 365-MATCH-CAR-TYPE-RATE
             UNTIL CTR-IDX > CTR-TABLE-COUNT
                OR W01-RATE-FOUND-SWITCH = 'YES'.

       365-MATCH-CAR-TYPE-RATE.
           IF CTR-TBL-CODE (CTR-IDX) = W03-MATCH-CODE
               MOVE 'YES' TO W01-RATE-FOUND-SWITCH
           ELSE
               SET CTR-IDX UP BY 1
           END-IF.

       500-PRINT-NO-SHOW-LISTING.
           OPEN OUTPUT NO-SHOW-LISTING
           PERFORM 200-WRITE-LISTING-HEADINGS
           MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
           PERFORM 510-RETURN-SORTED-NO-SHOW
           PERFORM 520-PRINT-ONE-NO-SHOW
             UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           IF W01-FIRST-ENTRY-SWITCH = 'NO'
               PERFORM 600-WRITE-TYPE-TOTAL
           END-IF
           MOVE 'ALL TYPES' TO TTL-LABEL
           MOVE CT-NO-SHOWS-MARKED TO TTL-COUNT
           MOVE CT-FEE-AMOUNT TO TTL-FEE-AMOUNT
           MOVE TYPE-TOTAL-LINE TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE NO-SHOW-LISTING.

       510-RETURN-SORTED-NO-SHOW.
           RETURN NO-SHOW-SORT-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-RETURN.

       520-PRINT-ONE-NO-SHOW.
      * Control break on car type: close out the previous type's
      * group with its count and fees, open the next one's.
           IF W01-FIRST-ENTRY-SWITCH = 'YES'
               MOVE 'NO' TO W01-FIRST-ENTRY-SWITCH
               PERFORM 530-START-CAR-TYPE-GROUP
           ELSE
               IF SRT-CAR-TYPE NOT = W03-PREV-CAR-TYPE
                   PERFORM 600-WRITE-TYPE-TOTAL
                   PERFORM 530-START-CAR-TYPE-GROUP
               END-IF
           END-IF
           MOVE SRT-RESV-NO TO NSL-RESV-NO
           MOVE SRT-CUST-NUMBER TO NSL-CUST-NUMBER
           MOVE SRT-LAST-NAME TO NSL-LAST-NAME
           MOVE SRT-PICKUP-DATE TO NSL-PICKUP-DATE
           IF SRT-GUARANTEED
               MOVE 'GUARANTEED' TO NSL-POLICY
           ELSE
               MOVE 'STANDARD' TO NSL-POLICY
           END-IF
           MOVE SRT-FEE-AMOUNT TO NSL-FEE-AMOUNT
           MOVE NO-SHOW-LINE TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           ADD 1 TO W03-TYPE-COUNT
           ADD SRT-FEE-AMOUNT TO W03-TYPE-FEE-AMOUNT
           PERFORM 510-RETURN-SORTED-NO-SHOW.

       530-START-CAR-TYPE-GROUP.
      * The description comes off the rate table; a type the rate
      * file no longer lists prints with its code alone.
           MOVE SRT-CAR-TYPE TO W03-PREV-CAR-TYPE
           MOVE 0 TO W03-TYPE-COUNT
           MOVE 0 TO W03-TYPE-FEE-AMOUNT
           MOVE SRT-CAR-TYPE TO CTH-CODE
           MOVE SPACES TO CTH-DESCRIPTION
           MOVE SRT-CAR-TYPE TO W03-MATCH-CODE
           PERFORM 360-FIND-CAR-TYPE-RATE
           IF W01-RATE-FOUND-SWITCH = 'YES'
               MOVE CTR-TBL-DESCRIPTION (CTR-IDX) TO CTH-DESCRIPTION
           END-IF
           MOVE SPACES TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           MOVE CAR-TYPE-HEADING-LINE TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD.

       600-WRITE-TYPE-TOTAL.
           MOVE 'NO-SHOWS' TO TTL-LABEL
           MOVE W03-TYPE-COUNT TO TTL-COUNT
           MOVE W03-TYPE-FEE-AMOUNT TO TTL-FEE-AMOUNT
           MOVE TYPE-TOTAL-LINE TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           MOVE SPACES TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD.

       700-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           MOVE TRAILER-HEADING-LINE TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           MOVE SPACES TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           MOVE 'RESERVATIONS READ' TO TRL-LABEL
           MOVE CT-RESERVATIONS-READ TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           MOVE TRAILER-LINE TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           MOVE 'OPEN RESERVATIONS MARKED NO-SHOW' TO TRL-LABEL
           MOVE CT-NO-SHOWS-MARKED TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           MOVE TRAILER-LINE TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           MOVE 'NO-SHOW FEES WRITTEN' TO TRL-LABEL
           MOVE CT-FEES-WRITTEN TO TRL-COUNT
           MOVE CT-FEE-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD
           MOVE 'GUARANTEED, NO RATE FOR CAR TYPE' TO TRL-LABEL
           MOVE CT-FEES-NO-RATE TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           MOVE TRAILER-LINE TO NO-SHOW-LISTING-RECORD
           WRITE NO-SHOW-LISTING-RECORD.

       710-STAMP-RUN-COMPLETE.
      * Only reached on a clean finish -- an abend leaves the entry
      * STARTED, and the resubmitted step runs again.
           MOVE W03-TODAYS-FULL-DATE TO RCT-RUN-DATE
           MOVE RCN-THIS-STEP TO RCT-STEP-NAME
           MOVE 'C' TO RCT-STATUS
           ACCEPT RCT-STAMP-TIME FROM TIME
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.
