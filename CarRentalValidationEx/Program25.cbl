       IDENTIFICATION DIVISION.
      * ClaimAging.cbl
       PROGRAM-ID. CLMAGING.
       AUTHOR. Dhanan Thannoo.

      * Damage claims aging report.  Reads the claims master INCPOST
      * opens and CLAIMMNT closes, and for every claim still OPEN
      * prints what the carrier owes -- the repair estimate less the
      * deductible the renter was billed -- in the current/31-60/
      * 61-90/over-90-day column by how long the claim has been
      * open, so the claims desk knows which carriers to chase.
      * Settled and denied claims are not aged, but are counted on
      * the trailer (settlements with what was paid) so the report
      * also shows how the book of claims stands overall.  The
      * master is in claim number order, which is the order the
      * claims were opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-MASTER ASSIGN TO 'claims.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CLM-CLAIM-NO
                                FILE STATUS IS CLM-FILE-STATUS.

           SELECT CLAIM-AGING-REPORT ASSIGN TO 'clmaging.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CLAIM-RECORD.
           COPY CLAIMMAS.

       FD  CLAIM-AGING-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CLAIM-AGING-RECORD.
       01 CLAIM-AGING-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

       01 CLAIMS-MASTER-CONTROLS.
         05 CLM-FILE-STATUS PIC XX.
           88 CLM-FILE-OK VALUE '00'.

       01 AGING-WORK-FIELDS.
         05 W02-TODAYS-INTEGER PIC S9(7).
         05 W02-OPENED-INTEGER PIC S9(7).
         05 W02-AGE-DAYS PIC S9(5).
         05 W02-RECOVERY-DUE PIC S9(7)V99.

       01 GRAND-BUCKET-TOTALS.
         05 W04-GRAND-CURRENT PIC S9(8)V99 VALUE 0.
         05 W04-GRAND-31-60 PIC S9(8)V99 VALUE 0.
         05 W04-GRAND-61-90 PIC S9(8)V99 VALUE 0.
         05 W04-GRAND-OVER-90 PIC S9(8)V99 VALUE 0.

       01 CONTROL-TOTALS.
         05 CT-CLAIMS-OPEN PIC 9(6) COMP VALUE 0.
         05 CT-OPEN-EST-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-CLAIMS-SETTLED PIC 9(6) COMP VALUE 0.
         05 CT-SETTLED-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-CLAIMS-DENIED PIC 9(6) COMP VALUE 0.
         05 CT-DENIED-EST-AMOUNT PIC 9(8)V99 COMP VALUE 0.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.
         05 TODAYS-MONTH PIC 99.
         05 TODAYS-DAY PIC 99.

       01 TODAYS-DATE-4.
         05 TODAYS-CCYY PIC 9(4).
         05 TODAYS-CCYY-MONTH PIC 99.
         05 TODAYS-CCYY-DAY PIC 99.

       01 HEADING-AGING-LINE-ONE.
         05 PIC X(26) VALUE SPACES.
         05 PIC X(24) VALUE 'DAMAGE CLAIMS AGING AS '.
         05 PIC X(3) VALUE 'OF '.
         05 HDG-DATE.
           10 HDG-MONTH PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-DAY PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-YEAR PIC 99.
         05 PIC X(71) VALUE SPACES.

       01 HEADING-AGING-LINE-TWO.
         05 FILLER PIC X(8) VALUE 'CLAIM #'.
         05 FILLER PIC X(19) VALUE 'VIN'.
         05 FILLER PIC X(8) VALUE 'CONTRACT'.
         05 FILLER PIC X(10) VALUE '  OPENED'.
         05 FILLER PIC X(12) VALUE '  EST COST'.
         05 FILLER PIC X(6) VALUE SPACES.
         05 FILLER PIC X(7) VALUE 'CURRENT'.
         05 FILLER PIC X(9) VALUE SPACES.
         05 FILLER PIC X(5) VALUE '31-60'.
         05 FILLER PIC X(9) VALUE SPACES.
         05 FILLER PIC X(5) VALUE '61-90'.
         05 FILLER PIC X(7) VALUE SPACES.
         05 FILLER PIC X(7) VALUE 'OVER 90'.
         05 FILLER PIC X(20) VALUE SPACES.

       01 AGING-LINE.
         05 AGE-CLAIM-NO PIC 9(6).
         05 FILLER PIC XX VALUE SPACES.
         05 AGE-VIN PIC X(17).
         05 FILLER PIC XX VALUE SPACES.
         05 AGE-CONTRACT-NO PIC 9(6).
         05 FILLER PIC X(4) VALUE SPACES.
         05 AGE-OPENED-DATE PIC 9(8).
         05 FILLER PIC XX VALUE SPACES.
         05 AGE-EST-COST PIC ZZZ,ZZ9.99.
         05 FILLER PIC X VALUE SPACES.
         05 AGE-CURRENT PIC Z,ZZZ,ZZ9.99-.
         05 FILLER PIC X VALUE SPACES.
         05 AGE-31-60 PIC Z,ZZZ,ZZ9.99-.
         05 FILLER PIC X VALUE SPACES.
         05 AGE-61-90 PIC Z,ZZZ,ZZ9.99-.
         05 FILLER PIC X VALUE SPACES.
         05 AGE-OVER-90 PIC Z,ZZZ,ZZ9.99-.
         05 FILLER PIC X(19) VALUE SPACES.

       01 GRAND-TOTAL-LINE.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(50) VALUE 'RECOVERIES DUE FROM CARRIERS'.
         05 GTL-CURRENT PIC Z,ZZZ,ZZ9.99-.
         05 FILLER PIC X VALUE SPACES.
         05 GTL-31-60 PIC Z,ZZZ,ZZ9.99-.
         05 FILLER PIC X VALUE SPACES.
         05 GTL-61-90 PIC Z,ZZZ,ZZ9.99-.
         05 FILLER PIC X VALUE SPACES.
         05 GTL-OVER-90 PIC Z,ZZZ,ZZ9.99-.
         05 FILLER PIC X(19) VALUE SPACES.

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
           OPEN INPUT CLAIMS-MASTER
           OPEN OUTPUT CLAIM-AGING-REPORT
           PERFORM 200-WRITE-AGING-HEADINGS
      * No claim has ever been opened until the first insured
      * incident -- put out an empty report rather than read a
      * file that never opened.
           IF NOT CLM-FILE-OK
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-IF
           IF W01-DATA-REMAINS-SWITCH = 'YES'
               PERFORM 300-START-CLAIMS-MASTER
           END-IF
           PERFORM 400-PROCESS-CLAIMS
             UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           PERFORM 700-WRITE-GRAND-TOTALS
           IF CLM-FILE-OK
               CLOSE CLAIMS-MASTER
           END-IF
           CLOSE CLAIM-AGING-REPORT
           STOP RUN.

       100-GET-TODAYS-DATE.
      * Retrieve the system date and store it in TODAYS-DATE.
           ACCEPT TODAYS-DATE FROM DATE
           MOVE TODAYS-MONTH TO HDG-MONTH
           MOVE TODAYS-DAY TO HDG-DAY
           MOVE TODAYS-YEAR TO HDG-YEAR
           ACCEPT TODAYS-DATE-4 FROM DATE YYYYMMDD
           COMPUTE W02-TODAYS-INTEGER =
             FUNCTION INTEGER-OF-DATE
               (TODAYS-CCYY * 10000
                + TODAYS-CCYY-MONTH * 100
                + TODAYS-CCYY-DAY).

       200-WRITE-AGING-HEADINGS.
           MOVE HEADING-AGING-LINE-ONE TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD
           MOVE SPACES TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD
           MOVE HEADING-AGING-LINE-TWO TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD
           MOVE SPACES TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD.

       300-START-CLAIMS-MASTER.
           MOVE ZEROS TO CLM-CLAIM-NO
           START CLAIMS-MASTER KEY IS >= CLM-CLAIM-NO
               INVALID KEY
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-START
           IF W01-DATA-REMAINS-SWITCH = 'YES'
               PERFORM 310-READ-NEXT-CLAIM
           END-IF.

       310-READ-NEXT-CLAIM.
           READ CLAIMS-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       400-PROCESS-CLAIMS.
           EVALUATE TRUE
               WHEN CLM-CLAIM-OPEN
                   ADD 1 TO CT-CLAIMS-OPEN
                   ADD CLM-EST-COST TO CT-OPEN-EST-AMOUNT
                   PERFORM 500-AGE-AND-PRINT-CLAIM
               WHEN CLM-CLAIM-SETTLED
                   ADD 1 TO CT-CLAIMS-SETTLED
                   ADD CLM-SETTLED-AMOUNT TO CT-SETTLED-AMOUNT
               WHEN CLM-CLAIM-DENIED
                   ADD 1 TO CT-CLAIMS-DENIED
                   ADD CLM-EST-COST TO CT-DENIED-EST-AMOUNT
           END-EVALUATE
           PERFORM 310-READ-NEXT-CLAIM.

       500-AGE-AND-PRINT-CLAIM.
      * The recovery lands in exactly one column by how long the
      * claim has been open; a zero opened date (should not happen)
      * ages as over 90 so it surfaces for the desk rather than
      * hiding as current.
           IF CLM-OPENED-DATE = ZEROS
               MOVE 99999 TO W02-AGE-DAYS
           ELSE
               COMPUTE W02-OPENED-INTEGER =
                 FUNCTION INTEGER-OF-DATE (CLM-OPENED-DATE)
               COMPUTE W02-AGE-DAYS =
                 W02-TODAYS-INTEGER - W02-OPENED-INTEGER
           END-IF
           COMPUTE W02-RECOVERY-DUE = CLM-EST-COST - CLM-DEDUCTIBLE
           MOVE SPACES TO AGING-LINE
           MOVE CLM-CLAIM-NO TO AGE-CLAIM-NO
           MOVE CLM-VIN TO AGE-VIN
           MOVE CLM-CONTRACT-NO TO AGE-CONTRACT-NO
           MOVE CLM-OPENED-DATE TO AGE-OPENED-DATE
           MOVE CLM-EST-COST TO AGE-EST-COST
           EVALUATE TRUE
               WHEN W02-AGE-DAYS <= 30
                   MOVE W02-RECOVERY-DUE TO AGE-CURRENT
                   ADD W02-RECOVERY-DUE TO W04-GRAND-CURRENT
               WHEN W02-AGE-DAYS <= 60
                   MOVE W02-RECOVERY-DUE TO AGE-31-60
                   ADD W02-RECOVERY-DUE TO W04-GRAND-31-60
               WHEN W02-AGE-DAYS <= 90
                   MOVE W02-RECOVERY-DUE TO AGE-61-90
                   ADD W02-RECOVERY-DUE TO W04-GRAND-61-90
               WHEN OTHER
                   MOVE W02-RECOVERY-DUE TO AGE-OVER-90
                   ADD W02-RECOVERY-DUE TO W04-GRAND-OVER-90
           END-EVALUATE
           MOVE AGING-LINE TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD.

       700-WRITE-GRAND-TOTALS.
           MOVE SPACES TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD
           MOVE W04-GRAND-CURRENT TO GTL-CURRENT
           MOVE W04-GRAND-31-60 TO GTL-31-60
           MOVE W04-GRAND-61-90 TO GTL-61-90
           MOVE W04-GRAND-OVER-90 TO GTL-OVER-90
           MOVE GRAND-TOTAL-LINE TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD
           MOVE SPACES TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD
           MOVE TRAILER-HEADING-LINE TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD
           MOVE SPACES TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD
           MOVE 'CLAIMS OPEN (ESTIMATED COST)' TO TRL-LABEL
           MOVE CT-CLAIMS-OPEN TO TRL-COUNT
           MOVE CT-OPEN-EST-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD
           MOVE 'CLAIMS SETTLED (AMOUNT PAID)' TO TRL-LABEL
           MOVE CT-CLAIMS-SETTLED TO TRL-COUNT
           MOVE CT-SETTLED-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD
           MOVE 'CLAIMS DENIED (ESTIMATED COST)' TO TRL-LABEL
           MOVE CT-CLAIMS-DENIED TO TRL-COUNT
           MOVE CT-DENIED-EST-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO CLAIM-AGING-RECORD
           WRITE CLAIM-AGING-RECORD.
