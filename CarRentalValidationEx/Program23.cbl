       IDENTIFICATION DIVISION.
      * TaxRemit.cbl
       PROGRAM-ID. TAXRPT.
       AUTHOR. Dhanan Thannoo.

      * Month-end sales tax and surcharge remittance report.  BILLING
      * stamps every history row with the jurisdiction its branch
      * sits in and carries the surcharge and tax it charged, so the
      * returns accounting files no longer have to be rebuilt by
      * hand from the invoice register: every rental-history record
      * for the report month -- the calendar month the run date
      * falls in, same rule as HISTRPT -- goes through an internal
      * sort on jurisdiction and branch, and one line prints per
      * branch with its contracts, net rental, location surcharge,
      * taxable amount and tax collected, totalled per jurisdiction
      * and for the month.  Rows BILLING could not price a tax for
      * (a branch missing from taxrates.dat) carry a blank
      * jurisdiction; they print under their own heading at the top
      * so a short filing is seen, not made.  Branch names come off
      * the same branch master the rest of the system uses.  Printed
      * to taxrpt.dat for the accounting queue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTAL-HISTORY-FILE ASSIGN TO 'rentalhist.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS HST-FILE-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO 'branchmas.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS BRN-FILE-STATUS.

           SELECT TAX-SORT-FILE ASSIGN TO 'taxsort.tmp'.

           SELECT REMITTANCE-REPORT ASSIGN TO 'taxrpt.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-HISTORY-FILE
           RECORD CONTAINS 124 CHARACTERS
           DATA RECORD IS RENTAL-HISTORY-RECORD.
           COPY RENTHIST.

       FD  BRANCH-MASTER
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS BRANCH-RECORD.
           COPY BRANCH.

       SD  TAX-SORT-FILE
           DATA RECORD IS SORT-WORK-RECORD.
       01 SORT-WORK-RECORD.
         05 SRT-JURISDICTION PIC X(12).
         05 SRT-BRANCH PIC X(3).
         05 SRT-NET-RENTAL PIC 9(6)V99.
         05 SRT-SURCHARGE-AMOUNT PIC 9(6)V99.
         05 SRT-TAX-AMOUNT PIC 9(6)V99.

       FD  REMITTANCE-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REMITTANCE-RECORD.
       01 REMITTANCE-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-FIRST-ROW-SWITCH PIC X(3) VALUE 'YES'.
      * Latched once after the OPEN -- the live file status ends
      * the run holding '10' from the AT END, so the CLOSE must
      * test this switch, not the status.
         05 W01-HISTORY-OPEN-SWITCH PIC X(3) VALUE 'NO'.

       01 FILE-STATUS-CONTROLS.
         05 HST-FILE-STATUS PIC XX.
           88 HST-FILE-OK VALUE '00'.
         05 BRN-FILE-STATUS PIC XX.
           88 BRN-FILE-OK VALUE '00'.

      * Branch names off the branch master, loaded the way HISTRPT
      * loads them.
       01 BRANCH-TABLE-CONTROLS.
         05 BRN-TABLE-COUNT PIC 99 COMP VALUE 0.
         05 W05-MORE-BRANCHES-SWITCH PIC X(3) VALUE 'YES'.
         05 W05-BRANCH-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 BRANCH-TABLE.
         05 BRN-ENTRY OCCURS 10 TIMES INDEXED BY BRN-IDX.
           10 BRN-TBL-CODE PIC X(3).
           10 BRN-TBL-NAME PIC X(20).

       01 REMITTANCE-WORK-FIELDS.
         05 W02-CUR-CCYYMM PIC 9(6).
         05 W02-HST-CCYYMM PIC 9(6).
         05 W02-PREV-JURISDICTION PIC X(12).
         05 W02-PREV-BRANCH PIC X(3).

      * One set of accumulators per level of the break: the branch
      * line, the jurisdiction total and the month total.
       01 BRANCH-ACCUMULATORS.
         05 W03-BRN-CONTRACTS PIC 9(6) VALUE 0.
         05 W03-BRN-NET-RENTAL PIC 9(8)V99 VALUE 0.
         05 W03-BRN-SURCHARGE PIC 9(8)V99 VALUE 0.
         05 W03-BRN-TAX PIC 9(8)V99 VALUE 0.

       01 JURISDICTION-ACCUMULATORS.
         05 W04-JUR-CONTRACTS PIC 9(6) VALUE 0.
         05 W04-JUR-NET-RENTAL PIC 9(8)V99 VALUE 0.
         05 W04-JUR-SURCHARGE PIC 9(8)V99 VALUE 0.
         05 W04-JUR-TAX PIC 9(8)V99 VALUE 0.

       01 CONTROL-TOTALS.
         05 CT-CONTRACTS PIC 9(6) COMP VALUE 0.
         05 CT-NET-RENTAL PIC 9(8)V99 COMP VALUE 0.
         05 CT-SURCHARGE PIC 9(8)V99 COMP VALUE 0.
         05 CT-TAX PIC 9(8)V99 COMP VALUE 0.
         05 CT-JURISDICTIONS PIC 9(6) COMP VALUE 0.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.
         05 TODAYS-MONTH PIC 99.
         05 TODAYS-DAY PIC 99.

       01 TODAYS-DATE-4.
         05 TODAYS-CCYY PIC 9(4).
         05 TODAYS-CCYY-MONTH PIC 99.
         05 TODAYS-CCYY-DAY PIC 99.

       01 HEADING-REMIT-LINE-ONE.
         05 PIC X(20) VALUE SPACES.
         05 PIC X(25) VALUE 'SALES TAX AND SURCHARGE R'.
         05 PIC X(15) VALUE 'EMITTANCE AS OF'.
         05 PIC X VALUE SPACES.
         05 HDG-DATE.
           10 HDG-MONTH PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-DAY PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-YEAR PIC 99.
         05 PIC X(6) VALUE SPACES.
         05 PIC X(13) VALUE 'REPORT MONTH '.
         05 HDG-CUR-CCYYMM PIC 9(6).
         05 PIC X(38) VALUE SPACES.

       01 HEADING-REMIT-LINE-TWO.
         05 FILLER PIC X(14) VALUE 'JURISDICTION'.
         05 FILLER PIC X(5) VALUE 'BRN'.
         05 FILLER PIC X(20) VALUE 'BRANCH NAME'.
         05 FILLER PIC X(9) VALUE 'CONTRACTS'.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(10) VALUE 'NET RENTAL'.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(9) VALUE 'SURCHARGE'.
         05 FILLER PIC X(7) VALUE SPACES.
         05 FILLER PIC X(7) VALUE 'TAXABLE'.
         05 FILLER PIC X(11) VALUE SPACES.
         05 FILLER PIC X(3) VALUE 'TAX'.
         05 FILLER PIC X(28) VALUE SPACES.

       01 REMITTANCE-LINE.
         05 RML-JURISDICTION PIC X(12).
         05 FILLER PIC XX VALUE SPACES.
         05 RML-BRANCH PIC X(3).
         05 FILLER PIC XX VALUE SPACES.
         05 RML-BRANCH-NAME PIC X(20).
         05 FILLER PIC XX VALUE SPACES.
         05 RML-CONTRACTS PIC ZZZ,ZZ9.
         05 FILLER PIC XX VALUE SPACES.
         05 RML-NET-RENTAL PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC XX VALUE SPACES.
         05 RML-SURCHARGE PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC XX VALUE SPACES.
         05 RML-TAXABLE PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC XX VALUE SPACES.
         05 RML-TAX PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(28) VALUE SPACES.

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
           PERFORM 110-LOAD-BRANCH-TABLE
           SORT TAX-SORT-FILE
             ON ASCENDING KEY SRT-JURISDICTION
                              SRT-BRANCH
             INPUT PROCEDURE IS 300-RELEASE-MONTH-ROWS
             OUTPUT PROCEDURE IS 500-PRINT-REMITTANCE
           STOP RUN.

       100-GET-TODAYS-DATE.
      * Retrieve the system date, then fix the report month -- the
      * calendar month the run date falls in, same rule as HISTRPT.
           ACCEPT TODAYS-DATE FROM DATE
           MOVE TODAYS-MONTH TO HDG-MONTH
           MOVE TODAYS-DAY TO HDG-DAY
           MOVE TODAYS-YEAR TO HDG-YEAR
           ACCEPT TODAYS-DATE-4 FROM DATE YYYYMMDD
           COMPUTE W02-CUR-CCYYMM =
             TODAYS-CCYY * 100 + TODAYS-CCYY-MONTH
           MOVE W02-CUR-CCYYMM TO HDG-CUR-CCYYMM.

       110-LOAD-BRANCH-TABLE.
      * A missing master just leaves the names blank -- the codes
      * and the money still print.
           OPEN INPUT BRANCH-MASTER
           IF BRN-FILE-OK
               MOVE 'YES' TO W05-MORE-BRANCHES-SWITCH
               PERFORM 115-READ-BRANCH-RECORD
                 UNTIL W05-MORE-BRANCHES-SWITCH = 'NO'
                    OR BRN-TABLE-COUNT = 10
               CLOSE BRANCH-MASTER
           END-IF.

       115-READ-BRANCH-RECORD.
           READ BRANCH-MASTER
               AT END
                   MOVE 'NO' TO W05-MORE-BRANCHES-SWITCH
               NOT AT END
                   ADD 1 TO BRN-TABLE-COUNT
                   SET BRN-IDX TO BRN-TABLE-COUNT
                   MOVE BRN-CODE TO BRN-TBL-CODE (BRN-IDX)
                   MOVE BRN-NAME TO BRN-TBL-NAME (BRN-IDX)
           END-READ.

       300-RELEASE-MONTH-ROWS.
           OPEN INPUT RENTAL-HISTORY-FILE
           IF HST-FILE-OK
               MOVE 'YES' TO W01-HISTORY-OPEN-SWITCH
           ELSE
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-IF
           IF W01-DATA-REMAINS-SWITCH = 'YES'
               PERFORM 310-READ-HISTORY-RECORD
           END-IF
           PERFORM 320-RELEASE-ONE-HISTORY-ROW
             UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           IF W01-HISTORY-OPEN-SWITCH = 'YES'
               CLOSE RENTAL-HISTORY-FILE
           END-IF.

       310-READ-HISTORY-RECORD.
           READ RENTAL-HISTORY-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       320-RELEASE-ONE-HISTORY-ROW.
      * Only the report month takes part.  A row from before BILLING
      * charged tax carries the new fields blank; it releases with
      * no surcharge, no tax and no jurisdiction, so the month still
      * foots to the history file.
           COMPUTE W02-HST-CCYYMM = HST-RUN-DATE / 100
           IF W02-HST-CCYYMM = W02-CUR-CCYYMM
               MOVE HST-BRANCH TO SRT-BRANCH
               MOVE HST-TAX-JURISDICTION TO SRT-JURISDICTION
               IF HST-SURCHARGE-AMOUNT NUMERIC
                   MOVE HST-SURCHARGE-AMOUNT TO SRT-SURCHARGE-AMOUNT
               ELSE
                   MOVE ZEROS TO SRT-SURCHARGE-AMOUNT
               END-IF
               IF HST-TAX-AMOUNT NUMERIC
                   MOVE HST-TAX-AMOUNT TO SRT-TAX-AMOUNT
               ELSE
                   MOVE ZEROS TO SRT-TAX-AMOUNT
                   MOVE SPACES TO SRT-JURISDICTION
               END-IF
               COMPUTE SRT-NET-RENTAL = HST-TOTAL-CHARGE
                 - SRT-SURCHARGE-AMOUNT - SRT-TAX-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF
           PERFORM 310-READ-HISTORY-RECORD.

       500-PRINT-REMITTANCE.
           OPEN OUTPUT REMITTANCE-REPORT
           PERFORM 200-WRITE-REPORT-HEADINGS
           MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
           PERFORM 510-RETURN-SORTED-ROW
           PERFORM 520-ACCUMULATE-ONE-ROW
             UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           IF W01-FIRST-ROW-SWITCH = 'NO'
               PERFORM 600-WRITE-BRANCH-LINE
               PERFORM 620-WRITE-JURISDICTION-TOTAL
           END-IF
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE REMITTANCE-REPORT.

       200-WRITE-REPORT-HEADINGS.
           MOVE HEADING-REMIT-LINE-ONE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           MOVE SPACES TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           MOVE HEADING-REMIT-LINE-TWO TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           MOVE SPACES TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD.

       510-RETURN-SORTED-ROW.
           RETURN TAX-SORT-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-RETURN.

       520-ACCUMULATE-ONE-ROW.
      * Two-level control break: a new jurisdiction closes out both
      * the branch line and the jurisdiction total; a new branch in
      * the same jurisdiction closes out the branch line only.
           IF W01-FIRST-ROW-SWITCH = 'YES'
               MOVE 'NO' TO W01-FIRST-ROW-SWITCH
               PERFORM 530-START-JURISDICTION
               PERFORM 540-START-BRANCH
           ELSE
               IF SRT-JURISDICTION NOT = W02-PREV-JURISDICTION
                   PERFORM 600-WRITE-BRANCH-LINE
                   PERFORM 620-WRITE-JURISDICTION-TOTAL
                   PERFORM 530-START-JURISDICTION
                   PERFORM 540-START-BRANCH
               ELSE
                   IF SRT-BRANCH NOT = W02-PREV-BRANCH
                       PERFORM 600-WRITE-BRANCH-LINE
                       PERFORM 540-START-BRANCH
                   END-IF
               END-IF
           END-IF
           ADD 1 TO W03-BRN-CONTRACTS
           ADD SRT-NET-RENTAL TO W03-BRN-NET-RENTAL
           ADD SRT-SURCHARGE-AMOUNT TO W03-BRN-SURCHARGE
           ADD SRT-TAX-AMOUNT TO W03-BRN-TAX
           PERFORM 510-RETURN-SORTED-ROW.

       530-START-JURISDICTION.
           MOVE SRT-JURISDICTION TO W02-PREV-JURISDICTION
           MOVE 0 TO W04-JUR-CONTRACTS
           MOVE 0 TO W04-JUR-NET-RENTAL
           MOVE 0 TO W04-JUR-SURCHARGE
           MOVE 0 TO W04-JUR-TAX.

       540-START-BRANCH.
           MOVE SRT-BRANCH TO W02-PREV-BRANCH
           MOVE 0 TO W03-BRN-CONTRACTS
           MOVE 0 TO W03-BRN-NET-RENTAL
           MOVE 0 TO W03-BRN-SURCHARGE
           MOVE 0 TO W03-BRN-TAX.

       600-WRITE-BRANCH-LINE.
           IF W02-PREV-JURISDICTION = SPACES
               MOVE '*NO TAX ROW*' TO RML-JURISDICTION
           ELSE
               MOVE W02-PREV-JURISDICTION TO RML-JURISDICTION
           END-IF
           MOVE W02-PREV-BRANCH TO RML-BRANCH
           PERFORM 610-LOOKUP-BRANCH-NAME
           MOVE W03-BRN-CONTRACTS TO RML-CONTRACTS
           MOVE W03-BRN-NET-RENTAL TO RML-NET-RENTAL
           MOVE W03-BRN-SURCHARGE TO RML-SURCHARGE
           COMPUTE RML-TAXABLE = W03-BRN-NET-RENTAL + W03-BRN-SURCHARGE
           MOVE W03-BRN-TAX TO RML-TAX
           MOVE REMITTANCE-LINE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           ADD W03-BRN-CONTRACTS TO W04-JUR-CONTRACTS
           ADD W03-BRN-NET-RENTAL TO W04-JUR-NET-RENTAL
           ADD W03-BRN-SURCHARGE TO W04-JUR-SURCHARGE
           ADD W03-BRN-TAX TO W04-JUR-TAX.

       610-LOOKUP-BRANCH-NAME.
      * A branch the master no longer lists still prints under its
      * code -- the money is owed whether or not the lot is open.
           MOVE 'NO' TO W05-BRANCH-FOUND-SWITCH
           MOVE '(NOT ON BRANCH FILE)' TO RML-BRANCH-NAME
           SET BRN-IDX TO 1
           PERFORM 615-MATCH-BRANCH-NAME
             UNTIL BRN-IDX > BRN-TABLE-COUNT
                OR W05-BRANCH-FOUND-SWITCH = 'YES'.

       615-MATCH-BRANCH-NAME.
           IF BRN-TBL-CODE (BRN-IDX) = W02-PREV-BRANCH
               MOVE BRN-TBL-NAME (BRN-IDX) TO RML-BRANCH-NAME
               MOVE 'YES' TO W05-BRANCH-FOUND-SWITCH
           ELSE
               SET BRN-IDX UP BY 1
           END-IF.

       620-WRITE-JURISDICTION-TOTAL.
           MOVE SPACES TO RML-JURISDICTION
           MOVE SPACES TO RML-BRANCH
           MOVE 'JURISDICTION TOTAL' TO RML-BRANCH-NAME
           MOVE W04-JUR-CONTRACTS TO RML-CONTRACTS
           MOVE W04-JUR-NET-RENTAL TO RML-NET-RENTAL
           MOVE W04-JUR-SURCHARGE TO RML-SURCHARGE
           COMPUTE RML-TAXABLE = W04-JUR-NET-RENTAL + W04-JUR-SURCHARGE
           MOVE W04-JUR-TAX TO RML-TAX
           MOVE REMITTANCE-LINE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           MOVE SPACES TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           ADD 1 TO CT-JURISDICTIONS
           ADD W04-JUR-CONTRACTS TO CT-CONTRACTS
           ADD W04-JUR-NET-RENTAL TO CT-NET-RENTAL
           ADD W04-JUR-SURCHARGE TO CT-SURCHARGE
           ADD W04-JUR-TAX TO CT-TAX.

       700-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           MOVE TRAILER-HEADING-LINE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           MOVE SPACES TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           MOVE 'JURISDICTIONS REPORTED' TO TRL-LABEL
           MOVE CT-JURISDICTIONS TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           MOVE TRAILER-LINE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           MOVE 'CONTRACTS / NET RENTAL' TO TRL-LABEL
           MOVE CT-CONTRACTS TO TRL-COUNT
           MOVE CT-NET-RENTAL TO TRL-AMOUNT
           MOVE TRAILER-LINE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           MOVE 'LOCATION SURCHARGE COLLECTED' TO TRL-LABEL
           MOVE CT-CONTRACTS TO TRL-COUNT
           MOVE CT-SURCHARGE TO TRL-AMOUNT
           MOVE TRAILER-LINE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
           MOVE 'SALES TAX COLLECTED' TO TRL-LABEL
           MOVE CT-CONTRACTS TO TRL-COUNT
           MOVE CT-TAX TO TRL-AMOUNT
           MOVE TRAILER-LINE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD.
