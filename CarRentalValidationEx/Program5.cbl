      * lives for the day, so a fee held here would never reach
      * any customer-facing document at all, and a late return is
      * a per-event charge the corporate deal never covered.
      * Credit memos, debit memos, write-offs and refunds ARPOST
      * posted today print under the charges they adjust, credits
      * shown as minus amounts, and release for every customer on
      * the same reasoning as late fees -- the posted adjustments
      * file (aradjpost.dat) is rewritten every run too.
      * No-show fees ARPOST opened an item for today (the posted
      * no-show file, noshowpost.dat) print the same way, under the
      * reservation number in the contract column, and release for
      * everyone for the same reason.  A fee ARPOST skipped or held
      * never reaches that file, so the customer is never billed
      * for a fee the receivable does not carry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS LTE-FILE-STATUS.

           SELECT POSTED-NO-SHOW-FEE-FILE ASSIGN TO 'noshowpost.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS NSF-FILE-STATUS.

           SELECT POSTED-ADJUSTMENT-FILE ASSIGN TO 'aradjpost.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS ADJ-FILE-STATUS.

           SELECT STATEMENT-SORT-FILE ASSIGN TO 'stmtsort.tmp'.

           SELECT CUSTOMER-MASTER ASSIGN TO 'custmast.dat'
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-DETAIL-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS INVOICE-DETAIL-RECORD.
           COPY INVDET.

           DATA RECORD IS LATE-FEE-RECORD.
           COPY LATEFEE.

       FD  POSTED-NO-SHOW-FEE-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS NO-SHOW-FEE-RECORD.
           COPY NSFEE.

       FD  POSTED-ADJUSTMENT-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS AR-ADJUSTMENT-RECORD.
           COPY ARADJ.

       SD  STATEMENT-SORT-FILE
           DATA RECORD IS SORT-WORK-RECORD.
       01 SORT-WORK-RECORD.
         05 SRT-CUST-NUMBER PIC 9(6).
         05 SRT-CONTRACT-NO PIC 9(6).
      * 'I' sorts ahead of 'L', so a contract's rental charges print
      * above its late fee on the statement, and 'M' sorts both
      * ahead of any adjustment to them.  The invoice's location
      * surcharge ('J') and sales tax ('K') print as their own
      * lines straight under its rental charges.  A no-show fee
      * ('N') sorts under its reservation number, which has no
      * other charges to sit beside.
         05 SRT-CHARGE-TYPE PIC X.
           88 SRT-INVOICE-CHARGE VALUE 'I'.
           88 SRT-SURCHARGE-CHARGE VALUE 'J'.
           88 SRT-TAX-CHARGE VALUE 'K'.
           88 SRT-LATE-FEE-CHARGE VALUE 'L'.
           88 SRT-ADJUSTMENT-CHARGE VALUE 'M'.
           88 SRT-NO-SHOW-CHARGE VALUE 'N'.
         05 SRT-LAST-NAME PIC X(15).
         05 SRT-AMOUNT PIC S9(6)V99.
         05 SRT-ADJ-TYPE PIC X.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

           88 IVD-FILE-OK VALUE '00'.
         05 LTE-FILE-STATUS PIC XX.
           88 LTE-FILE-OK VALUE '00'.
         05 NSF-FILE-STATUS PIC XX.
           88 NSF-FILE-OK VALUE '00'.
         05 ADJ-FILE-STATUS PIC XX.
           88 ADJ-FILE-OK VALUE '00'.
         05 CUST-FILE-STATUS PIC XX.
           88 CUST-FOUND VALUE '00'.

       01 STATEMENT-WORK-FIELDS.
         05 W02-PREV-CUST-NUMBER PIC 9(6).
         05 W02-PREV-LAST-NAME PIC X(15).
         05 W02-STATEMENT-TOTAL PIC S9(7)V99 VALUE 0.

       01 CONTROL-TOTALS.
         05 CT-CHARGES-PRINTED PIC 9(6) COMP VALUE 0.
         05 CT-STATEMENTS-PRINTED PIC 9(6) COMP VALUE 0.
         05 CT-ALL-CUSTOMER-TOTAL PIC S9(8)V99 COMP VALUE 0.
         05 CT-CORP-CHARGES-HELD PIC 9(6) COMP VALUE 0.

       01 TODAYS-DATE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 CHG-DESCRIPTION PIC X(15).
         05 FILLER PIC X VALUE SPACES.
         05 CHG-AMOUNT PIC ZZ,ZZ9.99-.
         05 FILLER PIC X(92) VALUE SPACES.

       01 STATEMENT-TOTAL-LINE.
         05 FILLER PIC X(14) VALUE SPACES.
         05 FILLER PIC X(16) VALUE 'STATEMENT TOTAL '.
         05 STL-TOTAL PIC ZZZ,ZZ9.99-.
         05 FILLER PIC X(91) VALUE SPACES.

       01 TRAILER-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 TRL-LABEL PIC X(40).
         05 TRL-COUNT PIC ZZZ,ZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 TRL-AMOUNT PIC Z,ZZZ,ZZ9.99-.
         05 FILLER PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-GET-TODAYS-DATE
               PERFORM 320-RELEASE-LATE-FEE-CHARGE
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               CLOSE LATE-FEE-FILE
           END-IF
           OPEN INPUT POSTED-NO-SHOW-FEE-FILE
           IF NSF-FILE-OK
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               PERFORM 345-READ-NO-SHOW-FEE
               PERFORM 350-RELEASE-NO-SHOW-CHARGE
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               CLOSE POSTED-NO-SHOW-FEE-FILE
           END-IF
           OPEN INPUT POSTED-ADJUSTMENT-FILE
           IF ADJ-FILE-OK
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               PERFORM 335-READ-ADJUSTMENT
               PERFORM 340-RELEASE-ADJUSTMENT
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               CLOSE POSTED-ADJUSTMENT-FILE
           END-IF.

       305-READ-INVOICE-DETAIL.
           END-IF.

       312-RELEASE-INVOICE-DETAIL.
      * The invoice total includes the surcharge and tax; the rental
      * charges line shows it without them, and each prints on its
      * own line when the branch charged one, so the three foot back
      * to the invoice.
           MOVE IVD-CUST-NUMBER TO SRT-CUST-NUMBER
           MOVE IVD-CONTRACT-NO TO SRT-CONTRACT-NO
           MOVE 'I' TO SRT-CHARGE-TYPE
           MOVE IVD-LAST-NAME TO SRT-LAST-NAME
           COMPUTE SRT-AMOUNT = IVD-TOTAL-CHARGE
             - IVD-SURCHARGE-AMOUNT - IVD-TAX-AMOUNT
           MOVE SPACE TO SRT-ADJ-TYPE
           RELEASE SORT-WORK-RECORD
           IF IVD-SURCHARGE-AMOUNT > 0
               MOVE 'J' TO SRT-CHARGE-TYPE
               MOVE IVD-SURCHARGE-AMOUNT TO SRT-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF
           IF IVD-TAX-AMOUNT > 0
               MOVE 'K' TO SRT-CHARGE-TYPE
               MOVE IVD-TAX-AMOUNT TO SRT-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF
           PERFORM 305-READ-INVOICE-DETAIL.

       315-READ-LATE-FEE.
           MOVE 'L' TO SRT-CHARGE-TYPE
           MOVE SPACES TO SRT-LAST-NAME
           MOVE LTE-FEE-AMOUNT TO SRT-AMOUNT
           MOVE SPACE TO SRT-ADJ-TYPE
           RELEASE SORT-WORK-RECORD
           PERFORM 315-READ-LATE-FEE.

                   END-IF
           END-READ.

       335-READ-ADJUSTMENT.
           READ POSTED-ADJUSTMENT-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       340-RELEASE-ADJUSTMENT.
      * A credit memo or write-off reduces what the customer owes, so
      * it goes on the sort negative and the statement total nets
      * it; a debit memo or refund adds to it.  No name travels on
      * the adjustment -- 530 pulls one off the master as it does for
      * a late fee.
           MOVE ADJ-CUST-NUMBER TO SRT-CUST-NUMBER
           MOVE ADJ-CONTRACT-NO TO SRT-CONTRACT-NO
           MOVE 'M' TO SRT-CHARGE-TYPE
           MOVE SPACES TO SRT-LAST-NAME
           MOVE ADJ-TYPE TO SRT-ADJ-TYPE
           IF ADJ-CREDIT-MEMO OR ADJ-WRITE-OFF
               COMPUTE SRT-AMOUNT = 0 - ADJ-AMOUNT
           ELSE
               MOVE ADJ-AMOUNT TO SRT-AMOUNT
           END-IF
           RELEASE SORT-WORK-RECORD
           PERFORM 335-READ-ADJUSTMENT.

       345-READ-NO-SHOW-FEE.
           READ POSTED-NO-SHOW-FEE-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       350-RELEASE-NO-SHOW-CHARGE.
      * Released for corporate renters too, on the same reasoning
      * as 320 -- the posted file lives for the day.  No name travels
      * on the fee; 530 pulls one off the master.
           MOVE NSF-CUST-NUMBER TO SRT-CUST-NUMBER
           MOVE NSF-RESV-NO TO SRT-CONTRACT-NO
           MOVE 'N' TO SRT-CHARGE-TYPE
           MOVE SPACES TO SRT-LAST-NAME
           MOVE NSF-FEE-AMOUNT TO SRT-AMOUNT
           MOVE SPACE TO SRT-ADJ-TYPE
           RELEASE SORT-WORK-RECORD
           PERFORM 345-READ-NO-SHOW-FEE.

       500-PRINT-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE
           MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               END-IF
           END-IF
           MOVE SRT-CONTRACT-NO TO CHG-CONTRACT-NO
           EVALUATE TRUE
               WHEN SRT-INVOICE-CHARGE
                   MOVE 'RENTAL CHARGES' TO CHG-DESCRIPTION
               WHEN SRT-SURCHARGE-CHARGE
                   MOVE 'LOCATION SURCHG' TO CHG-DESCRIPTION
               WHEN SRT-TAX-CHARGE
                   MOVE 'SALES TAX' TO CHG-DESCRIPTION
               WHEN SRT-LATE-FEE-CHARGE
                   MOVE 'LATE RETURN FEE' TO CHG-DESCRIPTION
               WHEN SRT-NO-SHOW-CHARGE
                   MOVE 'NO-SHOW FEE' TO CHG-DESCRIPTION
               WHEN OTHER
                   PERFORM 525-DESCRIBE-ADJUSTMENT
           END-EVALUATE
           MOVE SRT-AMOUNT TO CHG-AMOUNT
           MOVE CHARGE-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           ADD 1 TO CT-CHARGES-PRINTED
           PERFORM 510-RETURN-SORTED-CHARGE.

       525-DESCRIBE-ADJUSTMENT.
           EVALUATE SRT-ADJ-TYPE
               WHEN 'C'
                   MOVE 'CREDIT MEMO' TO CHG-DESCRIPTION
               WHEN 'D'
                   MOVE 'DEBIT MEMO' TO CHG-DESCRIPTION
               WHEN 'W'
                   MOVE 'WRITE-OFF' TO CHG-DESCRIPTION
               WHEN OTHER
                   MOVE 'REFUND ISSUED' TO CHG-DESCRIPTION
           END-EVALUATE.

       530-START-CUSTOMER-STATEMENT.
           MOVE SRT-CUST-NUMBER TO W02-PREV-CUST-NUMBER
           MOVE SRT-LAST-NAME TO W02-PREV-LAST-NAME
      * A customer whose only charge today is a fee arrives
      * with no name on the sort record -- pull it off the customer
      * master so the statement is not headed blank.
           IF W02-PREV-LAST-NAME = SPACES
