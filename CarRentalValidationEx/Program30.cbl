       IDENTIFICATION DIVISION.
      * Lockbox.cbl
       PROGRAM-ID. LOCKBOX.
       AUTHOR. Dhanan Thannoo.

      * Daily bank lockbox import.  The clerks used to key
      * payments.dat by hand from the remittance advices, and ARPOST
      * applies a payment only on an exact customer-plus-contract
      * match -- a mistyped contract number, or one check covering
      * several invoices, went on the wrong item or was rejected.
      * This run reads the bank's lockbox file (lockbox.dat) and
      * matches every remittance to the open items on aritems.dat:
      *   - by contract number first, when the stub gives one that
      *     is open (and belongs to the stub's customer, when the
      *     stub names one);
      *   - then by customer and amount -- an open item for the
      *     customer whose balance is exactly the check;
      *   - then oldest-first across the customer's open items,
      *     each taken down to zero before the next is touched.
      * Money left over after a contract match is spread
      * oldest-first the same way.  Every application becomes a
      * payments.dat record for ARPOST, which applies and journals
      * them as it always has.  Whatever cannot be applied -- a
      * check nobody can be identified for, a customer with nothing
      * open, the excess over everything the customer owes -- goes
      * to unapplied.dat and the unapplied cash section of the
      * register (lockboxrpt.dat) instead of being dropped.
      * Before anything is applied, each bank batch's trailer count
      * and total are proved against the remittances actually
      * received; if any batch fails, the whole deposit is held and
      * nothing is written -- a short transmission must never post
      * half a deposit.  A proved deposit then ties: what was
      * applied plus what went unapplied equals the bank's total.
      * aritems.dat is only read here -- the items' balances are
      * followed in a table so that two checks in one file cannot
      * both settle the same item.  The run stamps the run-control
      * ledger, refuses a second clean run per date, and refuses to
      * start once ARPOST has posted the day's payments.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE  ASSIGN TO 'lockbox.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS LBX-FILE-STATUS.

           SELECT AR-ITEM-MASTER ASSIGN TO 'aritems.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS AR-ITEM-KEY
                                FILE STATUS IS AR-FILE-STATUS.

           SELECT PAYMENT-FILE  ASSIGN TO 'payments.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO 'unapplied.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS UNA-FILE-STATUS.

           SELECT LOCKBOX-REGISTER ASSIGN TO 'lockboxrpt.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'runctl.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS RCT-KEY
                                FILE STATUS IS RCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS LOCKBOX-RECORD.
           COPY LOCKBOX.

       FD  AR-ITEM-MASTER
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS AR-OPEN-ITEM-RECORD.
           COPY ARITEM.

       FD  PAYMENT-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS PAYMENT-RECORD.
           COPY PAYMENT.

       FD  UNAPPLIED-CASH-FILE
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS UNAPPLIED-CASH-RECORD.
           COPY UNAPPL.

       FD  LOCKBOX-REGISTER
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LOCKBOX-REGISTER-RECORD.
       01 LOCKBOX-REGISTER-RECORD PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-LOCKBOX-RECEIVED-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-DEPOSIT-PROVED-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-DEPOSIT-TIES-SWITCH PIC X(3) VALUE 'YES'.

       01 FILE-STATUS-CONTROLS.
         05 LBX-FILE-STATUS PIC XX.
           88 LBX-FILE-OK VALUE '00'.
         05 AR-FILE-STATUS PIC XX.
           88 AR-FILE-OK VALUE '00'.
         05 UNA-FILE-STATUS PIC XX.
           88 UNA-FILE-OK VALUE '00'.

      * Run-control ledger: refused when this step already completed
      * for the date, and refused once ARPOST has completed for the
      * date -- the payments it posted came from this step's file,
      * and a rerun now would replace that file with one the journal
      * would then disagree with.  A held deposit is not stamped
      * complete, so the corrected bank file can be run before
      * ARPOST without an override.
       01 RUN-CONTROL-CONTROLS.
         05 RCT-FILE-STATUS PIC XX.
           88 RCT-FILE-MISSING VALUE '35'.
         05 RCN-THIS-STEP PIC X(8) VALUE 'LOCKBOX'.
         05 RCN-POSTING-STEP PIC X(8) VALUE 'ARPOST'.
         05 W02-RUN-CLEARED-SWITCH PIC X(3) VALUE 'YES'.

      * Pass one: the batch being proved against its trailer.
       01 BATCH-PROOF-CONTROLS.
         05 W03-BATCH-OPEN-SWITCH PIC X(3) VALUE 'NO'.
         05 W03-BATCH-NO PIC 9(4) VALUE ZEROS.
         05 W03-BATCH-COUNT PIC 9(4) COMP.
         05 W03-BATCH-AMOUNT PIC 9(8)V99 COMP.

      * Pass two: the batch being applied, and its deposit date --
      * the date each payment carries to AR-LAST-PAYMENT-DATE.
       01 BATCH-APPLY-CONTROLS.
         05 W04-BATCH-NO PIC 9(4).
         05 W04-DEPOSIT-DATE PIC 9(8).
         05 W04-BATCH-REMIT-AMOUNT PIC 9(8)V99 COMP.
         05 W04-BATCH-APPLIED-AMOUNT PIC 9(8)V99 COMP.
         05 W04-BATCH-UNAPPLIED-AMOUNT PIC 9(8)V99 COMP.

      * One remittance on its way through the three matches.
      * W05-MATCH-CUST-NO starts as the stub's customer and becomes
      * the matched item's customer after a contract match, so a
      * stub with only a contract number still spreads its excess
      * across the right customer's items.
       01 REMITTANCE-MATCH-CONTROLS.
         05 W05-REMIT-CUST-NO PIC 9(6).
         05 W05-REMIT-CONTRACT-NO PIC 9(6).
         05 W05-MATCH-CUST-NO PIC 9(6).
         05 W05-REMAINING-AMOUNT PIC 9(6)V99.
         05 W05-APPLY-AMOUNT PIC 9(6)V99.
         05 W05-MATCH-METHOD PIC X.
           88 REMIT-NOT-MATCHED VALUE SPACE.
           88 REMIT-CONTRACT-MATCH VALUE 'C'.
           88 REMIT-AMOUNT-MATCH VALUE 'A'.
           88 REMIT-OLDEST-MATCH VALUE 'O'.
         05 W05-ITEM-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W05-MORE-ITEMS-SWITCH PIC X(3) VALUE 'YES'.
         05 W05-BEST-SUB PIC 9(4) COMP.
         05 W05-BEST-DATE PIC 9(8).

      * Every open item with money owing on it, in master key order
      * -- customer, then contract.  OIT-BALANCE starts as the
      * item's AR-BALANCE-DUE and is taken down as this run applies
      * checks to it, so the matches always see what is still owed.
      * 5000 entries is several times the open items on file at the
      * busiest month-end; an item beyond that cannot be matched,
      * its checks go unapplied, and the trailer counts the items
      * that did not fit.
       01 OPEN-ITEM-TABLE-CONTROLS.
         05 OIT-TABLE-COUNT PIC 9(4) COMP VALUE 0.
         05 W06-MORE-ITEMS-SWITCH PIC X(3) VALUE 'YES'.

       01 OPEN-ITEM-TABLE.
         05 OIT-ENTRY OCCURS 5000 TIMES INDEXED BY OIT-IDX.
           10 OIT-CUST-NUMBER PIC 9(6).
           10 OIT-CONTRACT-NO PIC 9(6).
           10 OIT-CHARGE-DATE PIC 9(8).
           10 OIT-BALANCE PIC 9(6)V99.

       01 CONTROL-TOTALS.
         05 CT-BATCHES-RECEIVED PIC 9(6) COMP VALUE 0.
         05 CT-BANK-DEPOSIT-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-REMITTANCES-READ PIC 9(6) COMP VALUE 0.
         05 CT-REMITTANCE-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-REMITTANCES-MATCHED PIC 9(6) COMP VALUE 0.
         05 CT-PAYMENTS-WRITTEN PIC 9(6) COMP VALUE 0.
         05 CT-PAYMENT-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-UNAPPLIED-WRITTEN PIC 9(6) COMP VALUE 0.
         05 CT-UNAPPLIED-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-ITEMS-LOADED PIC 9(6) COMP VALUE 0.
         05 CT-ITEMS-NOT-LOADED PIC 9(6) COMP VALUE 0.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.
         05 TODAYS-MONTH PIC 99.
         05 TODAYS-DAY PIC 99.

       01 TODAYS-DATE-4.
         05 TODAYS-CCYY PIC 9(4).
         05 TODAYS-CCYY-MONTH PIC 99.
         05 TODAYS-CCYY-DAY PIC 99.

       01 LOCKBOX-WORK-FIELDS.
         05 W07-TODAYS-FULL-DATE PIC 9(8).

      * Why a batch failed its proof, and why cash went unapplied.
       01 REGISTER-MESSAGES.
         05 NO-TRAILER-MSG PIC X(40) VALUE
                           'BATCH HAS NO TRAILER'.
         05 OUTSIDE-BATCH-MSG PIC X(40) VALUE
                              'REMITTANCE OUTSIDE ITS BATCH'.
         05 BAD-AMOUNT-MSG PIC X(40) VALUE
                           'REMITTANCE AMOUNT NOT NUMERIC'.
         05 NO-HEADER-MSG PIC X(40) VALUE
                          'TRAILER WITHOUT MATCHING HEADER'.
         05 RECORD-TYPE-MSG PIC X(40) VALUE
                            'RECORD TYPE MUST BE H, D OR T'.
         05 NOT-IDENTIFIED-MSG PIC X(38) VALUE
                               'CUSTOMER NOT IDENTIFIED'.
         05 NO-OPEN-ITEMS-MSG PIC X(38) VALUE
                              'NO OPEN ITEMS FOR CUSTOMER'.
         05 EXCESS-MSG PIC X(38) VALUE
                       'EXCEEDS CUSTOMER OPEN ITEMS'.

       01 HEADING-REGISTER-LINE-ONE.
         05 PIC X(26) VALUE SPACES.
         05 PIC X(25) VALUE 'LOCKBOX REMITTANCE REGIST'.
         05 PIC X(9) VALUE 'ER AS OF '.
         05 HDG-DATE.
           10 HDG-MONTH PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-DAY PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-YEAR PIC 99.
         05 PIC X(64) VALUE SPACES.

       01 SECTION-HEADING-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 SHL-DESCRIPTION PIC X(70).
         05 FILLER PIC X(58) VALUE SPACES.

       01 BATCH-PROOF-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'BATCH '.
         05 BPL-BATCH-NO PIC 9(4).
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'BANK: '.
         05 BPL-BANK-COUNT PIC ZZZ9.
         05 FILLER PIC XX VALUE SPACES.
         05 BPL-BANK-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(10) VALUE 'RECEIVED: '.
         05 BPL-READ-COUNT PIC ZZZ9.
         05 FILLER PIC XX VALUE SPACES.
         05 BPL-READ-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 BPL-VERDICT PIC X(30).
         05 FILLER PIC X(22) VALUE SPACES.

       01 PROOF-FAULT-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'BATCH '.
         05 PFL-BATCH-NO PIC X(4).
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(3) VALUE '** '.
         05 PFL-MESSAGE PIC X(40).
         05 FILLER PIC X(71) VALUE SPACES.

       01 HEADING-APPLICATION-LINE.
         05 FILLER PIC X(6) VALUE 'BATCH'.
         05 FILLER PIC X(6) VALUE 'ITEM'.
         05 FILLER PIC X(12) VALUE 'CHECK #'.
         05 FILLER PIC X(8) VALUE 'CUST #'.
         05 FILLER PIC X(10) VALUE 'CONTRACT'.
         05 FILLER PIC X(11) VALUE 'AMOUNT'.
         05 FILLER PIC X(14) VALUE 'APPLIED BY'.
         05 FILLER PIC X(8) VALUE 'CUST #'.
         05 FILLER PIC X(8) VALUE 'CONTRACT'.
         05 FILLER PIC X(11) VALUE '    APPLIED'.
         05 FILLER PIC X(38) VALUE SPACES.

       01 REMITTANCE-LINE.
         05 RML-BATCH-NO PIC 9(4).
         05 FILLER PIC XX VALUE SPACES.
         05 RML-ITEM-SEQ PIC X(4).
         05 FILLER PIC XX VALUE SPACES.
         05 RML-CHECK-NO PIC X(10).
         05 FILLER PIC XX VALUE SPACES.
         05 RML-CUST-NUMBER PIC X(6).
         05 FILLER PIC XX VALUE SPACES.
         05 RML-CONTRACT-NO PIC X(6).
         05 FILLER PIC X(4) VALUE SPACES.
         05 RML-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(81) VALUE SPACES.

       01 APPLICATION-LINE.
         05 FILLER PIC X(53) VALUE SPACES.
         05 APL-METHOD PIC X(12).
         05 FILLER PIC XX VALUE SPACES.
         05 APL-CUST-NUMBER PIC 9(6).
         05 FILLER PIC XX VALUE SPACES.
         05 APL-CONTRACT-NO PIC 9(6).
         05 FILLER PIC XX VALUE SPACES.
         05 APL-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(40) VALUE SPACES.

       01 UNAPPLIED-LINE.
         05 FILLER PIC X(53) VALUE SPACES.
         05 FILLER PIC X(12) VALUE 'UNAPPLIED'.
         05 FILLER PIC X(18) VALUE SPACES.
         05 ULN-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC XX VALUE SPACES.
         05 ULN-MESSAGE PIC X(38).

       01 BATCH-SETTLEMENT-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'BATCH '.
         05 SBL-BATCH-NO PIC 9(4).
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(8) VALUE 'DEPOSIT '.
         05 SBL-DEPOSIT-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(8) VALUE 'APPLIED '.
         05 SBL-APPLIED-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(10) VALUE 'UNAPPLIED '.
         05 SBL-UNAPPLIED-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 SBL-VERDICT PIC X(15).
         05 FILLER PIC X(22) VALUE SPACES.

       01 HEADING-UNAPPLIED-LINE.
         05 FILLER PIC X(10) VALUE 'DEPOSITED'.
         05 FILLER PIC X(6) VALUE 'BATCH'.
         05 FILLER PIC X(6) VALUE 'ITEM'.
         05 FILLER PIC X(12) VALUE 'CHECK #'.
         05 FILLER PIC X(8) VALUE 'CUST #'.
         05 FILLER PIC X(10) VALUE 'CONTRACT'.
         05 FILLER PIC X(9) VALUE '    CHECK'.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(9) VALUE 'UNAPPLIED'.
         05 FILLER PIC XX VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'REASON'.
         05 FILLER PIC X(50) VALUE SPACES.

       01 UNAPPLIED-LISTING-LINE.
         05 ULL-DEPOSIT-DATE PIC 9(8).
         05 FILLER PIC XX VALUE SPACES.
         05 ULL-BATCH-NO PIC 9(4).
         05 FILLER PIC XX VALUE SPACES.
         05 ULL-ITEM-SEQ PIC 9(4).
         05 FILLER PIC XX VALUE SPACES.
         05 ULL-CHECK-NO PIC X(10).
         05 FILLER PIC XX VALUE SPACES.
         05 ULL-CUST-NUMBER PIC 9(6).
         05 FILLER PIC XX VALUE SPACES.
         05 ULL-CONTRACT-NO PIC 9(6).
         05 FILLER PIC X(4) VALUE SPACES.
         05 ULL-REMIT-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 ULL-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC XX VALUE SPACES.
         05 ULL-MESSAGE PIC X(38).
         05 FILLER PIC X(18) VALUE SPACES.

       01 NOTE-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 NTL-TEXT PIC X(70).
         05 FILLER PIC X(52) VALUE SPACES.

       01 TRAILER-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(25) VALUE 'END OF RUN CONTROL TOTALS'.
         05 FILLER PIC X(97) VALUE SPACES.

       01 TRAILER-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 TRL-LABEL PIC X(40).
         05 TRL-COUNT PIC ZZZ,ZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 TRL-AMOUNT PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
         05 FILLER PIC X(60) VALUE SPACES.

       01 VERDICT-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 VDL-VERDICT PIC X(60).
         05 FILLER PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-GET-TODAYS-DATE
           PERFORM 130-VERIFY-RUN-CONTROL
      * A refused start touches nothing -- in particular not the
      * OUTPUT on the payments file ARPOST may already have read.
           IF W02-RUN-CLEARED-SWITCH = 'NO'
               CLOSE RUN-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 135-STAMP-RUN-START
           OPEN OUTPUT LOCKBOX-REGISTER
           PERFORM 200-WRITE-REGISTER-HEADINGS
      * Both files are written every run, even a held or empty one,
      * so ARPOST and the clerks never pick up yesterday's.
           OPEN OUTPUT PAYMENT-FILE
           OPEN OUTPUT UNAPPLIED-CASH-FILE
           PERFORM 300-PROVE-BANK-BATCHES
           IF W01-LOCKBOX-RECEIVED-SWITCH = 'YES'
              AND W01-DEPOSIT-PROVED-SWITCH = 'YES'
               PERFORM 150-LOAD-OPEN-ITEMS
               PERFORM 500-APPLY-REMITTANCES
           END-IF
           CLOSE PAYMENT-FILE
           CLOSE UNAPPLIED-CASH-FILE
           PERFORM 600-LIST-UNAPPLIED-CASH
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE LOCKBOX-REGISTER
      * RC 8 -- the deposit was held, or did not tie, and nothing
      * can be trusted to post; RC 4 -- applied, but there is
      * unapplied cash for the clerks to work.
           EVALUATE TRUE
               WHEN W01-DEPOSIT-PROVED-SWITCH = 'NO'
                 OR W01-DEPOSIT-TIES-SWITCH = 'NO'
                   MOVE 8 TO RETURN-CODE
               WHEN CT-UNAPPLIED-WRITTEN > 0
                   MOVE 4 TO RETURN-CODE
                   PERFORM 710-STAMP-RUN-COMPLETE
               WHEN OTHER
                   PERFORM 710-STAMP-RUN-COMPLETE
           END-EVALUATE
           CLOSE RUN-CONTROL-FILE
           STOP RUN.

       100-GET-TODAYS-DATE.
      * Retrieve the system date and store it in TODAYS-DATE.
           ACCEPT TODAYS-DATE FROM DATE
           MOVE TODAYS-MONTH TO HDG-MONTH
           MOVE TODAYS-DAY TO HDG-DAY
           MOVE TODAYS-YEAR TO HDG-YEAR
           ACCEPT TODAYS-DATE-4 FROM DATE YYYYMMDD
           COMPUTE W07-TODAYS-FULL-DATE =
             TODAYS-CCYY * 10000
             + TODAYS-CCYY-MONTH * 100
             + TODAYS-CCYY-DAY.

       130-VERIFY-RUN-CONTROL.
      * The very first run has no ledger to open, so one is created
      * empty and reopened.
           OPEN I-O RUN-CONTROL-FILE
           IF RCT-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           MOVE W07-TODAYS-FULL-DATE TO RCT-RUN-DATE
           MOVE RCN-THIS-STEP TO RCT-STEP-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCT-STEP-COMPLETED
                       DISPLAY 'LOCKBOX ALREADY COMPLETED FOR '
                         RCT-RUN-DATE ' - START REFUSED'
                       DISPLAY 'KEY AN OVERRIDE THROUGH RUNCTLM '
                         'FOR A GENUINE RERUN'
                       MOVE 'NO' TO W02-RUN-CLEARED-SWITCH
                   END-IF
           END-READ
           IF W02-RUN-CLEARED-SWITCH = 'YES'
               MOVE W07-TODAYS-FULL-DATE TO RCT-RUN-DATE
               MOVE RCN-POSTING-STEP TO RCT-STEP-NAME
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RCT-STEP-COMPLETED
                           DISPLAY 'ARPOST ALREADY COMPLETED FOR '
                             RCT-RUN-DATE ' - LOCKBOX REFUSED'
                           MOVE 'NO' TO W02-RUN-CLEARED-SWITCH
                       END-IF
               END-READ
           END-IF.

       135-STAMP-RUN-START.
           MOVE W07-TODAYS-FULL-DATE TO RCT-RUN-DATE
           MOVE RCN-THIS-STEP TO RCT-STEP-NAME
           MOVE 'S' TO RCT-STATUS
           ACCEPT RCT-STAMP-TIME FROM TIME
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

       150-LOAD-OPEN-ITEMS.
      * Only items with money owing can take a check -- a paid item,
      * or one already in credit, is passed over.  No open-items
      * master yet means nothing to match, and every check goes to
      * unapplied cash.
           OPEN INPUT AR-ITEM-MASTER
           IF AR-FILE-OK
               MOVE 'YES' TO W06-MORE-ITEMS-SWITCH
               MOVE LOW-VALUES TO AR-ITEM-KEY
               START AR-ITEM-MASTER KEY IS >= AR-ITEM-KEY
                   INVALID KEY
                       MOVE 'NO' TO W06-MORE-ITEMS-SWITCH
               END-START
               PERFORM 155-LOAD-ONE-OPEN-ITEM
                 UNTIL W06-MORE-ITEMS-SWITCH = 'NO'
               CLOSE AR-ITEM-MASTER
           END-IF.

       155-LOAD-ONE-OPEN-ITEM.
           READ AR-ITEM-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W06-MORE-ITEMS-SWITCH
               NOT AT END
                   IF AR-ITEM-OPEN
                      AND AR-BALANCE-DUE > 0
                       IF OIT-TABLE-COUNT < 5000
                           ADD 1 TO OIT-TABLE-COUNT
                           SET OIT-IDX TO OIT-TABLE-COUNT
                           MOVE AR-CUST-NUMBER
                             TO OIT-CUST-NUMBER (OIT-IDX)
                           MOVE AR-CONTRACT-NO
                             TO OIT-CONTRACT-NO (OIT-IDX)
                           MOVE AR-CHARGE-DATE
                             TO OIT-CHARGE-DATE (OIT-IDX)
                           MOVE AR-BALANCE-DUE TO OIT-BALANCE (OIT-IDX)
                           ADD 1 TO CT-ITEMS-LOADED
                       ELSE
                           ADD 1 TO CT-ITEMS-NOT-LOADED
                       END-IF
                   END-IF
           END-READ.

       200-WRITE-REGISTER-HEADINGS.
           MOVE HEADING-REGISTER-LINE-ONE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE SPACES TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD.

       300-PROVE-BANK-BATCHES.
      * Pass one.  No lockbox file means the bank sent nothing
      * today -- a weekend or holiday -- which is nothing to apply,
      * not a failure.  Every batch must open with a header, close
      * with a trailer of the same number, and its trailer's count
      * and total must agree with the remittances in between.
           MOVE 'BANK BATCH PROOF' TO SHL-DESCRIPTION
           PERFORM 680-WRITE-SECTION-HEADING
           OPEN INPUT LOCKBOX-FILE
           IF NOT LBX-FILE-OK
               MOVE 'NO LOCKBOX FILE RECEIVED - NOTHING TO APPLY'
                 TO NTL-TEXT
               PERFORM 690-WRITE-NOTE-LINE
           ELSE
               MOVE 'YES' TO W01-LOCKBOX-RECEIVED-SWITCH
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               MOVE 'NO' TO W03-BATCH-OPEN-SWITCH
               PERFORM 310-READ-LOCKBOX-RECORD
               PERFORM 320-PROVE-ONE-RECORD
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               IF W03-BATCH-OPEN-SWITCH = 'YES'
                   MOVE W03-BATCH-NO TO PFL-BATCH-NO
                   MOVE NO-TRAILER-MSG TO PFL-MESSAGE
                   PERFORM 340-WRITE-PROOF-FAULT
               END-IF
               CLOSE LOCKBOX-FILE
           END-IF
           MOVE SPACES TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD.

       310-READ-LOCKBOX-RECORD.
           READ LOCKBOX-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       320-PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN LBX-BATCH-HEADER
                   IF W03-BATCH-OPEN-SWITCH = 'YES'
                       MOVE W03-BATCH-NO TO PFL-BATCH-NO
                       MOVE NO-TRAILER-MSG TO PFL-MESSAGE
                       PERFORM 340-WRITE-PROOF-FAULT
                   END-IF
                   MOVE 'YES' TO W03-BATCH-OPEN-SWITCH
                   MOVE LBX-BATCH-NO TO W03-BATCH-NO
                   MOVE ZEROS TO W03-BATCH-COUNT
                   MOVE ZEROS TO W03-BATCH-AMOUNT
                   ADD 1 TO CT-BATCHES-RECEIVED
               WHEN LBX-REMITTANCE
                   IF W03-BATCH-OPEN-SWITCH = 'NO'
                      OR LBX-BATCH-NO NOT = W03-BATCH-NO
                       MOVE LBX-BATCH-NO TO PFL-BATCH-NO
                       MOVE OUTSIDE-BATCH-MSG TO PFL-MESSAGE
                       PERFORM 340-WRITE-PROOF-FAULT
                   ELSE
                       ADD 1 TO W03-BATCH-COUNT
                       IF LBX-AMOUNT NUMERIC
                           ADD LBX-AMOUNT TO W03-BATCH-AMOUNT
                       ELSE
                           MOVE LBX-BATCH-NO TO PFL-BATCH-NO
                           MOVE BAD-AMOUNT-MSG TO PFL-MESSAGE
                           PERFORM 340-WRITE-PROOF-FAULT
                       END-IF
                   END-IF
               WHEN LBX-BATCH-TRAILER
                   IF W03-BATCH-OPEN-SWITCH = 'NO'
                      OR LBX-BATCH-NO NOT = W03-BATCH-NO
                       MOVE LBX-BATCH-NO TO PFL-BATCH-NO
                       MOVE NO-HEADER-MSG TO PFL-MESSAGE
                       PERFORM 340-WRITE-PROOF-FAULT
                   ELSE
                       PERFORM 330-PROVE-BATCH-TRAILER
                       MOVE 'NO' TO W03-BATCH-OPEN-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE LBX-BATCH-NO TO PFL-BATCH-NO
                   MOVE RECORD-TYPE-MSG TO PFL-MESSAGE
                   PERFORM 340-WRITE-PROOF-FAULT
           END-EVALUATE
           PERFORM 310-READ-LOCKBOX-RECORD.

       330-PROVE-BATCH-TRAILER.
      * The bank's totals are the deposit -- it is their figure the
      * bank statement shows, so it is their figure the run ties to.
           MOVE W03-BATCH-NO TO BPL-BATCH-NO
           MOVE W03-BATCH-COUNT TO BPL-READ-COUNT
           MOVE W03-BATCH-AMOUNT TO BPL-READ-AMOUNT
           IF LBX-BATCH-COUNT NUMERIC
              AND LBX-BATCH-AMOUNT NUMERIC
               MOVE LBX-BATCH-COUNT TO BPL-BANK-COUNT
               MOVE LBX-BATCH-AMOUNT TO BPL-BANK-AMOUNT
               ADD LBX-BATCH-AMOUNT TO CT-BANK-DEPOSIT-AMOUNT
               IF LBX-BATCH-COUNT = W03-BATCH-COUNT
                  AND LBX-BATCH-AMOUNT = W03-BATCH-AMOUNT
                   MOVE 'IN BALANCE' TO BPL-VERDICT
               ELSE
                   MOVE '** OUT OF BALANCE' TO BPL-VERDICT
                   MOVE 'NO' TO W01-DEPOSIT-PROVED-SWITCH
               END-IF
           ELSE
               MOVE ZEROS TO BPL-BANK-COUNT
               MOVE ZEROS TO BPL-BANK-AMOUNT
               MOVE '** TRAILER TOTALS NOT NUMERIC' TO BPL-VERDICT
               MOVE 'NO' TO W01-DEPOSIT-PROVED-SWITCH
           END-IF
           MOVE BATCH-PROOF-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD.

       340-WRITE-PROOF-FAULT.
           MOVE PROOF-FAULT-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE 'NO' TO W01-DEPOSIT-PROVED-SWITCH.

       500-APPLY-REMITTANCES.
      * Pass two, over a file pass one has proved well formed.
      * A header with no usable deposit date takes the run date.
           MOVE 'REMITTANCE APPLICATION' TO SHL-DESCRIPTION
           PERFORM 680-WRITE-SECTION-HEADING
           MOVE HEADING-APPLICATION-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE SPACES TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           OPEN INPUT LOCKBOX-FILE
           MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
           PERFORM 310-READ-LOCKBOX-RECORD
           PERFORM 510-APPLY-ONE-RECORD
             UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           CLOSE LOCKBOX-FILE.

       510-APPLY-ONE-RECORD.
           EVALUATE TRUE
               WHEN LBX-BATCH-HEADER
                   MOVE LBX-BATCH-NO TO W04-BATCH-NO
                   IF LBX-DEPOSIT-DATE NUMERIC
                      AND LBX-DEPOSIT-DATE > 0
                       MOVE LBX-DEPOSIT-DATE TO W04-DEPOSIT-DATE
                   ELSE
                       MOVE W07-TODAYS-FULL-DATE TO W04-DEPOSIT-DATE
                   END-IF
                   MOVE ZEROS TO W04-BATCH-REMIT-AMOUNT
                   MOVE ZEROS TO W04-BATCH-APPLIED-AMOUNT
                   MOVE ZEROS TO W04-BATCH-UNAPPLIED-AMOUNT
               WHEN LBX-REMITTANCE
                   PERFORM 520-MATCH-REMITTANCE
               WHEN LBX-BATCH-TRAILER
                   PERFORM 590-WRITE-BATCH-SETTLEMENT
           END-EVALUATE
           PERFORM 310-READ-LOCKBOX-RECORD.

       520-MATCH-REMITTANCE.
      * A blank stub field is no information, not a number to match
      * on -- it goes through as zeros.
           ADD 1 TO CT-REMITTANCES-READ
           ADD LBX-AMOUNT TO CT-REMITTANCE-AMOUNT
           ADD LBX-AMOUNT TO W04-BATCH-REMIT-AMOUNT
           MOVE LBX-AMOUNT TO W05-REMAINING-AMOUNT
           MOVE SPACE TO W05-MATCH-METHOD
           MOVE ZEROS TO W05-REMIT-CUST-NO
           MOVE ZEROS TO W05-REMIT-CONTRACT-NO
           IF LBX-CUST-NUMBER NUMERIC
               MOVE LBX-CUST-NUMBER TO W05-REMIT-CUST-NO
           END-IF
           IF LBX-CONTRACT-NO NUMERIC
               MOVE LBX-CONTRACT-NO TO W05-REMIT-CONTRACT-NO
           END-IF
           MOVE W05-REMIT-CUST-NO TO W05-MATCH-CUST-NO
           PERFORM 525-WRITE-REMITTANCE-LINE
           IF W05-REMIT-CONTRACT-NO > 0
               PERFORM 530-MATCH-BY-CONTRACT
           END-IF
           IF W05-REMAINING-AMOUNT > 0
              AND REMIT-NOT-MATCHED
              AND W05-MATCH-CUST-NO > 0
               PERFORM 540-MATCH-BY-AMOUNT
           END-IF
           IF W05-REMAINING-AMOUNT > 0
              AND W05-MATCH-CUST-NO > 0
               PERFORM 550-APPLY-OLDEST-FIRST
           END-IF
           IF W05-REMAINING-AMOUNT > 0
               PERFORM 580-WRITE-UNAPPLIED-CASH
           END-IF
           IF NOT REMIT-NOT-MATCHED
               ADD 1 TO CT-REMITTANCES-MATCHED
           END-IF.

       525-WRITE-REMITTANCE-LINE.
           MOVE W04-BATCH-NO TO RML-BATCH-NO
           MOVE LBX-ITEM-SEQ TO RML-ITEM-SEQ
           MOVE LBX-CHECK-NO TO RML-CHECK-NO
           MOVE LBX-CUST-NUMBER TO RML-CUST-NUMBER
           MOVE LBX-CONTRACT-NO TO RML-CONTRACT-NO
           MOVE LBX-AMOUNT TO RML-AMOUNT
           MOVE REMITTANCE-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD.

       530-MATCH-BY-CONTRACT.
      * The stub's contract must still owe money, and when the stub
      * also names a customer the contract must be that customer's
      * -- a contract number mistyped onto somebody else's item is
      * exactly the mistake this run is here to stop.
           MOVE 'NO' TO W05-ITEM-FOUND-SWITCH
           SET OIT-IDX TO 1
           PERFORM 535-CHECK-CONTRACT-ENTRY
             UNTIL OIT-IDX > OIT-TABLE-COUNT
                OR W05-ITEM-FOUND-SWITCH = 'YES'
           IF W05-ITEM-FOUND-SWITCH = 'YES'
               MOVE 'C' TO W05-MATCH-METHOD
               MOVE OIT-CUST-NUMBER (OIT-IDX) TO W05-MATCH-CUST-NO
               MOVE 'CONTRACT' TO APL-METHOD
               PERFORM 570-APPLY-TO-ITEM
           END-IF.

       535-CHECK-CONTRACT-ENTRY.
           IF OIT-CONTRACT-NO (OIT-IDX) = W05-REMIT-CONTRACT-NO
              AND OIT-BALANCE (OIT-IDX) > 0
              AND (W05-REMIT-CUST-NO = 0
                OR OIT-CUST-NUMBER (OIT-IDX) = W05-REMIT-CUST-NO)
               MOVE 'YES' TO W05-ITEM-FOUND-SWITCH
           ELSE
               SET OIT-IDX UP BY 1
           END-IF.

       540-MATCH-BY-AMOUNT.
      * One of the customer's items owing exactly the amount of the
      * check -- the oldest, when more than one does.
           MOVE ZEROS TO W05-BEST-SUB
           PERFORM 545-CHECK-AMOUNT-ENTRY
             VARYING OIT-IDX FROM 1 BY 1
               UNTIL OIT-IDX > OIT-TABLE-COUNT
           IF W05-BEST-SUB > 0
               SET OIT-IDX TO W05-BEST-SUB
               MOVE 'A' TO W05-MATCH-METHOD
               MOVE 'CUST+AMOUNT' TO APL-METHOD
               PERFORM 570-APPLY-TO-ITEM
           END-IF.

       545-CHECK-AMOUNT-ENTRY.
           IF OIT-CUST-NUMBER (OIT-IDX) = W05-MATCH-CUST-NO
              AND OIT-BALANCE (OIT-IDX) = W05-REMAINING-AMOUNT
              AND (W05-BEST-SUB = 0
                OR OIT-CHARGE-DATE (OIT-IDX) < W05-BEST-DATE)
               SET W05-BEST-SUB TO OIT-IDX
               MOVE OIT-CHARGE-DATE (OIT-IDX) TO W05-BEST-DATE
           END-IF.

       550-APPLY-OLDEST-FIRST.
      * The customer's oldest item owing money takes what it owes,
      * then the next oldest, until the check runs out or the
      * customer owes nothing more.
           MOVE 'YES' TO W05-MORE-ITEMS-SWITCH
           PERFORM 555-APPLY-TO-OLDEST-ITEM
             UNTIL W05-REMAINING-AMOUNT = 0
                OR W05-MORE-ITEMS-SWITCH = 'NO'.

       555-APPLY-TO-OLDEST-ITEM.
           MOVE ZEROS TO W05-BEST-SUB
           PERFORM 560-CHECK-OLDEST-ENTRY
             VARYING OIT-IDX FROM 1 BY 1
               UNTIL OIT-IDX > OIT-TABLE-COUNT
           IF W05-BEST-SUB = 0
               MOVE 'NO' TO W05-MORE-ITEMS-SWITCH
           ELSE
               SET OIT-IDX TO W05-BEST-SUB
               IF REMIT-NOT-MATCHED
                   MOVE 'O' TO W05-MATCH-METHOD
               END-IF
               MOVE 'OLDEST FIRST' TO APL-METHOD
               PERFORM 570-APPLY-TO-ITEM
           END-IF.

       560-CHECK-OLDEST-ENTRY.
           IF OIT-CUST-NUMBER (OIT-IDX) = W05-MATCH-CUST-NO
              AND OIT-BALANCE (OIT-IDX) > 0
              AND (W05-BEST-SUB = 0
                OR OIT-CHARGE-DATE (OIT-IDX) < W05-BEST-DATE)
               SET W05-BEST-SUB TO OIT-IDX
               MOVE OIT-CHARGE-DATE (OIT-IDX) TO W05-BEST-DATE
           END-IF.

       570-APPLY-TO-ITEM.
      * OIT-IDX is the item.  It takes no more than it owes -- the
      * rest of the check stays with the caller for the next item
      * or for unapplied cash.
           IF W05-REMAINING-AMOUNT > OIT-BALANCE (OIT-IDX)
               MOVE OIT-BALANCE (OIT-IDX) TO W05-APPLY-AMOUNT
           ELSE
               MOVE W05-REMAINING-AMOUNT TO W05-APPLY-AMOUNT
           END-IF
           SUBTRACT W05-APPLY-AMOUNT FROM OIT-BALANCE (OIT-IDX)
           SUBTRACT W05-APPLY-AMOUNT FROM W05-REMAINING-AMOUNT
           MOVE OIT-CUST-NUMBER (OIT-IDX) TO PAY-CUST-NUMBER
           MOVE OIT-CONTRACT-NO (OIT-IDX) TO PAY-CONTRACT-NO
           MOVE W04-DEPOSIT-DATE TO PAY-DATE
           MOVE W05-APPLY-AMOUNT TO PAY-AMOUNT
           WRITE PAYMENT-RECORD
           ADD 1 TO CT-PAYMENTS-WRITTEN
           ADD W05-APPLY-AMOUNT TO CT-PAYMENT-AMOUNT
           ADD W05-APPLY-AMOUNT TO W04-BATCH-APPLIED-AMOUNT
           MOVE OIT-CUST-NUMBER (OIT-IDX) TO APL-CUST-NUMBER
           MOVE OIT-CONTRACT-NO (OIT-IDX) TO APL-CONTRACT-NO
           MOVE W05-APPLY-AMOUNT TO APL-AMOUNT
           MOVE APPLICATION-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD.

       580-WRITE-UNAPPLIED-CASH.
      * Nothing applied and no customer to look under: nobody can be
      * identified.  A customer but nothing applied: they owe
      * nothing on file.  Something applied: the check was more
      * than everything the customer owes.
           MOVE W04-DEPOSIT-DATE TO UNA-DEPOSIT-DATE
           MOVE W04-BATCH-NO TO UNA-BATCH-NO
           MOVE LBX-ITEM-SEQ TO UNA-ITEM-SEQ
           MOVE LBX-CHECK-NO TO UNA-CHECK-NO
           MOVE W05-REMIT-CUST-NO TO UNA-CUST-NUMBER
           MOVE W05-REMIT-CONTRACT-NO TO UNA-CONTRACT-NO
           MOVE LBX-AMOUNT TO UNA-REMIT-AMOUNT
           MOVE W05-REMAINING-AMOUNT TO UNA-AMOUNT
           EVALUATE TRUE
               WHEN W05-MATCH-CUST-NO = 0
                   MOVE 'N' TO UNA-REASON
                   MOVE NOT-IDENTIFIED-MSG TO ULN-MESSAGE
               WHEN REMIT-NOT-MATCHED
                   MOVE 'I' TO UNA-REASON
                   MOVE NO-OPEN-ITEMS-MSG TO ULN-MESSAGE
               WHEN OTHER
                   MOVE 'X' TO UNA-REASON
                   MOVE EXCESS-MSG TO ULN-MESSAGE
           END-EVALUATE
           WRITE UNAPPLIED-CASH-RECORD
           ADD 1 TO CT-UNAPPLIED-WRITTEN
           ADD W05-REMAINING-AMOUNT TO CT-UNAPPLIED-AMOUNT
           ADD W05-REMAINING-AMOUNT TO W04-BATCH-UNAPPLIED-AMOUNT
           MOVE W05-REMAINING-AMOUNT TO ULN-AMOUNT
           MOVE UNAPPLIED-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD.

       590-WRITE-BATCH-SETTLEMENT.
      * Every cent of the batch went one way or the other -- if the
      * two do not add back to the deposit, something in this run
      * is wrong and the whole day is failed.
           MOVE W04-BATCH-NO TO SBL-BATCH-NO
           MOVE W04-BATCH-REMIT-AMOUNT TO SBL-DEPOSIT-AMOUNT
           MOVE W04-BATCH-APPLIED-AMOUNT TO SBL-APPLIED-AMOUNT
           MOVE W04-BATCH-UNAPPLIED-AMOUNT TO SBL-UNAPPLIED-AMOUNT
           IF W04-BATCH-APPLIED-AMOUNT + W04-BATCH-UNAPPLIED-AMOUNT
              = W04-BATCH-REMIT-AMOUNT
               MOVE 'TIES' TO SBL-VERDICT
           ELSE
               MOVE '** DOES NOT TIE' TO SBL-VERDICT
               MOVE 'NO' TO W01-DEPOSIT-TIES-SWITCH
           END-IF
           MOVE SPACES TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE BATCH-SETTLEMENT-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE SPACES TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD.

       600-LIST-UNAPPLIED-CASH.
      * The clerks' work list, read back off the file just closed so
      * the listing is exactly what unapplied.dat holds.
           MOVE 'UNAPPLIED CASH' TO SHL-DESCRIPTION
           PERFORM 680-WRITE-SECTION-HEADING
           IF CT-UNAPPLIED-WRITTEN = 0
               MOVE 'NO UNAPPLIED CASH' TO NTL-TEXT
               PERFORM 690-WRITE-NOTE-LINE
           ELSE
               MOVE HEADING-UNAPPLIED-LINE TO LOCKBOX-REGISTER-RECORD
               WRITE LOCKBOX-REGISTER-RECORD
               MOVE SPACES TO LOCKBOX-REGISTER-RECORD
               WRITE LOCKBOX-REGISTER-RECORD
               OPEN INPUT UNAPPLIED-CASH-FILE
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               PERFORM 610-READ-UNAPPLIED-CASH
               PERFORM 620-LIST-ONE-UNAPPLIED
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               CLOSE UNAPPLIED-CASH-FILE
               MOVE SPACES TO LOCKBOX-REGISTER-RECORD
               WRITE LOCKBOX-REGISTER-RECORD
           END-IF.

       610-READ-UNAPPLIED-CASH.
           READ UNAPPLIED-CASH-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       620-LIST-ONE-UNAPPLIED.
           MOVE UNA-DEPOSIT-DATE TO ULL-DEPOSIT-DATE
           MOVE UNA-BATCH-NO TO ULL-BATCH-NO
           MOVE UNA-ITEM-SEQ TO ULL-ITEM-SEQ
           MOVE UNA-CHECK-NO TO ULL-CHECK-NO
           MOVE UNA-CUST-NUMBER TO ULL-CUST-NUMBER
           MOVE UNA-CONTRACT-NO TO ULL-CONTRACT-NO
           MOVE UNA-REMIT-AMOUNT TO ULL-REMIT-AMOUNT
           MOVE UNA-AMOUNT TO ULL-AMOUNT
           EVALUATE TRUE
               WHEN UNA-NOT-IDENTIFIED
                   MOVE NOT-IDENTIFIED-MSG TO ULL-MESSAGE
               WHEN UNA-NO-OPEN-ITEMS
                   MOVE NO-OPEN-ITEMS-MSG TO ULL-MESSAGE
               WHEN OTHER
                   MOVE EXCESS-MSG TO ULL-MESSAGE
           END-EVALUATE
           MOVE UNAPPLIED-LISTING-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           PERFORM 610-READ-UNAPPLIED-CASH.

       680-WRITE-SECTION-HEADING.
           MOVE SECTION-HEADING-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE SPACES TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD.

       690-WRITE-NOTE-LINE.
           MOVE NOTE-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE SPACES TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD.

       700-WRITE-CONTROL-TOTALS.
           MOVE TRAILER-HEADING-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE SPACES TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE 'BANK BATCHES - BANK DEPOSIT TOTAL' TO TRL-LABEL
           MOVE CT-BATCHES-RECEIVED TO TRL-COUNT
           MOVE CT-BANK-DEPOSIT-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE 'REMITTANCES READ' TO TRL-LABEL
           MOVE CT-REMITTANCES-READ TO TRL-COUNT
           MOVE CT-REMITTANCE-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE 'REMITTANCES MATCHED IN WHOLE OR PART' TO TRL-LABEL
           MOVE CT-REMITTANCES-MATCHED TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           MOVE TRAILER-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE 'PAYMENTS WRITTEN FOR ARPOST' TO TRL-LABEL
           MOVE CT-PAYMENTS-WRITTEN TO TRL-COUNT
           MOVE CT-PAYMENT-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE 'UNAPPLIED CASH' TO TRL-LABEL
           MOVE CT-UNAPPLIED-WRITTEN TO TRL-COUNT
           MOVE CT-UNAPPLIED-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE 'OPEN ITEMS LOADED FOR MATCHING' TO TRL-LABEL
           MOVE CT-ITEMS-LOADED TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           MOVE TRAILER-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE 'OPEN ITEMS BEYOND TABLE - NOT MATCHABLE' TO TRL-LABEL
           MOVE CT-ITEMS-NOT-LOADED TO TRL-COUNT
           MOVE TRAILER-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE SPACES TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD
           EVALUATE TRUE
               WHEN W01-LOCKBOX-RECEIVED-SWITCH = 'NO'
                   MOVE 'NO DEPOSIT RECEIVED - NOTHING APPLIED'
                     TO VDL-VERDICT
               WHEN W01-DEPOSIT-PROVED-SWITCH = 'NO'
                   MOVE 'DEPOSIT HELD - BANK BATCHES DID NOT PROVE'
                     TO VDL-VERDICT
               WHEN CT-PAYMENT-AMOUNT + CT-UNAPPLIED-AMOUNT
                    NOT = CT-BANK-DEPOSIT-AMOUNT
                   MOVE 'NO' TO W01-DEPOSIT-TIES-SWITCH
                   MOVE 'DEPOSIT DOES NOT TIE - APPLIED PLUS UNAPPLIED'
                     TO VDL-VERDICT
               WHEN W01-DEPOSIT-TIES-SWITCH = 'NO'
                   MOVE 'DEPOSIT DOES NOT TIE - SEE BATCH LINES ABOVE'
                     TO VDL-VERDICT
               WHEN OTHER
                   MOVE 'DEPOSIT TIES - APPLIED PLUS UNAPPLIED = BANK'
                     TO VDL-VERDICT
           END-EVALUATE
           MOVE VERDICT-LINE TO LOCKBOX-REGISTER-RECORD
           WRITE LOCKBOX-REGISTER-RECORD.

       710-STAMP-RUN-COMPLETE.
      * Only reached on a clean finish -- an abend or a held deposit
      * leaves the entry STARTED, and the resubmitted step runs
      * again.
           MOVE W07-TODAYS-FULL-DATE TO RCT-RUN-DATE
           MOVE RCN-THIS-STEP TO RCT-STEP-NAME
           MOVE 'C' TO RCT-STATUS
           ACCEPT RCT-STAMP-TIME FROM TIME
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.
