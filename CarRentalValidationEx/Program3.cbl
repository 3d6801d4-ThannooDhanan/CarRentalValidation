      *   - each damage charge INCPOST emitted is folded in (or
      *     opens an item) exactly the same way -- the condition
      *     report finally reaches the receivable;
      *   - each no-show fee the reservation sweep billed opens an
      *     item of its own, keyed by customer and reservation
      *     number since no contract was ever written, and every
      *     one that opens an item is copied to the posted no-show
      *     file (noshowpost.dat) for the journal and statement
      *     runs;
      *   - each payment on the daily payments transaction file is
      *     applied against its item's balance, and the item is
      *     marked paid when the balance reaches zero;
      *   - each credit memo, debit memo, write-off and refund on the
      *     adjustment transaction file is edited and applied to its
      *     item the same way, and every one that posts is copied to
      *     the posted adjustments file (aradjpost.dat) for the
      *     journal and statement runs.
      * Every posting is echoed to the A/R posting register
      * (arregister.dat) so the day's money movement can be eyeballed
      * and filed; a payment with no matching open item is flagged
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS DMG-FILE-STATUS.

           SELECT NO-SHOW-FEE-FILE ASSIGN TO 'noshowfees.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS NSF-FILE-STATUS.

           SELECT PAYMENT-FILE  ASSIGN TO 'payments.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS PAY-FILE-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO 'aradjust.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS ADJ-FILE-STATUS.

           SELECT POSTED-ADJUSTMENT-FILE ASSIGN TO 'aradjpost.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSTED-NO-SHOW-FEE-FILE ASSIGN TO 'noshowpost.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AR-ITEM-MASTER ASSIGN TO 'aritems.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-DETAIL-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS INVOICE-DETAIL-RECORD.
           COPY INVDET.

           DATA RECORD IS DAMAGE-CHARGE-RECORD.
           COPY DMGFEE.

       FD  NO-SHOW-FEE-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS NO-SHOW-FEE-RECORD.
           COPY NSFEE.

       FD  PAYMENT-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS PAYMENT-RECORD.
           COPY PAYMENT.

       FD  ADJUSTMENT-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS AR-ADJUSTMENT-RECORD.
           COPY ARADJ.

       FD  POSTED-ADJUSTMENT-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS POSTED-ADJUSTMENT-RECORD.
       01 POSTED-ADJUSTMENT-RECORD PIC X(39).

       FD  POSTED-NO-SHOW-FEE-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS POSTED-NO-SHOW-FEE-RECORD.
       01 POSTED-NO-SHOW-FEE-RECORD PIC X(29).

       FD  AR-ITEM-MASTER
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS AR-OPEN-ITEM-RECORD.
           COPY ARITEM.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-ADJ-VALID-SWITCH PIC X(3) VALUE 'YES'.

       01 FILE-STATUS-CONTROLS.
         05 IVD-FILE-STATUS PIC XX.
           88 LTE-FILE-OK VALUE '00'.
         05 DMG-FILE-STATUS PIC XX.
           88 DMG-FILE-OK VALUE '00'.
         05 NSF-FILE-STATUS PIC XX.
           88 NSF-FILE-OK VALUE '00'.
         05 PAY-FILE-STATUS PIC XX.
           88 PAY-FILE-OK VALUE '00'.
         05 ADJ-FILE-STATUS PIC XX.
           88 ADJ-FILE-OK VALUE '00'.
         05 AR-FILE-STATUS PIC XX.
           88 AR-FILE-MISSING VALUE '35'.
         05 CUST-FILE-STATUS PIC XX.
         05 CT-DMG-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-DMG-DUPLICATE PIC 9(6) COMP VALUE 0.
         05 CT-DUP-DMG-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-NO-SHOW-FEES-POSTED PIC 9(6) COMP VALUE 0.
         05 CT-NO-SHOW-FEE-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-NO-SHOW-KEY-IN-USE PIC 9(6) COMP VALUE 0.
         05 CT-KEY-IN-USE-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-CREDIT-MEMOS-POSTED PIC 9(6) COMP VALUE 0.
         05 CT-CREDIT-MEMO-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-DEBIT-MEMOS-POSTED PIC 9(6) COMP VALUE 0.
         05 CT-DEBIT-MEMO-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-WRITE-OFFS-POSTED PIC 9(6) COMP VALUE 0.
         05 CT-WRITE-OFF-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-REFUNDS-POSTED PIC 9(6) COMP VALUE 0.
         05 CT-REFUND-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-ADJUSTMENTS-REJECTED PIC 9(6) COMP VALUE 0.
         05 CT-ADJ-REJECTED-AMOUNT PIC 9(8)V99 COMP VALUE 0.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.

       01 POSTING-WORK-FIELDS.
         05 W02-TODAYS-FULL-DATE PIC 9(8).
         05 W02-ADJ-DATE PIC 9(8).
         05 W02-ADJ-DATE-PARTS REDEFINES W02-ADJ-DATE.
           10 W02-ADJ-CCYY PIC 9(4).
           10 W02-ADJ-MONTH PIC 99.
             88 ADJ-VALID-MONTHS VALUES 1 THRU 12.
             88 ADJ-FEBRUARY VALUE 2.
             88 ADJ-30-DAY-MONTH VALUES 4 6 9 11.
             88 ADJ-31-DAY-MONTH VALUES 1 3 5 7 8 10 12.
           10 W02-ADJ-DAY PIC 99.
         05 W02-DIVIDE-RESULT PIC 9(4).
         05 W02-DIVIDE-REMAINDER PIC 999.
         05 W02-LEAP-YEAR-SWITCH PIC X(3) VALUE 'NO'.
           88 ADJ-LEAP-YEAR VALUE 'YES'.

      * Keys 400 flagged DUPLICATE this run.  A contract's late fee
      * always travels in the same day's files as its invoice, so a
           88 RCT-FILE-MISSING VALUE '35'.
         05 RCN-THIS-STEP PIC X(8) VALUE 'ARPOST'.
         05 RCN-PRIOR-STEP PIC X(8) VALUE 'BILLING'.
         05 RCN-SWEEP-STEP PIC X(8) VALUE 'RESVSWP'.
         05 W05-RUN-CLEARED-SWITCH PIC X(3) VALUE 'YES'.
         05 W05-SWEEP-CLEARED-SWITCH PIC X(3) VALUE 'YES'.

      * Why an adjustment was turned away -- the first failing edit
      * is the one the register shows.
       01 REJECT-REASONS.
         05 ADJ-TYPE-MSG PIC X(40) VALUE
                            'ADJUSTMENT TYPE MUST BE C, D, W OR R'.
         05 ADJ-AMOUNT-MSG PIC X(40) VALUE
                            'ADJUSTMENT AMOUNT MUST BE > ZERO'.
         05 ADJ-DATE-MSG PIC X(40) VALUE
                            'ADJUSTMENT DATE IS NOT A VALID DATE'.
         05 ADJ-DATE-FUTURE-MSG PIC X(40) VALUE
                            'ADJUSTMENT DATE IS IN THE FUTURE'.
         05 ADJ-REASON-MSG PIC X(40) VALUE 'MISSING REASON CODE'.
         05 ADJ-AUTHORIZER-MSG PIC X(40) VALUE
                            'MISSING AUTHORIZER'.
         05 ADJ-NO-ITEM-MSG PIC X(40) VALUE
                            'NO OPEN ITEM FOR CUSTOMER/CONTRACT'.
         05 ADJ-WRITE-OFF-MSG PIC X(40) VALUE
                            'WRITE-OFF EXCEEDS BALANCE DUE'.
         05 ADJ-REFUND-MSG PIC X(40) VALUE
                            'REFUND EXCEEDS CREDIT BALANCE'.
         05 ADJ-BEFORE-CHARGE-MSG PIC X(40) VALUE
                            'ADJUSTMENT DATED BEFORE THE CHARGE'.

       01 HEADING-REGISTER-LINE-ONE.
         05 PIC X(26) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'AMOUNT'.
         05 FILLER PIC X(7) VALUE SPACES.
         05 FILLER PIC X(7) VALUE 'BALANCE'.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(4) VALUE 'RSN'.
         05 FILLER PIC X(10) VALUE 'AUTH BY'.
         05 FILLER PIC X(44) VALUE SPACES.

       01 REGISTER-LINE.
         05 REG-POSTING PIC X(10).
         05 REG-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 REG-BALANCE PIC ZZZ,ZZ9.99-.
         05 FILLER PIC XX VALUE SPACES.
         05 REG-ADJ-REASON PIC X(2) VALUE SPACES.
         05 FILLER PIC XX VALUE SPACES.
         05 REG-ADJ-AUTHORIZER PIC X(8) VALUE SPACES.
         05 FILLER PIC XX VALUE SPACES.
         05 REG-ADJ-MESSAGE PIC X(40) VALUE SPACES.
         05 FILLER PIC X(4) VALUE SPACES.

       01 TRAILER-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
               STOP RUN
           END-IF
           PERFORM 135-STAMP-RUN-START
           PERFORM 140-VERIFY-SWEEP-COMPLETED
           PERFORM 120-OPEN-ITEM-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT AR-REGISTER
           PERFORM 310-POST-INVOICE-DETAILS
           PERFORM 320-POST-LATE-FEES
           PERFORM 340-POST-DAMAGE-CHARGES
           PERFORM 360-POST-NO-SHOW-FEES
           PERFORM 330-APPLY-PAYMENTS
           PERFORM 350-APPLY-ADJUSTMENTS
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE AR-ITEM-MASTER
           CLOSE CUSTOMER-MASTER
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

       140-VERIFY-SWEEP-COMPLETED.
      * noshowfees.dat is rewritten only when the reservation sweep
      * runs, so unless RESVSWP completed today the file on hand is
      * an earlier day's, already posted.  The rest of the day
      * posts either way; only the no-show fees are held, and the
      * register says so.
           MOVE W02-TODAYS-FULL-DATE TO RCT-RUN-DATE
           MOVE RCN-SWEEP-STEP TO RCT-STEP-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'RESVSWP HAS NOT RUN FOR '
                     W02-TODAYS-FULL-DATE ' - NO-SHOW FEES HELD'
                   MOVE 'NO' TO W05-SWEEP-CLEARED-SWITCH
               NOT INVALID KEY
                   IF NOT RCT-STEP-COMPLETED
                       DISPLAY 'RESVSWP HAS NOT COMPLETED FOR '
                         RCT-RUN-DATE ' - NO-SHOW FEES HELD'
                       MOVE 'NO' TO W05-SWEEP-CLEARED-SWITCH
                   END-IF
           END-READ.

       200-WRITE-REGISTER-HEADINGS.
           MOVE HEADING-REGISTER-LINE-ONE TO AR-REGISTER-RECORD
           WRITE AR-REGISTER-RECORD
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       360-POST-NO-SHOW-FEES.
      * A missing fee file just means the sweep billed nothing
      * today -- there is nothing to post, not a failure.  The
      * posted file is opened OUTPUT every run, held or not, so the
      * journal and statement runs never pick up yesterday's fees a
      * second time.
           OPEN OUTPUT POSTED-NO-SHOW-FEE-FILE
           IF W05-SWEEP-CLEARED-SWITCH = 'YES'
               OPEN INPUT NO-SHOW-FEE-FILE
               IF NSF-FILE-OK
                   MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
                   PERFORM 365-READ-NO-SHOW-FEE
                   PERFORM 465-POST-ONE-NO-SHOW-FEE
                     UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
                   CLOSE NO-SHOW-FEE-FILE
               END-IF
           END-IF
           CLOSE POSTED-NO-SHOW-FEE-FILE.

       365-READ-NO-SHOW-FEE.
           READ NO-SHOW-FEE-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       330-APPLY-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           IF PAY-FILE-OK
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       350-APPLY-ADJUSTMENTS.
      * The posted file is opened OUTPUT every run, even with no
      * adjustments keyed, so the journal and statement runs never
      * pick up yesterday's postings a second time.
           OPEN OUTPUT POSTED-ADJUSTMENT-FILE
           OPEN INPUT ADJUSTMENT-FILE
           IF ADJ-FILE-OK
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               PERFORM 355-READ-ADJUSTMENT
               PERFORM 450-APPLY-ONE-ADJUSTMENT
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               CLOSE ADJUSTMENT-FILE
           END-IF
           CLOSE POSTED-ADJUSTMENT-FILE.

       355-READ-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       400-POST-ONE-INVOICE.
      * One contract bills once, and validation's contract register
      * guarantees BILLING never writes the same contract twice --
      * partial day, or the job submitted twice).  Adding on would
      * double-bill the customer's receivable, the very error the
      * rest of the system exists to stop, so the posting is
      * flagged DUPLICATE on the register and skipped.  The one
      * other way in is an earlier no-show fee for the same
      * customer whose reservation number matches this contract
      * (see ARITEM.cpy) -- the clerk reading the DUPLICATE line
      * checks the item's history before deciding which it is.
           MOVE IVD-CUST-NUMBER TO AR-CUST-NUMBER
           MOVE IVD-CONTRACT-NO TO AR-CONTRACT-NO
           READ AR-ITEM-MASTER

       430-LOOKUP-CUSTOMER-NAME.
      * AR-CUST-NUMBER was keyed from whichever charge is opening
      * the item, so one lookup serves the late-fee, damage-charge
      * and no-show paths alike.
           MOVE AR-CUST-NUMBER TO CUST-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
           END-IF
           PERFORM 345-READ-DAMAGE-CHARGE.

       465-POST-ONE-NO-SHOW-FEE.
      * No invoice ever travels with a no-show, so there is no
      * DUPLICATE table to screen -- 140 keeps an earlier day's fee
      * file out.  The fee opens its own item under the
      * reservation number, and a payment keyed against that number
      * settles it like any other item.  An item already on file
      * under that key is a contract of the customer's that happens
      * to share the number, or the same fee posted on an earlier
      * run -- folding the fee into it would mix a no-show into a
      * rental invoice that the lockbox matches by contract, so the
      * fee is flagged KEY IN USE and skipped for the A/R clerks to
      * key as a debit memo against an item of their choosing.
      * Only a fee that opens its item reaches the posted no-show
      * file, so a skipped one is journaled and billed once, by the
      * debit memo.
           MOVE NSF-CUST-NUMBER TO AR-CUST-NUMBER
           MOVE NSF-RESV-NO TO AR-CONTRACT-NO
           READ AR-ITEM-MASTER
               INVALID KEY
                   PERFORM 430-LOOKUP-CUSTOMER-NAME
                   MOVE W02-TODAYS-FULL-DATE TO AR-CHARGE-DATE
                   MOVE NSF-FEE-AMOUNT TO AR-ORIGINAL-AMOUNT
                   MOVE NSF-FEE-AMOUNT TO AR-BALANCE-DUE
                   MOVE ZEROS TO AR-LAST-PAYMENT-DATE
                   MOVE 'O' TO AR-STATUS
                   WRITE AR-OPEN-ITEM-RECORD
                   MOVE NO-SHOW-FEE-RECORD TO POSTED-NO-SHOW-FEE-RECORD
                   WRITE POSTED-NO-SHOW-FEE-RECORD
                   ADD 1 TO CT-NO-SHOW-FEES-POSTED
                   ADD NSF-FEE-AMOUNT TO CT-NO-SHOW-FEE-AMOUNT
                   MOVE 'NO-SHOW' TO REG-POSTING
                   MOVE NSF-FEE-AMOUNT TO REG-AMOUNT
                   PERFORM 599-WRITE-REGISTER-LINE
               NOT INVALID KEY
                   ADD 1 TO CT-NO-SHOW-KEY-IN-USE
                   ADD NSF-FEE-AMOUNT TO CT-KEY-IN-USE-AMOUNT
                   MOVE 'KEY IN USE' TO REG-POSTING
                   MOVE NSF-FEE-AMOUNT TO REG-AMOUNT
                   PERFORM 599-WRITE-REGISTER-LINE
           END-READ
           PERFORM 365-READ-NO-SHOW-FEE.

       440-APPLY-ONE-PAYMENT.
      * A payment keyed against nothing on file is the register's
      * problem to surface, not the program's to guess at -- it is
           END-READ
           PERFORM 335-READ-PAYMENT.

       450-APPLY-ONE-ADJUSTMENT.
      * Same discipline as a payment: an adjustment keyed against
      * nothing on file is flagged NO MATCH for the clerks to
      * re-key, and one that fails an edit is flagged REJECTED with
      * the reason -- neither touches the item, and neither reaches
      * the posted file the journal and statements read.
           MOVE 'YES' TO W01-ADJ-VALID-SWITCH
           MOVE ADJ-CUST-NUMBER TO AR-CUST-NUMBER
           MOVE ADJ-CONTRACT-NO TO AR-CONTRACT-NO
           MOVE ADJ-REASON-CODE TO REG-ADJ-REASON
           MOVE ADJ-AUTHORIZER TO REG-ADJ-AUTHORIZER
           PERFORM 455-EDIT-ADJUSTMENT
           MOVE ADJ-AMOUNT TO REG-AMOUNT
           IF W01-ADJ-VALID-SWITCH = 'YES'
               READ AR-ITEM-MASTER
                   INVALID KEY
                       MOVE 'NO' TO W01-ADJ-VALID-SWITCH
                       MOVE 'NO MATCH' TO REG-POSTING
                       MOVE ADJ-NO-ITEM-MSG TO REG-ADJ-MESSAGE
                       MOVE SPACES TO AR-LAST-NAME
                       MOVE ZEROS TO AR-BALANCE-DUE
                   NOT INVALID KEY
                       PERFORM 460-EDIT-AGAINST-ITEM
               END-READ
           ELSE
               MOVE SPACES TO AR-LAST-NAME
               MOVE ZEROS TO AR-BALANCE-DUE
           END-IF
           IF W01-ADJ-VALID-SWITCH = 'YES'
               PERFORM 470-POST-ADJUSTMENT
           ELSE
               ADD 1 TO CT-ADJUSTMENTS-REJECTED
               ADD ADJ-AMOUNT TO CT-ADJ-REJECTED-AMOUNT
               PERFORM 599-WRITE-REGISTER-LINE
           END-IF
           PERFORM 355-READ-ADJUSTMENT.

       455-EDIT-ADJUSTMENT.
      * Edits that need nothing but the transaction itself.  The
      * first failing edit is the reason the register shows.  A
      * garbled amount is zeroed so it fails the amount edit and
      * cannot upset the control totals.
           IF ADJ-AMOUNT NOT NUMERIC
               MOVE ZEROS TO ADJ-AMOUNT
           END-IF
           IF NOT ADJ-VALID-TYPES
               MOVE 'NO' TO W01-ADJ-VALID-SWITCH
               MOVE ADJ-TYPE-MSG TO REG-ADJ-MESSAGE
           END-IF
           IF W01-ADJ-VALID-SWITCH = 'YES'
              AND ADJ-AMOUNT = 0
               MOVE 'NO' TO W01-ADJ-VALID-SWITCH
               MOVE ADJ-AMOUNT-MSG TO REG-ADJ-MESSAGE
           END-IF
           IF W01-ADJ-VALID-SWITCH = 'YES'
               PERFORM 456-EDIT-ADJUSTMENT-DATE
           END-IF
           IF W01-ADJ-VALID-SWITCH = 'YES'
              AND ADJ-REASON-CODE = SPACES
               MOVE 'NO' TO W01-ADJ-VALID-SWITCH
               MOVE ADJ-REASON-MSG TO REG-ADJ-MESSAGE
           END-IF
           IF W01-ADJ-VALID-SWITCH = 'YES'
              AND ADJ-AUTHORIZER = SPACES
               MOVE 'NO' TO W01-ADJ-VALID-SWITCH
               MOVE ADJ-AUTHORIZER-MSG TO REG-ADJ-MESSAGE
           END-IF
           IF W01-ADJ-VALID-SWITCH = 'NO'
               MOVE 'REJECTED' TO REG-POSTING
           END-IF.

       456-EDIT-ADJUSTMENT-DATE.
      * Blank takes the run date.  Anything keyed must be a real
      * calendar date and not in the future -- the adjustment has
      * already been granted.  The date is written back into the
      * record so the posted file always carries one.
           IF ADJ-DATE NUMERIC
              AND ADJ-DATE NOT = ZEROS
               MOVE ADJ-DATE TO W02-ADJ-DATE
               PERFORM 457-DETERMINE-LEAP-YEAR
               IF NOT ADJ-VALID-MONTHS
                  OR W02-ADJ-DAY = ZEROS
                  OR (ADJ-FEBRUARY AND (W02-ADJ-DAY > 29
                      OR (W02-ADJ-DAY = 29 AND NOT ADJ-LEAP-YEAR)))
                  OR (ADJ-30-DAY-MONTH AND W02-ADJ-DAY > 30)
                  OR (ADJ-31-DAY-MONTH AND W02-ADJ-DAY > 31)
                   MOVE 'NO' TO W01-ADJ-VALID-SWITCH
                   MOVE ADJ-DATE-MSG TO REG-ADJ-MESSAGE
               END-IF
           ELSE
               MOVE W02-TODAYS-FULL-DATE TO W02-ADJ-DATE
           END-IF
           IF W01-ADJ-VALID-SWITCH = 'YES'
              AND W02-ADJ-DATE > W02-TODAYS-FULL-DATE
               MOVE 'NO' TO W01-ADJ-VALID-SWITCH
               MOVE ADJ-DATE-FUTURE-MSG TO REG-ADJ-MESSAGE
           END-IF
           IF W01-ADJ-VALID-SWITCH = 'YES'
               MOVE W02-ADJ-DATE TO ADJ-DATE
           END-IF.

       457-DETERMINE-LEAP-YEAR.
      * Standard leap-year rule: divisible by 4, except centuries
      * not divisible by 400.
           MOVE 'NO' TO W02-LEAP-YEAR-SWITCH
           DIVIDE W02-ADJ-CCYY BY 4
             GIVING W02-DIVIDE-RESULT REMAINDER W02-DIVIDE-REMAINDER
           IF W02-DIVIDE-REMAINDER = 0
               DIVIDE W02-ADJ-CCYY BY 100
                 GIVING W02-DIVIDE-RESULT
                 REMAINDER W02-DIVIDE-REMAINDER
               IF W02-DIVIDE-REMAINDER NOT = 0
                   MOVE 'YES' TO W02-LEAP-YEAR-SWITCH
               ELSE
                   DIVIDE W02-ADJ-CCYY BY 400
                     GIVING W02-DIVIDE-RESULT
                     REMAINDER W02-DIVIDE-REMAINDER
                   IF W02-DIVIDE-REMAINDER = 0
                       MOVE 'YES' TO W02-LEAP-YEAR-SWITCH
                   END-IF
               END-IF
           END-IF.

       460-EDIT-AGAINST-ITEM.
      * A write-off clears debt that is owed, so it may not take the
      * item past zero into a credit; a refund pays back a credit
      * the customer actually has, so it may not take the item past
      * zero into a debt.  Credit and debit memos are free to move
      * the balance either way -- a goodwill credit on a paid item
      * is exactly what a later refund then pays out.  None of the
      * four can be granted before the item was charged.
           IF ADJ-DATE < AR-CHARGE-DATE
               MOVE 'NO' TO W01-ADJ-VALID-SWITCH
               MOVE ADJ-BEFORE-CHARGE-MSG TO REG-ADJ-MESSAGE
           END-IF
           IF W01-ADJ-VALID-SWITCH = 'YES'
              AND ADJ-WRITE-OFF
              AND ADJ-AMOUNT > AR-BALANCE-DUE
               MOVE 'NO' TO W01-ADJ-VALID-SWITCH
               MOVE ADJ-WRITE-OFF-MSG TO REG-ADJ-MESSAGE
           END-IF
           IF W01-ADJ-VALID-SWITCH = 'YES'
              AND ADJ-REFUND
              AND ADJ-AMOUNT + AR-BALANCE-DUE > 0
               MOVE 'NO' TO W01-ADJ-VALID-SWITCH
               MOVE ADJ-REFUND-MSG TO REG-ADJ-MESSAGE
           END-IF
           IF W01-ADJ-VALID-SWITCH = 'NO'
               MOVE 'REJECTED' TO REG-POSTING
           END-IF.

       470-POST-ADJUSTMENT.
      * A debit memo is a charge, so it raises the original amount
      * as well as the balance; the other three move the balance
      * only.  An item the adjustment brings to exactly zero is
      * paid, and a debit memo against a paid item reopens it.
           EVALUATE TRUE
               WHEN ADJ-CREDIT-MEMO
                   SUBTRACT ADJ-AMOUNT FROM AR-BALANCE-DUE
                   ADD 1 TO CT-CREDIT-MEMOS-POSTED
                   ADD ADJ-AMOUNT TO CT-CREDIT-MEMO-AMOUNT
                   MOVE 'CR MEMO' TO REG-POSTING
               WHEN ADJ-DEBIT-MEMO
                   ADD ADJ-AMOUNT TO AR-ORIGINAL-AMOUNT
                   ADD ADJ-AMOUNT TO AR-BALANCE-DUE
                   ADD 1 TO CT-DEBIT-MEMOS-POSTED
                   ADD ADJ-AMOUNT TO CT-DEBIT-MEMO-AMOUNT
                   MOVE 'DR MEMO' TO REG-POSTING
               WHEN ADJ-WRITE-OFF
                   SUBTRACT ADJ-AMOUNT FROM AR-BALANCE-DUE
                   ADD 1 TO CT-WRITE-OFFS-POSTED
                   ADD ADJ-AMOUNT TO CT-WRITE-OFF-AMOUNT
                   MOVE 'WRITE-OFF' TO REG-POSTING
               WHEN ADJ-REFUND
                   ADD ADJ-AMOUNT TO AR-BALANCE-DUE
                   ADD 1 TO CT-REFUNDS-POSTED
                   ADD ADJ-AMOUNT TO CT-REFUND-AMOUNT
                   MOVE 'REFUND' TO REG-POSTING
           END-EVALUATE
           IF AR-BALANCE-DUE = 0
               MOVE 'P' TO AR-STATUS
           ELSE
               MOVE 'O' TO AR-STATUS
           END-IF
           REWRITE AR-OPEN-ITEM-RECORD
           MOVE AR-ADJUSTMENT-RECORD TO POSTED-ADJUSTMENT-RECORD
           WRITE POSTED-ADJUSTMENT-RECORD
           PERFORM 599-WRITE-REGISTER-LINE.

       599-WRITE-REGISTER-LINE.
      * The adjustment columns are filled only by 450; they are
      * cleared after every line so no other posting inherits them.
           MOVE AR-CUST-NUMBER TO REG-CUST-NUMBER
           MOVE AR-CONTRACT-NO TO REG-CONTRACT-NO
           MOVE AR-LAST-NAME TO REG-LAST-NAME
           MOVE AR-BALANCE-DUE TO REG-BALANCE
           MOVE REGISTER-LINE TO AR-REGISTER-RECORD
           WRITE AR-REGISTER-RECORD
           MOVE SPACES TO REG-ADJ-REASON
           MOVE SPACES TO REG-ADJ-AUTHORIZER
           MOVE SPACES TO REG-ADJ-MESSAGE.

       700-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO AR-REGISTER-RECORD
           MOVE CT-DMG-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO AR-REGISTER-RECORD
           WRITE AR-REGISTER-RECORD
           MOVE 'NO-SHOW FEES POSTED' TO TRL-LABEL
           MOVE CT-NO-SHOW-FEES-POSTED TO TRL-COUNT
           MOVE CT-NO-SHOW-FEE-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO AR-REGISTER-RECORD
           WRITE AR-REGISTER-RECORD
           MOVE 'NO-SHOW FEES SKIPPED - KEY IN USE' TO TRL-LABEL
           MOVE CT-NO-SHOW-KEY-IN-USE TO TRL-COUNT
           MOVE CT-KEY-IN-USE-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO AR-REGISTER-RECORD
           WRITE AR-REGISTER-RECORD
           IF W05-SWEEP-CLEARED-SWITCH = 'NO'
               MOVE 'NO-SHOW FEES HELD - SWEEP NOT COMPLETE'
                 TO TRL-LABEL
               MOVE ZEROS TO TRL-COUNT
               MOVE ZEROS TO TRL-AMOUNT
               MOVE TRAILER-LINE TO AR-REGISTER-RECORD
               WRITE AR-REGISTER-RECORD
           END-IF
           MOVE 'PAYMENTS APPLIED' TO TRL-LABEL
           MOVE CT-PAYMENTS-APPLIED TO TRL-COUNT
           MOVE CT-PAYMENT-AMOUNT TO TRL-AMOUNT
           MOVE CT-DMG-DUPLICATE TO TRL-COUNT
           MOVE CT-DUP-DMG-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO AR-REGISTER-RECORD
           WRITE AR-REGISTER-RECORD
           MOVE 'CREDIT MEMOS POSTED' TO TRL-LABEL
           MOVE CT-CREDIT-MEMOS-POSTED TO TRL-COUNT
           MOVE CT-CREDIT-MEMO-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO AR-REGISTER-RECORD
           WRITE AR-REGISTER-RECORD
           MOVE 'DEBIT MEMOS POSTED' TO TRL-LABEL
           MOVE CT-DEBIT-MEMOS-POSTED TO TRL-COUNT
           MOVE CT-DEBIT-MEMO-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO AR-REGISTER-RECORD
           WRITE AR-REGISTER-RECORD
           MOVE 'WRITE-OFFS POSTED' TO TRL-LABEL
           MOVE CT-WRITE-OFFS-POSTED TO TRL-COUNT
           MOVE CT-WRITE-OFF-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO AR-REGISTER-RECORD
           WRITE AR-REGISTER-RECORD
           MOVE 'REFUNDS POSTED' TO TRL-LABEL
           MOVE CT-REFUNDS-POSTED TO TRL-COUNT
           MOVE CT-REFUND-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO AR-REGISTER-RECORD
           WRITE AR-REGISTER-RECORD
           MOVE 'ADJUSTMENTS REJECTED OR UNMATCHED' TO TRL-LABEL
           MOVE CT-ADJUSTMENTS-REJECTED TO TRL-COUNT
           MOVE CT-ADJ-REJECTED-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO AR-REGISTER-RECORD
           WRITE AR-REGISTER-RECORD.

       710-STAMP-RUN-COMPLETE.
