       IDENTIFICATION DIVISION.
      * ClaimMaint.cbl
       PROGRAM-ID. CLAIMMNT.
       AUTHOR. Dhanan Thannoo.

      * Damage claim apply run -- closes the loop INCPOST opens.  An
      * incident on an insured contract goes on the claims master
      * (claims.dat) OPEN, with the renter billed only the
      * deductible; the carrier's answer is keyed to claimtran.dat
      * and lands here:
      *   - a SETTLE records the amount the carrier paid and the
      *     date, and the claim is done;
      *   - a DENY records the date and falls back to the renter:
      *     the estimate less the deductible already billed goes to
      *     dmgcharges.dat under the renter's account, so ARPOST
      *     posts it and GLJRNL journals it exactly like any other
      *     damage charge.
      * Every transaction is edited before anything is touched, and
      * every one applied or rejected shows with before and after
      * images on the claims register (claimreg.dat) -- same
      * discipline as FILEMNT.
      * The run stamps the run-control ledger and will not start
      * ahead of INCPOST for the date: INCPOST opens dmgcharges.dat
      * OUTPUT, so a denial written first would be wiped before
      * ARPOST ever saw it.  A second clean run per date is refused
      * too -- the charges are appended, and a resubmitted day
      * would bill every denial twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-TRAN-FILE ASSIGN TO 'claimtran.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS TRN-FILE-STATUS.

           SELECT CLAIMS-MASTER ASSIGN TO 'claims.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CLM-CLAIM-NO
                                FILE STATUS IS CLM-FILE-STATUS.

           SELECT DAMAGE-CHARGE-FILE ASSIGN TO 'dmgcharges.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS DMG-FILE-STATUS.

           SELECT CLAIM-REGISTER ASSIGN TO 'claimreg.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'runctl.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS RCT-KEY
                                FILE STATUS IS RCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-TRAN-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS CLAIM-TRAN-RECORD.
           COPY CLMTRAN.

       FD  CLAIMS-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CLAIM-RECORD.
           COPY CLAIMMAS.

       FD  DAMAGE-CHARGE-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS DAMAGE-CHARGE-RECORD.
           COPY DMGFEE.

       FD  CLAIM-REGISTER
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CLAIM-REGISTER-RECORD.
       01 CLAIM-REGISTER-RECORD PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-TRAN-VALID-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-CLAIM-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 FILE-STATUS-CONTROLS.
         05 TRN-FILE-STATUS PIC XX.
           88 TRN-FILE-OK VALUE '00'.
         05 CLM-FILE-STATUS PIC XX.
           88 CLM-FILE-OK VALUE '00'.
           88 CLM-FILE-MISSING VALUE '35'.
         05 DMG-FILE-STATUS PIC XX.
           88 DMG-FILE-MISSING VALUE '35'.

      * Latched once after the OPEN -- the live status is
      * overwritten by every keyed READ, so the edits must test
      * this switch, never the status field.
       01 MASTER-AVAILABILITY-SWITCHES.
         05 W02-CLAIMS-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.

       01 CLAIM-WORK-FIELDS.
         05 W03-TODAYS-FULL-DATE PIC 9(8).
         05 W03-ACTION-DATE PIC 9(8).
         05 W03-DENIED-CHARGE PIC 9(6)V99.

      * Run-control ledger: refused when this step already
      * completed for the date, or when INCPOST has not.
       01 RUN-CONTROL-CONTROLS.
         05 RCT-FILE-STATUS PIC XX.
           88 RCT-FILE-MISSING VALUE '35'.
         05 RCN-THIS-STEP PIC X(8) VALUE 'CLAIMMNT'.
         05 RCN-PRIOR-STEP PIC X(8) VALUE 'INCPOST'.
         05 W04-RUN-CLEARED-SWITCH PIC X(3) VALUE 'YES'.

       01 REJECT-REASONS.
         05 ACTION-CODE-MSG PIC X(40) VALUE
                            'ACTION CODE MUST BE S OR D'.
         05 MASTER-DOWN-MSG PIC X(40) VALUE
                            'CLAIMS MASTER FILE NOT AVAILABLE'.
         05 CLAIM-NUMERIC-MSG PIC X(40) VALUE
                      'CLAIM NUMBER MUST BE NUMERIC NONZERO'.
         05 NOT-ON-FILE-MSG PIC X(40) VALUE
                            'CLAIM NOT ON FILE'.
         05 CLAIM-CLOSED-MSG PIC X(40) VALUE
                             'CLAIM IS ALREADY SETTLED OR DENIED'.
         05 SETTLED-AMOUNT-MSG PIC X(40) VALUE
                      'SETTLED AMOUNT MUST BE NUMERIC > ZERO'.

       01 CONTROL-TOTALS.
         05 CT-TRANS-READ PIC 9(6) COMP VALUE 0.
         05 CT-CLAIMS-SETTLED PIC 9(6) COMP VALUE 0.
         05 CT-SETTLED-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-CLAIMS-DENIED PIC 9(6) COMP VALUE 0.
         05 CT-CHARGES-WRITTEN PIC 9(6) COMP VALUE 0.
         05 CT-CHARGE-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-TRANS-REJECTED PIC 9(6) COMP VALUE 0.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.
         05 TODAYS-MONTH PIC 99.
         05 TODAYS-DAY PIC 99.

       01 TODAYS-DATE-4.
         05 TODAYS-CCYY PIC 9(4).
         05 TODAYS-CCYY-MONTH PIC 99.
         05 TODAYS-CCYY-DAY PIC 99.

       01 HEADING-REGISTER-LINE-ONE.
         05 PIC X(26) VALUE SPACES.
         05 PIC X(25) VALUE 'DAMAGE CLAIMS REGISTER AS'.
         05 PIC X(4) VALUE ' OF '.
         05 HDG-DATE.
           10 HDG-MONTH PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-DAY PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-YEAR PIC 99.
         05 PIC X(69) VALUE SPACES.

       01 HEADING-REGISTER-LINE-TWO.
         05 FILLER PIC X(8) VALUE 'ACTION'.
         05 FILLER PIC X(9) VALUE 'CLAIM #'.
         05 FILLER PIC X(15) VALUE 'SETTLED AMT'.
         05 FILLER PIC X(11) VALUE 'DISPOSITION'.
         05 FILLER PIC X(89) VALUE SPACES.

       01 REGISTER-LINE.
         05 RGL-ACTION PIC X(8).
         05 RGL-CLAIM-NO PIC 9(6).
         05 FILLER PIC X(3) VALUE SPACES.
         05 RGL-SETTLED-AMOUNT PIC ZZZ,ZZ9.99.
         05 FILLER PIC X(5) VALUE SPACES.
         05 RGL-DISPOSITION PIC X(40).
         05 FILLER PIC X(60) VALUE SPACES.

       01 IMAGE-LINE.
         05 FILLER PIC XX VALUE SPACES.
         05 IMG-LABEL PIC X(8).
         05 IMG-DATA PIC X(86).
         05 FILLER PIC X(36) VALUE SPACES.

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
      * EXTEND on the charge file.
           IF W04-RUN-CLEARED-SWITCH = 'NO'
               CLOSE RUN-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 135-STAMP-RUN-START
           OPEN INPUT CLAIM-TRAN-FILE
           PERFORM 120-OPEN-CLAIMS-MASTER
           PERFORM 125-OPEN-DAMAGE-CHARGES
           OPEN OUTPUT CLAIM-REGISTER
           PERFORM 200-WRITE-REGISTER-HEADINGS
           IF NOT TRN-FILE-OK
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-IF
           IF W01-DATA-REMAINS-SWITCH = 'YES'
               PERFORM 300-READ-CLAIM-TRAN
           END-IF
           PERFORM 400-PROCESS-CLAIM-TRANS
             UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE CLAIM-TRAN-FILE
           CLOSE CLAIMS-MASTER
           CLOSE DAMAGE-CHARGE-FILE
           CLOSE CLAIM-REGISTER
           PERFORM 710-STAMP-RUN-COMPLETE
           CLOSE RUN-CONTROL-FILE
      * RC 4 flags a run with rejects so the claims desk looks at
      * the register; the master itself is still good.
           IF CT-TRANS-REJECTED > 0
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
           COMPUTE W03-TODAYS-FULL-DATE =
             TODAYS-CCYY * 10000
             + TODAYS-CCYY-MONTH * 100
             + TODAYS-CCYY-DAY.

       120-OPEN-CLAIMS-MASTER.
      * INCPOST normally creates the master, but a claims run on a
      * system that has never opened a claim still finds a file --
      * created empty and reopened, with nothing for the
      * transactions to match.
           OPEN I-O CLAIMS-MASTER
           IF CLM-FILE-MISSING
               OPEN OUTPUT CLAIMS-MASTER
               CLOSE CLAIMS-MASTER
               OPEN I-O CLAIMS-MASTER
           END-IF
           IF CLM-FILE-OK
               MOVE 'YES' TO W02-CLAIMS-MASTER-OK-SWITCH
           END-IF.

       125-OPEN-DAMAGE-CHARGES.
      * EXTEND, never OUTPUT -- INCPOST has already written the
      * day's incident charges to this file for ARPOST, and a
      * denial is added behind them.  A day with no incidents may
      * have no file yet, so it is created empty first.
           OPEN EXTEND DAMAGE-CHARGE-FILE
           IF DMG-FILE-MISSING
               OPEN OUTPUT DAMAGE-CHARGE-FILE
               CLOSE DAMAGE-CHARGE-FILE
               OPEN EXTEND DAMAGE-CHARGE-FILE
           END-IF.

       130-VERIFY-RUN-CONTROL.
      * The very first run has no ledger to open, so one is created
      * empty and reopened.  A record already COMPLETED for today
      * means the day's claims are already applied -- a genuine
      * rerun goes through the RUNCTLM override first.
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
                       DISPLAY 'CLAIMMNT ALREADY COMPLETED FOR '
                         RCT-RUN-DATE ' - START REFUSED'
                       DISPLAY 'KEY AN OVERRIDE THROUGH RUNCTLM '
                         'FOR A GENUINE RERUN'
                       MOVE 'NO' TO W04-RUN-CLEARED-SWITCH
                   END-IF
           END-READ
           IF W04-RUN-CLEARED-SWITCH = 'YES'
               MOVE W03-TODAYS-FULL-DATE TO RCT-RUN-DATE
               MOVE RCN-PRIOR-STEP TO RCT-STEP-NAME
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY 'INCPOST HAS NOT RUN FOR '
                         W03-TODAYS-FULL-DATE ' - CLAIMMNT REFUSED'
                       MOVE 'NO' TO W04-RUN-CLEARED-SWITCH
                   NOT INVALID KEY
                       IF NOT RCT-STEP-COMPLETED
                           DISPLAY 'INCPOST HAS NOT COMPLETED FOR '
                             RCT-RUN-DATE ' - CLAIMMNT REFUSED'
                           MOVE 'NO' TO W04-RUN-CLEARED-SWITCH
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

       200-WRITE-REGISTER-HEADINGS.
           MOVE HEADING-REGISTER-LINE-ONE TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD
           MOVE SPACES TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD
           MOVE HEADING-REGISTER-LINE-TWO TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD
           MOVE SPACES TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD.

       300-READ-CLAIM-TRAN.
           READ CLAIM-TRAN-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.

       400-PROCESS-CLAIM-TRANS.
           MOVE 'YES' TO W01-TRAN-VALID-SWITCH
           PERFORM 405-DESCRIBE-TRAN
           EVALUATE TRUE
               WHEN NOT CLT-VALID-ACTION-CODES
                   MOVE ACTION-CODE-MSG TO RGL-DISPOSITION
                   PERFORM 690-WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM 410-EDIT-CLAIM-TRAN
                   IF W01-TRAN-VALID-SWITCH = 'YES'
                       IF CLT-SETTLE-ACTION
                           PERFORM 510-APPLY-SETTLEMENT
                       ELSE
                           PERFORM 520-APPLY-DENIAL
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 300-READ-CLAIM-TRAN.

       405-DESCRIBE-TRAN.
      * Fill the register line's identity columns up front so a
      * reject prints with whatever identified the transaction.
           IF CLT-CLAIM-NO NUMERIC
               MOVE CLT-CLAIM-NO TO RGL-CLAIM-NO
           ELSE
               MOVE ZEROS TO RGL-CLAIM-NO
           END-IF
           IF CLT-SETTLED-AMOUNT NUMERIC
               MOVE CLT-SETTLED-AMOUNT TO RGL-SETTLED-AMOUNT
           ELSE
               MOVE ZEROS TO RGL-SETTLED-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN CLT-SETTLE-ACTION
                   MOVE 'SETTLE' TO RGL-ACTION
               WHEN CLT-DENY-ACTION
                   MOVE 'DENY' TO RGL-ACTION
               WHEN OTHER
                   MOVE CLT-ACTION-CODE TO RGL-ACTION
           END-EVALUATE.

       410-EDIT-CLAIM-TRAN.
      * Either answer names a claim that is on file and still OPEN
      * -- a carrier answers once, and a second letter on a closed
      * claim is the desk's to sort out, not the renter's to pay.
      * A settlement must carry what was paid.  The read leaves the
      * claim in the record area for 510/520.
           IF W02-CLAIMS-MASTER-OK-SWITCH = 'NO'
               MOVE MASTER-DOWN-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND (CLT-CLAIM-NO NOT NUMERIC OR CLT-CLAIM-NO = ZEROS)
               MOVE CLAIM-NUMERIC-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
               PERFORM 430-READ-CLAIM
               EVALUATE TRUE
                   WHEN W01-CLAIM-FOUND-SWITCH = 'NO'
                       MOVE NOT-ON-FILE-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
                   WHEN NOT CLM-CLAIM-OPEN
                       MOVE CLAIM-CLOSED-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
               END-EVALUATE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND CLT-SETTLE-ACTION
              AND (CLT-SETTLED-AMOUNT NOT NUMERIC
                   OR CLT-SETTLED-AMOUNT = ZEROS)
               MOVE SETTLED-AMOUNT-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF.

       430-READ-CLAIM.
           MOVE 'NO' TO W01-CLAIM-FOUND-SWITCH
           MOVE CLT-CLAIM-NO TO CLM-CLAIM-NO
           READ CLAIMS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO W01-CLAIM-FOUND-SWITCH
           END-READ.

       440-SET-ACTION-DATE.
      * The carrier's letter date when one was keyed, the run date
      * when the field was left blank.
           IF CLT-ACTION-DATE NUMERIC
              AND CLT-ACTION-DATE NOT = ZEROS
               MOVE CLT-ACTION-DATE TO W03-ACTION-DATE
           ELSE
               MOVE W03-TODAYS-FULL-DATE TO W03-ACTION-DATE
           END-IF.

       510-APPLY-SETTLEMENT.
      * The carrier paid; the claim closes with what and when.
      * Nothing further is billed to the renter -- the deductible
      * went out when INCPOST opened the claim.
           PERFORM 610-WRITE-BEFORE-IMAGE
           PERFORM 440-SET-ACTION-DATE
           MOVE CLT-SETTLED-AMOUNT TO CLM-SETTLED-AMOUNT
           MOVE W03-ACTION-DATE TO CLM-SETTLED-DATE
           MOVE 'S' TO CLM-STATUS
           REWRITE CLAIM-RECORD
           ADD 1 TO CT-CLAIMS-SETTLED
           ADD CLT-SETTLED-AMOUNT TO CT-SETTLED-AMOUNT
           PERFORM 620-WRITE-AFTER-IMAGE.

       520-APPLY-DENIAL.
      * The carrier will not pay, so the renter owes the repair
      * after all -- less the deductible already billed.  The
      * charge goes to the account the claim was opened under,
      * against the same contract, so ARPOST folds it into the
      * item the deductible is already sitting on.
           PERFORM 610-WRITE-BEFORE-IMAGE
           PERFORM 440-SET-ACTION-DATE
           MOVE ZEROS TO CLM-SETTLED-AMOUNT
           MOVE W03-ACTION-DATE TO CLM-SETTLED-DATE
           MOVE 'D' TO CLM-STATUS
           REWRITE CLAIM-RECORD
           ADD 1 TO CT-CLAIMS-DENIED
           IF CLM-EST-COST > CLM-DEDUCTIBLE
               COMPUTE W03-DENIED-CHARGE =
                 CLM-EST-COST - CLM-DEDUCTIBLE
               MOVE CLM-CUST-NUMBER TO DMG-CUST-NUMBER
               MOVE CLM-CONTRACT-NO TO DMG-CONTRACT-NO
               MOVE CLM-DAMAGE-CODE TO DMG-DAMAGE-CODE
               MOVE W03-DENIED-CHARGE TO DMG-CHARGE-AMOUNT
               WRITE DAMAGE-CHARGE-RECORD
               ADD 1 TO CT-CHARGES-WRITTEN
               ADD W03-DENIED-CHARGE TO CT-CHARGE-AMOUNT
           END-IF
           PERFORM 620-WRITE-AFTER-IMAGE.

       610-WRITE-BEFORE-IMAGE.
           MOVE 'ACCEPTED' TO RGL-DISPOSITION
           MOVE REGISTER-LINE TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD
           MOVE 'BEFORE:' TO IMG-LABEL
           MOVE CLAIM-RECORD TO IMG-DATA
           MOVE IMAGE-LINE TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD.

       620-WRITE-AFTER-IMAGE.
           MOVE 'AFTER:' TO IMG-LABEL
           MOVE CLAIM-RECORD TO IMG-DATA
           MOVE IMAGE-LINE TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD.

       690-WRITE-REJECT-LINE.
      * First reject reason wins; the transaction is dead either
      * way and the register shows what killed it.
           IF W01-TRAN-VALID-SWITCH = 'YES'
               MOVE 'NO' TO W01-TRAN-VALID-SWITCH
               ADD 1 TO CT-TRANS-REJECTED
               MOVE REGISTER-LINE TO CLAIM-REGISTER-RECORD
               WRITE CLAIM-REGISTER-RECORD
           END-IF.

       700-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD
           MOVE TRAILER-HEADING-LINE TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD
           MOVE SPACES TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD
           MOVE 'TRANSACTIONS READ' TO TRL-LABEL
           MOVE CT-TRANS-READ TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           MOVE TRAILER-LINE TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD
           MOVE 'CLAIMS SETTLED (AMOUNT PAID)' TO TRL-LABEL
           MOVE CT-CLAIMS-SETTLED TO TRL-COUNT
           MOVE CT-SETTLED-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD
           MOVE 'CLAIMS DENIED' TO TRL-LABEL
           MOVE CT-CLAIMS-DENIED TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           MOVE TRAILER-LINE TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD
           MOVE 'DENIAL CHARGES WRITTEN' TO TRL-LABEL
           MOVE CT-CHARGES-WRITTEN TO TRL-COUNT
           MOVE CT-CHARGE-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD
           MOVE 'TRANSACTIONS REJECTED' TO TRL-LABEL
           MOVE CT-TRANS-REJECTED TO TRL-COUNT
           MOVE ZEROS TO TRL-AMOUNT
           MOVE TRAILER-LINE TO CLAIM-REGISTER-RECORD
           WRITE CLAIM-REGISTER-RECORD.

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
