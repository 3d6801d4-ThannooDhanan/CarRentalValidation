      *     fees post today;
      *   - the incident is appended to the cumulative history
      *     (incidents.dat) the per-VIN damage listing reports from.
      * An incident on an insured contract (REG-INSURANCE 'Y') is
      * not billed at the estimate: a claim is opened OPEN on the
      * claims master (claims.dat) for the carrier, and the renter
      * is charged only the deductible.  CLAIMMNT later records the
      * carrier's settlement or denial.
      * Every transaction is edited before anything is touched, and
      * every one applied or rejected shows on the incident register
      * (increg.dat) -- same discipline as FILEMNT.
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS INH-FILE-STATUS.

           SELECT CLAIMS-MASTER ASSIGN TO 'claims.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CLM-CLAIM-NO
                                FILE STATUS IS CLM-FILE-STATUS.

           SELECT INCIDENT-REGISTER ASSIGN TO 'increg.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

           COPY FLEETMAS.

       FD  CONTRACT-REGISTER
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS CONTRACT-REGISTER-RECORD.
           COPY CONTREG.

           DATA RECORD IS INCIDENT-HISTORY-RECORD.
           COPY INCHIST.

       FD  CLAIMS-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CLAIM-RECORD.
           COPY CLAIMMAS.

       FD  INCIDENT-REGISTER
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS INCIDENT-REGISTER-RECORD.
           88 REG-FILE-OK VALUE '00'.
         05 INH-FILE-STATUS PIC XX.
           88 INH-FILE-MISSING VALUE '35'.
         05 CLM-FILE-STATUS PIC XX.
           88 CLM-FILE-OK VALUE '00'.
           88 CLM-FILE-MISSING VALUE '35'.

      * Latched once after the OPENs -- the live statuses are
      * overwritten by every keyed READ, so the edits must test
       01 MASTER-AVAILABILITY-SWITCHES.
         05 W02-FLEET-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W02-REG-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W02-CLAIMS-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.

       01 POSTING-WORK-FIELDS.
         05 W03-TODAYS-FULL-DATE PIC 9(8).
         05 W03-LAST-CLAIM-NO PIC 9(6) VALUE 0.
         05 W03-CLAIMS-REMAIN-SWITCH PIC X(3) VALUE 'YES'.

      * The renter's share of an insured incident.  Billed as the
      * damage charge in place of the estimate, capped at the
      * estimate itself; zero waives it.
       01 CLAIM-CONTROLS.
         05 CLAIM-DEDUCTIBLE-AMOUNT PIC 9(4)V99 VALUE 0250.00.
         05 W05-DEDUCTIBLE-DUE PIC 9(6)V99.

      * Run-control ledger: no predecessor -- the transactions are
      * counter-keyed, not another step's output -- but a second
                            'DAMAGE CODE IS MISSING'.
         05 EST-COST-MSG PIC X(40) VALUE
                         'ESTIMATED COST MUST BE NUMERIC'.
         05 CLAIMS-DOWN-MSG PIC X(40) VALUE
                         'INSURED - CLAIMS MASTER NOT AVAILABLE'.

       01 CONTROL-TOTALS.
         05 CT-TRANS-READ PIC 9(6) COMP VALUE 0.
         05 CT-TRANS-REJECTED PIC 9(6) COMP VALUE 0.
         05 CT-CHARGES-WRITTEN PIC 9(6) COMP VALUE 0.
         05 CT-CHARGE-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-CLAIMS-OPENED PIC 9(6) COMP VALUE 0.
         05 CT-CLAIM-EST-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-DEDUCTIBLES-BILLED PIC 9(6) COMP VALUE 0.
         05 CT-DEDUCTIBLE-AMOUNT PIC 9(8)V99 COMP VALUE 0.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.
         05 FILLER PIC X(6) VALUE 'CODE'.
         05 FILLER PIC X(12) VALUE 'EST COST'.
         05 FILLER PIC X(11) VALUE 'DISPOSITION'.
         05 FILLER PIC X(31) VALUE SPACES.
         05 FILLER PIC X(7) VALUE 'CLAIM #'.
         05 FILLER PIC X(34) VALUE SPACES.

       01 REGISTER-LINE.
         05 RGL-VIN PIC X(17).
         05 RGL-EST-COST PIC ZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 RGL-DISPOSITION PIC X(40).
         05 FILLER PIC XX VALUE SPACES.
         05 RGL-CLAIM-NO PIC ZZZZZ9 BLANK WHEN ZERO.
         05 FILLER PIC X(35) VALUE SPACES.

       01 TRAILER-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
           IF REG-FILE-OK
               MOVE 'YES' TO W02-REG-MASTER-OK-SWITCH
           END-IF
           PERFORM 125-OPEN-CLAIMS-MASTER
           OPEN OUTPUT DAMAGE-CHARGE-FILE
           PERFORM 120-OPEN-INCIDENT-HISTORY
           OPEN OUTPUT INCIDENT-REGISTER
           CLOSE INCIDENT-TRAN-FILE
           CLOSE FLEET-MASTER
           CLOSE CONTRACT-REGISTER
           CLOSE CLAIMS-MASTER
           CLOSE DAMAGE-CHARGE-FILE
           CLOSE INCIDENT-HISTORY-FILE
           CLOSE INCIDENT-REGISTER
               OPEN EXTEND INCIDENT-HISTORY-FILE
           END-IF.

       125-OPEN-CLAIMS-MASTER.
      * Created empty on the very first run.  Claim numbers are
      * assigned here in sequence, so the last one on file is
      * found once up front by reading the master through.
           OPEN I-O CLAIMS-MASTER
           IF CLM-FILE-MISSING
               OPEN OUTPUT CLAIMS-MASTER
               CLOSE CLAIMS-MASTER
               OPEN I-O CLAIMS-MASTER
           END-IF
           IF CLM-FILE-OK
               MOVE 'YES' TO W02-CLAIMS-MASTER-OK-SWITCH
               PERFORM 127-READ-NEXT-CLAIM
                 UNTIL W03-CLAIMS-REMAIN-SWITCH = 'NO'
           END-IF.

       127-READ-NEXT-CLAIM.
           READ CLAIMS-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W03-CLAIMS-REMAIN-SWITCH
               NOT AT END
                   MOVE CLM-CLAIM-NO TO W03-LAST-CLAIM-NO
           END-READ.

       130-VERIFY-RUN-CONTROL.
      * The very first run has no ledger to open, so one is created
      * empty and reopened.  A record already COMPLETED for today
           MOVE ITR-VIN TO RGL-VIN
           MOVE ITR-CONTRACT-NO TO RGL-CONTRACT-NO
           MOVE ITR-DAMAGE-CODE TO RGL-DAMAGE-CODE
           MOVE ZEROS TO RGL-CLAIM-NO
           IF ITR-EST-COST NUMERIC
               MOVE ITR-EST-COST TO RGL-EST-COST
           ELSE
              AND ITR-EST-COST NOT NUMERIC
               MOVE EST-COST-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF
      * An insured incident has nowhere to go without the claims
      * master -- billing the renter the full estimate instead
      * would be exactly the charge the insurance was bought to
      * avoid.
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND REG-CONTRACT-INSURED
              AND W02-CLAIMS-MASTER-OK-SWITCH = 'NO'
               MOVE CLAIMS-DOWN-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF.

       500-APPLY-INCIDENT.
           PERFORM 510-FORCE-UNIT-TO-SHOP
           IF REG-CONTRACT-INSURED
               PERFORM 540-OPEN-DAMAGE-CLAIM
               MOVE 'APPLIED - CLAIM OPENED' TO RGL-DISPOSITION
           ELSE
               PERFORM 520-WRITE-DAMAGE-CHARGE
               MOVE 'APPLIED' TO RGL-DISPOSITION
           END-IF
           PERFORM 530-WRITE-INCIDENT-HISTORY
           ADD 1 TO CT-INCIDENTS-APPLIED
           MOVE REGISTER-LINE TO INCIDENT-REGISTER-RECORD
           WRITE INCIDENT-REGISTER-RECORD.

           MOVE W03-TODAYS-FULL-DATE TO INH-APPLIED-DATE
           WRITE INCIDENT-HISTORY-RECORD.

       540-OPEN-DAMAGE-CLAIM.
      * The carrier owes the estimate less the deductible; the
      * renter owes the deductible, which goes out as an ordinary
      * damage charge so ARPOST and GLJRNL take it unchanged.  A
      * repair estimated under the deductible is the renter's in
      * full, and the claim is still opened so the carrier's
      * file is complete.
           ADD 1 TO W03-LAST-CLAIM-NO
           MOVE W03-LAST-CLAIM-NO TO CLM-CLAIM-NO
           MOVE ITR-VIN TO CLM-VIN
           MOVE ITR-CONTRACT-NO TO CLM-CONTRACT-NO
           MOVE REG-CUST-NUMBER TO CLM-CUST-NUMBER
           MOVE ITR-DAMAGE-CODE TO CLM-DAMAGE-CODE
           MOVE ITR-INCIDENT-DATE TO CLM-INCIDENT-DATE
           MOVE W03-TODAYS-FULL-DATE TO CLM-OPENED-DATE
           MOVE ITR-EST-COST TO CLM-EST-COST
           IF ITR-EST-COST < CLAIM-DEDUCTIBLE-AMOUNT
               MOVE ITR-EST-COST TO W05-DEDUCTIBLE-DUE
           ELSE
               MOVE CLAIM-DEDUCTIBLE-AMOUNT TO W05-DEDUCTIBLE-DUE
           END-IF
           MOVE W05-DEDUCTIBLE-DUE TO CLM-DEDUCTIBLE
           MOVE ZEROS TO CLM-SETTLED-AMOUNT
           MOVE ZEROS TO CLM-SETTLED-DATE
           MOVE 'O' TO CLM-STATUS
           WRITE CLAIM-RECORD
           MOVE CLM-CLAIM-NO TO RGL-CLAIM-NO
           ADD 1 TO CT-CLAIMS-OPENED
           ADD ITR-EST-COST TO CT-CLAIM-EST-AMOUNT
           IF W05-DEDUCTIBLE-DUE > 0
               MOVE REG-CUST-NUMBER TO DMG-CUST-NUMBER
               MOVE ITR-CONTRACT-NO TO DMG-CONTRACT-NO
               MOVE ITR-DAMAGE-CODE TO DMG-DAMAGE-CODE
               MOVE W05-DEDUCTIBLE-DUE TO DMG-CHARGE-AMOUNT
               WRITE DAMAGE-CHARGE-RECORD
               ADD 1 TO CT-CHARGES-WRITTEN
               ADD W05-DEDUCTIBLE-DUE TO CT-CHARGE-AMOUNT
               ADD 1 TO CT-DEDUCTIBLES-BILLED
               ADD W05-DEDUCTIBLE-DUE TO CT-DEDUCTIBLE-AMOUNT
           END-IF.

       690-WRITE-REJECT-LINE.
      * First reject reason wins; the transaction is dead either
      * way and the register shows what killed it.
           MOVE CT-CHARGES-WRITTEN TO TRL-COUNT
           MOVE CT-CHARGE-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO INCIDENT-REGISTER-RECORD
           WRITE INCIDENT-REGISTER-RECORD
           MOVE 'DEDUCTIBLES BILLED (INCLUDED ABOVE)' TO TRL-LABEL
           MOVE CT-DEDUCTIBLES-BILLED TO TRL-COUNT
           MOVE CT-DEDUCTIBLE-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO INCIDENT-REGISTER-RECORD
           WRITE INCIDENT-REGISTER-RECORD
           MOVE 'CLAIMS OPENED (ESTIMATED COST)' TO TRL-LABEL
           MOVE CT-CLAIMS-OPENED TO TRL-COUNT
           MOVE CT-CLAIM-EST-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO INCIDENT-REGISTER-RECORD
           WRITE INCIDENT-REGISTER-RECORD.

       710-STAMP-RUN-COMPLETE.
