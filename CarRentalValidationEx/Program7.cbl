       PROGRAM-ID. FILEMNT.
       AUTHOR. Dhanan Thannoo.

      * Transaction-driven maintenance for the four indexed masters
      * (custmast.dat, fleetmas.dat, duedates.dat, drivers.dat).
      * Adds, changes and deletes used to be ad-hoc one-off jobs,
      * and a bad hand edit twice broke the CUST-NAME alternate key
      * the validation run depends on.  Every transaction on
      * mainttran.dat gets its fields edited BEFORE anything touches
      * a master, and every record touched is shown on the
      * maintenance register (maintreg.dat) with its before and
      * after images, so an auditor can reconstruct exactly what
      * changed and a bad batch can be backed out by hand from the
      * register.
      * On a change, a field left blank on the transaction keeps the
      * master's value (a blank numeric field arrives non-numeric,
      * which is the same signal).
      * another lot: the unit must be AVAILABLE and the receiving
      * branch on the branch master, and the register's before and
      * after images are the audit trail file control signs off on.
      * A driver licence record may only be added for a number
      * already on the customer master -- the licence belongs to a
      * person the counter can look up -- and its expiry and birth
      * dates must be real calendar dates, the birth date already
      * past.  The very first run creates drivers.dat empty.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                                RECORD KEY IS DUE-CONTRACT-NO
                                FILE STATUS IS DUE-FILE-STATUS.

           SELECT DRIVER-MASTER ASSIGN TO 'drivers.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS DRV-CUST-NUMBER
                                FILE STATUS IS DRV-FILE-STATUS.

           SELECT CAR-TYPE-RATES ASSIGN TO 'cartype.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS CTR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRAN-FILE
           RECORD CONTAINS 88 CHARACTERS
           DATA RECORD IS MAINTENANCE-TRAN-RECORD.
           COPY MNTTRAN.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

           DATA RECORD IS DUE-BACK-RECORD.
           COPY DUEDATE.

       FD  DRIVER-MASTER
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS DRIVER-RECORD.
           COPY DRIVER.

       FD  CAR-TYPE-RATES
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CAR-TYPE-RATE-RECORD.
           88 FLEET-FILE-OK VALUE '00'.
         05 DUE-FILE-STATUS PIC XX.
           88 DUE-FILE-OK VALUE '00'.
         05 DRV-FILE-STATUS PIC XX.
           88 DRV-FILE-OK VALUE '00'.
           88 DRV-FILE-MISSING VALUE '35'.

      * Master availability is latched once, right after the OPENs
      * -- the live file status is overwritten by every keyed READ
         05 W02-CUST-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W02-FLEET-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W02-DUE-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W02-DRIVER-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.

       01 CAR-TYPE-RATE-TABLE-CONTROLS.
         05 CTR-FILE-STATUS PIC XX.
         05 BRN-ENTRY OCCURS 10 TIMES INDEXED BY BRN-IDX.
           10 BRN-TBL-CODE PIC X(3).

      * 436-DETERMINE-LEAP-YEAR works off DTE-EDIT-CCYY; the
      * driver dates are edited whole through DTE-EDIT-DATE by
      * 445-EDIT-CALENDAR-DATE, which answers in DTE-DATE-VALID.
       01 DATE-EDIT-CONTROLS.
         05 DTE-DIVIDE-RESULT PIC 9(4).
         05 DTE-DIVIDE-REMAINDER PIC 999.
         05 DTE-LEAP-YEAR-SWITCH PIC X(3) VALUE 'NO'.
           88 DTE-LEAP-YEAR VALUE 'YES'.
         05 DTE-EDIT-DATE PIC 9(8).
         05 DTE-EDIT-DATE-PARTS REDEFINES DTE-EDIT-DATE.
           10 DTE-EDIT-CCYY PIC 9(4).
           10 DTE-EDIT-MONTH PIC 99.
             88 DTE-VALID-MONTHS VALUES 1 THRU 12.
             88 DTE-FEBRUARY VALUE 2.
             88 DTE-30-DAY-MONTH VALUES 4 6 9 11.
             88 DTE-31-DAY-MONTH VALUES 1 3 5 7 8 10 12.
           10 DTE-EDIT-DAY PIC 99.
         05 DTE-DATE-VALID-SWITCH PIC X(3) VALUE 'NO'.
           88 DTE-DATE-VALID VALUE 'YES'.
         05 DTE-TODAYS-FULL-DATE PIC 9(8).

       01 REJECT-REASONS.
         05 FILE-CODE-MSG PIC X(40) VALUE
                          'FILE CODE MUST BE C, F, D OR L'.
         05 ACTION-CODE-MSG PIC X(40) VALUE
                            'ACTION CODE MUST BE A, C OR D'.
         05 MASTER-DOWN-MSG PIC X(40) VALUE
                          'ACCOUNT TYPE MUST BE I OR C'.
         05 CORP-ACCT-MSG PIC X(40) VALUE
                 'CORP ACCOUNT MUST BE NUMERIC FOR TYPE C'.
         05 RESV-POLICY-MSG PIC X(40) VALUE
                            'RESERVATION POLICY MUST BE G OR N'.
         05 CAR-TYPE-MSG PIC X(40) VALUE
                         'CAR TYPE NOT ON CAR-TYPE-RATES TABLE'.
         05 STATUS-CODE-MSG PIC X(40) VALUE
                              'TRANSFER APPLIES TO FLEET FILE ONLY'.
         05 UNIT-NOT-IDLE-MSG PIC X(40) VALUE
                              'UNIT IS NOT AVAILABLE FOR TRANSFER'.
         05 NO-CUSTOMER-MSG PIC X(40) VALUE
                            'CUSTOMER NOT ON CUSTOMER MASTER'.
         05 LICENCE-NO-MSG PIC X(40) VALUE 'MISSING LICENCE NUMBER'.
         05 LICENCE-STATE-MSG PIC X(40) VALUE
                              'MISSING LICENCE STATE'.
         05 EXPIRY-DATE-MSG PIC X(40) VALUE
                            'LICENCE EXPIRY IS NOT A VALID DATE'.
         05 BIRTH-DATE-MSG PIC X(40) VALUE
                           'BIRTH DATE IS NOT A VALID PAST DATE'.
         05 LICENCE-STATUS-MSG PIC X(40) VALUE
                               'LICENCE STATUS MUST BE V OR S'.

       01 CONTROL-TOTALS.
         05 CT-TRANS-READ PIC 9(6) COMP VALUE 0.
         05 TODAYS-MONTH PIC 99.
         05 TODAYS-DAY PIC 99.

       01 TODAYS-DATE-4.
         05 TODAYS-CCYY PIC 9(4).
         05 TODAYS-CCYY-MONTH PIC 99.
         05 TODAYS-CCYY-DAY PIC 99.

       01 HEADING-REGISTER-LINE-ONE.
         05 PIC X(26) VALUE SPACES.
         05 PIC X(23) VALUE 'MAINTENANCE REGISTER AS'.
      * Wide enough for the customer master, the longest record
      * imaged here -- a narrower field would truncate the contact
      * and account fields the register is the audit trail for.
         05 IMG-DATA PIC X(86).
         05 FILLER PIC X(36) VALUE SPACES.

       01 TRAILER-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O FLEET-MASTER
           OPEN I-O DUE-BACK-MASTER
           PERFORM 130-OPEN-DRIVER-MASTER
           IF CUST-FILE-OK
               MOVE 'YES' TO W02-CUST-MASTER-OK-SWITCH
           END-IF
           IF DUE-FILE-OK
               MOVE 'YES' TO W02-DUE-MASTER-OK-SWITCH
           END-IF
           IF DRV-FILE-OK
               MOVE 'YES' TO W02-DRIVER-MASTER-OK-SWITCH
           END-IF
           OPEN OUTPUT MAINT-REGISTER
           PERFORM 200-WRITE-REGISTER-HEADINGS
           IF NOT TRN-FILE-OK
           CLOSE CUSTOMER-MASTER
           CLOSE FLEET-MASTER
           CLOSE DUE-BACK-MASTER
           CLOSE DRIVER-MASTER
           CLOSE MAINT-REGISTER
      * RC 4 flags a run with rejects so the operator looks at the
      * register; the masters themselves are still good.
           ACCEPT TODAYS-DATE FROM DATE
           MOVE TODAYS-MONTH TO HDG-MONTH
           MOVE TODAYS-DAY TO HDG-DAY
           MOVE TODAYS-YEAR TO HDG-YEAR
           ACCEPT TODAYS-DATE-4 FROM DATE YYYYMMDD
           COMPUTE DTE-TODAYS-FULL-DATE =
             TODAYS-CCYY * 10000
             + TODAYS-CCYY-MONTH * 100
             + TODAYS-CCYY-DAY.

       110-LOAD-CAR-TYPE-RATES.
      * Same table RENTALS loads -- a fleet unit may only carry a
                   MOVE BRN-CODE TO BRN-TBL-CODE (BRN-IDX)
           END-READ.

       130-OPEN-DRIVER-MASTER.
      * The licence file is the newest master, so the first run
      * creates it empty -- the adds on that run are what fill it.
           OPEN I-O DRIVER-MASTER
           IF DRV-FILE-MISSING
               OPEN OUTPUT DRIVER-MASTER
               CLOSE DRIVER-MASTER
               OPEN I-O DRIVER-MASTER
           END-IF.

       200-WRITE-REGISTER-HEADINGS.
           MOVE HEADING-REGISTER-LINE-ONE TO MAINT-REGISTER-RECORD
           WRITE MAINT-REGISTER-RECORD
                   IF W01-TRAN-VALID-SWITCH = 'YES'
                       PERFORM 530-APPLY-DUE-BACK-TRAN
                   END-IF
               WHEN MNT-DRIVER-FILE
                   PERFORM 440-EDIT-DRIVER-TRAN
                   IF W01-TRAN-VALID-SWITCH = 'YES'
                       PERFORM 540-APPLY-DRIVER-TRAN
                   END-IF
           END-EVALUATE
           PERFORM 300-READ-MAINT-TRAN.

               WHEN MNT-DUE-BACK-FILE
                   MOVE 'DUE-BACK' TO RGL-FILE-NAME
                   MOVE MNT-DUE-CONTRACT-NO TO RGL-KEY
               WHEN MNT-DRIVER-FILE
                   MOVE 'DRIVER' TO RGL-FILE-NAME
                   MOVE MNT-DRV-CUST-NUMBER TO RGL-KEY
               WHEN OTHER
                   MOVE MNT-FILE-CODE TO RGL-FILE-NAME
                   MOVE MNT-RECORD-DATA TO RGL-KEY
                       MOVE CORP-ACCT-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
                   END-IF
                   IF W01-TRAN-VALID-SWITCH = 'YES'
                      AND NOT MNT-DELETE-ACTION
                      AND MNT-CUST-RESV-POLICY NOT = SPACES
                      AND NOT MNT-VALID-RESV-POLICIES
                       MOVE RESV-POLICY-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF.

               MOVE DUE-DATE-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           ELSE
               MOVE MNT-DUE-CCYY TO DTE-EDIT-CCYY
               PERFORM 436-DETERMINE-LEAP-YEAR
               IF NOT MNT-VALID-DUE-MONTHS
                  OR MNT-DUE-DAY = ZEROS
      * Standard leap-year rule: divisible by 4, except centuries
      * not divisible by 400.
           MOVE 'NO' TO DTE-LEAP-YEAR-SWITCH
           DIVIDE DTE-EDIT-CCYY BY 4
             GIVING DTE-DIVIDE-RESULT REMAINDER DTE-DIVIDE-REMAINDER
           IF DTE-DIVIDE-REMAINDER = 0
               DIVIDE DTE-EDIT-CCYY BY 100
                 GIVING DTE-DIVIDE-RESULT
                 REMAINDER DTE-DIVIDE-REMAINDER
               IF DTE-DIVIDE-REMAINDER NOT = 0
                   MOVE 'YES' TO DTE-LEAP-YEAR-SWITCH
               ELSE
                   DIVIDE DTE-EDIT-CCYY BY 400
                     GIVING DTE-DIVIDE-RESULT
                     REMAINDER DTE-DIVIDE-REMAINDER
                   IF DTE-DIVIDE-REMAINDER = 0
               END-IF
           END-IF.

       440-EDIT-DRIVER-TRAN.
      * Adds must arrive whole; on a change only the fields the
      * clerk filled in are edited, since blank means keep.
           IF W02-DRIVER-MASTER-OK-SWITCH = 'NO'
               MOVE MASTER-DOWN-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           ELSE
               IF MNT-DRV-CUST-NUMBER NOT NUMERIC
                  OR MNT-DRV-CUST-NUMBER = ZEROS
                   MOVE KEY-NUMERIC-MSG TO RGL-DISPOSITION
                   PERFORM 690-WRITE-REJECT-LINE
               ELSE
                   IF MNT-ADD-ACTION
                       PERFORM 441-EDIT-DRIVER-ADD
                   END-IF
                   IF W01-TRAN-VALID-SWITCH = 'YES'
                      AND NOT MNT-DELETE-ACTION
                      AND (MNT-ADD-ACTION
                           OR MNT-DRV-LICENCE-EXPIRY NUMERIC)
                       MOVE MNT-DRV-LICENCE-EXPIRY TO DTE-EDIT-DATE
                       PERFORM 445-EDIT-CALENDAR-DATE
                       IF NOT DTE-DATE-VALID
                           MOVE EXPIRY-DATE-MSG TO RGL-DISPOSITION
                           PERFORM 690-WRITE-REJECT-LINE
                       END-IF
                   END-IF
                   IF W01-TRAN-VALID-SWITCH = 'YES'
                      AND NOT MNT-DELETE-ACTION
                      AND (MNT-ADD-ACTION
                           OR MNT-DRV-BIRTH-DATE NUMERIC)
                       MOVE MNT-DRV-BIRTH-DATE TO DTE-EDIT-DATE
                       PERFORM 445-EDIT-CALENDAR-DATE
                       IF NOT DTE-DATE-VALID
                          OR DTE-EDIT-DATE NOT < DTE-TODAYS-FULL-DATE
                           MOVE BIRTH-DATE-MSG TO RGL-DISPOSITION
                           PERFORM 690-WRITE-REJECT-LINE
                       END-IF
                   END-IF
                   IF W01-TRAN-VALID-SWITCH = 'YES'
                      AND NOT MNT-DELETE-ACTION
                      AND MNT-DRV-LICENCE-STATUS NOT = SPACES
                      AND NOT MNT-VALID-LICENCE-CODES
                       MOVE LICENCE-STATUS-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF.

       441-EDIT-DRIVER-ADD.
      * The licence belongs to someone the counter can look up, so
      * the customer must already be on file -- checked by key only,
      * the customer record itself is not touched.
           IF W02-CUST-MASTER-OK-SWITCH = 'NO'
               MOVE MASTER-DOWN-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           ELSE
               MOVE MNT-DRV-CUST-NUMBER TO CUST-NUMBER
               PERFORM 515-READ-CUSTOMER-RECORD
               EVALUATE TRUE
                   WHEN W01-RECORD-FOUND-SWITCH = 'NO'
                       MOVE NO-CUSTOMER-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
                   WHEN MNT-DRV-LICENCE-NO = SPACES
                       MOVE LICENCE-NO-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
                   WHEN MNT-DRV-LICENCE-STATE = SPACES
                       MOVE LICENCE-STATE-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
               END-EVALUATE
           END-IF.

       445-EDIT-CALENDAR-DATE.
      * A full CCYYMMDD date in DTE-EDIT-DATE, checked the same way
      * 435 checks the due-back date.
           MOVE 'YES' TO DTE-DATE-VALID-SWITCH
           IF DTE-EDIT-DATE NOT NUMERIC
               MOVE 'NO' TO DTE-DATE-VALID-SWITCH
           ELSE
               PERFORM 436-DETERMINE-LEAP-YEAR
               IF NOT DTE-VALID-MONTHS
                  OR DTE-EDIT-DAY = ZEROS
                  OR (DTE-FEBRUARY AND (DTE-EDIT-DAY > 29
                      OR (DTE-EDIT-DAY = 29 AND NOT DTE-LEAP-YEAR)))
                  OR (DTE-30-DAY-MONTH AND DTE-EDIT-DAY > 30)
                  OR (DTE-31-DAY-MONTH AND DTE-EDIT-DAY > 31)
                   MOVE 'NO' TO DTE-DATE-VALID-SWITCH
               END-IF
           END-IF.

       510-APPLY-CUSTOMER-TRAN.
           MOVE MNT-CUST-NUMBER TO CUST-NUMBER
           PERFORM 515-READ-CUSTOMER-RECORD
                       ELSE
                           MOVE ZEROS TO CUST-CORP-ACCOUNT
                       END-IF
                       IF MNT-CUST-RESV-POLICY = SPACES
                           MOVE 'N' TO CUST-RESV-POLICY
                       ELSE
                           MOVE MNT-CUST-RESV-POLICY TO
                             CUST-RESV-POLICY
                       END-IF
                       WRITE CUSTOMER-MASTER-RECORD
                       ADD 1 TO CT-ADDS-APPLIED
                       MOVE CUSTOMER-MASTER-RECORD TO IMG-DATA
                           MOVE MNT-CUST-CORP-ACCT TO
                             CUST-CORP-ACCOUNT
                       END-IF
                       IF MNT-CUST-RESV-POLICY NOT = SPACES
                           MOVE MNT-CUST-RESV-POLICY TO
                             CUST-RESV-POLICY
                       END-IF
                       REWRITE CUSTOMER-MASTER-RECORD
                       ADD 1 TO CT-CHANGES-APPLIED
                       MOVE CUSTOMER-MASTER-RECORD TO IMG-DATA
                   MOVE 'YES' TO W01-RECORD-FOUND-SWITCH
           END-READ.

       540-APPLY-DRIVER-TRAN.
           MOVE MNT-DRV-CUST-NUMBER TO DRV-CUST-NUMBER
           PERFORM 545-READ-DRIVER-RECORD
           EVALUATE TRUE
               WHEN MNT-ADD-ACTION
                   IF W01-RECORD-FOUND-SWITCH = 'YES'
                       MOVE ALREADY-ON-FILE-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 610-WRITE-BEFORE-EMPTY
                       MOVE MNT-DRV-CUST-NUMBER TO DRV-CUST-NUMBER
                       MOVE MNT-DRV-LICENCE-NO TO DRV-LICENCE-NO
                       MOVE MNT-DRV-LICENCE-STATE TO DRV-LICENCE-STATE
                       MOVE MNT-DRV-LICENCE-EXPIRY TO
                         DRV-LICENCE-EXPIRY
                       MOVE MNT-DRV-BIRTH-DATE TO DRV-BIRTH-DATE
                       IF MNT-DRV-LICENCE-STATUS = SPACES
                           MOVE 'V' TO DRV-LICENCE-STATUS
                       ELSE
                           MOVE MNT-DRV-LICENCE-STATUS TO
                             DRV-LICENCE-STATUS
                       END-IF
                       WRITE DRIVER-RECORD
                       ADD 1 TO CT-ADDS-APPLIED
                       MOVE DRIVER-RECORD TO IMG-DATA
                       PERFORM 620-WRITE-AFTER-IMAGE
                   END-IF
               WHEN MNT-CHANGE-ACTION
                   IF W01-RECORD-FOUND-SWITCH = 'NO'
                       MOVE NOT-ON-FILE-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 615-WRITE-BEFORE-IMAGE
                       IF MNT-DRV-LICENCE-NO NOT = SPACES
                           MOVE MNT-DRV-LICENCE-NO TO DRV-LICENCE-NO
                       END-IF
                       IF MNT-DRV-LICENCE-STATE NOT = SPACES
                           MOVE MNT-DRV-LICENCE-STATE TO
                             DRV-LICENCE-STATE
                       END-IF
                       IF MNT-DRV-LICENCE-EXPIRY NUMERIC
                           MOVE MNT-DRV-LICENCE-EXPIRY TO
                             DRV-LICENCE-EXPIRY
                       END-IF
                       IF MNT-DRV-BIRTH-DATE NUMERIC
                           MOVE MNT-DRV-BIRTH-DATE TO DRV-BIRTH-DATE
                       END-IF
                       IF MNT-DRV-LICENCE-STATUS NOT = SPACES
                           MOVE MNT-DRV-LICENCE-STATUS TO
                             DRV-LICENCE-STATUS
                       END-IF
                       REWRITE DRIVER-RECORD
                       ADD 1 TO CT-CHANGES-APPLIED
                       MOVE DRIVER-RECORD TO IMG-DATA
                       PERFORM 620-WRITE-AFTER-IMAGE
                   END-IF
               WHEN MNT-DELETE-ACTION
                   IF W01-RECORD-FOUND-SWITCH = 'NO'
                       MOVE NOT-ON-FILE-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 615-WRITE-BEFORE-IMAGE
                       DELETE DRIVER-MASTER RECORD
                       ADD 1 TO CT-DELETES-APPLIED
                       PERFORM 625-WRITE-AFTER-DELETED
                   END-IF
           END-EVALUATE.

       545-READ-DRIVER-RECORD.
           MOVE 'NO' TO W01-RECORD-FOUND-SWITCH
           READ DRIVER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO W01-RECORD-FOUND-SWITCH
           END-READ.

       610-WRITE-BEFORE-EMPTY.
           MOVE 'ACCEPTED' TO RGL-DISPOSITION
           MOVE REGISTER-LINE TO MAINT-REGISTER-RECORD
                   MOVE FLEET-MASTER-RECORD TO IMG-DATA
               WHEN MNT-DUE-BACK-FILE
                   MOVE DUE-BACK-RECORD TO IMG-DATA
               WHEN MNT-DRIVER-FILE
                   MOVE DRIVER-RECORD TO IMG-DATA
           END-EVALUATE
           MOVE IMAGE-LINE TO MAINT-REGISTER-RECORD
           WRITE MAINT-REGISTER-RECORD.
