                                RECORD KEY IS RCT-KEY
                                FILE STATUS IS RCT-FILE-STATUS.

           SELECT DRIVER-MASTER ASSIGN TO 'drivers.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS DRV-CUST-NUMBER
                                FILE STATUS IS DRV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS RENTAL-RECORD.
           COPY RENTREC.

       FD  VALID-RENTAL-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS VALID-RENTAL-RECORD.
       01 VALID-RENTAL-RECORD PIC X(101).

       FD  ERROR-FILE
           RECORD CONTAINS 132 CHARACTERS
       01 ERROR-RECORD PIC X(132).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS CHECKPOINT-RECORD.
      * The checkpoint carries the control totals as well as the
      * last committed contract number: a restarted run restores
         05 CKP-RECORDS-VALID PIC 9(6).
         05 CKP-CHECKOUTS-ACCEPTED PIC 9(6).
         05 CKP-RECORDS-REJECTED PIC 9(6).
         05 CKP-EXTENSIONS-APPLIED PIC 9(6).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

           COPY FLEETMAS.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 141 CHARACTERS
           DATA RECORD IS SUSPENSE-RECORD.
       01 SUSPENSE-RECORD.
         05 SUS-RENTAL-DATA PIC X(101).
         05 SUS-ERROR-MESSAGE PIC X(40).

       FD  CAR-TYPE-RATES
           COPY LATEFEE.

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS RUN-TOTALS-RECORD.
           COPY RENTOT.

           COPY BRANCH.

       FD  RESERVATION-MASTER
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS RESERVATION-RECORD.
           COPY RESVMAS.

       FD  CONTRACT-REGISTER
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS CONTRACT-REGISTER-RECORD.
           COPY CONTREG.

           DATA RECORD IS RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD  DRIVER-MASTER
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS DRIVER-RECORD.
           COPY DRIVER.

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 DBE-TODAYS-FULL-DATE PIC 9(8).
         05 DBE-DUE-BACK-FULL-DATE PIC 9(8).

      * Supports 542-COUNT-ONE-RESERVATION: an OPEN reservation whose
      * pick-up date fell before the no-show cutoff is one the
      * nightly sweep (RESVSWP) marks NO-SHOW -- nobody is coming
      * for it, so it holds no unit against a walk-up.  The grace
      * period must match the sweep's.
       01 NO-SHOW-CONTROLS.
         05 NO-SHOW-GRACE-DAYS PIC 99 VALUE 01.
         05 NSC-CUTOFF-DATE PIC 9(8).

      * Supports 546-VALIDATE-EXTENSION and 547-CHECK-EXTENSION-COVER:
      * an extension moves an OPEN contract's due-back date from
      * EXT-OLD-DUE-BACK-DATE (on DUE-BACK-MASTER) to the new one
      * keyed on the transaction.  The unit would have been back on
      * the old date, so every OPEN reservation of the car type due
      * to be picked up by the new date is netted against the units
      * that will be there without it -- AVAILABLE now, or due back
      * on another contract by then.  If that falls short and one
      * of the reservations picks up inside the extended period,
      * the unit is needed and the extension is refused.
       01 EXTENSION-CONTROLS.
         05 EXT-OLD-DUE-BACK-DATE PIC 9(8).
         05 W10-DUE-BACK-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W10-SUPPLY-COUNT PIC 9(4) COMP VALUE 0.
         05 W10-WINDOW-COUNT PIC 9(4) COMP VALUE 0.

      * Supports 585-VALIDATE-DRIVERS: everyone who may drive the
      * car -- the renter and any additional driver on the contract
      * -- must hold a current, unsuspended licence on the driver
      * file and be old enough for the car type on the check-out
      * date.  The insurer sets the ages: luxury and full-size
      * carry the higher minimum.  A driver file that will not open
      * fails every check-out closed, the same as an empty branch
      * table -- the insurer's condition cannot be waived by a
      * missing file.
       01 DRIVER-QUALIFICATION-CONTROLS.
         05 DRV-FILE-STATUS PIC XX.
           88 DRV-FILE-OK VALUE '00'.
         05 W11-DRIVER-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 MINIMUM-DRIVER-AGE PIC 99 VALUE 21.
         05 PREMIUM-CAR-DRIVER-AGE PIC 99 VALUE 25.
         05 DRQ-CAR-TYPE PIC X.
           88 DRQ-PREMIUM-CAR-TYPE VALUES 'L' 'F'.
         05 DRQ-REQUIRED-AGE PIC 99.
         05 DRQ-DRIVER-AGE PIC 9(3).
         05 DRQ-CHECK-CUST-NO PIC 9(6).
         05 DRQ-FAULT PIC X.
           88 DRQ-QUALIFIED VALUE SPACE.
           88 DRQ-NO-LICENCE VALUE 'N'.
           88 DRQ-LICENCE-EXPIRED VALUE 'E'.
           88 DRQ-LICENCE-SUSPENDED VALUE 'S'.
           88 DRQ-UNDER-AGE VALUE 'A'.

       01 ERROR-CATEGORY-SWITCH.
         05 W03-ERROR-CATEGORY PIC X.
           88 CONTRACT-ERROR VALUE '1'.
           88 DUPLICATE-ERROR VALUE 'C'.
           88 RESERVATION-ERROR VALUE 'D'.
           88 BRANCH-ERROR VALUE 'E'.
           88 EXTENSION-ERROR VALUE 'F'.
           88 DRIVER-ERROR VALUE 'G'.

       01 CONTROL-TOTALS.
         05 CT-RECORDS-READ PIC 9(6) COMP VALUE 0.
         05 CT-RECORDS-SKIPPED-RESTART PIC 9(6) COMP VALUE 0.
         05 CT-RECORDS-VALID PIC 9(6) COMP VALUE 0.
         05 CT-CHECKOUTS-ACCEPTED PIC 9(6) COMP VALUE 0.
         05 CT-EXTENSIONS-APPLIED PIC 9(6) COMP VALUE 0.
         05 CT-EXTENSIONS-REFUSED PIC 9(6) COMP VALUE 0.
         05 CT-RECORDS-REJECTED PIC 9(6) COMP VALUE 0.
         05 CT-BAD-CONTRACT PIC 9(6) COMP VALUE 0.
         05 CT-BAD-NAME PIC 9(6) COMP VALUE 0.
         05 CT-BAD-DUPLICATE PIC 9(6) COMP VALUE 0.
         05 CT-BAD-RESERVATION PIC 9(6) COMP VALUE 0.
         05 CT-BAD-BRANCH PIC 9(6) COMP VALUE 0.
         05 CT-BAD-EXTENSION PIC 9(6) COMP VALUE 0.
         05 CT-BAD-DRIVER PIC 9(6) COMP VALUE 0.
         05 CT-NAME-WARNINGS PIC 9(6) COMP VALUE 0.

       01 ERROR-REASONS.
         05 OPEN-UNIT-MISSING-MSG PIC X(40) VALUE
                     'UNIT FOR OPEN CONTRACT NOT FOUND BY TYPE'.
         05 TRAN-CODE-MSG PIC X(40) VALUE
                          'TRANSACTION CODE MUST BE O, R OR E'.
         05 DUE-BACK-PAST-MSG PIC X(40) VALUE
                              'DUE-BACK DATE ALREADY PASSED'.
         05 DUPLICATE-MSG PIC X(40) VALUE
                            'CUSTOMER NUMBER MISSING OR NOT NUMERIC'.
         05 NAME-MISMATCH-MSG PIC X(40) VALUE
                          'WARNING - NAME DIFFERS FROM CUST MASTER'.
         05 EXT-NOT-OPEN-MSG PIC X(40) VALUE
                         'EXTENSION - CONTRACT NOT OPEN'.
         05 EXT-CUSTOMER-MSG PIC X(40) VALUE
                         'EXTENSION - CONTRACT FOR ANOTHER RENTER'.
         05 EXT-NO-DUE-BACK-MSG PIC X(40) VALUE
                         'EXTENSION - NO DUE-BACK DATE ON FILE'.
         05 EXT-NOT-LATER-MSG PIC X(40) VALUE
                         'EXTENSION - NEW DATE NOT AFTER CURRENT'.
         05 EXT-RESERVED-MSG PIC X(40) VALUE
                         'EXTENSION - UNIT HELD FOR A RESERVATION'.
         05 NO-LICENCE-MSG PIC X(40) VALUE
                           'RENTER HAS NO LICENCE ON DRIVER FILE'.
         05 LICENCE-EXPIRED-MSG PIC X(40) VALUE
                                'RENTER LICENCE HAS EXPIRED'.
         05 LICENCE-SUSPENDED-MSG PIC X(40) VALUE
                                  'RENTER LICENCE IS SUSPENDED'.
         05 UNDER-AGE-MSG PIC X(40) VALUE
                          'RENTER UNDER MINIMUM AGE FOR CAR TYPE'.
         05 ADDL-NO-LICENCE-MSG PIC X(40) VALUE
                                'ADDL DRIVER HAS NO LICENCE ON FILE'.
         05 ADDL-EXPIRED-MSG PIC X(40) VALUE
                             'ADDL DRIVER LICENCE HAS EXPIRED'.
         05 ADDL-SUSPENDED-MSG PIC X(40) VALUE
                               'ADDL DRIVER LICENCE IS SUSPENDED'.
         05 ADDL-UNDER-AGE-MSG PIC X(40) VALUE
                               'ADDL DRIVER UNDER MINIMUM AGE FOR TYPE'.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.
           10 FILLER PIC X(9) VALUE '  MILES: '.
           10 ERR-MILES PIC 9(6).

      * Every extension -- applied or refused -- gets one of these on
      * the report after any error lines, so the counter can see
      * what the due-back date was and what was asked for.  A date
      * not known (none on file, or a new date that failed its
      * edits) prints as zeros.
       01 EXTENSION-LINE.
         05 FILLER PIC XX VALUE SPACES.
         05 EXL-CONTRACT-NO PIC 9(6).
         05 FILLER PIC X(4) VALUE SPACES.
         05 EXL-LAST-NAME PIC X(15).
         05 FILLER PIC XX VALUE SPACES.
         05 EXL-ACTION PIC X(40).
         05 FILLER PIC XX VALUE SPACES.
         05 FILLER PIC X(5) VALUE 'OLD: '.
         05 EXL-OLD-DUE-BACK-DATE PIC 9(8).
         05 FILLER PIC X(6) VALUE ' NEW: '.
         05 EXL-NEW-DUE-BACK-DATE PIC 9(8).
         05 FILLER PIC X(34) VALUE SPACES.

       01 TRAILER-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(25) VALUE 'END OF RUN CONTROL TOTALS'.
           OPEN I-O DUE-BACK-MASTER
           PERFORM 160-OPEN-CONTRACT-REGISTER
           PERFORM 165-OPEN-RESERVATION-MASTER
           OPEN INPUT DRIVER-MASTER
           IF DRV-FILE-OK
               MOVE 'YES' TO W11-DRIVER-MASTER-OK-SWITCH
           END-IF
           PERFORM 110-LOAD-CAR-TYPE-RATES
           PERFORM 120-LOAD-BRANCH-TABLE
           IF W02-RESTART-SWITCH = 'NO'
           CLOSE LATE-FEE-FILE
           CLOSE CONTRACT-REGISTER
           CLOSE RESERVATION-MASTER
           IF W11-DRIVER-MASTER-OK-SWITCH = 'YES'
               CLOSE DRIVER-MASTER
           END-IF
           PERFORM 760-STAMP-RUN-COMPLETE
           CLOSE RUN-CONTROL-FILE
      * RC 0 means every contract passed; RC 4 means one or more
           COMPUTE DBE-TODAYS-FULL-DATE =
             TODAYS-CCYY * 10000
             + TODAYS-CCYY-MONTH * 100
             + TODAYS-CCYY-DAY
           COMPUTE NSC-CUTOFF-DATE =
             FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (DBE-TODAYS-FULL-DATE)
                - NO-SHOW-GRACE-DAYS).

       110-LOAD-CAR-TYPE-RATES.
      * Load the whole car-type rate table into memory once at
                         CT-CHECKOUTS-ACCEPTED
                       MOVE CKP-RECORDS-REJECTED TO
                         CT-RECORDS-REJECTED
                       MOVE CKP-EXTENSIONS-APPLIED TO
                         CT-EXTENSIONS-APPLIED
                       MOVE 'YES' TO W02-RESTART-SWITCH
               END-READ
               CLOSE CHECKPOINT-FILE
      * those checks (and the late-fee assessment that depends on
      * them) only apply to a return transaction.  The agreed
      * due-back date only exists on a check-out, so its edit only
      * applies there -- and on an extension, which carries the new
      * one and is otherwise edited only against the contract it
      * extends.
           MOVE ZEROS TO DBE-DUE-BACK-FULL-DATE
           MOVE ZEROS TO EXT-OLD-DUE-BACK-DATE
           PERFORM 510-VALIDATE-CONTRACT-NO
           PERFORM 515-VALIDATE-TRAN-CODE
           PERFORM 516-VALIDATE-RESERVATION
           PERFORM 525-VALIDATE-CUSTOMER
           PERFORM 530-VALIDATE-CAR-TYPE
           PERFORM 535-VALIDATE-FLEET-AVAILABILITY
           EVALUATE TRUE
               WHEN CHECK-OUT-TRAN
                   PERFORM 543-VALIDATE-DUE-BACK-DATE
                   PERFORM 550-VALIDATE-DAYS-RENTED
                   PERFORM 565-VALIDATE-MILES-OUT
                   PERFORM 570-VALIDATE-MILEAGE-RATE
                   PERFORM 580-VALIDATE-INSURANCE
                   PERFORM 585-VALIDATE-DRIVERS
               WHEN EXTENSION-TRAN
                   PERFORM 543-VALIDATE-DUE-BACK-DATE
                   PERFORM 546-VALIDATE-EXTENSION
               WHEN OTHER
                   PERFORM 540-VALIDATE-DATE-RETURNED
                   PERFORM 550-VALIDATE-DAYS-RENTED
                   PERFORM 560-VALIDATE-MILES-DRIVEN
                   PERFORM 570-VALIDATE-MILEAGE-RATE
                   PERFORM 580-VALIDATE-INSURANCE
                   PERFORM 590-ASSESS-LATE-RETURN-FEE
           END-EVALUATE.

       510-VALIDATE-CONTRACT-NO.
           IF REN-CONTRACT-NO NOT NUMERIC
      * A check-out must be brand new; a return may match its own
      * OPEN check-out entry (that is the normal close), but a
      * contract already CLOSED has been billed -- feeding it again
      * is the double-billing this check exists to stop.  An
      * extension is the other way round: it must find the
      * contract's entry still OPEN, and written for this renter.
           MOVE 'NO' TO W06-ON-REGISTER-SWITCH
           MOVE REN-CONTRACT-NO TO REG-CONTRACT-NO
           READ CONTRACT-REGISTER
               NOT INVALID KEY
                   MOVE 'YES' TO W06-ON-REGISTER-SWITCH
           END-READ
           EVALUATE TRUE
               WHEN EXTENSION-TRAN
                   PERFORM 519-VALIDATE-EXTENDED-CONTRACT
               WHEN W06-ON-REGISTER-SWITCH = 'YES'
                AND (CHECK-OUT-TRAN OR REG-CONTRACT-CLOSED)
                   MOVE DUPLICATE-MSG TO ERR-MESSAGE
                   MOVE REN-CONTRACT-NO TO ERR-CONTENTS
                   MOVE 'C' TO W03-ERROR-CATEGORY
                   PERFORM 599-WRITE-ERROR-LINE
                   MOVE SPACES TO ERR-CONTENTS
           END-EVALUATE.

       519-VALIDATE-EXTENDED-CONTRACT.
           IF W06-ON-REGISTER-SWITCH = 'NO'
              OR NOT REG-CONTRACT-OPEN
               MOVE EXT-NOT-OPEN-MSG TO ERR-MESSAGE
               MOVE REN-CONTRACT-NO TO ERR-CONTENTS
               MOVE 'F' TO W03-ERROR-CATEGORY
               PERFORM 599-WRITE-ERROR-LINE
               MOVE SPACES TO ERR-CONTENTS
           ELSE
               IF REG-CUST-NUMBER NOT = REN-CUST-NUMBER
                   MOVE EXT-CUSTOMER-MSG TO ERR-MESSAGE
                   MOVE REG-CUST-NUMBER TO ERR-CONTENTS
                   MOVE 'F' TO W03-ERROR-CATEGORY
                   PERFORM 599-WRITE-ERROR-LINE
                   MOVE SPACES TO ERR-CONTENTS
               END-IF
           END-IF.

       520-VALIDATE-NAME.
           MOVE 'NO' TO W04-UNIT-ASSIGNED-SWITCH
           MOVE 'NO' TO W04-OPEN-UNIT-SWITCH
           IF W04-CAR-TYPE-OK-SWITCH = 'YES'
               IF RETURN-TRAN OR EXTENSION-TRAN
                   PERFORM 534-START-FLEET-SCAN
                   PERFORM 537-SCAN-FLEET-FOR-CONTRACT
                     UNTIL W04-MORE-FLEET-SWITCH = 'NO'
      * the contract is rejected for correction instead.  The
      * claim-and-release path is reserved for returns with no
      * register entry at all (completed rentals keyed after the
      * fact) and for check-outs.  An extension only ever concerns
      * the unit already out under its contract -- it never claims
      * one -- and the same missing-unit rejection applies to it.
               IF W04-UNIT-ASSIGNED-SWITCH = 'NO'
                  AND (RETURN-TRAN OR EXTENSION-TRAN)
                  AND W06-ON-REGISTER-SWITCH = 'YES'
                  AND REG-CONTRACT-OPEN
                   MOVE OPEN-UNIT-MISSING-MSG TO ERR-MESSAGE
                   MOVE SPACES TO ERR-CONTENTS
               ELSE
                   IF W04-UNIT-ASSIGNED-SWITCH = 'NO'
                      AND NOT EXTENSION-TRAN
                       PERFORM 534-START-FLEET-SCAN
                       PERFORM 536-SCAN-FLEET-FOR-TYPE
                         UNTIL W04-MORE-FLEET-SWITCH = 'NO'
                            OR W04-UNIT-ASSIGNED-SWITCH = 'YES'
                   END-IF
                   IF W04-UNIT-ASSIGNED-SWITCH = 'NO'
                      AND NOT EXTENSION-TRAN
                       MOVE NO-INVENTORY-MSG TO ERR-MESSAGE
                       MOVE REN-CAR-TYPE TO ERR-CONTENTS
                       MOVE 'A' TO W03-ERROR-CATEGORY
       542-COUNT-ONE-RESERVATION.
      * Only promises that are still open, for this car type, and
      * already due to be picked up hold a unit -- a reservation
      * for next week holds nothing today, and one whose pick-up
      * passed the no-show cutoff holds nothing ever again.
           READ RESERVATION-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W07-MORE-RESV-SWITCH
                   IF RSV-RESV-OPEN
                      AND RSV-CAR-TYPE = REN-CAR-TYPE
                      AND RSV-PICKUP-DATE <= DBE-TODAYS-FULL-DATE
                      AND RSV-PICKUP-DATE >= NSC-CUTOFF-DATE
                       ADD 1 TO W07-RESV-COUNT
                   END-IF
           END-READ.
               END-IF
           END-IF.

       546-VALIDATE-EXTENSION.
      * The contract's current due-back date is looked up whatever
      * else is wrong with the transaction, so the report line shows
      * it either way.  The new date 543 already edited must move
      * the date later -- pulling a contract in is a return, not an
      * extension -- and must not take a unit an OPEN reservation is
      * counting on; see 547-CHECK-EXTENSION-COVER.
           MOVE 'NO' TO W10-DUE-BACK-FOUND-SWITCH
           MOVE REN-CONTRACT-NO TO DUE-CONTRACT-NO
           READ DUE-BACK-MASTER KEY IS DUE-CONTRACT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO W10-DUE-BACK-FOUND-SWITCH
                   MOVE DUE-BACK-DATE TO EXT-OLD-DUE-BACK-DATE
           END-READ
           IF W01-VALID-DATA-SWITCH = 'YES'
               EVALUATE TRUE
                   WHEN W10-DUE-BACK-FOUND-SWITCH = 'NO'
                       MOVE EXT-NO-DUE-BACK-MSG TO ERR-MESSAGE
                       MOVE REN-CONTRACT-NO TO ERR-CONTENTS
                       MOVE 'F' TO W03-ERROR-CATEGORY
                       PERFORM 599-WRITE-ERROR-LINE
                       MOVE SPACES TO ERR-CONTENTS
                   WHEN DBE-DUE-BACK-FULL-DATE NOT >
                          EXT-OLD-DUE-BACK-DATE
                       MOVE EXT-NOT-LATER-MSG TO ERR-MESSAGE
                       MOVE REN-DUE-BACK-DATE TO ERR-CONTENTS
                       MOVE 'F' TO W03-ERROR-CATEGORY
                       PERFORM 599-WRITE-ERROR-LINE
                       MOVE SPACES TO ERR-CONTENTS
                   WHEN OTHER
                       PERFORM 547-CHECK-EXTENSION-COVER
               END-EVALUATE
           END-IF.

       547-CHECK-EXTENSION-COVER.
      * Supply is every unit of REN-CAR-TYPE that will be on a lot by
      * the new due-back date without this one: AVAILABLE now, or
      * out on another contract due back by then.  Demand is every
      * OPEN reservation of the type picking up between the no-show
      * cutoff and the new date.  Refused only when demand outruns
      * supply AND at least one of those pick-ups falls after the
      * old due-back date -- a shortfall entirely before it is one
      * this unit could never have covered anyway.
           MOVE 0 TO W10-SUPPLY-COUNT
           PERFORM 534-START-FLEET-SCAN
           PERFORM 548-COUNT-EXTENSION-SUPPLY
             UNTIL W04-MORE-FLEET-SWITCH = 'NO'
           MOVE 0 TO W07-RESV-COUNT
           MOVE 0 TO W10-WINDOW-COUNT
           MOVE ZEROS TO RSV-RESV-NO
           START RESERVATION-MASTER KEY IS >= RSV-RESV-NO
               INVALID KEY
                   MOVE 'NO' TO W07-MORE-RESV-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W07-MORE-RESV-SWITCH
           END-START
           PERFORM 549-COUNT-EXTENSION-DEMAND
             UNTIL W07-MORE-RESV-SWITCH = 'NO'
           IF W10-WINDOW-COUNT > 0
              AND W07-RESV-COUNT > W10-SUPPLY-COUNT
               MOVE EXT-RESERVED-MSG TO ERR-MESSAGE
               MOVE REN-CAR-TYPE TO ERR-CONTENTS
               MOVE 'F' TO W03-ERROR-CATEGORY
               PERFORM 599-WRITE-ERROR-LINE
               MOVE SPACES TO ERR-CONTENTS
           END-IF.

       548-COUNT-EXTENSION-SUPPLY.
      * The due-back lookups disturb only DUE-BACK-MASTER's record
      * area -- 546 already saved this contract's old date.
           READ FLEET-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W04-MORE-FLEET-SWITCH
               NOT AT END
                   IF FLT-CAR-TYPE NOT = REN-CAR-TYPE
                       MOVE 'NO' TO W04-MORE-FLEET-SWITCH
                   ELSE
                       IF FLT-AVAILABLE
                           ADD 1 TO W10-SUPPLY-COUNT
                       END-IF
                       IF FLT-OUT
                          AND FLT-CONTRACT-NO NOT = REN-CONTRACT-NO
                           MOVE FLT-CONTRACT-NO TO DUE-CONTRACT-NO
                           READ DUE-BACK-MASTER KEY IS DUE-CONTRACT-NO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF DUE-BACK-DATE <=
                                        DBE-DUE-BACK-FULL-DATE
                                       ADD 1 TO W10-SUPPLY-COUNT
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
           END-READ.

       549-COUNT-EXTENSION-DEMAND.
           READ RESERVATION-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W07-MORE-RESV-SWITCH
               NOT AT END
                   IF RSV-RESV-OPEN
                      AND RSV-CAR-TYPE = REN-CAR-TYPE
                      AND RSV-PICKUP-DATE >= NSC-CUTOFF-DATE
                      AND RSV-PICKUP-DATE <= DBE-DUE-BACK-FULL-DATE
                       ADD 1 TO W07-RESV-COUNT
                       IF RSV-PICKUP-DATE > EXT-OLD-DUE-BACK-DATE
                           ADD 1 TO W10-WINDOW-COUNT
                       END-IF
                   END-IF
           END-READ.

       550-VALIDATE-DAYS-RENTED.
      * Code a numeric check on days rented
      * Validate zero days rented and valid days rented
           END-IF
           .

       585-VALIDATE-DRIVERS.
      * Check-outs only -- the licence matters when the keys are
      * handed over.  A renter number 525 already rejected is not
      * looked up again.  Only the driver file is read here, so the
      * customer record 525 left in its record area is undisturbed.
           MOVE REN-CAR-TYPE TO DRQ-CAR-TYPE
           IF DRQ-PREMIUM-CAR-TYPE
               MOVE PREMIUM-CAR-DRIVER-AGE TO DRQ-REQUIRED-AGE
           ELSE
               MOVE MINIMUM-DRIVER-AGE TO DRQ-REQUIRED-AGE
           END-IF
           IF REN-CUST-NUMBER NUMERIC
              AND REN-CUST-NUMBER NOT = ZEROS
               MOVE REN-CUST-NUMBER TO DRQ-CHECK-CUST-NO
               PERFORM 586-QUALIFY-DRIVER
               EVALUATE TRUE
                   WHEN DRQ-NO-LICENCE
                       MOVE NO-LICENCE-MSG TO ERR-MESSAGE
                   WHEN DRQ-LICENCE-EXPIRED
                       MOVE LICENCE-EXPIRED-MSG TO ERR-MESSAGE
                   WHEN DRQ-LICENCE-SUSPENDED
                       MOVE LICENCE-SUSPENDED-MSG TO ERR-MESSAGE
                   WHEN DRQ-UNDER-AGE
                       MOVE UNDER-AGE-MSG TO ERR-MESSAGE
               END-EVALUATE
               IF NOT DRQ-QUALIFIED
                   PERFORM 587-WRITE-DRIVER-ERROR
               END-IF
           END-IF
           IF REN-ADDL-DRIVER-NO NUMERIC
              AND REN-ADDL-DRIVER-NO NOT = ZEROS
               MOVE REN-ADDL-DRIVER-NO TO DRQ-CHECK-CUST-NO
               PERFORM 586-QUALIFY-DRIVER
               EVALUATE TRUE
                   WHEN DRQ-NO-LICENCE
                       MOVE ADDL-NO-LICENCE-MSG TO ERR-MESSAGE
                   WHEN DRQ-LICENCE-EXPIRED
                       MOVE ADDL-EXPIRED-MSG TO ERR-MESSAGE
                   WHEN DRQ-LICENCE-SUSPENDED
                       MOVE ADDL-SUSPENDED-MSG TO ERR-MESSAGE
                   WHEN DRQ-UNDER-AGE
                       MOVE ADDL-UNDER-AGE-MSG TO ERR-MESSAGE
               END-EVALUATE
               IF NOT DRQ-QUALIFIED
                   PERFORM 587-WRITE-DRIVER-ERROR
               END-IF
           END-IF.

       586-QUALIFY-DRIVER.
      * Licence status first, then expiry, then age -- the first
      * fault found is the one reported.  Age is whole years off the
      * two CCYYMMDD dates: the difference divided by 10000 drops
      * the months and days, so a birthday not yet reached this
      * year does not count.  A licence expiring today is still good
      * today.  An unreadable birth date cannot prove the age.
           MOVE SPACE TO DRQ-FAULT
           IF W11-DRIVER-MASTER-OK-SWITCH = 'NO'
               MOVE 'N' TO DRQ-FAULT
           ELSE
               MOVE DRQ-CHECK-CUST-NO TO DRV-CUST-NUMBER
               READ DRIVER-MASTER
                   INVALID KEY
                       MOVE 'N' TO DRQ-FAULT
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN DRV-LICENCE-SUSPENDED
                               MOVE 'S' TO DRQ-FAULT
                           WHEN DRV-LICENCE-EXPIRY NOT NUMERIC
                               MOVE 'E' TO DRQ-FAULT
                           WHEN DRV-LICENCE-EXPIRY <
                                DBE-TODAYS-FULL-DATE
                               MOVE 'E' TO DRQ-FAULT
                           WHEN DRV-BIRTH-DATE NOT NUMERIC
                               MOVE 'A' TO DRQ-FAULT
                           WHEN DRV-BIRTH-DATE >
                                DBE-TODAYS-FULL-DATE
                               MOVE 'A' TO DRQ-FAULT
                           WHEN OTHER
                               COMPUTE DRQ-DRIVER-AGE =
                                 (DBE-TODAYS-FULL-DATE
                                  - DRV-BIRTH-DATE) / 10000
                               IF DRQ-DRIVER-AGE < DRQ-REQUIRED-AGE
                                   MOVE 'A' TO DRQ-FAULT
                               END-IF
                       END-EVALUATE
               END-READ
           END-IF.

       587-WRITE-DRIVER-ERROR.
           MOVE DRQ-CHECK-CUST-NO TO ERR-CONTENTS
           MOVE 'G' TO W03-ERROR-CATEGORY
           PERFORM 599-WRITE-ERROR-LINE
           MOVE SPACES TO ERR-CONTENTS.

       590-ASSESS-LATE-RETURN-FEE.
      * Only meaningful once every prior check has passed -- a
      * contract that is still going to be rejected shouldn't also
                   ADD 1 TO CT-BAD-RESERVATION
               WHEN BRANCH-ERROR
                   ADD 1 TO CT-BAD-BRANCH
               WHEN EXTENSION-ERROR
                   ADD 1 TO CT-BAD-EXTENSION
               WHEN DRIVER-ERROR
                   ADD 1 TO CT-BAD-DRIVER
           END-EVALUATE.

       600-WRITE-VALID-RECORD.
      * An accepted check-out updates the masters but is NOT written
      * to VALID-RENTAL-FILE -- there is nothing to bill until the
      * car comes back, so only returns flow on to BILLING.  An
      * accepted extension touches nothing but its due-back date:
      * the unit stays out and the register entry stays OPEN.
           IF W01-VALID-DATA-SWITCH = 'YES'
              AND EXTENSION-TRAN
               PERFORM 602-APPLY-EXTENSION
               ADD 1 TO CT-RECORDS-VALID
           END-IF
           IF W01-VALID-DATA-SWITCH = 'YES'
              AND NOT EXTENSION-TRAN
               PERFORM 605-ASSIGN-FLEET-UNIT
               IF CHECK-OUT-TRAN
                   ADD 1 TO CT-CHECKOUTS-ACCEPTED
               END-IF
               PERFORM 618-RECORD-ON-REGISTER
               ADD 1 TO CT-RECORDS-VALID
           END-IF
           IF W01-VALID-DATA-SWITCH = 'NO'
               IF EXTENSION-TRAN
                   MOVE 'EXTENSION REFUSED - DUE-BACK UNCHANGED'
                     TO EXL-ACTION
                   PERFORM 603-WRITE-EXTENSION-LINE
                   ADD 1 TO CT-EXTENSIONS-REFUSED
               END-IF
      * The 2 lines below clear the error message line.  It is needed so that the error message field clears.
      * It is especially important when the current error is shorter in length than the previous one.
               MOVE SPACES TO ERROR-RECORD
               PERFORM 610-WRITE-SUSPENSE-RECORD
           END-IF.

       602-APPLY-EXTENSION.
      * The new due-back date, its 4-digit year from 543, replaces
      * the one on file -- 590 assesses the eventual return against
      * it, so the renter is not charged late for days agreed here.
           MOVE REN-CONTRACT-NO TO DUE-CONTRACT-NO
           MOVE DBE-DUE-BACK-FULL-DATE TO DUE-BACK-DATE
           REWRITE DUE-BACK-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE 'EXTENSION APPLIED' TO EXL-ACTION
           PERFORM 603-WRITE-EXTENSION-LINE
           MOVE SPACES TO ERROR-RECORD
           WRITE ERROR-RECORD
           ADD 1 TO CT-EXTENSIONS-APPLIED.

       603-WRITE-EXTENSION-LINE.
           MOVE REN-CONTRACT-NO TO EXL-CONTRACT-NO
           MOVE REN-LAST-NAME TO EXL-LAST-NAME
           MOVE EXT-OLD-DUE-BACK-DATE TO EXL-OLD-DUE-BACK-DATE
           MOVE DBE-DUE-BACK-FULL-DATE TO EXL-NEW-DUE-BACK-DATE
           MOVE EXTENSION-LINE TO ERROR-RECORD
           WRITE ERROR-RECORD.

       605-ASSIGN-FLEET-UNIT.
      * The contract has now passed every validation step, so the
      * unit 535-VALIDATE-FLEET-AVAILABILITY located is finally

       606-FILL-RESERVATION.
      * The check-out honoring this reservation has committed, so
      * the promise is kept -- mark the entry FILLED, naming the
      * contract that filled it, so tomorrow's 538 counts stop
      * holding a unit for it.  Re-read by key:
      * the record area may hold whatever 538's counting scan left
      * behind for some other contract this run.
           IF W07-RESV-CARRIED-SWITCH = 'YES'
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'F' TO RSV-STATUS
                       MOVE REN-CONTRACT-NO TO RSV-CONTRACT-NO
                       REWRITE RESERVATION-RECORD
               END-READ
           END-IF.
      * accepted, so even a duplicate later in this same run is
      * caught.  A return closing its own check-out finds its OPEN
      * entry already there -- the WRITE takes the INVALID KEY path
      * and the entry is simply closed in place.  The insurance code
      * rides along so INCPOST can route an insured contract's
      * damage to a claim instead of the renter.
           MOVE REN-CONTRACT-NO TO REG-CONTRACT-NO
           MOVE CUST-NUMBER TO REG-CUST-NUMBER
           MOVE DBE-TODAYS-FULL-DATE TO REG-ACCEPTED-DATE
           MOVE REN-INSURANCE TO REG-INSURANCE
           IF CHECK-OUT-TRAN
               MOVE 'O' TO REG-STATUS
           ELSE
           MOVE CT-RECORDS-VALID TO CKP-RECORDS-VALID
           MOVE CT-CHECKOUTS-ACCEPTED TO CKP-CHECKOUTS-ACCEPTED
           MOVE CT-RECORDS-REJECTED TO CKP-RECORDS-REJECTED
           MOVE CT-EXTENSIONS-APPLIED TO CKP-EXTENSIONS-APPLIED
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

           MOVE CT-CHECKOUTS-ACCEPTED TO TRL-COUNT
           MOVE TRAILER-LINE TO ERROR-RECORD
           WRITE ERROR-RECORD
           MOVE 'EXTENSIONS APPLIED (NOT BILLED)' TO TRL-LABEL
           MOVE CT-EXTENSIONS-APPLIED TO TRL-COUNT
           MOVE TRAILER-LINE TO ERROR-RECORD
           WRITE ERROR-RECORD
           MOVE 'EXTENSIONS REFUSED (IN REJECTED)' TO TRL-LABEL
           MOVE CT-EXTENSIONS-REFUSED TO TRL-COUNT
           MOVE TRAILER-LINE TO ERROR-RECORD
           WRITE ERROR-RECORD
           MOVE 'CONTRACTS REJECTED' TO TRL-LABEL
           MOVE CT-RECORDS-REJECTED TO TRL-COUNT
           MOVE TRAILER-LINE TO ERROR-RECORD
           MOVE CT-BAD-BRANCH TO TRL-COUNT
           MOVE TRAILER-LINE TO ERROR-RECORD
           WRITE ERROR-RECORD
           MOVE 'REJECTED - EXTENSION PROBLEM' TO TRL-LABEL
           MOVE CT-BAD-EXTENSION TO TRL-COUNT
           MOVE TRAILER-LINE TO ERROR-RECORD
           WRITE ERROR-RECORD
           MOVE 'REJECTED - DRIVER NOT QUALIFIED' TO TRL-LABEL
           MOVE CT-BAD-DRIVER TO TRL-COUNT
           MOVE TRAILER-LINE TO ERROR-RECORD
           WRITE ERROR-RECORD
           MOVE 'WARNINGS - NAME MISMATCH (NOT REJECTED)' TO TRL-LABEL
           MOVE CT-NAME-WARNINGS TO TRL-COUNT
           MOVE TRAILER-LINE TO ERROR-RECORD
           MOVE CT-RECORDS-VALID TO RNT-RECORDS-VALID
           MOVE CT-CHECKOUTS-ACCEPTED TO RNT-CHECKOUTS-ACCEPTED
           MOVE CT-RECORDS-REJECTED TO RNT-RECORDS-REJECTED
           MOVE CT-EXTENSIONS-APPLIED TO RNT-EXTENSIONS-APPLIED
           WRITE RUN-TOTALS-RECORD
           CLOSE RUN-TOTALS-FILE.

