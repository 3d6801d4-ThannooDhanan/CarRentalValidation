       IDENTIFICATION DIVISION.
      * MstAudit.cbl
       PROGRAM-ID. MSTAUDIT.
       AUTHOR. Dhanan Thannoo.

      * Nightly cross-master integrity audit, run ahead of CARRENT.
      * RENTALS, FILEMNT, INCPOST, SHOPMNT, RESVMNT, RUNCTLM and
      * REGPURGE all update the same status facts, and nothing else
      * proves the masters still agree with each other -- until now
      * the first anyone heard of a disagreement was a counter clerk
      * unable to check a car out.  This program only reads; every
      * master is opened INPUT and nothing is corrected here.  It
      * walks the masters against each other and reports:
      *   - a unit OUT on FLEET-MASTER whose contract is not OPEN on
      *     the contract register;
      *   - a unit in the shop ('M') with no OPEN work order, and an
      *     OPEN work order on a unit already back to AVAILABLE;
      *   - an OPEN register entry with no due-back date on file;
      *   - a FILLED reservation with no contract on the register
      *     behind it (entries older than the register's retention
      *     are passed over -- REGPURGE may have aged the contract
      *     off legitimately);
      *   - a customer number on the register, reservation, open
      *     item, claims or driver licence master that is not on
      *     the customer master.
      * Each discrepancy prints with the record images from both
      * sides on mstaudit.dat (a side with no record prints the key
      * that was looked for).  Any discrepancy -- or a master that
      * is not there to audit -- sets RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLEET-MASTER  ASSIGN TO 'fleetmas.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FLT-VIN
                                ALTERNATE RECORD KEY IS FLT-CAR-TYPE
                                  WITH DUPLICATES
                                FILE STATUS IS FLEET-FILE-STATUS.

           SELECT CONTRACT-REGISTER ASSIGN TO 'contractreg.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS REG-CONTRACT-NO
                                FILE STATUS IS REG-FILE-STATUS.

           SELECT DUE-BACK-MASTER ASSIGN TO 'duedates.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS DUE-CONTRACT-NO
                                FILE STATUS IS DUE-FILE-STATUS.

           SELECT WORK-ORDER-MASTER ASSIGN TO 'workorders.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS WO-ORDER-NO
                                FILE STATUS IS WO-FILE-STATUS.

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

           SELECT AR-ITEM-MASTER ASSIGN TO 'aritems.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS AR-ITEM-KEY
                                FILE STATUS IS AR-FILE-STATUS.

           SELECT CLAIMS-MASTER ASSIGN TO 'claims.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CLM-CLAIM-NO
                                FILE STATUS IS CLM-FILE-STATUS.

           SELECT DRIVER-MASTER ASSIGN TO 'drivers.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS DRV-CUST-NUMBER
                                FILE STATUS IS DRV-FILE-STATUS.

           SELECT AUDIT-REPORT  ASSIGN TO 'mstaudit.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLEET-MASTER
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS FLEET-MASTER-RECORD.
           COPY FLEETMAS.

       FD  CONTRACT-REGISTER
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS CONTRACT-REGISTER-RECORD.
           COPY CONTREG.

       FD  DUE-BACK-MASTER
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS DUE-BACK-RECORD.
           COPY DUEDATE.

       FD  WORK-ORDER-MASTER
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS WORK-ORDER-RECORD.
           COPY WORKORD.

       FD  RESERVATION-MASTER
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS RESERVATION-RECORD.
           COPY RESVMAS.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  AR-ITEM-MASTER
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS AR-OPEN-ITEM-RECORD.
           COPY ARITEM.

       FD  CLAIMS-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CLAIM-RECORD.
           COPY CLAIMMAS.

       FD  DRIVER-MASTER
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS DRIVER-RECORD.
           COPY DRIVER.

       FD  AUDIT-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AUDIT-RECORD.
       01 AUDIT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-MORE-ORDERS-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-ORDER-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-RECORD-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-MASTERS-AGREE-SWITCH PIC X(3) VALUE 'YES'.

       01 FILE-STATUS-CONTROLS.
         05 FLEET-FILE-STATUS PIC XX.
           88 FLEET-FILE-OK VALUE '00'.
         05 REG-FILE-STATUS PIC XX.
           88 REG-FILE-OK VALUE '00'.
         05 DUE-FILE-STATUS PIC XX.
           88 DUE-FILE-OK VALUE '00'.
         05 WO-FILE-STATUS PIC XX.
           88 WO-FILE-OK VALUE '00'.
         05 RSV-FILE-STATUS PIC XX.
           88 RSV-FILE-OK VALUE '00'.
         05 CUST-FILE-STATUS PIC XX.
           88 CUST-FILE-OK VALUE '00'.
         05 AR-FILE-STATUS PIC XX.
           88 AR-FILE-OK VALUE '00'.
         05 CLM-FILE-STATUS PIC XX.
           88 CLM-FILE-OK VALUE '00'.
         05 DRV-FILE-STATUS PIC XX.
           88 DRV-FILE-OK VALUE '00'.

      * Latched once after the OPENs -- the live file statuses are
      * overwritten by every keyed READ, so the walks and lookups
      * must test these switches, never the status fields.
       01 MASTER-AVAILABILITY-SWITCHES.
         05 W03-FLEET-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W03-REG-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W03-DUE-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W03-WO-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W03-RSV-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W03-CUST-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W03-AR-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W03-CLM-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.
         05 W03-DRV-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.

      * How long REGPURGE keeps a closed contract on the register.
      * A FILLED reservation picked up longer ago than this may
      * have lost its contract to the purge, so it is not checked.
      * Must match REGPURGE's PURGE-RETENTION-DAYS.
       01 AUDIT-CONSTANTS.
         05 REGISTER-RETENTION-DAYS PIC 9(4) VALUE 180.

       01 AUDIT-WORK-FIELDS.
         05 W02-TODAYS-FULL-DATE PIC 9(8).
         05 W02-RETENTION-CUTOFF-DATE PIC 9(8).
         05 W02-CHECK-CUST-NUMBER PIC 9(6).
         05 W02-CHECK-VIN PIC X(17).

       01 CONTROL-TOTALS.
         05 CT-UNITS-READ PIC 9(6) COMP VALUE 0.
         05 CT-ORDERS-READ PIC 9(6) COMP VALUE 0.
         05 CT-REGISTER-READ PIC 9(6) COMP VALUE 0.
         05 CT-RESERVATIONS-READ PIC 9(6) COMP VALUE 0.
         05 CT-AR-ITEMS-READ PIC 9(6) COMP VALUE 0.
         05 CT-CLAIMS-READ PIC 9(6) COMP VALUE 0.
         05 CT-DRIVERS-READ PIC 9(6) COMP VALUE 0.
         05 CT-OUT-NOT-OPEN PIC 9(6) COMP VALUE 0.
         05 CT-SHOP-NO-ORDER PIC 9(6) COMP VALUE 0.
         05 CT-ORDER-UNIT-AVAILABLE PIC 9(6) COMP VALUE 0.
         05 CT-OPEN-NO-DUE-BACK PIC 9(6) COMP VALUE 0.
         05 CT-FILLED-NO-CONTRACT PIC 9(6) COMP VALUE 0.
         05 CT-CUSTOMER-MISSING PIC 9(6) COMP VALUE 0.
         05 CT-MASTERS-MISSING PIC 9(6) COMP VALUE 0.
         05 CT-DISCREPANCIES PIC 9(6) COMP VALUE 0.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.
         05 TODAYS-MONTH PIC 99.
         05 TODAYS-DAY PIC 99.

       01 TODAYS-DATE-4.
         05 TODAYS-CCYY PIC 9(4).
         05 TODAYS-CCYY-MONTH PIC 99.
         05 TODAYS-CCYY-DAY PIC 99.

       01 HEADING-AUDIT-LINE-ONE.
         05 PIC X(26) VALUE SPACES.
         05 PIC X(25) VALUE 'MASTER FILE INTEGRITY AUD'.
         05 PIC X(9) VALUE 'IT AS OF '.
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

       01 DISCREPANCY-LINE.
         05 FILLER PIC X(6) VALUE SPACES.
         05 FILLER PIC X(3) VALUE '** '.
         05 DSL-DESCRIPTION PIC X(50).
         05 FILLER PIC X(73) VALUE SPACES.

      * One line per side of a discrepancy: the file the record came
      * from and its image exactly as it sits on the master.
       01 IMAGE-LINE.
         05 FILLER PIC X(9) VALUE SPACES.
         05 IML-FILE-NAME PIC X(16).
         05 FILLER PIC XX VALUE SPACES.
         05 IML-IMAGE PIC X(86).
         05 FILLER PIC X(19) VALUE SPACES.

       01 NOT-ON-FILE-IMAGE.
         05 FILLER PIC X(30) VALUE '*** NO RECORD ON FILE FOR KEY '.
         05 NOF-KEY PIC X(17).
         05 FILLER PIC X(39) VALUE SPACES.

       01 DISCREPANCY-SIDES.
         05 W04-LEFT-FILE-NAME PIC X(16).
         05 W04-LEFT-IMAGE PIC X(86).
         05 W04-RIGHT-FILE-NAME PIC X(16).
         05 W04-RIGHT-IMAGE PIC X(86).

       01 MISSING-FILE-LINE.
         05 FILLER PIC X(6) VALUE SPACES.
         05 FILLER PIC X(3) VALUE '** '.
         05 MFL-DESCRIPTION PIC X(60).
         05 FILLER PIC X(63) VALUE SPACES.

       01 TRAILER-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(25) VALUE 'END OF RUN CONTROL TOTALS'.
         05 FILLER PIC X(97) VALUE SPACES.

       01 TRAILER-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 TRL-LABEL PIC X(40).
         05 TRL-COUNT PIC ZZZ,ZZ9.
         05 FILLER PIC X(75) VALUE SPACES.

       01 VERDICT-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 VDL-VERDICT PIC X(60).
         05 FILLER PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-GET-TODAYS-DATE
           OPEN OUTPUT AUDIT-REPORT
           PERFORM 200-WRITE-REPORT-HEADINGS
           PERFORM 150-OPEN-MASTERS
           PERFORM 300-AUDIT-FLEET-MASTER
           PERFORM 400-AUDIT-WORK-ORDERS
           PERFORM 500-AUDIT-CONTRACT-REGISTER
           PERFORM 600-AUDIT-RESERVATIONS
           PERFORM 650-AUDIT-AR-ITEMS
           PERFORM 670-AUDIT-CLAIMS
           PERFORM 676-AUDIT-DRIVERS
           PERFORM 700-WRITE-CONTROL-TOTALS
           PERFORM 750-CLOSE-MASTERS
           CLOSE AUDIT-REPORT
      * RC 8 tells the scheduler the masters disagree -- see the
      * job stream.
           IF W01-MASTERS-AGREE-SWITCH = 'NO'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-GET-TODAYS-DATE.
      * Retrieve the system date and store it in TODAYS-DATE.
           ACCEPT TODAYS-DATE FROM DATE
           MOVE TODAYS-MONTH TO HDG-MONTH
           MOVE TODAYS-DAY TO HDG-DAY
           MOVE TODAYS-YEAR TO HDG-YEAR
           ACCEPT TODAYS-DATE-4 FROM DATE YYYYMMDD
           COMPUTE W02-TODAYS-FULL-DATE =
             TODAYS-CCYY * 10000
             + TODAYS-CCYY-MONTH * 100
             + TODAYS-CCYY-DAY
           COMPUTE W02-RETENTION-CUTOFF-DATE =
             FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W02-TODAYS-FULL-DATE)
                - REGISTER-RETENTION-DAYS).

       150-OPEN-MASTERS.
      * A master that will not open cannot be audited, and every
      * lookup against it would have to be skipped -- that is
      * reported, and fails the run, rather than passing silently.
           OPEN INPUT FLEET-MASTER
           IF FLEET-FILE-OK
               MOVE 'YES' TO W03-FLEET-MASTER-OK-SWITCH
           ELSE
               MOVE 'FLEET MASTER (FLEETMAS.DAT) NOT AVAILABLE'
                 TO MFL-DESCRIPTION
               PERFORM 695-WRITE-MISSING-FILE-LINE
           END-IF
           OPEN INPUT CONTRACT-REGISTER
           IF REG-FILE-OK
               MOVE 'YES' TO W03-REG-MASTER-OK-SWITCH
           ELSE
               MOVE 'CONTRACT REGISTER (CONTRACTREG.DAT) NOT AVAILABLE'
                 TO MFL-DESCRIPTION
               PERFORM 695-WRITE-MISSING-FILE-LINE
           END-IF
           OPEN INPUT DUE-BACK-MASTER
           IF DUE-FILE-OK
               MOVE 'YES' TO W03-DUE-MASTER-OK-SWITCH
           ELSE
               MOVE 'DUE-BACK MASTER (DUEDATES.DAT) NOT AVAILABLE'
                 TO MFL-DESCRIPTION
               PERFORM 695-WRITE-MISSING-FILE-LINE
           END-IF
           OPEN INPUT WORK-ORDER-MASTER
           IF WO-FILE-OK
               MOVE 'YES' TO W03-WO-MASTER-OK-SWITCH
           ELSE
               MOVE 'WORK-ORDER MASTER (WORKORDERS.DAT) NOT AVAILABLE'
                 TO MFL-DESCRIPTION
               PERFORM 695-WRITE-MISSING-FILE-LINE
           END-IF
           OPEN INPUT RESERVATION-MASTER
           IF RSV-FILE-OK
               MOVE 'YES' TO W03-RSV-MASTER-OK-SWITCH
           ELSE
               MOVE 'RESERVATION MASTER (RESVMAS.DAT) NOT AVAILABLE'
                 TO MFL-DESCRIPTION
               PERFORM 695-WRITE-MISSING-FILE-LINE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CUST-FILE-OK
               MOVE 'YES' TO W03-CUST-MASTER-OK-SWITCH
           ELSE
               MOVE 'CUSTOMER MASTER (CUSTMAST.DAT) NOT AVAILABLE'
                 TO MFL-DESCRIPTION
               PERFORM 695-WRITE-MISSING-FILE-LINE
           END-IF
           OPEN INPUT AR-ITEM-MASTER
           IF AR-FILE-OK
               MOVE 'YES' TO W03-AR-MASTER-OK-SWITCH
           ELSE
               MOVE 'OPEN-ITEM MASTER (ARITEMS.DAT) NOT AVAILABLE'
                 TO MFL-DESCRIPTION
               PERFORM 695-WRITE-MISSING-FILE-LINE
           END-IF
           OPEN INPUT CLAIMS-MASTER
           IF CLM-FILE-OK
               MOVE 'YES' TO W03-CLM-MASTER-OK-SWITCH
           ELSE
               MOVE 'CLAIMS MASTER (CLAIMS.DAT) NOT AVAILABLE'
                 TO MFL-DESCRIPTION
               PERFORM 695-WRITE-MISSING-FILE-LINE
           END-IF
           OPEN INPUT DRIVER-MASTER
           IF DRV-FILE-OK
               MOVE 'YES' TO W03-DRV-MASTER-OK-SWITCH
           ELSE
               MOVE 'DRIVER LICENCE MASTER (DRIVERS.DAT) NOT AVAILABLE'
                 TO MFL-DESCRIPTION
               PERFORM 695-WRITE-MISSING-FILE-LINE
           END-IF.

       200-WRITE-REPORT-HEADINGS.
           MOVE HEADING-AUDIT-LINE-ONE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       300-AUDIT-FLEET-MASTER.
      * Walked in VIN order.  A unit OUT must be out on a contract
      * the register still shows OPEN; a unit in the shop must have
      * an OPEN work order standing against it.
           MOVE 'FLEET MASTER AGAINST CONTRACT REGISTER AND WORK ORDERS'
             TO SHL-DESCRIPTION
           PERFORM 680-WRITE-SECTION-HEADING
           IF W03-FLEET-MASTER-OK-SWITCH = 'YES'
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               MOVE LOW-VALUES TO FLT-VIN
               START FLEET-MASTER KEY IS >= FLT-VIN
                   INVALID KEY
                       MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-START
               IF W01-DATA-REMAINS-SWITCH = 'YES'
                   PERFORM 310-READ-NEXT-UNIT
               END-IF
               PERFORM 320-CHECK-ONE-UNIT
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           END-IF.

       310-READ-NEXT-UNIT.
           READ FLEET-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO CT-UNITS-READ
           END-READ.

       320-CHECK-ONE-UNIT.
           EVALUATE TRUE
               WHEN FLT-OUT
                   PERFORM 330-CHECK-UNIT-CONTRACT
               WHEN FLT-IN-MAINTENANCE
                   PERFORM 340-CHECK-UNIT-WORK-ORDER
           END-EVALUATE
           PERFORM 310-READ-NEXT-UNIT.

       330-CHECK-UNIT-CONTRACT.
           MOVE 'NO' TO W01-RECORD-FOUND-SWITCH
           IF W03-REG-MASTER-OK-SWITCH = 'YES'
               MOVE FLT-CONTRACT-NO TO REG-CONTRACT-NO
               READ CONTRACT-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO W01-RECORD-FOUND-SWITCH
               END-READ
           END-IF
           IF W01-RECORD-FOUND-SWITCH = 'NO'
              OR NOT REG-CONTRACT-OPEN
               MOVE 'UNIT OUT BUT CONTRACT NOT OPEN ON REGISTER'
                 TO DSL-DESCRIPTION
               MOVE 'FLEETMAS.DAT' TO W04-LEFT-FILE-NAME
               MOVE FLEET-MASTER-RECORD TO W04-LEFT-IMAGE
               MOVE 'CONTRACTREG.DAT' TO W04-RIGHT-FILE-NAME
               IF W01-RECORD-FOUND-SWITCH = 'YES'
                   MOVE CONTRACT-REGISTER-RECORD TO W04-RIGHT-IMAGE
               ELSE
                   MOVE FLT-CONTRACT-NO TO NOF-KEY
                   MOVE NOT-ON-FILE-IMAGE TO W04-RIGHT-IMAGE
               END-IF
               PERFORM 690-WRITE-DISCREPANCY
               ADD 1 TO CT-OUT-NOT-OPEN
           END-IF.

       340-CHECK-UNIT-WORK-ORDER.
      * WORK-ORDER-MASTER is keyed by order number, not VIN, so the
      * unit's open order is found by walking the file -- the same
      * trade OVRDUE makes walking the fleet for a contract's unit.
           MOVE FLT-VIN TO W02-CHECK-VIN
           PERFORM 350-FIND-OPEN-ORDER
           IF W01-ORDER-FOUND-SWITCH = 'NO'
               MOVE 'UNIT IN SHOP WITH NO OPEN WORK ORDER'
                 TO DSL-DESCRIPTION
               MOVE 'FLEETMAS.DAT' TO W04-LEFT-FILE-NAME
               MOVE FLEET-MASTER-RECORD TO W04-LEFT-IMAGE
               MOVE 'WORKORDERS.DAT' TO W04-RIGHT-FILE-NAME
               MOVE FLT-VIN TO NOF-KEY
               MOVE NOT-ON-FILE-IMAGE TO W04-RIGHT-IMAGE
               PERFORM 690-WRITE-DISCREPANCY
               ADD 1 TO CT-SHOP-NO-ORDER
           END-IF.

       350-FIND-OPEN-ORDER.
           MOVE 'NO' TO W01-ORDER-FOUND-SWITCH
           IF W03-WO-MASTER-OK-SWITCH = 'YES'
               MOVE 'YES' TO W01-MORE-ORDERS-SWITCH
               MOVE ZEROS TO WO-ORDER-NO
               START WORK-ORDER-MASTER KEY IS >= WO-ORDER-NO
                   INVALID KEY
                       MOVE 'NO' TO W01-MORE-ORDERS-SWITCH
               END-START
               PERFORM 355-MATCH-ONE-ORDER
                 UNTIL W01-MORE-ORDERS-SWITCH = 'NO'
                    OR W01-ORDER-FOUND-SWITCH = 'YES'
           END-IF.

       355-MATCH-ONE-ORDER.
           READ WORK-ORDER-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-MORE-ORDERS-SWITCH
               NOT AT END
                   IF WO-ORDER-OPEN
                      AND WO-VIN = W02-CHECK-VIN
                       MOVE 'YES' TO W01-ORDER-FOUND-SWITCH
                   END-IF
           END-READ.

       400-AUDIT-WORK-ORDERS.
      * The other direction: an OPEN order means the unit is still
      * in a bay, so a unit already back to AVAILABLE has had its
      * order left open behind it.
           MOVE 'OPEN WORK ORDERS AGAINST FLEET MASTER'
             TO SHL-DESCRIPTION
           PERFORM 680-WRITE-SECTION-HEADING
           IF W03-WO-MASTER-OK-SWITCH = 'YES'
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               MOVE ZEROS TO WO-ORDER-NO
               START WORK-ORDER-MASTER KEY IS >= WO-ORDER-NO
                   INVALID KEY
                       MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-START
               IF W01-DATA-REMAINS-SWITCH = 'YES'
                   PERFORM 410-READ-NEXT-ORDER
               END-IF
               PERFORM 420-CHECK-ONE-ORDER
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           END-IF.

       410-READ-NEXT-ORDER.
           READ WORK-ORDER-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO CT-ORDERS-READ
           END-READ.

       420-CHECK-ONE-ORDER.
           IF WO-ORDER-OPEN
              AND W03-FLEET-MASTER-OK-SWITCH = 'YES'
               MOVE WO-VIN TO FLT-VIN
               READ FLEET-MASTER KEY IS FLT-VIN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FLT-AVAILABLE
                           PERFORM 430-WRITE-ORDER-LEFT-OPEN
                       END-IF
               END-READ
           END-IF
           PERFORM 410-READ-NEXT-ORDER.

       430-WRITE-ORDER-LEFT-OPEN.
           MOVE 'OPEN WORK ORDER ON UNIT BACK IN SERVICE'
             TO DSL-DESCRIPTION
           MOVE 'WORKORDERS.DAT' TO W04-LEFT-FILE-NAME
           MOVE WORK-ORDER-RECORD TO W04-LEFT-IMAGE
           MOVE 'FLEETMAS.DAT' TO W04-RIGHT-FILE-NAME
           MOVE FLEET-MASTER-RECORD TO W04-RIGHT-IMAGE
           PERFORM 690-WRITE-DISCREPANCY
           ADD 1 TO CT-ORDER-UNIT-AVAILABLE.

       500-AUDIT-CONTRACT-REGISTER.
      * An OPEN entry is a car still out, so RENTALS must have left
      * its agreed due-back date on file -- without one OVRDUE can
      * never chase it and 590 can never charge it late.  Every
      * entry's account must still be on the customer master.
           MOVE 'CONTRACT REGISTER AGAINST DUE-BACK AND CUSTOMER'
             TO SHL-DESCRIPTION
           PERFORM 680-WRITE-SECTION-HEADING
           IF W03-REG-MASTER-OK-SWITCH = 'YES'
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               MOVE ZEROS TO REG-CONTRACT-NO
               START CONTRACT-REGISTER KEY IS >= REG-CONTRACT-NO
                   INVALID KEY
                       MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-START
               IF W01-DATA-REMAINS-SWITCH = 'YES'
                   PERFORM 510-READ-NEXT-ENTRY
               END-IF
               PERFORM 520-CHECK-ONE-ENTRY
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           END-IF.

       510-READ-NEXT-ENTRY.
           READ CONTRACT-REGISTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO CT-REGISTER-READ
           END-READ.

       520-CHECK-ONE-ENTRY.
           IF REG-CONTRACT-OPEN
               MOVE 'NO' TO W01-RECORD-FOUND-SWITCH
               IF W03-DUE-MASTER-OK-SWITCH = 'YES'
                   MOVE REG-CONTRACT-NO TO DUE-CONTRACT-NO
                   READ DUE-BACK-MASTER KEY IS DUE-CONTRACT-NO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'YES' TO W01-RECORD-FOUND-SWITCH
                   END-READ
               END-IF
               IF W01-RECORD-FOUND-SWITCH = 'NO'
                   MOVE 'OPEN CONTRACT WITH NO DUE-BACK DATE'
                     TO DSL-DESCRIPTION
                   MOVE 'CONTRACTREG.DAT' TO W04-LEFT-FILE-NAME
                   MOVE CONTRACT-REGISTER-RECORD TO W04-LEFT-IMAGE
                   MOVE 'DUEDATES.DAT' TO W04-RIGHT-FILE-NAME
                   MOVE REG-CONTRACT-NO TO NOF-KEY
                   MOVE NOT-ON-FILE-IMAGE TO W04-RIGHT-IMAGE
                   PERFORM 690-WRITE-DISCREPANCY
                   ADD 1 TO CT-OPEN-NO-DUE-BACK
               END-IF
           END-IF
           MOVE REG-CUST-NUMBER TO W02-CHECK-CUST-NUMBER
           PERFORM 800-LOOKUP-CUSTOMER
           IF W01-RECORD-FOUND-SWITCH = 'NO'
               MOVE 'CONTRACTREG.DAT' TO W04-LEFT-FILE-NAME
               MOVE CONTRACT-REGISTER-RECORD TO W04-LEFT-IMAGE
               PERFORM 810-WRITE-CUSTOMER-MISSING
           END-IF
           PERFORM 510-READ-NEXT-ENTRY.

       600-AUDIT-RESERVATIONS.
      * A FILLED entry was filled by a check-out, so the contract
      * RENTALS stamped on it must be on the register.
           MOVE 'RESERVATIONS AGAINST REGISTER AND CUSTOMER MASTER'
             TO SHL-DESCRIPTION
           PERFORM 680-WRITE-SECTION-HEADING
           IF W03-RSV-MASTER-OK-SWITCH = 'YES'
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               MOVE ZEROS TO RSV-RESV-NO
               START RESERVATION-MASTER KEY IS >= RSV-RESV-NO
                   INVALID KEY
                       MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-START
               IF W01-DATA-REMAINS-SWITCH = 'YES'
                   PERFORM 610-READ-NEXT-RESERVATION
               END-IF
               PERFORM 620-CHECK-ONE-RESERVATION
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           END-IF.

       610-READ-NEXT-RESERVATION.
           READ RESERVATION-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO CT-RESERVATIONS-READ
           END-READ.

       620-CHECK-ONE-RESERVATION.
           IF RSV-RESV-FILLED
              AND RSV-PICKUP-DATE >= W02-RETENTION-CUTOFF-DATE
               MOVE 'NO' TO W01-RECORD-FOUND-SWITCH
               IF W03-REG-MASTER-OK-SWITCH = 'YES'
                  AND RSV-CONTRACT-NO NUMERIC
                  AND RSV-CONTRACT-NO > 0
                   MOVE RSV-CONTRACT-NO TO REG-CONTRACT-NO
                   READ CONTRACT-REGISTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'YES' TO W01-RECORD-FOUND-SWITCH
                   END-READ
               END-IF
               IF W01-RECORD-FOUND-SWITCH = 'NO'
                   MOVE 'FILLED RESERVATION WITH NO CONTRACT'
                     TO DSL-DESCRIPTION
                   MOVE 'RESVMAS.DAT' TO W04-LEFT-FILE-NAME
                   MOVE RESERVATION-RECORD TO W04-LEFT-IMAGE
                   MOVE 'CONTRACTREG.DAT' TO W04-RIGHT-FILE-NAME
                   MOVE RSV-CONTRACT-NO TO NOF-KEY
                   MOVE NOT-ON-FILE-IMAGE TO W04-RIGHT-IMAGE
                   PERFORM 690-WRITE-DISCREPANCY
                   ADD 1 TO CT-FILLED-NO-CONTRACT
               END-IF
           END-IF
           MOVE RSV-CUST-NUMBER TO W02-CHECK-CUST-NUMBER
           PERFORM 800-LOOKUP-CUSTOMER
           IF W01-RECORD-FOUND-SWITCH = 'NO'
               MOVE 'RESVMAS.DAT' TO W04-LEFT-FILE-NAME
               MOVE RESERVATION-RECORD TO W04-LEFT-IMAGE
               PERFORM 810-WRITE-CUSTOMER-MISSING
           END-IF
           PERFORM 610-READ-NEXT-RESERVATION.

       650-AUDIT-AR-ITEMS.
      * Paid items are checked too -- they stay on file as the
      * audit trail, and a statement run still reads them.
           MOVE 'OPEN-ITEM MASTER AGAINST CUSTOMER MASTER'
             TO SHL-DESCRIPTION
           PERFORM 680-WRITE-SECTION-HEADING
           IF W03-AR-MASTER-OK-SWITCH = 'YES'
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               MOVE LOW-VALUES TO AR-ITEM-KEY
               START AR-ITEM-MASTER KEY IS >= AR-ITEM-KEY
                   INVALID KEY
                       MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-START
               IF W01-DATA-REMAINS-SWITCH = 'YES'
                   PERFORM 655-READ-NEXT-AR-ITEM
               END-IF
               PERFORM 660-CHECK-ONE-AR-ITEM
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           END-IF.

       655-READ-NEXT-AR-ITEM.
           READ AR-ITEM-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO CT-AR-ITEMS-READ
           END-READ.

       660-CHECK-ONE-AR-ITEM.
           MOVE AR-CUST-NUMBER TO W02-CHECK-CUST-NUMBER
           PERFORM 800-LOOKUP-CUSTOMER
           IF W01-RECORD-FOUND-SWITCH = 'NO'
               MOVE 'ARITEMS.DAT' TO W04-LEFT-FILE-NAME
               MOVE AR-OPEN-ITEM-RECORD TO W04-LEFT-IMAGE
               PERFORM 810-WRITE-CUSTOMER-MISSING
           END-IF
           PERFORM 655-READ-NEXT-AR-ITEM.

       670-AUDIT-CLAIMS.
           MOVE 'CLAIMS MASTER AGAINST CUSTOMER MASTER'
             TO SHL-DESCRIPTION
           PERFORM 680-WRITE-SECTION-HEADING
           IF W03-CLM-MASTER-OK-SWITCH = 'YES'
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               MOVE ZEROS TO CLM-CLAIM-NO
               START CLAIMS-MASTER KEY IS >= CLM-CLAIM-NO
                   INVALID KEY
                       MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-START
               IF W01-DATA-REMAINS-SWITCH = 'YES'
                   PERFORM 672-READ-NEXT-CLAIM
               END-IF
               PERFORM 675-CHECK-ONE-CLAIM
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           END-IF.

       672-READ-NEXT-CLAIM.
           READ CLAIMS-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO CT-CLAIMS-READ
           END-READ.

       675-CHECK-ONE-CLAIM.
           MOVE CLM-CUST-NUMBER TO W02-CHECK-CUST-NUMBER
           PERFORM 800-LOOKUP-CUSTOMER
           IF W01-RECORD-FOUND-SWITCH = 'NO'
               MOVE 'CLAIMS.DAT' TO W04-LEFT-FILE-NAME
               MOVE CLAIM-RECORD TO W04-LEFT-IMAGE
               PERFORM 810-WRITE-CUSTOMER-MISSING
           END-IF
           PERFORM 672-READ-NEXT-CLAIM.

       676-AUDIT-DRIVERS.
      * FILEMNT will not add a licence for a customer who is not on
      * file, but a customer deleted afterwards leaves the licence
      * record behind.
           MOVE 'DRIVER LICENCE MASTER AGAINST CUSTOMER MASTER'
             TO SHL-DESCRIPTION
           PERFORM 680-WRITE-SECTION-HEADING
           IF W03-DRV-MASTER-OK-SWITCH = 'YES'
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               MOVE ZEROS TO DRV-CUST-NUMBER
               START DRIVER-MASTER KEY IS >= DRV-CUST-NUMBER
                   INVALID KEY
                       MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-START
               IF W01-DATA-REMAINS-SWITCH = 'YES'
                   PERFORM 677-READ-NEXT-DRIVER
               END-IF
               PERFORM 678-CHECK-ONE-DRIVER
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           END-IF.

       677-READ-NEXT-DRIVER.
           READ DRIVER-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO CT-DRIVERS-READ
           END-READ.

       678-CHECK-ONE-DRIVER.
           MOVE DRV-CUST-NUMBER TO W02-CHECK-CUST-NUMBER
           PERFORM 800-LOOKUP-CUSTOMER
           IF W01-RECORD-FOUND-SWITCH = 'NO'
               MOVE 'DRIVERS.DAT' TO W04-LEFT-FILE-NAME
               MOVE DRIVER-RECORD TO W04-LEFT-IMAGE
               PERFORM 810-WRITE-CUSTOMER-MISSING
           END-IF
           PERFORM 677-READ-NEXT-DRIVER.

       680-WRITE-SECTION-HEADING.
           MOVE SECTION-HEADING-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       690-WRITE-DISCREPANCY.
      * The caller has set the description and both sides; one
      * line names the problem, one line per side shows the record.
           MOVE DISCREPANCY-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE W04-LEFT-FILE-NAME TO IML-FILE-NAME
           MOVE W04-LEFT-IMAGE TO IML-IMAGE
           MOVE IMAGE-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE W04-RIGHT-FILE-NAME TO IML-FILE-NAME
           MOVE W04-RIGHT-IMAGE TO IML-IMAGE
           MOVE IMAGE-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO NOF-KEY
           ADD 1 TO CT-DISCREPANCIES
           MOVE 'NO' TO W01-MASTERS-AGREE-SWITCH.

       695-WRITE-MISSING-FILE-LINE.
           MOVE MISSING-FILE-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           ADD 1 TO CT-MASTERS-MISSING
           MOVE 'NO' TO W01-MASTERS-AGREE-SWITCH.

       700-WRITE-CONTROL-TOTALS.
           MOVE TRAILER-HEADING-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'FLEET UNITS READ' TO TRL-LABEL
           MOVE CT-UNITS-READ TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'WORK ORDERS READ' TO TRL-LABEL
           MOVE CT-ORDERS-READ TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'REGISTER ENTRIES READ' TO TRL-LABEL
           MOVE CT-REGISTER-READ TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'RESERVATIONS READ' TO TRL-LABEL
           MOVE CT-RESERVATIONS-READ TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'OPEN ITEMS READ' TO TRL-LABEL
           MOVE CT-AR-ITEMS-READ TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'CLAIMS READ' TO TRL-LABEL
           MOVE CT-CLAIMS-READ TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'DRIVER LICENCES READ' TO TRL-LABEL
           MOVE CT-DRIVERS-READ TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'UNITS OUT, CONTRACT NOT OPEN' TO TRL-LABEL
           MOVE CT-OUT-NOT-OPEN TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'UNITS IN SHOP, NO OPEN WORK ORDER' TO TRL-LABEL
           MOVE CT-SHOP-NO-ORDER TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'OPEN WORK ORDERS, UNIT AVAILABLE' TO TRL-LABEL
           MOVE CT-ORDER-UNIT-AVAILABLE TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'OPEN CONTRACTS, NO DUE-BACK DATE' TO TRL-LABEL
           MOVE CT-OPEN-NO-DUE-BACK TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'FILLED RESERVATIONS, NO CONTRACT' TO TRL-LABEL
           MOVE CT-FILLED-NO-CONTRACT TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'CUSTOMER NUMBERS NOT ON CUSTOMER MASTER' TO TRL-LABEL
           MOVE CT-CUSTOMER-MISSING TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'MASTERS NOT AVAILABLE TO AUDIT' TO TRL-LABEL
           MOVE CT-MASTERS-MISSING TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'TOTAL DISCREPANCIES' TO TRL-LABEL
           MOVE CT-DISCREPANCIES TO TRL-COUNT
           MOVE TRAILER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF W01-MASTERS-AGREE-SWITCH = 'YES'
               MOVE 'MASTERS AGREE - NO DISCREPANCIES FOUND'
                 TO VDL-VERDICT
           ELSE
               MOVE 'MASTERS DISAGREE - SEE DISCREPANCIES ABOVE'
                 TO VDL-VERDICT
           END-IF
           MOVE VERDICT-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       750-CLOSE-MASTERS.
           IF W03-FLEET-MASTER-OK-SWITCH = 'YES'
               CLOSE FLEET-MASTER
           END-IF
           IF W03-REG-MASTER-OK-SWITCH = 'YES'
               CLOSE CONTRACT-REGISTER
           END-IF
           IF W03-DUE-MASTER-OK-SWITCH = 'YES'
               CLOSE DUE-BACK-MASTER
           END-IF
           IF W03-WO-MASTER-OK-SWITCH = 'YES'
               CLOSE WORK-ORDER-MASTER
           END-IF
           IF W03-RSV-MASTER-OK-SWITCH = 'YES'
               CLOSE RESERVATION-MASTER
           END-IF
           IF W03-CUST-MASTER-OK-SWITCH = 'YES'
               CLOSE CUSTOMER-MASTER
           END-IF
           IF W03-AR-MASTER-OK-SWITCH = 'YES'
               CLOSE AR-ITEM-MASTER
           END-IF
           IF W03-CLM-MASTER-OK-SWITCH = 'YES'
               CLOSE CLAIMS-MASTER
           END-IF
           IF W03-DRV-MASTER-OK-SWITCH = 'YES'
               CLOSE DRIVER-MASTER
           END-IF.

       800-LOOKUP-CUSTOMER.
      * With the customer master unavailable nothing can be proven
      * missing from it -- that run has already failed on the
      * missing master itself, so the lookup simply passes.
           MOVE 'YES' TO W01-RECORD-FOUND-SWITCH
           IF W03-CUST-MASTER-OK-SWITCH = 'YES'
               MOVE W02-CHECK-CUST-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'NO' TO W01-RECORD-FOUND-SWITCH
               END-READ
           END-IF.

       810-WRITE-CUSTOMER-MISSING.
           MOVE 'CUSTOMER NUMBER NOT ON CUSTOMER MASTER'
             TO DSL-DESCRIPTION
           MOVE 'CUSTMAST.DAT' TO W04-RIGHT-FILE-NAME
           MOVE W02-CHECK-CUST-NUMBER TO NOF-KEY
           MOVE NOT-ON-FILE-IMAGE TO W04-RIGHT-IMAGE
           PERFORM 690-WRITE-DISCREPANCY
           ADD 1 TO CT-CUSTOMER-MISSING.
