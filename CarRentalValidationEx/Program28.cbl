       IDENTIFICATION DIVISION.
      * AssetMaint.cbl
       PROGRAM-ID. ASSETMNT.
       AUTHOR. Dhanan Thannoo.

      * Fleet asset ledger apply run.  FLEET-MASTER knows where a
      * unit is and how far it has gone, but nothing about what it
      * cost -- the book value behind every keep-or-auction call
      * lived on a spreadsheet.  This run keeps the asset ledger
      * (fltasset.dat) from fleet accounting's transactions
      * instead:
      *   - an ACQUIRE puts a unit on the ledger with its cost,
      *     salvage value, depreciation method and life, ready for
      *     the month-end run to start depreciating it;
      *   - a DISPOSE takes the unit out of service, which stops
      *     its depreciation;
      *   - a SALE records the proceeds (disposing of the unit in
      *     the same step if it was still in service), and the
      *     month-end run books the gain or loss.
      * Nothing here touches the ledger's money columns or the GL
      * -- that is DEPRRUN's job at month end.  A unit still out on
      * a contract cannot be disposed of or sold.  Every
      * transaction is edited before anything is touched, and every
      * one applied or rejected shows with before and after images
      * on the asset register (assetreg.dat) -- same discipline as
      * FILEMNT and SHOPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-TRAN-FILE ASSIGN TO 'assettran.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS TRN-FILE-STATUS.

           SELECT FLEET-ASSET-MASTER ASSIGN TO 'fltasset.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FA-VIN
                                FILE STATUS IS FA-FILE-STATUS.

           SELECT FLEET-MASTER  ASSIGN TO 'fleetmas.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FLT-VIN
                                ALTERNATE RECORD KEY IS FLT-CAR-TYPE
                                  WITH DUPLICATES
                                FILE STATUS IS FLEET-FILE-STATUS.

           SELECT ASSET-REGISTER ASSIGN TO 'assetreg.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-TRAN-FILE
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS ASSET-TRAN-RECORD.
           COPY ASSETTRN.

       FD  FLEET-ASSET-MASTER
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FLEET-ASSET-RECORD.
           COPY FLTASSET.

       FD  FLEET-MASTER
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS FLEET-MASTER-RECORD.
           COPY FLEETMAS.

       FD  ASSET-REGISTER
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ASSET-REGISTER-RECORD.
       01 ASSET-REGISTER-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-TRAN-VALID-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-ASSET-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-UNIT-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 FILE-STATUS-CONTROLS.
         05 TRN-FILE-STATUS PIC XX.
           88 TRN-FILE-OK VALUE '00'.
         05 FA-FILE-STATUS PIC XX.
           88 FA-FILE-MISSING VALUE '35'.
         05 FLEET-FILE-STATUS PIC XX.
           88 FLEET-FILE-OK VALUE '00'.

      * Latched once after the OPEN -- the live status is
      * overwritten by every keyed READ, so the edits must test
      * this switch, never the status field.
       01 MASTER-AVAILABILITY-SWITCHES.
         05 W02-FLEET-MASTER-OK-SWITCH PIC X(3) VALUE 'NO'.

       01 ASSET-WORK-FIELDS.
         05 W03-TODAYS-FULL-DATE PIC 9(8).
         05 W03-TRAN-DATE PIC 9(8).
         05 W03-TRAN-DATE-PARTS REDEFINES W03-TRAN-DATE.
           10 W03-TRAN-CCYY PIC 9(4).
           10 W03-TRAN-MONTH PIC 99.
             88 TRAN-VALID-MONTHS VALUES 1 THRU 12.
             88 TRAN-FEBRUARY VALUE 2.
             88 TRAN-30-DAY-MONTH VALUES 4 6 9 11.
             88 TRAN-31-DAY-MONTH VALUES 1 3 5 7 8 10 12.
           10 W03-TRAN-DAY PIC 99.
         05 W03-DIVIDE-RESULT PIC 9(4).
         05 W03-DIVIDE-REMAINDER PIC 999.
         05 W03-LEAP-YEAR-SWITCH PIC X(3) VALUE 'NO'.
           88 TRAN-LEAP-YEAR VALUE 'YES'.

       01 REJECT-REASONS.
         05 ACTION-CODE-MSG PIC X(40) VALUE
                            'ACTION CODE MUST BE A, D OR S'.
         05 MASTER-DOWN-MSG PIC X(40) VALUE
                            'FLEET MASTER FILE NOT AVAILABLE'.
         05 VIN-MISSING-MSG PIC X(40) VALUE
                            'VIN IS MISSING'.
         05 ALREADY-ON-FILE-MSG PIC X(40) VALUE
                                'UNIT ALREADY ON ASSET LEDGER'.
         05 NOT-ON-FILE-MSG PIC X(40) VALUE
                            'UNIT NOT ON ASSET LEDGER'.
         05 TRAN-DATE-MSG PIC X(40) VALUE
                          'DATE IS NOT A VALID CCYYMMDD DATE'.
         05 DATE-FUTURE-MSG PIC X(40) VALUE
                            'DATE IS AFTER TODAY'.
         05 DATE-EARLY-MSG PIC X(40) VALUE
                           'DATE IS BEFORE THE ACQUISITION DATE'.
         05 COST-MSG PIC X(40) VALUE
                     'COST MUST BE NUMERIC NONZERO'.
         05 SALVAGE-MSG PIC X(40) VALUE
                        'SALVAGE VALUE MUST BE LESS THAN COST'.
         05 METHOD-MSG PIC X(40) VALUE
                       'DEPRECIATION METHOD MUST BE S OR D'.
         05 LIFE-MSG PIC X(40) VALUE
                     'LIFE IN MONTHS MUST BE NUMERIC NONZERO'.
         05 NOT-IN-SERVICE-MSG PIC X(40) VALUE
                               'UNIT IS ALREADY DISPOSED'.
         05 SALE-RECORDED-MSG PIC X(40) VALUE
                              'SALE IS ALREADY RECORDED'.
         05 PROCEEDS-MSG PIC X(40) VALUE
                         'SALE PROCEEDS MUST BE NUMERIC'.
         05 UNIT-OUT-MSG PIC X(40) VALUE
                         'UNIT IS OUT ON AN OPEN CONTRACT'.

       01 CONTROL-TOTALS.
         05 CT-TRANS-READ PIC 9(6) COMP VALUE 0.
         05 CT-UNITS-ACQUIRED PIC 9(6) COMP VALUE 0.
         05 CT-UNITS-DISPOSED PIC 9(6) COMP VALUE 0.
         05 CT-SALES-RECORDED PIC 9(6) COMP VALUE 0.
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
         05 PIC X(25) VALUE 'FLEET ASSET REGISTER AS O'.
         05 PIC X(2) VALUE 'F '.
         05 HDG-DATE.
           10 HDG-MONTH PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-DAY PIC 99.
           10 PIC X VALUE '/'.
           10 HDG-YEAR PIC 99.
         05 PIC X(71) VALUE SPACES.

       01 HEADING-REGISTER-LINE-TWO.
         05 FILLER PIC X(9) VALUE 'ACTION'.
         05 FILLER PIC X(19) VALUE 'VIN'.
         05 FILLER PIC X(11) VALUE 'DISPOSITION'.
         05 FILLER PIC X(93) VALUE SPACES.

       01 REGISTER-LINE.
         05 RGL-ACTION PIC X(9).
         05 RGL-VIN PIC X(17).
         05 FILLER PIC XX VALUE SPACES.
         05 RGL-DISPOSITION PIC X(40).
         05 FILLER PIC X(64) VALUE SPACES.

       01 IMAGE-LINE.
         05 FILLER PIC XX VALUE SPACES.
         05 IMG-LABEL PIC X(8).
         05 IMG-DATA PIC X(100).
         05 FILLER PIC X(22) VALUE SPACES.

       01 TRAILER-HEADING-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(25) VALUE 'END OF RUN CONTROL TOTALS'.
         05 FILLER PIC X(97) VALUE SPACES.

       01 TRAILER-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 TRL-LABEL PIC X(40).
         05 TRL-COUNT PIC ZZZ,ZZ9.
         05 FILLER PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-GET-TODAYS-DATE
           OPEN INPUT ASSET-TRAN-FILE
           PERFORM 120-OPEN-ASSET-MASTER
           OPEN INPUT FLEET-MASTER
           IF FLEET-FILE-OK
               MOVE 'YES' TO W02-FLEET-MASTER-OK-SWITCH
           END-IF
           OPEN OUTPUT ASSET-REGISTER
           PERFORM 200-WRITE-REGISTER-HEADINGS
           IF NOT TRN-FILE-OK
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-IF
           IF W01-DATA-REMAINS-SWITCH = 'YES'
               PERFORM 300-READ-ASSET-TRAN
           END-IF
           PERFORM 400-PROCESS-ASSET-TRANS
             UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE ASSET-TRAN-FILE
           CLOSE FLEET-ASSET-MASTER
           IF W02-FLEET-MASTER-OK-SWITCH = 'YES'
               CLOSE FLEET-MASTER
           END-IF
           CLOSE ASSET-REGISTER
      * RC 4 flags a run with rejects so fleet accounting looks at
      * the register; the ledger itself is still good.
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

       120-OPEN-ASSET-MASTER.
      * The very first run has no ledger to open, so one is created
      * empty and reopened -- every run after that finds the file
      * in place and goes straight through.
           OPEN I-O FLEET-ASSET-MASTER
           IF FA-FILE-MISSING
               OPEN OUTPUT FLEET-ASSET-MASTER
               CLOSE FLEET-ASSET-MASTER
               OPEN I-O FLEET-ASSET-MASTER
           END-IF.

       200-WRITE-REGISTER-HEADINGS.
           MOVE HEADING-REGISTER-LINE-ONE TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD
           MOVE SPACES TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD
           MOVE HEADING-REGISTER-LINE-TWO TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD
           MOVE SPACES TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD.

       300-READ-ASSET-TRAN.
           READ ASSET-TRAN-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.

       400-PROCESS-ASSET-TRANS.
           MOVE 'YES' TO W01-TRAN-VALID-SWITCH
           PERFORM 405-DESCRIBE-TRAN
           EVALUATE TRUE
               WHEN NOT FAT-VALID-ACTION-CODES
                   MOVE ACTION-CODE-MSG TO RGL-DISPOSITION
                   PERFORM 690-WRITE-REJECT-LINE
               WHEN FAT-ACQUIRE-ACTION
                   PERFORM 410-EDIT-ACQUIRE-TRAN
                   IF W01-TRAN-VALID-SWITCH = 'YES'
                       PERFORM 510-APPLY-ACQUIRE-TRAN
                   END-IF
               WHEN FAT-DISPOSE-ACTION
                   PERFORM 420-EDIT-DISPOSE-TRAN
                   IF W01-TRAN-VALID-SWITCH = 'YES'
                       PERFORM 520-APPLY-DISPOSE-TRAN
                   END-IF
               WHEN FAT-SALE-ACTION
                   PERFORM 430-EDIT-SALE-TRAN
                   IF W01-TRAN-VALID-SWITCH = 'YES'
                       PERFORM 530-APPLY-SALE-TRAN
                   END-IF
           END-EVALUATE
           PERFORM 300-READ-ASSET-TRAN.

       405-DESCRIBE-TRAN.
      * Fill the register line's identity columns up front so a
      * reject prints with whatever identified the transaction.
           MOVE FAT-VIN TO RGL-VIN
           EVALUATE TRUE
               WHEN FAT-ACQUIRE-ACTION
                   MOVE 'ACQUIRE' TO RGL-ACTION
               WHEN FAT-DISPOSE-ACTION
                   MOVE 'DISPOSE' TO RGL-ACTION
               WHEN FAT-SALE-ACTION
                   MOVE 'SALE' TO RGL-ACTION
               WHEN OTHER
                   MOVE FAT-ACTION-CODE TO RGL-ACTION
           END-EVALUATE.

       410-EDIT-ACQUIRE-TRAN.
      * An acquisition must arrive whole: a unit not already on the
      * ledger, a cost, a salvage value below it, a method and a
      * life -- the month-end run has nothing to default them from.
      * The unit need not be on FLEET-MASTER yet; the purchase is
      * often booked before the car reaches a lot.
           IF FAT-VIN = SPACES
               MOVE VIN-MISSING-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
               PERFORM 440-READ-ASSET
               IF W01-ASSET-FOUND-SWITCH = 'YES'
                   MOVE ALREADY-ON-FILE-MSG TO RGL-DISPOSITION
                   PERFORM 690-WRITE-REJECT-LINE
               END-IF
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
               PERFORM 460-EDIT-TRAN-DATE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND (FAT-COST NOT NUMERIC OR FAT-COST = ZEROS)
               MOVE COST-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
               IF FAT-SALVAGE-VALUE NOT NUMERIC
                   MOVE SALVAGE-MSG TO RGL-DISPOSITION
                   PERFORM 690-WRITE-REJECT-LINE
               ELSE
                   IF FAT-SALVAGE-VALUE NOT < FAT-COST
                       MOVE SALVAGE-MSG TO RGL-DISPOSITION
                       PERFORM 690-WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND NOT FAT-VALID-METHODS
               MOVE METHOD-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND (FAT-LIFE-MONTHS NOT NUMERIC
                   OR FAT-LIFE-MONTHS = ZEROS)
               MOVE LIFE-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF.

       420-EDIT-DISPOSE-TRAN.
      * Only a unit still in service can be disposed of, and not
      * while a renter has it -- the same guard SHOPMNT applies
      * before a unit goes into a bay.
           PERFORM 470-EDIT-LEDGER-UNIT
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND NOT FA-IN-SERVICE
               MOVE NOT-IN-SERVICE-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
               PERFORM 480-EDIT-UNIT-NOT-OUT
           END-IF.

       430-EDIT-SALE-TRAN.
      * A sale is taken on a disposed unit, or on one still in
      * service (which disposes of it in the same step) -- but only
      * once.  Proceeds of zero are allowed: a unit scrapped for
      * nothing is still a disposal at a loss.
           PERFORM 470-EDIT-LEDGER-UNIT
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND (FA-PROCEEDS-RECEIVED OR FA-SOLD)
               MOVE SALE-RECORDED-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND FAT-SALE-PROCEEDS NOT NUMERIC
               MOVE PROCEEDS-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND FA-IN-SERVICE
               PERFORM 480-EDIT-UNIT-NOT-OUT
           END-IF.

       440-READ-ASSET.
           MOVE 'NO' TO W01-ASSET-FOUND-SWITCH
           MOVE FAT-VIN TO FA-VIN
           READ FLEET-ASSET-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO W01-ASSET-FOUND-SWITCH
           END-READ.

       450-READ-FLEET-UNIT.
           MOVE 'NO' TO W01-UNIT-FOUND-SWITCH
           MOVE FAT-VIN TO FLT-VIN
           READ FLEET-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO W01-UNIT-FOUND-SWITCH
           END-READ.

       460-EDIT-TRAN-DATE.
      * Blank takes the run date.  Anything keyed must be a real
      * calendar date and not in the future -- the paperwork has
      * already happened.
           IF FAT-TRAN-DATE NUMERIC
              AND FAT-TRAN-DATE NOT = ZEROS
               MOVE FAT-TRAN-DATE TO W03-TRAN-DATE
               PERFORM 465-DETERMINE-LEAP-YEAR
               IF NOT TRAN-VALID-MONTHS
                  OR W03-TRAN-DAY = ZEROS
                  OR (TRAN-FEBRUARY AND (W03-TRAN-DAY > 29
                      OR (W03-TRAN-DAY = 29 AND NOT TRAN-LEAP-YEAR)))
                  OR (TRAN-30-DAY-MONTH AND W03-TRAN-DAY > 30)
                  OR (TRAN-31-DAY-MONTH AND W03-TRAN-DAY > 31)
                   MOVE TRAN-DATE-MSG TO RGL-DISPOSITION
                   PERFORM 690-WRITE-REJECT-LINE
               END-IF
           ELSE
               MOVE W03-TODAYS-FULL-DATE TO W03-TRAN-DATE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND W03-TRAN-DATE > W03-TODAYS-FULL-DATE
               MOVE DATE-FUTURE-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF.

       465-DETERMINE-LEAP-YEAR.
      * Standard leap-year rule: divisible by 4, except centuries
      * not divisible by 400.
           MOVE 'NO' TO W03-LEAP-YEAR-SWITCH
           DIVIDE W03-TRAN-CCYY BY 4
             GIVING W03-DIVIDE-RESULT REMAINDER W03-DIVIDE-REMAINDER
           IF W03-DIVIDE-REMAINDER = 0
               DIVIDE W03-TRAN-CCYY BY 100
                 GIVING W03-DIVIDE-RESULT
                 REMAINDER W03-DIVIDE-REMAINDER
               IF W03-DIVIDE-REMAINDER NOT = 0
                   MOVE 'YES' TO W03-LEAP-YEAR-SWITCH
               ELSE
                   DIVIDE W03-TRAN-CCYY BY 400
                     GIVING W03-DIVIDE-RESULT
                     REMAINDER W03-DIVIDE-REMAINDER
                   IF W03-DIVIDE-REMAINDER = 0
                       MOVE 'YES' TO W03-LEAP-YEAR-SWITCH
                   END-IF
               END-IF
           END-IF.

       470-EDIT-LEDGER-UNIT.
      * Disposals and sales both name a unit already on the ledger,
      * dated no earlier than the day it was acquired.  The asset
      * read leaves the record in the area for the apply.
           IF FAT-VIN = SPACES
               MOVE VIN-MISSING-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
               PERFORM 440-READ-ASSET
               IF W01-ASSET-FOUND-SWITCH = 'NO'
                   MOVE NOT-ON-FILE-MSG TO RGL-DISPOSITION
                   PERFORM 690-WRITE-REJECT-LINE
               END-IF
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
               PERFORM 460-EDIT-TRAN-DATE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND W03-TRAN-DATE < FA-ACQUIRED-DATE
               MOVE DATE-EARLY-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF.

       480-EDIT-UNIT-NOT-OUT.
      * A unit already retired off FLEET-MASTER is plainly not out
      * with a renter, so only a unit still on the fleet is
      * checked.
           IF W02-FLEET-MASTER-OK-SWITCH = 'NO'
               MOVE MASTER-DOWN-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           ELSE
               PERFORM 450-READ-FLEET-UNIT
               IF W01-UNIT-FOUND-SWITCH = 'YES'
                  AND FLT-OUT
                   MOVE UNIT-OUT-MSG TO RGL-DISPOSITION
                   PERFORM 690-WRITE-REJECT-LINE
               END-IF
           END-IF.

       510-APPLY-ACQUIRE-TRAN.
      * The unit goes on the ledger with nothing yet depreciated.
      * Its last depreciated period is set to the month before the
      * acquisition, so the month-end run books the acquisition
      * month first.
           PERFORM 610-WRITE-BEFORE-IMAGE
           MOVE FAT-VIN TO FA-VIN
           MOVE W03-TRAN-DATE TO FA-ACQUIRED-DATE
           MOVE FAT-COST TO FA-COST
           MOVE FAT-SALVAGE-VALUE TO FA-SALVAGE-VALUE
           MOVE FAT-DEPR-METHOD TO FA-DEPR-METHOD
           MOVE FAT-LIFE-MONTHS TO FA-LIFE-MONTHS
           MOVE ZEROS TO FA-MONTHS-DEPRECIATED
           MOVE ZEROS TO FA-ACCUM-DEPRECIATION
           IF W03-TRAN-MONTH = 1
               COMPUTE FA-LAST-DEPR-PERIOD =
                 (W03-TRAN-CCYY - 1) * 100 + 12
           ELSE
               COMPUTE FA-LAST-DEPR-PERIOD =
                 W03-TRAN-CCYY * 100 + W03-TRAN-MONTH - 1
           END-IF
           MOVE 'A' TO FA-STATUS
           MOVE ZEROS TO FA-DISPOSAL-DATE
           MOVE ZEROS TO FA-SALE-DATE
           MOVE ZEROS TO FA-SALE-PROCEEDS
           MOVE ZEROS TO FA-GAIN-LOSS-AMOUNT
           WRITE FLEET-ASSET-RECORD
           ADD 1 TO CT-UNITS-ACQUIRED
           PERFORM 620-WRITE-AFTER-IMAGE.

       520-APPLY-DISPOSE-TRAN.
           PERFORM 610-WRITE-BEFORE-IMAGE
           MOVE W03-TRAN-DATE TO FA-DISPOSAL-DATE
           MOVE 'D' TO FA-STATUS
           REWRITE FLEET-ASSET-RECORD
           ADD 1 TO CT-UNITS-DISPOSED
           PERFORM 620-WRITE-AFTER-IMAGE.

       530-APPLY-SALE-TRAN.
      * The proceeds wait on the record for the month-end run,
      * which books the gain or loss against the book value it has
      * carried to date.
           PERFORM 610-WRITE-BEFORE-IMAGE
           IF FA-IN-SERVICE
               MOVE W03-TRAN-DATE TO FA-DISPOSAL-DATE
               ADD 1 TO CT-UNITS-DISPOSED
           END-IF
           MOVE W03-TRAN-DATE TO FA-SALE-DATE
           MOVE FAT-SALE-PROCEEDS TO FA-SALE-PROCEEDS
           MOVE 'P' TO FA-STATUS
           REWRITE FLEET-ASSET-RECORD
           ADD 1 TO CT-SALES-RECORDED
           PERFORM 620-WRITE-AFTER-IMAGE.

       610-WRITE-BEFORE-IMAGE.
           MOVE 'ACCEPTED' TO RGL-DISPOSITION
           MOVE REGISTER-LINE TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD
           MOVE 'BEFORE:' TO IMG-LABEL
           IF W01-ASSET-FOUND-SWITCH = 'YES'
               MOVE FLEET-ASSET-RECORD TO IMG-DATA
           ELSE
               MOVE '(NOT ON ASSET LEDGER)' TO IMG-DATA
           END-IF
           MOVE IMAGE-LINE TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD.

       620-WRITE-AFTER-IMAGE.
           MOVE 'AFTER:' TO IMG-LABEL
           MOVE FLEET-ASSET-RECORD TO IMG-DATA
           MOVE IMAGE-LINE TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD.

       690-WRITE-REJECT-LINE.
      * First reject reason wins; the transaction is dead either
      * way and the register shows what killed it.
           IF W01-TRAN-VALID-SWITCH = 'YES'
               MOVE 'NO' TO W01-TRAN-VALID-SWITCH
               ADD 1 TO CT-TRANS-REJECTED
               MOVE REGISTER-LINE TO ASSET-REGISTER-RECORD
               WRITE ASSET-REGISTER-RECORD
           END-IF.

       700-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD
           MOVE TRAILER-HEADING-LINE TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD
           MOVE SPACES TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD
           MOVE 'TRANSACTIONS READ' TO TRL-LABEL
           MOVE CT-TRANS-READ TO TRL-COUNT
           MOVE TRAILER-LINE TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD
           MOVE 'UNITS ACQUIRED' TO TRL-LABEL
           MOVE CT-UNITS-ACQUIRED TO TRL-COUNT
           MOVE TRAILER-LINE TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD
           MOVE 'UNITS DISPOSED' TO TRL-LABEL
           MOVE CT-UNITS-DISPOSED TO TRL-COUNT
           MOVE TRAILER-LINE TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD
           MOVE 'SALES RECORDED' TO TRL-LABEL
           MOVE CT-SALES-RECORDED TO TRL-COUNT
           MOVE TRAILER-LINE TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD
           MOVE 'TRANSACTIONS REJECTED' TO TRL-LABEL
           MOVE CT-TRANS-REJECTED TO TRL-COUNT
           MOVE TRAILER-LINE TO ASSET-REGISTER-RECORD
           WRITE ASSET-REGISTER-RECORD.
