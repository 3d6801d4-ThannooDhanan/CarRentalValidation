      * customer must already be on the customer master and the car
      * type on the rate table -- a reservation for a customer or a
      * car type the validation run would reject is a promise the
      * counter can never keep.  The pick-up branch must likewise be
      * a lot on the branch master, or the nightly rebalancing run
      * has nowhere to net the promise against.
      * On a change, a field left blank on the transaction keeps the
      * master's value (a blank numeric field arrives non-numeric,
      * which is the same signal).
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS CTR-FILE-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO 'branchmas.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS BRN-FILE-STATUS.

           SELECT RESV-REGISTER ASSIGN TO 'resvreg.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESV-TRAN-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS RESV-TRAN-RECORD.
           COPY RSVTRAN.

       FD  RESERVATION-MASTER
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS RESERVATION-RECORD.
           COPY RESVMAS.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

           DATA RECORD IS CAR-TYPE-RATE-RECORD.
           COPY CARRATE.

       FD  BRANCH-MASTER
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS BRANCH-RECORD.
           COPY BRANCH.

       FD  RESV-REGISTER
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RESV-REGISTER-RECORD.
         05 CTR-ENTRY OCCURS 10 TIMES INDEXED BY CTR-IDX.
           10 CTR-TBL-CODE PIC X.

       01 BRANCH-TABLE-CONTROLS.
         05 BRN-FILE-STATUS PIC XX.
           88 BRN-FILE-OK VALUE '00'.
         05 BRN-TABLE-COUNT PIC 99 COMP VALUE 0.
         05 W06-MORE-BRANCHES-SWITCH PIC X(3) VALUE 'YES'.
         05 W06-BRANCH-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 BRANCH-TABLE.
         05 BRN-ENTRY OCCURS 10 TIMES INDEXED BY BRN-IDX.
           10 BRN-TBL-CODE PIC X(3).

       01 DATE-EDIT-CONTROLS.
         05 DTE-EDIT-CCYY PIC 9(4).
         05 DTE-EDIT-MONTH PIC 99.
                           'DUE-BACK DATE BEFORE PICK-UP DATE'.
         05 STATUS-CODE-MSG PIC X(40) VALUE
                            'RESERVATION STATUS MUST BE O, F OR X'.
         05 BRANCH-MSG PIC X(40) VALUE
                       'PICK-UP BRANCH NOT ON BRANCH MASTER'.

       01 CONTROL-TOTALS.
         05 CT-TRANS-READ PIC 9(6) COMP VALUE 0.
       PROCEDURE DIVISION.
           PERFORM 100-GET-TODAYS-DATE
           PERFORM 110-LOAD-CAR-TYPE-RATES
           PERFORM 116-LOAD-BRANCH-TABLE
           OPEN INPUT RESV-TRAN-FILE
           PERFORM 120-OPEN-RESERVATION-MASTER
           OPEN INPUT CUSTOMER-MASTER
                   MOVE CTR-CODE TO CTR-TBL-CODE (CTR-IDX)
           END-READ.

       116-LOAD-BRANCH-TABLE.
      * Same table FILEMNT loads to edit a fleet unit's branch.
           OPEN INPUT BRANCH-MASTER
           IF BRN-FILE-OK
               MOVE 'YES' TO W06-MORE-BRANCHES-SWITCH
               PERFORM 117-READ-BRANCH-RECORD
                 UNTIL W06-MORE-BRANCHES-SWITCH = 'NO'
                    OR BRN-TABLE-COUNT = 10
               CLOSE BRANCH-MASTER
           END-IF.

       117-READ-BRANCH-RECORD.
           READ BRANCH-MASTER
               AT END
                   MOVE 'NO' TO W06-MORE-BRANCHES-SWITCH
               NOT AT END
                   ADD 1 TO BRN-TABLE-COUNT
                   SET BRN-IDX TO BRN-TABLE-COUNT
                   MOVE BRN-CODE TO BRN-TBL-CODE (BRN-IDX)
           END-READ.

       120-OPEN-RESERVATION-MASTER.
      * The very first run has no master to open, so one is created
      * empty and reopened -- every run after that finds the file in
              AND (RTN-ADD-ACTION OR RTN-CAR-TYPE NOT = SPACES)
               PERFORM 440-EDIT-CAR-TYPE
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND (RTN-ADD-ACTION OR RTN-PICKUP-BRANCH NOT = SPACES)
               PERFORM 447-EDIT-PICKUP-BRANCH
           END-IF
           IF W01-TRAN-VALID-SWITCH = 'YES'
              AND (RTN-ADD-ACTION OR RTN-PICKUP-DATE NUMERIC)
               PERFORM 450-EDIT-PICKUP-DATE
               SET CTR-IDX UP BY 1
           END-IF.

       447-EDIT-PICKUP-BRANCH.
      * Required on an add; a blank branch is simply not on the
      * table, so the one scan covers both.
           MOVE 'NO' TO W06-BRANCH-FOUND-SWITCH
           SET BRN-IDX TO 1
           PERFORM 448-SCAN-BRANCH-TABLE
             UNTIL BRN-IDX > BRN-TABLE-COUNT
                OR W06-BRANCH-FOUND-SWITCH = 'YES'
           IF W06-BRANCH-FOUND-SWITCH = 'NO'
               MOVE BRANCH-MSG TO RGL-DISPOSITION
               PERFORM 690-WRITE-REJECT-LINE
           END-IF.

       448-SCAN-BRANCH-TABLE.
           IF BRN-TBL-CODE (BRN-IDX) = RTN-PICKUP-BRANCH
              AND RTN-PICKUP-BRANCH NOT = SPACES
               MOVE 'YES' TO W06-BRANCH-FOUND-SWITCH
           ELSE
               SET BRN-IDX UP BY 1
           END-IF.

       450-EDIT-PICKUP-DATE.
           IF RTN-PICKUP-DATE NOT NUMERIC
               MOVE PICKUP-DATE-MSG TO RGL-DISPOSITION
                       MOVE RTN-CAR-TYPE TO RSV-CAR-TYPE
                       MOVE RTN-PICKUP-DATE TO RSV-PICKUP-DATE
                       MOVE RTN-DUE-BACK-DATE TO RSV-DUE-BACK-DATE
                       MOVE ZEROS TO RSV-CONTRACT-NO
                       MOVE RTN-PICKUP-BRANCH TO RSV-PICKUP-BRANCH
                       IF RTN-STATUS = SPACES
                           MOVE 'O' TO RSV-STATUS
                       ELSE
                       IF RTN-STATUS NOT = SPACES
                           MOVE RTN-STATUS TO RSV-STATUS
                       END-IF
                       IF RTN-PICKUP-BRANCH NOT = SPACES
                           MOVE RTN-PICKUP-BRANCH TO RSV-PICKUP-BRANCH
                       END-IF
                       REWRITE RESERVATION-RECORD
                       ADD 1 TO CT-CHANGES-APPLIED
                       MOVE RESERVATION-RECORD TO IMG-DATA
