      * job before anything leaves the building:
      *   - contracts read must equal accepted plus rejected;
      *   - validrentals.dat must hold exactly the returns RENTALS
      *     accepted (accepted minus check-outs and extensions,
      *     which are held on the masters, not billed);
      *   - BILLING must have written one invoice detail per record
      *     on validrentals.dat, and the detail file must foot to
      *     the money total BILLING claims;
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS RUN-TOTALS-RECORD.
           COPY RENTOT.

           COPY BILTOT.

       FD  VALID-RENTAL-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS VALID-RENTAL-RECORD.
       01 VALID-RENTAL-RECORD PIC X(101).

       FD  INVOICE-DETAIL-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS INVOICE-DETAIL-RECORD.
           COPY INVDET.

       FD  RENTAL-HISTORY-FILE
           RECORD CONTAINS 124 CHARACTERS
           DATA RECORD IS RENTAL-HISTORY-RECORD.
           COPY RENTHIST.

               END-IF
           END-IF
           COMPUTE W02-EXPECTED-VALID =
             RNT-RECORDS-VALID - RNT-CHECKOUTS-ACCEPTED
             - RNT-EXTENSIONS-APPLIED.

       400-COUNT-VALID-RENTALS.
      * The file BILLING was fed must hold exactly the returns
