      * goes through an internal sort on account, and one invoice
      * per account prints with the month's contracts itemized, the
      * account's billing terms, and one total at the bottom --
      * forty disputed lines become one page.  Each contract line
      * splits its total into the net rental, the location
      * surcharge and the sales tax, and the account total carries
      * the same three subtotals -- this is the only paper the
      * account gets, so the tax must show on it.  The corporate
      * account names and terms come off the same corpacct.dat
      * BILLING prices from.  Printed to corpinv.dat for the
      * mail-room queue.
       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-HISTORY-FILE
           RECORD CONTAINS 124 CHARACTERS
           DATA RECORD IS RENTAL-HISTORY-RECORD.
           COPY RENTHIST.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

         05 SRT-CONTRACT-NO PIC 9(6).
         05 SRT-CUST-NUMBER PIC 9(6).
         05 SRT-LAST-NAME PIC X(15).
         05 SRT-NET-RENTAL PIC 9(6)V99.
         05 SRT-SURCHARGE-AMOUNT PIC 9(6)V99.
         05 SRT-TAX-AMOUNT PIC 9(6)V99.
         05 SRT-TOTAL-CHARGE PIC 9(6)V99.

       FD  CORP-INVOICE-FILE
         05 W02-CUR-CCYYMM PIC 9(6).
         05 W02-HST-CCYYMM PIC 9(6).
         05 W02-PREV-CORP-ACCOUNT PIC 9(4).
         05 W02-ACCOUNT-NET PIC 9(8)V99 VALUE 0.
         05 W02-ACCOUNT-SURCHARGE PIC 9(8)V99 VALUE 0.
         05 W02-ACCOUNT-TAX PIC 9(8)V99 VALUE 0.
         05 W02-ACCOUNT-TOTAL PIC 9(8)V99 VALUE 0.
         05 W02-ACCOUNT-DETAILS PIC 9(4) VALUE 0.

         05 CT-DETAILS-BILLED PIC 9(6) COMP VALUE 0.
         05 CT-INVOICES-PRINTED PIC 9(6) COMP VALUE 0.
         05 CT-BILLED-AMOUNT PIC 9(8)V99 COMP VALUE 0.
         05 CT-SURCHARGE-BILLED PIC 9(8)V99 COMP VALUE 0.
         05 CT-TAX-BILLED PIC 9(8)V99 COMP VALUE 0.

       01 TODAYS-DATE.
         05 TODAYS-YEAR PIC 99.
         05 FILLER PIC XX VALUE SPACES.
         05 FILLER PIC X(15) VALUE 'RENTER'.
         05 FILLER PIC XX VALUE SPACES.
         05 FILLER PIC X(11) VALUE 'NET RENTAL'.
         05 FILLER PIC X(11) VALUE 'SURCHARGE'.
         05 FILLER PIC X(11) VALUE 'SALES TAX'.
         05 FILLER PIC X(6) VALUE 'AMOUNT'.
         05 FILLER PIC X(42) VALUE SPACES.

       01 DETAIL-LINE.
         05 FILLER PIC XX VALUE SPACES.
         05 FILLER PIC XX VALUE SPACES.
         05 DTL-LAST-NAME PIC X(15).
         05 FILLER PIC XX VALUE SPACES.
         05 DTL-NET-RENTAL PIC ZZ,ZZ9.99.
         05 FILLER PIC XX VALUE SPACES.
         05 DTL-SURCHARGE PIC ZZ,ZZ9.99.
         05 FILLER PIC XX VALUE SPACES.
         05 DTL-TAX PIC ZZ,ZZ9.99.
         05 FILLER PIC XX VALUE SPACES.
         05 DTL-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(39) VALUE SPACES.

       01 ACCOUNT-TOTAL-LINE.
         05 FILLER PIC XX VALUE SPACES.
         05 ATL-TOTAL PIC ZZZ,ZZ9.99.
         05 FILLER PIC X(90) VALUE SPACES.

       01 ACCOUNT-SUBTOTAL-LINE.
         05 FILLER PIC X(13) VALUE SPACES.
         05 ASL-LABEL PIC X(19).
         05 ASL-AMOUNT PIC ZZZ,ZZ9.99.
         05 FILLER PIC X(90) VALUE SPACES.

       01 TRAILER-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 TRL-LABEL PIC X(40).
           MOVE HST-CUST-NUMBER TO SRT-CUST-NUMBER
           MOVE CUST-LAST-NAME TO SRT-LAST-NAME
           MOVE HST-TOTAL-CHARGE TO SRT-TOTAL-CHARGE
      * The total includes the surcharge and tax; rows written
      * before BILLING charged tax carry them blank, so they are
      * taken as zero and the whole total shows as net rental.
           IF HST-SURCHARGE-AMOUNT NUMERIC
               MOVE HST-SURCHARGE-AMOUNT TO SRT-SURCHARGE-AMOUNT
           ELSE
               MOVE ZEROS TO SRT-SURCHARGE-AMOUNT
           END-IF
           IF HST-TAX-AMOUNT NUMERIC
               MOVE HST-TAX-AMOUNT TO SRT-TAX-AMOUNT
           ELSE
               MOVE ZEROS TO SRT-TAX-AMOUNT
           END-IF
           COMPUTE SRT-NET-RENTAL = HST-TOTAL-CHARGE
             - SRT-SURCHARGE-AMOUNT - SRT-TAX-AMOUNT
           RELEASE SORT-WORK-RECORD.

       500-PRINT-CORP-INVOICES.
           MOVE SRT-CONTRACT-NO TO DTL-CONTRACT-NO
           MOVE SRT-CUST-NUMBER TO DTL-CUST-NUMBER
           MOVE SRT-LAST-NAME TO DTL-LAST-NAME
           MOVE SRT-NET-RENTAL TO DTL-NET-RENTAL
           MOVE SRT-SURCHARGE-AMOUNT TO DTL-SURCHARGE
           MOVE SRT-TAX-AMOUNT TO DTL-TAX
           MOVE SRT-TOTAL-CHARGE TO DTL-AMOUNT
           MOVE DETAIL-LINE TO CORP-INVOICE-RECORD
           WRITE CORP-INVOICE-RECORD
           ADD SRT-NET-RENTAL TO W02-ACCOUNT-NET
           ADD SRT-SURCHARGE-AMOUNT TO W02-ACCOUNT-SURCHARGE
           ADD SRT-TAX-AMOUNT TO W02-ACCOUNT-TAX
           ADD SRT-TOTAL-CHARGE TO W02-ACCOUNT-TOTAL
           ADD 1 TO W02-ACCOUNT-DETAILS
           ADD 1 TO CT-DETAILS-BILLED
           ADD SRT-TOTAL-CHARGE TO CT-BILLED-AMOUNT
           ADD SRT-SURCHARGE-AMOUNT TO CT-SURCHARGE-BILLED
           ADD SRT-TAX-AMOUNT TO CT-TAX-BILLED
           PERFORM 510-RETURN-SORTED-DETAIL.

       530-START-ACCOUNT-INVOICE.
           MOVE SRT-CORP-ACCOUNT TO W02-PREV-CORP-ACCOUNT
           MOVE 0 TO W02-ACCOUNT-NET
           MOVE 0 TO W02-ACCOUNT-SURCHARGE
           MOVE 0 TO W02-ACCOUNT-TAX
           MOVE 0 TO W02-ACCOUNT-TOTAL
           MOVE 0 TO W02-ACCOUNT-DETAILS
           MOVE HEADING-INVOICE-LINE-ONE TO CORP-INVOICE-RECORD
           END-IF.

       600-WRITE-ACCOUNT-TOTAL.
      * The three subtotals foot to the invoice total beneath them.
           MOVE SPACES TO CORP-INVOICE-RECORD
           WRITE CORP-INVOICE-RECORD
           MOVE 'NET RENTAL' TO ASL-LABEL
           MOVE W02-ACCOUNT-NET TO ASL-AMOUNT
           MOVE ACCOUNT-SUBTOTAL-LINE TO CORP-INVOICE-RECORD
           WRITE CORP-INVOICE-RECORD
           MOVE 'LOCATION SURCHARGE' TO ASL-LABEL
           MOVE W02-ACCOUNT-SURCHARGE TO ASL-AMOUNT
           MOVE ACCOUNT-SUBTOTAL-LINE TO CORP-INVOICE-RECORD
           WRITE CORP-INVOICE-RECORD
           MOVE 'SALES TAX' TO ASL-LABEL
           MOVE W02-ACCOUNT-TAX TO ASL-AMOUNT
           MOVE ACCOUNT-SUBTOTAL-LINE TO CORP-INVOICE-RECORD
           WRITE CORP-INVOICE-RECORD
           MOVE W02-ACCOUNT-DETAILS TO ATL-DETAILS
           MOVE W02-ACCOUNT-TOTAL TO ATL-TOTAL
           MOVE ACCOUNT-TOTAL-LINE TO CORP-INVOICE-RECORD
           MOVE CT-DETAILS-BILLED TO TRL-COUNT
           MOVE CT-BILLED-AMOUNT TO TRL-AMOUNT
           MOVE TRAILER-LINE TO CORP-INVOICE-RECORD
           WRITE CORP-INVOICE-RECORD
           MOVE 'LOCATION SURCHARGE BILLED' TO TRL-LABEL
           MOVE ZEROS TO TRL-COUNT
           MOVE CT-SURCHARGE-BILLED TO TRL-AMOUNT
           MOVE TRAILER-LINE TO CORP-INVOICE-RECORD
           WRITE CORP-INVOICE-RECORD
           MOVE 'SALES TAX BILLED' TO TRL-LABEL
           MOVE ZEROS TO TRL-COUNT
           MOVE CT-TAX-BILLED TO TRL-AMOUNT
           MOVE TRAILER-LINE TO CORP-INVOICE-RECORD
           WRITE CORP-INVOICE-RECORD.
