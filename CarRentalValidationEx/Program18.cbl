      * files into balanced double-entry journal records:
      *   - each invoice detail debits receivables for its total
      *     and credits rental, mileage and insurance revenue,
      *     with the loyalty discount debited back as the contra,
      *     and credits the sales tax and location surcharge it
      *     collected to their liability accounts -- money held for
      *     the jurisdiction and the airport, never revenue;
      *   - each late fee, damage charge and no-show fee debits
      *     receivables and credits its own revenue account -- the
      *     no-show fees from the posted no-show file
      *     (noshowpost.dat), so only a fee ARPOST opened an item
      *     for reaches the ledger;
      *   - each payment debits cash and credits receivables;
      *   - each adjustment ARPOST posted moves receivables against
      *     its own account: a credit memo or write-off credits
      *     receivables, a debit memo or refund debits them.
      * Source codes map to ledger accounts through the externally
      * maintained glmap.dat, the same discipline as cartype.dat.
      * The journal is summarized to one record per account on
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS DMG-FILE-STATUS.

           SELECT POSTED-NO-SHOW-FEE-FILE ASSIGN TO 'noshowpost.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS NSF-FILE-STATUS.

           SELECT PAYMENT-FILE  ASSIGN TO 'payments.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS PAY-FILE-STATUS.

           SELECT POSTED-ADJUSTMENT-FILE ASSIGN TO 'aradjpost.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS ADJ-FILE-STATUS.

           SELECT GL-ACCOUNT-MAP ASSIGN TO 'glmap.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS GLM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-DETAIL-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS INVOICE-DETAIL-RECORD.
           COPY INVDET.

           DATA RECORD IS DAMAGE-CHARGE-RECORD.
           COPY DMGFEE.

       FD  POSTED-NO-SHOW-FEE-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS NO-SHOW-FEE-RECORD.
           COPY NSFEE.

       FD  PAYMENT-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS PAYMENT-RECORD.
           COPY PAYMENT.

       FD  POSTED-ADJUSTMENT-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS AR-ADJUSTMENT-RECORD.
           COPY ARADJ.

       FD  GL-ACCOUNT-MAP
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS GL-MAP-RECORD.
           88 LTE-FILE-OK VALUE '00'.
         05 DMG-FILE-STATUS PIC XX.
           88 DMG-FILE-OK VALUE '00'.
         05 NSF-FILE-STATUS PIC XX.
           88 NSF-FILE-OK VALUE '00'.
         05 PAY-FILE-STATUS PIC XX.
           88 PAY-FILE-OK VALUE '00'.
         05 ADJ-FILE-STATUS PIC XX.
           88 ADJ-FILE-OK VALUE '00'.
         05 GLM-FILE-STATUS PIC XX.
           88 GLM-FILE-OK VALUE '00'.

         05 W03-MAP-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 GL-MAP-TABLE.
         05 GLM-ENTRY OCCURS 30 TIMES INDEXED BY GLM-IDX.
           10 GLM-TBL-SOURCE-CODE PIC X(2).
           10 GLM-TBL-GL-ACCOUNT PIC 9(6).
           10 GLM-TBL-DESCRIPTION PIC X(20).
         05 CT-INVOICES-JOURNALED PIC 9(6) COMP VALUE 0.
         05 CT-LATE-FEES-JOURNALED PIC 9(6) COMP VALUE 0.
         05 CT-DMG-JOURNALED PIC 9(6) COMP VALUE 0.
         05 CT-NO-SHOWS-JOURNALED PIC 9(6) COMP VALUE 0.
         05 CT-PAYMENTS-JOURNALED PIC 9(6) COMP VALUE 0.
         05 CT-ADJUSTMENTS-JOURNALED PIC 9(6) COMP VALUE 0.
         05 CT-JOURNAL-RECORDS PIC 9(6) COMP VALUE 0.

       01 TODAYS-DATE.
           PERFORM 300-JOURNAL-INVOICE-DETAILS
           PERFORM 320-JOURNAL-LATE-FEES
           PERFORM 340-JOURNAL-DAMAGE-CHARGES
           PERFORM 350-JOURNAL-NO-SHOW-FEES
           PERFORM 360-JOURNAL-PAYMENTS
           PERFORM 380-JOURNAL-ADJUSTMENTS
           PERFORM 600-FOOT-THE-JOURNAL
           PERFORM 650-RELEASE-OR-HOLD-JOURNAL
           PERFORM 700-WRITE-VERDICT
               MOVE 'YES' TO W03-MORE-MAPS-SWITCH
               PERFORM 115-READ-GL-MAP-RECORD
                 UNTIL W03-MORE-MAPS-SWITCH = 'NO'
                    OR GLM-TABLE-COUNT = 30
               CLOSE GL-ACCOUNT-MAP
           END-IF.

                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       350-JOURNAL-NO-SHOW-FEES.
           OPEN INPUT POSTED-NO-SHOW-FEE-FILE
           IF NSF-FILE-OK
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               PERFORM 355-READ-NO-SHOW-FEE
               PERFORM 450-JOURNAL-ONE-NO-SHOW-FEE
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               CLOSE POSTED-NO-SHOW-FEE-FILE
           END-IF.

       355-READ-NO-SHOW-FEE.
           READ POSTED-NO-SHOW-FEE-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       360-JOURNAL-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           IF PAY-FILE-OK
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       380-JOURNAL-ADJUSTMENTS.
      * Only what ARPOST actually posted -- a rejected adjustment
      * never reaches aradjpost.dat, so it never reaches the ledger.
           OPEN INPUT POSTED-ADJUSTMENT-FILE
           IF ADJ-FILE-OK
               MOVE 'YES' TO W01-DATA-REMAINS-SWITCH
               PERFORM 385-READ-ADJUSTMENT
               PERFORM 480-JOURNAL-ONE-ADJUSTMENT
                 UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               CLOSE POSTED-ADJUSTMENT-FILE
           END-IF.

       385-READ-ADJUSTMENT.
           READ POSTED-ADJUSTMENT-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ.

       400-JOURNAL-ONE-INVOICE.
      * The invoice total already has the discount off it and the
      * surcharge and tax on it, so the entry foots by construction:
      * receivable plus the discount debit on one side, the three
      * gross revenue pieces and the two liabilities on the other.
           MOVE 'AR' TO W02-POST-SOURCE-CODE
           MOVE 'D' TO W02-POST-SIDE
           MOVE IVD-TOTAL-CHARGE TO W02-POST-AMOUNT
           MOVE 'D' TO W02-POST-SIDE
           MOVE IVD-DISCOUNT-AMOUNT TO W02-POST-AMOUNT
           PERFORM 550-POST-TO-ACCOUNT
           MOVE 'SC' TO W02-POST-SOURCE-CODE
           MOVE 'C' TO W02-POST-SIDE
           MOVE IVD-SURCHARGE-AMOUNT TO W02-POST-AMOUNT
           PERFORM 550-POST-TO-ACCOUNT
           MOVE 'TX' TO W02-POST-SOURCE-CODE
           MOVE 'C' TO W02-POST-SIDE
           MOVE IVD-TAX-AMOUNT TO W02-POST-AMOUNT
           PERFORM 550-POST-TO-ACCOUNT
           ADD 1 TO CT-INVOICES-JOURNALED
           PERFORM 305-READ-INVOICE-DETAIL.

           ADD 1 TO CT-DMG-JOURNALED
           PERFORM 345-READ-DAMAGE-CHARGE.

       450-JOURNAL-ONE-NO-SHOW-FEE.
           MOVE 'AR' TO W02-POST-SOURCE-CODE
           MOVE 'D' TO W02-POST-SIDE
           MOVE NSF-FEE-AMOUNT TO W02-POST-AMOUNT
           PERFORM 550-POST-TO-ACCOUNT
           MOVE 'NS' TO W02-POST-SOURCE-CODE
           MOVE 'C' TO W02-POST-SIDE
           MOVE NSF-FEE-AMOUNT TO W02-POST-AMOUNT
           PERFORM 550-POST-TO-ACCOUNT
           ADD 1 TO CT-NO-SHOWS-JOURNALED
           PERFORM 355-READ-NO-SHOW-FEE.

       460-JOURNAL-ONE-PAYMENT.
           MOVE 'CA' TO W02-POST-SOURCE-CODE
           MOVE 'D' TO W02-POST-SIDE
           ADD 1 TO CT-PAYMENTS-JOURNALED
           PERFORM 365-READ-PAYMENT.

       480-JOURNAL-ONE-ADJUSTMENT.
      * Each adjustment type has its own source code, so allowances,
      * bad debt and refunds land on their own ledger accounts
      * instead of being netted into revenue or cash.  Receivables
      * take the other side: credited for a credit memo or
      * write-off, debited for a debit memo or a refund of a
      * credit balance.
           MOVE ADJ-AMOUNT TO W02-POST-AMOUNT
           EVALUATE TRUE
               WHEN ADJ-CREDIT-MEMO
                   MOVE 'CM' TO W02-POST-SOURCE-CODE
                   MOVE 'D' TO W02-POST-SIDE
                   PERFORM 550-POST-TO-ACCOUNT
                   MOVE 'AR' TO W02-POST-SOURCE-CODE
                   MOVE 'C' TO W02-POST-SIDE
                   PERFORM 550-POST-TO-ACCOUNT
               WHEN ADJ-DEBIT-MEMO
                   MOVE 'AR' TO W02-POST-SOURCE-CODE
                   MOVE 'D' TO W02-POST-SIDE
                   PERFORM 550-POST-TO-ACCOUNT
                   MOVE 'DB' TO W02-POST-SOURCE-CODE
                   MOVE 'C' TO W02-POST-SIDE
                   PERFORM 550-POST-TO-ACCOUNT
               WHEN ADJ-WRITE-OFF
                   MOVE 'WO' TO W02-POST-SOURCE-CODE
                   MOVE 'D' TO W02-POST-SIDE
                   PERFORM 550-POST-TO-ACCOUNT
                   MOVE 'AR' TO W02-POST-SOURCE-CODE
                   MOVE 'C' TO W02-POST-SIDE
                   PERFORM 550-POST-TO-ACCOUNT
               WHEN ADJ-REFUND
                   MOVE 'AR' TO W02-POST-SOURCE-CODE
                   MOVE 'D' TO W02-POST-SIDE
                   PERFORM 550-POST-TO-ACCOUNT
                   MOVE 'RF' TO W02-POST-SOURCE-CODE
                   MOVE 'C' TO W02-POST-SIDE
                   PERFORM 550-POST-TO-ACCOUNT
           END-EVALUATE
           ADD 1 TO CT-ADJUSTMENTS-JOURNALED
           PERFORM 385-READ-ADJUSTMENT.

       550-POST-TO-ACCOUNT.
      * A zero amount posts nothing -- most contracts have no
      * mileage overage or discount, and the journal should not
