      * NSFEE.cpy
      * No-show fee record, written by RESVSWP (noshowfees.dat) for
      * each reservation the nightly sweep marks NO-SHOW whose
      * customer is on the guaranteed-reservation policy, and read
      * by the receivables run.  ARPOST copies each fee it opens an
      * item for, unchanged, to the posted no-show file
      * (noshowpost.dat) that the statement and journal runs read,
      * so a fee it skips or holds reaches neither the ledger nor
      * the customer.  There is no contract behind a no-show, so
      * the receivable is keyed by customer and reservation number
      * instead.  NSF-CAR-TYPE and NSF-PICKUP-DATE are carried so
      * the fee can be explained to the customer without going back
      * to the reservation master.  29 characters.
       01 NO-SHOW-FEE-RECORD.
         05 NSF-CUST-NUMBER PIC 9(6).
         05 NSF-RESV-NO PIC 9(6).
         05 NSF-CAR-TYPE PIC X.
         05 NSF-PICKUP-DATE PIC 9(8).
         05 NSF-FEE-AMOUNT PIC 9(6)V99.
