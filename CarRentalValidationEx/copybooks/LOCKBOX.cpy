      * LOCKBOX.cpy
      * Bank lockbox remittance file (lockbox.dat), transmitted by
      * the bank each business day in place of the remittance
      * advices the clerks used to key into payments.dat.  The bank
      * groups the day's checks into deposit batches: a header
      * carrying the deposit date, one remittance record per check
      * with whatever the customer wrote on the stub, and a trailer
      * carrying the bank's own count and total for the batch.  The
      * stub's customer and contract numbers are optional -- either
      * may arrive blank (non-numeric), and either may be wrong.
      * LBX-RECORD-DATA carries the fields of whichever record type
      * LBX-RECORD-TYPE names, through the REDEFINES views below.
      * 40 characters.
       01 LOCKBOX-RECORD.
         05 LBX-RECORD-TYPE PIC X.
           88 LBX-BATCH-HEADER VALUE 'H'.
           88 LBX-REMITTANCE VALUE 'D'.
           88 LBX-BATCH-TRAILER VALUE 'T'.
         05 LBX-BATCH-NO PIC 9(4).
         05 LBX-RECORD-DATA PIC X(35).
         05 LBX-HEADER-VIEW REDEFINES LBX-RECORD-DATA.
           10 LBX-DEPOSIT-DATE PIC 9(8).
           10 FILLER PIC X(27).
         05 LBX-REMITTANCE-VIEW REDEFINES LBX-RECORD-DATA.
           10 LBX-ITEM-SEQ PIC 9(4).
           10 LBX-CHECK-NO PIC X(10).
           10 LBX-CUST-NUMBER PIC 9(6).
           10 LBX-CONTRACT-NO PIC 9(6).
           10 LBX-AMOUNT PIC 9(6)V99.
           10 FILLER PIC X.
         05 LBX-TRAILER-VIEW REDEFINES LBX-RECORD-DATA.
           10 LBX-BATCH-COUNT PIC 9(4).
           10 LBX-BATCH-AMOUNT PIC 9(8)V99.
           10 FILLER PIC X(21).
