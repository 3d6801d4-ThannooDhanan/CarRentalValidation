      * UNAPPL.cpy
      * Unapplied cash record (unapplied.dat), written by LOCKBOX for
      * every remittance -- or the part of one -- it could not apply
      * to an open item.  The money is in the bank either way; this
      * file is the cash clerks' work list for finding out whose it
      * is.  UNA-REMIT-AMOUNT is the whole check, UNA-AMOUNT the
      * part left unapplied.  The customer and contract numbers are
      * as the stub gave them, zeros where the stub was blank.
      * 55 characters.
       01 UNAPPLIED-CASH-RECORD.
         05 UNA-DEPOSIT-DATE PIC 9(8).
         05 UNA-BATCH-NO PIC 9(4).
         05 UNA-ITEM-SEQ PIC 9(4).
         05 UNA-CHECK-NO PIC X(10).
         05 UNA-CUST-NUMBER PIC 9(6).
         05 UNA-CONTRACT-NO PIC 9(6).
         05 UNA-REMIT-AMOUNT PIC 9(6)V99.
         05 UNA-AMOUNT PIC 9(6)V99.
         05 UNA-REASON PIC X.
           88 UNA-NOT-IDENTIFIED VALUE 'N'.
           88 UNA-NO-OPEN-ITEMS VALUE 'I'.
           88 UNA-EXCESS-OVER-ITEMS VALUE 'X'.
