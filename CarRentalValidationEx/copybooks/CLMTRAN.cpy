      * CLMTRAN.cpy
      * Claim maintenance transaction record (claimtran.dat), keyed
      * by the claims desk off the carrier's correspondence.  A
      * SETTLE carries the amount the carrier paid; a DENY carries
      * no amount.  The action date is the date on the carrier's
      * letter -- a blank (non-numeric) date takes the run date,
      * the same blank-means-default signal the other transaction
      * files use.  CLAIMMNT edits each one against the claims
      * master.  23 characters.
       01 CLAIM-TRAN-RECORD.
         05 CLT-ACTION-CODE PIC X.
           88 CLT-SETTLE-ACTION VALUE 'S'.
           88 CLT-DENY-ACTION VALUE 'D'.
           88 CLT-VALID-ACTION-CODES VALUES 'S' 'D'.
         05 CLT-CLAIM-NO PIC 9(6).
         05 CLT-SETTLED-AMOUNT PIC 9(6)V99.
         05 CLT-ACTION-DATE PIC 9(8).
