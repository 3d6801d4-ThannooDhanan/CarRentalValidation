      * CLAIMMAS.cpy
      * Damage claims master record (claims.dat), keyed by claim
      * number.  INCPOST opens one OPEN for every incident on an
      * insured contract (REG-INSURANCE = 'Y' on the contract
      * register) in place of the customer damage charge: the unit,
      * the contract and renter it happened under, the shop's
      * damage code and estimated repair cost, and the deductible
      * the renter was billed instead -- the carrier owes the
      * estimate less that deductible.  CLAIMMNT records the
      * carrier's answer: a settlement carries the amount paid and
      * the date, a denial carries the date and falls back to the
      * renter as a damage charge.  Settled and denied claims stay
      * on file as the claim history; the claims aging report ages
      * the ones still OPEN.  86 characters.
       01 CLAIM-RECORD.
         05 CLM-CLAIM-NO PIC 9(6).
         05 CLM-VIN PIC X(17).
         05 CLM-CONTRACT-NO PIC 9(6).
         05 CLM-CUST-NUMBER PIC 9(6).
         05 CLM-DAMAGE-CODE PIC X(2).
         05 CLM-INCIDENT-DATE PIC 9(8).
         05 CLM-OPENED-DATE PIC 9(8).
         05 CLM-EST-COST PIC 9(6)V99.
         05 CLM-DEDUCTIBLE PIC 9(6)V99.
         05 CLM-SETTLED-AMOUNT PIC 9(6)V99.
         05 CLM-SETTLED-DATE PIC 9(8).
         05 CLM-STATUS PIC X.
           88 CLM-CLAIM-OPEN VALUE 'O'.
           88 CLM-CLAIM-SETTLED VALUE 'S'.
           88 CLM-CLAIM-DENIED VALUE 'D'.
