      * master entry CUST-CORP-ACCOUNT names, and BILLING then
      * prices the contract from the negotiated rates with no
      * loyalty discount.  SPACE on records from before the field
      * existed reads as individual.
      * CUST-RESV-POLICY puts the renter on the guaranteed-
      * reservation policy: 'G' holds the car past pick-up against
      * a card on file, so the nightly sweep (RESVSWP) bills a
      * no-show fee when the renter never arrives.  SPACE on
      * records from before the field existed reads as standard --
      * no guarantee, no fee.  86 characters.
       01 CUSTOMER-MASTER-RECORD.
         05 CUST-NUMBER PIC 9(6).
         05 CUST-NAME.
         05 CUST-CORP-ACCOUNT PIC 9(4).
         05 CUST-PHONE PIC X(12).
         05 CUST-ADDRESS PIC X(30).
         05 CUST-RESV-POLICY PIC X.
           88 CUST-RESV-GUARANTEED VALUE 'G'.
           88 CUST-RESV-STANDARD VALUES 'N' SPACE.
