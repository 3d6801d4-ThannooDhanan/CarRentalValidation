      * through HST-VIN.  The branch and VIN sit AFTER the original
      * 76 bytes on purpose: the file is cumulative, so rows from
      * before the fields existed must still read clean -- they
      * simply arrive with the new fields blank.  The surcharge,
      * tax and jurisdiction follow the same rule: they are included
      * in HST-TOTAL-CHARGE, and rows written before BILLING charged
      * tax arrive with them blank, so readers test them NUMERIC
      * before use.  124 characters.
       01 RENTAL-HISTORY-RECORD.
         05 HST-RUN-DATE PIC 9(8).
         05 HST-CONTRACT-NO PIC 9(6).
         05 HST-TOTAL-CHARGE PIC 9(6)V99.
         05 HST-BRANCH PIC X(3).
         05 HST-VIN PIC X(17).
         05 HST-SURCHARGE-AMOUNT PIC 9(6)V99.
         05 HST-TAX-AMOUNT PIC 9(6)V99.
         05 HST-TAX-JURISDICTION PIC X(12).
