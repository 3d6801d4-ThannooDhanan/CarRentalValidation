      * change, a field left blank keeps the master's value (a blank
      * numeric field arrives non-numeric, which is the same
      * signal).  The date REDEFINES views give the month its own
      * name so the edits can test it with 88s.  The pick-up
      * branch must be on the branch master.  34 characters.
       01 RESV-TRAN-RECORD.
         05 RTN-ACTION-CODE PIC X.
           88 RTN-ADD-ACTION VALUE 'A'.
           10 RTN-DUE-DAY PIC 99.
         05 RTN-STATUS PIC X.
           88 RTN-VALID-STATUS-CODES VALUES 'O' 'F' 'X'.
         05 RTN-PICKUP-BRANCH PIC X(3).
