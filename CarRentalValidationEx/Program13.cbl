           COPY DUEDATE.

       FD  CONTRACT-REGISTER
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS CONTRACT-REGISTER-RECORD.
           COPY CONTREG.

           COPY FLEETMAS.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

