           COPY ARITEM.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

