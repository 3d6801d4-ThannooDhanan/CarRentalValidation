       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-REGISTER
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS CONTRACT-REGISTER-RECORD.
           COPY CONTREG.

