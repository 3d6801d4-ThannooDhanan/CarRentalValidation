      * End-of-run control totals from RENTALS in machine-readable
      * form (rentotals.dat), written alongside the printed trailer
      * so the cross-stream balancing step can reconcile the job
      * without parsing a report.  One record per run.
      * RNT-EXTENSIONS-APPLIED counts accepted extensions -- like a
      * check-out, an extension updates the masters but is not
      * written to validrentals.dat.  36 characters.
       01 RUN-TOTALS-RECORD.
         05 RNT-RECORDS-READ PIC 9(6).
         05 RNT-RECORDS-SKIPPED PIC 9(6).
         05 RNT-RECORDS-VALID PIC 9(6).
         05 RNT-CHECKOUTS-ACCEPTED PIC 9(6).
         05 RNT-RECORDS-REJECTED PIC 9(6).
         05 RNT-EXTENSIONS-APPLIED PIC 9(6).
