      * entries whose pick-up date has arrived before handing an
      * available unit to a walk-up check-out, and marks an entry
      * FILLED when the check-out that carries its number commits.
      * The nightly sweep (RESVSWP) marks an OPEN entry NO-SHOW once
      * its pick-up date is past the grace period and nobody came.
      * Cancelled and no-show entries stay on file for the audit
      * trail until they are deleted through RESVMNT.
      * RSV-CONTRACT-NO is the contract whose check-out filled the
      * entry, stamped by RENTALS alongside the FILLED status; it is
      * zeros on every other entry, and on one marked FILLED by hand
      * through RESVMNT -- which the nightly audit (MSTAUDIT) then
      * reports, since no contract stands behind it.
      * RSV-PICKUP-BRANCH is the lot the customer will collect from,
      * a code on the branch master; the nightly rebalancing run
      * (REBALNC) nets each lot's promises against its own units.
      * 39 characters.
       01 RESERVATION-RECORD.
         05 RSV-RESV-NO PIC 9(6).
         05 RSV-CUST-NUMBER PIC 9(6).
           88 RSV-RESV-OPEN VALUE 'O'.
           88 RSV-RESV-FILLED VALUE 'F'.
           88 RSV-RESV-CANCELLED VALUE 'X'.
           88 RSV-RESV-NO-SHOW VALUE 'N'.
         05 RSV-CONTRACT-NO PIC 9(6).
         05 RSV-PICKUP-BRANCH PIC X(3).
