           COPY DUEDATE.

       FD  RESERVATION-MASTER
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS RESERVATION-RECORD.
           COPY RESVMAS.

         05 TODAYS-CCYY-MONTH PIC 99.
         05 TODAYS-CCYY-DAY PIC 99.

      * An OPEN reservation whose pick-up fell before the no-show
      * cutoff is one the nightly sweep (RESVSWP) marks NO-SHOW, so
      * it is left out of the reserved column.  The grace period
      * must match the sweep's.
       01 FORECAST-CONSTANTS.
         05 W04-TODAYS-FULL-DATE PIC 9(8).
         05 NO-SHOW-GRACE-DAYS PIC 99 VALUE 01.
         05 W04-NO-SHOW-CUTOFF-DATE PIC 9(8).

       01 HEADING-FORECAST-LINE-ONE.
         05 PIC X(26) VALUE SPACES.
           COMPUTE W04-TODAYS-FULL-DATE =
             TODAYS-CCYY * 10000
             + TODAYS-CCYY-MONTH * 100
             + TODAYS-CCYY-DAY
           COMPUTE W04-NO-SHOW-CUTOFF-DATE =
             FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W04-TODAYS-FULL-DATE)
                - NO-SHOW-GRACE-DAYS).

       110-LOAD-CAR-TYPE-TABLE.
      * One forecast row per car type on the rate file; the entry
       470-TALLY-ONE-RESERVATION.
      * Only open promises whose pick-up date has arrived hold a
      * unit out of today's inventory -- next week's reservation
      * holds nothing yet, and a filled, cancelled or no-show one
      * -- or one past the no-show cutoff the sweep has not reached
      * yet -- holds nothing ever again.
           IF RSV-RESV-OPEN
              AND RSV-PICKUP-DATE <= W04-TODAYS-FULL-DATE
              AND RSV-PICKUP-DATE >= W04-NO-SHOW-CUTOFF-DATE
               MOVE RSV-CAR-TYPE TO W03-MATCH-CODE
               PERFORM 410-FIND-FORECAST-ROW
               ADD 1 TO FCT-RESERVED (FCT-IDX)
