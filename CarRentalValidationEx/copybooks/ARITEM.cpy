      * The balance is signed -- an overpayment legitimately drives
      * it negative, the item stays open, and the credit shows on
      * the aging as such until it is refunded or applied.
      * A no-show fee opens its item under the reservation number
      * in AR-CONTRACT-NO.  Reservation and contract numbers are
      * both six digits drawn from the same range, so the two can
      * meet under one customer; ARPOST never merges them -- a fee
      * whose key is already taken is flagged KEY IN USE, and an
      * invoice whose key a fee took is flagged DUPLICATE, both
      * left on the register for the A/R clerks.
      * 60 characters.
       01 AR-OPEN-ITEM-RECORD.
         05 AR-ITEM-KEY.
