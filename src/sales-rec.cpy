      * the column blank.  The tender column records how the
      * customer paid so the drawer can be proved at close of
      * business; blank means cash, which is all there was before
      * the column existed.  The price column is the unit price
      * actually charged; the list price column carries the regular
      * price in effect that day and the promotion column the price
      * book entry that marked it down (zero when none did), so the
      * markdown given away on each promotion can be reported.  Lines
      * written before the price book existed have both blank and
      * were charged at list.  The customer column carries the
      * number of the customer named on the sale or refund, so a
      * customer's purchases can be read back from the ledger and
      * its archives; it is blank when no customer was named.
      * Points as a tender means the customer paid with loyalty
      * points.  A gift voucher sold at the till is written as its
      * own line, type V, with stock number zero, quantity one, no
      * unit price and the voucher's value in the amount column; it
      * is money taken against a liability, not a sale of goods, so
      * it counts in the takings by tender but in no sales total.
      * The voucher column carries the number of the voucher sold
      * on a type V line, or of the voucher tendered on a line paid
      * by voucher, and is blank otherwise.  Included wherever the
      * record is needed, with (prefix) replaced by the data-name
      * prefix the including program wants to use, e.g.
      * COPY SALES-REC REPLACING ==(prefix)== BY ==WS-SL==.
      *
      ******************************************************************
           03 (prefix)-type            pic x.
              88 (prefix)-type-sale       value 'S' ' '.
              88 (prefix)-type-refund     value 'R'.
              88 (prefix)-type-voucher    value 'V'.
           03                          value ' '.
           03 (prefix)-receipt         pic 9(7).
           03                          value ' '.
              88 (prefix)-tender-cash     value 'CASH' ' '.
              88 (prefix)-tender-card     value 'CARD'.
              88 (prefix)-tender-voucher  value 'VOUCHER'.
              88 (prefix)-tender-points   value 'POINTS'.
           03                          value ' '.
           03 (prefix)-list-price      pic 99.99.
           03                          value ' '.
           03 (prefix)-promo           pic 9(6).
           03                          value ' '.
           03 (prefix)-customer        pic 9(6).
           03                          value ' '.
           03 (prefix)-voucher         pic 9(7).
