      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Record layout for one gift voucher in the voucher register,
      * keyed on the voucher number printed on it when it was sold.
      * The value is what the customer paid for it; the balance is
      * what is left to spend, drawn down each time the voucher is
      * tendered and put back when a sale paid with it is refunded.
      * A voucher is good until the close of its expiry date.  A
      * cancelled voucher - lost, stolen or sold in error - is
      * refused at the till from the date it was cancelled.  The
      * receipt is the till receipt the voucher was sold under.
      * Included wherever the record is needed, with (prefix)
      * replaced by the data-name prefix the including program wants
      * to use, e.g.
      * COPY VOUCHER-REC REPLACING ==(prefix)== BY ==WS-VC==.
      *
      ******************************************************************
       01  (prefix)-details.
           03 (prefix)-vchno           pic 9(7).
           03 (prefix)-issued          pic 9(8).
           03 (prefix)-expiry          pic 9(8).
           03 (prefix)-value           pic 9(5)v99.
           03 (prefix)-balance         pic 9(5)v99.
           03 (prefix)-status          pic x.
              88 (prefix)-status-active    value "A".
              88 (prefix)-status-cancelled value "X".
           03 (prefix)-cancelled       pic 9(8).
           03 (prefix)-receipt         pic 9(7).
           03 (prefix)-custno          pic 9(6).
