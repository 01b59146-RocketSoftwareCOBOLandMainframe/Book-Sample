      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Record layout for one line of the VOUCHERTXN file, the
      * register of every movement on a gift voucher: its issue (I)
      * for its value, each redemption (R) of an amount tendered,
      * each reinstatement (U) of an amount refunded back onto it,
      * and its cancellation (X) with the balance it still held.
      * The balance column is what the voucher held after the
      * movement.  The receipt ties a movement to the till receipt
      * it was posted under, so the day-end close can reconcile the
      * voucher tender in the sales ledger against the redemptions,
      * and the month-end close can work the register back to the
      * balances held at the end of the month.  The date is the
      * business date the movement was posted to, except that a
      * redemption posted from a till upload carries the date and
      * time of the sale, as its sales ledger line does.  Included
      * wherever the record is needed, with (prefix) replaced by the
      * data-name prefix the including program wants to use, e.g.
      * COPY VOUCHERTXN-REC REPLACING ==(prefix)== BY ==WS-VT==.
      *
      ******************************************************************
       01  (prefix)-record.
           03 (prefix)-date            pic 9(8).
           03                          value ' '.
           03 (prefix)-time            pic 9(8).
           03                          value ' '.
           03 (prefix)-vchno           pic 9(7).
           03                          value ' '.
           03 (prefix)-type            pic x.
              88 (prefix)-type-issue      value 'I'.
              88 (prefix)-type-redeem     value 'R'.
              88 (prefix)-type-reinstate  value 'U'.
              88 (prefix)-type-cancel     value 'X'.
           03                          value ' '.
           03 (prefix)-amount          pic 9(5).99.
           03                          value ' '.
           03 (prefix)-balance         pic 9(5).99.
           03                          value ' '.
           03 (prefix)-receipt         pic 9(7).
           03                          value ' '.
           03 (prefix)-user            pic x(20).
