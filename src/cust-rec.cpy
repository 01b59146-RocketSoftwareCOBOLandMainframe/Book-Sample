      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Record layout for one entry in the customer master, keyed on
      * the customer number handed out when the customer signs up.
      * A customer can be named on a till sale, a refund or a special
      * order; the sales ledger carries the number on every line so
      * the customer's purchase history can be read back from the
      * live and archived ledgers.  The points balance is the loyalty
      * points earned on net spend and not yet redeemed as a tender.
      * The joined date bounds how far back the history inquiry has
      * to look through the archived ledgers.  Included wherever the
      * record is needed, with (prefix) replaced by the data-name
      * prefix the including program wants to use, e.g.
      * COPY CUST-REC REPLACING ==(prefix)== BY ==WS-CU==.
      *
      ******************************************************************
       01  (prefix)-details.
           03 (prefix)-custno          pic 9(6).
           03 (prefix)-name            pic x(30).
           03 (prefix)-contact         pic x(30).
           03 (prefix)-points          pic 9(7).
           03 (prefix)-joined          pic 9(8).
