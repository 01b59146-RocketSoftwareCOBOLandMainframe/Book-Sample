      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Record layout for one entry in the till upload register,
      * keyed on the till id and the receipt number the till gave
      * the basket.  One entry is written for every basket the
      * tillpost batch posts from a till upload file, carrying the
      * date and time of the sale, the business date it was posted
      * on and the receipt number it was posted under, so a basket
      * that turns up in a later upload (or the same file run
      * twice) is refused instead of being posted again.  Included
      * wherever the record is needed, with (prefix) replaced by the
      * data-name prefix the including program wants to use, e.g.
      * COPY TILLREG-REC REPLACING ==(prefix)== BY ==WS-TR==.
      *
      ******************************************************************
       01  (prefix)-details.
           03 (prefix)-key.
              05 (prefix)-till         pic x(6).
              05 (prefix)-till-receipt pic 9(7).
           03 (prefix)-sale-date       pic 9(8).
           03 (prefix)-sale-time       pic 9(6).
           03 (prefix)-posted-date     pic 9(8).
           03 (prefix)-receipt         pic 9(7).
           03 (prefix)-location        pic x(4).
           03 (prefix)-tender          pic x(7).
           03 (prefix)-line-count      pic 9(3).
           03 (prefix)-units           pic 9(7).
           03 (prefix)-value           pic 9(7)v99.
