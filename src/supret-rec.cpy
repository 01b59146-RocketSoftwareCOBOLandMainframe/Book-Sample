      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Record layout for a return to supplier, held in the returns
      * register and keyed on the shop's return number.  A return
      * carries the supplier code, the supplier's own return
      * authorisation reference where they issue one, the business
      * date it was raised, the location the stock was taken from,
      * the reason (damaged copies or unsold overstock), the
      * operator who raised it, and up to ten lines of stockno,
      * quantity and the unit cost the stock was carried at.  The
      * expected credit is the sum of quantity times cost.  A
      * return awaits its credit note until the note is recorded
      * against it with the value actually credited.  Included
      * wherever the record is needed, with (prefix) replaced by the
      * data-name prefix the including program wants to use, e.g.
      * COPY SUPRET-REC REPLACING ==(prefix)== BY ==WS-SR==.
      *
      ******************************************************************
       01  (prefix)-details.
           03 (prefix)-retno           pic 9(6).
           03 (prefix)-supplier        pic x(6).
           03 (prefix)-supplier-ra     pic x(15).
           03 (prefix)-date            pic 9(8).
           03 (prefix)-location        pic x(4).
           03 (prefix)-reason          pic x.
              88 (prefix)-reason-damaged   value "D".
              88 (prefix)-reason-overstock value "O".
           03 (prefix)-status          pic x.
              88 (prefix)-status-awaiting  value "A".
              88 (prefix)-status-credited  value "C".
           03 (prefix)-raised-by       pic x(8).
           03 (prefix)-expected        pic 9(6)v99.
           03 (prefix)-credit-note     pic x(15).
           03 (prefix)-credit-date     pic 9(8).
           03 (prefix)-credit-value    pic 9(6)v99.
           03 (prefix)-line-count      pic 9(2).
           03 (prefix)-line occurs 10.
              05 (prefix)-line-stockno     pic 9(7).
              05 (prefix)-line-qty         pic 9(5).
              05 (prefix)-line-cost        pic 9(3)v99.
