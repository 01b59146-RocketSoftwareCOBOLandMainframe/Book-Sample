      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Record layout for a supplier invoice held in the invoice
      * register, keyed on the shop's own invoice reference.  An
      * invoice carries the supplier code and the supplier's own
      * invoice number (unique per supplier), the invoice date, the
      * purchase order it bills, and up to ten lines of stockno,
      * quantity billed and unit price.  It is recorded open, then
      * matched against the order: lines billed beyond the quantity
      * received and not already billed, priced outside the price
      * tolerance, or not on the order at all are flagged and hold
      * the invoice as an exception; a clean match can be released
      * for payment by somebody other than the operator who keyed
      * it.  Included wherever the record is needed, with (prefix)
      * replaced by the data-name prefix the including program wants
      * to use, e.g.
      * COPY INVOICE-REC REPLACING ==(prefix)== BY ==WS-INV==.
      *
      ******************************************************************
       01  (prefix)-details.
           03 (prefix)-invref          pic 9(6).
           03 (prefix)-supplier        pic x(6).
           03 (prefix)-number          pic x(15).
           03 (prefix)-date            pic 9(8).
           03 (prefix)-ponum           pic 9(6).
           03 (prefix)-status          pic x.
              88 (prefix)-status-open      value "O".
              88 (prefix)-status-matched   value "M".
              88 (prefix)-status-exception value "E".
              88 (prefix)-status-released  value "R".
           03 (prefix)-entered         pic 9(8).
           03 (prefix)-entered-by      pic x(8).
           03 (prefix)-released        pic 9(8).
           03 (prefix)-released-by     pic x(8).
           03 (prefix)-line-count      pic 9(2).
           03 (prefix)-line occurs 10.
              05 (prefix)-line-stockno     pic 9(7).
              05 (prefix)-line-qty         pic 9(5).
              05 (prefix)-line-price       pic 9(3)v99.
              05 (prefix)-line-flag        pic x.
                 88 (prefix)-line-ok           value " ".
                 88 (prefix)-line-not-received value "Q".
                 88 (prefix)-line-price-var    value "P".
                 88 (prefix)-line-both         value "B".
                 88 (prefix)-line-not-ordered  value "N".
