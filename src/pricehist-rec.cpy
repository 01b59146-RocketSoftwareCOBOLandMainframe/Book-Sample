      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Record layout for one line of the PRICEHIST file, the history
      * of every change to a title's retail price or unit cost.  A
      * line is appended whenever either figure on BOOK-REC moves -
      * a book update, a scheduled price change rolled on at the
      * day-end close, a receipt re-averaging the cost, or the
      * publisher catalogue feed - giving the old and new figures and
      * where the change came from, so the margin report can show
      * why a title's margin moved over the period.  The date is the
      * business date the change was made on.  Included wherever the
      * record is needed, with (prefix) replaced by the data-name
      * prefix the including program wants to use, e.g.
      * COPY PRICEHIST-REC REPLACING ==(prefix)== BY ==WS-PH==.
      *
      ******************************************************************
       01  (prefix)-record.
           03 (prefix)-date            pic 9(8).
           03                          value ' '.
           03 (prefix)-time            pic 9(8).
           03                          value ' '.
           03 (prefix)-stockno         pic 9(7).
           03                          value ' '.
           03 (prefix)-kind            pic x.
              88 (prefix)-kind-price       value 'P'.
              88 (prefix)-kind-cost        value 'C'.
           03                          value ' '.
           03 (prefix)-old             pic 9(3).99.
           03                          value ' '.
           03 (prefix)-new             pic 9(3).99.
           03                          value ' '.
           03 (prefix)-source          pic x(10).
           03                          value ' '.
           03 (prefix)-user            pic x(20).
