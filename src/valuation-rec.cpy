      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Record layout for one line of the permanent stock valuation
      * file written by the month-end close.  Every line carries the
      * month (yyyymm) it was taken for and the business date the
      * stock was counted as at.  A detail line (kind T) values the
      * stock of one title at one location: on hand times the
      * title's weighted-average unit cost, with the date the title
      * last sold and the age band that puts it in.  Total lines
      * follow the detail for each genre (kind G), each location
      * (kind L), each age band (kind A) and the whole stock (kind
      * Z), carrying only the fields that apply.  The age bands are
      * counted in days from the last sale to the as-at date: 1 is
      * 0-90 days, 2 is 91-180, 3 is 181-365, 4 is over a year and
      * N is a title with no sale on record.  Included wherever the
      * record is needed, with (prefix) replaced by the data-name
      * prefix the including program wants to use, e.g.
      * COPY VALUATION-REC REPLACING ==(prefix)== BY ==WS-VAL==.
      *
      ******************************************************************
       01  (prefix)-record.
           03 (prefix)-month           pic 9(6).
           03                          value ' '.
           03 (prefix)-asat            pic 9(8).
           03                          value ' '.
           03 (prefix)-kind            pic x.
              88 (prefix)-kind-detail      value 'T'.
              88 (prefix)-kind-genre       value 'G'.
              88 (prefix)-kind-location    value 'L'.
              88 (prefix)-kind-age         value 'A'.
              88 (prefix)-kind-total       value 'Z'.
           03                          value ' '.
           03 (prefix)-stockno         pic 9(7).
           03                          value ' '.
           03 (prefix)-location        pic x(4).
           03                          value ' '.
           03 (prefix)-genre           pic x(20).
           03                          value ' '.
           03 (prefix)-onhand          pic 9(7).
           03                          value ' '.
           03 (prefix)-cost            pic 9(3).99.
           03                          value ' '.
           03 (prefix)-value           pic 9(9).99.
           03                          value ' '.
           03 (prefix)-last-sale       pic 9(8).
           03                          value ' '.
           03 (prefix)-age-band        pic x.
              88 (prefix)-age-current      value '1'.
              88 (prefix)-age-slow         value '2'.
              88 (prefix)-age-stale        value '3'.
              88 (prefix)-age-dead         value '4'.
              88 (prefix)-age-unsold       value 'N'.
