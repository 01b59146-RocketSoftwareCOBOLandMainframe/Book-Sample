      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Record layout for one entry in the location master, keyed on
      * the four-character location code carried on the stock-by-
      * location records and the --loc option.  A location is a shop
      * (stock on sale to customers) or a stockroom (stock held back
      * for replenishment), and is open or closed; the posting
      * commands refuse a code that is not on the master or is
      * closed.  A closed location keeps its record so old journal
      * rows and ledger lines still name a known place.  Included
      * wherever the record is needed, with (prefix) replaced by the
      * data-name prefix the including program wants to use, e.g.
      * COPY LOCATION-REC REPLACING ==(prefix)== BY ==WS-LM==.
      *
      ******************************************************************
       01  (prefix)-details.
           03 (prefix)-code            pic x(4).
           03 (prefix)-name            pic x(30).
           03 (prefix)-type            pic x.
              88 (prefix)-type-shop        value "S".
              88 (prefix)-type-stockroom   value "R".
           03 (prefix)-status          pic x.
              88 (prefix)-status-open      value "O".
              88 (prefix)-status-closed    value "C".
