      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Record layout for one entry in the operator master, keyed on
      * operator id.  Every operator signs on with the id and a PIN
      * before posting, and the role decides which commands the
      * operator may run without a supervisor's approval: till (T)
      * staff sell, return against a receipt, reserve and collect;
      * supervisors (S) approve overrides, refunds without a receipt
      * or over the refund limit, price changes and stocktake
      * postings; buyers (B) take on titles, set costs and prices
      * and run purchasing; ops (O) run the day-end and month-end
      * closes and keep the operator and location masters.  A
      * disabled operator stays on file so the journal history still
      * names a known operator.  Included wherever the record is
      * needed, with (prefix) replaced by the data-name prefix the
      * including program wants to use, e.g.
      * COPY OPER-REC REPLACING ==(prefix)== BY ==WS-OP==.
      *
      ******************************************************************
       01  (prefix)-details.
           03 (prefix)-id              pic x(8).
           03 (prefix)-name            pic x(30).
           03 (prefix)-role            pic x.
              88 (prefix)-role-till        value "T".
              88 (prefix)-role-supervisor  value "S".
              88 (prefix)-role-buyer       value "B".
              88 (prefix)-role-ops         value "O".
           03 (prefix)-pin             pic x(6).
           03 (prefix)-status          pic x.
              88 (prefix)-status-active    value "A".
              88 (prefix)-status-disabled  value "X".
