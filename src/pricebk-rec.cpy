      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Record layout for one entry in the price book, keyed on entry
      * number.  An entry is either a scheduled price change (kind P)
      * or a promotion (kind M), each in effect from its start date
      * to its end date inclusive; an end date of 99999999 means no
      * end.  A price change is always for one title and sets the
      * title's regular (list) price for its period; the day-end
      * close rolls an open-ended change onto the book record once
      * it starts and marks the entry applied.  A promotion marks
      * down one title, every title in a genre, or every title by an
      * author, either by a percentage off the list price or (for a
      * single title) to a fixed promotional price; the till charges
      * the lowest promotional price in effect.  Genre and author
      * matches are held in upper case and compared against the
      * upper-cased book field.  Cancelled and applied entries stay
      * on file as history.  Included wherever the record is needed,
      * with (prefix) replaced by the data-name prefix the including
      * program wants to use, e.g.
      * COPY PRICEBK-REC REPLACING ==(prefix)== BY ==WS-PB==.
      *
      ******************************************************************
       01  (prefix)-details.
           03 (prefix)-entryno         pic 9(6).
           03 (prefix)-kind            pic x.
              88 (prefix)-kind-price       value "P".
              88 (prefix)-kind-promo       value "M".
           03 (prefix)-scope           pic x.
              88 (prefix)-scope-title      value "T".
              88 (prefix)-scope-genre      value "G".
              88 (prefix)-scope-author     value "A".
           03 (prefix)-stockno         pic 9(7).
           03 (prefix)-match           pic x(50).
           03 (prefix)-price           pic 9(2)v99.
           03 (prefix)-percent         pic 9(2).
           03 (prefix)-start           pic 9(8).
           03 (prefix)-end             pic 9(8).
           03 (prefix)-name            pic x(20).
           03 (prefix)-status          pic x.
              88 (prefix)-status-active    value "A".
              88 (prefix)-status-applied   value "D".
              88 (prefix)-status-cancelled value "X".
