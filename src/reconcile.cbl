      * Takes an opening stock position (a snapshot written by the
      * day-end close, or "none" to start from an empty repository),
      * replays the journalled adds, deletes, sells, returns,
      * restocks, receipts, returns to supplier and stocktake
      * adjustments from AUDITTRAIL for the period, and compares the
      * computed on-hand and sold figures per stockno against what
      * the live book repository actually says, printing a
      * discrepancy line for every title that is out of line and by
      * how much.  This is how shrinkage, missed keying and lost
      * updates are caught before the auditors do.  Stock held by
      * location is also checked against the location master, so a
      * location record under a mistyped or closed location is
      * reported rather than left stranded.  Stock written off as
      * stocktake shrink and stock sent back to suppliers are
      * totalled separately, since only the one is a loss.
      *
      * usage: reconcile <snapshot|none> [--from <yyyymmdd>]
      *                  [--to <yyyymmdd>] [-f <path>]

       01  ws-skipped-count        pic 9(5).
       01  ws-out-of-line          pic 9(5).
       01  ws-shrink-units         pic 9(7) value 0.
       01  ws-supreturn-units      pic 9(7) value 0.
       01  ws-diff                 pic s9(7).
       01  ws-formatted-number     pic Z(8)9.
       01  ws-formatted-exp        pic -(6)9.
      **** The book storage
       copy book-rec replacing ==(prefix)== by ==ws-book==.

      **** The stock-by-location storage
       copy stkloc-rec replacing ==(prefix)== by ==ws-loc==.

      **** The location master storage
       copy location-rec replacing ==(prefix)== by ==ws-lm==.

      **** Data for calling the book, stkloc and location programs
       01  ws-function             pic x.
           88 read-record              value "1".
           88 add-record               value "2".
                   to ws-temp
               display ws-file-path (1:ws-temp) upon environment-value
           end-if
           display "stklocfile" upon environment-name
           display "stklocfile.dat" upon environment-value
           display "locationfile" upon environment-name
           display "locationfile.dat" upon environment-value
           if ws-snapshot-path <> 'none'
               perform load-opening-position
               if ws-error <> 78-false
           when 'ADJUSTDN'
               subtract ws-aud-rec-qty
                   from ws-recon-onhand (ws-recon-sub)
               add ws-aud-rec-qty to ws-shrink-units
           when 'SUPRETURN'
               subtract ws-aud-rec-qty
                   from ws-recon-onhand (ws-recon-sub)
               add ws-aud-rec-qty to ws-supreturn-units
           when 'DELETE'
               move 0 to ws-recon-onhand (ws-recon-sub)
               move 0 to ws-recon-sold (ws-recon-sub)
               perform compare-one-title
           end-perform
           perform scan-unjournalled
           perform scan-locations
           display ws-formatted-rule
           move ws-out-of-line to ws-formatted-number
           display 'Titles out of line: '
                   function trim (ws-formatted-number)
           move ws-shrink-units to ws-formatted-number
           display 'Units written off as shrink: '
                   function trim (ws-formatted-number)
           move ws-supreturn-units to ws-formatted-number
           display 'Units returned to suppliers: '
                   function trim (ws-formatted-number)
           if ws-out-of-line > 0
               move 4 to return-code
           end-if
           end-perform
           .

      * Stock can only be held at a location on the location master
      * that is open; a record anywhere else came from a mistyped
      * location or was stranded by a closure.  Nothing is checked
      * until the first location has been set up.
       scan-locations section.
           move low-values to ws-lm-code
           set next-record to true
           perform call-location
           if ws-file-status <> "00"
               exit section
           end-if
           move zero to ws-loc-stockno
           move low-values to ws-loc-location
           perform until exit
               set next-record to true
               perform call-stkloc
               if ws-file-status <> "00"
                   exit perform
               end-if
               move ws-loc-location to ws-lm-code
               set read-record to true
               perform call-location
               if ws-file-status <> "00"
                   add 1 to ws-out-of-line
                   move ws-loc-onhand to ws-formatted-act
                   display 'LOCATION ' ws-loc-stockno
                           ' held at unknown location '
                           ws-loc-location ' onhand '
                           function trim (ws-formatted-act)
               else
                   if ws-lm-status-closed and ws-loc-onhand > 0
                       add 1 to ws-out-of-line
                       move ws-loc-onhand to ws-formatted-act
                       display 'LOCATION ' ws-loc-stockno
                               ' held at closed location '
                               ws-loc-location ' onhand '
                               function trim (ws-formatted-act)
                   end-if
               end-if
           end-perform
           .

       call-stkloc section.
           call "stkloc" using by value ws-function
                               by reference ws-loc-details
                               by reference ws-file-status
           .

       call-location section.
           call "location" using by value ws-function
                                 by reference ws-lm-details
                                 by reference ws-file-status
           .

       call-book section.
           call "book" using by value ws-function
                             by reference ws-book-details
