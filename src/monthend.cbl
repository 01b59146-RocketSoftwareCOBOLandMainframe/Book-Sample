      * archive files (SALESLEDGER.yyyymm, AUDITTRAIL.yyyymm), and
      * leaves the live files holding only the open period, so the
      * daily reports keep reading a short ledger and the in-memory
      * summary tables stay within their limits.  Last it values the
      * stock on hand at weighted-average cost, per title and per
      * location, ages it by the date each title last sold, and
      * writes the valuation with its totals by genre, location and
      * age band to the permanent VALUATION file.  The close ends
      * with the gift voucher liability at the month end: what was
      * issued and redeemed in the month, what expired unspent, and
      * the balances still outstanding by how soon they expire.
      * Each step is idempotent and the phase reached is recorded in
      * the control record, so if the close fails part way a rerun
      * resumes at the step that did not complete.
      *
      * The month to close defaults to the month before the current
      * business date and may be named explicitly; a month that is
      * are still live, so nothing is ever skipped over and
      * stranded in the live files.
      *
      * The close is run by an ops operator, signed on as for the
      * cli.
      *
      * usage: monthend [<yyyymm>] [--op <id> --pin <pin>]
      *                 [-f <path>]
      *
      * return codes: 0 clean, 8 run failed.
      *
               organization is line sequential
               file status is ws-mswork-status
               .
           select valuation assign to "VALUATION"
               organization is line sequential
               file status is ws-valuation-status
               .
           select valuation-work assign to "VALUATION.NEW"
               organization is line sequential
               file status is ws-valwork-status
               .
           select ledger-in assign to "SALESLEDGER"
               organization is line sequential
               file status is ws-archive-status
               organization is line sequential
               file status is ws-archive-status
               .
           select vouchertxn assign to "VOUCHERTXN"
               organization is line sequential
               file status is ws-vouchertxn-status
               .
           select journal-out assign to "AUDITTRAIL"
               organization is line sequential
               file status is ws-archive-status
       fd  monthsum-work.
       copy monthsum-rec replacing ==(prefix)== by ==ws-mw==.

       fd  valuation.
       copy valuation-rec replacing ==(prefix)== by ==ws-vr==.

       fd  valuation-work.
       copy valuation-rec replacing ==(prefix)== by ==ws-vw==.

       fd  ledger-in.
       01  ws-ledger-in-line       pic x(150).

       fd  journal-out.
       01  ws-journal-out-line     pic x(150).

       fd  vouchertxn.
       copy vouchertxn-rec replacing ==(prefix)== by ==ws-vt==.

       working-storage section.
       78  78-false                value 0.
       78  78-true                 value 1.
       01  ws-main-arg-index       pic xx comp-5 value 0.
       01  ws-error                type bool-t value 78-false.
       01  ws-error-text           pic x(256).
       01  ws-option-pending       pic x value '0'.
           88 opt-none                 value '0'.
           88 opt-operator             value '1'.
           88 opt-operator-pin         value '2'.
           88 opt-filepath             value '3'.
       01  ws-file-path            pic x(100) value spaces.
       01  ws-temp                 binary-long.

      **** The operator running the close, and the roles allowed
      **** to run it
       copy oper-rec replacing ==(prefix)== by ==ws-op==.
       01  ws-operators-on-file    type bool-t value 78-false.
       01  ws-operator-id          pic x(8) value spaces.
       01  ws-operator-pin         pic x(6) value spaces.
       01  ws-close-roles          pic x(4) value 'O'.
       01  ws-role-count           pic 9(4) comp-5.

      **** Data for calling the oper, book and stkloc programs
       01  ws-function             pic x.
           88 read-record              value "1".
           88 next-record              value "4".
       01  ws-file-status          pic xx.

       01  ws-ctl-status           pic xx.
       01  ws-sales-status         pic xx.
              05 ws-sum-qty            pic s9(7).
              05 ws-sum-revenue        pic s9(8)v99.

      **** The stock valuation: the date each title last sold,
      **** gathered from the monthly summaries and the live ledger,
      **** and the running totals by genre, location and age band
       78  78-genre-table-size     value 200.
       78  78-vloc-table-size      value 100.
       01  ws-valuation-status     pic xx.
       01  ws-valwork-status       pic xx.
       01  ws-valuation-exists     type bool-t.
       01  ws-asat-day             binary-long.
       01  ws-age-days             binary-long.
       01  ws-month-end-date       pic 9(8).
       01  ws-sale-stockno         pic 9(7).
       01  ws-sale-date            pic 9(8).
       01  ws-last-sale            pic 9(8).
       01  ws-age-band             pic x.
       01  ws-age-sub              pic 9(4) comp-5.
       01  ws-val-location         pic x(4).
       01  ws-val-genre            pic x(20).
       01  ws-val-qty              pic 9(7).
       01  ws-val-amount           pic 9(9)v99.
       01  ws-val-remainder        pic s9(7).
       01  ws-val-lines            pic 9(7).
       01  ws-grand-qty            pic 9(7).
       01  ws-grand-value          pic 9(9)v99.
       01  ws-dead-count           pic 9(7).

       01  ws-last-count           pic 9(4) comp-5 value 0.
       01  ws-last-sub             pic 9(4) comp-5.
       01  ws-last-found           type bool-t.
       01  ws-last-table.
           03 ws-last-entry occurs 78-month-table-size.
              05 ws-last-stockno       pic 9(7).
              05 ws-last-date          pic 9(8).

       01  ws-genre-count          pic 9(4) comp-5 value 0.
       01  ws-genre-sub            pic 9(4) comp-5.
       01  ws-genre-found          type bool-t.
       01  ws-genre-table.
           03 ws-genre-entry occurs 78-genre-table-size.
              05 ws-genre-name         pic x(20).
              05 ws-genre-qty          pic 9(7).
              05 ws-genre-value        pic 9(9)v99.

       01  ws-vloc-count           pic 9(4) comp-5 value 0.
       01  ws-vloc-sub             pic 9(4) comp-5.
       01  ws-vloc-found           type bool-t.
       01  ws-vloc-table.
           03 ws-vloc-entry occurs 78-vloc-table-size.
              05 ws-vloc-code          pic x(4).
              05 ws-vloc-qty           pic 9(7).
              05 ws-vloc-value         pic 9(9)v99.

       01  ws-age-table.
           03 ws-age-entry occurs 5.
              05 ws-age-qty            pic 9(7).
              05 ws-age-value          pic 9(9)v99.
       01  ws-age-codes            pic x(5) value '1234N'.
       01  ws-age-name-values.
           03                      pic x(20) value '0-90 days'.
           03                      pic x(20) value '91-180 days'.
           03                      pic x(20) value '181-365 days'.
           03                      pic x(20) value 'over a year'.
           03                      pic x(20) value 'no sale on record'.
       01  ws-age-names redefines ws-age-name-values.
           03 ws-age-name          pic x(20) occurs 5.

      **** The gift voucher liability: each voucher's balance is
      **** taken back to the month end by undoing the movements on
      **** the register since, and what is left is banded by the
      **** days to expiry
       78  78-vmove-table-size     value 2000.
       copy voucher-rec replacing ==(prefix)== by ==ws-vc==.
       01  ws-vouchertxn-status    pic xx.
       01  ws-month-start-date     pic 9(8).
       01  ws-voucher-amount       pic 9(5)v99.
       01  ws-vc-month-end-bal     pic s9(7)v99.
       01  ws-vc-expiry-days       binary-long.
       01  ws-vc-issued-month      pic 9(9)v99.
       01  ws-vc-redeemed-month    pic s9(9)v99.
       01  ws-vc-breakage          pic 9(9)v99.
       01  ws-vc-breakage-count    pic 9(7).
       01  ws-vc-liability         pic 9(9)v99.
       01  ws-vc-liability-count   pic 9(7).
       01  ws-vmove-count          pic 9(4) comp-5 value 0.
       01  ws-vmove-sub            pic 9(4) comp-5.
       01  ws-vmove-found          type bool-t.
       01  ws-vmove-overflow       type bool-t.
       01  ws-vmove-table.
           03 ws-vmove-entry occurs 78-vmove-table-size.
              05 ws-vmove-vchno        pic 9(7).
              05 ws-vmove-net          pic s9(7)v99.
       01  ws-vband-table.
           03 ws-vband-entry occurs 4.
              05 ws-vband-count        pic 9(7).
              05 ws-vband-value        pic 9(9)v99.
       01  ws-vband-sub            pic 9(4) comp-5.
       01  ws-vband-name-values.
           03                      pic x(20) value 'within 30 days'.
           03                      pic x(20) value '31-60 days'.
           03                      pic x(20) value '61-90 days'.
           03                      pic x(20) value 'over 90 days'.
       01  ws-vband-names redefines ws-vband-name-values.
           03 ws-vband-name        pic x(20) occurs 4.

      **** The book and stock-by-location storage
       copy book-rec replacing ==(prefix)== by ==ws-book==.
       copy stkloc-rec replacing ==(prefix)== by ==ws-loc==.

       01  ws-formatted-number     pic -(8)9.

       01  ws-formatted-rule
           constant as "----------------------------------------".

       01  ws-formatted-vc-money   pic -(8)9.99.

      **** Strings used for printing the stock valuation
       01  ws-formatted-val-line.
           03                              value '   '.
           03 ws-formatted-val-name        pic x(20).
           03                              value ' units '.
           03 ws-formatted-val-qty         pic Z(6)9.
           03                              value ' value $'.
           03 ws-formatted-val-value       pic Z(8)9.99.

       01  ws-formatted-dead-line.
           03                              value '   '.
           03 ws-formatted-dead-stockno    pic 9(7).
           03                              value ' '.
           03 ws-formatted-dead-title      pic x(30).
           03                              value ' '.
           03 ws-formatted-dead-location   pic x(4).
           03                              value ' last sold '.
           03 ws-formatted-dead-date       pic x(8).
           03                              value ' $'.
           03 ws-formatted-dead-value      pic Z(6)9.99.

       procedure division.
           perform process-arguments
           if ws-error = 78-false
           if ws-cmdline-buffer = spaces
               exit section
           end-if
           if opt-operator
               move ws-cmdline-buffer to ws-operator-id
               set opt-none to true
               exit section
           end-if
           if opt-operator-pin
               move ws-cmdline-buffer to ws-operator-pin
               set opt-none to true
               exit section
           end-if
           if opt-filepath
               move ws-cmdline-buffer to ws-file-path
               set opt-none to true
               exit section
           end-if
           if ws-cmdline-buffer = '-f'
               set opt-filepath to true
               exit section
           end-if
           if ws-cmdline-buffer = '--op'
               set opt-operator to true
               exit section
           end-if
           if ws-cmdline-buffer = '--pin'
               set opt-operator-pin to true
               exit section
           end-if
           if ws-main-arg-index = 0
              and function test-numval (function trim
                   (ws-cmdline-buffer trailing)) = 0
           .

       run-close section.
           display "bookfile" upon environment-name
           if ws-file-path = spaces
               display "bookfile.dat" upon environment-value
           else
               move function length (function trim (ws-file-path))
                   to ws-temp
               display ws-file-path (1:ws-temp) upon environment-value
           end-if
           display "stklocfile" upon environment-name
           display "stklocfile.dat" upon environment-value
           display "voucherfile" upon environment-name
           display "voucherfile.dat" upon environment-value
           perform sign-on-operator
           if ws-error <> 78-false
               exit section
           end-if
           perform load-period-control
           if ws-error <> 78-false
               exit section
               perform save-period-control
           end-if
           if ws-ctl-month-archived
               perform write-valuation
               if ws-error <> 78-false
                   exit section
               end-if
               set ws-ctl-month-valued to true
               perform save-period-control
           end-if
           if ws-ctl-month-valued
               perform print-voucher-liability
               move ws-close-month to ws-ctl-last-month
               move zero to ws-ctl-close-month
               set ws-ctl-month-open to true
           end-if
           .

      * The operator signs on with --op and --pin or the BOOKOP
      * and BOOKPIN environment variables, and must hold a role
      * allowed to run the close.  Until the first operator is set
      * up nobody signs on and the journal carries the login name
      * as it always did.
       sign-on-operator section.
           display "operfile" upon environment-name
           display "operfile.dat" upon environment-value
           move low-values to ws-op-id
           set next-record to true
           perform call-oper
           if ws-file-status <> "00"
               exit section
           end-if
           move 78-true to ws-operators-on-file
           if ws-operator-id = spaces
               display "BOOKOP" upon environment-name
               accept ws-operator-id from environment-value
           end-if
           if ws-operator-pin = spaces
               display "BOOKPIN" upon environment-name
               accept ws-operator-pin from environment-value
           end-if
           move function upper-case (ws-operator-id) to ws-operator-id
           if ws-operator-id = spaces
               move 78-true to ws-error
               move 'sign on with --op <id> --pin <pin>'
                   to ws-error-text
               exit section
           end-if
           move ws-operator-id to ws-op-id
           set read-record to true
           perform call-oper
           if ws-file-status <> "00"
              or ws-op-pin <> ws-operator-pin
              or not ws-op-status-active
               move 78-true to ws-error
               move 'invalid operator or PIN' to ws-error-text
               exit section
           end-if
           move 0 to ws-role-count
           inspect ws-close-roles tallying ws-role-count
               for all ws-op-role
           if ws-role-count = 0
               move 78-true to ws-error
               string 'operator ' ws-operator-id
                   ' is not authorised to run the month-end close'
                   delimited by size into ws-error-text
           end-if
           .

       call-oper section.
           call "oper" using by value ws-function
                             by reference ws-op-details
                             by reference ws-file-status
           .

       default-close-month section.
           if function mod (ws-busdate-month, 100) = 1
               compute ws-close-month = ws-busdate-month - 89
           move 0 to return-code
           .

      * A gift voucher sold is money taken against a liability, not
      * a sale of goods, and has no place in the title summary.
       add-line-to-summary section.
           if ws-sl-type-voucher
               exit section
           end-if
           move 78-false to ws-sum-found
           perform varying ws-sum-sub from 1 by 1
                   until ws-sum-sub > ws-sum-count
           perform rewrite-journal-from-keep
           .

      * Value the stock on hand for finance and age it by last sale.
      * Every title with stock is valued at its weighted-average
      * unit cost, location by location; stock the book record
      * holds beyond what its location records account for (titles
      * taken on before locations were tracked) is valued at MAIN,
      * so the total always ties back to the book repository.  The
      * age of each title is counted from its last sale - from the
      * live ledger, or the month-end of the last month MONTHSUM
      * shows it selling - to the current business date.  The
      * detail and the totals by genre, location and age band are
      * written to the permanent VALUATION file under the month
      * being closed, rebuilt and committed exactly as MONTHSUM is,
      * so a rerun replaces the month's lines rather than adding a
      * second set.  Titles unsold for over a year, or never sold,
      * are listed for return or markdown.
       write-valuation section.
           perform recover-valuation-backup
           perform load-last-sales
           if ws-error <> 78-false
               exit section
           end-if
           compute ws-asat-day =
               function integer-of-date (ws-ctl-busdate)
           open output valuation-work
           if ws-valwork-status <> "00"
               move 'failed to create valuation work file'
                   to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           open input valuation
           if ws-valuation-status = "00"
               move 78-true to ws-valuation-exists
               perform until exit
                   read valuation
                       at end
                           exit perform
                   end-read
                   if ws-vr-month <> ws-close-month
                       move ws-vr-record to ws-vw-record
                       write ws-vw-record
                   end-if
               end-perform
               close valuation
           else
               move 78-false to ws-valuation-exists
           end-if
           move 0 to ws-genre-count
           move 0 to ws-vloc-count
           move 0 to ws-val-lines
           move 0 to ws-grand-qty
           move 0 to ws-grand-value
           move 0 to ws-dead-count
           perform varying ws-age-sub from 1 by 1 until ws-age-sub > 5
               move 0 to ws-age-qty (ws-age-sub)
               move 0 to ws-age-value (ws-age-sub)
           end-perform
           display ws-formatted-rule
           display 'Stock valuation for ' ws-close-month
                   ' as at ' ws-ctl-busdate
           display ws-formatted-rule
           display 'Unsold for over a year, or never sold:'
           move zero to ws-book-stockno
           perform until exit
               set next-record to true
               perform call-book
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-book-onhand > 0
                   perform value-one-title
                   if ws-error <> 78-false
                       exit perform
                   end-if
               end-if
           end-perform
           if ws-error <> 78-false
               close valuation-work
               exit section
           end-if
           perform write-valuation-totals
           close valuation-work
           if ws-valuation-exists <> 78-false
               move "VALUATION.OLD" to ws-tmp-name
               call "CBL_DELETE_FILE" using ws-tmp-name
               move 0 to return-code
               move "VALUATION" to ws-work-name
               call "CBL_RENAME_FILE" using ws-work-name ws-tmp-name
               move return-code to ws-call-rc
               move 0 to return-code
               if ws-call-rc <> 0
                   move 'failed to set aside the valuation file'
                       to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
           end-if
           move "VALUATION.NEW" to ws-work-name
           move "VALUATION" to ws-tmp-name
           call "CBL_RENAME_FILE" using ws-work-name ws-tmp-name
           move return-code to ws-call-rc
           move 0 to return-code
           if ws-call-rc <> 0
               move 'failed to commit the valuation file'
                   to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move "VALUATION.OLD" to ws-tmp-name
           call "CBL_DELETE_FILE" using ws-tmp-name
           move 0 to return-code
           perform print-valuation-totals
           .

      * As for the monthly summary: a crash between the two commit
      * renames leaves VALUATION.OLD holding the last good copy.
       recover-valuation-backup section.
           open input valuation
           if ws-valuation-status = "00"
               close valuation
               exit section
           end-if
           move "VALUATION.OLD" to ws-work-name
           move "VALUATION" to ws-tmp-name
           call "CBL_RENAME_FILE" using ws-work-name ws-tmp-name
           move 0 to return-code
           .

      * The last sale of every title: the month-end of the latest
      * month MONTHSUM shows net sales in, bettered by the date of
      * any later sale line still in the live ledger.
       load-last-sales section.
           move 0 to ws-last-count
           open input monthsum
           if ws-monthsum-status = "00"
               perform until exit
                   read monthsum
                       at end
                           exit perform
                   end-read
                   if ws-ms-month is numeric
                      and ws-ms-stockno is numeric
                      and function numval (ws-ms-qty) > 0
                       move ws-ms-month to ws-work-month
                       perform compute-month-end-date
                       move ws-ms-stockno to ws-sale-stockno
                       move ws-month-end-date to ws-sale-date
                       perform note-last-sale
                       if ws-error <> 78-false
                           exit perform
                       end-if
                   end-if
               end-perform
               close monthsum
           end-if
           if ws-error <> 78-false
               exit section
           end-if
           open input salesledger
           if ws-sales-status = "00"
               perform until exit
                   read salesledger
                       at end
                           exit perform
                   end-read
                   if ws-sl-type-sale
                      and ws-sl-stockno is numeric
                      and ws-sl-date is numeric
                       move ws-sl-stockno to ws-sale-stockno
                       move ws-sl-date to ws-sale-date
                       perform note-last-sale
                       if ws-error <> 78-false
                           exit perform
                       end-if
                   end-if
               end-perform
               close salesledger
           end-if
           .

       note-last-sale section.
           if ws-sale-stockno = 0
              or function test-date-yyyymmdd (ws-sale-date) <> 0
               exit section
           end-if
           move 78-false to ws-last-found
           perform varying ws-last-sub from 1 by 1
                   until ws-last-sub > ws-last-count
               if ws-last-stockno (ws-last-sub) = ws-sale-stockno
                   move 78-true to ws-last-found
                   exit perform
               end-if
           end-perform
           if ws-last-found = 78-false
               if ws-last-count = 78-month-table-size
                   move 'too many titles to age' to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
               add 1 to ws-last-count
               move ws-last-count to ws-last-sub
               move ws-sale-stockno to ws-last-stockno (ws-last-sub)
               move 0 to ws-last-date (ws-last-sub)
           end-if
           if ws-sale-date > ws-last-date (ws-last-sub)
               move ws-sale-date to ws-last-date (ws-last-sub)
           end-if
           .

      * The last day of month ws-work-month (yyyymm).
       compute-month-end-date section.
           if function mod (ws-work-month, 100) = 12
               compute ws-month-end-date =
                   (ws-work-month + 89) * 100 + 1
           else
               compute ws-month-end-date =
                   (ws-work-month + 1) * 100 + 1
           end-if
           compute ws-month-end-date = function date-of-integer
               (function integer-of-date (ws-month-end-date) - 1)
           .

      * Value one title location by location.  The location records
      * are summed first so that whatever the book record holds
      * beyond them can be put to MAIN.
       value-one-title section.
           move 0 to ws-last-sale
           perform varying ws-last-sub from 1 by 1
                   until ws-last-sub > ws-last-count
               if ws-last-stockno (ws-last-sub) = ws-book-stockno
                   move ws-last-date (ws-last-sub) to ws-last-sale
                   exit perform
               end-if
           end-perform
           if ws-last-sale = 0
               move 'N' to ws-age-band
           else
               compute ws-age-days = ws-asat-day
                   - function integer-of-date (ws-last-sale)
               evaluate true
               when ws-age-days <= 90
                   move '1' to ws-age-band
               when ws-age-days <= 180
                   move '2' to ws-age-band
               when ws-age-days <= 365
                   move '3' to ws-age-band
               when other
                   move '4' to ws-age-band
               end-evaluate
           end-if
           move function upper-case (ws-book-type) to ws-val-genre
           move ws-book-onhand to ws-val-remainder
           move ws-book-stockno to ws-loc-stockno
           move low-values to ws-loc-location
           perform until exit
               set next-record to true
               perform call-stkloc
               if ws-file-status <> "00"
                  or ws-loc-stockno <> ws-book-stockno
                   exit perform
               end-if
               subtract ws-loc-onhand from ws-val-remainder
           end-perform
           if ws-val-remainder < 0
               move 0 to ws-val-remainder
           end-if
           move ws-book-stockno to ws-loc-stockno
           move low-values to ws-loc-location
           perform until exit
               set next-record to true
               perform call-stkloc
               if ws-file-status <> "00"
                  or ws-loc-stockno <> ws-book-stockno
                   exit perform
               end-if
               move ws-loc-location to ws-val-location
               move ws-loc-onhand to ws-val-qty
               if ws-loc-location = 'MAIN'
                   add ws-val-remainder to ws-val-qty
                   move 0 to ws-val-remainder
               end-if
               if ws-val-qty > 0
                   perform write-valuation-detail
                   if ws-error <> 78-false
                       exit section
                   end-if
               end-if
           end-perform
           if ws-val-remainder > 0
               move 'MAIN' to ws-val-location
               move ws-val-remainder to ws-val-qty
               perform write-valuation-detail
           end-if
           .

       write-valuation-detail section.
           compute ws-val-amount = ws-val-qty * ws-book-cost
           move spaces to ws-vw-record
           move ws-close-month to ws-vw-month
           move ws-ctl-busdate to ws-vw-asat
           set ws-vw-kind-detail to true
           move ws-book-stockno to ws-vw-stockno
           move ws-val-location to ws-vw-location
           move ws-val-genre to ws-vw-genre
           move ws-val-qty to ws-vw-onhand
           move ws-book-cost to ws-vw-cost
           move ws-val-amount to ws-vw-value
           move ws-last-sale to ws-vw-last-sale
           move ws-age-band to ws-vw-age-band
           write ws-vw-record
           add 1 to ws-val-lines
           add ws-val-qty to ws-grand-qty
           add ws-val-amount to ws-grand-value
           move 1 to ws-age-sub
           inspect ws-age-codes tallying ws-age-sub
               for characters before initial ws-age-band
           add ws-val-qty to ws-age-qty (ws-age-sub)
           add ws-val-amount to ws-age-value (ws-age-sub)
           perform add-to-genre-total
           if ws-error <> 78-false
               exit section
           end-if
           perform add-to-location-total
           if ws-error <> 78-false
               exit section
           end-if
           if ws-age-band = '4' or ws-age-band = 'N'
               add 1 to ws-dead-count
               move ws-book-stockno to ws-formatted-dead-stockno
               move ws-book-title to ws-formatted-dead-title
               move ws-val-location to ws-formatted-dead-location
               if ws-last-sale = 0
                   move 'never' to ws-formatted-dead-date
               else
                   move ws-last-sale to ws-formatted-dead-date
               end-if
               move ws-val-amount to ws-formatted-dead-value
               display ws-formatted-dead-line
           end-if
           .

       add-to-genre-total section.
           move 78-false to ws-genre-found
           perform varying ws-genre-sub from 1 by 1
                   until ws-genre-sub > ws-genre-count
               if ws-genre-name (ws-genre-sub) = ws-val-genre
                   move 78-true to ws-genre-found
                   exit perform
               end-if
           end-perform
           if ws-genre-found = 78-false
               if ws-genre-count = 78-genre-table-size
                   move 'too many genres to value' to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
               add 1 to ws-genre-count
               move ws-genre-count to ws-genre-sub
               move ws-val-genre to ws-genre-name (ws-genre-sub)
               move 0 to ws-genre-qty (ws-genre-sub)
               move 0 to ws-genre-value (ws-genre-sub)
           end-if
           add ws-val-qty to ws-genre-qty (ws-genre-sub)
           add ws-val-amount to ws-genre-value (ws-genre-sub)
           .

       add-to-location-total section.
           move 78-false to ws-vloc-found
           perform varying ws-vloc-sub from 1 by 1
                   until ws-vloc-sub > ws-vloc-count
               if ws-vloc-code (ws-vloc-sub) = ws-val-location
                   move 78-true to ws-vloc-found
                   exit perform
               end-if
           end-perform
           if ws-vloc-found = 78-false
               if ws-vloc-count = 78-vloc-table-size
                   move 'too many locations to value' to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
               add 1 to ws-vloc-count
               move ws-vloc-count to ws-vloc-sub
               move ws-val-location to ws-vloc-code (ws-vloc-sub)
               move 0 to ws-vloc-qty (ws-vloc-sub)
               move 0 to ws-vloc-value (ws-vloc-sub)
           end-if
           add ws-val-qty to ws-vloc-qty (ws-vloc-sub)
           add ws-val-amount to ws-vloc-value (ws-vloc-sub)
           .

       write-valuation-totals section.
           perform varying ws-genre-sub from 1 by 1
                   until ws-genre-sub > ws-genre-count
               perform start-valuation-total
               set ws-vw-kind-genre to true
               move ws-genre-name (ws-genre-sub) to ws-vw-genre
               move ws-genre-qty (ws-genre-sub) to ws-vw-onhand
               move ws-genre-value (ws-genre-sub) to ws-vw-value
               write ws-vw-record
           end-perform
           perform varying ws-vloc-sub from 1 by 1
                   until ws-vloc-sub > ws-vloc-count
               perform start-valuation-total
               set ws-vw-kind-location to true
               move ws-vloc-code (ws-vloc-sub) to ws-vw-location
               move ws-vloc-qty (ws-vloc-sub) to ws-vw-onhand
               move ws-vloc-value (ws-vloc-sub) to ws-vw-value
               write ws-vw-record
           end-perform
           perform varying ws-age-sub from 1 by 1 until ws-age-sub > 5
               perform start-valuation-total
               set ws-vw-kind-age to true
               move ws-age-codes (ws-age-sub:1) to ws-vw-age-band
               move ws-age-qty (ws-age-sub) to ws-vw-onhand
               move ws-age-value (ws-age-sub) to ws-vw-value
               write ws-vw-record
           end-perform
           perform start-valuation-total
           set ws-vw-kind-total to true
           move ws-grand-qty to ws-vw-onhand
           move ws-grand-value to ws-vw-value
           write ws-vw-record
           .

       start-valuation-total section.
           move spaces to ws-vw-record
           move ws-close-month to ws-vw-month
           move ws-ctl-busdate to ws-vw-asat
           move 0 to ws-vw-stockno
           move 0 to ws-vw-cost
           move 0 to ws-vw-last-sale
           .

       print-valuation-totals section.
           if ws-dead-count = 0
               display '   (none)'
           end-if
           display ws-formatted-rule
           display 'By genre:'
           perform varying ws-genre-sub from 1 by 1
                   until ws-genre-sub > ws-genre-count
               move ws-genre-name (ws-genre-sub)
                   to ws-formatted-val-name
               move ws-genre-qty (ws-genre-sub) to ws-formatted-val-qty
               move ws-genre-value (ws-genre-sub)
                   to ws-formatted-val-value
               display ws-formatted-val-line
           end-perform
           display 'By location:'
           perform varying ws-vloc-sub from 1 by 1
                   until ws-vloc-sub > ws-vloc-count
               move ws-vloc-code (ws-vloc-sub) to ws-formatted-val-name
               move ws-vloc-qty (ws-vloc-sub) to ws-formatted-val-qty
               move ws-vloc-value (ws-vloc-sub)
                   to ws-formatted-val-value
               display ws-formatted-val-line
           end-perform
           display 'By time since last sale:'
           perform varying ws-age-sub from 1 by 1 until ws-age-sub > 5
               move ws-age-name (ws-age-sub) to ws-formatted-val-name
               move ws-age-qty (ws-age-sub) to ws-formatted-val-qty
               move ws-age-value (ws-age-sub)
                   to ws-formatted-val-value
               display ws-formatted-val-line
           end-perform
           display ws-formatted-rule
           move 'Total stock' to ws-formatted-val-name
           move ws-grand-qty to ws-formatted-val-qty
           move ws-grand-value to ws-formatted-val-value
           display ws-formatted-val-line
           move ws-val-lines to ws-formatted-number
           display 'Valued ' function trim (ws-formatted-number)
                   ' title locations to VALUATION'
           .

      * The gift voucher liability at the end of the month closed.
      * The register of voucher movements is read once: movements in
      * the month give the issues and net redemptions for the month,
      * and movements after it are held per voucher so that each
      * voucher's balance today can be taken back to what it stood
      * at on the last day of the month.  A voucher issued after the
      * month, or cancelled by its end, carries no liability; one
      * that expired during the month is breakage, and one that
      * expired before it was counted as breakage in its own month.
      * The report is printed only, so a rerun prints it again.
       print-voucher-liability section.
           move ws-close-month to ws-work-month
           perform compute-month-end-date
           compute ws-month-start-date = ws-close-month * 100 + 1
           move 0 to ws-vc-issued-month
           move 0 to ws-vc-redeemed-month
           move 0 to ws-vc-breakage
           move 0 to ws-vc-breakage-count
           move 0 to ws-vc-liability
           move 0 to ws-vc-liability-count
           move 0 to ws-vmove-count
           move 78-false to ws-vmove-overflow
           perform varying ws-vband-sub from 1 by 1
                   until ws-vband-sub > 4
               move 0 to ws-vband-count (ws-vband-sub)
               move 0 to ws-vband-value (ws-vband-sub)
           end-perform
           open input vouchertxn
           if ws-vouchertxn-status = "00"
               perform until exit
                   read vouchertxn
                       at end
                           exit perform
                   end-read
                   perform note-voucher-movement
               end-perform
               close vouchertxn
           end-if
           move zero to ws-vc-vchno
           perform until exit
               set next-record to true
               perform call-voucher
               if ws-file-status <> "00"
                   exit perform
               end-if
               perform value-one-voucher
           end-perform
           display ws-formatted-rule
           display 'Gift voucher liability at ' ws-month-end-date
           display ws-formatted-rule
           move ws-vc-issued-month to ws-formatted-vc-money
           display 'Issued in month:          $' ws-formatted-vc-money
           move ws-vc-redeemed-month to ws-formatted-vc-money
           display 'Redeemed in month (net):  $' ws-formatted-vc-money
           move ws-vc-breakage to ws-formatted-vc-money
           display 'Expired unspent in month: $' ws-formatted-vc-money
           move ws-vc-breakage-count to ws-formatted-number
           display '  vouchers:                '
                   ws-formatted-number
           display 'Outstanding by time to expiry:'
           perform varying ws-vband-sub from 1 by 1
                   until ws-vband-sub > 4
               move ws-vband-name (ws-vband-sub)
                   to ws-formatted-val-name
               move ws-vband-count (ws-vband-sub)
                   to ws-formatted-val-qty
               move ws-vband-value (ws-vband-sub)
                   to ws-formatted-val-value
               display ws-formatted-val-line
           end-perform
           display ws-formatted-rule
           move 'Total outstanding' to ws-formatted-val-name
           move ws-vc-liability-count to ws-formatted-val-qty
           move ws-vc-liability to ws-formatted-val-value
           display ws-formatted-val-line
           if ws-vmove-overflow <> 78-false
               display 'warning: too many vouchers moved since the '
                       'month end; balances are as they stand today'
           end-if
           .

      * One line of the voucher register: in the month it counts
      * towards issues or net redemptions, after the month it is
      * added to the voucher's movements since.
       note-voucher-movement section.
           if ws-vt-date < ws-month-start-date
               exit section
           end-if
           move ws-vt-amount to ws-voucher-amount
           if ws-vt-date <= ws-month-end-date
               evaluate true
               when ws-vt-type-issue
                   add ws-voucher-amount to ws-vc-issued-month
               when ws-vt-type-redeem
                   add ws-voucher-amount to ws-vc-redeemed-month
               when ws-vt-type-reinstate
                   subtract ws-voucher-amount
                       from ws-vc-redeemed-month
               when other
                   continue
               end-evaluate
               exit section
           end-if
           if not ws-vt-type-redeem and not ws-vt-type-reinstate
               exit section
           end-if
           move 78-false to ws-vmove-found
           perform varying ws-vmove-sub from 1 by 1
                   until ws-vmove-sub > ws-vmove-count
               if ws-vmove-vchno (ws-vmove-sub) = ws-vt-vchno
                   move 78-true to ws-vmove-found
                   exit perform
               end-if
           end-perform
           if ws-vmove-found = 78-false
               if ws-vmove-count = 78-vmove-table-size
                   move 78-true to ws-vmove-overflow
                   exit section
               end-if
               add 1 to ws-vmove-count
               move ws-vmove-count to ws-vmove-sub
               move ws-vt-vchno to ws-vmove-vchno (ws-vmove-sub)
               move 0 to ws-vmove-net (ws-vmove-sub)
           end-if
           if ws-vt-type-redeem
               add ws-voucher-amount to ws-vmove-net (ws-vmove-sub)
           else
               subtract ws-voucher-amount
                   from ws-vmove-net (ws-vmove-sub)
           end-if
           .

      * Take one voucher's balance back to the month end and put it
      * to breakage or to its band of outstanding liability.
       value-one-voucher section.
           if ws-vc-issued > ws-month-end-date
               exit section
           end-if
           if ws-vc-status-cancelled
              and ws-vc-cancelled <= ws-month-end-date
               exit section
           end-if
           if ws-vc-expiry < ws-month-start-date
               exit section
           end-if
           move ws-vc-balance to ws-vc-month-end-bal
           perform varying ws-vmove-sub from 1 by 1
                   until ws-vmove-sub > ws-vmove-count
               if ws-vmove-vchno (ws-vmove-sub) = ws-vc-vchno
                   add ws-vmove-net (ws-vmove-sub)
                       to ws-vc-month-end-bal
                   exit perform
               end-if
           end-perform
           if ws-vc-month-end-bal <= 0
               exit section
           end-if
           if ws-vc-expiry <= ws-month-end-date
               add ws-vc-month-end-bal to ws-vc-breakage
               add 1 to ws-vc-breakage-count
               exit section
           end-if
           compute ws-vc-expiry-days =
               function integer-of-date (ws-vc-expiry) -
               function integer-of-date (ws-month-end-date)
           evaluate true
           when ws-vc-expiry-days <= 30
               move 1 to ws-vband-sub
           when ws-vc-expiry-days <= 60
               move 2 to ws-vband-sub
           when ws-vc-expiry-days <= 90
               move 3 to ws-vband-sub
           when other
               move 4 to ws-vband-sub
           end-evaluate
           add 1 to ws-vband-count (ws-vband-sub)
           add ws-vc-month-end-bal to ws-vband-value (ws-vband-sub)
           add 1 to ws-vc-liability-count
           add ws-vc-month-end-bal to ws-vc-liability
           .

       call-voucher section.
           call "voucher" using by value ws-function
                                by reference ws-vc-details
                                by reference ws-file-status
           .

       call-book section.
           call "book" using by value ws-function
                             by reference ws-book-details
                             by reference ws-file-status
           .

       call-stkloc section.
           call "stkloc" using by value ws-function
                               by reference ws-loc-details
                               by reference ws-file-status
           .

       rewrite-journal-from-keep section.
           open input journal-keep
           if ws-archive-status <> "00"
