      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * tillpost - batch posting of till baskets captured while the
      * system was down.  A standalone till (or the paper sheets
      * keyed into one) produces an upload file of baskets, each a
      * header line followed by its item lines, pipe-delimited:
      *
      *   H|<till>|<till receipt>|<yyyymmdd>|<hhmmss>|<tender>
      *     [|<location>[|<customer>[|<voucher>]]]
      *   L|<stock id or ISBN>|<qty>|<price charged>
      *
      * Every basket is posted the way the cli sell posts one - all
      * lines checked against stock on hand and the special order
      * hold, posted all-or-nothing through the book and stkloc
      * engines, journalled as SELL and written to the sales ledger
      * under one new receipt number - but dated with the date and
      * time of the sale and charged at the price the till charged.
      * A basket paid with the VOUCHER tender names the gift voucher
      * it was paid with, which must have been good on the day of
      * the sale and is drawn down by the basket.
      * Each posted basket is entered in the till upload register
      * (TILLREG), and a basket already on the register is refused,
      * so the same file cannot be posted twice.  A basket that
      * cannot be posted - unknown title, not enough stock, a sale
      * dated after the business date or in a month already closed,
      * a malformed line - goes to the reject file (the upload path
      * with .rej on the end) as an R line giving the reason,
      * followed by the basket's lines as they came in; R lines are
      * skipped on input, so the corrected reject file can be run
      * through again.  The run ends with control totals by till
      * and by tender to tie back to the tills' Z-reads.  The run
      * is made by a supervisor or an ops operator, signed on as
      * for the cli.
      *
      * usage: tillpost <upload-file> [-f <path>]
      *                 [--op <id> --pin <pin>]
      *
      * return codes: 0 clean, 4 baskets rejected, 8 run failed.
      *
      ******************************************************************

       program-id. tillpost.

       environment division.
       input-output section.
       file-control.
           select upload-file assign to ws-upload-path
               organization is line sequential
               file status is ws-upload-status
               .
           select reject-file assign to ws-reject-path
               organization is line sequential
               file status is ws-reject-status
               .
           select audittrail assign to "AUDITTRAIL"
               organization is line sequential
               file status is ws-audit-status
               .
           select salesledger assign to "SALESLEDGER"
               organization is line sequential
               file status is ws-sales-status
               .
           select periodctl assign to "PERIODCTL"
               organization is line sequential
               file status is ws-ctl-status
               .
           select receiptctl assign to "RECEIPTCTL"
               organization is line sequential
               file status is ws-receiptctl-status
               .
           select vouchertxn assign to "VOUCHERTXN"
               organization is line sequential
               file status is ws-vouchertxn-status
               .

       data division.
       file section.
       fd  upload-file.
       01  ws-upload-line          pic x(200).

       fd  reject-file.
       01  ws-reject-line          pic x(200).

       fd  audittrail.
       copy audit-rec replacing ==(prefix)== by ==ws-audit==.

       fd  salesledger.
       copy sales-rec replacing ==(prefix)== by ==ws-sl==.

       fd  periodctl.
       copy period-rec replacing ==(prefix)== by ==ws-ctl==.

       fd  receiptctl.
       01  ws-receiptctl-record.
           03 ws-receiptctl-next-id    pic 9(7).

       fd  vouchertxn.
       copy vouchertxn-rec replacing ==(prefix)== by ==ws-vt==.

       working-storage section.
       78  78-false                value 0.
       78  78-true                 value 1.

       01  bool-t                  pic x comp-5 typedef.

       01  ws-cmdline-buffer       pic x(256).
       01  ws-error                type bool-t value 78-false.
       01  ws-error-text           pic x(256).
       01  ws-option-pending       pic x value '0'.
           88 opt-none                 value '0'.
           88 opt-filepath             value '1'.
           88 opt-operator             value '2'.
           88 opt-operator-pin         value '3'.
       01  ws-file-path            pic x(100) value spaces.
       01  ws-temp                 binary-long.

       01  ws-upload-path          pic x(100) value spaces.
       01  ws-upload-status        pic xx.
       01  ws-reject-path          pic x(104).
       01  ws-reject-status        pic xx.
       01  ws-audit-status         pic xx.
       01  ws-audit-open           type bool-t value 78-false.
       01  ws-sales-status         pic xx.
       01  ws-sales-open           type bool-t value 78-false.
       01  ws-ctl-status           pic xx.
       01  ws-receiptctl-status    pic xx.
       01  ws-business-date        pic 9(8).
       01  ws-last-month           pic 9(6).
       01  ws-receipt-number       pic 9(7).
       01  ws-move-qty             pic 9(5).
       01  ws-sales-amount         pic 9(7)v99.
       01  ws-location-code        pic x(4).
       01  ws-loc-other-onhand     pic 9(6).
       01  ws-loc-avail            pic 9(5).
       01  ws-reserved-qty         pic 9(7).
       01  ws-avail-unreserved     pic s9(7).
       01  ws-text-len             pic 9(4) comp-5.

      **** The basket being read from the upload file: its header,
      **** its item lines, the lines as they came in (written back
      **** out if the basket is rejected) and the reason it cannot
      **** be posted, blank while it still can be
       78  78-basket-max           value 20.
       78  78-raw-max              value 40.
       01  ws-basket-open          type bool-t value 78-false.
       01  ws-bk-reason            pic x(80).
       01  ws-bk-duplicate         type bool-t.
       01  ws-bk-till              pic x(6).
       01  ws-bk-till-receipt      pic 9(7).
       01  ws-bk-date              pic 9(8).
       01  ws-bk-month             pic 9(6).
       01  ws-bk-time              pic 9(6).
       01  ws-bk-tender            pic x(7).
       01  ws-bk-cust-given        type bool-t.
       01  ws-bk-custno            pic 9(6).
       01  ws-bk-voucher-given     type bool-t.
       01  ws-bk-voucher           pic 9(7).
       01  ws-bk-value             pic 9(7)v99.
       01  ws-bk-units             pic 9(7).
       01  ws-bk-count             pic 9(4) comp-5.
       01  ws-bk-sub               pic 9(4) comp-5.
       01  ws-bk-sum-sub           pic 9(4) comp-5.
       01  ws-bk-posted            pic 9(4) comp-5.
       01  ws-bk-unwind-sub        pic 9(4) comp-5.
       01  ws-bk-qty-total         pic 9(7).
       01  ws-bk-lines.
           03 ws-bk-line occurs 78-basket-max.
              05 ws-bk-by-isbn         type bool-t.
              05 ws-bk-id              pic x(13).
              05 ws-bk-stockno         pic 9(7).
              05 ws-bk-qty             pic 9(5).
              05 ws-bk-price           pic 9(2)v99.
       01  ws-raw-count            pic 9(4) comp-5.
       01  ws-raw-sub              pic 9(4) comp-5.
       01  ws-raw-lines.
           03 ws-raw-line occurs 78-raw-max pic x(200).

      **** The fields of one upload line as unstrung
       01  ws-up-tag               pic x(2).
       01  ws-up-field-1           pic x(20).
       01  ws-up-field-2           pic x(20).
       01  ws-up-field-3           pic x(20).
       01  ws-up-field-4           pic x(20).
       01  ws-up-field-5           pic x(20).
       01  ws-up-field-6           pic x(20).
       01  ws-up-field-7           pic x(20).
       01  ws-up-field-8           pic x(20).

      **** Run control totals, overall, by tender and by till
       01  ws-baskets-read         pic 9(7) value 0.
       01  ws-baskets-posted       pic 9(7) value 0.
       01  ws-baskets-rejected     pic 9(7) value 0.
       01  ws-baskets-duplicate    pic 9(7) value 0.
       01  ws-lines-posted         pic 9(7) value 0.
       01  ws-units-posted         pic 9(7) value 0.
       01  ws-value-posted         pic 9(8)v99 value 0.
       01  ws-value-rejected       pic 9(8)v99 value 0.
       01  ws-cash-posted          pic 9(8)v99 value 0.
       01  ws-card-posted          pic 9(8)v99 value 0.
       01  ws-voucher-posted       pic 9(8)v99 value 0.
       01  ws-points-posted        pic 9(8)v99 value 0.
       01  ws-stray-lines          pic 9(7) value 0.

       78  78-till-table-size      value 50.
       01  ws-till-count           pic 9(4) comp-5 value 0.
       01  ws-till-sub             pic 9(4) comp-5.
       01  ws-till-found           type bool-t.
       01  ws-till-table-warned    type bool-t value 78-false.
       01  ws-till-table.
           03 ws-till-entry occurs 78-till-table-size.
              05 ws-till-id            pic x(6).
              05 ws-till-posted        pic 9(7).
              05 ws-till-rejected      pic 9(7).
              05 ws-till-units         pic 9(7).
              05 ws-till-value         pic 9(8)v99.
              05 ws-till-rej-value     pic 9(8)v99.

       01  ws-formatted-number     pic Z(8)9.
       01  ws-formatted-money      pic Z(7)9.99.

       01  ws-formatted-rule
           constant as "------------------------------------------".

       01  ws-formatted-till-columns.
           03                              pic x(7) value 'TILL'.
           03                              pic x(8) value ' POSTED'.
           03                              pic x(9) value ' REJECTED'.
           03                              pic x(8) value '   UNITS'.
           03                              pic x(13) value
                                               '        VALUE'.
           03                              pic x(13) value
                                               '    REJ VALUE'.

       01  ws-formatted-till-line.
           03 ws-formatted-till-id         pic x(6).
           03                              value ' '.
           03 ws-formatted-till-posted     pic Z(6)9.
           03                              value ' '.
           03 ws-formatted-till-rejected   pic Z(7)9.
           03                              value ' '.
           03 ws-formatted-till-units      pic Z(6)9.
           03                              value ' $'.
           03 ws-formatted-till-value      pic Z(7)9.99.
           03                              value ' $'.
           03 ws-formatted-till-rej-value  pic Z(7)9.99.

      **** The operator making the run, and the roles allowed to
      **** make it
       copy oper-rec replacing ==(prefix)== by ==ws-op==.
       01  ws-operators-on-file    type bool-t value 78-false.
       01  ws-operator-id          pic x(8) value spaces.
       01  ws-operator-pin         pic x(6) value spaces.
       01  ws-post-roles           pic x(4) value 'OS'.
       01  ws-role-count           pic 9(4) comp-5.

      **** The book storage
       copy book-rec replacing ==(prefix)== by ==ws-book==.

      **** The stock-by-location storage
       copy stkloc-rec replacing ==(prefix)== by ==ws-loc==.

      **** The special order storage
       copy specord-rec replacing ==(prefix)== by ==ws-so==.

      **** The location master storage
       copy location-rec replacing ==(prefix)== by ==ws-lm==.

      **** The customer storage, and the loyalty points earned and
      **** redeemed at the same rates as the cli
       copy cust-rec replacing ==(prefix)== by ==ws-cu==.
       78  78-points-per-dollar    value 1.
       78  78-points-redeem-rate   value 100.
       01  ws-points-moved         pic 9(9).

      **** The gift voucher register storage
       copy voucher-rec replacing ==(prefix)== by ==ws-vc==.
       01  ws-vouchertxn-status    pic xx.

      **** The till upload register storage
       copy tillreg-rec replacing ==(prefix)== by ==ws-tr==.

      **** Data for calling the storage programs
       01  ws-function             pic x.
           88 read-record              value "1".
           88 add-record               value "2".
           88 delete-record            value "3".
           88 next-record              value "4".
           88 rewrite-record           value "5".
           88 read-isbn-record         value "6".
           88 adjust-sell-record       value "7".
           88 adjust-add-record        value "8".
           88 adjust-return-record     value "9".
       01  ws-file-status          pic xx.
           88 status-adjust-ok         value "00" "02".
           88 status-insufficient      value "61".
           88 status-record-locked     value "51" "99".

       procedure division.
           perform process-arguments
           if ws-error = 78-false
               perform run-post
           end-if
           if ws-audit-open <> 78-false
               close audittrail
           end-if
           if ws-sales-open <> 78-false
               close salesledger
           end-if
           if ws-error <> 78-false
               display ws-error-text
               move 8 to return-code
           else
               if ws-baskets-rejected > 0
                   move 4 to return-code
               end-if
           end-if
           goback
           .

       process-arguments section.
           perform until ws-error <> 78-false
               accept ws-cmdline-buffer from argument-value
               on exception
                   exit perform
               not on exception
                   perform process-argument
               end-accept
           end-perform
           .

       process-argument section.
           if ws-cmdline-buffer = spaces
               exit section
           end-if
           if opt-filepath
               move ws-cmdline-buffer to ws-file-path
               set opt-none to true
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
           evaluate ws-cmdline-buffer
           when '-f'
               set opt-filepath to true
           when '--op'
               set opt-operator to true
           when '--pin'
               set opt-operator-pin to true
           when other
               if ws-cmdline-buffer (1:1) = '-'
                  or ws-upload-path <> spaces
                   move 'invalid argument' to ws-error-text
                   move 78-true to ws-error
               else
                   move ws-cmdline-buffer to ws-upload-path
               end-if
           end-evaluate
           .

       run-post section.
           if ws-upload-path = spaces
               move 'usage: tillpost <upload-file> [-f <path>]'
                   to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
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
           display "specordfile" upon environment-name
           display "specordfile.dat" upon environment-value
           display "locationfile" upon environment-name
           display "locationfile.dat" upon environment-value
           display "custfile" upon environment-name
           display "custfile.dat" upon environment-value
           display "voucherfile" upon environment-name
           display "voucherfile.dat" upon environment-value
           display "tillregfile" upon environment-name
           display "tillregfile.dat" upon environment-value
           perform sign-on-operator
           if ws-error <> 78-false
               exit section
           end-if
           perform load-period-control
           open input upload-file
           if ws-upload-status <> "00"
               move 'failed to open till upload file' to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move spaces to ws-reject-path
           string function trim (ws-upload-path) '.rej'
               delimited by size into ws-reject-path
           open output reject-file
           if ws-reject-status <> "00"
               close upload-file
               move 'failed to create reject file' to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform until exit
               read upload-file
                   at end
                       exit perform
               end-read
               perform take-upload-line
           end-perform
           perform finish-basket
           close upload-file
           close reject-file
           perform print-control-totals
           .

      * The business date bounds the sale dates that can be posted,
      * and a month the month-end close has already rolled up and
      * archived cannot take any more sales.
       load-period-control section.
           move 0 to ws-last-month
           open input periodctl
           if ws-ctl-status = "00"
               read periodctl
                   at end
                       accept ws-business-date from date yyyymmdd
                   not at end
                       move ws-ctl-busdate to ws-business-date
                       if ws-ctl-last-month is numeric
                           move ws-ctl-last-month to ws-last-month
                       end-if
               end-read
               close periodctl
           else
               accept ws-business-date from date yyyymmdd
           end-if
           .

      * A header line closes off the basket before it and opens a
      * new one; item lines belong to the open basket.  R lines are
      * the reasons written ahead of each basket in a reject file,
      * so a corrected reject file reads like any other upload.
       take-upload-line section.
           if ws-upload-line = spaces
               exit section
           end-if
           evaluate ws-upload-line (1:2)
           when 'H|'
               perform finish-basket
               perform start-basket
           when 'L|'
               perform add-basket-line
           when 'R|'
               continue
           when other
               if ws-basket-open <> 78-false
                   perform keep-raw-line
                   if ws-bk-reason = spaces
                       move 'unrecognised line in basket'
                           to ws-bk-reason
                   end-if
               else
                   add 1 to ws-stray-lines
                   display 'Line outside any basket skipped: '
                           function trim (ws-upload-line)
               end-if
           end-evaluate
           .

       start-basket section.
           move 78-true to ws-basket-open
           move spaces to ws-bk-reason
           move 78-false to ws-bk-duplicate
           move 0 to ws-bk-count
           move 0 to ws-raw-count
           move 0 to ws-bk-value
           move 0 to ws-bk-units
           move 0 to ws-bk-till-receipt
           move 0 to ws-bk-date
           move 0 to ws-bk-time
           move 0 to ws-bk-custno
           move 78-false to ws-bk-cust-given
           move 0 to ws-bk-voucher
           move 78-false to ws-bk-voucher-given
           perform keep-raw-line
           move spaces to ws-up-tag ws-up-field-1 ws-up-field-2
                          ws-up-field-3 ws-up-field-4 ws-up-field-5
                          ws-up-field-6 ws-up-field-7 ws-up-field-8
           unstring ws-upload-line delimited by '|'
               into ws-up-tag ws-up-field-1 ws-up-field-2
                    ws-up-field-3 ws-up-field-4 ws-up-field-5
                    ws-up-field-6 ws-up-field-7 ws-up-field-8
           end-unstring
           move ws-up-field-1 to ws-bk-till
           if ws-up-field-1 = spaces
               move 'no till id' to ws-bk-reason
               exit section
           end-if
           if function test-numval (function trim
                   (ws-up-field-2 trailing)) <> 0
               move 'invalid till receipt number' to ws-bk-reason
               exit section
           end-if
           move function numval (function trim (ws-up-field-2))
               to ws-bk-till-receipt
           if function test-numval (function trim
                   (ws-up-field-3 trailing)) <> 0
               move 'invalid sale date' to ws-bk-reason
               exit section
           end-if
           move function numval (function trim (ws-up-field-3))
               to ws-bk-date
           if function test-date-yyyymmdd (ws-bk-date) <> 0
               move 'invalid sale date' to ws-bk-reason
               exit section
           end-if
           if function test-numval (function trim
                   (ws-up-field-4 trailing)) <> 0
               move 'invalid sale time' to ws-bk-reason
               exit section
           end-if
           move function numval (function trim (ws-up-field-4))
               to ws-bk-time
           evaluate function upper-case (function trim
                   (ws-up-field-5 trailing))
           when 'CASH'
           when ' '
               move 'CASH' to ws-bk-tender
           when 'CARD'
               move 'CARD' to ws-bk-tender
           when 'VOUCHER'
               move 'VOUCHER' to ws-bk-tender
           when 'POINTS'
               move 'POINTS' to ws-bk-tender
           when other
               move 'invalid tender' to ws-bk-reason
               exit section
           end-evaluate
           if ws-up-field-6 = spaces
               move 'MAIN' to ws-location-code
           else
               move function upper-case (ws-up-field-6)
                   to ws-location-code
           end-if
           if ws-up-field-7 <> spaces
               if function test-numval (function trim
                       (ws-up-field-7 trailing)) <> 0
                   move 'invalid customer number' to ws-bk-reason
                   exit section
               end-if
               move function numval (function trim (ws-up-field-7))
                   to ws-bk-custno
               move 78-true to ws-bk-cust-given
           end-if
           if ws-up-field-8 <> spaces
               if function test-numval (function trim
                       (ws-up-field-8 trailing)) <> 0
                   move 'invalid voucher number' to ws-bk-reason
                   exit section
               end-if
               move function numval (function trim (ws-up-field-8))
                   to ws-bk-voucher
               move 78-true to ws-bk-voucher-given
           end-if
           .

       add-basket-line section.
           if ws-basket-open = 78-false
               add 1 to ws-stray-lines
               display 'Line outside any basket skipped: '
                       function trim (ws-upload-line)
               exit section
           end-if
           perform keep-raw-line
           if ws-bk-count = 78-basket-max
               if ws-bk-reason = spaces
                   move 'more than 20 lines in basket'
                       to ws-bk-reason
               end-if
               exit section
           end-if
           move spaces to ws-up-tag ws-up-field-1 ws-up-field-2
                          ws-up-field-3
           unstring ws-upload-line delimited by '|'
               into ws-up-tag ws-up-field-1 ws-up-field-2
                    ws-up-field-3
           end-unstring
           add 1 to ws-bk-count
           move ws-up-field-1 to ws-bk-id (ws-bk-count)
           move 0 to ws-bk-qty (ws-bk-count)
           move 0 to ws-bk-price (ws-bk-count)
           move function length (function trim
                   (ws-up-field-1 trailing)) to ws-text-len
           evaluate ws-text-len
           when 4 thru 7
               if function trim (ws-up-field-1) is not numeric
                   if ws-bk-reason = spaces
                       move 'invalid book id or ISBN'
                           to ws-bk-reason
                   end-if
                   exit section
               end-if
               move function numval (function trim (ws-up-field-1))
                   to ws-bk-stockno (ws-bk-count)
               move 78-false to ws-bk-by-isbn (ws-bk-count)
           when 10
           when 13
               move 78-true to ws-bk-by-isbn (ws-bk-count)
           when other
               if ws-bk-reason = spaces
                   move 'invalid book id or ISBN' to ws-bk-reason
               end-if
               exit section
           end-evaluate
           if function test-numval (function trim
                   (ws-up-field-2 trailing)) <> 0
               if ws-bk-reason = spaces
                   move 'invalid quantity' to ws-bk-reason
               end-if
               exit section
           end-if
           move function numval (function trim (ws-up-field-2))
               to ws-bk-qty (ws-bk-count)
           if ws-bk-qty (ws-bk-count) = 0
               if ws-bk-reason = spaces
                   move 'invalid quantity' to ws-bk-reason
               end-if
               exit section
           end-if
           if function test-numval (function trim
                   (ws-up-field-3 trailing)) <> 0
              or function numval (function trim (ws-up-field-3))
                   > 99.99
               if ws-bk-reason = spaces
                   move 'invalid price' to ws-bk-reason
               end-if
               exit section
           end-if
           move function numval (function trim (ws-up-field-3))
               to ws-bk-price (ws-bk-count)
           compute ws-bk-value = ws-bk-value +
               ws-bk-qty (ws-bk-count) * ws-bk-price (ws-bk-count)
           add ws-bk-qty (ws-bk-count) to ws-bk-units
           .

      * Keep the line as it came in, for the reject file.
       keep-raw-line section.
           if ws-raw-count < 78-raw-max
               add 1 to ws-raw-count
               move ws-upload-line to ws-raw-line (ws-raw-count)
           end-if
           .

      * The basket is complete: post it, or reject it with the
      * reason it could not be posted, and add it to the totals.
       finish-basket section.
           if ws-basket-open = 78-false
               exit section
           end-if
           move 78-false to ws-basket-open
           add 1 to ws-baskets-read
           if ws-bk-reason = spaces
               perform post-basket
           end-if
           perform find-till-entry
           if ws-bk-reason = spaces
               add 1 to ws-baskets-posted
               add ws-bk-count to ws-lines-posted
               add ws-bk-units to ws-units-posted
               add ws-bk-value to ws-value-posted
               evaluate ws-bk-tender
               when 'CARD'
                   add ws-bk-value to ws-card-posted
               when 'VOUCHER'
                   add ws-bk-value to ws-voucher-posted
               when 'POINTS'
                   add ws-bk-value to ws-points-posted
               when other
                   add ws-bk-value to ws-cash-posted
               end-evaluate
               if ws-till-found <> 78-false
                   add 1 to ws-till-posted (ws-till-sub)
                   add ws-bk-units to ws-till-units (ws-till-sub)
                   add ws-bk-value to ws-till-value (ws-till-sub)
               end-if
           else
               add 1 to ws-baskets-rejected
               if ws-bk-duplicate <> 78-false
                   add 1 to ws-baskets-duplicate
               end-if
               add ws-bk-value to ws-value-rejected
               if ws-till-found <> 78-false
                   add 1 to ws-till-rejected (ws-till-sub)
                   add ws-bk-value to ws-till-rej-value (ws-till-sub)
               end-if
               perform reject-basket
           end-if
           .

       reject-basket section.
           move spaces to ws-reject-line
           string 'R|' function trim (ws-bk-till) '|'
                  ws-bk-till-receipt '|'
                  function trim (ws-bk-reason)
               delimited by size into ws-reject-line
           write ws-reject-line
           perform varying ws-raw-sub from 1 by 1
                   until ws-raw-sub > ws-raw-count
               move ws-raw-line (ws-raw-sub) to ws-reject-line
               write ws-reject-line
           end-perform
           display 'Rejected till ' function trim (ws-bk-till)
                   ' receipt ' ws-bk-till-receipt ': '
                   function trim (ws-bk-reason)
           .

      * Post one basket the way the cli sell does.  The register
      * entry is written as soon as the stock has moved and before
      * the journal and ledger lines, so that whatever happens
      * after it the basket can never be posted a second time.
       post-basket section.
           if ws-bk-count = 0
               move 'no item lines in basket' to ws-bk-reason
               exit section
           end-if
           if ws-bk-date > ws-business-date
               move 'sale date is after the business date'
                   to ws-bk-reason
               exit section
           end-if
           divide ws-bk-date by 100 giving ws-bk-month
           if ws-bk-month <= ws-last-month
               move 'sale month has already been closed'
                   to ws-bk-reason
               exit section
           end-if
           move ws-bk-till to ws-tr-till
           move ws-bk-till-receipt to ws-tr-till-receipt
           set read-record to true
           perform call-tillreg
           if ws-file-status = "00"
               move 78-true to ws-bk-duplicate
               string 'already posted on ' ws-tr-posted-date
                      ' as receipt ' ws-tr-receipt
                   delimited by size into ws-bk-reason
               exit section
           end-if
           perform validate-location
           if ws-bk-reason <> spaces
               exit section
           end-if
           perform load-basket-customer
           if ws-bk-reason <> spaces
               exit section
           end-if
           perform load-basket-voucher
           if ws-bk-reason <> spaces
               exit section
           end-if
           perform validate-basket
           if ws-bk-reason <> spaces
               exit section
           end-if
           move 0 to ws-bk-posted
           perform varying ws-bk-sub from 1 by 1
                   until ws-bk-sub > ws-bk-count
                   or ws-bk-reason <> spaces
               perform post-basket-line
           end-perform
           if ws-bk-reason = spaces
               perform redeem-basket-voucher
           end-if
           if ws-bk-reason <> spaces
               perform unwind-basket
               exit section
           end-if
           perform find-next-receipt
           move spaces to ws-tr-details
           move ws-bk-till to ws-tr-till
           move ws-bk-till-receipt to ws-tr-till-receipt
           move ws-bk-date to ws-tr-sale-date
           move ws-bk-time to ws-tr-sale-time
           move ws-business-date to ws-tr-posted-date
           move ws-receipt-number to ws-tr-receipt
           move ws-location-code to ws-tr-location
           move ws-bk-tender to ws-tr-tender
           move ws-bk-count to ws-tr-line-count
           move ws-bk-units to ws-tr-units
           move ws-bk-value to ws-tr-value
           set add-record to true
           perform call-tillreg
           if ws-file-status <> "00" and ws-file-status <> "02"
               perform unwind-basket
               perform reinstate-basket-voucher
               move 78-true to ws-bk-duplicate
               move 'already posted by another run' to ws-bk-reason
               exit section
           end-if
           perform varying ws-bk-sub from 1 by 1
                   until ws-bk-sub > ws-bk-count
               perform record-basket-line
           end-perform
           if ws-bk-voucher-given <> 78-false
               perform write-voucher-txn
           end-if
           perform apply-customer-points
           display 'Posted till ' function trim (ws-bk-till)
                   ' receipt ' ws-bk-till-receipt
                   ' as receipt ' ws-receipt-number
           .

      * The same location check the cli applies: the location must
      * be on the location master and open, and an empty master
      * (before the first location is set up) accepts any code.
       validate-location section.
           move ws-location-code to ws-lm-code
           set read-record to true
           perform call-location
           if ws-file-status = "00"
               if ws-lm-status-closed
                   string 'location ' ws-location-code ' is closed'
                       delimited by size into ws-bk-reason
               end-if
               exit section
           end-if
           move low-values to ws-lm-code
           set next-record to true
           perform call-location
           if ws-file-status = "00"
               string 'unknown location ' ws-location-code
                   delimited by size into ws-bk-reason
           end-if
           .

      * A customer named on the basket must be on the customer
      * master, and points tendered must cover the whole basket.
       load-basket-customer section.
           if ws-bk-cust-given = 78-false
               if ws-bk-tender = 'POINTS'
                   move 'a points tender needs a customer'
                       to ws-bk-reason
               end-if
               exit section
           end-if
           move ws-bk-custno to ws-cu-custno
           set read-record to true
           perform call-cust
           if ws-file-status <> "00"
               string 'customer ' ws-bk-custno ' not found'
                   delimited by size into ws-bk-reason
               exit section
           end-if
           if ws-bk-tender = 'POINTS'
               compute ws-points-moved =
                   ws-bk-value * 78-points-redeem-rate
               if ws-points-moved > ws-cu-points
                   move 'not enough points for the basket'
                       to ws-bk-reason
               end-if
           end-if
           .

      * A VOUCHER basket names the voucher it was paid with, and
      * only a VOUCHER basket may name one.  The voucher must have
      * been issued and not expired on the day of the sale, must not
      * have been cancelled, and must cover the whole basket.
       load-basket-voucher section.
           if ws-bk-voucher-given = 78-false
               if ws-bk-tender = 'VOUCHER'
                   move 'a voucher tender needs a voucher number'
                       to ws-bk-reason
               end-if
               exit section
           end-if
           if ws-bk-tender <> 'VOUCHER'
               move 'voucher number given without a voucher tender'
                   to ws-bk-reason
               exit section
           end-if
           move ws-bk-voucher to ws-vc-vchno
           set read-record to true
           perform call-voucher
           if ws-file-status <> "00"
               string 'voucher ' ws-bk-voucher ' not found'
                   delimited by size into ws-bk-reason
               exit section
           end-if
           evaluate true
           when ws-vc-status-cancelled
               string 'voucher ' ws-bk-voucher ' is cancelled'
                   delimited by size into ws-bk-reason
           when ws-vc-issued > ws-bk-date
               string 'voucher ' ws-bk-voucher
                      ' issued after the sale date'
                   delimited by size into ws-bk-reason
           when ws-vc-expiry < ws-bk-date
               string 'voucher ' ws-bk-voucher ' expired on '
                      ws-vc-expiry
                   delimited by size into ws-bk-reason
           when ws-bk-value > ws-vc-balance
               string 'voucher ' ws-bk-voucher
                      ' does not cover the basket'
                   delimited by size into ws-bk-reason
           when other
               continue
           end-evaluate
           .

      * Draw the basket off the voucher under its record lock once
      * the stock has moved.
       redeem-basket-voucher section.
           if ws-bk-voucher-given = 78-false
               exit section
           end-if
           move ws-bk-voucher to ws-vc-vchno
           move ws-bk-value to ws-vc-balance
           set adjust-sell-record to true
           perform call-voucher
           evaluate true
           when status-adjust-ok
               continue
           when status-insufficient
               string 'voucher ' ws-bk-voucher
                      ' does not cover the basket'
                   delimited by size into ws-bk-reason
           when status-record-locked
               move 'voucher in use at a till, run again'
                   to ws-bk-reason
           when ws-file-status = "62"
               string 'voucher ' ws-bk-voucher ' is cancelled'
                   delimited by size into ws-bk-reason
           when other
               move 'failed to update voucher' to ws-bk-reason
           end-evaluate
           .

      * Put the basket back onto the voucher when the basket is
      * taken back out after the voucher was drawn down.
       reinstate-basket-voucher section.
           if ws-bk-voucher-given = 78-false
               exit section
           end-if
           move ws-bk-voucher to ws-vc-vchno
           move ws-bk-value to ws-vc-balance
           set adjust-add-record to true
           perform call-voucher
           if not status-adjust-ok
               display 'Voucher ' ws-bk-voucher
                       ' not reinstated after the basket was '
                       'taken back out'
           end-if
           .

      * The redemption is added to the VOUCHERTXN register dated
      * with the sale, as the ledger line is.
       write-voucher-txn section.
           open extend vouchertxn
           if ws-vouchertxn-status = "35"
               open output vouchertxn
           end-if
           if ws-vouchertxn-status <> "00"
               display 'Voucher register could not be written for '
                       'voucher ' ws-bk-voucher
               exit section
           end-if
           move spaces to ws-vt-record
           move ws-bk-date to ws-vt-date
           compute ws-vt-time = ws-bk-time * 100
           move ws-vc-vchno to ws-vt-vchno
           set ws-vt-type-redeem to true
           move ws-bk-value to ws-vt-amount
           move ws-vc-balance to ws-vt-balance
           move ws-receipt-number to ws-vt-receipt
           if ws-operators-on-file <> 78-false
               move ws-operator-id to ws-vt-user
           else
               display "USER" upon environment-name
               accept ws-vt-user from environment-value
           end-if
           write ws-vt-record
           close vouchertxn
           .

      * Read the book named by one basket line.
       read-basket-book section.
           if ws-bk-by-isbn (ws-bk-sub) <> 78-false
               move ws-bk-id (ws-bk-sub) to ws-book-isbn
               set read-isbn-record to true
           else
               move ws-bk-stockno (ws-bk-sub) to ws-book-stockno
               set read-record to true
           end-if
           perform call-book
           .

      * Every line must stand up before anything is posted: the
      * book must exist, the basket's running total for the title
      * must be on hand, and units held on open or filled special
      * orders are not the till's to sell.
       validate-basket section.
           perform varying ws-bk-sub from 1 by 1
                   until ws-bk-sub > ws-bk-count
               perform read-basket-book
               if ws-file-status <> "00"
                   string 'unknown title '
                          function trim (ws-bk-id (ws-bk-sub))
                       delimited by size into ws-bk-reason
                   exit section
               end-if
               move ws-book-stockno to ws-bk-stockno (ws-bk-sub)
               move 0 to ws-bk-qty-total
               perform varying ws-bk-sum-sub from 1 by 1
                       until ws-bk-sum-sub > ws-bk-sub
                   if ws-bk-stockno (ws-bk-sum-sub) = ws-book-stockno
                       add ws-bk-qty (ws-bk-sum-sub)
                           to ws-bk-qty-total
                   end-if
               end-perform
               if ws-bk-qty-total > ws-book-onhand
                   string 'insufficient stock for ' ws-book-stockno
                       delimited by size into ws-bk-reason
                   exit section
               end-if
               perform sum-open-reservations
               if ws-bk-reason <> spaces
                   exit section
               end-if
               compute ws-avail-unreserved =
                   ws-book-onhand - ws-reserved-qty
               if ws-bk-qty-total > ws-avail-unreserved
                   string 'stock for ' ws-book-stockno
                          ' is reserved for special orders'
                       delimited by size into ws-bk-reason
                   exit section
               end-if
           end-perform
           .

       post-basket-line section.
           perform read-basket-book
           if ws-file-status <> "00"
               string 'unknown title '
                      function trim (ws-bk-id (ws-bk-sub))
                   delimited by size into ws-bk-reason
               exit section
           end-if
           move ws-bk-qty (ws-bk-sub) to ws-move-qty
           perform load-location-record
           move ws-move-qty to ws-loc-onhand
           set adjust-sell-record to true
           perform call-stkloc
           if not status-adjust-ok
               evaluate true
               when status-insufficient
                   string 'insufficient stock for ' ws-book-stockno
                          ' at ' ws-location-code
                       delimited by size into ws-bk-reason
               when status-record-locked
                   move 'record in use at a till, run again'
                       to ws-bk-reason
               when other
                   move 'failed to update location stock'
                       to ws-bk-reason
               end-evaluate
               exit section
           end-if
           move ws-move-qty to ws-book-onhand
           set adjust-sell-record to true
           perform call-book
           if status-adjust-ok
               add 1 to ws-bk-posted
           else
               evaluate true
               when status-insufficient
                   string 'insufficient stock for ' ws-book-stockno
                       delimited by size into ws-bk-reason
               when status-record-locked
                   move 'record in use at a till, run again'
                       to ws-bk-reason
               when other
                   move 'failed to sell book' to ws-bk-reason
               end-evaluate
               move ws-book-stockno to ws-loc-stockno
               move ws-location-code to ws-loc-location
               move ws-move-qty to ws-loc-onhand
               set adjust-add-record to true
               perform call-stkloc
           end-if
           .

      * A line failed, so the lines already posted must not stand:
      * put each one back on hand and reverse its sold counter.
       unwind-basket section.
           perform varying ws-bk-unwind-sub from 1 by 1
                   until ws-bk-unwind-sub > ws-bk-posted
               move ws-bk-stockno (ws-bk-unwind-sub)
                   to ws-book-stockno
               move ws-bk-qty (ws-bk-unwind-sub) to ws-move-qty
               move ws-book-stockno to ws-loc-stockno
               move ws-location-code to ws-loc-location
               move ws-move-qty to ws-loc-onhand
               set adjust-add-record to true
               perform call-stkloc
               move ws-move-qty to ws-book-onhand
               set adjust-return-record to true
               perform call-book
           end-perform
           move 0 to ws-bk-posted
           .

       record-basket-line section.
           perform read-basket-book
           move ws-bk-qty (ws-bk-sub) to ws-move-qty
           perform write-audit-entry
           perform write-sales-entry
           .

      * Move the customer's points for the posted basket by the
      * cli's rules: points are earned on net spend, and a basket
      * paid in points draws the balance down and earns nothing.
      * The basket already stands, so a customer record that
      * cannot be updated is reported rather than failing it.
       apply-customer-points section.
           if ws-bk-cust-given = 78-false
               exit section
           end-if
           move ws-bk-custno to ws-cu-custno
           set read-record to true
           perform call-cust
           if ws-file-status = "00"
               if ws-bk-tender = 'POINTS'
                   compute ws-points-moved =
                       ws-bk-value * 78-points-redeem-rate
                   if ws-points-moved > ws-cu-points
                       move ws-cu-points to ws-points-moved
                   end-if
                   subtract ws-points-moved from ws-cu-points
               else
                   compute ws-points-moved =
                       ws-bk-value * 78-points-per-dollar
                   add ws-points-moved to ws-cu-points
                       on size error
                           move 9999999 to ws-cu-points
                   end-add
               end-if
               set rewrite-record to true
               perform call-cust
           end-if
           if ws-file-status <> "00" and ws-file-status <> "02"
               display 'Points not updated for customer '
                       ws-bk-custno
           end-if
           .

      * Find the totals entry for the basket's till, adding one
      * the first time the till is seen.
       find-till-entry section.
           move 78-false to ws-till-found
           perform varying ws-till-sub from 1 by 1
                   until ws-till-sub > ws-till-count
               if ws-till-id (ws-till-sub) = ws-bk-till
                   move 78-true to ws-till-found
                   exit section
               end-if
           end-perform
           if ws-till-count = 78-till-table-size
               if ws-till-table-warned = 78-false
                   display 'Too many tills for the totals by till; '
                           'the overall totals are complete'
                   move 78-true to ws-till-table-warned
               end-if
               exit section
           end-if
           add 1 to ws-till-count
           move ws-till-count to ws-till-sub
           move ws-bk-till to ws-till-id (ws-till-sub)
           move 0 to ws-till-posted (ws-till-sub)
           move 0 to ws-till-rejected (ws-till-sub)
           move 0 to ws-till-units (ws-till-sub)
           move 0 to ws-till-value (ws-till-sub)
           move 0 to ws-till-rej-value (ws-till-sub)
           move 78-true to ws-till-found
           .

       print-control-totals section.
           display ws-formatted-rule
           display 'Till upload ' function trim (ws-upload-path)
           display ws-formatted-rule
           display ws-formatted-till-columns
           perform varying ws-till-sub from 1 by 1
                   until ws-till-sub > ws-till-count
               move ws-till-id (ws-till-sub) to ws-formatted-till-id
               move ws-till-posted (ws-till-sub)
                   to ws-formatted-till-posted
               move ws-till-rejected (ws-till-sub)
                   to ws-formatted-till-rejected
               move ws-till-units (ws-till-sub)
                   to ws-formatted-till-units
               move ws-till-value (ws-till-sub)
                   to ws-formatted-till-value
               move ws-till-rej-value (ws-till-sub)
                   to ws-formatted-till-rej-value
               display ws-formatted-till-line
           end-perform
           display ws-formatted-rule
           move ws-baskets-read to ws-formatted-number
           display 'Baskets read:      ' ws-formatted-number
           move ws-baskets-posted to ws-formatted-number
           display 'Baskets posted:    ' ws-formatted-number
           move ws-baskets-rejected to ws-formatted-number
           display 'Baskets rejected:  ' ws-formatted-number
           move ws-baskets-duplicate to ws-formatted-number
           display '  already posted:  ' ws-formatted-number
           move ws-lines-posted to ws-formatted-number
           display 'Lines posted:      ' ws-formatted-number
           move ws-units-posted to ws-formatted-number
           display 'Units posted:      ' ws-formatted-number
           move ws-value-posted to ws-formatted-money
           display 'Value posted:     $' ws-formatted-money
           move ws-cash-posted to ws-formatted-money
           display '  Cash:           $' ws-formatted-money
           move ws-card-posted to ws-formatted-money
           display '  Card:           $' ws-formatted-money
           move ws-voucher-posted to ws-formatted-money
           display '  Voucher:        $' ws-formatted-money
           move ws-points-posted to ws-formatted-money
           display '  Points:         $' ws-formatted-money
           move ws-value-rejected to ws-formatted-money
           display 'Value rejected:   $' ws-formatted-money
           if ws-stray-lines > 0
               move ws-stray-lines to ws-formatted-number
               display 'Stray lines:       ' ws-formatted-number
           end-if
           display ws-formatted-rule
           if ws-baskets-rejected > 0
               display 'Rejected baskets written to '
                       function trim (ws-reject-path)
           end-if
           .

      * Identify the operator from --op and --pin or, failing those,
      * the BOOKOP and BOOKPIN environment variables, and hold the
      * run to a supervisor or ops operator.  Until the first
      * operator is set up the master is empty and nobody signs on.
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
           inspect ws-post-roles tallying ws-role-count
               for all ws-op-role
           if ws-role-count = 0
               move 78-true to ws-error
               string 'operator ' ws-operator-id
                   ' is not authorised to post till uploads'
                   delimited by size into ws-error-text
           end-if
           .

      * Journalled as SELL, exactly as a till sale is, so the
      * reconciliation and the journal inquiry treat the posting
      * the same way; the row carries the date and time of the
      * sale.
       write-audit-entry section.
           if ws-audit-open = 78-false
               open extend audittrail
               if ws-audit-status = "35"
                   open output audittrail
               end-if
               if ws-audit-status = "00"
                   move 78-true to ws-audit-open
               end-if
           end-if
           if ws-audit-open <> 78-false
               move spaces to ws-audit-record
               if ws-operators-on-file <> 78-false
                   move ws-operator-id to ws-audit-rec-user
               else
                   display "USER" upon environment-name
                   accept ws-audit-rec-user from environment-value
               end-if
               move ws-bk-date to ws-audit-rec-date
               compute ws-audit-rec-time = ws-bk-time * 100
               move 'SELL' to ws-audit-rec-command
               move ws-book-stockno to ws-audit-rec-stockno
               move ws-move-qty to ws-audit-rec-qty
               move ws-location-code to ws-audit-rec-location
               write ws-audit-record
           end-if
           .

      * The ledger line is dated with the sale and charged at the
      * price the till charged; the list price is the book's
      * retail price, and no price book promotion is credited.
       write-sales-entry section.
           if ws-sales-open = 78-false
               open extend salesledger
               if ws-sales-status = "35"
                   open output salesledger
               end-if
               if ws-sales-status = "00"
                   move 78-true to ws-sales-open
               end-if
           end-if
           if ws-sales-open <> 78-false
               move spaces to ws-sl-record
               move ws-bk-date to ws-sl-date
               compute ws-sl-time = ws-bk-time * 100
               move ws-book-stockno to ws-sl-stockno
               move ws-location-code to ws-sl-location
               move ws-move-qty to ws-sl-qty
               move ws-bk-price (ws-bk-sub) to ws-sl-price
               compute ws-sales-amount =
                   ws-move-qty * ws-bk-price (ws-bk-sub)
               move ws-sales-amount to ws-sl-amount
               move 'S' to ws-sl-type
               move ws-receipt-number to ws-sl-receipt
               move ws-bk-tender to ws-sl-tender
               move ws-book-retail to ws-sl-list-price
               move 0 to ws-sl-promo
               if ws-bk-cust-given <> 78-false
                   move ws-bk-custno to ws-sl-customer
               end-if
               if ws-bk-voucher-given <> 78-false
                   move ws-bk-voucher to ws-sl-voucher
               end-if
               write ws-sl-record
           end-if
           .

      * Receipt numbers come from the RECEIPTCTL control record the
      * tills use, so a posted basket's number never collides with
      * one handed out at a till.
       find-next-receipt section.
           open input receiptctl
           if ws-receiptctl-status = "00"
               read receiptctl
                   at end
                       move 1000001 to ws-receipt-number
                   not at end
                       move ws-receiptctl-next-id
                           to ws-receipt-number
               end-read
               close receiptctl
           else
               move 1000001 to ws-receipt-number
           end-if
           compute ws-receiptctl-next-id = ws-receipt-number + 1
           open output receiptctl
           write ws-receiptctl-record
           close receiptctl
           .

      * Read the stock-by-location record for the current book at
      * ws-location-code, creating it when it does not exist yet,
      * seeding a missing MAIN record with the book's untracked
      * stock as the cli does.
       load-location-record section.
           move ws-book-stockno to ws-loc-stockno
           move ws-location-code to ws-loc-location
           set read-record to true
           perform call-stkloc
           if ws-file-status = "00"
               exit section
           end-if
           move 0 to ws-loc-avail
           if ws-location-code = 'MAIN'
               perform sum-location-records
               if ws-book-onhand > ws-loc-other-onhand
                   compute ws-loc-avail =
                       ws-book-onhand - ws-loc-other-onhand
               end-if
           end-if
           move ws-loc-avail to ws-loc-onhand
           move ws-book-stockno to ws-loc-stockno
           move ws-location-code to ws-loc-location
           set add-record to true
           perform call-stkloc
           .

       sum-location-records section.
           move 0 to ws-loc-other-onhand
           move ws-book-stockno to ws-loc-stockno
           move low-values to ws-loc-location
           perform until exit
               set next-record to true
               perform call-stkloc
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-loc-stockno <> ws-book-stockno
                   exit perform
               end-if
               add ws-loc-onhand to ws-loc-other-onhand
           end-perform
           .

      * Units held for customers on open or filled special orders
      * for the current book are not available to the till.
       sum-open-reservations section.
           move 0 to ws-reserved-qty
           move zero to ws-so-ordno
           perform until exit
               set next-record to true
               perform call-specord
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-so-stockno = ws-book-stockno
                  and ws-so-status-reserving
                   add ws-so-qty to ws-reserved-qty
               end-if
           end-perform
           if ws-file-status <> "10" and ws-file-status <> "23"
               move 'cannot read the special order file'
                   to ws-bk-reason
           end-if
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

       call-specord section.
           call "specord" using by value ws-function
                                by reference ws-so-details
                                by reference ws-file-status
           .

       call-location section.
           call "location" using by value ws-function
                                 by reference ws-lm-details
                                 by reference ws-file-status
           .

       call-cust section.
           call "cust" using by value ws-function
                             by reference ws-cu-details
                             by reference ws-file-status
           .

       call-oper section.
           call "oper" using by value ws-function
                             by reference ws-op-details
                             by reference ws-file-status
           .

       call-voucher section.
           call "voucher" using by value ws-function
                                by reference ws-vc-details
                                by reference ws-file-status
           .

       call-tillreg section.
           call "tillreg" using by value ws-function
                                by reference ws-tr-details
                                by reference ws-file-status
           .

       end program tillpost.
