      * author, genre and price in place, and posts sales, returns
      * and restocks from the same screen.  A sale is a basket: up
      * to six id/qty lines keyed together, posted all-or-nothing
      * under one receipt number, exactly as the cli sell does, and
      * charged at the price in effect from the price book.  A
      * customer number keyed with a sale or return names the
      * customer on the ledger lines and moves their loyalty
      * points, and points can be tendered, as in the cli.  A gift
      * voucher keyed with the VOUCHER tender is drawn down by the
      * sale, or has a refund put back onto it.
      * All storage access goes
      * through the same book and stkloc engines as the command
      * line, with the same validation, record locking, AUDITTRAIL
      * journalling and sales ledger behaviour.  Once operators are
      * set up the session starts with a sign-on screen, and a
      * posting beyond the operator's role asks for a supervisor's
      * approval, journalled with the posting.
      *
      * usage: bookscreen [-f <path>]
      *
               organization is line sequential
               file status is ws-receiptctl-status
               .
           select vouchertxn assign to "VOUCHERTXN"
               organization is line sequential
               file status is ws-vouchertxn-status
               .

       data division.
       file section.
       01  ws-receiptctl-record.
           03 ws-receiptctl-next-id    pic 9(7).

       fd  vouchertxn.
       copy vouchertxn-rec replacing ==(prefix)== by ==ws-vt==.

       working-storage section.
       78  78-false                value 0.
       78  78-true                 value 1.
       01  ws-reserved-qty         pic 9(7).
       01  ws-avail-unreserved     pic s9(7).

      **** The customer storage, the customer keyed with a sale or
      **** return, and their loyalty points, earned and redeemed at
      **** the same rates as the cli
       copy cust-rec replacing ==(prefix)== by ==ws-cu==.
       01  ws-edit-cust            pic x(6).
       01  ws-cust-number          pic 9(6) value 0.
       01  ws-cust-given           type bool-t value 78-false.
       78  78-points-per-dollar    value 1.
       78  78-points-redeem-rate   value 100.
       01  ws-basket-value         pic 9(7)v99.
       01  ws-points-moved         pic 9(9).
       01  ws-points-updated       type bool-t.
       01  ws-formatted-points     pic Z(6)9.

      **** The gift voucher register and the voucher keyed with a
      **** VOUCHER tender, drawn down by a sale or refunded onto
       copy voucher-rec replacing ==(prefix)== by ==ws-vc==.
       01  ws-edit-voucher         pic x(7).
       01  ws-voucher-number       pic 9(7) value 0.
       01  ws-voucher-given        type bool-t value 78-false.
       01  ws-vouchertxn-status    pic xx.
       01  ws-voucher-amount       pic 9(5)v99.
       01  ws-voucher-txn-type     pic x.
       01  ws-formatted-vc-amount  pic Z(4)9.99.

      **** The operator signed on for the session, and the
      **** supervisor approving a posting beyond the operator's role
       copy oper-rec replacing ==(prefix)== by ==ws-op==.
       01  ws-operators-on-file    type bool-t value 78-false.
       01  ws-operator-id          pic x(8) value spaces.
       01  ws-operator-pin         pic x(6) value spaces.
       01  ws-operator-role        pic x value space.
       01  ws-approver-id          pic x(8) value spaces.
       01  ws-approver-pin         pic x(6) value spaces.
       01  ws-approved-by          pic x(8) value spaces.
       01  ws-allowed-roles        pic x(4).
       01  ws-role-count           pic 9(4) comp-5.
       01  ws-authorised           type bool-t.

      **** The location master storage
       copy location-rec replacing ==(prefix)== by ==ws-lm==.

      **** The price book storage
       copy pricebk-rec replacing ==(prefix)== by ==ws-pb==.

      **** The price in effect for the current book on the business
      **** date, worked out from the price book the same way the cli
      **** does
       01  ws-price-date           pic 9(8).
       01  ws-list-price           pic 9(2)v99.
       01  ws-list-price-start     pic 9(8).
       01  ws-charged-price        pic 9(2)v99.
       01  ws-price-promo          pic 9(6).
       01  ws-best-percent         pic 9(2).
       01  ws-best-percent-entry   pic 9(6).
       01  ws-best-fixed           pic 9(2)v99.
       01  ws-best-fixed-entry     pic 9(6).
       01  ws-percent-price        pic 9(2)v99.
       01  ws-promo-applies        type bool-t.

      **** A till transaction captured on the sell screen: up to
      **** six id/qty lines entered together, posted as one basket
      **** under one receipt number, the same all-or-nothing shape
       01  browse-screen.
           03 blank screen.
           03 line 1 col 1  value 'BOOK REPOSITORY MAINTENANCE'.
           03 line 1 col 35 value 'Operator '.
           03 line 1 col 44 pic x(8) from ws-operator-id.
           03 line 1 col 60 value 'Business '.
           03 line 1 col 69 pic 9(8) from ws-business-date.
           03 line 2 col 1  pic x(75) from ws-screen-rule.
           03 line 7 col 11 pic x(20) using ws-edit-genre.
           03 line 8 col 1  value 'Price   : '.
           03 line 8 col 11 pic x(8) using ws-edit-price.
           03 line 8 col 30 value 'Charged today: '.
           03 line 8 col 45 pic Z9.99 from ws-charged-price.
           03 line 9 col 1  value 'On hand : '.
           03 line 9 col 11 pic ZZZZ9 from ws-book-onhand.
           03 line 10 col 1 value 'Sold    : '.
           03 line 22 col 11 pic x(4) using ws-edit-loc.
           03 line 22 col 17 value 'Tender: '.
           03 line 22 col 25 pic x(7) using ws-edit-tender.
           03 line 22 col 34 value 'Customer: '.
           03 line 22 col 44 pic x(6) using ws-edit-cust.
           03 line 22 col 52 value 'Voucher: '.
           03 line 22 col 61 pic x(7) using ws-edit-voucher.

       01  signon-screen.
           03 blank screen.
           03 line 1 col 1  value 'BOOK REPOSITORY SIGN-ON'.
           03 line 2 col 1  pic x(75) from ws-screen-rule.
           03 line 4 col 1  value 'Operator: '.
           03 line 4 col 11 pic x(8) using ws-operator-id.
           03 line 5 col 1  value 'PIN     : '.
           03 line 5 col 11 pic x(6) using ws-operator-pin secure.
           03 line 7 col 1  value 'Leave the operator blank to exit'.
           03 line 9 col 1  pic x(75) from ws-screen-message.

       01  approval-screen.
           03 line 23 col 1 value 'Supervisor approval needed - '
                & 'leave blank to cancel'.
           03 line 24 col 1 value 'Supervisor: '.
           03 line 24 col 13 pic x(8) using ws-approver-id.
           03 line 24 col 23 value 'PIN: '.
           03 line 24 col 28 pic x(6) using ws-approver-pin secure.

       01  quantity-screen.
           03 line 16 col 1 value 'Quantity: '.
           03 line 17 col 11 pic x(4) using ws-edit-loc.
           03 line 18 col 1 value 'Tender  : '.
           03 line 18 col 11 pic x(7) using ws-edit-tender.
           03 line 19 col 1 value 'Customer: '.
           03 line 19 col 11 pic x(6) using ws-edit-cust.
           03 line 20 col 1 value 'Voucher : '.
           03 line 20 col 11 pic x(7) using ws-edit-voucher.

       procedure division.
           perform process-arguments
           display "stklocfile.dat" upon environment-value
           display "specordfile" upon environment-name
           display "specordfile.dat" upon environment-value
           display "pricebkfile" upon environment-name
           display "pricebkfile.dat" upon environment-value
           display "locationfile" upon environment-name
           display "locationfile.dat" upon environment-value
           display "operfile" upon environment-name
           display "operfile.dat" upon environment-value
           display "custfile" upon environment-name
           display "custfile.dat" upon environment-value
           display "voucherfile" upon environment-name
           display "voucherfile.dat" upon environment-value
           perform get-business-date
           perform sign-on-operator
           move spaces to ws-screen-message
           perform browse-loop
               until ws-exit-requested <> 78-false
           goback
           .

      * Once operators are set up nobody works the screens without
      * signing on; a blank operator id leaves the program.  Until
      * then the journal carries the login name as it always did.
       sign-on-operator section.
           move low-values to ws-op-id
           set next-record to true
           perform call-oper
           if ws-file-status <> "00"
               exit section
           end-if
           move 78-true to ws-operators-on-file
           move spaces to ws-screen-message
           perform until exit
               move spaces to ws-operator-id
               move spaces to ws-operator-pin
               display signon-screen
               accept signon-screen
               if ws-operator-id = spaces
                   move 78-true to ws-exit-requested
                   exit perform
               end-if
               move function upper-case (ws-operator-id)
                   to ws-operator-id
               move ws-operator-id to ws-op-id
               set read-record to true
               perform call-oper
               if ws-file-status = "00"
                  and ws-op-pin = ws-operator-pin
                  and ws-op-status-active
                   move ws-op-role to ws-operator-role
                   exit perform
               end-if
               move 'Invalid operator or PIN' to ws-screen-message
           end-perform
           .

      * The operator must hold one of ws-allowed-roles, or else an
      * active supervisor other than the operator approves the
      * posting on the spot and is journalled with it, the same
      * rule the cli applies.
       require-authority section.
           move 78-true to ws-authorised
           move spaces to ws-approved-by
           if ws-operators-on-file = 78-false
               exit section
           end-if
           move 0 to ws-role-count
           inspect ws-allowed-roles tallying ws-role-count
               for all ws-operator-role
           if ws-role-count > 0
               exit section
           end-if
           move 78-false to ws-authorised
           move spaces to ws-approver-id
           move spaces to ws-approver-pin
           display approval-screen
           accept approval-screen
           if ws-approver-id = spaces
               move 'Cancelled - needs supervisor approval'
                   to ws-screen-message
               exit section
           end-if
           move function upper-case (ws-approver-id)
               to ws-approver-id
           if ws-approver-id = ws-operator-id
               move 'An operator cannot approve their own posting'
                   to ws-screen-message
               exit section
           end-if
           move ws-approver-id to ws-op-id
           set read-record to true
           perform call-oper
           if ws-file-status <> "00"
              or ws-op-pin <> ws-approver-pin
              or not ws-op-status-active
               move 'Invalid approver or PIN' to ws-screen-message
               exit section
           end-if
           if not ws-op-role-supervisor
               move 'Approver is not a supervisor'
                   to ws-screen-message
               exit section
           end-if
           move ws-approver-id to ws-approved-by
           move 78-true to ws-authorised
           .

       process-arguments section.
           perform until exit
               accept ws-cmdline-buffer from argument-value
           move spaces to ws-edit-price
           move ws-book-retail to ws-price-edited
           move ws-price-edited to ws-edit-price (1:5)
           perform price-for-business-date
           move spaces to ws-screen-action
           display detail-screen
           accept detail-screen
           move spaces to ws-screen-message
           move spaces to ws-approved-by
           evaluate function upper-case (ws-screen-action)
           when 'B'
               move 78-true to ws-detail-done
      * price must be numeric, and the record is re-read through
      * the engine before the rewrite.
       apply-edits section.
           move 'SB' to ws-allowed-roles
           perform require-authority
           if ws-authorised = 78-false
               exit section
           end-if
           if function test-numval (function trim
                   (ws-edit-price trailing)) <> 0
               move 'Invalid price' to ws-screen-message
      * through posting takes the lines already posted back out,
      * so the basket stands whole or not at all.
       post-sell section.
           move 'TS' to ws-allowed-roles
           perform require-authority
           if ws-authorised = 78-false
               exit section
           end-if
           move ws-book-stockno to ws-detail-stockno
           move spaces to ws-basket-input
           move ws-book-stockno to ws-bsk-id-01
           move 'MAIN' to ws-edit-loc
           move 'CASH' to ws-edit-tender
           move spaces to ws-edit-cust
           move spaces to ws-edit-voucher
           display basket-screen
           accept basket-screen
           evaluate function upper-case (function trim
               move 'CARD' to ws-tender-code
           when 'VOUCHER'
               move 'VOUCHER' to ws-tender-code
           when 'POINTS'
               move 'POINTS' to ws-tender-code
           when other
               move 'Invalid tender' to ws-screen-message
               perform reload-detail-book
               move function upper-case (ws-edit-loc)
                   to ws-location-code
           end-if
           perform validate-location
           if ws-screen-message = spaces
               perform parse-screen-customer
           end-if
           if ws-screen-message = spaces
               perform parse-screen-voucher
           end-if
           if ws-screen-message <> spaces
               perform reload-detail-book
               exit section
           end-if
           perform parse-basket-input
           if ws-bsk-error = 78-false
               perform validate-basket
           end-if
           if ws-bsk-error = 78-false
               perform check-points-tender
           end-if
           if ws-bsk-error = 78-false
               perform check-voucher-tender
           end-if
           if ws-bsk-error <> 78-false
               perform reload-detail-book
               exit section
                   or ws-bsk-error <> 78-false
               perform post-screen-basket-line
           end-perform
           if ws-bsk-error = 78-false
               perform redeem-voucher
           end-if
           if ws-bsk-error <> 78-false
               perform unwind-screen-basket
               perform reload-detail-book
                   until ws-bsk-sub > ws-bsk-count
               perform record-screen-basket-line
           end-perform
           move 'S' to ws-sales-type
           if ws-tender-code = 'VOUCHER'
               move 'R' to ws-voucher-txn-type
               perform write-voucher-txn
           end-if
           perform apply-customer-points
           move spaces to ws-screen-message
           evaluate true
           when ws-tender-code = 'VOUCHER'
               move ws-vc-balance to ws-formatted-vc-amount
               string 'Sold - receipt ' ws-receipt-number
                   ' - voucher balance $'
                   function trim (ws-formatted-vc-amount)
                   delimited by size into ws-screen-message
           when ws-points-updated <> 78-false
               string 'Sold - receipt ' ws-receipt-number
                   ' - customer points ' ws-formatted-points
                   delimited by size into ws-screen-message
           when other
               string 'Sold - receipt ' ws-receipt-number
                   delimited by size into ws-screen-message
           end-evaluate
           perform reload-detail-book
           .

      * held on open or filled special orders are not the till's
      * to sell - the same holds the cli applies.
       validate-basket section.
           move 0 to ws-basket-value
           perform varying ws-bsk-sub from 1 by 1
                   until ws-bsk-sub > ws-bsk-count
               perform read-screen-basket-book
                   exit section
               end-if
               perform sum-open-reservations
               if ws-bsk-error <> 78-false
                   exit section
               end-if
               compute ws-avail-unreserved =
                   ws-book-onhand - ws-reserved-qty
               if ws-bsk-qty-total > ws-avail-unreserved
                   move 78-true to ws-bsk-error
                   exit section
               end-if
               if ws-cust-given <> 78-false
                  or ws-tender-code = 'VOUCHER'
                   perform price-for-business-date
                   compute ws-basket-value = ws-basket-value +
                       ws-bsk-qty (ws-bsk-sub) * ws-charged-price
               end-if
           end-perform
           .

           move ws-bsk-qty (ws-bsk-sub) to ws-move-qty
           move 'SELL' to ws-screen-verb
           perform write-audit-entry
           perform price-for-business-date
           move 'S' to ws-sales-type
           perform write-sales-entry
           .
      * and a refund line is written to the sales ledger, journalled
      * as RETURN for the reconciliation replay.
       post-return section.
      *    A screen return carries no receipt, so it is a refund
      *    only a supervisor may give.
           move 'S' to ws-allowed-roles
           perform require-authority
           if ws-authorised = 78-false
               exit section
           end-if
           move 78-true to ws-tender-wanted
           perform accept-quantity
           if ws-move-qty = 0
               exit section
           end-if
      *    A refund onto a voucher may not take it above the value
      *    it was sold for; that is checked before any stock moves.
           if ws-voucher-given <> 78-false
               perform price-for-business-date
               compute ws-basket-value = ws-move-qty * ws-charged-price
               if ws-vc-balance + ws-basket-value > ws-vc-value
                   compute ws-voucher-amount =
                       ws-vc-value - ws-vc-balance
                   move ws-voucher-amount to ws-formatted-vc-amount
                   move spaces to ws-screen-message
                   string 'Voucher can take back only $'
                       function trim (ws-formatted-vc-amount)
                       delimited by size into ws-screen-message
                   exit section
               end-if
           end-if
           perform load-location-record
           move ws-move-qty to ws-loc-onhand
           set adjust-add-record to true
           if status-adjust-ok
               move 'RETURN' to ws-screen-verb
               perform write-audit-entry
               perform price-for-business-date
               move 'R' to ws-sales-type
               perform find-next-receipt
               perform write-sales-entry
               compute ws-basket-value = ws-move-qty * ws-charged-price
               perform apply-customer-points
               if ws-points-updated <> 78-false
                   string 'Returned - customer points '
                       ws-formatted-points
                       delimited by size into ws-screen-message
               else
                   move 'Returned' to ws-screen-message
               end-if
               perform reinstate-voucher
           else
               if status-record-locked
                   move 'Record is in use at another till'
           .

       post-restock section.
           move 'TSB' to ws-allowed-roles
           perform require-authority
           if ws-authorised = 78-false
               exit section
           end-if
           move 78-false to ws-tender-wanted
           perform accept-quantity
           if ws-move-qty = 0
           move spaces to ws-edit-qty
           move 'MAIN' to ws-edit-loc
           move 'CASH' to ws-edit-tender
           move spaces to ws-edit-cust
           move spaces to ws-edit-voucher
           display quantity-screen
           accept quantity-screen
           move 0 to ws-move-qty
                   move 'CARD' to ws-tender-code
               when 'VOUCHER'
                   move 'VOUCHER' to ws-tender-code
               when 'POINTS'
                   move 'POINTS' to ws-tender-code
               when other
                   move 'Invalid tender' to ws-screen-message
                   exit section
               end-evaluate
               perform parse-screen-customer
               if ws-screen-message = spaces
                   perform parse-screen-voucher
               end-if
               if ws-screen-message <> spaces
                   exit section
               end-if
           end-if
           move function numval (function trim (ws-edit-qty))
               to ws-move-qty
               move function upper-case (ws-edit-loc)
                   to ws-location-code
           end-if
           perform validate-location
           if ws-screen-message <> spaces
               move 0 to ws-move-qty
           end-if
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
                   move spaces to ws-screen-message
                   string 'Location ' ws-location-code ' is closed'
                       delimited by size into ws-screen-message
               end-if
               exit section
           end-if
           move low-values to ws-lm-code
           set next-record to true
           perform call-location
           if ws-file-status = "00"
               move spaces to ws-screen-message
               string 'Unknown location ' ws-location-code
                   delimited by size into ws-screen-message
           end-if
           .

      * Read the stock-by-location record for the current book at
           end-if
           if ws-audit-open <> 78-false
               move spaces to ws-audit-record
               if ws-operators-on-file <> 78-false
                   move ws-operator-id to ws-audit-rec-user
               else
                   display "USER" upon environment-name
                   accept ws-audit-rec-user from environment-value
               end-if
               move ws-approved-by to ws-audit-rec-approver
               perform get-business-date
               move ws-business-date to ws-audit-rec-date
               accept ws-audit-rec-time from time
               move ws-book-stockno to ws-sl-stockno
               move ws-location-code to ws-sl-location
               move ws-move-qty to ws-sl-qty
               move ws-charged-price to ws-sl-price
               compute ws-sales-amount =
                   ws-move-qty * ws-charged-price
               move ws-sales-amount to ws-sl-amount
               move ws-sales-type to ws-sl-type
               move ws-receipt-number to ws-sl-receipt
               move ws-tender-code to ws-sl-tender
               move ws-list-price to ws-sl-list-price
               move ws-price-promo to ws-sl-promo
               if ws-cust-given <> 78-false
                   move ws-cust-number to ws-sl-customer
               end-if
               if ws-voucher-given <> 78-false
                   move ws-voucher-number to ws-sl-voucher
               end-if
               write ws-sl-record
           end-if
           .
           end-if
           .

      * Price the current book at the business date.
       price-for-business-date section.
           perform get-business-date
           move ws-business-date to ws-price-date
           perform resolve-price
           .

      * Work out the list and charged price for the current book on
      * ws-price-date from the price book, exactly as the cli does:
      * the latest-starting scheduled price change for the title
      * sets the list price, and the best promotion for the title,
      * its genre or its author sets the charged price.
       resolve-price section.
           move ws-book-retail to ws-list-price
           move 0 to ws-list-price-start
           move 0 to ws-best-percent
           move 0 to ws-best-percent-entry
           move 99.99 to ws-best-fixed
           move 0 to ws-best-fixed-entry
           move zero to ws-pb-entryno
           perform until exit
               set next-record to true
               perform call-pricebk
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-pb-status-active
                  and ws-pb-start <= ws-price-date
                  and ws-pb-end >= ws-price-date
                   move 78-false to ws-promo-applies
                   evaluate true
                   when ws-pb-scope-title
                       if ws-pb-stockno = ws-book-stockno
                           move 78-true to ws-promo-applies
                       end-if
                   when ws-pb-scope-genre
                       if function upper-case (ws-book-type)
                               = ws-pb-match
                           move 78-true to ws-promo-applies
                       end-if
                   when ws-pb-scope-author
                       if function upper-case (ws-book-author)
                               = ws-pb-match
                           move 78-true to ws-promo-applies
                       end-if
                   end-evaluate
                   if ws-promo-applies <> 78-false
                       evaluate true
                       when ws-pb-kind-price
                           if ws-pb-start >= ws-list-price-start
                               move ws-pb-price to ws-list-price
                               move ws-pb-start to ws-list-price-start
                           end-if
                       when ws-pb-percent > 0
                           if ws-pb-percent > ws-best-percent
                               move ws-pb-percent to ws-best-percent
                               move ws-pb-entryno
                                   to ws-best-percent-entry
                           end-if
                       when other
                           if ws-pb-price < ws-best-fixed
                               move ws-pb-price to ws-best-fixed
                               move ws-pb-entryno
                                   to ws-best-fixed-entry
                           end-if
                       end-evaluate
                   end-if
               end-if
           end-perform
           move ws-list-price to ws-charged-price
           move 0 to ws-price-promo
           if ws-best-percent-entry > 0
               compute ws-percent-price rounded =
                   ws-list-price * (100 - ws-best-percent) / 100
               if ws-percent-price < ws-charged-price
                   move ws-percent-price to ws-charged-price
                   move ws-best-percent-entry to ws-price-promo
               end-if
           end-if
           if ws-best-fixed-entry > 0
              and ws-best-fixed < ws-charged-price
               move ws-best-fixed to ws-charged-price
               move ws-best-fixed-entry to ws-price-promo
           end-if
           .

       call-pricebk section.
           call "pricebk" using by value ws-function
                                by reference ws-pb-details
                                by reference ws-file-status
           .

       call-oper section.
           call "oper" using by value ws-function
                             by reference ws-op-details
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
                   add ws-so-qty to ws-reserved-qty
               end-if
           end-perform
           if ws-file-status <> "10" and ws-file-status <> "23"
               move 'Cannot read the special order file'
                   to ws-screen-message
               move 78-true to ws-bsk-error
           end-if
           .

      * The customer keyed on the screen must be on the customer
      * master, and a points tender needs a customer to draw on.
       parse-screen-customer section.
           move 78-false to ws-cust-given
           move 0 to ws-cust-number
           if ws-edit-cust = spaces
               if ws-tender-code = 'POINTS'
                   move 'A points tender needs a customer'
                       to ws-screen-message
               end-if
               exit section
           end-if
           if function test-numval (function trim
                   (ws-edit-cust trailing)) <> 0
               move 'Invalid customer number' to ws-screen-message
               exit section
           end-if
           move function numval (function trim (ws-edit-cust))
               to ws-cust-number
           move ws-cust-number to ws-cu-custno
           set read-record to true
           perform call-cust
           if ws-file-status <> "00"
               move 'Customer not found' to ws-screen-message
               exit section
           end-if
           move 78-true to ws-cust-given
           .

      * Points tendered must cover the whole basket at the
      * redemption rate.
       check-points-tender section.
           if ws-tender-code <> 'POINTS'
               exit section
           end-if
           compute ws-points-moved =
               ws-basket-value * 78-points-redeem-rate
           if ws-points-moved > ws-cu-points
               move 'Not enough points for this basket'
                   to ws-screen-message
               move 78-true to ws-bsk-error
           end-if
           .

      * Move the customer's points for a posted sale or refund worth
      * ws-basket-value, the same rules as the cli: points are
      * earned on net spend and taken back on a refund, a sale paid
      * in points draws the balance down, and its refund puts the
      * points back.
       apply-customer-points section.
           move 78-false to ws-points-updated
           if ws-cust-given = 78-false
               exit section
           end-if
           move ws-cust-number to ws-cu-custno
           set read-record to true
           perform call-cust
           if ws-file-status <> "00"
               exit section
           end-if
           if ws-tender-code = 'POINTS'
               compute ws-points-moved =
                   ws-basket-value * 78-points-redeem-rate
           else
               compute ws-points-moved =
                   ws-basket-value * 78-points-per-dollar
           end-if
           evaluate true
           when ws-sales-type = 'S' and ws-tender-code = 'POINTS'
           when ws-sales-type = 'R' and ws-tender-code <> 'POINTS'
               if ws-points-moved > ws-cu-points
                   move ws-cu-points to ws-points-moved
               end-if
               subtract ws-points-moved from ws-cu-points
           when other
               add ws-points-moved to ws-cu-points
                   on size error
                       move 9999999 to ws-cu-points
               end-add
           end-evaluate
           set rewrite-record to true
           perform call-cust
           if ws-file-status = '00' or ws-file-status = "02"
               move ws-cu-points to ws-formatted-points
               move 78-true to ws-points-updated
           end-if
           .

       call-cust section.
           call "cust" using by value ws-function
                             by reference ws-cu-details
                             by reference ws-file-status
           .

      * The voucher keyed with a VOUCHER tender must be on the
      * register, not cancelled and not past its expiry date, and
      * a voucher number is only taken with that tender.
       parse-screen-voucher section.
           move 78-false to ws-voucher-given
           move 0 to ws-voucher-number
           if ws-edit-voucher = spaces
               if ws-tender-code = 'VOUCHER'
                   move 'A voucher tender needs a voucher number'
                       to ws-screen-message
               end-if
               exit section
           end-if
           if ws-tender-code <> 'VOUCHER'
               move 'A voucher is only taken with the VOUCHER tender'
                   to ws-screen-message
               exit section
           end-if
           if function test-numval (function trim
                   (ws-edit-voucher trailing)) <> 0
               move 'Invalid voucher number' to ws-screen-message
               exit section
           end-if
           move function numval (function trim (ws-edit-voucher))
               to ws-voucher-number
           move ws-voucher-number to ws-vc-vchno
           set read-record to true
           perform call-voucher
           if ws-file-status <> "00"
               move 'Voucher not found' to ws-screen-message
               exit section
           end-if
           if ws-vc-status-cancelled
               move 'Voucher is cancelled' to ws-screen-message
               exit section
           end-if
           perform get-business-date
           if ws-vc-expiry < ws-business-date
               string 'Voucher expired on ' ws-vc-expiry
                   delimited by size into ws-screen-message
               exit section
           end-if
           move 78-true to ws-voucher-given
           .

      * A voucher tendered must cover the whole basket.
       check-voucher-tender section.
           if ws-tender-code <> 'VOUCHER'
               exit section
           end-if
           if ws-basket-value > ws-vc-balance
               move ws-vc-balance to ws-formatted-vc-amount
               string 'Voucher has only $'
                   function trim (ws-formatted-vc-amount) ' left'
                   delimited by size into ws-screen-message
               move 78-true to ws-bsk-error
           end-if
           .

      * Draw the basket off the voucher under its record lock, once
      * the stock has moved, as the cli does.
       redeem-voucher section.
           if ws-tender-code <> 'VOUCHER'
               exit section
           end-if
           move ws-voucher-number to ws-vc-vchno
           move ws-basket-value to ws-vc-balance
           move ws-basket-value to ws-voucher-amount
           set adjust-sell-record to true
           perform call-voucher
           evaluate true
           when status-adjust-ok
               continue
           when status-insufficient
               move 'Voucher no longer covers the basket'
                   to ws-screen-message
               move 78-true to ws-bsk-error
           when status-record-locked
               move 'Voucher is in use at another till'
                   to ws-screen-message
               move 78-true to ws-bsk-error
           when ws-file-status = "62"
               move 'Voucher is cancelled' to ws-screen-message
               move 78-true to ws-bsk-error
           when other
               move 'Failed to update voucher' to ws-screen-message
               move 78-true to ws-bsk-error
           end-evaluate
           .

      * Put a refund paid by voucher back onto the voucher.  The
      * refund already stands, so a failure only changes the
      * message for the supervisor.
       reinstate-voucher section.
           if ws-tender-code <> 'VOUCHER'
               exit section
           end-if
           move ws-voucher-number to ws-vc-vchno
           move ws-basket-value to ws-vc-balance
           move ws-basket-value to ws-voucher-amount
           set adjust-add-record to true
           perform call-voucher
           move spaces to ws-screen-message
           if status-adjust-ok
               move 'U' to ws-voucher-txn-type
               perform write-voucher-txn
               move ws-vc-balance to ws-formatted-vc-amount
               string 'Returned - voucher balance $'
                   function trim (ws-formatted-vc-amount)
                   delimited by size into ws-screen-message
           else
               string 'Returned - voucher ' ws-voucher-number
                   ' NOT updated'
                   delimited by size into ws-screen-message
           end-if
           .

      * Add a movement to the VOUCHERTXN register, as the cli does.
       write-voucher-txn section.
           open extend vouchertxn
           if ws-vouchertxn-status = "35"
               open output vouchertxn
           end-if
           if ws-vouchertxn-status <> "00"
               exit section
           end-if
           move spaces to ws-vt-record
           perform get-business-date
           move ws-business-date to ws-vt-date
           accept ws-vt-time from time
           move ws-vc-vchno to ws-vt-vchno
           move ws-voucher-txn-type to ws-vt-type
           move ws-voucher-amount to ws-vt-amount
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

       call-voucher section.
           call "voucher" using by value ws-function
                                by reference ws-vc-details
                                by reference ws-file-status
           .

       call-specord section.
