      * to a dated image, produces a day-end summary (net units
      * sold today, net revenue today and the stock position)
      * followed by the till cash-up - takings split by tender,
      * the counted drawer amount and the journalled over/short,
      * with gift vouchers sold and redeemed proved against the
      * voucher register - and advances the business date held in
      * the PERIODCTL control record so the next day starts clean.
      * Open-ended price changes from the price book that start on
      * the new business date are then rolled onto the book records
      * as the titles' new retail price.  Each step is
      * idempotent and the phase reached is recorded in the control
      * record, so if the close fails part way a rerun resumes at
      * the step that did not complete instead of double-counting
      * or half-rolling the day.  The close is run by an ops
      * operator or a supervisor, signed on as for the cli.
      *
      * usage: dayend [-f <path>] [--drawer <amount>]
      *               [--op <id> --pin <pin>]
      *
      ******************************************************************

               organization is line sequential
               file status is ws-audit-status
               .
           select pricehist assign to "PRICEHIST"
               organization is line sequential
               file status is ws-pricehist-status
               .
           select vouchertxn assign to "VOUCHERTXN"
               organization is line sequential
               file status is ws-vouchertxn-status
               .

       data division.
       file section.
       fd  audittrail.
       copy audit-rec replacing ==(prefix)== by ==ws-audit==.

       fd  pricehist.
       copy pricehist-rec replacing ==(prefix)== by ==ws-ph==.

       fd  vouchertxn.
       copy vouchertxn-rec replacing ==(prefix)== by ==ws-vt==.

       working-storage section.
       78  78-false                value 0.
       78  78-true                 value 1.
           88 opt-none                 value '0'.
           88 opt-filepath             value '1'.
           88 opt-drawer               value '2'.
           88 opt-operator             value '3'.
           88 opt-operator-pin         value '4'.
       01  ws-file-path            pic x(100) value spaces.
       01  ws-temp                 binary-long.

       01  ws-snapshot-path        pic x(100).
       01  ws-audit-status         pic xx.
       01  ws-audit-open           type bool-t value 78-false.
       01  ws-pricehist-status     pic xx.

      **** The till cash-up: takings split by tender for the day
      **** being closed, the counted drawer amount, and the
       01  ws-cash-takings         pic s9(8)v99.
       01  ws-card-takings         pic s9(8)v99.
       01  ws-voucher-takings      pic s9(8)v99.
       01  ws-points-takings       pic s9(8)v99.
       01  ws-drawer-given         type bool-t value 78-false.
       01  ws-drawer-amount        pic 9(7)v99.
       01  ws-drawer-input         pic x(12).
       01  ws-os-cents             pic 9(5).
       01  ws-cashup-exists        type bool-t.

      **** Gift vouchers sold over the counter, and the day's
      **** movements on the voucher register they are proved against
       01  ws-vouchertxn-status    pic xx.
       01  ws-vouchers-sold        pic s9(8)v99.
       01  ws-vouchers-issued      pic s9(8)v99.
       01  ws-vouchers-redeemed    pic s9(8)v99.
       01  ws-voucher-amount       pic 9(5)v99.

       01  ws-snapshot-count       pic 9(5).
       01  ws-units-today          pic s9(7).
       01  ws-revenue-today        pic s9(8)v99.
       01  ws-formatted-rule
           constant as "----------------------------------------".

      **** The operator running the close, and the roles allowed
      **** to run it
       copy oper-rec replacing ==(prefix)== by ==ws-op==.
       01  ws-operators-on-file    type bool-t value 78-false.
       01  ws-operator-id          pic x(8) value spaces.
       01  ws-operator-pin         pic x(6) value spaces.
       01  ws-close-roles          pic x(4) value 'OS'.
       01  ws-role-count           pic 9(4) comp-5.

      **** The book storage
       copy book-rec replacing ==(prefix)== by ==ws-book==.

      **** The price book storage, and the open-ended price changes
      **** due to roll onto the book records at the new business
      **** date
       copy pricebk-rec replacing ==(prefix)== by ==ws-pb==.
       78  78-price-table-size     value 500.
       01  ws-price-count          pic 9(4) comp-5.
       01  ws-price-sub            pic 9(4) comp-5.
       01  ws-price-other-sub      pic 9(4) comp-5.
       01  ws-price-superseded     type bool-t.
       01  ws-price-applied-count  pic 9(5).
       01  ws-old-retail           pic 9(2)v99.
       01  ws-price-table.
           03 ws-price-entry occurs 78-price-table-size.
              05 ws-price-entryno      pic 9(6).
              05 ws-price-stockno      pic 9(7).
              05 ws-price-start        pic 9(8).
              05 ws-price-new          pic 9(2)v99.

      **** Data for calling the book program
       01  ws-function             pic x.
           88 read-record              value "1".
               display ws-error-text
               move 8 to return-code
           end-if
           if ws-audit-open <> 78-false
               close audittrail
           end-if
           goback
           .

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
           if opt-drawer
               if function test-numval (function trim
                       (ws-cmdline-buffer trailing)) <> 0
               set opt-filepath to true
           when '--drawer'
               set opt-drawer to true
           when '--op'
               set opt-operator to true
           when '--pin'
               set opt-operator-pin to true
           when other
               move 'invalid argument' to ws-error-text
               move 78-true to ws-error
                   to ws-temp
               display ws-file-path (1:ws-temp) upon environment-value
           end-if
           perform sign-on-operator
           if ws-error <> 78-false
               exit section
           end-if
           accept ws-system-date from date yyyymmdd
           perform load-period-control
           if ws-error <> 78-false
           move 0 to ws-cash-takings
           move 0 to ws-card-takings
           move 0 to ws-voucher-takings
           move 0 to ws-points-takings
           move 0 to ws-vouchers-sold
           open input salesledger
           if ws-sales-status = "00"
               perform until exit
           move ws-units-onhand to ws-formatted-number
           display 'Units on hand:     ' ws-formatted-number
           display ws-formatted-rule
           perform prove-voucher-register
           perform cash-up
           .

       tally-ledger-line section.
           move ws-sl-amount to ws-sales-amount
      *    A gift voucher sold is money in the drawer but not a sale
      *    of stock, so it counts towards takings only.
           if ws-sl-type-voucher
               add ws-sales-amount to ws-vouchers-sold
               if ws-sl-tender-card
                   add ws-sales-amount to ws-card-takings
               else
                   add ws-sales-amount to ws-cash-takings
               end-if
               exit section
           end-if
           if ws-sl-type-refund
               subtract ws-sl-qty from ws-units-today
               subtract ws-sales-amount from ws-revenue-today
                   subtract ws-sales-amount from ws-card-takings
               when ws-sl-tender-voucher
                   subtract ws-sales-amount from ws-voucher-takings
               when ws-sl-tender-points
                   subtract ws-sales-amount from ws-points-takings
               when other
                   subtract ws-sales-amount from ws-cash-takings
               end-evaluate
                   add ws-sales-amount to ws-card-takings
               when ws-sl-tender-voucher
                   add ws-sales-amount to ws-voucher-takings
               when ws-sl-tender-points
                   add ws-sales-amount to ws-points-takings
               when other
                   add ws-sales-amount to ws-cash-takings
               end-evaluate
           end-if
           .

      * Prove the day's gift vouchers against the voucher register:
      * the vouchers sold on the ledger against the issues on the
      * register, and the ledger's voucher takings against the
      * register's redemptions less the refunds put back onto
      * vouchers.  A difference is reported for the supervisor to
      * look into; it does not stop the close.
       prove-voucher-register section.
           move 0 to ws-vouchers-issued
           move 0 to ws-vouchers-redeemed
           open input vouchertxn
           if ws-vouchertxn-status = "00"
               perform until exit
                   read vouchertxn
                       at end
                           exit perform
                   end-read
                   if ws-vt-date = ws-ctl-busdate
                       move ws-vt-amount to ws-voucher-amount
                       evaluate true
                       when ws-vt-type-issue
                           add ws-voucher-amount to ws-vouchers-issued
                       when ws-vt-type-redeem
                           add ws-voucher-amount
                               to ws-vouchers-redeemed
                       when ws-vt-type-reinstate
                           subtract ws-voucher-amount
                               from ws-vouchers-redeemed
                       when other
                           continue
                       end-evaluate
                   end-if
               end-perform
               close vouchertxn
           end-if
           display 'Gift vouchers:'
           move ws-vouchers-sold to ws-formatted-money
           display '  Sold:           $' ws-formatted-money
           move ws-vouchers-redeemed to ws-formatted-money
           display '  Redeemed (net): $' ws-formatted-money
           if ws-vouchers-sold <> ws-vouchers-issued
               move ws-vouchers-issued to ws-formatted-money
               display 'warning: voucher register shows $'
                       function trim (ws-formatted-money)
                       ' issued'
           end-if
           if ws-vouchers-redeemed <> ws-voucher-takings
               move ws-voucher-takings to ws-formatted-money
               display 'warning: voucher takings on the ledger are $'
                       function trim (ws-formatted-money)
           end-if
           display ws-formatted-rule
           .

      * Prove the cash drawer against the system at close of
      * business.  Takings are split by tender over the day's
      * ledger lines with refunds netted off (goods paid for with
      * loyalty points bring no money in, so only cash is set
      * against the drawer); the counted drawer amount comes from
      * --drawer or is asked for at the console, and any cash over
      * or short is journalled as a CASHOVER or CASHSHORT entry
      * (amount carried in cents in the quantity column) so the
      * discrepancy is on the record.  The quantity
      * column holds five digits, so an over/short beyond $999.99
      * is journalled capped at 99999 cents and a warning says so
      * at close - the true figure is in the printed summary.  A
           display '  Card:           $' ws-formatted-money
           move ws-voucher-takings to ws-formatted-money
           display '  Voucher:        $' ws-formatted-money
           move ws-points-takings to ws-formatted-money
           display '  Points:         $' ws-formatted-money
           if ws-drawer-given = 78-false
               display 'Counted drawer amount (blank to skip): '
                       with no advancing
               exit section
           end-if
           move spaces to ws-audit-record
           perform set-audit-user
           move ws-ctl-busdate to ws-audit-rec-date
           accept ws-audit-rec-time from time
           if ws-over-short > 0
           perform save-period-control
           display 'Day closed, business date advanced to '
                   ws-ctl-busdate
           if ws-error = 78-false
               perform apply-price-changes
           end-if
           .

      * Roll the open-ended price changes in effect on the new
      * business date onto the book records, so the catalogue shows
      * the new retail price from then on, and mark each entry
      * applied.  Where several are due for one title - a close that
      * was skipped - only the latest-starting one sets the price,
      * the same one the tills have been charging; the others are
      * marked applied as superseded.  Applied entries drop out of
      * the price lookup, so a rerun changes nothing.
       apply-price-changes section.
           display "pricebkfile" upon environment-name
           display "pricebkfile.dat" upon environment-value
           move 0 to ws-price-count
           move zero to ws-pb-entryno
           perform until exit
               set next-record to true
               perform call-pricebk
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-pb-status-active
                  and ws-pb-kind-price
                  and ws-pb-end = 99999999
                  and ws-pb-start <= ws-ctl-busdate
                   if ws-price-count = 78-price-table-size
                       display 'warning: too many price changes due, '
                               'the rest roll on at the next close'
                       exit perform
                   end-if
                   add 1 to ws-price-count
                   move ws-pb-entryno
                       to ws-price-entryno (ws-price-count)
                   move ws-pb-stockno
                       to ws-price-stockno (ws-price-count)
                   move ws-pb-start
                       to ws-price-start (ws-price-count)
                   move ws-pb-price
                       to ws-price-new (ws-price-count)
               end-if
           end-perform
           move 0 to ws-price-applied-count
           perform varying ws-price-sub from 1 by 1
                   until ws-price-sub > ws-price-count
               perform apply-one-price-change
           end-perform
           if ws-price-applied-count > 0
               move ws-price-applied-count to ws-formatted-number
               display 'Price changes applied: '
                       function trim (ws-formatted-number)
           end-if
           .

       apply-one-price-change section.
           move 78-false to ws-price-superseded
           perform varying ws-price-other-sub from 1 by 1
                   until ws-price-other-sub > ws-price-count
               if ws-price-stockno (ws-price-other-sub)
                       = ws-price-stockno (ws-price-sub)
                  and (ws-price-start (ws-price-other-sub)
                          > ws-price-start (ws-price-sub)
                       or (ws-price-start (ws-price-other-sub)
                              = ws-price-start (ws-price-sub)
                           and ws-price-entryno (ws-price-other-sub)
                              > ws-price-entryno (ws-price-sub)))
                   move 78-true to ws-price-superseded
                   exit perform
               end-if
           end-perform
           if ws-price-superseded = 78-false
               move ws-price-stockno (ws-price-sub) to ws-book-stockno
               set read-record to true
               perform call-book
               if ws-file-status = "00"
                   move ws-book-retail to ws-old-retail
                   move ws-price-new (ws-price-sub) to ws-book-retail
                   set rewrite-record to true
                   perform call-book
                   if ws-file-status <> "00"
                       display 'warning: price change '
                               ws-price-entryno (ws-price-sub)
                               ' could not be applied, left active'
                       exit section
                   end-if
                   perform journal-price-change
                   if ws-book-retail <> ws-old-retail
                       perform write-price-history
                   end-if
                   add 1 to ws-price-applied-count
               end-if
           end-if
           move ws-price-entryno (ws-price-sub) to ws-pb-entryno
           set read-record to true
           perform call-pricebk
           if ws-file-status = "00"
               set ws-pb-status-applied to true
               set rewrite-record to true
               perform call-pricebk
           end-if
           .

       journal-price-change section.
           if ws-audit-open = 78-false
               open extend audittrail
               if ws-audit-status = "35"
                   open output audittrail
               end-if
               if ws-audit-status = "00"
                   move 78-true to ws-audit-open
               end-if
           end-if
           if ws-audit-open = 78-false
               display 'warning: price change could not be journalled'
               exit section
           end-if
           move spaces to ws-audit-record
           perform set-audit-user
           move ws-ctl-busdate to ws-audit-rec-date
           accept ws-audit-rec-time from time
           move 'PRICEAPPLY' to ws-audit-rec-command
           move ws-book-stockno to ws-audit-rec-stockno
           move 0 to ws-audit-rec-qty
           move 'MAIN' to ws-audit-rec-location
           write ws-audit-record
           .

      * The new retail price goes into the PRICEHIST history so the
      * margin report can show when and why the price moved.
       write-price-history section.
           open extend pricehist
           if ws-pricehist-status = "35"
               open output pricehist
           end-if
           if ws-pricehist-status <> "00"
               display 'warning: price history could not be written'
               exit section
           end-if
           move spaces to ws-ph-record
           move ws-ctl-busdate to ws-ph-date
           accept ws-ph-time from time
           move ws-book-stockno to ws-ph-stockno
           set ws-ph-kind-price to true
           move ws-old-retail to ws-ph-old
           move ws-book-retail to ws-ph-new
           move 'PRICEAPPLY' to ws-ph-source
           if ws-operators-on-file <> 78-false
               move ws-operator-id to ws-ph-user
           else
               display "USER" upon environment-name
               accept ws-ph-user from environment-value
           end-if
           write ws-ph-record
           close pricehist
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
                   ' is not authorised to run the day-end close'
                   delimited by size into ws-error-text
           end-if
           .

       set-audit-user section.
           if ws-operators-on-file <> 78-false
               move ws-operator-id to ws-audit-rec-user
           else
               display "USER" upon environment-name
               accept ws-audit-rec-user from environment-value
           end-if
           .

       call-oper section.
           call "oper" using by value ws-function
                             by reference ws-op-details
                             by reference ws-file-status
           .

       call-pricebk section.
           call "pricebk" using by value ws-function
                                by reference ws-pb-details
                                by reference ws-file-status
           .

       call-book section.
