               organization is line sequential
               file status is ws-import-status
               .
           select history-ledger assign to ws-history-path
               organization is line sequential
               file status is ws-history-status
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
       fd  manifest-file.
       01  ws-import-line           pic x(200).

       fd  history-ledger.
       copy sales-rec replacing ==(prefix)== by ==ws-hl==.

       fd  pricehist.
       copy pricehist-rec replacing ==(prefix)== by ==ws-ph==.

       fd  vouchertxn.
       copy vouchertxn-rec replacing ==(prefix)== by ==ws-vt==.

       working-storage section.
       78  78-false                value 0.
       78  78-true                 value 1.
           78 78-command-unreserve     value 13.
           78 78-command-reservations  value 14.
           78 78-command-collect       value 15.
           78 78-command-price         value 16.
           78 78-command-location      value 17.
           78 78-command-operator      value 18.
           78 78-command-customer      value 19.
           78 78-command-voucher       value 20.
       01  ws-error-text           pic x(256).
           78 78-err-text-unexpected-arg   value "invalid argument".
           78 78-err-text-not-enough-args
           78 78-err-text-duplicate-isbn   value "duplicate ISBN".
           78 78-err-text-record-in-use
               value "record is in use at another till, try again".
           78 78-err-text-invalid-price    value "invalid price".

       01  ws-add-book-title       pic x(50).
       01  ws-add-book-type        pic x(20).
       01  ws-move-qty             pic 9(5).
       01  ws-sales-type           pic x value 'S'.
       01  ws-tender-code          pic x(7) value 'CASH'.
       01  ws-tender-given         type bool-t value 78-false.
       01  ws-receipt-number       pic 9(7).
       01  ws-return-receipt       pic 9(7).
       01  ws-return-receipt-given type bool-t value 78-false.
           88 opt-location             value '7'.
           88 opt-find-isbn            value '8'.
           88 opt-tender               value '9'.
           88 opt-operator             value 'A'.
           88 opt-operator-pin         value 'B'.
           88 opt-approver             value 'C'.
           88 opt-approver-pin         value 'D'.
           88 opt-customer             value 'E'.
           88 opt-voucher              value 'F'.
       01  ws-file-path            pic x(100) value spaces.
       01  ws-list-csv             type bool-t value 78-false.
       01  ws-csv-line             pic x(150).
       01  ws-loc-other-onhand     pic 9(6).
       01  ws-loc-avail            pic 9(5).

      **** The location master, and the close-a-location sweep that
      **** moves a closing location's stock to another one
       copy location-rec replacing ==(prefix)== by ==ws-lm==.
       01  ws-close-code           pic x(4).
       01  ws-sweep-key            pic x(11).
       01  ws-sweep-titles         pic 9(5).
       01  ws-sweep-units          pic 9(7).
       01  ws-sweep-failed         pic 9(5).
       01  ws-lm-count             pic 9(4) comp-5.

       01  ws-formatted-lm-line.
           03 ws-formatted-lm-code         pic x(4).
           03                              value ' '.
           03 ws-formatted-lm-name         pic x(30).
           03                              value ' '.
           03 ws-formatted-lm-type         pic x(10).
           03                              value ' '.
           03 ws-formatted-lm-status       pic x(6).

      **** The operator signed on for the command, and the
      **** supervisor approving it where the operator's own role
      **** does not carry the authority
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
       01  ws-new-pin              pic x(6).
       01  ws-op-count             pic 9(4) comp-5.
      **** A refund above this value needs a supervisor
       78  78-refund-limit         value 50.
       01  ws-refund-value         pic 9(7)v99.

       01  ws-formatted-op-line.
           03 ws-formatted-op-id           pic x(8).
           03                              value ' '.
           03 ws-formatted-op-name         pic x(30).
           03                              value ' '.
           03 ws-formatted-op-role         pic x(10).
           03                              value ' '.
           03 ws-formatted-op-status       pic x(8).

       01  ws-report-range         type bool-t value 78-false.
       01  ws-report-margin        type bool-t value 78-false.
       01  ws-report-from          pic 9(8) value 0.
       01  ws-avail-unreserved     pic s9(7).
       01  ws-res-count            pic 9(4) comp-5.

      **** The customer master, the customer named on a sale,
      **** refund or special order with --cust, and the loyalty
      **** points a customer earns on net spend and may tender
       copy cust-rec replacing ==(prefix)== by ==ws-cu==.
       01  ws-cust-number          pic 9(6) value 0.
       01  ws-cust-given           type bool-t value 78-false.
       01  ws-next-custno          pic 9(6).
       01  ws-cust-count           pic 9(4) comp-5.
      **** Points earned per whole dollar of net spend, and points
      **** given up per dollar when points are tendered
       78  78-points-per-dollar    value 1.
       78  78-points-redeem-rate   value 100.
       01  ws-basket-value         pic 9(7)v99.
       01  ws-points-moved         pic 9(9).
       01  ws-refund-customer      pic 9(6).
       01  ws-refund-tender        pic x(7).

      **** The gift voucher register: vouchers sold at the till, the
      **** voucher tendered on a sale or refunded onto with
      **** --voucher, and every movement on a voucher recorded in
      **** the VOUCHERTXN register
       copy voucher-rec replacing ==(prefix)== by ==ws-vc==.
       01  ws-voucher-number       pic 9(7) value 0.
       01  ws-voucher-given        type bool-t value 78-false.
       01  ws-refund-voucher       pic 9(7).
       01  ws-voucher-spendable    type bool-t.
       01  ws-next-vchno           pic 9(7).
       01  ws-vc-count             pic 9(4) comp-5.
       01  ws-vouchertxn-status    pic xx.
       01  ws-voucher-amount       pic 9(5)v99.
       01  ws-voucher-txn-type     pic x.
      **** Vouchers are sold for up to 78-voucher-max dollars and are
      **** good for 78-voucher-life-days from the day of sale
       78  78-voucher-max          value 500.
       78  78-voucher-life-days    value 1095.

       01  ws-formatted-vc-line.
           03 ws-formatted-vc-vchno        pic 9(7).
           03                              value ' '.
           03 ws-formatted-vc-issued       pic 9(8).
           03                              value ' '.
           03 ws-formatted-vc-expiry       pic 9(8).
           03                              value ' $'.
           03 ws-formatted-vc-value        pic ZZZZ9.99.
           03                              value ' $'.
           03 ws-formatted-vc-balance      pic ZZZZ9.99.
           03                              value ' '.
           03 ws-formatted-vc-status       pic x(9).
       01  ws-formatted-vc-amount      pic Z(4)9.99.

       01  ws-formatted-cu-line.
           03 ws-formatted-cu-custno       pic 9(6).
           03                              value ' '.
           03 ws-formatted-cu-name         pic x(30).
           03                              value ' '.
           03 ws-formatted-cu-contact      pic x(24).
           03                              value ' '.
           03 ws-formatted-cu-points       pic Z(6)9.

      **** Customer purchase history: the archived ledgers are read
      **** month by month from the month the customer joined, then
      **** the live ledger
       01  ws-history-path         pic x(100).
       01  ws-history-status       pic xx.
       01  ws-pricehist-status     pic xx.
       01  ws-change-kind          pic x.
       01  ws-change-old           pic 9(3)v99.
       01  ws-change-new           pic 9(3)v99.
       01  ws-hist-amount          pic 9(3)v99.
       01  ws-old-retail           pic 9(2)v99.
       01  ws-old-cost             pic 9(3)v99.
       01  ws-hist-month           pic 9(6).
       01  ws-hist-month-parts redefines ws-hist-month.
           03 ws-hist-year         pic 9(4).
           03 ws-hist-mm           pic 99.
       01  ws-hist-end-month       pic 9(6).
       01  ws-hist-line-count      pic 9(5).
       01  ws-hist-receipt-count   pic 9(5).
       01  ws-hist-last-receipt    pic 9(7).
       01  ws-hist-spend           pic s9(8)v99.
       01  ws-formatted-hist-spend pic -(7)9.99.

       01  ws-formatted-hist-line.
           03 ws-formatted-hist-date       pic 9(8).
           03                              value ' '.
           03 ws-formatted-hist-receipt    pic x(7).
           03                              value ' '.
           03 ws-formatted-hist-type       pic x(6).
           03                              value ' '.
           03 ws-formatted-hist-title      pic x(24).
           03 ws-formatted-hist-qty        pic -(4)9.
           03                              value ' $'.
           03 ws-formatted-hist-amount     pic -(5)9.99.
           03                              value ' '.
           03 ws-formatted-hist-tender     pic x(7).

       01  ws-formatted-res-line.
           03 ws-formatted-res-ordno       pic 9(6).
           03                              value ' '.
           03                              value ' dep $'.
           03 ws-formatted-res-deposit     pic ZZ9.99.

      **** Positional arguments of the commands that take a
      **** sub-command (price change, price list, ...), kept as typed
      **** and picked apart once the sub-command is known
       78  78-sub-arg-max          value 8.
       01  ws-sub-arg-count        pic 9(4) comp-5 value 0.
       01  ws-sub-args.
           03 ws-sub-arg occurs 78-sub-arg-max pic x(64).
       01  ws-parsed-date          pic 9(8).

      **** The price book storage
       copy pricebk-rec replacing ==(prefix)== by ==ws-pb==.

      **** The price in effect for the current book on ws-price-date:
      **** the regular (list) price after any scheduled price change,
      **** and the price charged after the best promotion, with the
      **** promotion's entry number (zero when none applies)
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
       01  ws-next-entryno         pic 9(6).
       01  ws-price-value          pic 9(2)v99.
       01  ws-price-percent        pic 9(2).
       01  ws-price-from           pic 9(8).
       01  ws-price-to             pic 9(8).
       01  ws-list-all             type bool-t value 78-false.
       01  ws-pb-count             pic 9(4) comp-5.

       01  ws-formatted-pb-line.
           03 ws-formatted-pb-entryno      pic 9(6).
           03                              value ' '.
           03 ws-formatted-pb-kind         pic x(6).
           03 ws-formatted-pb-target       pic x(26).
           03 ws-formatted-pb-value        pic x(8).
           03                              value ' '.
           03 ws-formatted-pb-start        pic 9(8).
           03                              value '-'.
           03 ws-formatted-pb-end          pic x(8).
           03                              value ' '.
           03 ws-formatted-pb-status       pic x(10).
           03 ws-formatted-pb-name         pic x(20).
       01  ws-formatted-pb-price           pic $Z9.99.
       01  ws-formatted-pb-percent         pic Z9.

      **** Data for calling the book program
       01  ws-function             pic x.
           88 read-record              value "1".
           03                              value ' $'.
           03 ws-formatted-margin-amount   pic -(7)9.99.

       01  ws-formatted-ph-line.
           03                              pic x(8) value spaces.
           03 ws-formatted-ph-kind         pic x(6).
           03 ws-formatted-ph-old          pic ZZ9.99.
           03                              value ' -> '.
           03 ws-formatted-ph-new          pic ZZ9.99.
           03                              value ' on '.
           03 ws-formatted-ph-date         pic 9(8).
           03                              value ' '.
           03 ws-formatted-ph-source       pic x(10).

       01  ws-margin-cogs          pic s9(8)v99.
       01  ws-margin-amount        pic s9(8)v99.
       01  ws-total-cogs           pic s9(8)v99.
       01  ws-total-margin         pic s9(8)v99.

      **** Strings used for displaying the promotion markdown report
       01  ws-formatted-markdown-columns.
           03                              pic x(7) value 'PROMO'.
           03                              pic x(21) value 'NAME'.
           03                              pic x(6) value ' UNITS'.
           03                              pic x(13) value
                                               '    AT LIST'.
           03                              pic x(13) value
                                               '    CHARGED'.
           03                              pic x(13) value
                                               '   MARKDOWN'.

       01  ws-formatted-markdown-line.
           03 ws-formatted-markdown-entry  pic 9(6).
           03                              value ' '.
           03 ws-formatted-markdown-name   pic x(20).
           03 ws-formatted-markdown-qty    pic -(5)9.
           03                              value ' $'.
           03 ws-formatted-markdown-list   pic -(7)9.99.
           03                              value ' $'.
           03 ws-formatted-markdown-taken  pic -(7)9.99.
           03                              value ' $'.
           03 ws-formatted-markdown-amount pic -(7)9.99.

       01  ws-report-markdown      type bool-t value 78-false.
       01  ws-markdown-amount      pic s9(8)v99.
       01  ws-total-list           pic s9(8)v99.
       01  ws-total-markdown       pic s9(8)v99.
       01  ws-line-list-value      pic 9(7)v99.
       01  ws-line-list-price      pic 9(2)v99.

      **** Per-promotion totals accumulated from the sales ledger for
      **** the markdown report; refunds net off, so the figures are
      **** signed
       78  78-promo-table-size             value 500.
       01  ws-promo-summary-count  pic 9(4) comp-5 value 0.
       01  ws-promo-sub            pic 9(4) comp-5.
       01  ws-promo-found          type bool-t.
       01  ws-promo-summary.
           03 ws-promo-entry occurs 78-promo-table-size.
              05 ws-promo-entry-no         pic 9(6).
              05 ws-promo-entry-qty        pic s9(7).
              05 ws-promo-entry-list       pic s9(8)v99.
              05 ws-promo-entry-taken      pic s9(8)v99.

      **** Per-title totals accumulated from the sales ledger when
      **** reporting on a date range; refunds net off against the
      **** sales, so the figures are signed
           display '       book update <id|isbn> <field> <value>'
           display '       book sell <id|isbn> <qty> '
                   '[<id|isbn> <qty> ...] [--loc <code>]'
           display '                 [--tender <cash|card|voucher|'
                   'points>] [--cust <no>]'
           display '                 [--voucher <no>]'
           display '       book return <id|isbn> <qty> [<receipt>]'
                   ' [--loc <code>]'
           display '                 [--tender <cash|card|voucher|'
                   'points>] [--cust <no>]'
           display '                 [--voucher <no>]'
           display '       book restock <id|isbn> <qty> '
                   '[--loc <code>]'
           display '       book transfer <id|isbn> <qty> <from> <to>'
           display '       book stocktake <count-sheet> [--post]'
           display '       book reserve <id|isbn> <qty> <customer>'
                   ' [<contact>] [<deposit>]'
           display '       book reserve <id|isbn> <qty> --cust <no>'
           display '       book unreserve <ordno>'
           display '       book reservations'
           display '       book collect <ordno> [--loc <code>]'
           display '       book report [--margin|--markdown]'
                   ' [--from <yyyymmdd>] [--to <yyyymmdd>]'
           display '       book price change <id|isbn> <price> '
                   '<from> [<to>]'
           display '       book price promo <title|genre|author> '
                   '<id|isbn|text> <nn%|price>'
           display '                 <from> <to> [<name>]'
           display '       book price list [--all]'
           display '       book price cancel <entry>'
           display '       book price check <id|isbn> [<yyyymmdd>]'
           display '       book location add <code> <name> '
                   '<shop|stockroom>'
           display '       book location update <code> <name|type> '
                   '<value>'
           display '       book location list'
           display '       book location close <code> <to-code>'
           display '       book location reopen <code>'
           display '       book operator add <id> <name> '
                   '<till|supervisor|buyer|ops> <pin>'
           display '       book operator update <id> <name|role|pin> '
                   '<value>'
           display '       book operator list'
           display '       book operator disable|enable <id>'
           display '       book operator pin <new-pin>'
           display '       book customer add <name> [<contact>]'
           display '       book customer update <no> <name|contact> '
                   '<value>'
           display '       book customer list'
           display '       book customer history <no>'
           display '       book voucher issue <value> '
                   '[--tender <cash|card>] [--cust <no>]'
           display '       book voucher balance <no>'
           display '       book voucher list [--all]'
           display '       book voucher cancel <no>'
           display ' '
           display 'options:'
           display '  -f <path>          Path of the book storage file.'
           display '  --op <id> --pin <pin>'
           display '                     Sign on (or set BOOKOP and '
                   'BOOKPIN).'
           display '  --auth <id> --authpin <pin>'
           display '                     Supervisor approval for a '
                   'posting beyond'
           display '                     the operator''s role.'
           display '  --cust <no>        Customer the sale, return or '
                   'special order'
           display '                     is for.'
           display '  --voucher <no>     Gift voucher tendered, or '
                   'refunded onto.'
           .

       process-arguments section.
                   move function upper-case (ws-arg-buffer)
                       to ws-location-code
                   move 78-true to ws-loc-given
               when opt-operator
                   move function upper-case (ws-arg-buffer)
                       to ws-operator-id
               when opt-operator-pin
                   move ws-arg-buffer to ws-operator-pin
               when opt-approver
                   move function upper-case (ws-arg-buffer)
                       to ws-approver-id
               when opt-approver-pin
                   move ws-arg-buffer to ws-approver-pin
               when opt-tender
                   evaluate function upper-case (function trim
                           (ws-arg-buffer trailing))
                       move 'CARD' to ws-tender-code
                   when 'VOUCHER'
                       move 'VOUCHER' to ws-tender-code
                   when 'POINTS'
                       move 'POINTS' to ws-tender-code
                   when other
                       move 'invalid tender type' to ws-error-text
                       move 78-true to ws-error
                   end-evaluate
                   move 78-true to ws-tender-given
               when opt-customer
                   if function test-numval (function trim
                           (ws-arg-buffer trailing)) <> 0
                       move 'invalid customer number' to ws-error-text
                       move 78-true to ws-error
                   else
                       move function numval (function trim
                               (ws-arg-buffer))
                           to ws-cust-number
                       move 78-true to ws-cust-given
                   end-if
               when opt-voucher
                   if function test-numval (function trim
                           (ws-arg-buffer trailing)) <> 0
                       move 'invalid voucher number' to ws-error-text
                       move 78-true to ws-error
                   else
                       move function numval (function trim
                               (ws-arg-buffer))
                           to ws-voucher-number
                       move 78-true to ws-voucher-given
                   end-if
               end-evaluate
               set opt-none to true
               exit section
                   set opt-location to true
               when '--tender'
                   set opt-tender to true
               when '--markdown'
                   move 78-true to ws-report-markdown
               when '--all'
                   move 78-true to ws-list-all
               when '--op'
                   set opt-operator to true
               when '--pin'
                   set opt-operator-pin to true
               when '--auth'
                   set opt-approver to true
               when '--authpin'
                   set opt-approver-pin to true
               when '--cust'
                   set opt-customer to true
               when '--voucher'
                   set opt-voucher to true
               when other
                   continue
               end-evaluate
                       move 78-command-reservations to ws-command
                   when 'collect'
                       move 78-command-collect to ws-command
                   when 'price'
                       move 78-command-price to ws-command
                   when 'location'
                       move 78-command-location to ws-command
                   when 'operator'
                       move 78-command-operator to ws-command
                   when 'customer'
                       move 78-command-customer to ws-command
                   when 'voucher'
                       move 78-command-voucher to ws-command
                   when other
                       move 78-err-text-unknown-command to ws-error-text
                       move 78-true to ws-error
                               to ws-error-text
                           move 78-true to ws-error
                       end-if
                   when 78-command-price
                   when 78-command-location
                   when 78-command-operator
                   when 78-command-customer
                   when 78-command-voucher
                       perform store-sub-argument
                   end-evaluate
               end-if
               add 1 to ws-main-arg-index
           end-evaluate
           .

      * Keep one positional argument of a sub-command as typed.
       store-sub-argument section.
           if ws-sub-arg-count = 78-sub-arg-max
               move 78-err-text-unexpected-arg to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           add 1 to ws-sub-arg-count
           move ws-arg-buffer to ws-sub-arg (ws-sub-arg-count)
           .

      * A sell is a basket: id/qty pairs repeated up to the basket
      * limit, posted together under one receipt number.
       process-sell-argument section.
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
           perform sign-on-operator
           if ws-error = 78-false
               perform check-command-authority
           end-if
           if ws-error <> 78-false
               exit section
           end-if
           evaluate ws-command
           when 78-command-add
               perform add-book
               perform list-reservations
           when 78-command-collect
               perform collect-book
           when 78-command-price
               perform price-book
           when 78-command-location
               perform location-master
           when 78-command-operator
               perform operator-master
           when 78-command-customer
               perform customer-master
           when 78-command-voucher
               perform voucher-master
           end-evaluate
           .

           .

       report-books section.
           if ws-report-markdown <> 78-false
               perform report-markdown
               exit section
           end-if
           if ws-report-margin <> 78-false
               perform report-margin
               exit section
      * Gross margin per title from the sales ledger: net quantity
      * and revenue accumulated the same way as the date-range
      * report, cost of goods sold priced at the title's current
      * weighted-average unit cost from the book record.  Under each
      * title are the retail price and cost changes made within the
      * period, from the PRICEHIST history, to show why its margin
      * moved.
       report-margin section.
           open input salesledger
           if ws-sales-status <> "00"
           add ws-margin-amount to ws-total-margin
           add 1 to ws-book-count
           display ws-formatted-margin-line
           perform print-price-history
           .

       print-price-history section.
           open input pricehist
           if ws-pricehist-status <> "00"
               exit section
           end-if
           perform until exit
               read pricehist
                   at end
                       exit perform
               end-read
               if ws-ph-stockno = ws-sales-entry-stockno (ws-sales-sub)
                  and ws-ph-date >= ws-report-from
                  and ws-ph-date <= ws-report-to
                   if ws-ph-kind-price
                       move 'price' to ws-formatted-ph-kind
                   else
                       move 'cost' to ws-formatted-ph-kind
                   end-if
                   move ws-ph-old to ws-hist-amount
                   move ws-hist-amount to ws-formatted-ph-old
                   move ws-ph-new to ws-hist-amount
                   move ws-hist-amount to ws-formatted-ph-new
                   move ws-ph-date to ws-formatted-ph-date
                   move ws-ph-source to ws-formatted-ph-source
                   display ws-formatted-ph-line
               end-if
           end-perform
           close pricehist
           .

      * A gift voucher sold is money taken against a liability, not
      * a sale of goods, and plays no part in the sales figures.
       add-sale-to-summary section.
           if ws-sl-type-voucher
               exit section
           end-if
           move 78-false to ws-sales-found
           perform varying ws-sales-sub from 1 by 1
                   until ws-sales-sub > ws-sales-summary-count
           display ws-formatted-range-line
           .

      * What each promotion gave away: the ledger lines sold under a
      * price book promotion, netted for refunds, valued at the list
      * price and at the price actually charged.  The difference is
      * the margin lost to the markdown against the units it sold.
       report-markdown section.
           open input salesledger
           if ws-sales-status <> "00"
               move 78-true to ws-error
               move 'No sales have been recorded' to ws-error-text
               exit section
           end-if
           move 0 to ws-promo-summary-count
           perform until exit
               read salesledger
                   at end
                       exit perform
               end-read
               if ws-sl-date >= ws-report-from
                  and ws-sl-date <= ws-report-to
                  and (ws-loc-given = 78-false
                       or ws-sl-location = ws-location-code)
                  and ws-sl-promo is numeric
                  and ws-sl-promo > 0
                   perform add-sale-to-promo-summary
               end-if
           end-perform
           close salesledger
           display ws-formatted-book-rule
           display ws-formatted-markdown-columns
           display ws-formatted-book-rule
           move 0 to ws-book-count
           move 0 to ws-total-list
           move 0 to ws-total-revenue
           move 0 to ws-total-markdown
           perform varying ws-promo-sub from 1 by 1
                   until ws-promo-sub > ws-promo-summary-count
               perform print-markdown-line
           end-perform
           if ws-book-count = 0
               move 78-true to ws-error
               move 'No promotional sales in period' to ws-error-text
           end-if
           display ws-formatted-book-rule
           move ws-total-list to ws-formatted-markdown-list
           move ws-total-revenue to ws-formatted-markdown-taken
           move ws-total-markdown to ws-formatted-markdown-amount
           display 'Totals: at list $'
                   function trim (ws-formatted-markdown-list)
                   '  charged $'
                   function trim (ws-formatted-markdown-taken)
                   '  markdown $'
                   function trim (ws-formatted-markdown-amount)
           .

       add-sale-to-promo-summary section.
           move 78-false to ws-promo-found
           perform varying ws-promo-sub from 1 by 1
                   until ws-promo-sub > ws-promo-summary-count
               if ws-promo-entry-no (ws-promo-sub) = ws-sl-promo
                   move 78-true to ws-promo-found
                   exit perform
               end-if
           end-perform
           if ws-promo-found = 78-false
               if ws-promo-summary-count = 78-promo-table-size
                   if ws-sales-table-warned = 78-false
                       display 'warning: too many promotions '
                               'in period, some omitted'
                       move 78-true to ws-sales-table-warned
                   end-if
                   exit section
               end-if
               add 1 to ws-promo-summary-count
               move ws-promo-summary-count to ws-promo-sub
               move ws-sl-promo to ws-promo-entry-no (ws-promo-sub)
               move 0 to ws-promo-entry-qty (ws-promo-sub)
               move 0 to ws-promo-entry-list (ws-promo-sub)
               move 0 to ws-promo-entry-taken (ws-promo-sub)
           end-if
           move ws-sl-amount to ws-sales-amount
           if ws-sl-list-price = spaces
               move ws-sl-price to ws-line-list-price
           else
               move ws-sl-list-price to ws-line-list-price
           end-if
           compute ws-line-list-value = ws-sl-qty * ws-line-list-price
           if ws-sl-type-refund
               subtract ws-sl-qty from ws-promo-entry-qty (ws-promo-sub)
               subtract ws-line-list-value
                   from ws-promo-entry-list (ws-promo-sub)
               subtract ws-sales-amount
                   from ws-promo-entry-taken (ws-promo-sub)
           else
               add ws-sl-qty to ws-promo-entry-qty (ws-promo-sub)
               add ws-line-list-value
                   to ws-promo-entry-list (ws-promo-sub)
               add ws-sales-amount
                   to ws-promo-entry-taken (ws-promo-sub)
           end-if
           .

      * A promotion with no name is shown by what it marked down.
       print-markdown-line section.
           move ws-promo-entry-no (ws-promo-sub) to ws-pb-entryno
           set read-record to true
           perform call-pricebk
           if ws-file-status = "00"
               if ws-pb-name <> spaces
                   move ws-pb-name to ws-formatted-markdown-name
               else
                   perform describe-price-target
                   move ws-formatted-pb-target
                       to ws-formatted-markdown-name
               end-if
           else
               move '(not on file)' to ws-formatted-markdown-name
           end-if
           compute ws-markdown-amount =
               ws-promo-entry-list (ws-promo-sub)
               - ws-promo-entry-taken (ws-promo-sub)
           move ws-promo-entry-no (ws-promo-sub)
               to ws-formatted-markdown-entry
           move ws-promo-entry-qty (ws-promo-sub)
               to ws-formatted-markdown-qty
           move ws-promo-entry-list (ws-promo-sub)
               to ws-formatted-markdown-list
           move ws-promo-entry-taken (ws-promo-sub)
               to ws-formatted-markdown-taken
           move ws-markdown-amount to ws-formatted-markdown-amount
           add ws-promo-entry-list (ws-promo-sub) to ws-total-list
           add ws-promo-entry-taken (ws-promo-sub) to ws-total-revenue
           add ws-markdown-amount to ws-total-markdown
           add 1 to ws-book-count
           display ws-formatted-markdown-line
           .

       import-books section.
           if ws-main-arg-index <> 2
               move 78-err-text-not-enough-args to ws-error-text
               to ws-count-qty
           move function upper-case (ws-count-location)
               to ws-location-code
           perform validate-location
           if ws-error <> 78-false
               move 78-false to ws-error
               add 1 to ws-import-fail-count
               display function trim (ws-error-text) ': '
                       function trim (ws-import-line)
               exit section
           end-if
           perform fetch-location-onhand
           add 1 to ws-import-count
           compute ws-variance = ws-count-qty - ws-loc-avail
               perform build-not-found-error
               exit section
           end-if
           move ws-book-retail to ws-old-retail
           move ws-book-cost to ws-old-cost
           evaluate function trim (ws-update-field)
           when 'title'
               move ws-update-value to ws-book-title
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Updated ' function trim (ws-book-title)
                       " by " function trim (ws-book-author)
               if ws-book-retail <> ws-old-retail
                   move 'P' to ws-change-kind
                   move ws-old-retail to ws-change-old
                   move ws-book-retail to ws-change-new
                   perform write-price-history
               end-if
               if ws-book-cost <> ws-old-cost
                   move 'C' to ws-change-kind
                   move ws-old-cost to ws-change-old
                   move ws-book-cost to ws-change-new
                   perform write-price-history
               end-if
           else
               move 78-true to ws-error
               move 'Failed to update book' to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform validate-location
           if ws-error <> 78-false
               exit section
           end-if
           perform load-sale-customer
           if ws-error <> 78-false
               exit section
           end-if
           move 0 to ws-basket-value
           perform varying ws-basket-sub from 1 by 1
                   until ws-basket-sub > ws-basket-count
               perform read-basket-book
      *        the till's to sell; the reserving customer takes
      *        theirs through the collect command.
               perform sum-open-reservations
               if ws-error <> 78-false
                   exit section
               end-if
               compute ws-avail-unreserved =
                   ws-book-onhand - ws-reserved-qty
               if ws-basket-qty-total > ws-avail-unreserved
                       to ws-error-text
                   exit section
               end-if
      *        A customer's basket, or one paid by gift voucher, is
      *        valued up front so a points or voucher tender can be
      *        checked before anything moves.
               if ws-cust-given <> 78-false
                  or ws-tender-code = 'VOUCHER'
                   perform price-for-business-date
                   compute ws-basket-value = ws-basket-value +
                       ws-basket-qty (ws-basket-sub) * ws-charged-price
               end-if
           end-perform
           perform check-points-tender
           if ws-error <> 78-false
               exit section
           end-if
           perform check-voucher-tender
           if ws-error <> 78-false
               exit section
           end-if
           move 0 to ws-basket-posted
           perform varying ws-basket-sub from 1 by 1
                   until ws-basket-sub > ws-basket-count
               perform unwind-basket
               exit section
           end-if
      *    The voucher is drawn down under its record lock once the
      *    stock has moved; another till spending the same voucher
      *    in the meantime leaves too little on it, and the basket
      *    is taken back out.
           perform redeem-voucher
           if ws-error <> 78-false
               perform unwind-basket
               exit section
           end-if
           perform find-next-receipt
           perform varying ws-basket-sub from 1 by 1
                   until ws-basket-sub > ws-basket-count
               perform record-basket-line
           end-perform
           display 'Receipt ' ws-receipt-number
           if ws-tender-code = 'VOUCHER'
               move 'R' to ws-voucher-txn-type
               perform write-voucher-txn
               move ws-vc-balance to ws-formatted-vc-amount
               display 'Voucher ' ws-vc-vchno ' balance $'
                       function trim (ws-formatted-vc-amount)
           end-if
           perform apply-customer-points
           .

      * Read the book named by one basket line, leaving the lookup
           move ws-basket-qty (ws-basket-sub) to ws-move-qty
           display 'Sold ' function trim (ws-book-title)
           perform write-audit-entry
           perform price-for-business-date
           move 'S' to ws-sales-type
           perform write-sales-entry
           .
               move 78-true to ws-error
               exit section
           end-if
           perform validate-location
           if ws-error <> 78-false
               exit section
           end-if
           perform read-book-record
           if ws-file-status <> "00"
               move 78-true to ws-error
               perform build-not-found-error
               exit section
           end-if
      *    A refund without the customer's receipt, or worth more
      *    than the refund limit, needs a supervisor.
           if ws-return-receipt-given = 78-false
               move 'S' to ws-allowed-roles
               perform require-authority
           else
               perform find-refund-price
               compute ws-refund-value = ws-charged-price * ws-move-qty
               if ws-refund-value > 78-refund-limit
                   move 'S' to ws-allowed-roles
                   perform require-authority
               end-if
           end-if
           if ws-error <> 78-false
               exit section
           end-if
      *    A refund against a receipt goes back to the customer the
      *    sale was made to, and a sale paid in points is refunded
      *    in points.
           if ws-return-receipt-given <> 78-false
               if ws-cust-given = 78-false
                  and ws-refund-customer <> 0
                   move ws-refund-customer to ws-cust-number
                   move 78-true to ws-cust-given
               end-if
               if ws-refund-tender = 'POINTS'
                   move 'POINTS' to ws-tender-code
               end-if
      *        A sale paid by gift voucher is refunded back onto the
      *        voucher it was paid with while that voucher can still
      *        be spent, unless another tender was keyed; once it
      *        has expired or been cancelled the refund is made by
      *        the default tender instead.
               if ws-refund-tender = 'VOUCHER'
                  and ws-tender-given = 78-false
                   if ws-voucher-given <> 78-false
                       move 'VOUCHER' to ws-tender-code
                   else
                       if ws-refund-voucher <> 0
                           perform check-refund-voucher-open
                           if ws-voucher-spendable <> 78-false
                               move 'VOUCHER' to ws-tender-code
                               move ws-refund-voucher
                                   to ws-voucher-number
                               move 78-true to ws-voucher-given
                           else
                               display 'Voucher ' ws-refund-voucher
                                       ' can no longer be spent; '
                                       'refunded by '
                                       function trim (ws-tender-code)
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           perform load-sale-customer
           if ws-error <> 78-false
               exit section
           end-if
           perform check-voucher-refund
           if ws-error <> 78-false
               exit section
           end-if
           perform load-location-record
           move ws-move-qty to ws-loc-onhand
           set adjust-add-record to true
               else
                   perform find-next-receipt
               end-if
               perform find-refund-price
               move 'R' to ws-sales-type
               perform write-sales-entry
               compute ws-basket-value = ws-move-qty * ws-charged-price
               perform reinstate-voucher
               perform apply-customer-points
           else
               move 78-true to ws-error
               if status-record-locked
               move 78-true to ws-error
               exit section
           end-if
           perform validate-location
           if ws-error <> 78-false
               exit section
           end-if
           perform read-book-record
           if ws-file-status <> "00"
               move 78-true to ws-error
               move 'transfer locations must differ' to ws-error-text
               exit section
           end-if
           move ws-transfer-from to ws-location-code
           perform validate-location
           if ws-error <> 78-false
               exit section
           end-if
           move ws-transfer-to to ws-location-code
           perform validate-location
           if ws-error <> 78-false
               exit section
           end-if
           perform read-book-record
           if ws-file-status <> "00"
               move 78-true to ws-error
      * that it is not - and nothing moves; the reservation simply
      * holds units back from till sales once they exist.
       reserve-book section.
           if ws-main-arg-index < 3 or ws-main-arg-index > 6
              or (ws-main-arg-index = 3 and ws-cust-given = 78-false)
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
               perform build-not-found-error
               exit section
           end-if
      *    An order for a customer on the master takes the name and
      *    contact from the master unless others are keyed.
           if ws-cust-given <> 78-false
               perform load-sale-customer
               if ws-error <> 78-false
                   exit section
               end-if
               if ws-res-customer = spaces
                   move ws-cu-name to ws-res-customer
               end-if
               if ws-res-contact = spaces
                   move ws-cu-contact to ws-res-contact
               end-if
           end-if
           perform find-next-specord
           move spaces to ws-so-details
           move ws-cust-number to ws-so-custno
           move ws-next-ordno to ws-so-ordno
           move ws-res-customer to ws-so-customer
           move ws-res-contact to ws-so-contact
                   perform print-reservation
               end-if
           end-perform
           if ws-file-status <> "10" and ws-file-status <> "23"
               move 78-true to ws-error
               move 'cannot read the special order file'
                   to ws-error-text
           else
               if ws-res-count = 0
                   move 78-true to ws-error
                   move 'No open special orders' to ws-error-text
               end-if
           end-if
           display ws-formatted-book-rule
           move ws-res-count to ws-formatted-number
               move 78-true to ws-error
               exit section
           end-if
           perform validate-location
           if ws-error <> 78-false
               exit section
           end-if
           move ws-res-ordno to ws-so-ordno
           set read-record to true
           perform call-specord
                   to ws-error-text
               exit section
           end-if
      *    An order taken for a customer on the master is their sale
      *    like any other, earning points or paid with them.
           if ws-so-custno is numeric and ws-so-custno <> 0
               move ws-so-custno to ws-cust-number
               move 78-true to ws-cust-given
           end-if
           perform load-sale-customer
           if ws-error <> 78-false
               exit section
           end-if
      *    As on a till sale, an order for a customer or paid by
      *    gift voucher is valued up front so a points or voucher
      *    tender can be checked before anything moves.
           if ws-cust-given <> 78-false
              or ws-tender-code = 'VOUCHER'
               perform price-for-business-date
               compute ws-basket-value = ws-move-qty * ws-charged-price
           end-if
           perform check-points-tender
           if ws-error <> 78-false
               exit section
           end-if
           perform check-voucher-tender
           if ws-error <> 78-false
               exit section
           end-if
           perform load-location-record
           move ws-move-qty to ws-loc-onhand
           set adjust-sell-record to true
           move ws-move-qty to ws-book-onhand
           set adjust-sell-record to true
           perform call-book
           if not status-adjust-ok
               move 78-true to ws-error
               if status-record-locked
                   move 78-err-text-record-in-use to ws-error-text
                       to ws-error-text
               end-if
               perform restore-location-onhand
               exit section
           end-if
      *    The voucher is drawn down once the stock has moved; if it
      *    no longer covers the order the stock goes back on hand.
           perform redeem-voucher
           if ws-error <> 78-false
               perform restore-location-onhand
               move ws-move-qty to ws-book-onhand
               set adjust-return-record to true
               perform call-book
               exit section
           end-if
           display 'Collected special order ' ws-so-ordno
                   ' for ' function trim (ws-so-customer)
           perform write-audit-entry
           perform find-next-receipt
           perform price-for-business-date
           move 'S' to ws-sales-type
           perform write-sales-entry
           if ws-tender-code = 'VOUCHER'
               move 'R' to ws-voucher-txn-type
               perform write-voucher-txn
               move ws-vc-balance to ws-formatted-vc-amount
               display 'Voucher ' ws-vc-vchno ' balance $'
                       function trim (ws-formatted-vc-amount)
           end-if
           compute ws-basket-value = ws-move-qty * ws-charged-price
           perform apply-customer-points
           set ws-so-status-collected to true
           set rewrite-record to true
           perform call-specord
           .

      * Special order numbers carry on above the highest already on
      * file and never below 100001, clear of the stock id range.
       find-next-specord section.
           move 100000 to ws-next-ordno
           move zero to ws-so-ordno
           perform until exit
               set next-record to true
               perform call-specord
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-so-ordno > ws-next-ordno
                   move ws-so-ordno to ws-next-ordno
               end-if
           end-perform
           add 1 to ws-next-ordno
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
               move 78-true to ws-error
               move 'cannot read the special order file'
                   to ws-error-text
           end-if
           .

       call-specord section.
           call "specord" using by value ws-function
                                by reference ws-so-details
                                by reference ws-file-status
           .

      * The customer master: regulars signed up at the till, named
      * on their sales, refunds and special orders so their
      * purchases can be looked up and their loyalty points kept.
       customer-master section.
           if ws-sub-arg-count = 0
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           evaluate ws-sub-arg (1)
           when 'add'
               perform add-customer-master
           when 'update'
               perform update-customer-master
           when 'list'
               perform list-customers
           when 'history'
               perform customer-history
           when other
               move 'unknown customer command' to ws-error-text
               move 78-true to ws-error
           end-evaluate
           .

       add-customer-master section.
           if ws-sub-arg-count < 2 or ws-sub-arg-count > 3
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           if ws-sub-arg (2) = spaces
               move 'customer name is required' to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform find-next-custno
           move spaces to ws-cu-details
           move ws-next-custno to ws-cu-custno
           move ws-sub-arg (2) to ws-cu-name
           if ws-sub-arg-count = 3
               move ws-sub-arg (3) to ws-cu-contact
           end-if
           move 0 to ws-cu-points
           perform get-business-date
           move ws-business-date to ws-cu-joined
           set add-record to true
           perform call-cust
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Added customer ' ws-cu-custno ' '
                       function trim (ws-cu-name)
               move 'CUSTADD' to ws-command-name
               perform journal-customer-change
           else
               move 78-true to ws-error
               move 'Failed to add customer' to ws-error-text
           end-if
           .

       update-customer-master section.
           if ws-sub-arg-count <> 4
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-customer-master
           if ws-error <> 78-false
               exit section
           end-if
           evaluate ws-sub-arg (3)
           when 'name'
               move ws-sub-arg (4) to ws-cu-name
           when 'contact'
               move ws-sub-arg (4) to ws-cu-contact
           when other
               move 'invalid field' to ws-error-text
               move 78-true to ws-error
               exit section
           end-evaluate
           set rewrite-record to true
           perform call-cust
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Updated customer ' ws-cu-custno
               move 'CUSTUPDATE' to ws-command-name
               perform journal-customer-change
           else
               move 78-true to ws-error
               move 'Failed to update customer' to ws-error-text
           end-if
           .

      * Read the customer master record named by the second
      * sub-command argument.
       read-customer-master section.
           if function test-numval (function trim
                   (ws-sub-arg (2) trailing)) <> 0
               move 'invalid customer number' to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move function numval (function trim (ws-sub-arg (2)))
               to ws-cu-custno
           set read-record to true
           perform call-cust
           if ws-file-status <> "00"
               move 78-true to ws-error
               string 'customer ' ws-cu-custno ' not found'
                   delimited by size into ws-error-text
           end-if
           .

       list-customers section.
           display ws-formatted-book-rule
           move 0 to ws-cust-count
           move zero to ws-cu-custno
           perform until exit
               set next-record to true
               perform call-cust
               if ws-file-status <> "00"
                   exit perform
               end-if
               add 1 to ws-cust-count
               move ws-cu-custno to ws-formatted-cu-custno
               move ws-cu-name to ws-formatted-cu-name
               move ws-cu-contact to ws-formatted-cu-contact
               move ws-cu-points to ws-formatted-cu-points
               display ws-formatted-cu-line
           end-perform
           if ws-cust-count = 0
               move 78-true to ws-error
               move 'No customers exist' to ws-error-text
           end-if
           display ws-formatted-book-rule
           move ws-cust-count to ws-formatted-number
           display 'Total customers: '
                   function trim (ws-formatted-number)
           .

      * What a customer has bought and returned: every ledger line
      * carrying their number, from the archive of the month they
      * joined through to the live ledger, so the answer does not
      * stop at the last month-end close.  A month with no archive
      * on disk is skipped.
       customer-history section.
           if ws-sub-arg-count <> 2
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-customer-master
           if ws-error <> 78-false
               exit section
           end-if
           display 'Customer ' ws-cu-custno ' '
                   function trim (ws-cu-name)
           if ws-cu-contact <> spaces
               display '         ' function trim (ws-cu-contact)
           end-if
           display ws-formatted-book-rule
           move 0 to ws-hist-line-count
           move 0 to ws-hist-receipt-count
           move 0 to ws-hist-last-receipt
           move 0 to ws-hist-spend
           perform get-business-date
           divide ws-business-date by 100 giving ws-hist-end-month
           if ws-cu-joined > 0
               divide ws-cu-joined by 100 giving ws-hist-month
           else
               move ws-hist-end-month to ws-hist-month
           end-if
           perform until ws-hist-month > ws-hist-end-month
               move spaces to ws-history-path
               string "SALESLEDGER." ws-hist-month
                   delimited by size into ws-history-path
               perform scan-history-ledger
               if ws-hist-mm = 12
                   add 1 to ws-hist-year
                   move 1 to ws-hist-mm
               else
                   add 1 to ws-hist-mm
               end-if
           end-perform
           move "SALESLEDGER" to ws-history-path
           perform scan-history-ledger
           if ws-hist-line-count = 0
               display 'No purchases on record'
           end-if
           display ws-formatted-book-rule
           move ws-hist-receipt-count to ws-formatted-number
           move ws-hist-spend to ws-formatted-hist-spend
           display 'Receipts: ' function trim (ws-formatted-number)
                   '  Net spend: $'
                   function trim (ws-formatted-hist-spend)
           move ws-cu-points to ws-formatted-number
           display 'Points balance: '
                   function trim (ws-formatted-number)
           .

       scan-history-ledger section.
           open input history-ledger
           if ws-history-status <> "00"
               exit section
           end-if
           perform until exit
               read history-ledger
                   at end
                       exit perform
               end-read
               if ws-hl-customer is numeric
                  and ws-hl-customer = ws-cu-custno
                   perform print-history-line
               end-if
           end-perform
           close history-ledger
           .

       print-history-line section.
           add 1 to ws-hist-line-count
           if ws-hl-receipt is numeric
              and ws-hl-receipt <> ws-hist-last-receipt
               add 1 to ws-hist-receipt-count
               move ws-hl-receipt to ws-hist-last-receipt
           end-if
           move ws-hl-date to ws-formatted-hist-date
           move ws-hl-receipt to ws-formatted-hist-receipt
           move ws-hl-stockno to ws-book-stockno
           set read-record to true
           perform call-book
           if ws-file-status = "00"
               move ws-book-title to ws-formatted-hist-title
           else
               move '(deleted)' to ws-formatted-hist-title
           end-if
           move ws-hl-amount to ws-sales-amount
      *    A gift voucher bought is listed but is not spend on goods.
           evaluate true
           when ws-hl-type-voucher
               move 'GIFTV' to ws-formatted-hist-type
               move spaces to ws-formatted-hist-title
               string 'Gift voucher ' ws-hl-voucher
                   delimited by size into ws-formatted-hist-title
               move 1 to ws-formatted-hist-qty
               move ws-sales-amount to ws-formatted-hist-amount
           when ws-hl-type-refund
               move 'RETURN' to ws-formatted-hist-type
               compute ws-formatted-hist-qty = 0 - ws-hl-qty
               compute ws-formatted-hist-amount = 0 - ws-sales-amount
               subtract ws-sales-amount from ws-hist-spend
           when other
               move 'SALE' to ws-formatted-hist-type
               move ws-hl-qty to ws-formatted-hist-qty
               move ws-sales-amount to ws-formatted-hist-amount
               add ws-sales-amount to ws-hist-spend
           end-evaluate
           if ws-hl-tender = spaces
               move 'CASH' to ws-formatted-hist-tender
           else
               move ws-hl-tender to ws-formatted-hist-tender
           end-if
           display ws-formatted-hist-line
           .

       journal-customer-change section.
           move spaces to ws-location-code
           move 0 to ws-book-stockno
           perform write-audit-entry
           .

      * The customer named with --cust must be on the customer
      * master, and a points tender needs a customer to draw on.
       load-sale-customer section.
           if ws-cust-given = 78-false
               if ws-tender-code = 'POINTS'
                   move 78-true to ws-error
                   move 'a points tender needs --cust <no>'
                       to ws-error-text
               end-if
               exit section
           end-if
           move ws-cust-number to ws-cu-custno
           set read-record to true
           perform call-cust
           if ws-file-status <> "00"
               move 78-true to ws-error
               string 'customer ' ws-cust-number ' not found'
                   delimited by size into ws-error-text
           end-if
           .

      * Points tendered must cover the whole of ws-basket-value at
      * the redemption rate; there is no part payment in points.
       check-points-tender section.
           if ws-tender-code <> 'POINTS'
               exit section
           end-if
           compute ws-points-moved =
               ws-basket-value * 78-points-redeem-rate
           if ws-points-moved > ws-cu-points
               move ws-points-moved to ws-formatted-number
               move 78-true to ws-error
               string 'not enough points: this needs '
                   function trim (ws-formatted-number)
                   delimited by size into ws-error-text
           end-if
           .

      * Move the customer's points for a posted sale or refund worth
      * ws-basket-value.  Points are earned on net spend, so a
      * refund takes back what the sale earned; a sale paid in
      * points draws the balance down and earns nothing, and its
      * refund puts the points back.  The posting already stands by
      * now, so a customer record that cannot be updated is reported
      * rather than failing the command.
       apply-customer-points section.
           if ws-cust-given = 78-false
               exit section
           end-if
           move ws-cust-number to ws-cu-custno
           set read-record to true
           perform call-cust
           if ws-file-status <> "00"
               display 'Points not updated for customer '
                       ws-cust-number
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
               move ws-cu-points to ws-formatted-number
               display 'Customer ' ws-cu-custno ' points balance '
                       function trim (ws-formatted-number)
           else
               display 'Points not updated for customer '
                       ws-cust-number
           end-if
           .

      * Customer numbers carry on above the highest already on file
      * and never below 100001.
       find-next-custno section.
           move 100000 to ws-next-custno
           move zero to ws-cu-custno
           perform until exit
               set next-record to true
               perform call-cust
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-cu-custno > ws-next-custno
                   move ws-cu-custno to ws-next-custno
               end-if
           end-perform
           add 1 to ws-next-custno
           .

       call-cust section.
           call "cust" using by value ws-function
                             by reference ws-cu-details
                             by reference ws-file-status
           .

      * The gift voucher register.  A voucher is sold for money like
      * a title, goes on the ledger as a type V line so the till
      * balances, and is then spent with the VOUCHER tender until
      * its balance is gone or it expires.  Every movement on a
      * voucher is added to the VOUCHERTXN register, which is what
      * the day-end and month-end reconcile against.
       voucher-master section.
           if ws-sub-arg-count = 0
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           evaluate ws-sub-arg (1)
           when 'issue'
               perform issue-voucher
           when 'balance'
               perform show-voucher-balance
           when 'list'
               perform list-vouchers
           when 'cancel'
               perform cancel-voucher
           when other
               move 'unknown voucher command' to ws-error-text
               move 78-true to ws-error
           end-evaluate
           .

      * Sell a voucher for the value given, paid in cash or by card.
      * The money is taken under a receipt of its own and the
      * voucher runs for 78-voucher-life-days from the business date.
       issue-voucher section.
           if ws-sub-arg-count <> 2
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           if function test-numval (function trim
                   (ws-sub-arg (2) trailing)) <> 0
               move 'invalid voucher value' to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           if function numval (function trim (ws-sub-arg (2)))
                   not > 0
              or function numval (function trim (ws-sub-arg (2)))
                   > 78-voucher-max
               move 78-voucher-max to ws-formatted-number
               move 78-true to ws-error
               string 'voucher value must be over 0 and at most $'
                   function trim (ws-formatted-number)
                   delimited by size into ws-error-text
               exit section
           end-if
           if ws-tender-code <> 'CASH' and ws-tender-code <> 'CARD'
               move 'a voucher is paid for in cash or by card'
                   to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform validate-location
           if ws-error <> 78-false
               exit section
           end-if
           perform load-sale-customer
           if ws-error <> 78-false
               exit section
           end-if
           perform find-next-vchno
           perform get-business-date
           move spaces to ws-vc-details
           move ws-next-vchno to ws-vc-vchno
           move ws-business-date to ws-vc-issued
           compute ws-vc-expiry = function date-of-integer
               (function integer-of-date (ws-business-date)
                + 78-voucher-life-days)
           compute ws-vc-value rounded =
               function numval (function trim (ws-sub-arg (2)))
           move ws-vc-value to ws-vc-balance
           set ws-vc-status-active to true
           move 0 to ws-vc-cancelled
           move 0 to ws-vc-custno
           if ws-cust-given <> 78-false
               move ws-cust-number to ws-vc-custno
           end-if
           perform find-next-receipt
           move ws-receipt-number to ws-vc-receipt
           set add-record to true
           perform call-voucher
           if ws-file-status <> '00' and ws-file-status <> "02"
               move 78-true to ws-error
               move 'Failed to add voucher' to ws-error-text
               exit section
           end-if
           move ws-vc-vchno to ws-voucher-number
           perform write-voucher-sale-entry
           move 'I' to ws-voucher-txn-type
           move ws-vc-value to ws-voucher-amount
           perform write-voucher-txn
           move 'VCHISSUE' to ws-command-name
           perform journal-voucher-change
           move ws-vc-value to ws-formatted-vc-amount
           display 'Issued voucher ' ws-vc-vchno ' for $'
                   function trim (ws-formatted-vc-amount)
                   ' expires ' ws-vc-expiry
           display 'Receipt ' ws-receipt-number
           .

       show-voucher-balance section.
           perform get-business-date
           if ws-sub-arg-count <> 2
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-voucher-master
           if ws-error <> 78-false
               exit section
           end-if
           perform format-voucher-line
           display ws-formatted-vc-line
           if ws-vc-custno <> 0
               display 'Customer ' ws-vc-custno
           end-if
           if ws-vc-status-cancelled
               display 'Cancelled ' ws-vc-cancelled
           end-if
           .

      * List the vouchers still worth something; --all adds the
      * spent, expired and cancelled ones.
       list-vouchers section.
           perform get-business-date
           display ws-formatted-book-rule
           move 0 to ws-vc-count
           move 0 to ws-voucher-amount
           move zero to ws-vc-vchno
           perform until exit
               set next-record to true
               perform call-voucher
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-list-all <> 78-false
                  or (ws-vc-status-active and ws-vc-balance > 0
                      and ws-vc-expiry >= ws-business-date)
                   add 1 to ws-vc-count
                   if ws-vc-status-active
                      and ws-vc-expiry >= ws-business-date
                       add ws-vc-balance to ws-voucher-amount
                   end-if
                   perform format-voucher-line
                   display ws-formatted-vc-line
               end-if
           end-perform
           if ws-vc-count = 0
               move 78-true to ws-error
               move 'No vouchers to list' to ws-error-text
           end-if
           display ws-formatted-book-rule
           move ws-vc-count to ws-formatted-number
           display 'Total vouchers: '
                   function trim (ws-formatted-number)
           move ws-voucher-amount to ws-formatted-vc-amount
           display 'Outstanding balance: $'
                   function trim (ws-formatted-vc-amount)
           .

      * Void a voucher so it can no longer be spent.  What was left
      * on it is recorded in the register as the amount cancelled.
       cancel-voucher section.
           if ws-sub-arg-count <> 2
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-voucher-master
           if ws-error <> 78-false
               exit section
           end-if
           if ws-vc-status-cancelled
               move 78-true to ws-error
               string 'voucher ' ws-vc-vchno ' is already cancelled'
                   delimited by size into ws-error-text
               exit section
           end-if
           perform get-business-date
           set ws-vc-status-cancelled to true
           move ws-business-date to ws-vc-cancelled
           set rewrite-record to true
           perform call-voucher
           if ws-file-status <> '00' and ws-file-status <> "02"
               move 78-true to ws-error
               move 'Failed to cancel voucher' to ws-error-text
               exit section
           end-if
           move 0 to ws-receipt-number
           move 'X' to ws-voucher-txn-type
           move ws-vc-balance to ws-voucher-amount
           perform write-voucher-txn
           move 'VCHCANCEL' to ws-command-name
           perform journal-voucher-change
           move ws-vc-balance to ws-formatted-vc-amount
           display 'Cancelled voucher ' ws-vc-vchno ' with $'
                   function trim (ws-formatted-vc-amount)
                   ' unspent'
           .

      * Read the voucher named by the second sub-command argument.
       read-voucher-master section.
           if function test-numval (function trim
                   (ws-sub-arg (2) trailing)) <> 0
               move 'invalid voucher number' to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move function numval (function trim (ws-sub-arg (2)))
               to ws-vc-vchno
           set read-record to true
           perform call-voucher
           if ws-file-status <> "00"
               move 78-true to ws-error
               string 'voucher ' ws-vc-vchno ' not found'
                   delimited by size into ws-error-text
           end-if
           .

       format-voucher-line section.
           move ws-vc-vchno to ws-formatted-vc-vchno
           move ws-vc-issued to ws-formatted-vc-issued
           move ws-vc-expiry to ws-formatted-vc-expiry
           move ws-vc-value to ws-formatted-vc-value
           move ws-vc-balance to ws-formatted-vc-balance
           evaluate true
           when ws-vc-status-cancelled
               move 'CANCELLED' to ws-formatted-vc-status
           when ws-vc-expiry < ws-business-date
               move 'EXPIRED' to ws-formatted-vc-status
           when ws-vc-balance = 0
               move 'SPENT' to ws-formatted-vc-status
           when other
               move 'ACTIVE' to ws-formatted-vc-status
           end-evaluate
           .

       journal-voucher-change section.
           move spaces to ws-location-code
           move 0 to ws-book-stockno
           perform write-audit-entry
           .

      * The voucher tendered with --voucher must be on the register,
      * not cancelled and not past its expiry date.
       load-tendered-voucher section.
           move ws-voucher-number to ws-vc-vchno
           set read-record to true
           perform call-voucher
           if ws-file-status <> "00"
               move 78-true to ws-error
               string 'voucher ' ws-voucher-number ' not found'
                   delimited by size into ws-error-text
               exit section
           end-if
           if ws-vc-status-cancelled
               move 78-true to ws-error
               string 'voucher ' ws-voucher-number ' is cancelled'
                   delimited by size into ws-error-text
               exit section
           end-if
           perform get-business-date
           if ws-vc-expiry < ws-business-date
               move 78-true to ws-error
               string 'voucher ' ws-voucher-number ' expired on '
                   ws-vc-expiry
                   delimited by size into ws-error-text
           end-if
           .

      * A VOUCHER tender names the voucher with --voucher, and the
      * voucher must cover the whole of ws-basket-value; as with
      * points there is no part payment.
       check-voucher-tender section.
           if ws-tender-code <> 'VOUCHER'
               if ws-voucher-given <> 78-false
                   move 78-true to ws-error
                   move '--voucher needs --tender voucher'
                       to ws-error-text
               end-if
               exit section
           end-if
           if ws-voucher-given = 78-false
               move 78-true to ws-error
               move 'a voucher tender needs --voucher <no>'
                   to ws-error-text
               exit section
           end-if
           perform load-tendered-voucher
           if ws-error <> 78-false
               exit section
           end-if
           if ws-basket-value > ws-vc-balance
               move ws-vc-balance to ws-formatted-vc-amount
               move 78-true to ws-error
               string 'voucher ' ws-voucher-number ' has only $'
                   function trim (ws-formatted-vc-amount) ' left'
                   delimited by size into ws-error-text
           end-if
           .

      * Whether the voucher a sale was paid with can still take a
      * refund: on the register, not cancelled and not expired.
       check-refund-voucher-open section.
           move 78-false to ws-voucher-spendable
           move ws-refund-voucher to ws-vc-vchno
           set read-record to true
           perform call-voucher
           if ws-file-status <> "00"
               exit section
           end-if
           perform get-business-date
           if ws-vc-status-active
              and ws-vc-expiry >= ws-business-date
               move 78-true to ws-voucher-spendable
           end-if
           .

      * A refund onto a voucher needs a voucher that can still be
      * spent; one that has expired or been cancelled is refunded
      * by another tender instead.  The refund may not take the
      * voucher above the value it was sold for, and that is
      * checked before any stock moves.
       check-voucher-refund section.
           if ws-tender-code <> 'VOUCHER'
               if ws-voucher-given <> 78-false
                   move 78-true to ws-error
                   move '--voucher needs --tender voucher'
                       to ws-error-text
               end-if
               exit section
           end-if
           if ws-voucher-given = 78-false
               move 78-true to ws-error
               move 'a voucher tender needs --voucher <no>'
                   to ws-error-text
               exit section
           end-if
           perform load-tendered-voucher
           if ws-error <> 78-false
               exit section
           end-if
           if ws-return-receipt-given = 78-false
               perform price-for-business-date
           end-if
           compute ws-basket-value = ws-move-qty * ws-charged-price
           if ws-vc-balance + ws-basket-value > ws-vc-value
               compute ws-voucher-amount = ws-vc-value - ws-vc-balance
               move ws-voucher-amount to ws-formatted-vc-amount
               move 78-true to ws-error
               string 'voucher ' ws-voucher-number ' can take back '
                   'only $' function trim (ws-formatted-vc-amount)
                   delimited by size into ws-error-text
           end-if
           .

      * Draw the sale's ws-basket-value off the tendered voucher.
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
               move 78-true to ws-error
               string 'voucher ' ws-voucher-number
                   ' no longer covers the sale'
                   delimited by size into ws-error-text
           when status-record-locked
               move 78-true to ws-error
               string 'voucher ' ws-voucher-number
                   ' is in use, try again'
                   delimited by size into ws-error-text
           when ws-file-status = "62"
               move 78-true to ws-error
               string 'voucher ' ws-voucher-number ' is cancelled'
                   delimited by size into ws-error-text
           when other
               move 78-true to ws-error
               string 'voucher ' ws-voucher-number
                   ' could not be updated'
                   delimited by size into ws-error-text
           end-evaluate
           .

      * Put a refund paid by voucher back onto the voucher.  The
      * refund already stands, so a voucher that cannot be updated
      * is reported for the supervisor rather than failing it.
       reinstate-voucher section.
           if ws-tender-code <> 'VOUCHER'
               exit section
           end-if
           move ws-voucher-number to ws-vc-vchno
           move ws-basket-value to ws-vc-balance
           move ws-basket-value to ws-voucher-amount
           set adjust-add-record to true
           perform call-voucher
           if status-adjust-ok
               move 'U' to ws-voucher-txn-type
               perform write-voucher-txn
               move ws-vc-balance to ws-formatted-vc-amount
               display 'Voucher ' ws-vc-vchno ' balance $'
                       function trim (ws-formatted-vc-amount)
           else
               move ws-basket-value to ws-formatted-vc-amount
               display 'warning: $'
                       function trim (ws-formatted-vc-amount)
                       ' not put back on voucher ' ws-voucher-number
           end-if
           .

      * Add a movement to the VOUCHERTXN register.  The caller sets
      * ws-voucher-txn-type and ws-voucher-amount; the voucher and
      * its balance afterwards come from ws-vc-details.
       write-voucher-txn section.
           open extend vouchertxn
           if ws-vouchertxn-status = "35"
               open output vouchertxn
           end-if
           if ws-vouchertxn-status <> "00"
               display 'warning: voucher register could not be '
                       'written'
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

      * The ledger line for a voucher sold: no stock moves, so it
      * carries stock number 0 and the voucher's value as the
      * amount taken.
       write-voucher-sale-entry section.
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
               move ws-business-date to ws-sl-date
               accept ws-sl-time from time
               move 0 to ws-sl-stockno
               move ws-location-code to ws-sl-location
               move 1 to ws-sl-qty
               move 0 to ws-sl-price
               move ws-vc-value to ws-sl-amount
               move 'V' to ws-sl-type
               move ws-receipt-number to ws-sl-receipt
               move ws-tender-code to ws-sl-tender
               move 0 to ws-sl-list-price
               move 0 to ws-sl-promo
               if ws-cust-given <> 78-false
                   move ws-cust-number to ws-sl-customer
               end-if
               move ws-vc-vchno to ws-sl-voucher
               write ws-sl-record
           end-if
           .

      * Voucher numbers carry on above the highest already on file
      * and never below 1000001.
       find-next-vchno section.
           move 1000000 to ws-next-vchno
           move zero to ws-vc-vchno
           perform until exit
               set next-record to true
               perform call-voucher
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-vc-vchno > ws-next-vchno
                   move ws-vc-vchno to ws-next-vchno
               end-if
           end-perform
           add 1 to ws-next-vchno
           .

       call-voucher section.
           call "voucher" using by value ws-function
                                by reference ws-vc-details
                                by reference ws-file-status
           .

      * The price book: scheduled price changes and promotions, each
      * with a start and end date, so a weekend promotion or next
      * month's new price can be keyed ahead of time instead of on
      * the night.  Every entry taken or cancelled is journalled.
       price-book section.
           if ws-sub-arg-count = 0
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           evaluate ws-sub-arg (1)
           when 'change'
               perform add-price-change
           when 'promo'
               perform add-promotion
           when 'list'
               perform list-price-book
           when 'cancel'
               perform cancel-price-entry
           when 'check'
               perform check-price
           when other
               move 'unknown price command' to ws-error-text
               move 78-true to ws-error
           end-evaluate
           .

      * A scheduled change to one title's regular price, open-ended
      * unless an end date is given.
       add-price-change section.
           if ws-sub-arg-count < 4 or ws-sub-arg-count > 5
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move ws-sub-arg (2) to ws-arg-buffer
           perform parse-book-key
           if ws-error <> 78-false
               exit section
           end-if
           perform read-book-record
           if ws-file-status <> "00"
               move 78-true to ws-error
               perform build-not-found-error
               exit section
           end-if
           move ws-sub-arg (3) to ws-arg-buffer
           if function test-numval (function trim
                   (ws-arg-buffer trailing)) <> 0
               move 78-err-text-invalid-price to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move function numval (function trim (ws-arg-buffer))
               to ws-price-value
           if ws-price-value = 0
               move 78-err-text-invalid-price to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move ws-sub-arg (4) to ws-arg-buffer
           perform parse-date-argument
           move ws-parsed-date to ws-price-from
           move 99999999 to ws-price-to
           if ws-sub-arg-count = 5
               move ws-sub-arg (5) to ws-arg-buffer
               perform parse-date-argument
               move ws-parsed-date to ws-price-to
           end-if
           perform validate-price-period
           if ws-error <> 78-false
               exit section
           end-if
           perform find-next-pricebk
           move spaces to ws-pb-details
           move ws-next-entryno to ws-pb-entryno
           set ws-pb-kind-price to true
           set ws-pb-scope-title to true
           move ws-book-stockno to ws-pb-stockno
           move ws-price-value to ws-pb-price
           move 0 to ws-pb-percent
           move ws-price-from to ws-pb-start
           move ws-price-to to ws-pb-end
           set ws-pb-status-active to true
           set add-record to true
           perform call-pricebk
           if ws-file-status = '00' or ws-file-status = "02"
               move ws-price-value to ws-formatted-pb-price
               display 'Price change ' ws-pb-entryno ': '
                       function trim (ws-book-title) ' '
                       function trim (ws-formatted-pb-price)
                       ' from ' ws-price-from
               move 'PRICECHG' to ws-command-name
               perform write-audit-entry
           else
               move 78-true to ws-error
               move 'Failed to add price change' to ws-error-text
           end-if
           .

      * A promotion marks down one title, a genre or an author for a
      * period: nn% off the list price, or for a single title a
      * fixed promotional price.
       add-promotion section.
           if ws-sub-arg-count < 6 or ws-sub-arg-count > 7
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move spaces to ws-pb-details
           move 0 to ws-book-stockno
           evaluate ws-sub-arg (2)
           when 'title'
               set ws-pb-scope-title to true
               move ws-sub-arg (3) to ws-arg-buffer
               perform parse-book-key
               if ws-error <> 78-false
                   exit section
               end-if
               perform read-book-record
               if ws-file-status <> "00"
                   move 78-true to ws-error
                   perform build-not-found-error
                   exit section
               end-if
               move ws-book-stockno to ws-pb-stockno
           when 'genre'
               set ws-pb-scope-genre to true
               move function upper-case (ws-sub-arg (3))
                   to ws-pb-match
           when 'author'
               set ws-pb-scope-author to true
               move function upper-case (ws-sub-arg (3))
                   to ws-pb-match
           when other
               move 'promotion must be by title, genre or author'
                   to ws-error-text
               move 78-true to ws-error
               exit section
           end-evaluate
           if not ws-pb-scope-title
               move 0 to ws-pb-stockno
           end-if
           move 0 to ws-price-percent
           move 0 to ws-price-value
           move function length (function trim
                   (ws-sub-arg (4) trailing)) to ws-key-arg-len
           if ws-sub-arg (4) (ws-key-arg-len:1) = '%'
               if ws-key-arg-len < 2
                  or function test-numval
                       (ws-sub-arg (4) (1:ws-key-arg-len - 1)) <> 0
                   move 'invalid percentage' to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
               move function numval
                       (ws-sub-arg (4) (1:ws-key-arg-len - 1))
                   to ws-temp
               if ws-temp < 1 or ws-temp > 99
                   move 'invalid percentage' to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
               move ws-temp to ws-price-percent
           else
               if not ws-pb-scope-title
                   move 'a fixed promotional price is for one title'
                       to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
               if function test-numval (function trim
                       (ws-sub-arg (4) trailing)) <> 0
                   move 78-err-text-invalid-price to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
               move function numval (function trim (ws-sub-arg (4)))
                   to ws-price-value
               if ws-price-value = 0
                   move 78-err-text-invalid-price to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
           end-if
           move ws-sub-arg (5) to ws-arg-buffer
           perform parse-date-argument
           move ws-parsed-date to ws-price-from
           move ws-sub-arg (6) to ws-arg-buffer
           perform parse-date-argument
           move ws-parsed-date to ws-price-to
           perform validate-price-period
           if ws-error <> 78-false
               exit section
           end-if
           perform find-next-pricebk
           move ws-next-entryno to ws-pb-entryno
           set ws-pb-kind-promo to true
           move ws-price-value to ws-pb-price
           move ws-price-percent to ws-pb-percent
           move ws-price-from to ws-pb-start
           move ws-price-to to ws-pb-end
           if ws-sub-arg-count = 7
               move ws-sub-arg (7) to ws-pb-name
           end-if
           set ws-pb-status-active to true
           set add-record to true
           perform call-pricebk
           if ws-file-status = '00' or ws-file-status = "02"
               perform describe-price-target
               display 'Promotion ' ws-pb-entryno ': '
                       function trim (ws-formatted-pb-target) ' '
                       function trim (ws-formatted-pb-value)
                       ' from ' ws-price-from ' to ' ws-price-to
               move 'PROMO' to ws-command-name
               move ws-pb-stockno to ws-book-stockno
               perform write-audit-entry
           else
               move 78-true to ws-error
               move 'Failed to add promotion' to ws-error-text
           end-if
           .

      * An entry cannot start before the business date - the sales
      * already posted for earlier days were charged without it -
      * and cannot end before it starts.
       validate-price-period section.
           if ws-error <> 78-false
               exit section
           end-if
           perform get-business-date
           if ws-price-from < ws-business-date
               move 'start date is before the business date'
                   to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           if ws-price-to < ws-price-from
               move 'end date is before the start date'
                   to ws-error-text
               move 78-true to ws-error
           end-if
           .

       parse-date-argument section.
           move 0 to ws-parsed-date
           if function test-numval (function trim
                   (ws-arg-buffer trailing)) <> 0
               move 78-err-text-invalid-date to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move function numval (function trim (ws-arg-buffer))
               to ws-parsed-date
           if function test-date-yyyymmdd (ws-parsed-date) <> 0
               move 78-err-text-invalid-date to ws-error-text
               move 78-true to ws-error
           end-if
           .

      * Current and future entries by default; --all includes the
      * expired, applied and cancelled history.
       list-price-book section.
           perform get-business-date
           display ws-formatted-book-rule
           move 0 to ws-pb-count
           move zero to ws-pb-entryno
           perform until exit
               set next-record to true
               perform call-pricebk
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-list-all <> 78-false
                  or (ws-pb-status-active
                      and ws-pb-end >= ws-business-date)
                   add 1 to ws-pb-count
                   perform print-price-entry
               end-if
           end-perform
           if ws-pb-count = 0
               move 78-true to ws-error
               move 'No price book entries' to ws-error-text
           end-if
           display ws-formatted-book-rule
           move ws-pb-count to ws-formatted-number
           display 'Price book entries: '
                   function trim (ws-formatted-number)
           .

       print-price-entry section.
           move ws-pb-entryno to ws-formatted-pb-entryno
           if ws-pb-kind-price
               move 'PRICE' to ws-formatted-pb-kind
           else
               move 'PROMO' to ws-formatted-pb-kind
           end-if
           perform describe-price-target
           move ws-pb-start to ws-formatted-pb-start
           if ws-pb-end = 99999999
               move 'OPEN' to ws-formatted-pb-end
           else
               move ws-pb-end to ws-formatted-pb-end
           end-if
           evaluate true
           when ws-pb-status-cancelled
               move 'CANCELLED' to ws-formatted-pb-status
           when ws-pb-status-applied
               move 'APPLIED' to ws-formatted-pb-status
           when ws-pb-end < ws-business-date
               move 'EXPIRED' to ws-formatted-pb-status
           when ws-pb-start > ws-business-date
               move 'SCHEDULED' to ws-formatted-pb-status
           when other
               move 'IN EFFECT' to ws-formatted-pb-status
           end-evaluate
           move ws-pb-name to ws-formatted-pb-name
           display ws-formatted-pb-line
           .

      * Fill in the target and value columns of the listing for the
      * price book entry in ws-pb-details.
       describe-price-target section.
           move spaces to ws-formatted-pb-target
           evaluate true
           when ws-pb-scope-title
               move ws-pb-stockno to ws-book-stockno
               set read-record to true
               perform call-book
               if ws-file-status = "00"
                   string ws-pb-stockno ' ' delimited by size
                          ws-book-title delimited by size
                          into ws-formatted-pb-target
               else
                   string ws-pb-stockno ' (deleted)'
                          delimited by size
                          into ws-formatted-pb-target
               end-if
           when ws-pb-scope-genre
               string 'GENRE ' delimited by size
                      ws-pb-match delimited by size
                      into ws-formatted-pb-target
           when other
               string 'AUTHOR ' delimited by size
                      ws-pb-match delimited by size
                      into ws-formatted-pb-target
           end-evaluate
           move spaces to ws-formatted-pb-value
           if ws-pb-percent > 0
               move ws-pb-percent to ws-formatted-pb-percent
               string function trim (ws-formatted-pb-percent)
                      '% off' delimited by size
                      into ws-formatted-pb-value
           else
               move ws-pb-price to ws-formatted-pb-price
               move function trim (ws-formatted-pb-price)
                   to ws-formatted-pb-value
           end-if
           .

       cancel-price-entry section.
           if ws-sub-arg-count <> 2
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           if function test-numval (function trim
                   (ws-sub-arg (2) trailing)) <> 0
               move 'invalid price book entry' to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move ws-sub-arg (2) to ws-pb-entryno
           set read-record to true
           perform call-pricebk
           if ws-file-status <> "00"
               move 78-true to ws-error
               string 'price book entry ' ws-pb-entryno ' not found'
                   delimited by size into ws-error-text
               exit section
           end-if
           if not ws-pb-status-active
               move 78-true to ws-error
               move 'price book entry is not active' to ws-error-text
               exit section
           end-if
           set ws-pb-status-cancelled to true
           set rewrite-record to true
           perform call-pricebk
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Cancelled price book entry ' ws-pb-entryno
               move 'PRICECNCL' to ws-command-name
               move ws-pb-stockno to ws-book-stockno
               perform write-audit-entry
           else
               move 78-true to ws-error
               move 'Failed to cancel price book entry'
                   to ws-error-text
           end-if
           .

      * Show what the till would charge for a title on a date, the
      * business date unless one is given.
       check-price section.
           if ws-sub-arg-count < 2 or ws-sub-arg-count > 3
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move ws-sub-arg (2) to ws-arg-buffer
           perform parse-book-key
           if ws-error <> 78-false
               exit section
           end-if
           perform read-book-record
           if ws-file-status <> "00"
               move 78-true to ws-error
               perform build-not-found-error
               exit section
           end-if
           if ws-sub-arg-count = 3
               move ws-sub-arg (3) to ws-arg-buffer
               perform parse-date-argument
               if ws-error <> 78-false
                   exit section
               end-if
               move ws-parsed-date to ws-price-date
           else
               perform get-business-date
               move ws-business-date to ws-price-date
           end-if
           perform resolve-price
           display function trim (ws-book-title) ' on ' ws-price-date
           move ws-list-price to ws-formatted-pb-price
           display '  List price:    '
                   function trim (ws-formatted-pb-price)
           move ws-charged-price to ws-formatted-pb-price
           display '  Charged price: '
                   function trim (ws-formatted-pb-price)
           if ws-price-promo > 0
               move ws-price-promo to ws-pb-entryno
               set read-record to true
               perform call-pricebk
               display '  Promotion:     ' ws-price-promo ' '
                       function trim (ws-pb-name)
           end-if
           .

      * Price the current book at the business date.
       price-for-business-date section.
           perform get-business-date
           move ws-business-date to ws-price-date
           perform resolve-price
           .

      * Work out the price in effect for the current book on
      * ws-price-date from the price book.  The list price is the
      * book's retail price unless an active scheduled change for
      * the title covers the date, the latest-starting such change
      * winning.  The charged price is the list price less the best
      * promotion covering the date - for the title, its genre or
      * its author - whether that is a percentage off or a fixed
      * promotional price; a promotion that would not take the
      * price below list is ignored.
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

      * A refund quoting its receipt is made at the price the
      * customer was actually charged on that receipt, promotion and
      * all, while the sale is still in the live ledger; otherwise
      * at the price in effect on the business date.
       find-refund-price section.
           move 0 to ws-refund-customer
           move 0 to ws-refund-voucher
           move spaces to ws-refund-tender
           perform price-for-business-date
           if ws-return-receipt-given = 78-false
               exit section
           end-if
           open input salesledger
           if ws-sales-status <> "00"
               exit section
           end-if
           perform until exit
               read salesledger
                   at end
                       exit perform
               end-read
               if ws-sl-receipt is numeric
                  and ws-sl-receipt = ws-return-receipt
                  and ws-sl-stockno = ws-book-stockno
                  and ws-sl-type-sale
                   move ws-sl-price to ws-charged-price
                   if ws-sl-list-price = spaces
                       move ws-sl-price to ws-list-price
                   else
                       move ws-sl-list-price to ws-list-price
                   end-if
                   if ws-sl-promo is numeric
                       move ws-sl-promo to ws-price-promo
                   else
                       move 0 to ws-price-promo
                   end-if
                   if ws-sl-customer is numeric
                       move ws-sl-customer to ws-refund-customer
                   end-if
                   if ws-sl-voucher is numeric
                       move ws-sl-voucher to ws-refund-voucher
                   end-if
                   move ws-sl-tender to ws-refund-tender
                   exit perform
               end-if
           end-perform
           close salesledger
           .

      * Price book entry numbers carry on above the highest already
      * on file and never below 100001.
       find-next-pricebk section.
           move 100000 to ws-next-entryno
           move zero to ws-pb-entryno
           perform until exit
               set next-record to true
               perform call-pricebk
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-pb-entryno > ws-next-entryno
                   move ws-pb-entryno to ws-next-entryno
               end-if
           end-perform
           add 1 to ws-next-entryno
           .

       call-pricebk section.
           call "pricebk" using by value ws-function
                                by reference ws-pb-details
                                by reference ws-file-status
           .

      * Identify the operator from --op and --pin or, failing those,
      * the BOOKOP and BOOKPIN environment variables.  Until the
      * first operator is set up the master is empty, nobody signs
      * on and the journal carries the login name as it always did.
       sign-on-operator section.
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
           move ws-op-role to ws-operator-role
           .

      * The roles that may run each command as keyed.  Enquiries
      * are open to every operator; anything that moves stock,
      * money or prices is held to the roles whose job it is.
       check-command-authority section.
           move spaces to ws-allowed-roles
           evaluate ws-command
           when 78-command-sell
           when 78-command-return
           when 78-command-reserve
           when 78-command-unreserve
           when 78-command-collect
               move 'TS' to ws-allowed-roles
           when 78-command-restock
               move 'TSB' to ws-allowed-roles
           when 78-command-transfer
           when 78-command-delete
               move 'SB' to ws-allowed-roles
           when 78-command-add
           when 78-command-import
               move 'B' to ws-allowed-roles
           when 78-command-update
               if function trim (ws-update-field) = 'cost'
                   move 'B' to ws-allowed-roles
               else
                   move 'SB' to ws-allowed-roles
               end-if
           when 78-command-stocktake
               if ws-stocktake-post <> 78-false
                   move 'S' to ws-allowed-roles
               end-if
           when 78-command-price
               if ws-sub-arg (1) <> 'list'
                  and ws-sub-arg (1) <> 'check'
                   move 'SB' to ws-allowed-roles
               end-if
           when 78-command-location
               if ws-sub-arg (1) <> 'list'
                   move 'O' to ws-allowed-roles
               end-if
           when 78-command-operator
               evaluate ws-sub-arg (1)
               when 'list'
                   move 'OS' to ws-allowed-roles
               when 'pin'
                   continue
               when other
                   move 'O' to ws-allowed-roles
               end-evaluate
           when 78-command-customer
               if ws-sub-arg (1) = 'add'
                  or ws-sub-arg (1) = 'update'
                   move 'TS' to ws-allowed-roles
               end-if
           when 78-command-voucher
               evaluate ws-sub-arg (1)
               when 'issue'
                   move 'TS' to ws-allowed-roles
               when 'cancel'
                   move 'S' to ws-allowed-roles
               when other
                   continue
               end-evaluate
           when other
               continue
           end-evaluate
           if ws-allowed-roles <> spaces
               perform require-authority
           end-if
           .

      * The signed-on operator must hold one of ws-allowed-roles,
      * or else a supervisor must approve the posting.  Approval only
      * stands in for a role a supervisor holds: a command kept to
      * buyers or ops cannot be approved through by a supervisor.
       require-authority section.
           if ws-operators-on-file = 78-false
               exit section
           end-if
           move 0 to ws-role-count
           inspect ws-allowed-roles tallying ws-role-count
               for all ws-operator-role
           if ws-role-count > 0
               exit section
           end-if
           move 0 to ws-role-count
           inspect ws-allowed-roles tallying ws-role-count
               for all 'S'
           if ws-role-count = 0
               move 78-true to ws-error
               string 'operator ' ws-operator-id
                   ' is not authorised'
                   delimited by size into ws-error-text
               exit section
           end-if
           perform check-approver
           .

      * A supervisor's approval is given with --auth and --authpin.
      * The approver must be an active supervisor and somebody other
      * than the keying operator, and is journalled with the
      * posting so the two halves of the duty can be shown apart.
       check-approver section.
           if ws-approver-id = spaces
               move 78-true to ws-error
               string 'operator ' ws-operator-id
                   ' is not authorised - a supervisor must approve'
                   ' with --auth <id> --authpin <pin>'
                   delimited by size into ws-error-text
               exit section
           end-if
           if ws-approver-id = ws-operator-id
               move 78-true to ws-error
               move 'an operator cannot approve their own posting'
                   to ws-error-text
               exit section
           end-if
           move ws-approver-id to ws-op-id
           set read-record to true
           perform call-oper
           if ws-file-status <> "00"
              or ws-op-pin <> ws-approver-pin
              or not ws-op-status-active
               move 78-true to ws-error
               move 'invalid approver or PIN' to ws-error-text
               exit section
           end-if
           if not ws-op-role-supervisor
               move 78-true to ws-error
               string 'approver ' ws-approver-id
                   ' is not a supervisor' delimited by size
                   into ws-error-text
               exit section
           end-if
           move ws-approver-id to ws-approved-by
           .

      * The operator master: who may sign on, and in which role.
       operator-master section.
           if ws-sub-arg-count = 0
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           evaluate ws-sub-arg (1)
           when 'add'
               perform add-operator
           when 'update'
               perform update-operator
           when 'list'
               perform list-operators
           when 'disable'
               perform disable-operator
           when 'enable'
               perform enable-operator
           when 'pin'
               perform change-own-pin
           when other
               move 'unknown operator command' to ws-error-text
               move 78-true to ws-error
           end-evaluate
           .

      * The first operator set up switches sign-on on for everybody,
      * so it has to be an ops operator who can then set up the
      * rest.
       add-operator section.
           if ws-sub-arg-count <> 5
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move function length (function trim
                   (ws-sub-arg (2) trailing)) to ws-key-arg-len
           if ws-key-arg-len > 8 or ws-sub-arg (2) = spaces
               move 'operator id is up to 8 characters'
                   to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move spaces to ws-op-details
           move function upper-case (ws-sub-arg (2)) to ws-op-id
           move ws-sub-arg (3) to ws-op-name
           move ws-sub-arg (4) to ws-update-value
           perform parse-operator-role
           if ws-error <> 78-false
               exit section
           end-if
           if ws-operators-on-file = 78-false
              and not ws-op-role-ops
               move 78-true to ws-error
               move 'the first operator must have the ops role'
                   to ws-error-text
               exit section
           end-if
           move ws-sub-arg (5) to ws-new-pin
           perform validate-new-pin
           if ws-error <> 78-false
               exit section
           end-if
           move ws-new-pin to ws-op-pin
           set ws-op-status-active to true
           set add-record to true
           perform call-oper
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Added operator ' ws-op-id ' '
                       function trim (ws-op-name)
               move 'OPADD' to ws-command-name
               perform journal-operator-change
           else
               move 78-true to ws-error
               string 'operator ' ws-op-id ' already exists'
                   delimited by size into ws-error-text
           end-if
           .

       update-operator section.
           if ws-sub-arg-count <> 4
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-operator-master
           if ws-error <> 78-false
               exit section
           end-if
           evaluate ws-sub-arg (3)
           when 'name'
               move ws-sub-arg (4) to ws-op-name
           when 'role'
               if ws-op-id = ws-operator-id
                   move 78-true to ws-error
                   move 'an operator cannot change their own role'
                       to ws-error-text
                   exit section
               end-if
               move ws-sub-arg (4) to ws-update-value
               perform parse-operator-role
               if ws-error <> 78-false
                   exit section
               end-if
           when 'pin'
               move ws-sub-arg (4) to ws-new-pin
               perform validate-new-pin
               if ws-error <> 78-false
                   exit section
               end-if
               move ws-new-pin to ws-op-pin
           when other
               move 'invalid field' to ws-error-text
               move 78-true to ws-error
               exit section
           end-evaluate
           set rewrite-record to true
           perform call-oper
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Updated operator ' ws-op-id
               move 'OPUPDATE' to ws-command-name
               perform journal-operator-change
           else
               move 78-true to ws-error
               move 'Failed to update operator' to ws-error-text
           end-if
           .

       parse-operator-role section.
           evaluate function lower-case (function trim
                   (ws-update-value))
           when 'till'
               set ws-op-role-till to true
           when 'supervisor'
               set ws-op-role-supervisor to true
           when 'buyer'
               set ws-op-role-buyer to true
           when 'ops'
               set ws-op-role-ops to true
           when other
               move 'role must be till, supervisor, buyer or ops'
                   to ws-error-text
               move 78-true to ws-error
           end-evaluate
           .

       validate-new-pin section.
           move function length (function trim
                   (ws-new-pin trailing)) to ws-key-arg-len
           if ws-key-arg-len < 4
               move 78-true to ws-error
               move 'PIN must be 4 to 6 digits' to ws-error-text
               exit section
           end-if
           if ws-new-pin (1:ws-key-arg-len) is not numeric
               move 78-true to ws-error
               move 'PIN must be 4 to 6 digits' to ws-error-text
           end-if
           .

      * Read the operator master record named by the second
      * sub-command argument.
       read-operator-master section.
           move function upper-case (ws-sub-arg (2)) to ws-op-id
           set read-record to true
           perform call-oper
           if ws-file-status <> "00"
               move 78-true to ws-error
               string 'operator ' ws-op-id ' not found'
                   delimited by size into ws-error-text
           end-if
           .

       list-operators section.
           display ws-formatted-book-rule
           move 0 to ws-op-count
           move low-values to ws-op-id
           perform until exit
               set next-record to true
               perform call-oper
               if ws-file-status <> "00"
                   exit perform
               end-if
               add 1 to ws-op-count
               move ws-op-id to ws-formatted-op-id
               move ws-op-name to ws-formatted-op-name
               evaluate true
               when ws-op-role-till
                   move 'TILL' to ws-formatted-op-role
               when ws-op-role-supervisor
                   move 'SUPERVISOR' to ws-formatted-op-role
               when ws-op-role-buyer
                   move 'BUYER' to ws-formatted-op-role
               when other
                   move 'OPS' to ws-formatted-op-role
               end-evaluate
               if ws-op-status-active
                   move 'ACTIVE' to ws-formatted-op-status
               else
                   move 'DISABLED' to ws-formatted-op-status
               end-if
               display ws-formatted-op-line
           end-perform
           if ws-op-count = 0
               move 78-true to ws-error
               move 'No operators exist' to ws-error-text
           end-if
           display ws-formatted-book-rule
           move ws-op-count to ws-formatted-number
           display 'Total operators: '
                   function trim (ws-formatted-number)
           .

      * A leaver is disabled rather than deleted, so the journal
      * still names a known operator.
       disable-operator section.
           if ws-sub-arg-count <> 2
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-operator-master
           if ws-error <> 78-false
               exit section
           end-if
           if ws-op-id = ws-operator-id
               move 78-true to ws-error
               move 'an operator cannot disable themselves'
                   to ws-error-text
               exit section
           end-if
           set ws-op-status-disabled to true
           set rewrite-record to true
           perform call-oper
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Disabled operator ' ws-op-id
               move 'OPDISABLE' to ws-command-name
               perform journal-operator-change
           else
               move 78-true to ws-error
               move 'Failed to disable operator' to ws-error-text
           end-if
           .

       enable-operator section.
           if ws-sub-arg-count <> 2
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-operator-master
           if ws-error <> 78-false
               exit section
           end-if
           set ws-op-status-active to true
           set rewrite-record to true
           perform call-oper
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Enabled operator ' ws-op-id
               move 'OPENABLE' to ws-command-name
               perform journal-operator-change
           else
               move 78-true to ws-error
               move 'Failed to enable operator' to ws-error-text
           end-if
           .

      * Any signed-on operator may change their own PIN.
       change-own-pin section.
           if ws-sub-arg-count <> 2
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           if ws-operators-on-file = 78-false
               move 78-true to ws-error
               move 'No operators exist' to ws-error-text
               exit section
           end-if
           move ws-sub-arg (2) to ws-new-pin
           perform validate-new-pin
           if ws-error <> 78-false
               exit section
           end-if
           move ws-operator-id to ws-op-id
           set read-record to true
           perform call-oper
           move ws-new-pin to ws-op-pin
           set rewrite-record to true
           perform call-oper
           if ws-file-status = '00' or ws-file-status = "02"
               display 'PIN changed for ' ws-op-id
               move 'OPPIN' to ws-command-name
               perform journal-operator-change
           else
               move 78-true to ws-error
               move 'Failed to change PIN' to ws-error-text
           end-if
           .

      * Journal an operator master change, with no book, quantity
      * or location.
       journal-operator-change section.
           move spaces to ws-location-code
           move 0 to ws-book-stockno
           perform write-audit-entry
           .

       call-oper section.
           call "oper" using by value ws-function
                             by reference ws-op-details
                             by reference ws-file-status
           .

      * The location master: every shop and stockroom stock can be
      * posted to, maintained here and checked by every posting
      * command, so a mistyped --loc is refused instead of quietly
      * creating a phantom location.
       location-master section.
           if ws-sub-arg-count = 0
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           evaluate ws-sub-arg (1)
           when 'add'
               perform add-location-master
           when 'update'
               perform update-location-master
           when 'list'
               perform list-locations
           when 'close'
               perform close-location
           when 'reopen'
               perform reopen-location
           when other
               move 'unknown location command' to ws-error-text
               move 78-true to ws-error
           end-evaluate
           .

       add-location-master section.
           if ws-sub-arg-count <> 4
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move function length (function trim
                   (ws-sub-arg (2) trailing)) to ws-key-arg-len
           if ws-key-arg-len > 4 or ws-sub-arg (2) = spaces
               move 'location code is up to 4 characters'
                   to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move spaces to ws-lm-details
           move function upper-case (ws-sub-arg (2)) to ws-lm-code
           move ws-sub-arg (3) to ws-lm-name
           move ws-sub-arg (4) to ws-update-value
           perform parse-location-type
           if ws-error <> 78-false
               exit section
           end-if
           set ws-lm-status-open to true
           set add-record to true
           perform call-location
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Added location ' ws-lm-code ' '
                       function trim (ws-lm-name)
               move 'LOCADD' to ws-command-name
               perform journal-location-change
           else
               move 78-true to ws-error
               string 'location ' ws-lm-code ' already exists'
                   delimited by size into ws-error-text
           end-if
           .

       update-location-master section.
           if ws-sub-arg-count <> 4
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-location-master
           if ws-error <> 78-false
               exit section
           end-if
           evaluate ws-sub-arg (3)
           when 'name'
               move ws-sub-arg (4) to ws-lm-name
           when 'type'
               move ws-sub-arg (4) to ws-update-value
               perform parse-location-type
               if ws-error <> 78-false
                   exit section
               end-if
           when other
               move 'invalid field' to ws-error-text
               move 78-true to ws-error
               exit section
           end-evaluate
           set rewrite-record to true
           perform call-location
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Updated location ' ws-lm-code
               move 'LOCUPDATE' to ws-command-name
               perform journal-location-change
           else
               move 78-true to ws-error
               move 'Failed to update location' to ws-error-text
           end-if
           .

       parse-location-type section.
           evaluate function lower-case (function trim
                   (ws-update-value))
           when 'shop'
               set ws-lm-type-shop to true
           when 'stockroom'
               set ws-lm-type-stockroom to true
           when other
               move 'location type must be shop or stockroom'
                   to ws-error-text
               move 78-true to ws-error
           end-evaluate
           .

      * Read the location master record named by the second
      * sub-command argument.
       read-location-master section.
           move function upper-case (ws-sub-arg (2)) to ws-lm-code
           set read-record to true
           perform call-location
           if ws-file-status <> "00"
               move 78-true to ws-error
               string 'location ' ws-lm-code ' not found'
                   delimited by size into ws-error-text
           end-if
           .

       list-locations section.
           display ws-formatted-book-rule
           move 0 to ws-lm-count
           move low-values to ws-lm-code
           perform until exit
               set next-record to true
               perform call-location
               if ws-file-status <> "00"
                   exit perform
               end-if
               add 1 to ws-lm-count
               move ws-lm-code to ws-formatted-lm-code
               move ws-lm-name to ws-formatted-lm-name
               if ws-lm-type-shop
                   move 'SHOP' to ws-formatted-lm-type
               else
                   move 'STOCKROOM' to ws-formatted-lm-type
               end-if
               if ws-lm-status-open
                   move 'OPEN' to ws-formatted-lm-status
               else
                   move 'CLOSED' to ws-formatted-lm-status
               end-if
               display ws-formatted-lm-line
           end-perform
           if ws-lm-count = 0
               move 78-true to ws-error
               move 'No locations exist' to ws-error-text
           end-if
           display ws-formatted-book-rule
           move ws-lm-count to ws-formatted-number
           display 'Total locations: '
                   function trim (ws-formatted-number)
           .

       reopen-location section.
           if ws-sub-arg-count <> 2
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-location-master
           if ws-error <> 78-false
               exit section
           end-if
           if ws-lm-status-open
               move 78-true to ws-error
               move 'location is already open' to ws-error-text
               exit section
           end-if
           set ws-lm-status-open to true
           set rewrite-record to true
           perform call-location
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Reopened location ' ws-lm-code
               move 'LOCREOPEN' to ws-command-name
               perform journal-location-change
           else
               move 78-true to ws-error
               move 'Failed to reopen location' to ws-error-text
           end-if
           .

      * Close a location for a refit or for good: every title still
      * held there is moved to the named location as a journalled
      * TRANSFER, then the location is marked closed so nothing
      * more can be posted to it.  A book taken on before locations
      * were tracked holds its stock at MAIN without a record, so
      * closing MAIN first gives every such book its MAIN record.
      * A title that cannot be moved (a till holding its record) is
      * reported and the location stays open; the close can simply
      * be run again to sweep what is left.
       close-location section.
           if ws-sub-arg-count <> 3
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-location-master
           if ws-error <> 78-false
               exit section
           end-if
           if ws-lm-status-closed
               move 78-true to ws-error
               move 'location is already closed' to ws-error-text
               exit section
           end-if
           move ws-lm-code to ws-close-code
           move function upper-case (ws-sub-arg (3)) to ws-transfer-to
           if ws-transfer-to = ws-close-code
               move 78-true to ws-error
               move 'transfer locations must differ' to ws-error-text
               exit section
           end-if
           move ws-transfer-to to ws-location-code
           perform validate-location
           if ws-error <> 78-false
               exit section
           end-if
           if ws-close-code = 'MAIN'
               perform seed-main-location-records
           end-if
           move ws-close-code to ws-transfer-from
           move 78-command-transfer to ws-command
           move 'TRANSFER' to ws-command-name
           move 0 to ws-sweep-titles
           move 0 to ws-sweep-units
           move 0 to ws-sweep-failed
           move zero to ws-loc-stockno
           move low-values to ws-loc-location
           perform until exit
               set next-record to true
               perform call-stkloc
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-loc-location = ws-close-code
                  and ws-loc-onhand > 0
                   move ws-loc-key to ws-sweep-key
                   perform sweep-location-record
                   move ws-sweep-key to ws-loc-key
               end-if
           end-perform
           move 78-command-location to ws-command
           move ws-sweep-titles to ws-formatted-number
           display 'Titles moved to ' ws-transfer-to ': '
                   function trim (ws-formatted-number)
           move ws-sweep-units to ws-formatted-number
           display 'Units moved:   '
                   function trim (ws-formatted-number)
           if ws-sweep-failed > 0
               move ws-sweep-failed to ws-formatted-number
               move 78-true to ws-error
               string function trim (ws-formatted-number)
                   ' titles could not be moved, location '
                   ws-close-code ' left open - run the close again'
                   delimited by size into ws-error-text
               exit section
           end-if
           move ws-close-code to ws-lm-code
           set read-record to true
           perform call-location
           set ws-lm-status-closed to true
           set rewrite-record to true
           perform call-location
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Closed location ' ws-lm-code
               move 'LOCCLOSE' to ws-command-name
               perform journal-location-change
           else
               move 78-true to ws-error
               move 'Failed to close location' to ws-error-text
           end-if
           .

      * Move everything one stock-by-location record holds at the
      * closing location to ws-transfer-to.  The destination record
      * is loaded before the source is drawn down, so a MAIN record
      * seeded from untracked stock is seeded from the right
      * figures.
       sweep-location-record section.
           move ws-loc-onhand to ws-move-qty
           move ws-loc-stockno to ws-book-stockno
           set read-record to true
           perform call-book
           if ws-file-status <> "00"
               display 'No book for stock record ' ws-sweep-key
                       ', left in place'
               exit section
           end-if
           move ws-transfer-to to ws-location-code
           perform load-location-record
           move ws-book-stockno to ws-loc-stockno
           move ws-transfer-from to ws-loc-location
           move ws-move-qty to ws-loc-onhand
           set adjust-sell-record to true
           perform call-stkloc
           if not status-adjust-ok
               add 1 to ws-sweep-failed
               display 'Failed to move ' ws-book-stockno
                       ' from ' ws-transfer-from
               exit section
           end-if
           move ws-book-stockno to ws-loc-stockno
           move ws-transfer-to to ws-loc-location
           move ws-move-qty to ws-loc-onhand
           set adjust-add-record to true
           perform call-stkloc
           if status-adjust-ok
               perform write-audit-entry
               add 1 to ws-sweep-titles
               add ws-move-qty to ws-sweep-units
           else
               add 1 to ws-sweep-failed
               display 'Failed to move ' ws-book-stockno
                       ' to ' ws-transfer-to
               move ws-transfer-from to ws-location-code
               perform restore-location-onhand
           end-if
           .

      * Give every book its MAIN stock-by-location record, seeded
      * from any stock not held by other locations.
       seed-main-location-records section.
           move 'MAIN' to ws-location-code
           move zero to ws-book-stockno
           perform until exit
               set next-record to true
               perform call-book
               if ws-file-status <> "00"
                   exit perform
               end-if
               perform load-location-record
           end-perform
           .

      * Journal a location master change against the location, with
      * no book and no quantity.
       journal-location-change section.
           move ws-lm-code to ws-location-code
           move 0 to ws-book-stockno
           perform write-audit-entry
           .

      * A posting location must be on the location master and open.
      * Until the first location is set up the master is empty and
      * any code is accepted, so the shop keeps trading through the
      * take-on.
       validate-location section.
           move ws-location-code to ws-lm-code
           set read-record to true
           perform call-location
           if ws-file-status = "00"
               if ws-lm-status-closed
                   move 78-true to ws-error
                   string 'location ' ws-location-code ' is closed'
                       delimited by size into ws-error-text
               end-if
               exit section
           end-if
           move low-values to ws-lm-code
           set next-record to true
           perform call-location
           if ws-file-status = "00"
               move 78-true to ws-error
               string 'unknown location ' ws-location-code
                   delimited by size into ws-error-text
           end-if
           .

       call-location section.
           call "location" using by value ws-function
                                 by reference ws-lm-details
                                 by reference ws-file-status
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
               if ws-tender-code = 'VOUCHER'
                  and ws-voucher-given <> 78-false
                   move ws-voucher-number to ws-sl-voucher
               end-if
               write ws-sl-record
           end-if
           .

      * A change to a title's retail price or unit cost is added to
      * the PRICEHIST history; the caller sets ws-change-kind and the
      * old and new figures.
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
           perform get-business-date
           move ws-business-date to ws-ph-date
           accept ws-ph-time from time
           move ws-book-stockno to ws-ph-stockno
           move ws-change-kind to ws-ph-kind
           move ws-change-old to ws-ph-old
           move ws-change-new to ws-ph-new
           move 'UPDATE' to ws-ph-source
           if ws-operators-on-file <> 78-false
               move ws-operator-id to ws-ph-user
           else
               display "USER" upon environment-name
               accept ws-ph-user from environment-value
           end-if
           write ws-ph-record
           close pricehist
           .

      * Sales are posted to the shop's business date, held in the
      * period control record and advanced by the day-end close.
      * When no period control record exists yet the system date is
