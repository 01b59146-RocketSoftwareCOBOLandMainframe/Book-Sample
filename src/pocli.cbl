      * its own behind the "supplier" engine, maintained with the
      * supplier command set; the perf command reports short-shipped
      * lines and average delivery days per supplier from the closed
      * order book, and the value returned to each supplier.
      * Damaged and overstocked titles go back to the supplier on a
      * return, held in its own register behind the "supret"
      * engine: the stock comes off hand at the named location and
      * is journalled as SUPRETURN, and the return awaits its credit
      * note.  Supplier invoices are recorded in an invoice
      * register behind the "invoice" engine and matched against
      * the order and the quantities received before a supervisor
      * releases them for payment; the accruals command reports
      * goods received but not yet invoiced.  Raising, closing,
      * supplier maintenance and invoice matching are buyers' work
      * and receiving is open to the stockroom and supervisors as
      * well; the operator signs on exactly as for the cli.
      *
      ******************************************************************

               organization is line sequential
               file status is ws-ctl-status
               .
           select pricehist assign to "PRICEHIST"
               organization is line sequential
               file status is ws-pricehist-status
               .

       data division.
       file section.
       fd  periodctl.
       copy period-rec replacing ==(prefix)== by ==ws-ctl==.

       fd  pricehist.
       copy pricehist-rec replacing ==(prefix)== by ==ws-ph==.

       working-storage section.
       78  78-false                value 0.
       78  78-true                 value 1.
       01  ws-audit-status         pic xx.
       01  ws-audit-open           type bool-t value 78-false.
       01  ws-ctl-status           pic xx.
       01  ws-pricehist-status     pic xx.
       01  ws-old-cost             pic 9(3)v99.
       01  ws-business-date        pic 9(8).
       01  ws-busdate-loaded       type bool-t value 78-false.
       01  ws-command-name         pic x(10).
           78 78-command-close         value 4.
           78 78-command-supplier      value 5.
           78 78-command-perf          value 6.
           78 78-command-invoice       value 7.
           78 78-command-accruals      value 8.
           78 78-command-return        value 9.
       01  ws-error-text           pic x(256).
           78 78-err-text-unexpected-arg   value "invalid argument".
           78 78-err-text-not-enough-args
           88 opt-filepath             value '1'.
           88 opt-pofile-path          value '2'.
           88 opt-location             value '3'.
           88 opt-operator             value '4'.
           88 opt-operator-pin         value '5'.
           88 opt-approver             value '6'.
           88 opt-approver-pin         value '7'.
           88 opt-tolerance            value '8'.
           88 opt-supplier-ra          value '9'.
       01  ws-file-path            pic x(100) value spaces.
       01  ws-pofile-path          pic x(100) value spaces.
       01  ws-list-all             type bool-t value 78-false.
      **** The stock-by-location storage
       copy stkloc-rec replacing ==(prefix)== by ==ws-loc==.

      **** The location master storage
       copy location-rec replacing ==(prefix)== by ==ws-lm==.

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

      **** The supplier master storage
       copy supplier-rec replacing ==(prefix)== by ==ws-supp==.

              05 ws-perf-short         pic 9(5).
              05 ws-perf-days-sum      pic 9(7).
              05 ws-perf-days-cnt      pic 9(5).
              05 ws-perf-returns       pic 9(7)v99.
       01  ws-perf-key             pic x(30).

      **** The supplier invoice register: the invoice being recorded,
      **** matched or released, a second copy to hold it while the
      **** register is scanned, and the percentage a billed price may
      **** stray from the order cost before the line is flagged
       copy invoice-rec replacing ==(prefix)== by ==ws-inv==.
       copy invoice-rec replacing ==(prefix)== by ==ws-invsv==.
       78  78-inv-max-lines        value 10.
       78  78-default-tolerance    value 2.
       01  ws-inv-action           pic x(10).
       01  ws-inv-ref              pic 9(6) value 0.
       01  ws-next-invref          pic 9(6).
       01  ws-new-inv-supplier     pic x(6).
       01  ws-new-inv-number       pic x(15).
       01  ws-new-inv-date         pic 9(8).
       01  ws-new-inv-ponum        pic 9(6).
       01  ws-price-tolerance      pic 9(2)v99
                                   value 78-default-tolerance.
       01  ws-price-diff           pic s9(3)v99.
       01  ws-price-var-pct        pic 9(5)v99.
       01  ws-qty-over             type bool-t.
       01  ws-price-over           type bool-t.
       01  ws-unbilled             pic s9(6).
       01  ws-inv-sub              pic 9(2) comp-5.
       01  ws-inv-flag-count       pic 9(2) comp-5.
       01  ws-inv-count            pic 9(4) comp-5.
       01  ws-inv-value            pic 9(7)v99.
       01  ws-dup-found            type bool-t.
       01  ws-dup-ref              pic 9(6).
       01  ws-inv-operator         pic x(8).
       01  ws-billed-elsewhere.
           03 ws-billed-qty occurs 78-po-max-lines pic 9(6).

      **** Quantities invoiced against each order line, loaded from
      **** the invoice register for the accruals report, and the
      **** suppliers with goods on order
       78  78-acc-table-size       value 2000.
       01  ws-acc-count            pic 9(4) comp-5 value 0.
       01  ws-acc-sub              pic 9(4) comp-5.
       01  ws-acc-found            type bool-t.
       01  ws-acc-table.
           03 ws-acc-entry occurs 78-acc-table-size.
              05 ws-acc-ponum          pic 9(6).
              05 ws-acc-stockno        pic 9(7).
              05 ws-acc-invoiced       pic 9(6).
       01  ws-acc-invoiced-qty     pic 9(6).
       01  ws-acc-uninvoiced       pic s9(6).
       01  ws-acc-line-value       pic 9(7)v99.
       01  ws-acc-supp-total       pic 9(8)v99.
       01  ws-acc-grand-total      pic 9(8)v99.
       01  ws-acc-supp-printed     type bool-t.

      **** Returns to supplier: the return being raised or credited,
      **** and how many of its lines have been taken off hand so a
      **** failed posting can put them back
       copy supret-rec replacing ==(prefix)== by ==ws-sr==.
       01  ws-ret-action           pic x(10).
       01  ws-ret-supplier         pic x(6).
       01  ws-ret-reason           pic x(10).
       01  ws-ret-retno            pic 9(6) value 0.
       01  ws-ret-supplier-ra      pic x(15) value spaces.
       01  ws-ret-credit-note      pic x(15).
       01  ws-ret-credit-value     pic 9(6)v99.
       01  ws-ret-posted           pic 9(2) comp-5.
       01  ws-ret-count            pic 9(4) comp-5.
       01  ws-ret-total            pic 9(8)v99.
       01  ws-ret-diff             pic s9(6)v99.
       01  ws-next-retno           pic 9(6).
       01  ws-reserved-qty         pic 9(7).
       01  ws-journal-qty          pic 9(5).

      **** Data for calling the po and book programs
       01  ws-function             pic x.
           88 rewrite-record           value "5".
           88 adjust-sell-record       value "7".
           88 adjust-add-record        value "8".
           88 adjust-shrink-record     value "A".
           88 adjust-cost-record       value "B".
       01  ws-file-status          pic xx.
           88 status-adjust-ok         value "00" "02".
           03 ws-formatted-perf-short      pic ZZZZ9.
           03                              value ' avg days '.
           03 ws-formatted-perf-days       pic ZZZ9.9.
           03                              value ' returns $'.
           03 ws-formatted-perf-returns    pic ZZZZZZ9.99.

      **** Strings used for displaying the invoice register
       01  ws-formatted-inv-header.
           03                              value 'INV '.
           03 ws-formatted-inv-ref         pic 9(6).
           03                              value ' '.
           03 ws-formatted-inv-supplier    pic x(6).
           03                              value ' '.
           03 ws-formatted-inv-number      pic x(15).
           03                              value ' '.
           03 ws-formatted-inv-date        pic 9(8).
           03                              value ' PO '.
           03 ws-formatted-inv-ponum       pic 9(6).
           03                              value ' '.
           03 ws-formatted-inv-status      pic x(9).
           03                              value ' $'.
           03 ws-formatted-inv-value       pic ZZZZZZ9.99.

       01  ws-formatted-inv-line.
           03                              value '   '.
           03 ws-formatted-invl-stockno    pic 9(7).
           03                              value ' qty '.
           03 ws-formatted-invl-qty        pic ZZZZ9.
           03                              value ' @ $'.
           03 ws-formatted-invl-price      pic ZZ9.99.
           03                              value ' '.
           03 ws-formatted-invl-flag       pic x(40).

      **** Strings used for displaying the accruals report
       01  ws-formatted-acc-line.
           03                              value '   PO '.
           03 ws-formatted-acc-ponum       pic 9(6).
           03                              value ' '.
           03 ws-formatted-acc-stockno     pic 9(7).
           03                              value ' '.
           03 ws-formatted-acc-title       pic x(20).
           03                              value ' rcv '.
           03 ws-formatted-acc-received    pic ZZZZ9.
           03                              value ' inv '.
           03 ws-formatted-acc-invoiced    pic ZZZZ9.
           03                              value ' @ $'.
           03 ws-formatted-acc-cost        pic ZZ9.99.
           03                              value ' $'.
           03 ws-formatted-acc-value       pic ZZZZZZ9.99.

       01  ws-formatted-money          pic Z(7)9.99.

      **** Strings used for displaying the returns register
       01  ws-formatted-ret-header.
           03                              value 'RTN '.
           03 ws-formatted-ret-retno       pic 9(6).
           03                              value ' '.
           03 ws-formatted-ret-supplier    pic x(6).
           03                              value ' RA '.
           03 ws-formatted-ret-ra          pic x(15).
           03                              value ' '.
           03 ws-formatted-ret-date        pic 9(8).
           03                              value ' '.
           03 ws-formatted-ret-location    pic x(4).
           03                              value ' '.
           03 ws-formatted-ret-reason      pic x(9).
           03                              value ' $'.
           03 ws-formatted-ret-value       pic ZZZZZ9.99.

       01  ws-formatted-ret-line.
           03                              value '   '.
           03 ws-formatted-retl-stockno    pic 9(7).
           03                              value ' '.
           03 ws-formatted-retl-title      pic x(30).
           03                              value ' qty '.
           03 ws-formatted-retl-qty        pic ZZZZ9.
           03                              value ' @ $'.
           03 ws-formatted-retl-cost       pic ZZ9.99.

       procedure division.
           perform process-arguments
           display '       po supplier delete <code>'
           display '       po supplier list'
           display '       po perf'
           display '       po invoice add <supplier> <invoice-no> '
                   '<yyyymmdd> <ponum>'
           display '                      <stockno> <qty> <price> '
                   '[...]'
           display '       po invoice match <ref> [--tol <pct>]'
           display '       po invoice release|delete <ref>'
           display '       po invoice list [--all]'
           display '       po accruals'
           display '       po return raise <supplier> damaged|'
                   'overstock <stockno> <qty>'
           display '                      [...] [--loc <code>] '
                   '[--ra <ref>]'
           display '       po return credit <retno> <credit-note> '
                   '<value>'
           display '       po return list [--all]'
           display ' '
           display 'options:'
           display '  -f <path>          Path of the book storage '
                   'file.'
           display '  -p <path>          Path of the purchase order '
                   'file.'
           display '  --op <id> --pin <pin>'
           display '                     Sign on (or set BOOKOP and '
                   'BOOKPIN).'
           display '  --auth <id> --authpin <pin>'
           display '                     Supervisor approval for a '
                   'posting beyond'
           display '                     the operator''s role.'
           display '  --tol <pct>        Price tolerance for invoice '
                   'matching'
           display '                     (default 2 percent).'
           display '  --ra <ref>         The supplier''s return '
                   'authorisation.'
           .

       process-arguments section.
               when opt-location
                   move function upper-case (ws-arg-buffer)
                       to ws-location-code
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
               when opt-tolerance
                   if function test-numval (function trim
                           (ws-arg-buffer trailing)) <> 0
                       move 'invalid price tolerance' to ws-error-text
                       move 78-true to ws-error
                   else
                       move function numval (function trim
                               (ws-arg-buffer trailing))
                           to ws-price-tolerance
                   end-if
               when opt-supplier-ra
                   move ws-arg-buffer to ws-ret-supplier-ra
               end-evaluate
               set opt-none to true
               exit section
                   move 78-true to ws-list-all
               when '--loc'
                   set opt-location to true
               when '--op'
                   set opt-operator to true
               when '--pin'
                   set opt-operator-pin to true
               when '--auth'
                   set opt-approver to true
               when '--authpin'
                   set opt-approver-pin to true
               when '--tol'
                   set opt-tolerance to true
               when '--ra'
                   set opt-supplier-ra to true
               when other
                   continue
               end-evaluate
                       move 78-command-supplier to ws-command
                   when 'perf'
                       move 78-command-perf to ws-command
                   when 'invoice'
                       move 78-command-invoice to ws-command
                   when 'accruals'
                       move 78-command-accruals to ws-command
                   when 'return'
                       move 78-command-return to ws-command
                   when other
                       move 78-err-text-unknown-command
                           to ws-error-text
                       perform process-raise-argument
                   when 78-command-supplier
                       perform process-supplier-argument
                   when 78-command-invoice
                       perform process-invoice-argument
                   when 78-command-return
                       perform process-return-argument
                   when 78-command-receive
                       evaluate ws-main-arg-index
                       when 1
           end-evaluate
           .

      * Invoice commands take a sub-action word first.  Add takes the
      * supplier code, the supplier's invoice number, the invoice
      * date and the purchase order it bills, then a stockno,
      * quantity and unit price for each line; the other actions
      * take the shop's invoice reference, and list takes nothing.
       process-invoice-argument section.
           if ws-main-arg-index = 1
               move ws-arg-buffer to ws-inv-action
               exit section
           end-if
           if function trim (ws-inv-action) <> 'add'
               if ws-main-arg-index = 2
                  and function test-numval (function trim
                       (ws-arg-buffer trailing)) = 0
                   move ws-arg-buffer to ws-inv-ref
               else
                   move 78-err-text-unexpected-arg to ws-error-text
                   move 78-true to ws-error
               end-if
               exit section
           end-if
           evaluate ws-main-arg-index
           when 2
               move function upper-case (ws-arg-buffer)
                   to ws-new-inv-supplier
           when 3
               move ws-arg-buffer to ws-new-inv-number
           when 4
               if function test-numval (function trim
                       (ws-arg-buffer trailing)) <> 0
                   move 'invalid invoice date' to ws-error-text
                   move 78-true to ws-error
               else
                   move ws-arg-buffer to ws-new-inv-date
                   if function test-date-yyyymmdd
                           (ws-new-inv-date) <> 0
                       move 'invalid invoice date' to ws-error-text
                       move 78-true to ws-error
                   end-if
               end-if
           when 5
               if function test-numval (function trim
                       (ws-arg-buffer trailing)) <> 0
                   move 78-err-text-invalid-ponum to ws-error-text
                   move 78-true to ws-error
               else
                   move ws-arg-buffer to ws-new-inv-ponum
               end-if
           when other
               perform process-invoice-line-argument
           end-evaluate
           .

       process-invoice-line-argument section.
           compute ws-arg-slot =
               function mod (ws-main-arg-index - 6, 3)
           evaluate ws-arg-slot
           when 0
               if ws-new-line-count = 78-inv-max-lines
                   move 'too many invoice lines' to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
               add 1 to ws-new-line-count
               if function length (function trim
                       (ws-arg-buffer trailing)) < 4
                  or function length (function trim
                       (ws-arg-buffer trailing)) > 7
                   move 'invalid book id' to ws-error-text
                   move 78-true to ws-error
               else
                   move ws-arg-buffer
                       to ws-new-line-stockno (ws-new-line-count)
               end-if
           when 1
               if function test-numval (function trim
                       (ws-arg-buffer trailing)) <> 0
                   move 78-err-text-invalid-qty to ws-error-text
                   move 78-true to ws-error
               else
                   move ws-arg-buffer
                       to ws-new-line-qty (ws-new-line-count)
               end-if
           when 2
               if function test-numval (function trim
                       (ws-arg-buffer trailing)) <> 0
                   move 'invalid price' to ws-error-text
                   move 78-true to ws-error
               else
                   move function numval (function trim
                           (ws-arg-buffer trailing))
                       to ws-new-line-cost (ws-new-line-count)
               end-if
           end-evaluate
           .

      * Returns take a sub-action word first.  Raise takes the
      * supplier code and the reason (damaged or overstock), then a
      * stockno and quantity for each line; credit takes the return
      * number, the supplier's credit note number and the value
      * credited; list takes nothing.
       process-return-argument section.
           if ws-main-arg-index = 1
               move ws-arg-buffer to ws-ret-action
               exit section
           end-if
           evaluate function trim (ws-ret-action)
           when 'raise'
               evaluate ws-main-arg-index
               when 2
                   move function upper-case (ws-arg-buffer)
                       to ws-ret-supplier
               when 3
                   move ws-arg-buffer to ws-ret-reason
               when other
                   perform process-return-line-argument
               end-evaluate
           when 'credit'
               evaluate ws-main-arg-index
               when 2
                   if function test-numval (function trim
                           (ws-arg-buffer trailing)) <> 0
                       move 'invalid return number' to ws-error-text
                       move 78-true to ws-error
                   else
                       move ws-arg-buffer to ws-ret-retno
                   end-if
               when 3
                   move ws-arg-buffer to ws-ret-credit-note
               when 4
                   if function test-numval (function trim
                           (ws-arg-buffer trailing)) <> 0
                       move 'invalid credit value' to ws-error-text
                       move 78-true to ws-error
                   else
                       move function numval (function trim
                               (ws-arg-buffer trailing))
                           to ws-ret-credit-value
                   end-if
               when other
                   move 78-err-text-unexpected-arg to ws-error-text
                   move 78-true to ws-error
               end-evaluate
           when other
               move 78-err-text-unexpected-arg to ws-error-text
               move 78-true to ws-error
           end-evaluate
           .

       process-return-line-argument section.
           compute ws-arg-slot =
               function mod (ws-main-arg-index - 4, 2)
           evaluate ws-arg-slot
           when 0
               if ws-new-line-count = 78-po-max-lines
                   move 'too many return lines' to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
               add 1 to ws-new-line-count
               if function length (function trim
                       (ws-arg-buffer trailing)) < 4
                  or function length (function trim
                       (ws-arg-buffer trailing)) > 7
                   move 'invalid book id' to ws-error-text
                   move 78-true to ws-error
               else
                   move ws-arg-buffer
                       to ws-new-line-stockno (ws-new-line-count)
               end-if
           when 1
               if function test-numval (function trim
                       (ws-arg-buffer trailing)) <> 0
                   move 78-err-text-invalid-qty to ws-error-text
                   move 78-true to ws-error
               else
                   move ws-arg-buffer
                       to ws-new-line-qty (ws-new-line-count)
               end-if
           end-evaluate
           .

       execute-command section.
           display "bookfile" upon environment-name
           if ws-file-path = spaces
           display "stklocfile.dat" upon environment-value
           display "supplierfile" upon environment-name
           display "supplierfile.dat" upon environment-value
           display "locationfile" upon environment-name
           display "locationfile.dat" upon environment-value
           display "specordfile" upon environment-name
           display "specordfile.dat" upon environment-value
           display "pofile" upon environment-name
               display ws-pofile-path (1:ws-temp)
                   upon environment-value
           end-if
           display "operfile" upon environment-name
           display "operfile.dat" upon environment-value
           display "invoicefile" upon environment-name
           display "invoicefile.dat" upon environment-value
           display "supretfile" upon environment-name
           display "supretfile.dat" upon environment-value
           perform sign-on-operator
           if ws-error = 78-false
               perform check-command-authority
           end-if
           if ws-error <> 78-false
               exit section
           end-if
           evaluate ws-command
           when 78-command-raise
               perform raise-order
               perform supplier-command
           when 78-command-perf
               perform supplier-performance
           when 78-command-invoice
               perform invoice-command
           when 78-command-accruals
               perform accruals-report
           when 78-command-return
               perform return-command
           end-evaluate
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

      * The roles that may run each command as keyed.  The order
      * book, the supplier performance report, the invoice register
      * and the accruals report are open to every operator.
      * Invoices are recorded and matched by the buyers and released
      * for payment by a supervisor; returns to supplier are the
      * buyers' to raise and credit.
       check-command-authority section.
           move spaces to ws-allowed-roles
           evaluate ws-command
           when 78-command-raise
           when 78-command-close
               move 'B' to ws-allowed-roles
           when 78-command-receive
               move 'TSB' to ws-allowed-roles
           when 78-command-supplier
               if function trim (ws-supp-action) <> 'list'
                   move 'B' to ws-allowed-roles
               end-if
           when 78-command-invoice
               evaluate function trim (ws-inv-action)
               when 'list'
                   continue
               when 'release'
                   move 'S' to ws-allowed-roles
               when other
                   move 'B' to ws-allowed-roles
               end-evaluate
           when 78-command-return
               if function trim (ws-ret-action) <> 'list'
                   move 'B' to ws-allowed-roles
               end-if
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

       supplier-command section.
      * measured from the date the order was raised to the business
      * date of the last receipt posted against it.  Orders raised
      * before the supplier master existed report under whatever
      * free-text name they were raised with.  The value of stock
      * sent back on returns to each supplier is shown alongside.
       supplier-performance section.
           move 0 to ws-perf-count
           move zero to ws-po-ponum
                   end-if
               end-if
           end-perform
           move zero to ws-sr-retno
           perform until exit
               set next-record to true
               perform call-supret
               if ws-file-status <> "00"
                   exit perform
               end-if
               move ws-sr-supplier to ws-perf-key
               perform find-perf-entry
               if ws-error <> 78-false
                   exit section
               end-if
               add ws-sr-expected to ws-perf-returns (ws-perf-sub)
           end-perform
           if ws-perf-count = 0
               move 78-true to ws-error
               move 'No closed purchase orders or returns to report'
                   to ws-error-text
               exit section
           end-if
           .

       tally-po-performance section.
           move ws-po-supplier to ws-perf-key
           perform find-perf-entry
           if ws-error <> 78-false
               exit section
           end-if
           add 1 to ws-perf-orders (ws-perf-sub)
           perform varying ws-line-sub from 1 by 1
           end-if
           .

      * Find the performance entry for ws-perf-key, starting a new
      * one when the supplier has not been seen yet.
       find-perf-entry section.
           move 78-false to ws-perf-found
           perform varying ws-perf-sub from 1 by 1
                   until ws-perf-sub > ws-perf-count
               if ws-perf-supplier (ws-perf-sub) = ws-perf-key
                   move 78-true to ws-perf-found
                   exit perform
               end-if
           end-perform
           if ws-perf-found = 78-false
               if ws-perf-count = 78-perf-table-size
                   move 'too many suppliers to report'
                       to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
               add 1 to ws-perf-count
               move ws-perf-count to ws-perf-sub
               move ws-perf-key to ws-perf-supplier (ws-perf-sub)
               move 0 to ws-perf-orders (ws-perf-sub)
               move 0 to ws-perf-short (ws-perf-sub)
               move 0 to ws-perf-days-sum (ws-perf-sub)
               move 0 to ws-perf-days-cnt (ws-perf-sub)
               move 0 to ws-perf-returns (ws-perf-sub)
           end-if
           .

      * A supplier raised by code reports under the name held on
      * the master; anything else reports as it stands.
       print-perf-line section.
           move ws-perf-supplier (ws-perf-sub) to ws-supp-code
           set read-record to true
           perform call-supplier
           if ws-file-status = "00"
               move ws-supp-name to ws-formatted-perf-supplier
           else
               move ws-perf-supplier (ws-perf-sub)
                   to ws-formatted-perf-supplier
               move 0 to ws-avg-days
           end-if
           move ws-avg-days to ws-formatted-perf-days
           move ws-perf-returns (ws-perf-sub)
               to ws-formatted-perf-returns
           display ws-formatted-perf-line
           .

                   to ws-error-text
               exit section
           end-if
           perform validate-location
           if ws-error <> 78-false
               exit section
           end-if
           set read-record to true
           perform call-book
           if ws-file-status <> "00"
               exit section
           end-if
           perform update-book-cost
           move ws-receive-qty to ws-journal-qty
           perform write-audit-entry
           display 'Received ' function trim (ws-book-title)
                   ' against PO ' ws-po-ponum
                           ' - call ' function trim (ws-so-contact)
               end-if
           end-perform
           if ws-file-status <> "10" and ws-file-status <> "23"
               display 'Special orders could not be checked for '
                       'this delivery - review them by hand'
           end-if
           .

      * A receipt maintains the title's weighted-average unit cost:
      * averaged over the new total.  The averaging is done by the
      * book engine under the record lock, so a till sale committed
      * between the quantity adjust and the cost update cannot be
      * stamped over by a stale rewrite from here.  A cost that
      * moves is added to the PRICEHIST history.
       update-book-cost section.
           if ws-receive-qty = 0
               exit section
           end-if
           move ws-book-cost to ws-old-cost
           move ws-receive-qty to ws-book-onhand
           move ws-po-line-cost (ws-found-sub) to ws-book-cost
           set adjust-cost-record to true
           if not status-adjust-ok
               display 'Failed to update unit cost for '
                       ws-book-stockno
               exit section
           end-if
           if ws-book-cost <> ws-old-cost
               perform write-price-history
           end-if
           .

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
           set ws-ph-kind-cost to true
           move ws-old-cost to ws-ph-old
           move ws-book-cost to ws-ph-new
           move 'RECEIVE' to ws-ph-source
           if ws-operators-on-file <> 78-false
               move ws-operator-id to ws-ph-user
           else
               display "USER" upon environment-name
               accept ws-ph-user from environment-value
           end-if
           write ws-ph-record
           close pricehist
           .

       check-order-complete section.
           end-if
           .

       invoice-command section.
           evaluate function trim (ws-inv-action)
           when 'add'
               perform add-invoice
           when 'match'
               perform match-invoice
           when 'list'
               perform list-invoices
           when 'release'
               perform release-invoice
           when 'delete'
               perform delete-invoice
           when other
               move 'unknown invoice action' to ws-error-text
               move 78-true to ws-error
           end-evaluate
           .

      * Record a supplier's invoice against the purchase order it
      * bills.  The supplier must be on the master and must be the
      * supplier the order was raised on, and a supplier's invoice
      * number can only be recorded once.  The invoice goes onto
      * the register open, to be matched.
       add-invoice section.
           if ws-main-arg-index < 9
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           compute ws-arg-slot =
               function mod (ws-main-arg-index - 6, 3)
           if ws-arg-slot <> 0
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move ws-new-inv-supplier to ws-supp-code
           set read-record to true
           perform call-supplier
           if ws-file-status <> "00"
               move 78-true to ws-error
               string 'supplier ' ws-supp-code
                   ' is not on the supplier master'
                   delimited by size into ws-error-text
               exit section
           end-if
           move ws-new-inv-ponum to ws-po-ponum
           set read-record to true
           perform call-po
           if ws-file-status <> "00"
               move 78-true to ws-error
               string "purchase order " ws-po-ponum " not found"
                   delimited by size into ws-error-text
               exit section
           end-if
           if ws-po-supplier <> ws-new-inv-supplier
               move 78-true to ws-error
               string "purchase order " ws-po-ponum
                   " was not raised on supplier " ws-new-inv-supplier
                   delimited by size into ws-error-text
               exit section
           end-if
           move spaces to ws-inv-details
           move 0 to ws-inv-invref
           move ws-new-inv-supplier to ws-inv-supplier
           move ws-new-inv-number to ws-inv-number
           perform check-duplicate-invoice
           if ws-dup-found <> 78-false
               move 78-true to ws-error
               string 'invoice ' function trim (ws-new-inv-number)
                   ' from ' function trim (ws-new-inv-supplier)
                   ' is already recorded as ' ws-dup-ref
                   delimited by size into ws-error-text
               exit section
           end-if
           perform find-next-invref
           move spaces to ws-inv-details
           move ws-next-invref to ws-inv-invref
           move ws-new-inv-supplier to ws-inv-supplier
           move ws-new-inv-number to ws-inv-number
           move ws-new-inv-date to ws-inv-date
           move ws-new-inv-ponum to ws-inv-ponum
           set ws-inv-status-open to true
           perform get-business-date
           move ws-business-date to ws-inv-entered
           perform set-invoice-operator
           move ws-inv-operator to ws-inv-entered-by
           move 0 to ws-inv-released
           move ws-new-line-count to ws-inv-line-count
           perform varying ws-inv-sub from 1 by 1
                   until ws-inv-sub > 78-inv-max-lines
               if ws-inv-sub > ws-new-line-count
                   move 0 to ws-inv-line-stockno (ws-inv-sub)
                   move 0 to ws-inv-line-qty (ws-inv-sub)
                   move 0 to ws-inv-line-price (ws-inv-sub)
               else
                   move ws-new-line-stockno (ws-inv-sub)
                       to ws-inv-line-stockno (ws-inv-sub)
                   move ws-new-line-qty (ws-inv-sub)
                       to ws-inv-line-qty (ws-inv-sub)
                   move ws-new-line-cost (ws-inv-sub)
                       to ws-inv-line-price (ws-inv-sub)
               end-if
               set ws-inv-line-ok (ws-inv-sub) to true
           end-perform
           set add-record to true
           perform call-invoice
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Recorded invoice ' ws-inv-invref ' for '
                       function trim (ws-supp-name)
                       ' against purchase order ' ws-inv-ponum
           else
               move 78-true to ws-error
               move 'Failed to record invoice' to ws-error-text
           end-if
           .

      * Match an invoice against its purchase order.  Each line is
      * checked against the quantity received on the order less
      * whatever other matched or released invoices have already
      * billed, and against the order cost within the price
      * tolerance (--tol, in percent).  A line billed but not
      * received, priced out of tolerance, or not on the order at
      * all is flagged and holds the whole invoice as an exception;
      * a clean invoice is marked matched, ready for release.  An
      * exception can be matched again once the goods arrive or the
      * supplier's credit note is recorded.
       match-invoice section.
           if ws-main-arg-index <> 3
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-invoice-record
           if ws-error <> 78-false
               exit section
           end-if
           if ws-inv-status-released
               move 78-true to ws-error
               move 'invoice has already been released for payment'
                   to ws-error-text
               exit section
           end-if
           move ws-inv-ponum to ws-po-ponum
           set read-record to true
           perform call-po
           if ws-file-status <> "00"
               move 78-true to ws-error
               string "purchase order " ws-po-ponum " not found"
                   delimited by size into ws-error-text
               exit section
           end-if
           perform load-billed-elsewhere
           if ws-dup-found <> 78-false
               move 78-true to ws-error
               string 'invoice number is already recorded as '
                   ws-dup-ref delimited by size into ws-error-text
               exit section
           end-if
           move 0 to ws-inv-flag-count
           perform varying ws-inv-sub from 1 by 1
                   until ws-inv-sub > ws-inv-line-count
               perform match-invoice-line
           end-perform
           if ws-inv-flag-count = 0
               set ws-inv-status-matched to true
           else
               set ws-inv-status-exception to true
           end-if
           set rewrite-record to true
           perform call-invoice
           if ws-file-status <> '00' and ws-file-status <> "02"
               move 78-true to ws-error
               move 'Failed to update invoice' to ws-error-text
               exit section
           end-if
           display ws-formatted-po-rule
           perform print-invoice
           display ws-formatted-po-rule
           if ws-inv-flag-count = 0
               display 'Invoice ' ws-inv-invref
                       ' matched - ready for release'
           else
               move ws-inv-flag-count to ws-formatted-number
               display 'Invoice ' ws-inv-invref ' held: '
                       function trim (ws-formatted-number)
                       ' line(s) in exception'
           end-if
           .

       match-invoice-line section.
           move 0 to ws-found-sub
           perform varying ws-line-sub from 1 by 1
                   until ws-line-sub > ws-po-line-count
               if ws-po-line-stockno (ws-line-sub) =
                       ws-inv-line-stockno (ws-inv-sub)
                   move ws-line-sub to ws-found-sub
                   exit perform
               end-if
           end-perform
           if ws-found-sub = 0
               set ws-inv-line-not-ordered (ws-inv-sub) to true
               add 1 to ws-inv-flag-count
               exit section
           end-if
           move 78-false to ws-qty-over
           move 78-false to ws-price-over
           compute ws-unbilled =
               ws-po-line-received (ws-found-sub)
               - ws-billed-qty (ws-found-sub)
           if ws-inv-line-qty (ws-inv-sub) > ws-unbilled
               move 78-true to ws-qty-over
           end-if
      *    A title billed on two lines of the one invoice is matched
      *    against what is left after the first line.
           add ws-inv-line-qty (ws-inv-sub)
               to ws-billed-qty (ws-found-sub)
           if ws-po-line-cost (ws-found-sub) = 0
               if ws-inv-line-price (ws-inv-sub) > 0
                   move 78-true to ws-price-over
               end-if
           else
               compute ws-price-diff =
                   ws-inv-line-price (ws-inv-sub)
                   - ws-po-line-cost (ws-found-sub)
               if ws-price-diff < 0
                   compute ws-price-diff = 0 - ws-price-diff
               end-if
               compute ws-price-var-pct rounded =
                   ws-price-diff * 100
                   / ws-po-line-cost (ws-found-sub)
               if ws-price-var-pct > ws-price-tolerance
                   move 78-true to ws-price-over
               end-if
           end-if
           evaluate true
           when ws-qty-over <> 78-false and ws-price-over <> 78-false
               set ws-inv-line-both (ws-inv-sub) to true
           when ws-qty-over <> 78-false
               set ws-inv-line-not-received (ws-inv-sub) to true
           when ws-price-over <> 78-false
               set ws-inv-line-price-var (ws-inv-sub) to true
           when other
               set ws-inv-line-ok (ws-inv-sub) to true
           end-evaluate
           if not ws-inv-line-ok (ws-inv-sub)
               add 1 to ws-inv-flag-count
           end-if
           .

      * Scan the register for the quantities already billed against
      * each line of this invoice's order by other matched or
      * released invoices, and for another invoice carrying the
      * same supplier invoice number.  The invoice in hand is kept
      * aside while the register is read.
       load-billed-elsewhere section.
           move ws-inv-details to ws-invsv-details
           perform varying ws-line-sub from 1 by 1
                   until ws-line-sub > 78-po-max-lines
               move 0 to ws-billed-qty (ws-line-sub)
           end-perform
           move 78-false to ws-dup-found
           move zero to ws-inv-invref
           perform until exit
               set next-record to true
               perform call-invoice
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-inv-invref <> ws-invsv-invref
                   if ws-inv-supplier = ws-invsv-supplier
                      and ws-inv-number = ws-invsv-number
                       move 78-true to ws-dup-found
                       move ws-inv-invref to ws-dup-ref
                   end-if
                   if ws-inv-ponum = ws-invsv-ponum
                      and (ws-inv-status-matched
                           or ws-inv-status-released)
                       perform add-billed-quantities
                   end-if
               end-if
           end-perform
           move ws-invsv-details to ws-inv-details
           .

       add-billed-quantities section.
           perform varying ws-inv-sub from 1 by 1
                   until ws-inv-sub > ws-inv-line-count
               perform varying ws-line-sub from 1 by 1
                       until ws-line-sub > ws-po-line-count
                   if ws-po-line-stockno (ws-line-sub) =
                           ws-inv-line-stockno (ws-inv-sub)
                       add ws-inv-line-qty (ws-inv-sub)
                           to ws-billed-qty (ws-line-sub)
                       exit perform
                   end-if
               end-perform
           end-perform
           .

      * A supplier invoice number may only appear once per supplier
      * on the register.  ws-inv-invref holds the invoice's own
      * reference (zero for one not yet recorded) so that it does
      * not count against itself.
       check-duplicate-invoice section.
           move ws-inv-details to ws-invsv-details
           move 78-false to ws-dup-found
           move zero to ws-inv-invref
           perform until exit
               set next-record to true
               perform call-invoice
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-inv-invref <> ws-invsv-invref
                  and ws-inv-supplier = ws-invsv-supplier
                  and ws-inv-number = ws-invsv-number
                   move 78-true to ws-dup-found
                   move ws-inv-invref to ws-dup-ref
                   exit perform
               end-if
           end-perform
           move ws-invsv-details to ws-inv-details
           .

      * Open invoices, exceptions and matched invoices awaiting
      * release; --all includes those already released.
       list-invoices section.
           display ws-formatted-po-rule
           move 0 to ws-inv-count
           move zero to ws-inv-invref
           perform until exit
               set next-record to true
               perform call-invoice
               if ws-file-status <> "00"
                   exit perform
               end-if
               if not ws-inv-status-released
                  or ws-list-all <> 78-false
                   add 1 to ws-inv-count
                   perform print-invoice
               end-if
           end-perform
           if ws-inv-count = 0
               move 78-true to ws-error
               move 'No invoices to list' to ws-error-text
           end-if
           display ws-formatted-po-rule
           move ws-inv-count to ws-formatted-number
           display 'Total invoices: '
                   function trim (ws-formatted-number)
           .

       print-invoice section.
           move ws-inv-invref to ws-formatted-inv-ref
           move ws-inv-supplier to ws-formatted-inv-supplier
           move ws-inv-number to ws-formatted-inv-number
           move ws-inv-date to ws-formatted-inv-date
           move ws-inv-ponum to ws-formatted-inv-ponum
           evaluate true
           when ws-inv-status-open
               move 'OPEN' to ws-formatted-inv-status
           when ws-inv-status-matched
               move 'MATCHED' to ws-formatted-inv-status
           when ws-inv-status-exception
               move 'EXCEPTION' to ws-formatted-inv-status
           when ws-inv-status-released
               move 'RELEASED' to ws-formatted-inv-status
           end-evaluate
           move 0 to ws-inv-value
           perform varying ws-inv-sub from 1 by 1
                   until ws-inv-sub > ws-inv-line-count
               compute ws-inv-value = ws-inv-value
                   + ws-inv-line-qty (ws-inv-sub)
                   * ws-inv-line-price (ws-inv-sub)
           end-perform
           move ws-inv-value to ws-formatted-inv-value
           display ws-formatted-inv-header
           perform varying ws-inv-sub from 1 by 1
                   until ws-inv-sub > ws-inv-line-count
               move ws-inv-line-stockno (ws-inv-sub)
                   to ws-formatted-invl-stockno
               move ws-inv-line-qty (ws-inv-sub)
                   to ws-formatted-invl-qty
               move ws-inv-line-price (ws-inv-sub)
                   to ws-formatted-invl-price
               evaluate true
               when ws-inv-line-not-received (ws-inv-sub)
                   move 'BILLED BUT NOT RECEIVED'
                       to ws-formatted-invl-flag
               when ws-inv-line-price-var (ws-inv-sub)
                   move 'PRICE OUTSIDE TOLERANCE'
                       to ws-formatted-invl-flag
               when ws-inv-line-both (ws-inv-sub)
                   move 'NOT RECEIVED, PRICE OUTSIDE TOLERANCE'
                       to ws-formatted-invl-flag
               when ws-inv-line-not-ordered (ws-inv-sub)
                   move 'NOT ON THE ORDER'
                       to ws-formatted-invl-flag
               when other
                   move spaces to ws-formatted-invl-flag
               end-evaluate
               display ws-formatted-inv-line
           end-perform
           if ws-inv-status-released
               display '   released ' ws-inv-released ' by '
                       ws-inv-released-by
           end-if
           .

      * Release a matched invoice for payment.  Once operators are
      * set up, the operator who keyed the invoice cannot be the one
      * who releases it.
       release-invoice section.
           if ws-main-arg-index <> 3
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-invoice-record
           if ws-error <> 78-false
               exit section
           end-if
           evaluate true
           when ws-inv-status-released
               move 78-true to ws-error
               move 'invoice has already been released for payment'
                   to ws-error-text
           when not ws-inv-status-matched
               move 78-true to ws-error
               move 'only a matched invoice can be released'
                   to ws-error-text
           when ws-operators-on-file <> 78-false
                and ws-inv-entered-by = ws-operator-id
               move 78-true to ws-error
               move 'the operator who recorded an invoice cannot '
                   & 'release it' to ws-error-text
           end-evaluate
           if ws-error <> 78-false
               exit section
           end-if
           set ws-inv-status-released to true
           perform get-business-date
           move ws-business-date to ws-inv-released
           perform set-invoice-operator
           move ws-inv-operator to ws-inv-released-by
           set rewrite-record to true
           perform call-invoice
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Released invoice ' ws-inv-invref
                       ' for payment'
           else
               move 78-true to ws-error
               move 'Failed to release invoice' to ws-error-text
           end-if
           .

      * An invoice keyed in error is deleted and keyed again; a
      * released invoice stays on the register.
       delete-invoice section.
           if ws-main-arg-index <> 3
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           perform read-invoice-record
           if ws-error <> 78-false
               exit section
           end-if
           if ws-inv-status-released
               move 78-true to ws-error
               move 'a released invoice cannot be deleted'
                   to ws-error-text
               exit section
           end-if
           set delete-record to true
           perform call-invoice
           if ws-file-status = '00' or ws-file-status = "02"
               display 'Deleted invoice ' ws-inv-invref
           else
               move 78-true to ws-error
               move 'Failed to delete invoice' to ws-error-text
           end-if
           .

       read-invoice-record section.
           move ws-inv-ref to ws-inv-invref
           set read-record to true
           perform call-invoice
           if ws-file-status <> "00"
               move 78-true to ws-error
               string "invoice " ws-inv-ref " not found"
                   delimited by size into ws-error-text
           end-if
           .

      * The operator recorded against an invoice is the one signed
      * on or, before operators are set up, the login name, exactly
      * as the journal records it.
       set-invoice-operator section.
           if ws-operators-on-file <> 78-false
               move ws-operator-id to ws-inv-operator
           else
               display "USER" upon environment-name
               accept ws-inv-operator from environment-value
           end-if
           .

       find-next-invref section.
           move 100000 to ws-next-invref
           move zero to ws-inv-invref
           perform until exit
               set next-record to true
               perform call-invoice
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-inv-invref > ws-next-invref
                   move ws-inv-invref to ws-next-invref
               end-if
           end-perform
           add 1 to ws-next-invref
           .

      * Goods received not invoiced: for every order line, whatever
      * has been received beyond the quantity billed on recorded
      * invoices (of any status) is valued at the order cost and
      * reported by supplier, for the month-end accrual.
       accruals-report section.
           perform load-invoiced-quantities
           if ws-error <> 78-false
               exit section
           end-if
           perform get-business-date
           display ws-formatted-po-rule
           display 'Goods received not invoiced at ' ws-business-date
           display ws-formatted-po-rule
           move 0 to ws-acc-grand-total
           move 0 to ws-perf-count
           move zero to ws-po-ponum
           perform until exit
               set next-record to true
               perform call-po
               if ws-file-status <> "00"
                   exit perform
               end-if
               move 78-false to ws-perf-found
               perform varying ws-perf-sub from 1 by 1
                       until ws-perf-sub > ws-perf-count
                   if ws-perf-supplier (ws-perf-sub) = ws-po-supplier
                       move 78-true to ws-perf-found
                       exit perform
                   end-if
               end-perform
               if ws-perf-found = 78-false
                   if ws-perf-count = 78-perf-table-size
                       move 'too many suppliers to report'
                           to ws-error-text
                       move 78-true to ws-error
                       exit section
                   end-if
                   add 1 to ws-perf-count
                   move ws-po-supplier
                       to ws-perf-supplier (ws-perf-count)
               end-if
           end-perform
           perform varying ws-perf-sub from 1 by 1
                   until ws-perf-sub > ws-perf-count
               perform accrue-supplier
           end-perform
           move ws-acc-grand-total to ws-formatted-money
           display 'Total goods received not invoiced $'
                   function trim (ws-formatted-money)
           display ws-formatted-po-rule
           .

       accrue-supplier section.
           move 0 to ws-acc-supp-total
           move 78-false to ws-acc-supp-printed
           move zero to ws-po-ponum
           perform until exit
               set next-record to true
               perform call-po
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-po-supplier = ws-perf-supplier (ws-perf-sub)
                   perform varying ws-line-sub from 1 by 1
                           until ws-line-sub > ws-po-line-count
                       perform accrue-order-line
                   end-perform
               end-if
           end-perform
           if ws-acc-supp-printed <> 78-false
               move ws-acc-supp-total to ws-formatted-money
               display '   Supplier total $'
                       function trim (ws-formatted-money)
               add ws-acc-supp-total to ws-acc-grand-total
           end-if
           .

       accrue-order-line section.
           move 0 to ws-acc-invoiced-qty
           perform varying ws-acc-sub from 1 by 1
                   until ws-acc-sub > ws-acc-count
               if ws-acc-ponum (ws-acc-sub) = ws-po-ponum
                  and ws-acc-stockno (ws-acc-sub) =
                       ws-po-line-stockno (ws-line-sub)
                   move ws-acc-invoiced (ws-acc-sub)
                       to ws-acc-invoiced-qty
                   exit perform
               end-if
           end-perform
           compute ws-acc-uninvoiced =
               ws-po-line-received (ws-line-sub) - ws-acc-invoiced-qty
           if ws-acc-uninvoiced <= 0
               exit section
           end-if
           if ws-acc-supp-printed = 78-false
               move ws-po-supplier to ws-supp-code
               set read-record to true
               perform call-supplier
               if ws-file-status = "00"
                   display ws-supp-name
               else
                   display ws-po-supplier
               end-if
               move 78-true to ws-acc-supp-printed
           end-if
           compute ws-acc-line-value =
               ws-acc-uninvoiced * ws-po-line-cost (ws-line-sub)
           add ws-acc-line-value to ws-acc-supp-total
           move ws-po-ponum to ws-formatted-acc-ponum
           move ws-po-line-stockno (ws-line-sub)
               to ws-formatted-acc-stockno
           move ws-po-line-stockno (ws-line-sub) to ws-book-stockno
           set read-record to true
           perform call-book
           if ws-file-status = "00"
               move ws-book-title to ws-formatted-acc-title
           else
               move '(deleted)' to ws-formatted-acc-title
           end-if
           move ws-po-line-received (ws-line-sub)
               to ws-formatted-acc-received
           move ws-acc-invoiced-qty to ws-formatted-acc-invoiced
           move ws-po-line-cost (ws-line-sub) to ws-formatted-acc-cost
           move ws-acc-line-value to ws-formatted-acc-value
           display ws-formatted-acc-line
           .

      * Total the quantity invoiced against each order line across
      * the whole register.
       load-invoiced-quantities section.
           move 0 to ws-acc-count
           move zero to ws-inv-invref
           perform until exit
               set next-record to true
               perform call-invoice
               if ws-file-status <> "00"
                   exit perform
               end-if
               perform varying ws-inv-sub from 1 by 1
                       until ws-inv-sub > ws-inv-line-count
                   perform tally-invoiced-line
                   if ws-error <> 78-false
                       exit section
                   end-if
               end-perform
           end-perform
           .

       tally-invoiced-line section.
           move 78-false to ws-acc-found
           perform varying ws-acc-sub from 1 by 1
                   until ws-acc-sub > ws-acc-count
               if ws-acc-ponum (ws-acc-sub) = ws-inv-ponum
                  and ws-acc-stockno (ws-acc-sub) =
                       ws-inv-line-stockno (ws-inv-sub)
                   move 78-true to ws-acc-found
                   exit perform
               end-if
           end-perform
           if ws-acc-found = 78-false
               if ws-acc-count = 78-acc-table-size
                   move 'too many invoice lines to report'
                       to ws-error-text
                   move 78-true to ws-error
                   exit section
               end-if
               add 1 to ws-acc-count
               move ws-acc-count to ws-acc-sub
               move ws-inv-ponum to ws-acc-ponum (ws-acc-sub)
               move ws-inv-line-stockno (ws-inv-sub)
                   to ws-acc-stockno (ws-acc-sub)
               move 0 to ws-acc-invoiced (ws-acc-sub)
           end-if
           add ws-inv-line-qty (ws-inv-sub)
               to ws-acc-invoiced (ws-acc-sub)
           .

       return-command section.
           evaluate function trim (ws-ret-action)
           when 'raise'
               perform raise-return
           when 'credit'
               perform credit-return
           when 'list'
               perform list-returns
           when other
               move 'unknown return action' to ws-error-text
               move 78-true to ws-error
           end-evaluate
           .

      * Raise a return to supplier for damaged copies or unsold
      * overstock.  Every line is checked before anything moves: the
      * title must be on file, held at the location in the quantity
      * returned, and not wanted for a customer's special order.
      * The stock is then taken off hand through the stkloc and book
      * engines - as a shrink, so the sold counter is untouched -
      * and journalled as SUPRETURN, which the reconciliation and
      * the journal inquiry keep apart from stocktake shrink.  The
      * return is recorded at the title's weighted-average cost to
      * await the supplier's credit note.
       raise-return section.
           if ws-main-arg-index < 6
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           compute ws-arg-slot =
               function mod (ws-main-arg-index - 4, 2)
           if ws-arg-slot <> 0
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move spaces to ws-sr-details
           evaluate function lower-case (ws-ret-reason)
           when 'damaged'
               set ws-sr-reason-damaged to true
           when 'overstock'
               set ws-sr-reason-overstock to true
           when other
               move 'reason must be damaged or overstock'
                   to ws-error-text
               move 78-true to ws-error
               exit section
           end-evaluate
           move ws-ret-supplier to ws-supp-code
           set read-record to true
           perform call-supplier
           if ws-file-status <> "00"
               move 78-true to ws-error
               string 'supplier ' ws-supp-code
                   ' is not on the supplier master'
                   delimited by size into ws-error-text
               exit section
           end-if
           perform validate-location
           if ws-error <> 78-false
               exit section
           end-if
           move 0 to ws-sr-expected
           perform varying ws-line-sub from 1 by 1
                   until ws-line-sub > ws-new-line-count
               perform check-return-line
               if ws-error <> 78-false
                   exit section
               end-if
           end-perform
           perform find-next-retno
           move ws-next-retno to ws-sr-retno
           move ws-ret-supplier to ws-sr-supplier
           move ws-ret-supplier-ra to ws-sr-supplier-ra
           perform get-business-date
           move ws-business-date to ws-sr-date
           move ws-location-code to ws-sr-location
           set ws-sr-status-awaiting to true
           perform set-invoice-operator
           move ws-inv-operator to ws-sr-raised-by
           move 0 to ws-sr-credit-date
           move 0 to ws-sr-credit-value
           move ws-new-line-count to ws-sr-line-count
           perform varying ws-line-sub from ws-new-line-count by 1
                   until ws-line-sub >= 78-po-max-lines
               move 0 to ws-sr-line-stockno (ws-line-sub + 1)
               move 0 to ws-sr-line-qty (ws-line-sub + 1)
               move 0 to ws-sr-line-cost (ws-line-sub + 1)
           end-perform
           move 0 to ws-ret-posted
           perform varying ws-line-sub from 1 by 1
                   until ws-line-sub > ws-new-line-count
               perform post-return-line
               if ws-error <> 78-false
                   perform reverse-return-lines
                   exit section
               end-if
               add 1 to ws-ret-posted
           end-perform
           set add-record to true
           perform call-supret
           if ws-file-status <> '00' and ws-file-status <> "02"
               move 78-true to ws-error
               move 'Failed to record return to supplier'
                   to ws-error-text
               perform reverse-return-lines
               exit section
           end-if
           move 'SUPRETURN' to ws-command-name
           perform varying ws-line-sub from 1 by 1
                   until ws-line-sub > ws-sr-line-count
               move ws-sr-line-stockno (ws-line-sub) to ws-book-stockno
               move ws-sr-line-qty (ws-line-sub) to ws-journal-qty
               perform write-audit-entry
           end-perform
           move ws-sr-expected to ws-formatted-money
           display 'Raised return ' ws-sr-retno ' to '
                   function trim (ws-supp-name)
                   ' - credit expected $'
                   function trim (ws-formatted-money)
           .

      * One line of a return, checked before any stock is moved.  A
      * title may only appear once on a return.
       check-return-line section.
           perform varying ws-found-sub from 1 by 1
                   until ws-found-sub >= ws-line-sub
               if ws-new-line-stockno (ws-found-sub) =
                       ws-new-line-stockno (ws-line-sub)
                   move 78-true to ws-error
                   string "book " ws-new-line-stockno (ws-line-sub)
                       " is on the return twice"
                       delimited by size into ws-error-text
                   exit section
               end-if
           end-perform
           if ws-new-line-qty (ws-line-sub) = 0
               move 78-err-text-invalid-qty to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move ws-new-line-stockno (ws-line-sub) to ws-book-stockno
           set read-record to true
           perform call-book
           if ws-file-status <> "00"
               move 78-true to ws-error
               string "book " ws-book-stockno " not found"
                   delimited by size into ws-error-text
               exit section
           end-if
           perform load-location-record
           if ws-new-line-qty (ws-line-sub) > ws-loc-onhand
               move 78-true to ws-error
               string "cannot return more of " ws-book-stockno
                   " than is held at " ws-location-code
                   delimited by size into ws-error-text
               exit section
           end-if
           perform sum-open-reservations
           if ws-error <> 78-false
               exit section
           end-if
           if ws-new-line-qty (ws-line-sub) + ws-reserved-qty >
                   ws-book-onhand
               move 78-true to ws-error
               string "stock of " ws-book-stockno
                   " is reserved for special orders"
                   delimited by size into ws-error-text
               exit section
           end-if
           move ws-book-stockno to ws-sr-line-stockno (ws-line-sub)
           move ws-new-line-qty (ws-line-sub)
               to ws-sr-line-qty (ws-line-sub)
           move ws-book-cost to ws-sr-line-cost (ws-line-sub)
           compute ws-sr-expected = ws-sr-expected
               + ws-sr-line-qty (ws-line-sub)
               * ws-sr-line-cost (ws-line-sub)
           .

       post-return-line section.
           move ws-sr-line-stockno (ws-line-sub) to ws-loc-stockno
           move ws-location-code to ws-loc-location
           move ws-sr-line-qty (ws-line-sub) to ws-loc-onhand
           set adjust-sell-record to true
           perform call-stkloc
           if not status-adjust-ok
               move 78-true to ws-error
               if status-record-locked
                   move 78-err-text-record-in-use to ws-error-text
               else
                   string 'Failed to take ' ws-loc-stockno
                       ' off location stock'
                       delimited by size into ws-error-text
               end-if
               exit section
           end-if
           move ws-sr-line-stockno (ws-line-sub) to ws-book-stockno
           move ws-sr-line-qty (ws-line-sub) to ws-book-onhand
           set adjust-shrink-record to true
           perform call-book
           if not status-adjust-ok
               move 78-true to ws-error
               if status-record-locked
                   move 78-err-text-record-in-use to ws-error-text
               else
                   string 'Failed to take ' ws-book-stockno
                       ' off the book repository'
                       delimited by size into ws-error-text
               end-if
               move ws-sr-line-stockno (ws-line-sub) to ws-loc-stockno
               move ws-location-code to ws-loc-location
               move ws-sr-line-qty (ws-line-sub) to ws-loc-onhand
               set adjust-add-record to true
               perform call-stkloc
           end-if
           .

      * Put back the lines already taken off hand, or they would be
      * gone from stock with no return and no journal row to show
      * for them.
       reverse-return-lines section.
           perform varying ws-line-sub from 1 by 1
                   until ws-line-sub > ws-ret-posted
               move ws-sr-line-stockno (ws-line-sub) to ws-loc-stockno
               move ws-location-code to ws-loc-location
               move ws-sr-line-qty (ws-line-sub) to ws-loc-onhand
               set adjust-add-record to true
               perform call-stkloc
               move ws-sr-line-stockno (ws-line-sub) to ws-book-stockno
               move ws-sr-line-qty (ws-line-sub) to ws-book-onhand
               set adjust-add-record to true
               perform call-book
           end-perform
           .

      * Record the supplier's credit note against a return.  A
      * credit for other than the value expected is reported so the
      * difference can be taken up with the supplier.
       credit-return section.
           if ws-main-arg-index <> 5
               move 78-err-text-not-enough-args to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           move ws-ret-retno to ws-sr-retno
           set read-record to true
           perform call-supret
           if ws-file-status <> "00"
               move 78-true to ws-error
               string "return " ws-ret-retno " not found"
                   delimited by size into ws-error-text
               exit section
           end-if
           if ws-sr-status-credited
               move 78-true to ws-error
               string "return " ws-ret-retno
                   " is already credited on note "
                   ws-sr-credit-note delimited by size
                   into ws-error-text
               exit section
           end-if
           set ws-sr-status-credited to true
           move ws-ret-credit-note to ws-sr-credit-note
           perform get-business-date
           move ws-business-date to ws-sr-credit-date
           move ws-ret-credit-value to ws-sr-credit-value
           set rewrite-record to true
           perform call-supret
           if ws-file-status <> '00' and ws-file-status <> "02"
               move 78-true to ws-error
               move 'Failed to update return' to ws-error-text
               exit section
           end-if
           display 'Credit note ' function trim (ws-sr-credit-note)
                   ' recorded against return ' ws-sr-retno
           compute ws-ret-diff = ws-sr-credit-value - ws-sr-expected
           if ws-ret-diff <> 0
               move ws-sr-expected to ws-formatted-money
               display 'Credit differs from the $'
                       function trim (ws-formatted-money)
                       ' expected'
           end-if
           .

      * Returns awaiting a credit note, with the total credit still
      * owed; --all includes those already credited.
       list-returns section.
           display ws-formatted-po-rule
           move 0 to ws-ret-count
           move 0 to ws-ret-total
           move zero to ws-sr-retno
           perform until exit
               set next-record to true
               perform call-supret
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-sr-status-awaiting or ws-list-all <> 78-false
                   add 1 to ws-ret-count
                   perform print-return
                   if ws-sr-status-awaiting
                       add ws-sr-expected to ws-ret-total
                   end-if
               end-if
           end-perform
           if ws-ret-count = 0
               move 78-true to ws-error
               move 'No returns to list' to ws-error-text
           end-if
           display ws-formatted-po-rule
           move ws-ret-count to ws-formatted-number
           display 'Total returns: ' function trim (ws-formatted-number)
           move ws-ret-total to ws-formatted-money
           display 'Credit awaited: $'
                   function trim (ws-formatted-money)
           .

       print-return section.
           move ws-sr-retno to ws-formatted-ret-retno
           move ws-sr-supplier to ws-formatted-ret-supplier
           move ws-sr-supplier-ra to ws-formatted-ret-ra
           move ws-sr-date to ws-formatted-ret-date
           move ws-sr-location to ws-formatted-ret-location
           if ws-sr-reason-damaged
               move 'DAMAGED' to ws-formatted-ret-reason
           else
               move 'OVERSTOCK' to ws-formatted-ret-reason
           end-if
           move ws-sr-expected to ws-formatted-ret-value
           display ws-formatted-ret-header
           perform varying ws-line-sub from 1 by 1
                   until ws-line-sub > ws-sr-line-count
               move ws-sr-line-stockno (ws-line-sub)
                   to ws-formatted-retl-stockno
               move ws-sr-line-stockno (ws-line-sub) to ws-book-stockno
               set read-record to true
               perform call-book
               if ws-file-status = "00"
                   move ws-book-title to ws-formatted-retl-title
               else
                   move '(deleted)' to ws-formatted-retl-title
               end-if
               move ws-sr-line-qty (ws-line-sub)
                   to ws-formatted-retl-qty
               move ws-sr-line-cost (ws-line-sub)
                   to ws-formatted-retl-cost
               display ws-formatted-ret-line
           end-perform
           if ws-sr-status-credited
               move ws-sr-credit-value to ws-formatted-money
               display '   credited ' ws-sr-credit-date ' note '
                       function trim (ws-sr-credit-note) ' $'
                       function trim (ws-formatted-money)
           end-if
           .

       find-next-retno section.
           move 100000 to ws-next-retno
           move zero to ws-sr-retno
           perform until exit
               set next-record to true
               perform call-supret
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-sr-retno > ws-next-retno
                   move ws-sr-retno to ws-next-retno
               end-if
           end-perform
           add 1 to ws-next-retno
           .

      * Units held for customers on open or filled special orders
      * for the current book are not the shop's to send back.
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

       find-next-ponum section.
           move 100000 to ws-next-ponum
           move zero to ws-po-ponum
           perform until exit
               set next-record to true
               perform call-po
               if ws-file-status <> "00"
                   exit perform
               end-if
               if ws-po-ponum > ws-next-ponum
                   move ws-po-ponum to ws-next-ponum
               end-if
           end-perform
           add 1 to ws-next-ponum
           .

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
               move ws-approved-by to ws-audit-rec-approver
               perform get-business-date
               move ws-business-date to ws-audit-rec-date
               accept ws-audit-rec-time from time
               move ws-command-name to ws-audit-rec-command
               move ws-book-stockno to ws-audit-rec-stockno
               move ws-journal-qty to ws-audit-rec-qty
               move ws-location-code to ws-audit-rec-location
               write ws-audit-record
           end-if
           .

      * Purchase orders are dated with the shop's business date,
      * held in the period control record and advanced by the
      * day-end close.  When no period control record exists yet
      * the system date is used.
       get-business-date section.
           if ws-busdate-loaded = 78-false
               open input periodctl
               if ws-ctl-status = "00"
                   read periodctl
                       at end
                           accept ws-business-date from date yyyymmdd
                       not at end
                           move ws-ctl-busdate to ws-business-date
                   end-read
                   close periodctl
               else
                   accept ws-business-date from date yyyymmdd
               end-if
               move 78-true to ws-busdate-loaded
           end-if
           .

      * Read the stock-by-location record for the current book at
      * ws-location-code, creating it when it does not exist yet.
      * Books taken on before locations were tracked have no rows at
      * all, so a missing MAIN record is seeded with whatever part
      * of the book's on-hand figure is not already held by other
      * location records; any other location starts at zero.
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

       call-stkloc section.
           call "stkloc" using by value ws-function
                               by reference ws-loc-details
                               by reference ws-file-status
           .

      * A receiving location must be on the location master and
      * open; an empty master (before the first location is set
      * up) accepts any code, as the cli does.
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

       call-oper section.
           call "oper" using by value ws-function
                             by reference ws-op-details
                             by reference ws-file-status
           .

       call-po section.
           call "po" using by value ws-function
                           by reference ws-po-details
                           by reference ws-file-status
           .

       call-supplier section.
           call "supplier" using by value ws-function
                                 by reference ws-supp-details
                                 by reference ws-file-status
           .

       call-specord section.
           call "specord" using by value ws-function
                                by reference ws-so-details
                                by reference ws-file-status
           .

       call-supret section.
           call "supret" using by value ws-function
                               by reference ws-sr-details
                               by reference ws-file-status
           .

       call-invoice section.
           call "invoice" using by value ws-function
                                by reference ws-inv-details
                                by reference ws-file-status
           .

       call-book section.
           call "book" using by value ws-function
                             by reference ws-book-details
