      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * catfeed - the publisher catalogue feed.  Publishers send
      * catalogue files giving, for each title, the ISBN, title,
      * author, recommended retail price and trade price, one title
      * per line, pipe-delimited:
      *
      *   <ISBN>|<title>|<author>|<RRP>|<trade price>
      *
      * Hyphens and spaces in the ISBN are ignored, a blank field is
      * taken as "no change", and a heading line whose first field
      * is ISBN is skipped.  Each line is matched to the book
      * repository on the ISBN alternate key and compared with the
      * book record, and the differences are reported: retail price
      * changes (RRP against the retail price), cost changes (trade
      * price against the unit cost), title and author corrections,
      * and ISBNs that are not stocked.  Run without --apply the job
      * changes nothing, so the report can be checked first; run
      * again with --apply it posts the changes the report showed,
      * leaving out any kind named with --skip.  Every change posted
      * is journalled (CATPRICE, CATCOST, CATTITLE, CATAUTHOR) and
      * price and cost changes are added to the PRICEHIST history.
      * An RRP the tills cannot charge (over 99.99) is reported and
      * never applied.  Applying the feed needs a buyer or a
      * supervisor, signed on as for the cli.
      *
      * usage: catfeed <catalogue-file> [--apply]
      *                [--skip price|cost|title] [-f <path>]
      *                [--op <id> --pin <pin>]
      *
      * return codes: 0 clean, 4 lines not stocked or not usable,
      *               8 run failed.
      *
      ******************************************************************

       program-id. catfeed.

       environment division.
       input-output section.
       file-control.
           select catalogue-file assign to ws-catalogue-path
               organization is line sequential
               file status is ws-catalogue-status
               .
           select audittrail assign to "AUDITTRAIL"
               organization is line sequential
               file status is ws-audit-status
               .
           select pricehist assign to "PRICEHIST"
               organization is line sequential
               file status is ws-pricehist-status
               .
           select periodctl assign to "PERIODCTL"
               organization is line sequential
               file status is ws-ctl-status
               .

       data division.
       file section.
       fd  catalogue-file.
       01  ws-catalogue-line       pic x(300).

       fd  audittrail.
       copy audit-rec replacing ==(prefix)== by ==ws-audit==.

       fd  pricehist.
       copy pricehist-rec replacing ==(prefix)== by ==ws-ph==.

       fd  periodctl.
       copy period-rec replacing ==(prefix)== by ==ws-ctl==.

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
           88 opt-skip                 value '4'.
       01  ws-file-path            pic x(100) value spaces.
       01  ws-temp                 binary-long.

       01  ws-catalogue-path       pic x(100) value spaces.
       01  ws-catalogue-status     pic xx.
       01  ws-audit-status         pic xx.
       01  ws-audit-open           type bool-t value 78-false.
       01  ws-pricehist-status     pic xx.
       01  ws-pricehist-open       type bool-t value 78-false.
       01  ws-ctl-status           pic xx.
       01  ws-business-date        pic 9(8).
       01  ws-command-name         pic x(10).
       01  ws-run-user             pic x(20).
       01  ws-hist-kind            pic x.
       01  ws-hist-old             pic 9(3)v99.
       01  ws-hist-new             pic 9(3)v99.

      **** What the run is to do: report only, or apply the changes
      **** less any kinds the buyer has chosen to leave alone
       01  ws-apply                type bool-t value 78-false.
       01  ws-skip-price           type bool-t value 78-false.
       01  ws-skip-cost            type bool-t value 78-false.
       01  ws-skip-title           type bool-t value 78-false.

      **** The catalogue line being matched, as unstrung
       01  ws-line-number          pic 9(7) value 0.
       01  ws-cf-isbn-raw          pic x(20).
       01  ws-cf-title             pic x(50).
       01  ws-cf-author            pic x(50).
       01  ws-cf-rrp-text          pic x(12).
       01  ws-cf-trade-text        pic x(12).
       01  ws-cf-isbn              pic x(13).
       01  ws-cf-isbn-len          pic 9(4) comp-5.
       01  ws-cf-sub               pic 9(4) comp-5.
       01  ws-cf-reason            pic x(60).
       01  ws-cf-rrp               pic 9(5)v99.
       01  ws-cf-trade             pic 9(5)v99.

      **** The changes found for the matched title
       01  ws-price-changed        type bool-t.
       01  ws-price-held           type bool-t.
       01  ws-cost-changed         type bool-t.
       01  ws-cost-held            type bool-t.
       01  ws-title-changed        type bool-t.
       01  ws-author-changed       type bool-t.
       01  ws-line-applies         type bool-t.
       01  ws-old-retail           pic 9(2)v99.
       01  ws-old-cost             pic 9(3)v99.
       01  ws-old-title            pic x(50).
       01  ws-old-author           pic x(50).
       01  ws-change-status        pic x(12).

      **** Run control totals
       01  ws-lines-read           pic 9(7) value 0.
       01  ws-lines-matched        pic 9(7) value 0.
       01  ws-lines-unchanged      pic 9(7) value 0.
       01  ws-lines-unstocked      pic 9(7) value 0.
       01  ws-lines-invalid        pic 9(7) value 0.
       01  ws-price-changes        pic 9(7) value 0.
       01  ws-cost-changes         pic 9(7) value 0.
       01  ws-title-changes        pic 9(7) value 0.
       01  ws-author-changes       pic 9(7) value 0.
       01  ws-held-changes         pic 9(7) value 0.
       01  ws-titles-updated       pic 9(7) value 0.
       01  ws-update-failures      pic 9(7) value 0.

       01  ws-formatted-number     pic Z(8)9.

       01  ws-formatted-rule
           constant as "------------------------------------------".

       01  ws-formatted-change-columns.
           03                              pic x(14) value 'ISBN'.
           03                              pic x(8) value 'STOCKNO'.
           03                              pic x(7) value 'CHANGE'.
           03                              pic x(19) value
                                               '      OLD       NEW'.
           03                              pic x(8) value '  ACTION'.

       01  ws-formatted-change-line.
           03 ws-formatted-change-isbn     pic x(13).
           03                              value ' '.
           03 ws-formatted-change-stockno  pic x(7).
           03                              value ' '.
           03 ws-formatted-change-kind     pic x(6).
           03                              value ' '.
           03 ws-formatted-change-old      pic Z(5)9.99.
           03                              value ' '.
           03 ws-formatted-change-new      pic Z(5)9.99.
           03                              value '  '.
           03 ws-formatted-change-action   pic x(12).

       01  ws-formatted-text-line.
           03                              pic x(29) value spaces.
           03 ws-formatted-text-label      pic x(5).
           03 ws-formatted-text-value      pic x(50).

      **** The operator making the run, and the roles allowed to
      **** apply a feed
       copy oper-rec replacing ==(prefix)== by ==ws-op==.
       01  ws-operators-on-file    type bool-t value 78-false.
       01  ws-operator-id          pic x(8) value spaces.
       01  ws-operator-pin         pic x(6) value spaces.
       01  ws-apply-roles          pic x(4) value 'BS'.
       01  ws-role-count           pic 9(4) comp-5.

      **** The book storage
       copy book-rec replacing ==(prefix)== by ==ws-book==.

      **** Data for calling the storage programs
       01  ws-function             pic x.
           88 read-record              value "1".
           88 add-record               value "2".
           88 delete-record            value "3".
           88 next-record              value "4".
           88 rewrite-record           value "5".
           88 read-isbn-record         value "6".
       01  ws-file-status          pic xx.

       procedure division.
           perform process-arguments
           if ws-error = 78-false
               perform run-feed
           end-if
           if ws-audit-open <> 78-false
               close audittrail
           end-if
           if ws-pricehist-open <> 78-false
               close pricehist
           end-if
           if ws-error <> 78-false
               display ws-error-text
               move 8 to return-code
           else
               if ws-lines-unstocked > 0 or ws-lines-invalid > 0
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
           if opt-skip
               evaluate function lower-case (ws-cmdline-buffer)
               when 'price'
                   move 78-true to ws-skip-price
               when 'cost'
                   move 78-true to ws-skip-cost
               when 'title'
                   move 78-true to ws-skip-title
               when other
                   move '--skip takes price, cost or title'
                       to ws-error-text
                   move 78-true to ws-error
               end-evaluate
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
           when '--apply'
               move 78-true to ws-apply
           when '--skip'
               set opt-skip to true
           when other
               if ws-cmdline-buffer (1:1) = '-'
                  or ws-catalogue-path <> spaces
                   move 'invalid argument' to ws-error-text
                   move 78-true to ws-error
               else
                   move ws-cmdline-buffer to ws-catalogue-path
               end-if
           end-evaluate
           .

       run-feed section.
           if ws-catalogue-path = spaces
               move 'usage: catfeed <catalogue-file> [--apply]'
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
           perform sign-on-operator
           if ws-error <> 78-false
               exit section
           end-if
           perform set-run-user
           perform load-period-control
           open input catalogue-file
           if ws-catalogue-status <> "00"
               move 'failed to open catalogue file' to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           display ws-formatted-rule
           if ws-apply <> 78-false
               display 'Catalogue feed ' function trim
                       (ws-catalogue-path) ' - applying changes'
           else
               display 'Catalogue feed ' function trim
                       (ws-catalogue-path) ' - report only'
           end-if
           display ws-formatted-rule
           display ws-formatted-change-columns
           perform until exit
               read catalogue-file
                   at end
                       exit perform
               end-read
               add 1 to ws-line-number
               perform take-catalogue-line
           end-perform
           close catalogue-file
           perform print-control-totals
           .

       load-period-control section.
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
           .

       take-catalogue-line section.
           if ws-catalogue-line = spaces
               exit section
           end-if
           move spaces to ws-cf-isbn-raw ws-cf-title ws-cf-author
                          ws-cf-rrp-text ws-cf-trade-text
           unstring ws-catalogue-line delimited by '|'
               into ws-cf-isbn-raw ws-cf-title ws-cf-author
                    ws-cf-rrp-text ws-cf-trade-text
           end-unstring
           if function upper-case (function trim (ws-cf-isbn-raw))
                   = 'ISBN'
               exit section
           end-if
           add 1 to ws-lines-read
           move spaces to ws-cf-reason
           perform parse-catalogue-line
           if ws-cf-reason <> spaces
               add 1 to ws-lines-invalid
               display 'Line ' ws-line-number ': '
                       function trim (ws-cf-reason)
               exit section
           end-if
           move ws-cf-isbn to ws-book-isbn
           set read-isbn-record to true
           perform call-book
           if ws-file-status <> "00"
               add 1 to ws-lines-unstocked
               move spaces to ws-formatted-change-line
               move ws-cf-isbn to ws-formatted-change-isbn
               move 'not stocked' to ws-formatted-change-action
               display ws-formatted-change-line
               if ws-cf-title <> spaces
                   move 'title' to ws-formatted-text-label
                   move ws-cf-title to ws-formatted-text-value
                   display ws-formatted-text-line
               end-if
               exit section
           end-if
           add 1 to ws-lines-matched
           perform compare-catalogue-line
           if ws-price-changed = 78-false
              and ws-price-held = 78-false
              and ws-cost-changed = 78-false
              and ws-cost-held = 78-false
              and ws-title-changed = 78-false
              and ws-author-changed = 78-false
               add 1 to ws-lines-unchanged
               exit section
           end-if
           if ws-apply <> 78-false and ws-line-applies <> 78-false
               perform apply-catalogue-line
           end-if
           perform report-catalogue-line
           .

      * Pick the catalogue fields apart: the ISBN without its
      * hyphens and spaces must be 10 or 13 characters, and the
      * prices, where given, must be numbers.
       parse-catalogue-line section.
           move spaces to ws-cf-isbn
           move 0 to ws-cf-isbn-len
           perform varying ws-cf-sub from 1 by 1
                   until ws-cf-sub > length of ws-cf-isbn-raw
               if ws-cf-isbn-raw (ws-cf-sub:1) <> '-'
                  and ws-cf-isbn-raw (ws-cf-sub:1) <> ' '
                   add 1 to ws-cf-isbn-len
                   if ws-cf-isbn-len > 13
                       exit perform
                   end-if
                   move ws-cf-isbn-raw (ws-cf-sub:1)
                       to ws-cf-isbn (ws-cf-isbn-len:1)
               end-if
           end-perform
           if ws-cf-isbn-len <> 10 and ws-cf-isbn-len <> 13
               move 'invalid ISBN' to ws-cf-reason
               exit section
           end-if
           move function upper-case (ws-cf-isbn) to ws-cf-isbn
           move 0 to ws-cf-rrp
           if ws-cf-rrp-text <> spaces
               if function test-numval (function trim
                       (ws-cf-rrp-text trailing)) <> 0
                   move 'invalid RRP' to ws-cf-reason
                   exit section
               end-if
               move function numval (function trim (ws-cf-rrp-text))
                   to ws-cf-rrp
           end-if
           move 0 to ws-cf-trade
           if ws-cf-trade-text <> spaces
               if function test-numval (function trim
                       (ws-cf-trade-text trailing)) <> 0
                   move 'invalid trade price' to ws-cf-reason
                   exit section
               end-if
               move function numval (function trim (ws-cf-trade-text))
                   to ws-cf-trade
           end-if
           .

      * Compare the catalogue line with the book record.  Titles
      * and authors that differ only in case are not corrections -
      * catalogues are often all in capitals.  A zero or blank
      * price means the publisher gave none.  A figure the book
      * record cannot hold is held back rather than truncated.
       compare-catalogue-line section.
           move 78-false to ws-price-changed ws-price-held
                            ws-cost-changed ws-cost-held
                            ws-title-changed ws-author-changed
                            ws-line-applies
           move ws-book-retail to ws-old-retail
           move ws-book-cost to ws-old-cost
           move ws-book-title to ws-old-title
           move ws-book-author to ws-old-author
           if ws-cf-rrp > 0 and ws-cf-rrp <> ws-book-retail
               if ws-cf-rrp > 99.99
                   move 78-true to ws-price-held
               else
                   move 78-true to ws-price-changed
                   if ws-skip-price = 78-false
                       move 78-true to ws-line-applies
                   end-if
               end-if
           end-if
           if ws-cf-trade > 0 and ws-cf-trade <> ws-book-cost
               if ws-cf-trade > 999.99
                   move 78-true to ws-cost-held
               else
                   move 78-true to ws-cost-changed
                   if ws-skip-cost = 78-false
                       move 78-true to ws-line-applies
                   end-if
               end-if
           end-if
           if ws-cf-title <> spaces
              and function upper-case (ws-cf-title)
                   <> function upper-case (ws-book-title)
               move 78-true to ws-title-changed
               if ws-skip-title = 78-false
                   move 78-true to ws-line-applies
               end-if
           end-if
           if ws-cf-author <> spaces
              and function upper-case (ws-cf-author)
                   <> function upper-case (ws-book-author)
               move 78-true to ws-author-changed
               if ws-skip-title = 78-false
                   move 78-true to ws-line-applies
               end-if
           end-if
           .

      * Post the changes for one title in a single rewrite of the
      * freshly read record, then journal each change and record
      * the price and cost history.
       apply-catalogue-line section.
           if ws-price-changed <> 78-false
              and ws-skip-price = 78-false
               move ws-cf-rrp to ws-book-retail
           end-if
           if ws-cost-changed <> 78-false
              and ws-skip-cost = 78-false
               move ws-cf-trade to ws-book-cost
           end-if
           if ws-skip-title = 78-false
               if ws-title-changed <> 78-false
                   move ws-cf-title to ws-book-title
               end-if
               if ws-author-changed <> 78-false
                   move ws-cf-author to ws-book-author
               end-if
           end-if
           set rewrite-record to true
           perform call-book
           if ws-file-status <> "00" and ws-file-status <> "02"
               add 1 to ws-update-failures
               move 78-false to ws-line-applies
               display 'Failed to update ' ws-book-stockno
                       ' for ISBN ' ws-cf-isbn
               exit section
           end-if
           add 1 to ws-titles-updated
           if ws-book-retail <> ws-old-retail
               move 'CATPRICE' to ws-command-name
               perform write-audit-entry
               move 'P' to ws-hist-kind
               move ws-old-retail to ws-hist-old
               move ws-book-retail to ws-hist-new
               perform write-price-history
           end-if
           if ws-book-cost <> ws-old-cost
               move 'CATCOST' to ws-command-name
               perform write-audit-entry
               move 'C' to ws-hist-kind
               move ws-old-cost to ws-hist-old
               move ws-book-cost to ws-hist-new
               perform write-price-history
           end-if
           if ws-book-title <> ws-old-title
               move 'CATTITLE' to ws-command-name
               perform write-audit-entry
           end-if
           if ws-book-author <> ws-old-author
               move 'CATAUTHOR' to ws-command-name
               perform write-audit-entry
           end-if
           .

      * One report line per change found, saying whether it was
      * applied, is waiting for --apply, was skipped or is held.
       report-catalogue-line section.
           if ws-price-changed <> 78-false or ws-price-held <> 78-false
               add 1 to ws-price-changes
               move ws-old-retail to ws-formatted-change-old
               move ws-cf-rrp to ws-formatted-change-new
               move 'PRICE' to ws-formatted-change-kind
               if ws-price-held <> 78-false
                   add 1 to ws-held-changes
                   move 'held: >99.99' to ws-change-status
               else
                   move ws-skip-price to ws-temp
                   perform set-change-status
               end-if
               perform print-change-line
           end-if
           if ws-cost-changed <> 78-false or ws-cost-held <> 78-false
               add 1 to ws-cost-changes
               move ws-old-cost to ws-formatted-change-old
               move ws-cf-trade to ws-formatted-change-new
               move 'COST' to ws-formatted-change-kind
               if ws-cost-held <> 78-false
                   add 1 to ws-held-changes
                   move 'held: >999' to ws-change-status
               else
                   move ws-skip-cost to ws-temp
                   perform set-change-status
               end-if
               perform print-change-line
           end-if
           if ws-title-changed <> 78-false
               add 1 to ws-title-changes
               move 'TITLE' to ws-formatted-change-kind
               move ws-skip-title to ws-temp
               perform set-change-status
               perform print-text-change
               move ws-old-title to ws-formatted-text-value
               move 'was' to ws-formatted-text-label
               display ws-formatted-text-line
               move ws-cf-title to ws-formatted-text-value
               move 'now' to ws-formatted-text-label
               display ws-formatted-text-line
           end-if
           if ws-author-changed <> 78-false
               add 1 to ws-author-changes
               move 'AUTHOR' to ws-formatted-change-kind
               move ws-skip-title to ws-temp
               perform set-change-status
               perform print-text-change
               move ws-old-author to ws-formatted-text-value
               move 'was' to ws-formatted-text-label
               display ws-formatted-text-line
               move ws-cf-author to ws-formatted-text-value
               move 'now' to ws-formatted-text-label
               display ws-formatted-text-line
           end-if
           .

      * ws-temp carries the skip switch for the kind of change.
       set-change-status section.
           evaluate true
           when ws-temp <> 78-false
               move 'skipped' to ws-change-status
           when ws-apply = 78-false
               move 'to apply' to ws-change-status
           when ws-line-applies = 78-false
               move 'not applied' to ws-change-status
           when other
               move 'applied' to ws-change-status
           end-evaluate
           .

       print-change-line section.
           move ws-cf-isbn to ws-formatted-change-isbn
           move ws-book-stockno to ws-formatted-change-stockno
           move ws-change-status to ws-formatted-change-action
           display ws-formatted-change-line
           .

       print-text-change section.
           move ws-cf-isbn to ws-formatted-change-isbn
           move ws-book-stockno to ws-formatted-change-stockno
           move spaces to ws-formatted-change-line (29:)
           move ws-change-status to ws-formatted-change-action
           display ws-formatted-change-line
           .

       print-control-totals section.
           display ws-formatted-rule
           move ws-lines-read to ws-formatted-number
           display 'Catalogue lines:   ' ws-formatted-number
           move ws-lines-matched to ws-formatted-number
           display 'Matched:           ' ws-formatted-number
           move ws-lines-unchanged to ws-formatted-number
           display '  unchanged:       ' ws-formatted-number
           move ws-lines-unstocked to ws-formatted-number
           display 'Not stocked:       ' ws-formatted-number
           move ws-lines-invalid to ws-formatted-number
           display 'Not usable:        ' ws-formatted-number
           move ws-price-changes to ws-formatted-number
           display 'Price changes:     ' ws-formatted-number
           move ws-cost-changes to ws-formatted-number
           display 'Cost changes:      ' ws-formatted-number
           move ws-title-changes to ws-formatted-number
           display 'Title corrections: ' ws-formatted-number
           move ws-author-changes to ws-formatted-number
           display 'Author corrections:' ws-formatted-number
           move ws-held-changes to ws-formatted-number
           display 'Held back:         ' ws-formatted-number
           if ws-apply <> 78-false
               move ws-titles-updated to ws-formatted-number
               display 'Titles updated:    ' ws-formatted-number
               if ws-update-failures > 0
                   move ws-update-failures to ws-formatted-number
                   display 'Update failures:   ' ws-formatted-number
               end-if
           else
               display 'Nothing has been changed; '
                       'run with --apply to post the changes'
           end-if
           display ws-formatted-rule
           .

      * Identify the operator from --op and --pin or, failing those,
      * the BOOKOP and BOOKPIN environment variables.  Anyone
      * signed on may see the report; applying it is for a buyer or
      * a supervisor.  Until the first operator is set up the
      * master is empty and nobody signs on.
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
           if ws-apply = 78-false
               exit section
           end-if
           move 0 to ws-role-count
           inspect ws-apply-roles tallying ws-role-count
               for all ws-op-role
           if ws-role-count = 0
               move 78-true to ws-error
               string 'operator ' ws-operator-id
                   ' is not authorised to apply a catalogue feed'
                   delimited by size into ws-error-text
           end-if
           .

      * The journal and the price history carry the operator id,
      * or the login name while no operators are kept.
       set-run-user section.
           if ws-operators-on-file <> 78-false
               move ws-operator-id to ws-run-user
           else
               display "USER" upon environment-name
               accept ws-run-user from environment-value
           end-if
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
           if ws-audit-open = 78-false
               display 'warning: catalogue change could not be '
                       'journalled'
               exit section
           end-if
           move spaces to ws-audit-record
           move ws-run-user to ws-audit-rec-user
           move ws-business-date to ws-audit-rec-date
           accept ws-audit-rec-time from time
           move ws-command-name to ws-audit-rec-command
           move ws-book-stockno to ws-audit-rec-stockno
           move 0 to ws-audit-rec-qty
           move 'MAIN' to ws-audit-rec-location
           write ws-audit-record
           .

      * The caller sets ws-hist-kind and the old and new figures.
       write-price-history section.
           if ws-pricehist-open = 78-false
               open extend pricehist
               if ws-pricehist-status = "35"
                   open output pricehist
               end-if
               if ws-pricehist-status = "00"
                   move 78-true to ws-pricehist-open
               end-if
           end-if
           if ws-pricehist-open = 78-false
               display 'warning: price history could not be written'
               exit section
           end-if
           move spaces to ws-ph-record
           move ws-business-date to ws-ph-date
           accept ws-ph-time from time
           move ws-book-stockno to ws-ph-stockno
           move ws-hist-kind to ws-ph-kind
           move ws-hist-old to ws-ph-old
           move ws-hist-new to ws-ph-new
           move 'CATFEED' to ws-ph-source
           move ws-run-user to ws-ph-user
           write ws-ph-record
           .

       call-oper section.
           call "oper" using by value ws-function
                             by reference ws-op-details
                             by reference ws-file-status
           .

       call-book section.
           call "book" using by value ws-function
                             by reference ws-book-details
                             by reference ws-file-status
           .

       end program catfeed.
