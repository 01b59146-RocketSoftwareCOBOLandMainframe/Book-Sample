      * image into a fresh book file and swap the .NEW files in to
      * complete the conversion.
      *
      * The specord command carries the special order repository
      * across the addition of the customer number to its record:
      * it reads a special order file in the earlier layout, which
      * the special order engine can no longer open, with its own
      * file definition and adds every order to a new file through
      * the engine, with no customer number.  Rename the new file
      * into place of the old one to complete the conversion.
      *
      * usage: bookutil unload <image> [-f <path>]
      *        bookutil verify <image> [-f <path>]
      *        bookutil load <image> [-f <path>]
      *        bookutil takeon <old-bookfile> <image>
      *        bookutil migrate <old-image> <new-image>
      *        bookutil specord <old-specordfile> <new-specordfile>
      *
      * return codes: 0 clean, 4 verify found discrepancies,
      *               8 run failed.
               record key is ws-base-stockno
               file status is ws-oldbook-status
               .
           select oldspecfile assign to ws-image-path
               organization is indexed
               access mode is sequential
               record key is ws-oldso-ordno
               file status is ws-oldspec-status
               .
           select journal-in assign to "AUDITTRAIL"
               organization is line sequential
               file status is ws-journal-status
           03 ws-base-onhand       pic 9(5).
           03 ws-base-sold         pic 9(4).

      **** The special order file as laid out before orders carried
      **** a customer number
       fd  oldspecfile.
       01  ws-oldso-details.
           03 ws-oldso-ordno       pic 9(6).
           03 ws-oldso-customer    pic x(30).
           03 ws-oldso-contact     pic x(30).
           03 ws-oldso-stockno     pic 9(7).
           03 ws-oldso-qty         pic 9(5).
           03 ws-oldso-deposit     pic 9(3)v99.
           03 ws-oldso-status      pic x.

       fd  journal-in.
       01  ws-journal-in-line      pic x(150).

       01  ws-migrate-path         pic x(100) value spaces.
       01  ws-migrate-status       pic xx.
       01  ws-oldbook-status       pic xx.
       01  ws-oldspec-status       pic xx.
       01  ws-journal-status       pic xx.
       01  ws-ledger-status        pic xx.
       01  ws-key-check            pic x(7).
           78 78-command-load          value 3.
           78 78-command-migrate       value 4.
           78 78-command-takeon        value 5.
           78 78-command-specord       value 6.

      **** The book record as unloaded before stock numbers were
      **** widened to seven digits
      **** The record as held on the backup image
       copy book-rec replacing ==(prefix)== by ==ws-img==.

      **** The special order storage engine's record buffer
       copy specord-rec replacing ==(prefix)== by ==ws-so==.

      **** Data for calling the book program
       01  ws-function             pic x.
           88 read-record              value "1".
           display '       bookutil load <image> [-f <path>]'
           display '       bookutil takeon <old-bookfile> <image>'
           display '       bookutil migrate <old-image> <new-image>'
           display '       bookutil specord <old-specordfile> '
                   '<new-specordfile>'
           display ' '
           display 'options:'
           display '  -f <path>          Path of the book storage '
                   move 78-command-migrate to ws-command
               when 'takeon'
                   move 78-command-takeon to ws-command
               when 'specord'
                   move 78-command-specord to ws-command
               when other
                   move 'unknown command' to ws-error-text
                   move 78-true to ws-error
           when 2
               if ws-command = 78-command-migrate
                  or ws-command = 78-command-takeon
                  or ws-command = 78-command-specord
                   move ws-cmdline-buffer to ws-migrate-path
               else
                   move 'invalid argument' to ws-error-text

       execute-command section.
           if ws-main-arg-index < 2
               if ws-command = 78-command-specord
                   move 'no old special order file named'
                       to ws-error-text
               else
                   move 'no backup image named' to ws-error-text
               end-if
               move 78-true to ws-error
               exit section
           end-if
               else
                   perform takeon-old-repository
               end-if
           when 78-command-specord
               if ws-main-arg-index < 3
                   move 'no new special order file named'
                       to ws-error-text
                   move 78-true to ws-error
               else
                   perform convert-specord-file
               end-if
           end-evaluate
           .

                   ' books to ' function trim (ws-migrate-path)
           .

       convert-specord-file section.
           if ws-migrate-path = ws-image-path
               move 'old and new special order files must differ'
                   to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           open input oldspecfile
           if ws-oldspec-status <> "00"
               move 'failed to open old special order file'
                   to ws-error-text
               move 78-true to ws-error
               exit section
           end-if
           display "specordfile" upon environment-name
           move function length (function trim (ws-migrate-path))
               to ws-temp
           display ws-migrate-path (1:ws-temp) upon environment-value
           move 0 to ws-run-count
           perform until exit
               read oldspecfile
                   at end
                       exit perform
               end-read
               if ws-oldspec-status <> "00"
                   move 'failed to read old special order file'
                       to ws-error-text
                   move 78-true to ws-error
                   exit perform
               end-if
               move ws-oldso-ordno to ws-so-ordno
               move ws-oldso-customer to ws-so-customer
               move ws-oldso-contact to ws-so-contact
               move ws-oldso-stockno to ws-so-stockno
               move ws-oldso-qty to ws-so-qty
               move ws-oldso-deposit to ws-so-deposit
               move ws-oldso-status to ws-so-status
               move 0 to ws-so-custno
               set add-record to true
               perform call-specord
               if ws-file-status <> "00"
                   string 'failed to add special order ' ws-so-ordno
                          ' to ' function trim (ws-migrate-path)
                       delimited by size into ws-error-text
                   move 78-true to ws-error
                   exit perform
               end-if
               add 1 to ws-run-count
           end-perform
           close oldspecfile
           if ws-error <> 78-false
               exit section
           end-if
           move ws-run-count to ws-formatted-number
           display 'Converted ' function trim (ws-formatted-number)
                   ' special orders to ' function trim (ws-migrate-path)
           .

       migrate-image section.
           perform check-image-layout
           if ws-error <> 78-false
                             by reference ws-file-status
           .

       call-specord section.
           call "specord" using by value ws-function
                                by reference ws-so-details
                                by reference ws-file-status
           .

       end program bookutil.
