      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * voucher - the storage engine for the gift voucher register.
      * Called by cli.cbl, bookscreen.cbl, tillpost.cbl and the
      * month-end close to perform single-record ACID operations
      * (read, add, delete, rewrite and sequential next) against the
      * indexed voucher register, keyed on voucher number, and to
      * draw a voucher down or put an amount back on it under the
      * record lock.  The physical file name is picked up from the
      * "voucherfile" environment variable that the caller sets
      * before every call.
      *
      ******************************************************************

       program-id. voucher.

       environment division.
       input-output section.
       file-control.
           select voucherfile assign to "voucherfile"
               organization is indexed
               access mode is dynamic
               record key is ws-vc-vchno
               lock mode is manual with lock on record
               sharing with all other
               file status is ws-file-status
               .

       data division.
       file section.
       fd  voucherfile.
       copy voucher-rec replacing ==(prefix)== by ==ws-vc==.

       working-storage section.
       78  78-lock-retries         value 5.

       01  ws-file-status          pic xx value "00".
       01  ws-file-open            pic x value "N".
           88 file-is-open             value "Y".
       01  ws-adjust-amount        pic 9(5)v99.
       01  ws-retry-count          pic 9(2) comp-5.
       01  ws-lock-wait            pic 9(4) comp-5 value 1.
       01  ws-save-status          pic xx.

       linkage section.
       01  lk-function             pic x.
           88 lk-read-record           value "1".
           88 lk-add-record            value "2".
           88 lk-delete-record         value "3".
           88 lk-next-record           value "4".
           88 lk-rewrite-record        value "5".
           88 lk-redeem-adjust         value "7".
           88 lk-reinstate-adjust      value "8".
       copy voucher-rec replacing ==(prefix)== by ==lk-vc==.
       01  lk-file-status          pic xx.

       procedure division using by value lk-function
                                 by reference lk-vc-details
                                 by reference lk-file-status.

       main-process section.
           perform open-voucherfile
           evaluate true
           when lk-read-record
               perform read-voucher
           when lk-add-record
               perform add-voucher
           when lk-delete-record
               perform delete-voucher
           when lk-next-record
               perform next-voucher
           when lk-rewrite-record
               perform rewrite-voucher
           when lk-redeem-adjust
           when lk-reinstate-adjust
               perform adjust-voucher
           end-evaluate
           move ws-file-status to lk-file-status
           goback
           .

       open-voucherfile section.
           if not file-is-open
               open i-o voucherfile
               if ws-file-status = "35"
                   open output voucherfile
                   close voucherfile
                   open i-o voucherfile
               end-if
               set file-is-open to true
           end-if
           .

       read-voucher section.
           move lk-vc-vchno to ws-vc-vchno
           read voucherfile with no lock
               invalid key
                   continue
           end-read
           if ws-file-status = "00"
               move ws-vc-details to lk-vc-details
           end-if
           .

       add-voucher section.
           move lk-vc-details to ws-vc-details
           write ws-vc-details
               invalid key
                   continue
           end-write
           .

       delete-voucher section.
           move lk-vc-vchno to ws-vc-vchno
           delete voucherfile
               invalid key
                   continue
           end-delete
           .

       rewrite-voucher section.
           move lk-vc-details to ws-vc-details
           rewrite ws-vc-details
               invalid key
                   continue
           end-rewrite
           .

       next-voucher section.
           move lk-vc-vchno to ws-vc-vchno
           start voucherfile key is greater than ws-vc-vchno
               invalid key
                   continue
           end-start
           if ws-file-status = "00"
               read voucherfile next record with no lock
                   at end
                       continue
               end-read
           end-if
           if ws-file-status = "00"
               move ws-vc-details to lk-vc-details
           end-if
           .

      * Draw a voucher down by, or put back onto it, the amount
      * passed in lk-vc-balance, in a single call with the record
      * lock held, so two tills taking the same voucher cannot both
      * spend its balance.  A locked record is retried before giving
      * up and returning the locked status ("51" or "99").  A
      * cancelled voucher returns "62", a draw-down for more than
      * the balance returns "61", and an amount put back that would
      * take the balance above the voucher's value returns "63", all
      * changing nothing.
      * On success the updated record is returned.
       adjust-voucher section.
           move lk-vc-balance to ws-adjust-amount
           move lk-vc-vchno to ws-vc-vchno
           move 0 to ws-retry-count
           perform until exit
               read voucherfile with lock
                   invalid key
                       continue
               end-read
               if ws-file-status = "51" or ws-file-status = "99"
                   add 1 to ws-retry-count
                   if ws-retry-count > 78-lock-retries
                       exit perform
                   end-if
                   call "C$SLEEP" using ws-lock-wait
               else
                   exit perform
               end-if
           end-perform
           if ws-file-status <> "00"
               exit section
           end-if
           if ws-vc-status-cancelled
               unlock voucherfile
               move "62" to ws-file-status
               exit section
           end-if
           if lk-redeem-adjust
               if ws-adjust-amount > ws-vc-balance
                   unlock voucherfile
                   move "61" to ws-file-status
                   exit section
               end-if
               subtract ws-adjust-amount from ws-vc-balance
           else
               if ws-vc-balance + ws-adjust-amount > ws-vc-value
                   unlock voucherfile
                   move "63" to ws-file-status
                   exit section
               end-if
               add ws-adjust-amount to ws-vc-balance
           end-if
           rewrite ws-vc-details
               invalid key
                   continue
           end-rewrite
           if ws-file-status = "00" or ws-file-status = "02"
               move ws-vc-details to lk-vc-details
           end-if
           move ws-file-status to ws-save-status
           unlock voucherfile
           move ws-save-status to ws-file-status
           .

       end program voucher.
