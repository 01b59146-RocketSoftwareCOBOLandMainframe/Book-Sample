      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * invoice - the storage engine for the supplier invoice
      * register.  Called by pocli.cbl to perform single-record ACID
      * operations (read, add, delete, rewrite and sequential next)
      * against the indexed invoice register, keyed on the shop's
      * invoice reference.  The physical file name is picked up
      * from the "invoicefile" environment variable that the caller
      * sets before every call.
      *
      ******************************************************************

       program-id. invoice.

       environment division.
       input-output section.
       file-control.
           select invoicefile assign to "invoicefile"
               organization is indexed
               access mode is dynamic
               record key is ws-inv-invref
               file status is ws-file-status
               .

       data division.
       file section.
       fd  invoicefile.
       copy invoice-rec replacing ==(prefix)== by ==ws-inv==.

       working-storage section.
       01  ws-file-status          pic xx value "00".
       01  ws-file-open            pic x value "N".
           88 file-is-open             value "Y".

       linkage section.
       01  lk-function             pic x.
           88 lk-read-record           value "1".
           88 lk-add-record            value "2".
           88 lk-delete-record         value "3".
           88 lk-next-record           value "4".
           88 lk-rewrite-record        value "5".
       copy invoice-rec replacing ==(prefix)== by ==lk-inv==.
       01  lk-file-status          pic xx.

       procedure division using by value lk-function
                                 by reference lk-inv-details
                                 by reference lk-file-status.

       main-process section.
           perform open-invoicefile
           evaluate true
           when lk-read-record
               perform read-invoice
           when lk-add-record
               perform add-invoice
           when lk-delete-record
               perform delete-invoice
           when lk-next-record
               perform next-invoice
           when lk-rewrite-record
               perform rewrite-invoice
           end-evaluate
           move ws-file-status to lk-file-status
           goback
           .

       open-invoicefile section.
           if not file-is-open
               open i-o invoicefile
               if ws-file-status = "35"
                   open output invoicefile
                   close invoicefile
                   open i-o invoicefile
               end-if
               set file-is-open to true
           end-if
           .

       read-invoice section.
           move lk-inv-invref to ws-inv-invref
           read invoicefile
               invalid key
                   continue
           end-read
           if ws-file-status = "00"
               move ws-inv-details to lk-inv-details
           end-if
           .

       add-invoice section.
           move lk-inv-details to ws-inv-details
           write ws-inv-details
               invalid key
                   continue
           end-write
           .

       delete-invoice section.
           move lk-inv-invref to ws-inv-invref
           delete invoicefile
               invalid key
                   continue
           end-delete
           .

       rewrite-invoice section.
           move lk-inv-details to ws-inv-details
           rewrite ws-inv-details
               invalid key
                   continue
           end-rewrite
           .

       next-invoice section.
           move lk-inv-invref to ws-inv-invref
           start invoicefile key is greater than ws-inv-invref
               invalid key
                   continue
           end-start
           if ws-file-status = "00"
               read invoicefile next record
                   at end
                       continue
               end-read
           end-if
           if ws-file-status = "00"
               move ws-inv-details to lk-inv-details
           end-if
           .

       end program invoice.
