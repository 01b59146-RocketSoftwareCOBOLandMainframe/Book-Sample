      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * cust - the storage engine for the customer master.  Called
      * by cli.cbl and bookscreen.cbl to perform single-record ACID
      * operations (read, add, delete, rewrite and sequential next)
      * against the indexed customer master, keyed on customer
      * number.  The physical file name is picked up from the
      * "custfile" environment variable that the caller sets before
      * every call.
      *
      ******************************************************************

       program-id. cust.

       environment division.
       input-output section.
       file-control.
           select custfile assign to "custfile"
               organization is indexed
               access mode is dynamic
               record key is ws-cu-custno
               file status is ws-file-status
               .

       data division.
       file section.
       fd  custfile.
       copy cust-rec replacing ==(prefix)== by ==ws-cu==.

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
       copy cust-rec replacing ==(prefix)== by ==lk-cu==.
       01  lk-file-status          pic xx.

       procedure division using by value lk-function
                                 by reference lk-cu-details
                                 by reference lk-file-status.

       main-process section.
           perform open-custfile
           evaluate true
           when lk-read-record
               perform read-customer
           when lk-add-record
               perform add-customer
           when lk-delete-record
               perform delete-customer
           when lk-next-record
               perform next-customer
           when lk-rewrite-record
               perform rewrite-customer
           end-evaluate
           move ws-file-status to lk-file-status
           goback
           .

       open-custfile section.
           if not file-is-open
               open i-o custfile
               if ws-file-status = "35"
                   open output custfile
                   close custfile
                   open i-o custfile
               end-if
               set file-is-open to true
           end-if
           .

       read-customer section.
           move lk-cu-custno to ws-cu-custno
           read custfile
               invalid key
                   continue
           end-read
           if ws-file-status = "00"
               move ws-cu-details to lk-cu-details
           end-if
           .

       add-customer section.
           move lk-cu-details to ws-cu-details
           write ws-cu-details
               invalid key
                   continue
           end-write
           .

       delete-customer section.
           move lk-cu-custno to ws-cu-custno
           delete custfile
               invalid key
                   continue
           end-delete
           .

       rewrite-customer section.
           move lk-cu-details to ws-cu-details
           rewrite ws-cu-details
               invalid key
                   continue
           end-rewrite
           .

       next-customer section.
           move lk-cu-custno to ws-cu-custno
           start custfile key is greater than ws-cu-custno
               invalid key
                   continue
           end-start
           if ws-file-status = "00"
               read custfile next record
                   at end
                       continue
               end-read
           end-if
           if ws-file-status = "00"
               move ws-cu-details to lk-cu-details
           end-if
           .

       end program cust.
