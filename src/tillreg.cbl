      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * tillreg - the storage engine for the till upload register.
      * Called by tillpost.cbl to perform single-record ACID
      * operations (read, add, delete, rewrite and sequential next)
      * against the indexed register of posted till baskets, keyed
      * on till id and till receipt number.  The physical file name
      * is picked up from the "tillregfile" environment variable
      * that the caller sets before every call.
      *
      ******************************************************************

       program-id. tillreg.

       environment division.
       input-output section.
       file-control.
           select tillregfile assign to "tillregfile"
               organization is indexed
               access mode is dynamic
               record key is ws-tr-key
               file status is ws-file-status
               .

       data division.
       file section.
       fd  tillregfile.
       copy tillreg-rec replacing ==(prefix)== by ==ws-tr==.

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
       copy tillreg-rec replacing ==(prefix)== by ==lk-tr==.
       01  lk-file-status          pic xx.

       procedure division using by value lk-function
                                 by reference lk-tr-details
                                 by reference lk-file-status.

       main-process section.
           perform open-tillregfile
           evaluate true
           when lk-read-record
               perform read-basket
           when lk-add-record
               perform add-basket
           when lk-delete-record
               perform delete-basket
           when lk-next-record
               perform next-basket
           when lk-rewrite-record
               perform rewrite-basket
           end-evaluate
           move ws-file-status to lk-file-status
           goback
           .

       open-tillregfile section.
           if not file-is-open
               open i-o tillregfile
               if ws-file-status = "35"
                   open output tillregfile
                   close tillregfile
                   open i-o tillregfile
               end-if
               set file-is-open to true
           end-if
           .

       read-basket section.
           move lk-tr-key to ws-tr-key
           read tillregfile
               invalid key
                   continue
           end-read
           if ws-file-status = "00"
               move ws-tr-details to lk-tr-details
           end-if
           .

       add-basket section.
           move lk-tr-details to ws-tr-details
           write ws-tr-details
               invalid key
                   continue
           end-write
           .

       delete-basket section.
           move lk-tr-key to ws-tr-key
           delete tillregfile
               invalid key
                   continue
           end-delete
           .

       rewrite-basket section.
           move lk-tr-details to ws-tr-details
           rewrite ws-tr-details
               invalid key
                   continue
           end-rewrite
           .

       next-basket section.
           move lk-tr-key to ws-tr-key
           start tillregfile key is greater than ws-tr-key
               invalid key
                   continue
           end-start
           if ws-file-status = "00"
               read tillregfile next record
                   at end
                       continue
               end-read
           end-if
           if ws-file-status = "00"
               move ws-tr-details to lk-tr-details
           end-if
           .

       end program tillreg.
