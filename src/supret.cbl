      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * supret - the storage engine for the returns to supplier
      * register.  Called by pocli.cbl to perform single-record ACID
      * operations (read, add, delete, rewrite and sequential next)
      * against the indexed returns register, keyed on the shop's
      * return number.  The physical file name is picked up from
      * the "supretfile" environment variable that the caller sets
      * before every call.
      *
      ******************************************************************

       program-id. supret.

       environment division.
       input-output section.
       file-control.
           select supretfile assign to "supretfile"
               organization is indexed
               access mode is dynamic
               record key is ws-sr-retno
               file status is ws-file-status
               .

       data division.
       file section.
       fd  supretfile.
       copy supret-rec replacing ==(prefix)== by ==ws-sr==.

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
       copy supret-rec replacing ==(prefix)== by ==lk-sr==.
       01  lk-file-status          pic xx.

       procedure division using by value lk-function
                                 by reference lk-sr-details
                                 by reference lk-file-status.

       main-process section.
           perform open-supretfile
           evaluate true
           when lk-read-record
               perform read-return
           when lk-add-record
               perform add-return
           when lk-delete-record
               perform delete-return
           when lk-next-record
               perform next-return
           when lk-rewrite-record
               perform rewrite-return
           end-evaluate
           move ws-file-status to lk-file-status
           goback
           .

       open-supretfile section.
           if not file-is-open
               open i-o supretfile
               if ws-file-status = "35"
                   open output supretfile
                   close supretfile
                   open i-o supretfile
               end-if
               set file-is-open to true
           end-if
           .

       read-return section.
           move lk-sr-retno to ws-sr-retno
           read supretfile
               invalid key
                   continue
           end-read
           if ws-file-status = "00"
               move ws-sr-details to lk-sr-details
           end-if
           .

       add-return section.
           move lk-sr-details to ws-sr-details
           write ws-sr-details
               invalid key
                   continue
           end-write
           .

       delete-return section.
           move lk-sr-retno to ws-sr-retno
           delete supretfile
               invalid key
                   continue
           end-delete
           .

       rewrite-return section.
           move lk-sr-details to ws-sr-details
           rewrite ws-sr-details
               invalid key
                   continue
           end-rewrite
           .

       next-return section.
           move lk-sr-retno to ws-sr-retno
           start supretfile key is greater than ws-sr-retno
               invalid key
                   continue
           end-start
           if ws-file-status = "00"
               read supretfile next record
                   at end
                       continue
               end-read
           end-if
           if ws-file-status = "00"
               move ws-sr-details to lk-sr-details
           end-if
           .

       end program supret.
