      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * pricebk - the storage engine for the price book of scheduled
      * price changes and promotions.  Called by cli.cbl,
      * bookscreen.cbl and dayend.cbl to perform single-record ACID
      * operations (read, add, delete, rewrite and sequential next)
      * against the indexed price book, keyed on entry number.  The
      * physical file name is picked up from the "pricebkfile"
      * environment variable that the caller sets before every call.
      *
      ******************************************************************

       program-id. pricebk.

       environment division.
       input-output section.
       file-control.
           select pricebkfile assign to "pricebkfile"
               organization is indexed
               access mode is dynamic
               record key is ws-pb-entryno
               file status is ws-file-status
               .

       data division.
       file section.
       fd  pricebkfile.
       copy pricebk-rec replacing ==(prefix)== by ==ws-pb==.

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
       copy pricebk-rec replacing ==(prefix)== by ==lk-pb==.
       01  lk-file-status          pic xx.

       procedure division using by value lk-function
                                 by reference lk-pb-details
                                 by reference lk-file-status.

       main-process section.
           perform open-pricebkfile
           evaluate true
           when lk-read-record
               perform read-entry
           when lk-add-record
               perform add-entry
           when lk-delete-record
               perform delete-entry
           when lk-next-record
               perform next-entry
           when lk-rewrite-record
               perform rewrite-entry
           end-evaluate
           move ws-file-status to lk-file-status
           goback
           .

       open-pricebkfile section.
           if not file-is-open
               open i-o pricebkfile
               if ws-file-status = "35"
                   open output pricebkfile
                   close pricebkfile
                   open i-o pricebkfile
               end-if
               set file-is-open to true
           end-if
           .

       read-entry section.
           move lk-pb-entryno to ws-pb-entryno
           read pricebkfile
               invalid key
                   continue
           end-read
           if ws-file-status = "00"
               move ws-pb-details to lk-pb-details
           end-if
           .

       add-entry section.
           move lk-pb-details to ws-pb-details
           write ws-pb-details
               invalid key
                   continue
           end-write
           .

       delete-entry section.
           move lk-pb-entryno to ws-pb-entryno
           delete pricebkfile
               invalid key
                   continue
           end-delete
           .

       rewrite-entry section.
           move lk-pb-details to ws-pb-details
           rewrite ws-pb-details
               invalid key
                   continue
           end-rewrite
           .

       next-entry section.
           move lk-pb-entryno to ws-pb-entryno
           start pricebkfile key is greater than ws-pb-entryno
               invalid key
                   continue
           end-start
           if ws-file-status = "00"
               read pricebkfile next record
                   at end
                       continue
               end-read
           end-if
           if ws-file-status = "00"
               move ws-pb-details to lk-pb-details
           end-if
           .

       end program pricebk.
