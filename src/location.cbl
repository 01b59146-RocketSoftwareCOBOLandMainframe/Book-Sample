      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * location - the storage engine for the location master.
      * Called by cli.cbl, pocli.cbl, bookscreen.cbl and the batch
      * jobs to perform single-record ACID operations (read, add,
      * delete, rewrite and sequential next) against the indexed
      * location master, keyed on location code.  The physical file
      * name is picked up from the "locationfile" environment
      * variable that the caller sets before every call.
      *
      ******************************************************************

       program-id. location.

       environment division.
       input-output section.
       file-control.
           select locationfile assign to "locationfile"
               organization is indexed
               access mode is dynamic
               record key is ws-lm-code
               file status is ws-file-status
               .

       data division.
       file section.
       fd  locationfile.
       copy location-rec replacing ==(prefix)== by ==ws-lm==.

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
       copy location-rec replacing ==(prefix)== by ==lk-lm==.
       01  lk-file-status          pic xx.

       procedure division using by value lk-function
                                 by reference lk-lm-details
                                 by reference lk-file-status.

       main-process section.
           perform open-locationfile
           evaluate true
           when lk-read-record
               perform read-location
           when lk-add-record
               perform add-location
           when lk-delete-record
               perform delete-location
           when lk-next-record
               perform next-location
           when lk-rewrite-record
               perform rewrite-location
           end-evaluate
           move ws-file-status to lk-file-status
           goback
           .

       open-locationfile section.
           if not file-is-open
               open i-o locationfile
               if ws-file-status = "35"
                   open output locationfile
                   close locationfile
                   open i-o locationfile
               end-if
               set file-is-open to true
           end-if
           .

       read-location section.
           move lk-lm-code to ws-lm-code
           read locationfile
               invalid key
                   continue
           end-read
           if ws-file-status = "00"
               move ws-lm-details to lk-lm-details
           end-if
           .

       add-location section.
           move lk-lm-details to ws-lm-details
           write ws-lm-details
               invalid key
                   continue
           end-write
           .

       delete-location section.
           move lk-lm-code to ws-lm-code
           delete locationfile
               invalid key
                   continue
           end-delete
           .

       rewrite-location section.
           move lk-lm-details to ws-lm-details
           rewrite ws-lm-details
               invalid key
                   continue
           end-rewrite
           .

       next-location section.
           move lk-lm-code to ws-lm-code
           start locationfile key is greater than ws-lm-code
               invalid key
                   continue
           end-start
           if ws-file-status = "00"
               read locationfile next record
                   at end
                       continue
               end-read
           end-if
           if ws-file-status = "00"
               move ws-lm-details to lk-lm-details
           end-if
           .

       end program location.
