      ******************************************************************
      *
      * (C) Copyright 2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * oper - the storage engine for the operator master.
      * Called by cli.cbl, pocli.cbl, bookscreen.cbl and the batch
      * jobs to perform single-record ACID operations (read, add,
      * delete, rewrite and sequential next) against the indexed
      * operator master, keyed on operator id.  The physical file
      * name is picked up from the "operfile" environment
      * variable that the caller sets before every call.
      *
      ******************************************************************

       program-id. oper.

       environment division.
       input-output section.
       file-control.
           select operfile assign to "operfile"
               organization is indexed
               access mode is dynamic
               record key is ws-op-id
               file status is ws-file-status
               .

       data division.
       file section.
       fd  operfile.
       copy oper-rec replacing ==(prefix)== by ==ws-op==.

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
       copy oper-rec replacing ==(prefix)== by ==lk-op==.
       01  lk-file-status          pic xx.

       procedure division using by value lk-function
                                 by reference lk-op-details
                                 by reference lk-file-status.

       main-process section.
           perform open-operfile
           evaluate true
           when lk-read-record
               perform read-operator
           when lk-add-record
               perform add-operator
           when lk-delete-record
               perform delete-operator
           when lk-next-record
               perform next-operator
           when lk-rewrite-record
               perform rewrite-operator
           end-evaluate
           move ws-file-status to lk-file-status
           goback
           .

       open-operfile section.
           if not file-is-open
               open i-o operfile
               if ws-file-status = "35"
                   open output operfile
                   close operfile
                   open i-o operfile
               end-if
               set file-is-open to true
           end-if
           .

       read-operator section.
           move lk-op-id to ws-op-id
           read operfile
               invalid key
                   continue
           end-read
           if ws-file-status = "00"
               move ws-op-details to lk-op-details
           end-if
           .

       add-operator section.
           move lk-op-details to ws-op-details
           write ws-op-details
               invalid key
                   continue
           end-write
           .

       delete-operator section.
           move lk-op-id to ws-op-id
           delete operfile
               invalid key
                   continue
           end-delete
           .

       rewrite-operator section.
           move lk-op-details to ws-op-details
           rewrite ws-op-details
               invalid key
                   continue
           end-rewrite
           .

       next-operator section.
           move lk-op-id to ws-op-id
           start operfile key is greater than ws-op-id
               invalid key
                   continue
           end-start
           if ws-file-status = "00"
               read operfile next record
                   at end
                       continue
               end-read
           end-if
           if ws-file-status = "00"
               move ws-op-details to lk-op-details
           end-if
           .

       end program oper.
