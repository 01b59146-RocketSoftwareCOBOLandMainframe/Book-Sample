
       main-process section.
           perform open-specordfile
           if not file-is-open
               move ws-file-status to lk-file-status
               goback
           end-if
           evaluate true
           when lk-read-record
               perform read-order
                   close specordfile
                   open i-o specordfile
               end-if
               if ws-file-status = "00"
                   set file-is-open to true
               end-if
           end-if
           .

