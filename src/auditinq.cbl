      * Filters can be combined: stockno, user, command, location
      * and date range.  After the listing a daily activity summary
      * by user is printed over the entries shown, so a till
      * operator's day can be reviewed at a glance.  Each entry
      * shows the supervisor who approved it where the operator's
      * own role did not cover it, and --approved lists only those
      * entries, for showing separation of duties.
      *
      * usage: auditinq <snapshot|none> [--stockno <n>]
      *                 [--user <name>]
      *                 [--command <cmd>] [--loc <code>]
      *                 [--from <yyyymmdd>] [--to <yyyymmdd>]
      *                 [--approved] [-f <path>]
      *
      * return codes: 0 clean, 8 run failed.
      *
       01  ws-f-location-given     type bool-t value 78-false.
       01  ws-range-from           pic 9(8) value 0.
       01  ws-range-to             pic 9(8) value 99999999.
       01  ws-f-approved-only      type bool-t value 78-false.

      **** Running on-hand position per title, seeded from the
      **** opening snapshot and replayed over the whole journal so
           03 ws-formatted-inq-title       pic x(16).
           03                              value ' oh '.
           03 ws-formatted-inq-pos         pic -(6)9.
           03                              value ' '.
           03 ws-formatted-inq-approver    pic x(8).

       01  ws-formatted-user-line.
           03 ws-formatted-user-date       pic 9(8).
           display '                [--user <name>] '
                   '[--command <cmd>] [--loc <code>]'
           display '                [--from <yyyymmdd>] '
                   '[--to <yyyymmdd>] [--approved] [-f <path>]'
           display ' '
           display 'The opening snapshot (from the day-end close) '
                   'anchors the'
           display 'options:'
           display '  -f <path>          Path of the book storage '
                   'file.'
           display '  --approved         Only entries a supervisor '
                   'approved.'
           .

       process-arguments section.
               set opt-range-from to true
           when '--to'
               set opt-range-to to true
           when '--approved'
               move 78-true to ws-f-approved-only
           when other
               if ws-main-arg-index = 0
                   move ws-cmdline-buffer to ws-snapshot-path
           when 'SELL'
           when 'COLLECT'
           when 'ADJUSTDN'
           when 'SUPRETURN'
               subtract ws-aud-rec-qty
                   from ws-pos-onhand (ws-pos-sub)
           when 'DELETE'
              and ws-aud-rec-location <> ws-f-location
               exit section
           end-if
           if ws-f-approved-only <> 78-false
              and ws-aud-rec-approver = spaces
               exit section
           end-if
           move 78-true to ws-match
           .

           end-if
           move ws-aud-rec-location to ws-formatted-inq-location
           move ws-aud-rec-user to ws-formatted-inq-user
           move ws-aud-rec-approver to ws-formatted-inq-approver
           move ws-aud-rec-stockno to ws-book-stockno
           set read-record to true
           perform call-book
