      * repository, whichever program performed it.  The quantity
      * moved and the posting location are carried so a stock
      * reconciliation can replay the journal against an opening
      * position (see reconcile.cbl).  The user is the operator id
      * signed on for the posting (the login name on lines written
      * before operators were kept), and the approver is the
      * supervisor who authorised a posting beyond the operator's
      * own role, blank when none was needed.  Included
      * wherever the record is needed, with (prefix) replaced by the
      * data-name prefix the including program wants to use, e.g.
      * COPY AUDIT-REC REPLACING ==(prefix)== BY ==WS-AUDIT==.
           03 (prefix)-rec-location    pic x(4).
           03                          value ' '.
           03 (prefix)-rec-user        pic x(20).
           03                          value ' '.
           03 (prefix)-rec-approver    pic x(8).
