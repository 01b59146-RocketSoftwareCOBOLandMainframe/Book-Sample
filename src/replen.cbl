           close salesledger
           .

      * A gift voucher sold is not demand for any title.
       add-ledger-line section.
           if ws-sl-type-voucher
               exit section
           end-if
           move 78-false to ws-demand-found
           perform varying ws-demand-sub from 1 by 1
                   until ws-demand-sub > ws-demand-count
