              88 (prefix)-month-summed       value 1.
              88 (prefix)-month-ledger-done  value 2.
              88 (prefix)-month-archived     value 3.
              88 (prefix)-month-valued       value 4.
           03                          value ' '.
           03 (prefix)-last-month      pic 9(6).
           03                          value ' '.
