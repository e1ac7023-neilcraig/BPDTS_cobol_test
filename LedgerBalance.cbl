       01  ws-paymt-total               pic 9(07)V99 value zero.
       01  ws-adjust-count              pic 9(05) value zero.
       01  ws-adjust-total              pic 9(07)V99 value zero.
       01  ws-credit-count              pic 9(05) value zero.
       01  ws-credit-total              pic 9(07)V99 value zero.

       procedure division.
       start-para.
               when "A"
                   add 1 to ws-adjust-count
                   add fl-amount-n to ws-adjust-total
               when "C"
                   add 1 to ws-credit-count
                   add fl-amount-n to ws-credit-total
               when other
                   continue
           end-evaluate.
                   add ss-amount to ws-run-balance
               when "P"
                   subtract ss-amount from ws-run-balance
               when "C"
                   subtract ss-amount from ws-run-balance
               when "A"
                   move ss-amount to ws-run-balance
               when other
               " total " ws-paymt-total.
           Display "  Balances set    : " ws-adjust-count
               " total " ws-adjust-total.
           Display "  Credits applied : " ws-credit-count
               " total " ws-credit-total.
           if ws-out-of-balance = zero
               Display "Verdict : IN BALANCE"
               move zero to return-code
               Display "Verdict : OUT OF BALANCE"
               move 8 to return-code
           end-if.
           goback.
