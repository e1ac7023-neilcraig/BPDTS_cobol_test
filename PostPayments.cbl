                           add fl-amount-n to ws-run-balance
                       when "P"
                           subtract fl-amount-n from ws-run-balance
                       when "C"
                           subtract fl-amount-n from ws-run-balance
                       when "A"
                           move fl-amount-n to ws-run-balance
                       when other
                       add wl-amount-n to ws-run-balance
                   when "P"
                       subtract wl-amount-n from ws-run-balance
                   when "C"
                       subtract wl-amount-n from ws-run-balance
                   when "A"
                       move wl-amount-n to ws-run-balance
                   when other
