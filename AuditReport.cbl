           if ws-old-format-fg = "Y"
               perform widen-new-image-para
           else
               move au-new-value to an-record(1:99)
               move au-new-extension to an-record(100:20)
           end-if.
           move "N" to ws-old-blank-fg.
           if ws-old-format-fg = "Y"
           if ws-old-format-fg = "Y"
               perform widen-old-image-para
           else
               move au-old-value to ao-record(1:99)
               move au-old-extension to ao-record(100:20)
           end-if.
           if ao-patron-status not = "C"
               and an-patron-status = "C"
               Display "  ACCOUNT CLOSED"
           end-if.
           if ao-merged-into = spaces
               and an-merged-into not = spaces
               Display "  ACCOUNT MERGED INTO " an-merged-into
           end-if.
           perform compare-para.
       detail-para-exit.
           exit.
      * re-space a 96-byte three-digit image into the current
      * layout so one set of compares serves both formats
       widen-new-image-para.
           move spaces to an-record.
           move "000" to an-record(1:3).
               Display "  SENIORITY-DATE old: " ao-seniority-date
                   " new: " an-seniority-date
           end-if.
           if ao-merged-into not = an-merged-into
               Display "  MERGED-INTO old: " ao-merged-into
                   " new: " an-merged-into
           end-if.
           if ao-card-expiry-date is numeric
               and an-card-expiry-date is numeric
               if ao-card-expiry-date not = an-card-expiry-date
                   Display "  CARD-EXPIRY-DATE old: "
                       ao-card-expiry-date
                       " new: " an-card-expiry-date
               end-if
           else
               if an-card-expiry-date is numeric
                   Display "  CARD-EXPIRY-DATE old: (none) new: "
                       an-card-expiry-date
               end-if
           end-if.
           if ao-total-fees is numeric
               and an-total-fees is numeric
               if ao-total-fees not = an-total-fees
