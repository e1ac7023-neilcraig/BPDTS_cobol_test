           organization indexed
           access random
           record key it-item-id.
       select branch-file assign to disk "C:\Branch.dat"
           organization indexed
           access random
           record key br-branch-code.

       data division.

       FD  item-file.
       copy "Item.cpy".

       FD  branch-file.
       copy "Branch.cpy".

       working-storage section.
       01  ws-eof-fg                    pic X(01) value "N".
       01  ws-patron-ok-fg              pic X(01) value "N".
       01  ws-curr-serial               pic 9(07).
       01  ws-base-serial               pic 9(07).
       01  ws-fine-days                 pic 9(05).
       01  ws-branch-found-fg           pic X(01) value "N".
       01  ws-closed-fg                 pic X(01).
       01  ws-hol-ix                    pic 9(02).
       01  ws-weekday                   pic 9(01).
       01  ws-wk-work                   pic 9(07).
       01  ws-wk-quot                   pic 9(07).
       01  ws-walk-count                pic 9(05).
       01  ws-walk-date                 pic 9(08).
       01  ws-walk-date-r redefines ws-walk-date.
         03  ws-walk-year              pic 9(04).
         03  ws-walk-month             pic 9(02).
         03  ws-walk-day               pic 9(02).
       01  ws-month-days                pic 9(02).
       01  ws-leap-quot                 pic 9(04).
       01  ws-leap-rem                  pic 9(04).
       01  ws-loan-fine                 pic 9(03)V99.
       01  ws-fine-rate                 pic 9(01)V99 value 0.25.
       01  ws-prev-patron               pic X(06).
           Open output notice-file.
           Open extend ledger-file.
           Open input item-file.
           Open input branch-file.
           move spaces to ws-prev-patron.
           move zero to ws-patron-fine.
       read-para.
           end-if.
           perform assess-para thru assess-para-exit.
           go read-para.
      * a loan declared lost has been billed for replacement, so
      * overdue fines stop accruing on it
       assess-para.
           if ln-lost-fg = "Y"
               go assess-para-exit
           end-if.
           move ln-due-date to ws-due-date-n.
           if ws-due-date-n >= ws-curr-date
               go assess-para-exit
           if ws-fine-days = zero
               go assess-para-exit
           end-if.
           perform closed-count-para.
           if ws-fine-days = zero
               move ws-curr-date to ln-fined-thru-date
               rewrite loan-record
               go assess-para-exit
           end-if.
           compute ws-loan-fine = ws-fine-days * ws-fine-rate
               on size error
                   move 999.99 to ws-loan-fine
           if ws-patron-ok-fg = "N"
               Display "Patron " ws-prev-patron
                   " on loan file but not on patron file - skipped"
               move "N" to ws-branch-found-fg
           else
               perform branch-read-para
           end-if.
       branch-read-para.
           move pr-home-branch to br-branch-code.
           move "Y" to ws-branch-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-branch-found-fg.
      * days the patron's home branch was shut are not fine days -
      * walk each day after the base date up to today and drop the
      * closed ones from the count
       closed-count-para.
           move ws-base-date to ws-walk-date.
           move ws-fine-days to ws-walk-count.
           if ws-branch-found-fg = "Y"
               perform closed-walk-para ws-walk-count times
           end-if.
       closed-walk-para.
           add 1 to ws-walk-day.
           perform month-days-para.
           if ws-walk-day > ws-month-days
               move 1 to ws-walk-day
               add 1 to ws-walk-month
               if ws-walk-month > 12
                   move 1 to ws-walk-month
                   add 1 to ws-walk-year
               end-if
           end-if.
           move ws-walk-date to ws-dn-date.
           perform closed-day-para thru closed-day-para-exit.
           if ws-closed-fg = "Y"
               subtract 1 from ws-fine-days
           end-if.
      * a day is closed when its weekday is a weekly closure for
      * the branch or it is on the branch's dated closure list
       closed-day-para.
           move "N" to ws-closed-fg.
           perform day-number-para.
      * the day number of a Monday leaves 3 when divided by 7, so
      * adding 4 first gives 0 for Monday thru 6 for Sunday
           compute ws-wk-work = ws-dn-serial + 4.
           divide ws-wk-work by 7 giving ws-wk-quot
               remainder ws-weekday.
           add 1 to ws-weekday.
           if br-closed-weekday (ws-weekday) = "Y"
               move "Y" to ws-closed-fg
               go closed-day-para-exit
           end-if.
           perform holiday-scan-para
               varying ws-hol-ix from 1 by 1
               until ws-hol-ix > 24
                  or ws-closed-fg = "Y".
       closed-day-para-exit.
           exit.
       holiday-scan-para.
           if br-holiday-date (ws-hol-ix) = ws-dn-date
               move "Y" to ws-closed-fg
           end-if.
       month-days-para.
           evaluate ws-walk-month
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-month-days
               when 2
                   divide ws-walk-year by 4 giving ws-leap-quot
                       remainder ws-leap-rem
                   if ws-leap-rem = zero
                       move 29 to ws-month-days
                   else
                       move 28 to ws-month-days
                   end-if
               when other
                   move 31 to ws-month-days
           end-evaluate.
      * one line per fined loan, carrying the item title so the
      * notice names what is overdue rather than a bare item id
       notice-detail-para.
           Close notice-file.
           Close ledger-file.
           Close item-file.
           Close branch-file.
           goback.
