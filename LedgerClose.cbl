       01  ws-sort-eof-fg               pic X(01) value "N".
       01  ws-retain-eof-fg             pic X(01) value "N".
       01  ws-period                    pic X(06).
       01  ws-curr-date                 pic 9(08).
       01  ws-next-period.
         03  ws-next-year              pic 9(04).
         03  ws-next-month             pic 9(02).
       01  ws-ceiling-count             pic 9(05) value zero.
       01  ws-bad-count                 pic 9(07) value zero.

       linkage section.
       copy "RunDate.cpy".

       procedure division using run-date-parm.
       start-para.
           Display "Month-end fee ledger close".
           Accept ws-curr-date from date yyyymmdd.
      * under the job stream the period follows the run date, so a
      * rerun after midnight still bills the month being closed
           if address of run-date-parm not = null
               if rd-length = 8
                   and rd-run-date is numeric
                   move rd-run-date to ws-curr-date
               end-if
           end-if.
           Display "Enter period to close thru YYYYMM, or Enter for "
               ws-curr-date(1:6) " : ".
           Accept ws-period.
           if ws-period = spaces
               move ws-curr-date(1:6) to ws-period
           end-if.
           if ws-period is not numeric
               Display "Invalid period " ws-period
                   " - enter 6 numeric digits YYYYMM"
                   add ss-amount to ws-run-balance
               when "P"
                   subtract ss-amount from ws-run-balance
               when "C"
                   subtract ss-amount from ws-run-balance
               when "A"
                   move ss-amount to ws-run-balance
               when other
               ws-ceiling-count.
           Display "Rows carried to new ledger     : "
               ws-retained-count.
           goback.
