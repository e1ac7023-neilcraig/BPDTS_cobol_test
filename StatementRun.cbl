       01  ws-sort-eof-fg               pic X(01) value "N".
       01  ws-ledger-eof-fg             pic X(01).
       01  ws-period                    pic X(06).
       01  ws-curr-date                 pic 9(08).
       01  ws-line-count                pic 9(05).
       01  ws-stmt-count                pic 9(05) value zero.
       01  ws-billed-total              pic 9(07)V99 value zero.
             "  TOTAL BILLED : ".
         03  sm-total                  pic 9(07).99.

       linkage section.
       copy "RunDate.cpy".

       procedure division using run-date-parm.
       start-para.
           Display "Monthly mailed statement run".
           Accept ws-curr-date from date yyyymmdd.
      * under the job stream the period follows the run date, so a
      * rerun after midnight still bills the month being closed
           if address of run-date-parm not = null
               if rd-length = 8
                   and rd-run-date is numeric
                   move rd-run-date to ws-curr-date
               end-if
           end-if.
           Display "Enter period YYYYMM, or Enter for "
               ws-curr-date(1:6) " : ".
           Accept ws-period.
           if ws-period = spaces
               move ws-curr-date(1:6) to ws-period
           end-if.
           if ws-period is not numeric
               Display "Invalid period " ws-period
                   " - enter 6 numeric digits YYYYMM"
           Close stmt-file.
           Display "Statements produced : " ws-stmt-count.
           Display "Total billed        : " ws-billed-total.
           goback.
       read-patrons-para.
           Open input input-file.
           perform read-loop-para until ws-eof-fg = "Y".
