           organization line sequential.
       select seclog-file assign to disk "C:\SecurityLog.dat"
           organization line sequential.
       select branch-file assign to disk "C:\Branch.dat"
           organization indexed
           access random
           record key br-branch-code.

       data division.

       FD  seclog-file.
       copy "SecurityLog.cpy".

       FD  branch-file.
       copy "Branch.cpy".

       working-storage section.
       01  ws-eof-fg                    pic X(01) value "N".
       01  ws-found-fg                  pic X(01).
       01  ws-branch-found-fg           pic X(01).
       01  ws-reject-fg                 pic X(01).
       01  ws-changed-count             pic 9(05) value zero.
       01  ws-rejected-count            pic 9(05) value zero.
           Open extend ledger-file.
           Open extend reject-file.
           Open extend seclog-file.
           Open input branch-file.
           Display "Batch patron update".
           accept ws-curr-date from date yyyymmdd.
           perform chkpt-read-para.
                       move tr-new-value to pr-patron-status
                   end-if
               when "HOME-BRANCH"
                   move tr-new-value to br-branch-code
                   perform branch-read-para
                   if ws-branch-found-fg = "N"
                       or tr-new-value(4:17) not = spaces
                       Display "Rejected - patron " tr-patron-number
                           " unknown home branch " tr-new-value
                       move "Y" to ws-reject-fg
                       move "UB" to ws-reject-reason
                   else
                       move tr-new-value to pr-home-branch
                   end-if
               when "BOOKS-OUT"
                   if tr-new-value-books is numeric
                       move tr-new-value-books to pr-books-out
                   move "Y" to ws-reject-fg
                   move "UF" to ws-reject-reason
           end-evaluate.
      * branch codes must be on the branch master so circulation
      * and fee totals are not split across mistyped codes
       branch-read-para.
           move "Y" to ws-branch-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-branch-found-fg.
       chkpt-read-para.
           Open input chkpt-file.
           read chkpt-file
           Close ledger-file.
           Close seclog-file.
           Close reject-file.
           Close branch-file.
           goback.
