           organization indexed
           access sequential
           record key pr-patron-number.
       select branch-file assign to disk "C:\Branch.dat"
           organization indexed
           access random
           record key br-branch-code.

       data division.

       FD  input-file.
       copy "Patron.cpy".

       FD  branch-file.
       copy "Branch.cpy".

       working-storage section.
       01  ws-eof-fg                    pic X(01) value "N".
       01  ws-reply                    pic X(20).
                                       pic 9(03)v9(02).
       01  ws-threshold                 pic 9(03)V99.
       01  ws-branch-filter             pic X(03).
       01  ws-branch-found-fg           pic X(01).
       01  ws-grand-total               pic 9(07)V99 value zero.
       01  ws-delinquent-count          pic 9(05) value zero.

                   " - using 000.00"
               move zero to ws-threshold
           end-if.
           Open input branch-file.
       branch-para.
           Display "Home branch to select, or Enter for all : ".
           Accept ws-branch-filter.
           if ws-branch-filter not = spaces
               perform branch-read-para
               if ws-branch-found-fg = "N"
                   Display "Unknown branch code " ws-branch-filter
                       " - enter a code on the branch master"
                   go branch-para
               end-if
           end-if.
           Close branch-file.
           Open input input-file.
           Display "Patron    Name                        ".
           Display "  Branch  Privilege  Fees".
           Display "Grand total fees on file : " ws-grand-total.
           Close input-file.
           goback.
       branch-read-para.
           move ws-branch-filter to br-branch-code.
           move "Y" to ws-branch-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-branch-found-fg.
