           organization indexed
           access random
           record key pr-patron-number.
       select branch-file assign to disk "C:\Branch.dat"
           organization indexed
           access random
           record key br-branch-code.

       data division.

       FD  new-file.
       copy "Patron.cpy".

       FD  branch-file.
       copy "Branch.cpy".

       working-storage section.
       01  ws-eof-fg                    pic X(01) value "N".
       01  ws-branch-default            pic X(03).
       01  ws-branch-found-fg           pic X(01).
       01  ws-converted-count           pic 9(05) value zero.

       procedure division.
       start-para.
           Display "One-time patron master conversion".
           Open input branch-file.
       branch-para.
           Display "Home branch to stamp on converted records : ".
           Accept ws-branch-default.
           if ws-branch-default = spaces
               Display "A home branch code is required"
               go branch-para
           end-if.
           move ws-branch-default to br-branch-code.
           perform branch-read-para.
           if ws-branch-found-fg = "N"
               Display "Unknown branch code " ws-branch-default
                   " - enter a code on the branch master"
               go branch-para
           end-if.
           Close branch-file.
           Open input old-file.
           Open output new-file.
       read-para.
                       " already on new file - skipped"
               not invalid key
                   add 1 to ws-converted-count.
       branch-read-para.
           move "Y" to ws-branch-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-branch-found-fg.
       report-para.
           Display "Records converted : " ws-converted-count.
           Close old-file.
