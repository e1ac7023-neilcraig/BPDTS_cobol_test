       select sort-file assign to disk "C:\PatronSort.tmp".
       select label-file assign to disk "C:\MailingLabels.dat"
           organization line sequential.
       select branch-file assign to disk "C:\Branch.dat"
           organization indexed
           access random
           record key br-branch-code.

       data division.

        10  filler                      pic X(01) value space.
        10  lb-zip                      pic X(10).

       FD  branch-file.
       copy "Branch.cpy".

       working-storage section.
       01  ws-eof-fg                    pic X(01) value "N".
       01  ws-sort-eof-fg               pic X(01) value "N".
       01  ws-branch-filter             pic X(03).
       01  ws-branch-found-fg           pic X(01).
       01  ws-label-count               pic 9(05) value zero.

       linkage section.
       procedure division using signon-area.
       start-para.
           Display "Mailing-label directory extract".
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
           sort sort-file
               on ascending key sr-last-name
               input procedure is read-patrons-para
               output procedure is write-labels-para.
           Display "Labels written : " ws-label-count.
           goback.
       branch-read-para.
           move ws-branch-filter to br-branch-code.
           move "Y" to ws-branch-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-branch-found-fg.
       read-patrons-para.
           Open input input-file.
           perform read-loop-para until ws-eof-fg = "Y".
