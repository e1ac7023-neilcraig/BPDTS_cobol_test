       identification division.
       program-id. ShelfInventory.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select scan-file assign to disk "C:\ShelfScan.dat"
           organization line sequential.
       select item-file assign to disk "C:\Item.dat"
           organization indexed
           access dynamic
           record key it-item-id.
       select loan-file assign to disk "C:\Loan.dat"
           organization indexed
           access sequential
           record key ln-loan-key.
       select transit-file assign to disk "C:\Transit.dat"
           organization indexed
           access random
           record key tn-item-id.
       select branch-file assign to disk "C:\Branch.dat"
           organization indexed
           access random
           record key br-branch-code.
       select sort-file assign to disk "C:\ShelfSort.tmp".
       select except-file assign to disk "C:\ShelfExcept.dat"
           organization line sequential.

       data division.

       file section.
       FD  scan-file.
       01  scan-record.
        10  sc-item-id                  pic X(10).
        10  filler                      pic X(70).

       FD  item-file.
       copy "Item.cpy".

       FD  loan-file.
       copy "Loan.cpy".

       FD  transit-file.
       copy "Transit.cpy".

       FD  branch-file.
       copy "Branch.cpy".

       SD  sort-file.
       01  sort-record.
        10  ss-item-id                  pic X(10).
      * L = open loan, S = scanned on the shelf
        10  ss-source                   pic X(01).

       FD  except-file.
       01  except-record                pic X(80).

       working-storage section.
      * NM = scanned, not on item master    OL = scanned, on loan
      * WB = scanned, owned by other branch WD = scanned, withdrawn
      * NF = available, not found           MS = marked missing
      * FD = missing item found again
       01  ws-except-line.
         03  ex-code                   pic X(02).
         03  filler                    pic X(01) value space.
         03  ex-item-id                pic X(10).
         03  filler                    pic X(01) value space.
         03  ex-title                  pic X(30).
         03  filler                    pic X(01) value space.
         03  ex-detail                 pic X(30).
       01  ws-branch                    pic X(03).
       01  ws-branch-found-fg           pic X(01).
       01  ws-transit-found-fg          pic X(01).
       01  ws-scan-eof-fg               pic X(01) value "N".
       01  ws-loan-eof-fg               pic X(01) value "N".
       01  ws-sort-eof-fg               pic X(01) value "N".
       01  ws-item-eof-fg               pic X(01) value "N".
       01  ws-group-item                pic X(10).
       01  ws-scanned-fg                pic X(01).
       01  ws-on-loan-fg                pic X(01).
       01  ws-rewrite-fg                pic X(01).
       01  ws-scan-count                pic 9(07) value zero.
       01  ws-checked-count             pic 9(07) value zero.
       01  ws-except-count              pic 9(05) value zero.
       01  ws-notfound-count            pic 9(05) value zero.
       01  ws-missing-count             pic 9(05) value zero.
       01  ws-found-count               pic 9(05) value zero.

       procedure division.
       start-para.
           Display "Shelf inventory reconciliation".
           Open input branch-file.
       branch-para.
           Display "Branch inventoried, or Enter to exit : ".
           Accept ws-branch.
           if ws-branch = spaces
               Close branch-file
               Stop run
           end-if.
           move ws-branch to br-branch-code.
           perform branch-read-para.
           if ws-branch-found-fg = "N"
               Display "Unknown branch code " ws-branch
                   " - enter a code on the branch master"
               go branch-para
           end-if.
           Display "Reconciling shelf scan for branch " ws-branch
               " " br-branch-name.
           Close branch-file.
           Open i-o item-file.
           Open input transit-file.
           Open output except-file.
           sort sort-file
               on ascending key ss-item-id
                                ss-source
               input procedure is collect-para
               output procedure is match-para.
           go report-para.
      * the scanned ids and the open loans go into one sort so each
      * item arrives once, with everything known about it together
       collect-para.
           Open input scan-file.
           perform scan-loop-para thru scan-loop-exit
               until ws-scan-eof-fg = "Y".
           Close scan-file.
           Open input loan-file.
           perform loan-loop-para thru loan-loop-exit
               until ws-loan-eof-fg = "Y".
           Close loan-file.
       scan-loop-para.
           read scan-file
               at end move "Y" to ws-scan-eof-fg.
           if ws-scan-eof-fg = "Y"
               go scan-loop-exit
           end-if.
           if sc-item-id = spaces
               go scan-loop-exit
           end-if.
           add 1 to ws-scan-count.
           move sc-item-id to ss-item-id.
           move "S" to ss-source.
           release sort-record.
       scan-loop-exit.
           exit.
       loan-loop-para.
           read loan-file next record
               at end move "Y" to ws-loan-eof-fg.
           if ws-loan-eof-fg = "Y"
               go loan-loop-exit
           end-if.
           move ln-item-id to ss-item-id.
           move "L" to ss-source.
           release sort-record.
       loan-loop-exit.
           exit.
      * two-file match - the sorted groups and the item master both
      * arrive in item-id order
       match-para.
           perform sort-return-para.
           perform item-read-para.
           perform match-loop-para
               until ws-sort-eof-fg = "Y"
                 and ws-item-eof-fg = "Y".
       match-loop-para.
           if ws-sort-eof-fg = "Y"
               or (ws-item-eof-fg = "N"
                   and it-item-id < ss-item-id)
               perform master-only-para thru master-only-para-exit
               perform item-read-para
           else
               perform group-roll-para
               if ws-item-eof-fg = "Y"
                   or ws-group-item < it-item-id
                   perform group-only-para
               else
                   perform matched-para thru matched-para-exit
                   perform item-read-para
               end-if
           end-if.
       group-roll-para.
           move ss-item-id to ws-group-item.
           move "N" to ws-scanned-fg.
           move "N" to ws-on-loan-fg.
           perform group-row-para
               until ws-sort-eof-fg = "Y"
                  or ss-item-id not = ws-group-item.
       group-row-para.
           if ss-source = "S"
               move "Y" to ws-scanned-fg
           else
               move "Y" to ws-on-loan-fg
           end-if.
           perform sort-return-para.
      * an id with no master record only matters if it was scanned
       group-only-para.
           if ws-scanned-fg = "Y"
               move "NM" to ex-code
               move ws-group-item to ex-item-id
               move "(not on item master)" to ex-title
               move "SCANNED ON SHELF" to ex-detail
               perform except-para
           end-if.
      * a branch item neither scanned nor on loan - only one shown
      * as available is expected on the shelf, and one travelling
      * between branches is not there to be found
       master-only-para.
           if it-owning-branch not = ws-branch
               go master-only-para-exit
           end-if.
           add 1 to ws-checked-count.
           if it-item-status not = "A"
               go master-only-para-exit
           end-if.
           perform transit-read-para.
           if ws-transit-found-fg = "Y"
               and tn-status = "T"
               go master-only-para-exit
           end-if.
           if it-inventory-miss-fg = "Y"
               move "M" to it-item-status
               add 1 to ws-missing-count
               move "MS" to ex-code
               move "NOT FOUND TWICE - NOW MISSING" to ex-detail
           else
               move "Y" to it-inventory-miss-fg
               add 1 to ws-notfound-count
               move "NF" to ex-code
               move "AVAILABLE BUT NOT FOUND" to ex-detail
           end-if.
           rewrite item-record.
           move it-item-id to ex-item-id.
           move it-title to ex-title.
           perform except-para.
       master-only-para-exit.
           exit.
       matched-para.
           move "N" to ws-rewrite-fg.
           if it-owning-branch = ws-branch
               add 1 to ws-checked-count
               if it-inventory-miss-fg = "Y"
                   move "N" to it-inventory-miss-fg
                   move "Y" to ws-rewrite-fg
               end-if
           end-if.
           if ws-scanned-fg = "N"
               go matched-para-rewrite
           end-if.
           move it-item-id to ex-item-id.
           move it-title to ex-title.
           if ws-on-loan-fg = "Y"
               move "OL" to ex-code
               move "SHELVED BUT ON LOAN" to ex-detail
               perform except-para
           end-if.
           if it-owning-branch not = ws-branch
               perform wrong-branch-para
           end-if.
           if it-item-status = "W"
               move "WD" to ex-code
               move "WITHDRAWN BUT ON SHELF" to ex-detail
               perform except-para
           end-if.
           if it-item-status = "M"
               move "A" to it-item-status
               move "Y" to ws-rewrite-fg
               add 1 to ws-found-count
               move "FD" to ex-code
               move "MISSING ITEM FOUND - AVAILABLE" to ex-detail
               perform except-para
           end-if.
       matched-para-rewrite.
           if ws-rewrite-fg = "Y"
               rewrite item-record
           end-if.
       matched-para-exit.
           exit.
      * another branch's item is expected here when it was sent
      * over to fill a hold
       wrong-branch-para.
           perform transit-read-para.
           if ws-transit-found-fg = "Y"
               and tn-to-branch = ws-branch
               and tn-reason = "H"
               continue
           else
               move "WB" to ex-code
               move "BELONGS TO BRANCH" to ex-detail
               move it-owning-branch to ex-detail(19:3)
               perform except-para
           end-if.
       branch-read-para.
           move "Y" to ws-branch-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-branch-found-fg.
       transit-read-para.
           move it-item-id to tn-item-id.
           move "Y" to ws-transit-found-fg.
           read transit-file
               key is tn-item-id
               invalid key move "N" to ws-transit-found-fg.
       except-para.
           add 1 to ws-except-count.
           write except-record from ws-except-line.
           Display ex-code " " ex-item-id " " ex-title " " ex-detail.
       sort-return-para.
           return sort-file
               at end move "Y" to ws-sort-eof-fg.
       item-read-para.
           read item-file next record
               at end move "Y" to ws-item-eof-fg.
       report-para.
           Display "Shelf scans read          : " ws-scan-count.
           Display "Branch items checked      : " ws-checked-count.
           Display "Exceptions listed         : " ws-except-count.
           Display "Not found, first time     : " ws-notfound-count.
           Display "Marked missing            : " ws-missing-count.
           Display "Missing items found       : " ws-found-count.
           Close item-file.
           Close transit-file.
           Close except-file.
           Stop run.
