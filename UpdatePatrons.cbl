           organization line sequential.
       select seclog-file assign to disk "C:\SecurityLog.dat"
           organization line sequential.
       select branch-file assign to disk "C:\Branch.dat"
           organization indexed
           access random
           record key br-branch-code.
       select loan-file assign to disk "C:\Loan.dat"
           organization indexed
           access dynamic
           record key ln-loan-key.
       select hold-file assign to disk "C:\Hold.dat"
           organization indexed
           access dynamic
           record key hd-hold-key.

       data division.

       FD  seclog-file.
       copy "SecurityLog.cpy".

       FD  branch-file.
       copy "Branch.cpy".

       FD  loan-file.
       copy "Loan.cpy".

       FD  hold-file.
       copy "Hold.cpy".

       working-storage section.
       01  ws-patron-number                 pic X(06).
       01  ws-found-fg                 pic X(01).
                                       pic 9(03)v9(02).
       01  ws-candidate-num            pic 9(06).
       01  ws-found-num                pic 9(06).
       01  ws-old-record                pic X(119).
       01  ws-new-record                pic X(119).
       01  ws-fees-changed-fg          pic X(01).
       01  ws-branch-found-fg          pic X(01).
       01  ws-survivor-number          pic X(06).
       01  ws-loan-eof-fg              pic X(01).
       01  ws-hold-eof-fg              pic X(01).
       01  ws-write-ok-fg              pic X(01).
       01  ws-ix                       pic 9(03).
       01  ws-ix2                      pic 9(03).
       01  ws-sv-ix                    pic 9(03).
       01  ws-loan-count               pic 9(03).
       01  ws-loans-moved              pic 9(03).
       01  ws-loans-left               pic 9(03).
       01  ws-holds-moved              pic 9(03).
       01  ws-holds-dropped            pic 9(03).
       01  ws-survivor-loans           pic 9(03).
       01  ws-merge-fees               pic 9(05)V99.
       01  ws-merge-desc               pic X(20).
      * the merged account's open loans, held while they are
      * rewritten under the surviving number
       01  ws-loan-table.
         03  ws-loan-entry occurs 99 times.
           05  tb-loan-image           pic X(48).
      * hold queue entries of the merged and the surviving account
       01  ws-lhold-count              pic 9(03).
       01  ws-lhold-table.
         03  ws-lhold-entry occurs 100 times.
           05  tb-lhold-item           pic X(10).
           05  tb-lhold-seq            pic 9(03).
       01  ws-shold-count              pic 9(03).
       01  ws-shold-table.
         03  ws-shold-entry occurs 100 times.
           05  tb-shold-item           pic X(10).
           05  tb-shold-seq            pic 9(03).
       copy "Patron.cpy" replacing ==patron-record== by ==ml-record==
           leading ==pr-== by ==ml-==.
       copy "Patron.cpy" replacing ==patron-record== by ==ms-record==
           leading ==pr-== by ==ms-==.
       01  ws-curr-date                pic 9(08).
       01  ws-curr-time                pic 9(08).
       01  ws-card-years               pic 9(01) value 3.
       01  ws-expiry-date              pic 9(08).
       01  ws-expiry-date-r redefines ws-expiry-date.
         03  ws-expiry-year            pic 9(04).
         03  ws-expiry-month           pic 9(02).
         03  ws-expiry-day             pic 9(02).
       01  ws-timestamp.
         03  ws-timestamp-date         pic 9(08).
         03  filler                      pic X(01) value "-".
           Open extend audit-file.
           Open extend ledger-file.
           Open extend seclog-file.
           Open input branch-file.
           Open i-o loan-file.
           Open i-o hold-file.
           Display "Update module".
       read-para.
           Display "Enter a Patron number, N for New enrollment,".
           move pr-last-name to ws-snme.
           move pr-total-fees to ws-fees.
           Display "Patron details : " patron-record.
           if pr-merged-into not = spaces
               Display "Account merged into patron " pr-merged-into
           end-if.
           if pr-card-expiry-date is numeric
               Display "Card expires " pr-card-expiry-date
           else
               Display "No card expiry date on file"
           end-if.
           Display "U)pdate fields, C)lose account, R)enew card,".
           Display "  M)erge into another account, or Enter to skip : ".
           Accept ws-reply.
           if ws-reply = "M" or ws-reply = "m"
               if so-authority < 3
                   Display "Merge account requires supervisor"
                       " authority - refused"
                   move "MERGE ACCOUNT REFUSED" to sl-event
                   perform seclog-write-para
               else
                   perform merge-para thru merge-para-exit
               end-if
               go read-para
           end-if.
           if ws-reply = "R" or ws-reply = "r"
               perform renew-card-para thru renew-card-para-exit
               go read-para
           end-if.
           if ws-reply = "C" or ws-reply = "c"
               if so-authority < 3
                   Display "Close account requires supervisor"
           Display "Home branch (" pr-home-branch ") : ".
           Accept ws-reply.
           if ws-reply not = spaces
               move ws-reply to br-branch-code
               perform branch-read-para
               if ws-branch-found-fg = "N"
                   or ws-reply(4:17) not = spaces
                   Display "Unknown branch code " ws-reply
                       " - field not changed"
               else
                   move ws-reply to pr-home-branch
               end-if
           end-if.
           Display "Books out, 2 digits zero-padded ("
               pr-books-out ") : ".
           perform enroll-date-para.
           Display "Initial privilege status : ".
           Accept pr-privilege-status.
           perform enroll-branch-para.
           move "A" to pr-patron-status.
           move "Y" to pr-book-right-sw.
           move "Y" to pr-periodical-right-sw.
           move zero to pr-books-out.
           move zero to pr-total-fees.
           move zero to pr-placed-date.
           move spaces to pr-merged-into.
           accept ws-curr-date from date yyyymmdd.
           move ws-curr-date to ws-expiry-date.
           perform card-expiry-para.
           move spaces to ws-old-record.
           write patron-record
               invalid key
               not invalid key
                   move patron-record to ws-new-record
                   perform audit-write-para
                   Display "Patron " pr-patron-number " enrolled"
                       " - card expires " pr-card-expiry-date.
       enroll-para-exit.
           exit.
       enroll-date-para.
                   " - enter 8 numeric digits MMDDYYYY"
               go enroll-date-para
           end-if.
       enroll-branch-para.
           Display "Home branch : ".
           Accept pr-home-branch.
           move pr-home-branch to br-branch-code.
           perform branch-read-para.
           if ws-branch-found-fg = "N"
               Display "Unknown branch code " pr-home-branch
                   " - enter a code on the branch master"
               go enroll-branch-para
           end-if.
      * branch codes must be on the branch master so circulation
      * and fee totals are not split across mistyped codes
       branch-read-para.
           move "Y" to ws-branch-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-branch-found-fg.
       close-para.
           move patron-record to ws-old-record.
           move "C" to pr-patron-status.
           move patron-record to ws-new-record.
           perform audit-write-para.
           Display "Patron " pr-patron-number " account closed".
      * a card is only renewed once the address on file has been
      * confirmed with the patron - corrections are keyed here as
      * in update - a card renewed early runs on from its old expiry
       renew-card-para.
           if pr-patron-status = "C"
               Display "Patron " pr-patron-number
                   " account is closed - card not renewed"
               go renew-card-para-exit
           end-if.
           move patron-record to ws-old-record.
           Display "Confirm the address with the patron".
           Display "Street address (" pr-street-address ") : ".
           Accept ws-reply.
           if ws-reply not = spaces
               move ws-reply to pr-street-address
           end-if.
           Display "City (" pr-city ") : ".
           Accept ws-reply.
           if ws-reply not = spaces
               move ws-reply to pr-city
           end-if.
           Display "State (" pr-state ") : ".
           Accept ws-reply.
           if ws-reply not = spaces
               move ws-reply to pr-state
           end-if.
           Display "Zip (" pr-zip ") : ".
           Accept ws-reply.
           if ws-reply not = spaces
               move ws-reply to pr-zip
           end-if.
           Display "Address confirmed with patron (Y/N) : ".
           Accept ws-reply.
           if ws-reply not = "Y" and ws-reply not = "y"
               move ws-old-record to patron-record
               Display "Card not renewed"
               go renew-card-para-exit
           end-if.
           accept ws-curr-date from date yyyymmdd.
           move ws-curr-date to ws-expiry-date.
           if pr-card-expiry-date is numeric
               and pr-card-expiry-date > ws-curr-date
               move pr-card-expiry-date to ws-expiry-date
           end-if.
           perform card-expiry-para.
           rewrite patron-record.
           move patron-record to ws-new-record.
           perform audit-write-para.
           Display "Patron " pr-patron-number " card renewed to "
               pr-card-expiry-date.
       renew-card-para-exit.
           exit.
      * a card runs a fixed number of years from its start date - a
      * February 29 start runs to February 28
       card-expiry-para.
           add ws-card-years to ws-expiry-year.
           if ws-expiry-month = 2 and ws-expiry-day = 29
               move 28 to ws-expiry-day
           end-if.
           move ws-expiry-date to pr-card-expiry-date.
      * a duplicate enrollment is folded into the account the patron
      * keeps - open loans and holds are moved across, the fee
      * balance is added in, and this account is closed pointing on
      * to the survivor
       merge-para.
           if pr-merged-into not = spaces
               Display "Patron " pr-patron-number
                   " already merged into " pr-merged-into
               go merge-para-exit
           end-if.
           Display "Surviving patron number : ".
           Accept ws-survivor-number.
           if ws-survivor-number is not numeric
               or ws-survivor-number = "000000"
               Display "Invalid entry " ws-survivor-number
                   " - patron number must be 6 numeric digits"
               go merge-para-exit
           end-if.
           if ws-survivor-number = pr-patron-number
               Display "An account cannot be merged into itself"
               go merge-para-exit
           end-if.
           move patron-record to ml-record.
           move ws-survivor-number to pr-patron-number.
           move "Y" to ws-found-fg.
           read input-file
               key is pr-patron-number
               invalid key move "N" to ws-found-fg.
           if ws-found-fg = "N"
               Display "Patron number " ws-survivor-number
                   " not on file"
               go merge-para-exit
           end-if.
           if pr-patron-status = "C"
               or pr-merged-into not = spaces
               Display "Patron " pr-patron-number
                   " account is closed - merge refused"
               go merge-para-exit
           end-if.
           Display "Merge " ml-patron-number " " ml-first-name " "
               ml-last-name " " ml-street-address.
           Display " into " pr-patron-number " " pr-first-name " "
               pr-last-name " " pr-street-address.
           Display "Confirm merge (Y/N) : ".
           Accept ws-reply.
           if ws-reply not = "Y" and ws-reply not = "y"
               Display "Merge cancelled"
               go merge-para-exit
           end-if.
           move patron-record to ms-record.
           perform merge-loans-para.
           perform merge-holds-para.
           perform merge-survivor-para.
           perform merge-loser-para.
           move spaces to sl-event.
           move "MERGED" to sl-event(1:6).
           move ml-patron-number to sl-event(8:6).
           move "INTO" to sl-event(15:4).
           move ms-patron-number to sl-event(20:6).
           perform seclog-write-para.
           Display "Patron " ml-patron-number " merged into "
               ms-patron-number " - loans moved " ws-loans-moved
               ", holds moved " ws-holds-moved
               ", holds dropped " ws-holds-dropped.
           if ws-loans-left > zero
               Display "  " ws-loans-left " loans could not be moved"
                   " and stay on " ml-patron-number
           end-if.
       merge-para-exit.
           exit.
       merge-loans-para.
           move zero to ws-loan-count.
           move zero to ws-loans-moved.
           move zero to ws-loans-left.
           move "N" to ws-loan-eof-fg.
           move ml-patron-number to ln-patron-number.
           move low-values to ln-item-id.
           start loan-file
               key is not less than ln-loan-key
               invalid key move "Y" to ws-loan-eof-fg.
           perform merge-loan-read-para
               until ws-loan-eof-fg = "Y".
           perform merge-loan-move-para
               varying ws-ix from 1 by 1
               until ws-ix > ws-loan-count.
       merge-loan-read-para.
           read loan-file next record
               at end move "Y" to ws-loan-eof-fg.
           if ws-loan-eof-fg = "N"
               if ln-patron-number = ml-patron-number
                   and ws-loan-count < 99
                   add 1 to ws-loan-count
                   move loan-record to tb-loan-image (ws-loan-count)
               else
                   move "Y" to ws-loan-eof-fg
               end-if
           end-if.
       merge-loan-move-para.
           move tb-loan-image (ws-ix) to loan-record.
           move ms-patron-number to ln-patron-number.
           move "Y" to ws-write-ok-fg.
           write loan-record
               invalid key move "N" to ws-write-ok-fg.
           if ws-write-ok-fg = "Y"
               move ml-patron-number to ln-patron-number
               delete loan-file record
               add 1 to ws-loans-moved
           else
               add 1 to ws-loans-left
               Display "Patron " ms-patron-number " already has item "
                   ln-item-id " on loan - loan not moved"
           end-if.
      * the hold file is keyed by item, so both accounts' holds are
      * found by walking the whole file - where both are queued for
      * the same item only the earlier place in the queue is kept
       merge-holds-para.
           move zero to ws-lhold-count.
           move zero to ws-shold-count.
           move zero to ws-holds-moved.
           move zero to ws-holds-dropped.
           move "N" to ws-hold-eof-fg.
           move low-values to hd-item-id.
           move zero to hd-queue-seq.
           start hold-file
               key is not less than hd-hold-key
               invalid key move "Y" to ws-hold-eof-fg.
           perform merge-hold-read-para
               until ws-hold-eof-fg = "Y".
           perform merge-hold-move-para thru merge-hold-move-exit
               varying ws-ix from 1 by 1
               until ws-ix > ws-lhold-count.
       merge-hold-read-para.
           read hold-file next record
               at end move "Y" to ws-hold-eof-fg.
           if ws-hold-eof-fg = "N"
               and hd-patron-number = ml-patron-number
               and ws-lhold-count < 100
               add 1 to ws-lhold-count
               move hd-item-id to tb-lhold-item (ws-lhold-count)
               move hd-queue-seq to tb-lhold-seq (ws-lhold-count)
           end-if.
           if ws-hold-eof-fg = "N"
               and hd-patron-number = ms-patron-number
               and ws-shold-count < 100
               add 1 to ws-shold-count
               move hd-item-id to tb-shold-item (ws-shold-count)
               move hd-queue-seq to tb-shold-seq (ws-shold-count)
           end-if.
       merge-hold-move-para.
           move zero to ws-sv-ix.
           perform merge-hold-find-para
               varying ws-ix2 from 1 by 1
               until ws-ix2 > ws-shold-count.
           if ws-sv-ix > zero
               if tb-shold-seq (ws-sv-ix) < tb-lhold-seq (ws-ix)
                   move tb-lhold-item (ws-ix) to hd-item-id
                   move tb-lhold-seq (ws-ix) to hd-queue-seq
                   perform merge-hold-drop-para
                   go merge-hold-move-exit
               end-if
               move tb-shold-item (ws-sv-ix) to hd-item-id
               move tb-shold-seq (ws-sv-ix) to hd-queue-seq
               perform merge-hold-drop-para
           end-if.
           move tb-lhold-item (ws-ix) to hd-item-id.
           move tb-lhold-seq (ws-ix) to hd-queue-seq.
           move "Y" to ws-found-fg.
           read hold-file
               key is hd-hold-key
               invalid key move "N" to ws-found-fg.
           if ws-found-fg = "Y"
               move ms-patron-number to hd-patron-number
               rewrite hold-record
               add 1 to ws-holds-moved
           end-if.
       merge-hold-move-exit.
           exit.
       merge-hold-find-para.
           if tb-shold-item (ws-ix2) = tb-lhold-item (ws-ix)
               move ws-ix2 to ws-sv-ix
           end-if.
       merge-hold-drop-para.
           move "Y" to ws-found-fg.
           read hold-file
               key is hd-hold-key
               invalid key move "N" to ws-found-fg.
           if ws-found-fg = "Y"
               delete hold-file record
               add 1 to ws-holds-dropped
           end-if.
      * the survivor's books-out is recounted from the loan file and
      * the merged balance added to its fees
       merge-survivor-para.
           move zero to ws-survivor-loans.
           move "N" to ws-loan-eof-fg.
           move ms-patron-number to ln-patron-number.
           move low-values to ln-item-id.
           start loan-file
               key is not less than ln-loan-key
               invalid key move "Y" to ws-loan-eof-fg.
           perform merge-count-read-para
               until ws-loan-eof-fg = "Y".
           move ms-record to patron-record.
           move patron-record to ws-old-record.
           move ws-survivor-loans to pr-books-out.
           move zero to ws-merge-fees.
           if ms-total-fees is numeric
               add ms-total-fees to ws-merge-fees
           end-if.
           if ml-total-fees is numeric
               add ml-total-fees to ws-merge-fees
           end-if.
           if ws-merge-fees > 999.99
               Display "Merged fees " ws-merge-fees
                   " over the ceiling - capped at 999.99"
               move 999.99 to ws-merge-fees
           end-if.
           move ws-merge-fees to pr-total-fees.
           rewrite patron-record.
           move patron-record to ws-new-record.
           perform audit-write-para.
           if ml-total-fees is numeric
               and ml-total-fees > zero
               move spaces to ws-merge-desc
               move "MERGED FROM" to ws-merge-desc(1:11)
               move ml-patron-number to ws-merge-desc(13:6)
               perform merge-ledger-para
           end-if.
       merge-count-read-para.
           read loan-file next record
               at end move "Y" to ws-loan-eof-fg.
           if ws-loan-eof-fg = "N"
               if ln-patron-number = ms-patron-number
                   add 1 to ws-survivor-loans
               else
                   move "Y" to ws-loan-eof-fg
               end-if
           end-if.
       merge-loser-para.
           move ml-record to patron-record.
           move patron-record to ws-old-record.
           move "C" to pr-patron-status.
           move ms-patron-number to pr-merged-into.
           move ws-loans-left to pr-books-out.
           move zero to pr-total-fees.
           rewrite patron-record.
           move patron-record to ws-new-record.
           perform audit-write-para.
           if ml-total-fees is numeric
               and ml-total-fees > zero
               move spaces to ws-merge-desc
               move "MERGED INTO" to ws-merge-desc(1:11)
               move ms-patron-number to ws-merge-desc(13:6)
               perform merge-ledger-para
           end-if.
       merge-ledger-para.
           move spaces to ledger-record.
           move pr-patron-number to fl-patron-number.
           accept ws-curr-date from date yyyymmdd.
           accept ws-curr-time from time.
           move ws-curr-date to ws-timestamp-date.
           move ws-curr-time to ws-timestamp-time.
           move ws-timestamp to fl-timestamp.
           move "A" to fl-trans-type.
           move pr-total-fees to fl-amount-n.
           move ws-merge-desc to fl-description.
           write ledger-record.
       find-slot-para.
           move ws-candidate-num to pr-patron-number.
           move "Y" to ws-found-fg.
           move ws-curr-date to ws-timestamp-date.
           move ws-curr-time to ws-timestamp-time.
           move ws-timestamp to au-timestamp.
           move ws-old-record(1:99) to au-old-value.
           move ws-new-record(1:99) to au-new-value.
           move ws-old-record(100:20) to au-old-extension.
           move ws-new-record(100:20) to au-new-extension.
           move so-operator-id to au-operator-id.
           write audit-record.
       ledger-write-para.
           Close audit-file.
           Close ledger-file.
           Close seclog-file.
           Close loan-file.
           Close hold-file.
           Close branch-file.
           goback.
