           record key po-privilege-status.
       select circhist-file assign to disk "C:\CircHist.dat"
           organization line sequential.
       select ledger-file assign to disk "C:\FeeLedger.dat"
           organization line sequential.
       select branch-file assign to disk "C:\Branch.dat"
           organization indexed
           access random
           record key br-branch-code.
       select transit-file assign to disk "C:\Transit.dat"
           organization indexed
           access random
           record key tn-item-id.

       data division.

       FD  circhist-file.
       copy "CircHist.cpy".

       FD  ledger-file.
       copy "FeeLedger.cpy".

       FD  branch-file.
       copy "Branch.cpy".

       FD  transit-file.
       copy "Transit.cpy".

       working-storage section.
       01  ws-patron-number             pic X(06).
       01  ws-found-fg                  pic X(01).
       01  ws-month-days                pic 9(02).
       01  ws-leap-quot                 pic 9(04).
       01  ws-leap-rem                  pic 9(04).
       01  ws-branch-found-fg           pic X(01).
       01  ws-closed-fg                 pic X(01).
       01  ws-push-count                pic 9(02).
       01  ws-hol-ix                    pic 9(02).
       01  ws-weekday                   pic 9(01).
       01  ws-wk-work                   pic 9(07).
       01  ws-wk-quot                   pic 9(07).
       01  ws-dn-date                   pic 9(08).
       01  ws-dn-date-r redefines ws-dn-date.
         03  ws-dn-year                pic 9(04).
         03  ws-dn-month               pic 9(02).
         03  ws-dn-day                 pic 9(02).
       01  ws-dn-work                   pic 9(04).
       01  ws-dn-leaps                  pic 9(04).
       01  ws-dn-leap-rem               pic 9(04).
       01  ws-dn-cum-days               pic 9(03).
       01  ws-dn-serial                 pic 9(07).
       01  ws-lost-fg                   pic X(01).
       01  ws-lost-charge               pic 9(03)V99.
       01  ws-lost-credit               pic 9(03)V99.
       01  ws-lost-refund               pic 9(03)V99.
       01  ws-lost-owed                 pic 9(03)V99.
       01  ws-later-charges             pic 9(05)V99.
       01  ws-ledger-eof-fg             pic X(01).
       01  ws-desk-branch               pic X(03).
       01  ws-pickup-branch             pic X(03).
       01  ws-hold-patron               pic X(06).
       01  ws-transit-to                pic X(03).
       01  ws-transit-reason            pic X(01).
       01  ws-transit-found-fg          pic X(01).
       01  ws-routed-fg                 pic X(01).

       linkage section.
       copy "Signon.cpy".
           Open i-o input-file.
           Open i-o loan-file.
           Open i-o hold-file.
           Open i-o item-file.
           Open input policy-file.
           Open extend circhist-file.
           Open extend ledger-file.
           Open input branch-file.
           Open i-o transit-file.
           Display "Circulation module".
           perform desk-branch-para.
       read-para.
           Display "Enter a Patron number, T to receive an item in".
           Display "  transit, or Send to exit".
           Accept ws-patron-number.
           If ws-patron-number = spaces
             go exit-para
           end-if.
           if ws-patron-number = "T" or ws-patron-number = "t"
               perform receive-para thru receive-para-exit
               go read-para
           end-if.
           if ws-patron-number is not numeric
               or ws-patron-number = "000000"
               Display "Invalid entry " ws-patron-number
               Display "Patron number " ws-patron-number " not on file"
               go read-para
           end-if.
           if pr-merged-into not = spaces
               Display "Patron " pr-patron-number
                   " was merged into patron " pr-merged-into
                   " - use that number"
           end-if.
           Display "Transaction - O)ut for checkout, I)n for ".
           Display "  check-in, R)enew, L)ist open loans, H)old,".
           Display "  C)ancel hold : ".
                   " account is closed - not allowed"
               go process-para-exit
           end-if.
           accept ws-curr-date from date yyyymmdd.
           if (ws-transaction = "O" or ws-transaction = "o"
               or ws-transaction = "H" or ws-transaction = "h")
               and pr-card-expiry-date is numeric
               and pr-card-expiry-date < ws-curr-date
               Display "Patron " pr-patron-number
                   " card expired " pr-card-expiry-date
                   " - confirm the address and renew the card"
                   " in the Update module"
               go process-para-exit
           end-if.
           if ws-transaction = "O" or ws-transaction = "o"
               or ws-transaction = "H" or ws-transaction = "h"
               evaluate ws-item-type
               move "Y" to ws-reject-fg
               go item-lookup-para-exit
           end-if.
           if (ws-transaction = "O" or ws-transaction = "o"
               or ws-transaction = "H" or ws-transaction = "h")
               and it-item-status = "L"
               Display "Item " ws-item-id
                   " is declared lost - not allowed"
               move "Y" to ws-reject-fg
               go item-lookup-para-exit
           end-if.
           if (ws-transaction = "H" or ws-transaction = "h")
               and it-item-status = "M"
               Display "Item " ws-item-id
                   " is missing from the shelf - not allowed"
               move "Y" to ws-reject-fg
               go item-lookup-para-exit
           end-if.
           if it-item-type not = ws-item-type
               Display "Item type corrected to " it-item-type
                   " from item master"
           move ws-due-day to ln-due-day.
           move zero to ln-fined-thru-date.
           move zero to ln-renewal-count.
           move "N" to ln-lost-fg.
           move zero to ln-lost-charge.
           write loan-record
               invalid key
                   Display "Patron " pr-patron-number
           add 1 to pr-books-out.
           rewrite patron-record.
           perform clear-hold-para thru clear-hold-para-exit.
           perform transit-close-para.
      * an item marked missing has turned up in the patron's hands
           if ws-item-found-fg = "Y"
               and it-item-status = "M"
               move "A" to it-item-status
               move "N" to it-inventory-miss-fg
               rewrite item-record
               Display "Item " ws-item-id
                   " was marked missing - back in circulation"
           end-if.
           Display "Patron " pr-patron-number
               " checked out item " ws-item-id
               " due " ln-due-date
                   " for patron " pr-patron-number
               go checkin-para-exit
           end-if.
           move ln-lost-fg to ws-lost-fg.
           if ws-lost-fg = "Y"
               move ln-lost-charge to ws-lost-charge
           end-if.
           delete loan-file record.
           if pr-books-out > zero
               subtract 1 from pr-books-out
               ", books out now " pr-books-out.
           move "I" to ws-hist-type.
           perform hist-write-para.
           if ws-lost-fg = "Y"
               perform lost-return-para thru lost-return-para-exit
           end-if.
           perform hold-check-para thru hold-check-para-exit.
       checkin-para-exit.
           exit.
      * a lost item found and returned has its replacement charge
      * reversed - the processing fee stands - and anything of the
      * charge the patron has already paid off is owed back to them
       lost-return-para.
           if ws-item-found-fg = "Y"
               and it-item-status = "L"
               move "A" to it-item-status
               rewrite item-record
           end-if.
           perform lost-owed-para.
           if ws-lost-charge > ws-lost-owed
               move ws-lost-owed to ws-lost-credit
           else
               move ws-lost-charge to ws-lost-credit
           end-if.
           compute ws-lost-refund = ws-lost-charge - ws-lost-credit.
           Display "Item " ws-item-id " was declared lost -"
               " replacement charge " ws-lost-charge " reversed".
           if ws-lost-credit > zero
               subtract ws-lost-credit from pr-total-fees
               rewrite patron-record
               perform ledger-credit-para
               Display "  Credited " ws-lost-credit
                   " to account, balance now " pr-total-fees
           end-if.
           if ws-lost-refund > zero
               Display "  ** REFUND DUE - patron " pr-patron-number
                   " already paid " ws-lost-refund
                   " of the replacement charge"
           end-if.
       lost-return-para-exit.
           exit.
      * payments are taken against the oldest charges first, so of
      * the balance owed now, whatever was charged after the lost
      * item was billed is still unpaid - only what is left after
      * that can be unpaid replacement charge, and only that much
      * is credited back - the rest of the charge has been paid and
      * is owed to the patron
       lost-owed-para.
           Close ledger-file.
           Open input ledger-file.
           move "N" to ws-ledger-eof-fg.
           move zero to ws-later-charges.
           perform lost-owed-read-para
               until ws-ledger-eof-fg = "Y".
           Close ledger-file.
           Open extend ledger-file.
           if ws-later-charges < pr-total-fees
               compute ws-lost-owed = pr-total-fees - ws-later-charges
           else
               move zero to ws-lost-owed
           end-if.
       lost-owed-read-para.
           read ledger-file
               at end move "Y" to ws-ledger-eof-fg.
           if ws-ledger-eof-fg = "N"
               and fl-patron-number = pr-patron-number
               and fl-trans-type = "F"
               and fl-amount-n is numeric
               if fl-description = "LOST ITEM REPLACE"
                   and fl-amount-n = ws-lost-charge
                   move zero to ws-later-charges
               else
                   add fl-amount-n to ws-later-charges
               end-if
           end-if.
       ledger-credit-para.
           accept ws-curr-date from date yyyymmdd.
           accept ws-curr-time from time.
           move ws-curr-date to ws-timestamp-date.
           move ws-curr-time to ws-timestamp-time.
           move spaces to ledger-record.
           move pr-patron-number to fl-patron-number.
           move ws-timestamp to fl-timestamp.
           move "C" to fl-trans-type.
           move ws-lost-credit to fl-amount-n.
           move "LOST ITEM CREDIT" to fl-description.
           write ledger-record.
      * renewal extends the due date in place - the checkout date
      * and fined-thru date are deliberately left alone so fines
      * already assessed cannot be re-assessed
                   " - renewal refused"
               go renew-para-exit
           end-if.
           if ln-lost-fg = "Y"
               Display "Loan of item " ws-item-id
                   " is declared lost - renewal refused"
               go renew-para-exit
           end-if.
      * loans open from before the renewal count was carved out of
      * filler carry spaces there - treat them as never renewed
           if ln-renewal-count is not numeric
           end-if.
       clear-hold-para-exit.
           exit.
      * an item coming back fills the first hold in its queue - set
      * aside here if this is the hold patron's branch, otherwise
      * sent on to it - and with no hold it goes home to the owning
      * branch
       hold-check-para.
           move "N" to ws-routed-fg.
           move ws-item-id to hd-item-id.
           move zero to hd-queue-seq.
           move "N" to ws-hold-eof-fg.
               read hold-file next record
                   at end move "Y" to ws-hold-eof-fg
           end-if.
           if ws-hold-eof-fg = "Y"
               or hd-item-id not = ws-item-id
               perform return-route-para thru return-route-para-exit
               go hold-check-para-exit
           end-if.
           move "Y" to ws-routed-fg.
           move hd-patron-number to ws-hold-patron.
           perform pickup-branch-para.
           if ws-pickup-branch = ws-desk-branch
               accept ws-curr-date from date yyyymmdd
               move ws-curr-date to hd-ready-date
               rewrite hold-record
               Display "** HOLD - set item " ws-item-id
                   " aside for patron " ws-hold-patron
                   " (first in queue)"
               go hold-check-para-exit
           end-if.
           move ws-pickup-branch to ws-transit-to.
           move "H" to ws-transit-reason.
           perform transit-send-para.
           Display "** TRANSIT - send item " ws-item-id
               " to branch " ws-pickup-branch
               " for hold of patron " ws-hold-patron.
       hold-check-para-exit.
           exit.
       return-route-para.
           if ws-item-found-fg = "N"
               or it-owning-branch = ws-desk-branch
               go return-route-para-exit
           end-if.
           move "Y" to ws-routed-fg.
           move it-owning-branch to ws-transit-to.
           move "R" to ws-transit-reason.
           move spaces to ws-hold-patron.
           perform transit-send-para.
           Display "** TRANSIT - send item " ws-item-id
               " home to branch " it-owning-branch.
       return-route-para-exit.
           exit.
      * holds are picked up at the hold patron's home branch - the
      * patron being served is read back afterwards
       pickup-branch-para.
           move ws-hold-patron to pr-patron-number.
           move "Y" to ws-found-fg.
           read input-file
               key is pr-patron-number
               invalid key move "N" to ws-found-fg.
           if ws-found-fg = "Y"
               and pr-home-branch not = spaces
               move pr-home-branch to ws-pickup-branch
           else
               move ws-desk-branch to ws-pickup-branch
           end-if.
           if ws-patron-number is numeric
               move ws-patron-number to pr-patron-number
               read input-file
                   key is pr-patron-number
                   invalid key move "N" to ws-found-fg
           end-if.
      * one transit record per item - a new trip replaces the last
       transit-send-para.
           accept ws-curr-date from date yyyymmdd.
           move spaces to transit-record.
           move ws-item-id to tn-item-id.
           move ws-desk-branch to tn-from-branch.
           move ws-transit-to to tn-to-branch.
           move ws-transit-reason to tn-reason.
           move ws-hold-patron to tn-hold-patron.
           move ws-curr-date to tn-sent-date.
           move "T" to tn-status.
           move zero to tn-received-date.
           write transit-record
               invalid key
                   rewrite transit-record.
      * an item lent out while still showing in transit has plainly
      * arrived, so the trip is closed off
       transit-close-para.
           move ws-item-id to tn-item-id.
           move "Y" to ws-transit-found-fg.
           read transit-file
               key is tn-item-id
               invalid key move "N" to ws-transit-found-fg.
           if ws-transit-found-fg = "Y"
               and tn-status = "T"
               accept ws-curr-date from date yyyymmdd
               move "R" to tn-status
               move ws-curr-date to tn-received-date
               rewrite transit-record
               Display "Transit of item " ws-item-id
                   " to branch " tn-to-branch " closed at checkout"
           end-if.
      * receipt at the destination - the item is then routed again
      * exactly as a check-in would route it, so a hold cancelled
      * while the item was on the van passes to the next in queue
       receive-para.
           Display "Item identifier received : ".
           Accept ws-item-id.
           if ws-item-id = spaces
               go receive-para-exit
           end-if.
           move ws-item-id to tn-item-id.
           move "Y" to ws-transit-found-fg.
           read transit-file
               key is tn-item-id
               invalid key move "N" to ws-transit-found-fg.
           if ws-transit-found-fg = "N"
               or tn-status not = "T"
               Display "Item " ws-item-id " is not in transit"
               go receive-para-exit
           end-if.
           if tn-to-branch not = ws-desk-branch
               Display "Item " ws-item-id " is routed to branch "
                   tn-to-branch " - send it on"
               go receive-para-exit
           end-if.
           accept ws-curr-date from date yyyymmdd.
           move "R" to tn-status.
           move ws-curr-date to tn-received-date.
           rewrite transit-record.
           Display "Item " ws-item-id " received from branch "
               tn-from-branch.
           move ws-item-id to it-item-id.
           move "Y" to ws-item-found-fg.
           read item-file
               key is it-item-id
               invalid key move "N" to ws-item-found-fg.
           perform hold-check-para thru hold-check-para-exit.
           if ws-routed-fg = "N"
               Display "Return item " ws-item-id " to the shelf"
           end-if.
       receive-para-exit.
           exit.
       hold-para.
           perform policy-read-para.
           if ws-policy-found-fg = "N"
           accept ws-curr-date from date yyyymmdd.
           move ws-curr-date to hd-placed-date.
           move "N" to hd-notified-fg.
           move zero to hd-ready-date.
           write hold-record
               invalid key
                   Display "Hold not placed for item " ws-item-id
               end-if
           end-if.
      * loan period comes from the policy record already read for
      * this patron's privilege status - a due date that falls on
      * a day the patron's home branch is closed moves on to the
      * next day it is open
       due-date-para.
           evaluate ws-item-type
               when "B"
           perform month-days-para.
           perform due-date-adjust-para
               until ws-due-day not > ws-month-days.
           move pr-home-branch to br-branch-code.
           perform branch-read-para.
           move zero to ws-push-count.
           perform due-closed-para.
           perform due-push-para
               until ws-closed-fg = "N"
                  or ws-push-count = 31.
           if ws-push-count > zero
               Display "Due date moved " ws-push-count
                   " days past branch " pr-home-branch " closures"
           end-if.
       due-date-adjust-para.
           subtract ws-month-days from ws-due-day.
           add 1 to ws-due-month.
               add 1 to ws-due-year
           end-if.
           perform month-days-para.
       due-closed-para.
           move ws-due-year to ws-dn-year.
           move ws-due-month to ws-dn-month.
           move ws-due-day to ws-dn-day.
           perform closed-day-para thru closed-day-para-exit.
       due-push-para.
           add 1 to ws-push-count.
           add 1 to ws-due-day.
           perform month-days-para.
           if ws-due-day > ws-month-days
               perform due-date-adjust-para
           end-if.
           perform due-closed-para.
       branch-read-para.
           move "Y" to ws-branch-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-branch-found-fg.
      * a day is closed when its weekday is a weekly closure for
      * the branch or it is on the branch's dated closure list - a
      * branch missing from the master is treated as always open
       closed-day-para.
           move "N" to ws-closed-fg.
           if ws-branch-found-fg = "N"
               go closed-day-para-exit
           end-if.
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
       day-number-para.
           compute ws-dn-work = ws-dn-year - 1.
           divide ws-dn-work by 4 giving ws-dn-leaps.
           evaluate ws-dn-month
               when 1
                   move 0 to ws-dn-cum-days
               when 2
                   move 31 to ws-dn-cum-days
               when 3
                   move 59 to ws-dn-cum-days
               when 4
                   move 90 to ws-dn-cum-days
               when 5
                   move 120 to ws-dn-cum-days
               when 6
                   move 151 to ws-dn-cum-days
               when 7
                   move 181 to ws-dn-cum-days
               when 8
                   move 212 to ws-dn-cum-days
               when 9
                   move 243 to ws-dn-cum-days
               when 10
                   move 273 to ws-dn-cum-days
               when 11
                   move 304 to ws-dn-cum-days
               when other
                   move 334 to ws-dn-cum-days
           end-evaluate.
           compute ws-dn-serial = ws-dn-year * 365
               + ws-dn-leaps + ws-dn-cum-days + ws-dn-day.
           if ws-dn-month > 2
               divide ws-dn-year by 4 giving ws-dn-work
                   remainder ws-dn-leap-rem
               if ws-dn-leap-rem = zero
                   add 1 to ws-dn-serial
               end-if
           end-if.
       month-days-para.
           evaluate ws-due-month
               when 4
               when other
                   move 31 to ws-month-days
           end-evaluate.
      * the branch this desk is at - where check-ins are routed
      * from and transit receipts are taken
       desk-branch-para.
           Display "Desk branch code, or Enter to exit : ".
           Accept ws-desk-branch.
           if ws-desk-branch = spaces
               go exit-para
           end-if.
           move ws-desk-branch to br-branch-code.
           perform branch-read-para.
           if ws-branch-found-fg = "N"
               Display "Unknown branch code " ws-desk-branch
                   " - enter a code on the branch master"
               go desk-branch-para
           end-if.
       policy-read-para.
           move pr-privilege-status to po-privilege-status.
           move "Y" to ws-policy-found-fg.
           Close item-file.
           Close policy-file.
           Close circhist-file.
           Close ledger-file.
           Close branch-file.
           Close transit-file.
           goback.
