       identification division.
       program-id. KioskPost.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select trans-file assign to disk "C:\KioskTrans.dat"
           organization line sequential.
       select resp-file assign to disk "C:\KioskResp.dat"
           organization line sequential.
       select operator-file assign to disk "C:\Operator.dat"
           organization indexed
           access random
           record key os-operator-id.
       select patron-file assign to disk "C:\Patron.dat"
           organization indexed
           access random
           record key pr-patron-number.
       select loan-file assign to disk "C:\Loan.dat"
           organization indexed
           access dynamic
           record key ln-loan-key.
       select hold-file assign to disk "C:\Hold.dat"
           organization indexed
           access dynamic
           record key hd-hold-key.
       select item-file assign to disk "C:\Item.dat"
           organization indexed
           access random
           record key it-item-id.
       select policy-file assign to disk "C:\Policy.dat"
           organization indexed
           access random
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

       file section.
       FD  trans-file.
       01  trans-record.
        10  kt-kiosk-id                 pic X(08).
        10  filler                      pic X(01).
        10  kt-branch                   pic X(03).
        10  filler                      pic X(01).
      * O = checkout, I = check-in, R = renewal
        10  kt-trans-type               pic X(01).
        10  filler                      pic X(01).
        10  kt-patron-number            pic X(06).
        10  filler                      pic X(01).
        10  kt-item-id                  pic X(10).

       FD  resp-file.
       01  resp-record.
        10  kr-trans-data               pic X(32).
        10  filler                      pic X(01).
      * A = accepted, R = refused
        10  kr-result                   pic X(01).
        10  filler                      pic X(01).
        10  kr-reason                   pic X(02).
        10  filler                      pic X(01).
      * due date of an accepted checkout or renewal
        10  kr-due-date                 pic X(08).
        10  filler                      pic X(01).
      * where an item checked in goes - H = set aside for a hold,
      * T = into transit, space = back to the shelf
        10  kr-route                    pic X(01).

       FD  operator-file.
       copy "Operator.cpy".

       FD  patron-file.
       copy "Patron.cpy".

       FD  loan-file.
       copy "Loan.cpy".

       FD  hold-file.
       copy "Hold.cpy".

       FD  item-file.
       copy "Item.cpy".

       FD  policy-file.
       copy "Policy.cpy".

       FD  circhist-file.
       copy "CircHist.cpy".

       FD  ledger-file.
       copy "FeeLedger.cpy".

       FD  branch-file.
       copy "Branch.cpy".

       FD  transit-file.
       copy "Transit.cpy".

       working-storage section.
      * refusal reasons
      * KI = kiosk id not an active clerk   UB = unknown branch
      * TT = invalid transaction type       IN = invalid patron number
      * NF = patron not on file             CL = account closed
      * EX = card expired                   IM = item not on master
      * WD = item withdrawn                 LS = item declared lost
      * MS = item marked missing            BR = no borrowing rights
      * NP = no policy for privilege        FT = over fee threshold
      * ML = at loan limit                  HO = on hold for another
      * AL = already on loan to patron      NL = no open loan
      * LO = loan declared lost             RL = at renewal limit
       01  ws-reason                    pic X(02).
       01  ws-route                     pic X(01).
       01  ws-due-date-x                pic X(08).
       01  ws-eof-fg                    pic X(01) value "N".
       01  ws-found-fg                  pic X(01).
       01  ws-item-id                   pic X(10).
       01  ws-item-type                 pic X(01).
       01  ws-item-found-fg             pic X(01).
       01  ws-policy-found-fg           pic X(01).
       01  ws-hist-type                 pic X(01).
       01  ws-curr-time                 pic 9(08).
       01  ws-timestamp.
         03  ws-timestamp-date         pic 9(08).
         03  filler                      pic X(01) value "-".
         03  ws-timestamp-time         pic 9(08).
       01  ws-loan-found-fg             pic X(01).
       01  ws-loan-eof-fg               pic X(01).
       01  ws-hold-eof-fg               pic X(01).
       01  ws-hold-found-fg             pic X(01).
       01  ws-hold-dup-fg               pic X(01).
       01  ws-hold-del-seq              pic 9(03).
       01  ws-hold-count                pic 9(03).
       01  ws-hold-others               pic 9(03).
       01  ws-hold-first-patron         pic X(06).
       01  ws-open-loan-count           pic 9(02).
       01  ws-curr-date                 pic 9(08).
       01  ws-curr-date-r redefines ws-curr-date.
         03  ws-curr-year              pic 9(04).
         03  ws-curr-month             pic 9(02).
         03  ws-curr-day               pic 9(02).
       01  ws-loan-days                 pic 9(03).
       01  ws-due-year                  pic 9(04).
       01  ws-due-month                 pic 9(02).
       01  ws-due-day                   pic 9(03).
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
       01  ws-trans-count               pic 9(07) value zero.
       01  ws-accept-count              pic 9(07) value zero.
       01  ws-refuse-count              pic 9(07) value zero.
       01  ws-checkout-count            pic 9(05) value zero.
       01  ws-checkin-count             pic 9(05) value zero.
       01  ws-renew-count               pic 9(05) value zero.
       01  ws-refund-count              pic 9(05) value zero.

       procedure division.
       start-para.
           Display "Self-checkout kiosk transaction posting".
           Open input trans-file.
           Open output resp-file.
           Open input operator-file.
           Open i-o patron-file.
           Open i-o loan-file.
           Open i-o hold-file.
           Open i-o item-file.
           Open input policy-file.
           Open extend circhist-file.
           Open extend ledger-file.
           Open input branch-file.
           Open i-o transit-file.
       read-para.
           read trans-file
               at end move "Y" to ws-eof-fg.
           if ws-eof-fg = "Y"
               go report-para
           end-if.
           add 1 to ws-trans-count.
           move spaces to ws-reason.
           move spaces to ws-route.
           move spaces to ws-due-date-x.
           perform process-para thru process-para-exit.
           perform resp-write-para.
           go read-para.
      * the same checks the desk makes, in the same order - the
      * kiosk is stricter where a clerk would use judgement, and
      * refuses rather than overrides
       process-para.
           move kt-kiosk-id to os-operator-id.
           move "Y" to ws-found-fg.
           read operator-file
               key is os-operator-id
               invalid key move "N" to ws-found-fg.
           if ws-found-fg = "N"
               or (os-status not = "A" and os-status not = space)
               or os-authority < 2
               move "KI" to ws-reason
               go process-para-exit
           end-if.
           move kt-branch to br-branch-code.
           perform branch-read-para.
           if ws-branch-found-fg = "N"
               move "UB" to ws-reason
               go process-para-exit
           end-if.
           move kt-branch to ws-desk-branch.
           if kt-trans-type not = "O"
               and kt-trans-type not = "I"
               and kt-trans-type not = "R"
               move "TT" to ws-reason
               go process-para-exit
           end-if.
           if kt-patron-number is not numeric
               or kt-patron-number = "000000"
               move "IN" to ws-reason
               go process-para-exit
           end-if.
           move kt-patron-number to pr-patron-number.
           move "Y" to ws-found-fg.
           read patron-file
               key is pr-patron-number
               invalid key move "N" to ws-found-fg.
           if ws-found-fg = "N"
               move "NF" to ws-reason
               go process-para-exit
           end-if.
           if kt-trans-type not = "I"
               and pr-patron-status = "C"
               move "CL" to ws-reason
               go process-para-exit
           end-if.
           accept ws-curr-date from date yyyymmdd.
           if kt-trans-type not = "I"
               and pr-card-expiry-date is numeric
               and pr-card-expiry-date < ws-curr-date
               move "EX" to ws-reason
               go process-para-exit
           end-if.
           move kt-item-id to ws-item-id.
           perform item-lookup-para thru item-lookup-para-exit.
           if ws-reason not = spaces
               go process-para-exit
           end-if.
           evaluate kt-trans-type
               when "O"
                   perform checkout-para thru checkout-para-exit
               when "I"
                   perform checkin-para thru checkin-para-exit
               when other
                   perform renew-para thru renew-para-exit
           end-evaluate.
       process-para-exit.
           exit.
      * a check-in is let through without a master record so an
      * item in a patron's hands can always come back
       item-lookup-para.
           move spaces to ws-item-type.
           move ws-item-id to it-item-id.
           move "Y" to ws-item-found-fg.
           read item-file
               key is it-item-id
               invalid key move "N" to ws-item-found-fg.
           if ws-item-found-fg = "N"
               if kt-trans-type not = "I"
                   move "IM" to ws-reason
               end-if
               go item-lookup-para-exit
           end-if.
           move it-item-type to ws-item-type.
           if kt-trans-type = "I"
               go item-lookup-para-exit
           end-if.
           evaluate it-item-status
               when "W"
                   move "WD" to ws-reason
               when "L"
                   move "LS" to ws-reason
               when "M"
                   move "MS" to ws-reason
               when other
                   continue
           end-evaluate.
       item-lookup-para-exit.
           exit.
       checkout-para.
           evaluate ws-item-type
               when "B"
                   if pr-book-right-sw = "N"
                       move "BR" to ws-reason
                   end-if
               when "P"
                   if pr-periodical-right-sw = "N"
                       move "BR" to ws-reason
                   end-if
               when other
                   if pr-video-right-sw = "N"
                       move "BR" to ws-reason
                   end-if
           end-evaluate.
           if ws-reason not = spaces
               go checkout-para-exit
           end-if.
           perform policy-read-para.
           if ws-policy-found-fg = "N"
               move "NP" to ws-reason
               go checkout-para-exit
           end-if.
           if pr-total-fees > po-fee-threshold
               move "FT" to ws-reason
               go checkout-para-exit
           end-if.
           perform loan-count-para thru loan-count-para-exit.
           if ws-open-loan-count not < po-max-loans
               move "ML" to ws-reason
               go checkout-para-exit
           end-if.
      * only the patron first in the queue may take a held item
           perform hold-scan-para thru hold-scan-para-exit.
           if ws-hold-count > zero
               and ws-hold-first-patron not = pr-patron-number
               move "HO" to ws-reason
               go checkout-para-exit
           end-if.
           move pr-patron-number to ln-patron-number.
           move ws-item-id to ln-item-id.
           move ws-item-type to ln-item-type.
           accept ws-curr-date from date yyyymmdd.
           move ws-curr-year to ln-checkout-year.
           move ws-curr-month to ln-checkout-month.
           move ws-curr-day to ln-checkout-day.
           perform due-date-para.
           move ws-due-year to ln-due-year.
           move ws-due-month to ln-due-month.
           move ws-due-day to ln-due-day.
           move zero to ln-fined-thru-date.
           move zero to ln-renewal-count.
           move "N" to ln-lost-fg.
           move zero to ln-lost-charge.
           write loan-record
               invalid key
                   move "AL" to ws-reason
                   go checkout-para-exit.
           add 1 to pr-books-out.
           rewrite patron-record.
           perform clear-hold-para thru clear-hold-para-exit.
           perform transit-close-para.
           move ln-due-date to ws-due-date-x.
           add 1 to ws-checkout-count.
           move "O" to ws-hist-type.
           perform hist-write-para.
       checkout-para-exit.
           exit.
       checkin-para.
           move pr-patron-number to ln-patron-number.
           move ws-item-id to ln-item-id.
           move "Y" to ws-loan-found-fg.
           read loan-file
               key is ln-loan-key
               invalid key move "N" to ws-loan-found-fg.
           if ws-loan-found-fg = "N"
               move "NL" to ws-reason
               go checkin-para-exit
           end-if.
           if ws-item-found-fg = "N"
               move ln-item-type to ws-item-type
           end-if.
           move ln-lost-fg to ws-lost-fg.
           if ws-lost-fg = "Y"
               move ln-lost-charge to ws-lost-charge
           end-if.
           delete loan-file record.
           if pr-books-out > zero
               subtract 1 from pr-books-out
           end-if.
           rewrite patron-record.
           add 1 to ws-checkin-count.
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
           if ws-lost-credit > zero
               subtract ws-lost-credit from pr-total-fees
               rewrite patron-record
               perform ledger-credit-para
           end-if.
           if ws-lost-refund > zero
               add 1 to ws-refund-count
               Display "** REFUND DUE - patron " pr-patron-number
                   " already paid " ws-lost-refund
                   " of the replacement charge for item " ws-item-id
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
       renew-para.
           move pr-patron-number to ln-patron-number.
           move ws-item-id to ln-item-id.
           move "Y" to ws-loan-found-fg.
           read loan-file
               key is ln-loan-key
               invalid key move "N" to ws-loan-found-fg.
           if ws-loan-found-fg = "N"
               move "NL" to ws-reason
               go renew-para-exit
           end-if.
           if ln-lost-fg = "Y"
               move "LO" to ws-reason
               go renew-para-exit
           end-if.
           if ln-renewal-count is not numeric
               move zero to ln-renewal-count
           end-if.
           perform policy-read-para.
           if ws-policy-found-fg = "N"
               move "NP" to ws-reason
               go renew-para-exit
           end-if.
           if pr-total-fees > po-fee-threshold
               move "FT" to ws-reason
               go renew-para-exit
           end-if.
           if ln-renewal-count not < po-max-renewals
               move "RL" to ws-reason
               go renew-para-exit
           end-if.
           perform hold-scan-para thru hold-scan-para-exit.
           move ws-hold-count to ws-hold-others.
           if ws-hold-dup-fg = "Y"
               subtract 1 from ws-hold-others
           end-if.
           if ws-hold-others > zero
               move "HO" to ws-reason
               go renew-para-exit
           end-if.
           move ln-item-type to ws-item-type.
           accept ws-curr-date from date yyyymmdd.
           perform due-date-para.
           move ws-due-year to ln-due-year.
           move ws-due-month to ln-due-month.
           move ws-due-day to ln-due-day.
           add 1 to ln-renewal-count.
           rewrite loan-record.
           move ln-due-date to ws-due-date-x.
           add 1 to ws-renew-count.
           move "R" to ws-hist-type.
           perform hist-write-para.
       renew-para-exit.
           exit.
       clear-hold-para.
           if ws-hold-dup-fg = "N"
               go clear-hold-para-exit
           end-if.
           move ws-item-id to hd-item-id.
           move ws-hold-del-seq to hd-queue-seq.
           move "Y" to ws-hold-found-fg.
           read hold-file
               key is hd-hold-key
               invalid key move "N" to ws-hold-found-fg.
           if ws-hold-found-fg = "Y"
               delete hold-file record
           end-if.
       clear-hold-para-exit.
           exit.
      * an item coming back fills the first hold in its queue - set
      * aside here if this is the hold patron's branch, otherwise
      * sent on to it - and with no hold it goes home to the owning
      * branch
       hold-check-para.
           move ws-item-id to hd-item-id.
           move zero to hd-queue-seq.
           move "N" to ws-hold-eof-fg.
           start hold-file
               key is not less than hd-hold-key
               invalid key move "Y" to ws-hold-eof-fg.
           if ws-hold-eof-fg = "N"
               read hold-file next record
                   at end move "Y" to ws-hold-eof-fg
           end-if.
           if ws-hold-eof-fg = "Y"
               or hd-item-id not = ws-item-id
               perform return-route-para thru return-route-para-exit
               go hold-check-para-exit
           end-if.
           move hd-patron-number to ws-hold-patron.
           perform pickup-branch-para.
           if ws-pickup-branch = ws-desk-branch
               accept ws-curr-date from date yyyymmdd
               move ws-curr-date to hd-ready-date
               rewrite hold-record
               move "H" to ws-route
               go hold-check-para-exit
           end-if.
           move ws-pickup-branch to ws-transit-to.
           move "H" to ws-transit-reason.
           perform transit-send-para.
           move "T" to ws-route.
       hold-check-para-exit.
           exit.
       return-route-para.
           if ws-item-found-fg = "N"
               or it-owning-branch = ws-desk-branch
               go return-route-para-exit
           end-if.
           move it-owning-branch to ws-transit-to.
           move "R" to ws-transit-reason.
           move spaces to ws-hold-patron.
           perform transit-send-para.
           move "T" to ws-route.
       return-route-para-exit.
           exit.
      * holds are picked up at the hold patron's home branch - the
      * patron being served is read back afterwards
       pickup-branch-para.
           move ws-hold-patron to pr-patron-number.
           move "Y" to ws-found-fg.
           read patron-file
               key is pr-patron-number
               invalid key move "N" to ws-found-fg.
           if ws-found-fg = "Y"
               and pr-home-branch not = spaces
               move pr-home-branch to ws-pickup-branch
           else
               move ws-desk-branch to ws-pickup-branch
           end-if.
           move kt-patron-number to pr-patron-number.
           read patron-file
               key is pr-patron-number
               invalid key move "N" to ws-found-fg.
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
           end-if.
       hold-scan-para.
           move "N" to ws-hold-dup-fg.
           move zero to ws-hold-del-seq.
           move zero to ws-hold-count.
           move spaces to ws-hold-first-patron.
           move "N" to ws-hold-eof-fg.
           move ws-item-id to hd-item-id.
           move zero to hd-queue-seq.
           start hold-file
               key is not less than hd-hold-key
               invalid key move "Y" to ws-hold-eof-fg.
           perform hold-scan-read-para
               until ws-hold-eof-fg = "Y".
       hold-scan-para-exit.
           exit.
       hold-scan-read-para.
           read hold-file next record
               at end move "Y" to ws-hold-eof-fg.
           if ws-hold-eof-fg = "N"
               if hd-item-id = ws-item-id
                   add 1 to ws-hold-count
                   if ws-hold-count = 1
                       move hd-patron-number to ws-hold-first-patron
                   end-if
                   if hd-patron-number = pr-patron-number
                       move "Y" to ws-hold-dup-fg
                       move hd-queue-seq to ws-hold-del-seq
                   end-if
               else
                   move "Y" to ws-hold-eof-fg
               end-if
           end-if.
      * loan period comes from the policy record already read for
      * this patron's privilege status - a due date that falls on
      * a day the patron's home branch is closed moves on to the
      * next day it is open
       due-date-para.
           evaluate ws-item-type
               when "B"
                   move po-book-days to ws-loan-days
               when "P"
                   move po-periodical-days to ws-loan-days
               when other
                   move po-video-days to ws-loan-days
           end-evaluate.
           move ws-curr-year to ws-due-year.
           move ws-curr-month to ws-due-month.
           move ws-curr-day to ws-due-day.
           add ws-loan-days to ws-due-day.
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
       due-date-adjust-para.
           subtract ws-month-days from ws-due-day.
           add 1 to ws-due-month.
           if ws-due-month > 12
               move 1 to ws-due-month
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
               when 6
               when 9
               when 11
                   move 30 to ws-month-days
               when 2
                   divide ws-due-year by 4 giving ws-leap-quot
                       remainder ws-leap-rem
                   if ws-leap-rem = zero
                       move 29 to ws-month-days
                   else
                       move 28 to ws-month-days
                   end-if
               when other
                   move 31 to ws-month-days
           end-evaluate.
       policy-read-para.
           move pr-privilege-status to po-privilege-status.
           move "Y" to ws-policy-found-fg.
           read policy-file
               key is po-privilege-status
               invalid key move "N" to ws-policy-found-fg.
       loan-count-para.
           move zero to ws-open-loan-count.
           move "N" to ws-loan-eof-fg.
           move pr-patron-number to ln-patron-number.
           move low-values to ln-item-id.
           start loan-file
               key is not less than ln-loan-key
               invalid key move "Y" to ws-loan-eof-fg.
           perform loan-count-read-para
               until ws-loan-eof-fg = "Y".
       loan-count-para-exit.
           exit.
       loan-count-read-para.
           read loan-file next record
               at end move "Y" to ws-loan-eof-fg.
           if ws-loan-eof-fg = "N"
               if ln-patron-number = pr-patron-number
                   add 1 to ws-open-loan-count
               else
                   move "Y" to ws-loan-eof-fg
               end-if
           end-if.
      * kiosk transactions are journalled under the kiosk id, as a
      * desk transaction is under the clerk's
       hist-write-para.
           accept ws-curr-date from date yyyymmdd.
           accept ws-curr-time from time.
           move ws-curr-date to ws-timestamp-date.
           move ws-curr-time to ws-timestamp-time.
           move spaces to circhist-record.
           move ws-timestamp to ch-timestamp.
           move kt-kiosk-id to ch-operator-id.
           move ws-hist-type to ch-trans-type.
           move pr-patron-number to ch-patron-number.
           move ws-item-id to ch-item-id.
           move ws-item-type to ch-item-type.
           move pr-home-branch to ch-home-branch.
           write circhist-record.
       resp-write-para.
           move spaces to resp-record.
           move trans-record to kr-trans-data.
           move ws-reason to kr-reason.
           if ws-reason = spaces
               move "A" to kr-result
               add 1 to ws-accept-count
           else
               move "R" to kr-result
               add 1 to ws-refuse-count
               Display "Refused - kiosk " kt-kiosk-id
                   " patron " kt-patron-number
                   " item " kt-item-id
                   " type " kt-trans-type
                   " reason " ws-reason
           end-if.
           move ws-due-date-x to kr-due-date.
           move ws-route to kr-route.
           write resp-record.
       report-para.
           Display "Kiosk requests read   : " ws-trans-count.
           Display "Accepted              : " ws-accept-count.
           Display "Refused               : " ws-refuse-count.
           Display "  Checkouts           : " ws-checkout-count.
           Display "  Check-ins           : " ws-checkin-count.
           Display "  Renewals            : " ws-renew-count.
           Display "Lost-item refunds due : " ws-refund-count.
           Close trans-file.
           Close resp-file.
           Close operator-file.
           Close patron-file.
           Close loan-file.
           Close hold-file.
           Close item-file.
           Close policy-file.
           Close circhist-file.
           Close ledger-file.
           Close branch-file.
           Close transit-file.
           goback.
