       identification division.
       program-id. LostItemRun.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select patron-file assign to disk "C:\Patron.dat"
           organization indexed
           access random
           record key pr-patron-number.
       select loan-file assign to disk "C:\Loan.dat"
           organization indexed
           access sequential
           record key ln-loan-key.
       select item-file assign to disk "C:\Item.dat"
           organization indexed
           access random
           record key it-item-id.
       select ledger-file assign to disk "C:\FeeLedger.dat"
           organization line sequential.
       select bill-file assign to disk "C:\LostItemBills.dat"
           organization line sequential.

       data division.

       file section.
       FD  patron-file.
       copy "Patron.cpy".

       FD  loan-file.
       copy "Loan.cpy".

       FD  item-file.
       copy "Item.cpy".

       FD  ledger-file.
       copy "FeeLedger.cpy".

       FD  bill-file.
       01  bill-line                    pic X(80).

       working-storage section.
       01  ws-eof-fg                    pic X(01) value "N".
       01  ws-patron-ok-fg              pic X(01) value "N".
       01  ws-item-found-fg             pic X(01).
       01  ws-reply                     pic X(20).
       01  ws-reply-amount redefines ws-reply
                                        pic 9(03)v9(02).
       01  ws-lost-days                 pic 9(03).
       01  ws-default-cost              pic 9(03)V99.
       01  ws-process-fee               pic 9(03)V99.
       01  ws-charge                    pic 9(03)V99.
       01  ws-bill-amount               pic 9(03)V99.
       01  ws-bill-desc                 pic X(20).
       01  ws-curr-date                 pic 9(08).
       01  ws-due-date-n                pic 9(08).
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
       01  ws-curr-serial               pic 9(07).
       01  ws-days-past                 pic s9(07).
       01  ws-prev-patron               pic X(06).
       01  ws-patron-lost-count         pic 9(03).
       01  ws-patron-billed             pic 9(05)V99.
       01  ws-lost-count                pic 9(05) value zero.
       01  ws-bill-count                pic 9(05) value zero.
       01  ws-billed-total              pic 9(07)V99 value zero.
       01  ws-curr-time                 pic 9(08).
       01  ws-timestamp.
         03  ws-timestamp-date         pic 9(08).
         03  filler                      pic X(01) value "-".
         03  ws-timestamp-time         pic 9(08).
       01  ws-head-line.
         03  filler                    pic X(22) value
             "LOST ITEM BILL  DATED ".
         03  hd-date                   pic 9(08).
       01  ws-name-line.
         03  nm-first-name             pic X(10).
         03  filler                    pic X(01) value space.
         03  nm-last-name              pic X(12).
       01  ws-city-line.
         03  ct-city                   pic X(14).
         03  filler                    pic X(01) value space.
         03  ct-state                  pic X(02).
         03  filler                    pic X(01) value space.
         03  ct-zip                    pic X(10).
       01  ws-item-line.
         03  filler                    pic X(02) value spaces.
         03  il-item-id                pic X(10).
         03  filler                    pic X(01) value space.
         03  il-title                  pic X(30).
         03  filler                    pic X(05) value " DUE ".
         03  il-due-date               pic 9(08).
       01  ws-charge-line.
         03  filler                    pic X(04) value spaces.
         03  cl-description            pic X(20).
         03  filler                    pic X(01) value space.
         03  cl-amount                 pic 999.99.
       01  ws-total-line.
         03  filler                    pic X(14) value
             "TOTAL BILLED  ".
         03  tl-amount                 pic 9(05).99.
         03  filler                    pic X(16) value
             "  BALANCE NOW   ".
         03  tl-balance                pic 999.99.
       01  ws-summary-line.
         03  filler                    pic X(16) value
             "BILLS PRODUCED: ".
         03  sm-count                  pic 9(05).
         03  filler                    pic X(16) value
             "  LOANS LOST : ".
         03  sm-lost                   pic 9(05).
         03  filler                    pic X(17) value
             "  TOTAL BILLED : ".
         03  sm-total                  pic 9(07).99.

       procedure division.
       start-para.
           Display "Lost-item declaration and billing run".
       days-para.
           Display "Declare loans lost how many days past due,".
           Display "  3 digits zero-padded, or Enter for 060 : ".
           Accept ws-reply.
           if ws-reply = spaces
               move 60 to ws-lost-days
               go cost-para
           end-if.
           if ws-reply(1:3) is not numeric
               or ws-reply(4:17) not = spaces
               or ws-reply(1:3) = "000"
               Display "Invalid day count " ws-reply
                   " - enter 3 numeric digits, 001 or more"
               go days-para
           end-if.
           move ws-reply(1:3) to ws-lost-days.
       cost-para.
           Display "Replacement cost for items with none on file,".
           Display "  5 digits zero-padded, no point,".
           Display "  or Enter for 025.00 : ".
           Accept ws-reply.
           if ws-reply = spaces
               move 25.00 to ws-default-cost
               go fee-para
           end-if.
           if ws-reply-amount is not numeric
               or ws-reply(6:15) not = spaces
               Display "Invalid amount " ws-reply
                   " - enter 5 numeric digits, e.g. 02500"
               go cost-para
           end-if.
           move ws-reply-amount to ws-default-cost.
       fee-para.
           Display "Processing fee per lost item, 5 digits".
           Display "  zero-padded, no point, or Enter for 005.00 : ".
           Accept ws-reply.
           if ws-reply = spaces
               move 5.00 to ws-process-fee
               go run-para
           end-if.
           if ws-reply-amount is not numeric
               or ws-reply(6:15) not = spaces
               Display "Invalid amount " ws-reply
                   " - enter 5 numeric digits, e.g. 00500"
               go fee-para
           end-if.
           move ws-reply-amount to ws-process-fee.
       run-para.
           Accept ws-curr-date from date yyyymmdd.
           move ws-curr-date to ws-dn-date.
           perform day-number-para.
           move ws-dn-serial to ws-curr-serial.
           move ws-curr-date to hd-date.
           Open i-o patron-file.
           Open i-o loan-file.
           Open i-o item-file.
           Open extend ledger-file.
           Open output bill-file.
           move spaces to ws-prev-patron.
           move zero to ws-patron-lost-count.
           move zero to ws-patron-billed.
       read-para.
           read loan-file next record
               at end move "Y" to ws-eof-fg.
           if ws-eof-fg = "Y"
               perform patron-break-para thru patron-break-para-exit
               go report-para
           end-if.
           if ln-patron-number not = ws-prev-patron
               perform patron-break-para thru patron-break-para-exit
               move ln-patron-number to ws-prev-patron
               perform patron-read-para
           end-if.
           perform lost-check-para thru lost-check-para-exit.
           go read-para.
      * a loan is lost once it is the set number of days past due -
      * loans already declared are left alone so nobody is billed
      * twice for the same item
       lost-check-para.
           if ln-lost-fg = "Y"
               go lost-check-para-exit
           end-if.
           move ln-due-date to ws-due-date-n.
           if ws-due-date-n >= ws-curr-date
               go lost-check-para-exit
           end-if.
           move ws-due-date-n to ws-dn-date.
           perform day-number-para.
           compute ws-days-past = ws-curr-serial - ws-dn-serial.
           if ws-days-past < ws-lost-days
               go lost-check-para-exit
           end-if.
           if ws-patron-ok-fg = "N"
               Display "Loan of item " ln-item-id
                   " is lost but patron " ln-patron-number
                   " is not on file - not billed"
               go lost-check-para-exit
           end-if.
           move ln-item-id to it-item-id.
           move "Y" to ws-item-found-fg.
           read item-file
               key is it-item-id
               invalid key move "N" to ws-item-found-fg.
           move ws-default-cost to ws-charge.
           if ws-item-found-fg = "Y"
               if it-replacement-cost is numeric
                   and it-replacement-cost > zero
                   move it-replacement-cost to ws-charge
               end-if
               move "L" to it-item-status
               rewrite item-record
           else
               Display "Item " ln-item-id
                   " not on item master - default cost billed"
           end-if.
           move "Y" to ln-lost-fg.
           move ws-charge to ln-lost-charge.
           rewrite loan-record.
           if ws-patron-lost-count = zero
               perform bill-head-para
           end-if.
           add 1 to ws-patron-lost-count.
           add 1 to ws-lost-count.
           perform bill-item-para.
           move ws-charge to ws-bill-amount.
           move "LOST ITEM REPLACE" to ws-bill-desc.
           perform charge-para thru charge-para-exit.
           move ws-process-fee to ws-bill-amount.
           move "LOST ITEM PROCESSING" to ws-bill-desc.
           perform charge-para thru charge-para-exit.
           rewrite patron-record.
       lost-check-para-exit.
           exit.
      * one ledger row and one bill line per charge
       charge-para.
           if ws-bill-amount = zero
               go charge-para-exit
           end-if.
           move spaces to ledger-record.
           move pr-patron-number to fl-patron-number.
           accept ws-curr-time from time.
           move ws-curr-date to ws-timestamp-date.
           move ws-curr-time to ws-timestamp-time.
           move ws-timestamp to fl-timestamp.
           move "F" to fl-trans-type.
           move ws-bill-amount to fl-amount-n.
           move ws-bill-desc to fl-description.
           write ledger-record.
           move ws-bill-desc to cl-description.
           move ws-bill-amount to cl-amount.
           write bill-line from ws-charge-line.
           add ws-bill-amount to ws-patron-billed.
           add ws-bill-amount to pr-total-fees
               on size error
                   Display "Patron " pr-patron-number
                       " fees at ceiling - capped at 999.99"
                   move 999.99 to pr-total-fees
           end-add.
       charge-para-exit.
           exit.
       patron-read-para.
           move ws-prev-patron to pr-patron-number.
           move "Y" to ws-patron-ok-fg.
           read patron-file
               key is pr-patron-number
               invalid key move "N" to ws-patron-ok-fg.
       bill-head-para.
           move spaces to bill-line.
           write bill-line.
           write bill-line from ws-head-line.
           move pr-first-name to nm-first-name.
           move pr-last-name to nm-last-name.
           write bill-line from ws-name-line.
           write bill-line from pr-street-address.
           move pr-city to ct-city.
           move pr-state to ct-state.
           move pr-zip to ct-zip.
           write bill-line from ws-city-line.
       bill-item-para.
           move ln-item-id to il-item-id.
           if ws-item-found-fg = "Y"
               move it-title to il-title
           else
               move "(not on item master)" to il-title
           end-if.
           move ln-due-date to il-due-date.
           write bill-line from ws-item-line.
       patron-break-para.
           if ws-patron-lost-count = zero
               go patron-break-para-exit
           end-if.
           move ws-patron-billed to tl-amount.
           move pr-total-fees to tl-balance.
           write bill-line from ws-total-line.
           add 1 to ws-bill-count.
           add ws-patron-billed to ws-billed-total.
           move zero to ws-patron-lost-count.
           move zero to ws-patron-billed.
       patron-break-para-exit.
           exit.
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
       report-para.
           move ws-bill-count to sm-count.
           move ws-lost-count to sm-lost.
           move ws-billed-total to sm-total.
           move spaces to bill-line.
           write bill-line.
           write bill-line from ws-summary-line.
           Display "Loans declared lost : " ws-lost-count.
           Display "Bills produced      : " ws-bill-count.
           Display "Total billed        : " ws-billed-total.
           Close patron-file.
           Close loan-file.
           Close item-file.
           Close ledger-file.
           Close bill-file.
           goback.
