           record key it-item-id.
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
       01  ws-item-id                   pic X(10).
       01  ws-found-fg                  pic X(01).
       01  ws-branch-found-fg           pic X(01).
       01  ws-reply                     pic X(30).
       01  ws-reply-amount redefines ws-reply.
         03  ws-reply-cost             pic 9(03)V9(02).
         03  filler                    pic X(25).
       01  ws-cost-ok-fg                pic X(01).
       01  ws-curr-date                 pic 9(08).
       01  ws-curr-time                 pic 9(08).
       01  ws-timestamp.
       start-para.
           Open i-o item-file.
           Open extend seclog-file.
           Open input branch-file.
           Display "Item master maintenance module".
       read-para.
           Display "Enter an Item identifier, or Send to exit".
           Display "  type " it-item-type
               " branch " it-owning-branch
               " status " it-item-status.
           if it-replacement-cost is not numeric
               move zero to it-replacement-cost
           end-if.
           Display "  replacement cost " it-replacement-cost.
           Display "U)pdate fields, W)ithdraw item,".
           Display "  or Enter to skip : ".
           Accept ws-reply.
               Display "Item " ws-item-id " not added"
               go add-para-exit
           end-if.
           perform add-branch-para.
           move zero to it-replacement-cost.
           move "N" to it-inventory-miss-fg.
           perform cost-para thru cost-para-exit.
           move "A" to it-item-status.
           write item-record
               invalid key
                   Display "Item " ws-item-id " added".
       add-para-exit.
           exit.
       add-branch-para.
           Display "Owning branch : ".
           Accept it-owning-branch.
           move it-owning-branch to br-branch-code.
           perform branch-read-para.
           if ws-branch-found-fg = "N"
               Display "Unknown branch code " it-owning-branch
                   " - enter a code on the branch master"
               go add-branch-para
           end-if.
      * the replacement cost is what the lost-item run bills - left
      * at zero the run's default cost is billed instead
       cost-para.
           Display "Replacement cost, 5 digits zero-padded, no point,".
           Display "  (" it-replacement-cost ") : ".
           Accept ws-reply.
           if ws-reply = spaces
               go cost-para-exit
           end-if.
           move "Y" to ws-cost-ok-fg.
           if ws-reply(1:5) is not numeric
               or ws-reply(6:25) not = spaces
               move "N" to ws-cost-ok-fg
           end-if.
           if ws-cost-ok-fg = "N"
               Display "Invalid amount " ws-reply
                   " - enter 5 numeric digits, e.g. 02495"
               go cost-para
           end-if.
           move ws-reply-cost to it-replacement-cost.
       cost-para-exit.
           exit.
       type-para.
           Display "Item type - B)ook, P)eriodical, V)ideo : ".
           Accept ws-reply.
           Display "Owning branch (" it-owning-branch ") : ".
           Accept ws-reply.
           if ws-reply not = spaces
               move ws-reply to br-branch-code
               perform branch-read-para
               if ws-branch-found-fg = "N"
                   or ws-reply(4:27) not = spaces
                   Display "Unknown branch code " ws-reply
                       " - field not changed"
               else
                   move ws-reply to it-owning-branch
               end-if
           end-if.
           perform cost-para thru cost-para-exit.
           Display "Status - A)vailable, R) in repair ("
               it-item-status ") : ".
           Accept ws-reply.
      * moving a withdrawn item back into circulation is the
      * mirror of withdrawing it - supervisor only, and logged - a
      * lost item comes back only by being checked in, so the
      * replacement charge is reversed along with the status
           if ws-reply not = spaces
               and it-item-status = "L"
               Display "Item is declared lost - check it in to"
                   " return it to circulation - field not changed"
               move spaces to ws-reply
           end-if.
           if ws-reply not = spaces
               if it-item-status = "W" and so-authority < 3
                   Display "Reinstating a withdrawn item requires"
           move "ITEM WITHDRAWN" to sl-event.
           perform seclog-write-para.
           Display "Item " it-item-id " withdrawn".
       branch-read-para.
           move "Y" to ws-branch-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-branch-found-fg.
       seclog-write-para.
           accept ws-curr-date from date yyyymmdd.
           accept ws-curr-time from time.
       exit-para.
           Close item-file.
           Close seclog-file.
           Close branch-file.
           goback.
