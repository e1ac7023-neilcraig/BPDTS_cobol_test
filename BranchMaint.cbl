       identification division.
       program-id. BranchMaint.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select branch-file assign to disk "C:\Branch.dat"
           organization indexed
           access random
           record key br-branch-code.
       select seclog-file assign to disk "C:\SecurityLog.dat"
           organization line sequential.

       data division.

       file section.
       FD  branch-file.
       copy "Branch.cpy".

       FD  seclog-file.
       copy "SecurityLog.cpy".

       working-storage section.
       01  ws-branch-code               pic X(03).
       01  ws-found-fg                  pic X(01).
       01  ws-reply                     pic X(20).
       01  ws-reply-date redefines ws-reply.
         03  ws-reply-year             pic 9(04).
         03  ws-reply-month            pic 9(02).
         03  ws-reply-day              pic 9(02).
         03  filler                    pic X(12).
       01  ws-new-date                  pic 9(08).
       01  ws-flags-ok-fg               pic X(01).
       01  ws-closed-count              pic 9(02).
       01  ws-ix                        pic 9(02).
       01  ws-slot                      pic 9(02).
       01  ws-listed-count              pic 9(02).
       01  ws-month-days                pic 9(02).
       01  ws-leap-quot                 pic 9(04).
       01  ws-leap-rem                  pic 9(04).
       01  ws-log-event                 pic X(30).
       01  ws-curr-date                 pic 9(08).
       01  ws-curr-time                 pic 9(08).
       01  ws-timestamp.
         03  ws-timestamp-date         pic 9(08).
         03  filler                      pic X(01) value "-".
         03  ws-timestamp-time         pic 9(08).

       linkage section.
       copy "Signon.cpy".

       procedure division using signon-area.
       start-para.
           Open extend seclog-file.
           if so-authority < 3
               Display "Branch maintenance requires supervisor"
                   " authority - refused"
               move "BRANCH MAINT REFUSED" to ws-log-event
               perform seclog-write-para
               Close seclog-file
               goback
           end-if.
           Open i-o branch-file.
           Display "Branch master maintenance module".
       read-para.
           Display "Enter a Branch code, or Send to exit".
           Accept ws-branch-code.
           If ws-branch-code = spaces
             go exit-para
           end-if.
           move ws-branch-code to br-branch-code.
           move "Y" to ws-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-found-fg.
           if ws-found-fg = "N"
               Display "Branch " ws-branch-code " not on file"
               Display "A)dd as new branch, or Enter to skip : "
               Accept ws-reply
               if ws-reply = "A" or ws-reply = "a"
                   perform add-para
               end-if
               go read-para
           end-if.
           perform show-para.
           Display "U)pdate fields, C)losed-day calendar,".
           Display "  or Enter to skip : ".
           Accept ws-reply.
           evaluate ws-reply
               when "U"
               when "u"
                   perform fields-para
                   rewrite branch-record
                   perform target-log-para
                   move "BRANCH CHANGED" to ws-log-event(1:14)
                   perform seclog-write-para
                   Display "Branch " br-branch-code " updated"
               when "C"
               when "c"
                   perform calendar-para thru calendar-para-exit
                   rewrite branch-record
                   perform target-log-para
                   move "BRANCH CALENDAR" to ws-log-event(1:15)
                   perform seclog-write-para
                   Display "Branch " br-branch-code
                       " calendar updated"
               when other
                   continue
           end-evaluate.
           go read-para.
       add-para.
           move spaces to branch-record.
           move ws-branch-code to br-branch-code.
           move "NNNNNNN" to br-weekly-closed.
           perform holiday-clear-para
               varying ws-ix from 1 by 1
               until ws-ix > 24.
           perform fields-para.
           perform weekly-para thru weekly-para-exit.
           write branch-record
               invalid key
                   Display "Branch " ws-branch-code
                       " already exists, not added"
               not invalid key
                   perform target-log-para
                   move "BRANCH ADDED" to ws-log-event(1:12)
                   perform seclog-write-para
                   Display "Branch " ws-branch-code " added".
       holiday-clear-para.
           move zero to br-holiday-date (ws-ix).
       show-para.
           Display "Branch " br-branch-code " : " br-branch-name.
           Display "  " br-street-address " " br-city " "
               br-state " " br-zip.
           Display "  Closed weekly, Monday thru Sunday : "
               br-weekly-closed.
           move zero to ws-listed-count.
           perform holiday-show-para
               varying ws-ix from 1 by 1
               until ws-ix > 24.
           if ws-listed-count = zero
               Display "  No dated closures on file"
           end-if.
       holiday-show-para.
           if br-holiday-date (ws-ix) is numeric
               and br-holiday-date (ws-ix) > zero
               add 1 to ws-listed-count
               Display "  Closed " br-holiday-date (ws-ix)
           end-if.
       fields-para.
           Display "Branch name (" br-branch-name ") : ".
           Accept ws-reply.
           if ws-reply not = spaces
               move ws-reply to br-branch-name
           end-if.
           Display "Street address (" br-street-address ") : ".
           Accept ws-reply.
           if ws-reply not = spaces
               move ws-reply to br-street-address
           end-if.
           Display "City (" br-city ") : ".
           Accept ws-reply.
           if ws-reply not = spaces
               move ws-reply to br-city
           end-if.
           Display "State (" br-state ") : ".
           Accept ws-reply.
           if ws-reply not = spaces
               move ws-reply to br-state
           end-if.
           Display "Zip (" br-zip ") : ".
           Accept ws-reply.
           if ws-reply not = spaces
               move ws-reply to br-zip
           end-if.
      * a branch shut every day of the week would leave due dates
      * nowhere to land, so at least one day must stay open
       weekly-para.
           Display "Weekly closed days, 7 Y/N flags Monday thru".
           Display "  Sunday (" br-weekly-closed ") : ".
           Accept ws-reply.
           if ws-reply = spaces
               go weekly-para-exit
           end-if.
           move "Y" to ws-flags-ok-fg.
           perform weekly-check-para
               varying ws-ix from 1 by 1
               until ws-ix > 7.
           if ws-reply(8:13) not = spaces
               move "N" to ws-flags-ok-fg
           end-if.
           if ws-flags-ok-fg = "N"
               Display "Invalid weekly closures " ws-reply
                   " - enter 7 flags, each Y or N"
               go weekly-para
           end-if.
           move zero to ws-closed-count.
           inspect ws-reply(1:7) tallying ws-closed-count
               for all "Y".
           if ws-closed-count = 7
               Display "A branch cannot be closed all week"
                   " - field not changed"
               go weekly-para-exit
           end-if.
           move ws-reply(1:7) to br-weekly-closed.
       weekly-para-exit.
           exit.
       weekly-check-para.
           if ws-reply(ws-ix:1) = "y"
               move "Y" to ws-reply(ws-ix:1)
           end-if.
           if ws-reply(ws-ix:1) = "n"
               move "N" to ws-reply(ws-ix:1)
           end-if.
           if ws-reply(ws-ix:1) not = "Y"
               and ws-reply(ws-ix:1) not = "N"
               move "N" to ws-flags-ok-fg
           end-if.
       calendar-para.
           perform show-para.
           Display "A)dd closed date, D)elete closed date,".
           Display "  W)eekly closures, or Enter to finish : ".
           Accept ws-reply.
           evaluate ws-reply
               when "A"
               when "a"
                   perform holiday-add-para thru holiday-add-para-exit
               when "D"
               when "d"
                   perform holiday-del-para thru holiday-del-para-exit
               when "W"
               when "w"
                   perform weekly-para thru weekly-para-exit
               when spaces
                   go calendar-para-exit
               when other
                   Display "Invalid choice " ws-reply
           end-evaluate.
           go calendar-para.
       calendar-para-exit.
           exit.
       holiday-add-para.
           perform date-entry-para thru date-entry-para-exit.
           if ws-new-date = zero
               go holiday-add-para-exit
           end-if.
           move zero to ws-slot.
           perform holiday-find-para
               varying ws-ix from 1 by 1
               until ws-ix > 24.
           if ws-slot > zero
               Display "Branch " br-branch-code " already closed "
                   ws-new-date
               go holiday-add-para-exit
           end-if.
           perform holiday-free-para
               varying ws-ix from 1 by 1
               until ws-ix > 24
                  or ws-slot > zero.
           if ws-slot = zero
               Display "Closed-date table full - delete a past"
                   " date first"
               go holiday-add-para-exit
           end-if.
           move ws-new-date to br-holiday-date (ws-slot).
           Display "Closed date " ws-new-date " added".
       holiday-add-para-exit.
           exit.
       holiday-del-para.
           perform date-entry-para thru date-entry-para-exit.
           if ws-new-date = zero
               go holiday-del-para-exit
           end-if.
           move zero to ws-slot.
           perform holiday-find-para
               varying ws-ix from 1 by 1
               until ws-ix > 24.
           if ws-slot = zero
               Display "Branch " br-branch-code " has no closure on "
                   ws-new-date
               go holiday-del-para-exit
           end-if.
           move zero to br-holiday-date (ws-slot).
           Display "Closed date " ws-new-date " deleted".
       holiday-del-para-exit.
           exit.
       holiday-find-para.
           if br-holiday-date (ws-ix) = ws-new-date
               move ws-ix to ws-slot
           end-if.
       holiday-free-para.
           if br-holiday-date (ws-ix) is not numeric
               or br-holiday-date (ws-ix) = zero
               move ws-ix to ws-slot
           end-if.
       date-entry-para.
           move zero to ws-new-date.
           Display "Closed date YYYYMMDD : ".
           Accept ws-reply.
           if ws-reply(1:8) is not numeric
               or ws-reply(9:12) not = spaces
               Display "Invalid date " ws-reply
                   " - enter 8 numeric digits YYYYMMDD"
               go date-entry-para-exit
           end-if.
           if ws-reply-year = zero
               or ws-reply-month < 01
               or ws-reply-month > 12
               Display "Invalid date " ws-reply
                   " - enter 8 numeric digits YYYYMMDD"
               go date-entry-para-exit
           end-if.
           perform month-days-para.
           if ws-reply-day < 01
               or ws-reply-day > ws-month-days
               Display "Invalid date " ws-reply
                   " - no such day in that month"
               go date-entry-para-exit
           end-if.
           move ws-reply(1:8) to ws-new-date.
       date-entry-para-exit.
           exit.
       month-days-para.
           evaluate ws-reply-month
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-month-days
               when 2
                   divide ws-reply-year by 4 giving ws-leap-quot
                       remainder ws-leap-rem
                   if ws-leap-rem = zero
                       move 29 to ws-month-days
                   else
                       move 28 to ws-month-days
                   end-if
               when other
                   move 31 to ws-month-days
           end-evaluate.
      * the branch code rides in the back of the event text so the
      * review report shows which branch was changed
       target-log-para.
           move spaces to ws-log-event.
           move br-branch-code to ws-log-event(21:3).
       seclog-write-para.
           accept ws-curr-date from date yyyymmdd.
           accept ws-curr-time from time.
           move ws-curr-date to ws-timestamp-date.
           move ws-curr-time to ws-timestamp-time.
           move ws-timestamp to sl-timestamp.
           move so-operator-id to sl-operator-id.
           move ws-log-event to sl-event.
           write seclog-record.
       exit-para.
           Close branch-file.
           Close seclog-file.
           goback.
