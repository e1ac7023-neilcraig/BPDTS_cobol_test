       identification division.
       program-id. NightlyRun.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select control-file assign to disk "C:\RunControl.dat"
           organization line sequential.
       select optional log-file assign to disk "C:\RunLog.dat"
           organization line sequential.

       data division.

       file section.
       FD  control-file.
       copy "RunControl.cpy".

       FD  log-file.
       copy "RunLog.cpy".

       working-storage section.
       01  ws-control-eof-fg            pic X(01) value "N".
       01  ws-log-eof-fg                pic X(01) value "N".
       01  ws-reply                     pic X(20).
       01  ws-run-date                  pic 9(08).
       01  ws-run-date-r redefines ws-run-date.
         03  ws-run-year               pic 9(04).
         03  ws-run-month              pic 9(02).
         03  ws-run-day                pic 9(02).
       01  ws-month-days                pic 9(02).
       01  ws-leap-quot                 pic 9(04).
       01  ws-leap-rem                  pic 9(04).
       01  ws-month-end-fg              pic X(01).
       01  ws-done-fg                   pic X(01).
       01  ws-find-seq                  pic 9(03).
       01  ws-step-ok-fg                pic X(01).
       01  ws-step-status               pic X(01).
       01  ws-step-rc                   pic 9(04).
       01  ws-start-stamp               pic X(17).
       01  ws-stopped-fg                pic X(01) value "N".
       01  ws-ix                        pic 9(03).
      * steps completed for this run date, from the log and from
      * this run - a rerun does not repeat them
       01  ws-done-count                pic 9(03) value zero.
       01  ws-done-table.
         03  ws-done-entry occurs 200 times.
           05  tb-done-seq             pic 9(03).
       01  ws-step-count                pic 9(03) value zero.
       01  ws-run-count                 pic 9(03) value zero.
       01  ws-complete-count            pic 9(03) value zero.
       01  ws-skipped-count             pic 9(03) value zero.
       01  ws-not-due-count             pic 9(03) value zero.
       01  ws-failed-count              pic 9(03) value zero.
       01  ws-curr-date                 pic 9(08).
       01  ws-curr-time                 pic 9(08).
       01  ws-timestamp.
         03  ws-timestamp-date         pic 9(08).
         03  filler                      pic X(01) value "-".
         03  ws-timestamp-time         pic 9(08).
       copy "RunDate.cpy".

       procedure division.
       start-para.
           Display "Nightly job stream".
           accept ws-curr-date from date yyyymmdd.
       run-date-para.
           Display "Run date YYYYMMDD, or Enter for " ws-curr-date
               " : ".
           Accept ws-reply.
           if ws-reply = spaces
               move ws-curr-date to ws-run-date
           else
               if ws-reply(1:8) is numeric
                   and ws-reply(5:2) > "00"
                   and ws-reply(5:2) < "13"
                   move ws-reply(1:8) to ws-run-date
               else
                   Display "Invalid run date " ws-reply
                       " - enter 8 numeric digits YYYYMMDD"
                   go run-date-para
               end-if
           end-if.
           move 8 to rd-length.
           move ws-run-date to rd-run-date.
           perform month-end-para.
           Display "Month-end steps - Y)es, N)o, or Enter for "
               ws-month-end-fg " : ".
           Accept ws-reply.
           if ws-reply = "Y" or ws-reply = "y"
               move "Y" to ws-month-end-fg
           end-if.
           if ws-reply = "N" or ws-reply = "n"
               move "N" to ws-month-end-fg
           end-if.
           perform log-read-para.
           if ws-done-count > zero
               Display "Restart - " ws-done-count
                   " steps already completed for " ws-run-date
           end-if.
           Open input control-file.
      * each step is checked against the month-end switch, the
      * steps already completed and its prerequisite before it is
      * called
       step-para.
           read control-file
               at end move "Y" to ws-control-eof-fg.
           if ws-control-eof-fg = "Y"
               go report-para
           end-if.
           if rc-step-seq is not numeric
               or rc-program = spaces
               Display "Invalid run-control row " run-control-record
                   " - ignored"
               go step-para
           end-if.
           add 1 to ws-step-count.
           if rc-month-end-fg = "Y"
               and ws-month-end-fg = "N"
               add 1 to ws-not-due-count
               Display "Step " rc-step-seq " " rc-program
                   " - month end only, not run"
               go step-para
           end-if.
           move rc-step-seq to ws-find-seq.
           perform done-check-para.
           if ws-done-fg = "Y"
               add 1 to ws-skipped-count
               Display "Step " rc-step-seq " " rc-program
                   " - already completed for " ws-run-date
               go step-para
           end-if.
           if rc-prereq-seq is numeric
               and rc-prereq-seq > zero
               move rc-prereq-seq to ws-find-seq
               perform done-check-para
               if ws-done-fg = "N"
                   Display "Step " rc-step-seq " " rc-program
                       " - prerequisite step " rc-prereq-seq
                       " not completed, not run"
                   perform timestamp-para
                   move ws-timestamp to ws-start-stamp
                   move "P" to ws-step-status
                   move zero to ws-step-rc
                   perform log-write-para
                   go step-fail-para
               end-if
           end-if.
           perform run-step-para.
           if ws-step-ok-fg = "Y"
               add 1 to ws-complete-count
               if ws-done-count < 200
                   add 1 to ws-done-count
                   move rc-step-seq to tb-done-seq(ws-done-count)
               end-if
               go step-para
           end-if.
       step-fail-para.
           add 1 to ws-failed-count.
           if rc-fail-action = "S"
               move "Y" to ws-stopped-fg
               Display "Job stream stopped at step " rc-step-seq
                   " " rc-program
               go report-para
           end-if.
           go step-para.
      * the started row is logged before the call so a step that
      * never comes back still shows in the log
       run-step-para.
           add 1 to ws-run-count.
           Display "Step " rc-step-seq " " rc-program " "
               rc-description.
           perform timestamp-para.
           move ws-timestamp to ws-start-stamp.
           move "S" to ws-step-status.
           move zero to ws-step-rc.
           perform log-write-para.
           move "Y" to ws-step-ok-fg.
           move zero to return-code.
           call rc-program using run-date-parm
               on exception
                   Display "Program " rc-program " could not be loaded"
                   move "N" to ws-step-ok-fg
           end-call.
           move return-code to ws-step-rc.
           cancel rc-program.
           if ws-step-rc not = zero
               move "N" to ws-step-ok-fg
           end-if.
           if ws-step-ok-fg = "Y"
               move "C" to ws-step-status
               Display "Step " rc-step-seq " completed"
           else
               move "F" to ws-step-status
               Display "Step " rc-step-seq " FAILED - return code "
                   ws-step-rc
           end-if.
           perform timestamp-para.
           perform log-write-para.
      * the month-end steps run on the last day of the month unless
      * the operator says otherwise
       month-end-para.
           evaluate ws-run-month
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-month-days
               when 2
                   divide ws-run-year by 4 giving ws-leap-quot
                       remainder ws-leap-rem
                   if ws-leap-rem = zero
                       move 29 to ws-month-days
                   else
                       move 28 to ws-month-days
                   end-if
               when other
                   move 31 to ws-month-days
           end-evaluate.
           if ws-run-day = ws-month-days
               move "Y" to ws-month-end-fg
           else
               move "N" to ws-month-end-fg
           end-if.
       log-read-para.
           Open input log-file.
           perform log-loop-para thru log-loop-exit
               until ws-log-eof-fg = "Y".
           Close log-file.
       log-loop-para.
           read log-file
               at end move "Y" to ws-log-eof-fg.
           if ws-log-eof-fg = "Y"
               go log-loop-exit
           end-if.
           if rl-run-date not = ws-run-date
               or rl-status not = "C"
               go log-loop-exit
           end-if.
           move rl-step-seq to ws-find-seq.
           perform done-check-para.
           if ws-done-fg = "N"
               and ws-done-count < 200
               add 1 to ws-done-count
               move rl-step-seq to tb-done-seq(ws-done-count)
           end-if.
       log-loop-exit.
           exit.
       done-check-para.
           move "N" to ws-done-fg.
           perform done-find-para varying ws-ix from 1 by 1
               until ws-ix > ws-done-count
                  or ws-done-fg = "Y".
       done-find-para.
           if tb-done-seq(ws-ix) = ws-find-seq
               move "Y" to ws-done-fg
           end-if.
      * the log is opened and closed around each row so it is
      * complete up to the last step whatever happens to the run
       log-write-para.
           Open extend log-file.
           move spaces to run-log-record.
           move ws-run-date to rl-run-date.
           move rc-step-seq to rl-step-seq.
           move rc-program to rl-program.
           move ws-step-status to rl-status.
           move ws-start-stamp to rl-start-stamp.
           if ws-step-status = "S"
               move spaces to rl-end-stamp
           else
               move ws-timestamp to rl-end-stamp
           end-if.
           move ws-step-rc to rl-return-code.
           write run-log-record.
           Close log-file.
       timestamp-para.
           accept ws-curr-date from date yyyymmdd.
           accept ws-curr-time from time.
           move ws-curr-date to ws-timestamp-date.
           move ws-curr-time to ws-timestamp-time.
       report-para.
           Close control-file.
           Display "Steps read                : " ws-step-count.
           Display "Steps run                 : " ws-run-count.
           Display "Steps completed           : " ws-complete-count.
           Display "Already completed, skipped: " ws-skipped-count.
           Display "Month end only, not run   : " ws-not-due-count.
           Display "Steps failed or not run   : " ws-failed-count.
           if ws-failed-count = zero
               Display "Verdict : JOB STREAM COMPLETE"
               move zero to return-code
           else
               if ws-stopped-fg = "Y"
                   Display "Verdict : JOB STREAM STOPPED - rerun"
                       " to resume"
               else
                   Display "Verdict : JOB STREAM COMPLETE WITH"
                       " FAILURES"
               end-if
               move 8 to return-code
           end-if.
           Stop run.
