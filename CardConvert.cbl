       identification division.
       program-id. CardConvert.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select patron-file assign to disk "C:\Patron.dat"
           organization indexed
           access sequential
           record key pr-patron-number.

       data division.

       file section.
       FD  patron-file.
       copy "Patron.cpy".

       working-storage section.
       01  ws-eof-fg                    pic X(01) value "N".
       01  ws-curr-date                 pic 9(08).
       01  ws-curr-date-r redefines ws-curr-date.
         03  ws-curr-year              pic 9(04).
         03  ws-curr-mmdd              pic 9(04).
       01  ws-expiry-date               pic 9(08).
       01  ws-expiry-date-r redefines ws-expiry-date.
         03  ws-expiry-year            pic 9(04).
         03  ws-expiry-mmdd.
           05  ws-expiry-month         pic 9(02).
           05  ws-expiry-day           pic 9(02).
       01  ws-stagger-quot              pic 9(04).
       01  ws-stagger-years             pic 9(01).
       01  ws-read-count                pic 9(07) value zero.
       01  ws-converted-count           pic 9(05) value zero.
      * expiry dates set, this year and the three following
       01  ws-year-table.
         03  ws-year-count             pic 9(05) occurs 4 times.
       01  ws-ix                        pic 9(01).

       procedure division.
       start-para.
           Display "One-time card expiry date assignment".
           Accept ws-curr-date from date yyyymmdd.
           move zero to ws-year-table.
           Open i-o patron-file.
       read-para.
           read patron-file
               at end move "Y" to ws-eof-fg.
           if ws-eof-fg = "Y"
               go report-para
           end-if.
           add 1 to ws-read-count.
           if pr-card-expiry-date is numeric
               go read-para
           end-if.
           perform expiry-para.
           rewrite patron-record.
           add 1 to ws-converted-count.
           go read-para.
      * the first expiry falls on the patron's next seniority
      * anniversary, pushed out zero to two more years by seniority
      * year so renewals are spread over a three-year cycle - a
      * record without a usable seniority date takes today's date
       expiry-para.
           if pr-seniority-date is numeric
               and pr-seniority-month > 00
               and pr-seniority-month < 13
               and pr-seniority-day > 00
               and pr-seniority-day < 32
               move pr-seniority-month to ws-expiry-month
               move pr-seniority-day to ws-expiry-day
               divide pr-seniority-year by 3 giving ws-stagger-quot
                   remainder ws-stagger-years
           else
               move ws-curr-mmdd to ws-expiry-mmdd
               move zero to ws-stagger-years
           end-if.
           if ws-expiry-month = 2 and ws-expiry-day > 28
               move 28 to ws-expiry-day
           end-if.
           if ws-expiry-day = 31
               and (ws-expiry-month = 4 or ws-expiry-month = 6
                    or ws-expiry-month = 9 or ws-expiry-month = 11)
               move 30 to ws-expiry-day
           end-if.
           move ws-curr-year to ws-expiry-year.
           if ws-expiry-mmdd not > ws-curr-mmdd
               add 1 to ws-expiry-year
           end-if.
           add ws-stagger-years to ws-expiry-year.
           move ws-expiry-date to pr-card-expiry-date.
           compute ws-ix = ws-expiry-year - ws-curr-year + 1.
           add 1 to ws-year-count(ws-ix).
       report-para.
           Display "Records read      : " ws-read-count.
           Display "Expiry dates set  : " ws-converted-count.
           Display "  Expiring " ws-curr-year " : " ws-year-count(1).
           add 1 to ws-curr-year.
           Display "  Expiring " ws-curr-year " : " ws-year-count(2).
           add 1 to ws-curr-year.
           Display "  Expiring " ws-curr-year " : " ws-year-count(3).
           add 1 to ws-curr-year.
           Display "  Expiring " ws-curr-year " : " ws-year-count(4).
           Close patron-file.
           Stop run.
