       report-para.
           Display "Patrons upgraded : " ws-upgraded-count.
           Close input-file.
           goback.
