           Display "7) Item maintenance".
           Display "8) Policy maintenance".
           Display "9) Circulation history inquiry".
           Display "B) Branch maintenance".
           Display "O) Operator maintenance".
           Display "X) Sign off".
           Display "Choice : ".
               when "9"
                   call "HistInquiry" using signon-area
                   cancel "HistInquiry"
               when "B"
               when "b"
                   call "BranchMaint" using signon-area
                   cancel "BranchMaint"
      * the operator file is closed around the call so OperMaint
      * can open it i-o without contention
               when "O"
