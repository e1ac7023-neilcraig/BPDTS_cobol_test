       copy "Patron.cpy".

       FD  except-file.
       01  except-record                pic X(119).

       working-storage section.
       01  ws-eof-fg                    pic X(01) value "N".
           if ws-except-fg = "Y"
               Close except-file
           end-if.
           goback.
