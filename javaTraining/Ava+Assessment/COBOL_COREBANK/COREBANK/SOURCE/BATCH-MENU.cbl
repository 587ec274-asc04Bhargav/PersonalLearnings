                       OR WS-ACTION-CODE = "6"
                       OR WS-ACTION-CODE = "7"
                       OR WS-ACTION-CODE = "8"
                       OR WS-ACTION-CODE = "O"
                       OR WS-ACTION-CODE = "M"
                   MOVE 99 TO WS-RETURN-CODE
                   DISPLAY "Account action is not supported"
                       " unattended"
