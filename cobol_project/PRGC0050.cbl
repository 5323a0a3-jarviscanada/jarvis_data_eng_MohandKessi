               MOVE 'N' TO WS-CONTINUE
           ELSE
               DISPLAY 'ENTER COURSE CODE (OR **** FOR THE TERM '
                       'DEFAULT RATE, INTL FOR THE INTERNATIONAL '
                       'RATE): '
               ACCEPT WS-ENTRY-COURSE
               PERFORM 2100-MAINTAIN-RATE
           END-IF.
