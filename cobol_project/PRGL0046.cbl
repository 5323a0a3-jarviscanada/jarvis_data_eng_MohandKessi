           END-IF.
           MOVE 'N' TO WS-END-OF-FILE.

      * STATEMENT, TAX-RECEIPT AND INSTRUCTOR CONTRACT NOTICES SHARE
      * THE QUEUE WITH THE WELCOME LETTERS; THEY CARRY A DOCUMENT
      * MARKER IN THE COURSE SLOT AND ARE LEFT PENDING FOR THEIR OWN
      * PRINT RUNS.
       2000-PRINT-QUEUE.
           READ LETTER-QUEUE-FILE
               AT END
                       ADD 1 TO WS-ALREADY-DONE
                   ELSE
                       IF LQ-COURSE = 'STMT' OR LQ-COURSE = 'TAXR'
                          OR LQ-COURSE = 'CNTR' OR LQ-COURSE = 'T4A '
                           ADD 1 TO WS-OTHER-RUNS
                       ELSE
                           PERFORM 2100-PRINT-ONE-LETTER
