       01  WS-WL-TERM                  PIC X(6) VALUE SPACES.
       01  WS-WL-STUDENT-ID            PIC 9(6) VALUE ZEROES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-LOAD-CALLED              PIC X VALUE 'N'.
       01  WS-LOAD-REQUEST.
           05  WS-LD-FUNCTION          PIC X.
           05  WS-LD-STUDENT-ID        PIC 9(6).
           05  WS-LD-TERM              PIC X(6).
           05  WS-LD-PROGRAM           PIC X(4).
           05  WS-LD-OPERATOR          PIC X(8).
           05  WS-LD-CREDITS           PIC 9(3).
           05  WS-LD-STATUS            PIC X.
           05  WS-LD-CHANGED           PIC X.

       01  WS-AUDIT-TIMESTAMP.
           05  WS-AUD-DATE.
                       REWRITE ENRHIST-RECORD
                       END-REWRITE
               END-WRITE
               PERFORM 7700-UPDATE-LOAD-STATUS
           END-IF.


                   DISPLAY 'ERROR REMOVING WAITLIST ENTRY: ' WL-KEY
           END-DELETE.

      * RECOMPUTES THE STUDENT'S FULL-TIME / PART-TIME LOAD FOR THE
      * TERM JUST CHANGED (PRGS0066 STORES IT AND AUDITS ANY CHANGE).
       7700-UPDATE-LOAD-STATUS.
           MOVE 'C' TO WS-LD-FUNCTION.
           MOVE STUDENT-ID TO WS-LD-STUDENT-ID.
           MOVE WS-WL-TERM TO WS-LD-TERM.
           MOVE STUDENT-PROGRAM TO WS-LD-PROGRAM.
           MOVE WS-OPERATOR-ID TO WS-LD-OPERATOR.
           CALL 'PRGS0066' USING WS-LOAD-REQUEST.
           MOVE 'Y' TO WS-LOAD-CALLED.
           IF WS-LD-CHANGED = 'Y'
               EVALUATE WS-LD-STATUS
                   WHEN 'F'
                       DISPLAY 'LOAD FOR ' WS-LD-TERM
                               ' IS NOW FULL-TIME (' WS-LD-CREDITS
                               ' CREDITS)'
                   WHEN 'P'
                       DISPLAY 'LOAD FOR ' WS-LD-TERM
                               ' IS NOW PART-TIME (' WS-LD-CREDITS
                               ' CREDITS)'
                   WHEN OTHER
                       DISPLAY 'LOAD FOR ' WS-LD-TERM
                               ' IS NOW NOT ENROLLED'
               END-EVALUATE
           END-IF.

       3000-TERMINATE.
           IF WS-LOAD-CALLED = 'Y'
               MOVE 'X' TO WS-LD-FUNCTION
               CALL 'PRGS0066' USING WS-LOAD-REQUEST
           END-IF.
           IF WS-CONTINUE = 'Y'
               CLOSE WAITLIST-FILE
                     STUDENT-FILE
