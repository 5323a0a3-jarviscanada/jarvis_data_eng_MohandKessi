       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-SEC-EVENT                PIC X(12) VALUE SPACES.
       01  WS-AUDIT-TIMESTAMP          PIC X(16) VALUE SPACES.
       01  WS-HASH-REQUEST.
           05  WS-HS-KEY               PIC X(8).
           05  WS-HS-CLEAR             PIC X(8).
           05  WS-HS-LENGTH            PIC 9.
           05  WS-HS-SALT              PIC X.
           05  WS-HS-VALUE             PIC X(8).

       01  WS-PIN-TABLE.
           05  WS-PIN-ENTRY OCCURS 500 TIMES.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * ONLY THE SALTED HASH OF THE PIN IS KEPT (PRGS0072).
       2150-APPLY-PIN.
           PERFORM 2500-FIND-PIN-SLOT.
           IF WS-FOUND-PX = 0
           IF WS-FOUND-PX > 0
               MOVE WS-SEARCH-ID
                 TO WS-TAB-STUDENT-ID(WS-FOUND-PX)
               MOVE WS-SEARCH-ID TO WS-HS-KEY
               MOVE WS-NEW-PIN TO WS-HS-CLEAR
               MOVE 6 TO WS-HS-LENGTH
               MOVE SPACE TO WS-HS-SALT
               CALL 'PRGS0072' USING WS-HASH-REQUEST
               MOVE WS-HS-VALUE(1:6) TO WS-TAB-PIN(WS-FOUND-PX)
               MOVE SPACES TO WS-NEW-PIN
                              WS-HS-CLEAR
               MOVE ZERO TO WS-TAB-FAIL-COUNT(WS-FOUND-PX)
               MOVE 'N' TO WS-TAB-LOCKED(WS-FOUND-PX)
               MOVE WS-TODAY-DATE
