           DISPLAY 'CURRENT STATUS  : ' STUDENT-STATUS.
           DISPLAY ' '.
           DISPLAY '(A)ACTIVE  (G)RADUATED  (W)ITHDRAWN'.
           IF STUDENT-STATUS = 'I'
               DISPLAY 'INACTIVE (STOPPED OUT) - USE RE-ADMISSION '
                       '(MENU 119) TO MAKE ACTIVE AGAIN'
           END-IF.

       2300-UPDATE-STATUS.
           DISPLAY 'ENTER NEW STATUS (A/G/W): '.
                   AND WS-NEW-STATUS NOT = 'W'
               DISPLAY 'INVALID STATUS CODE. UPDATE CANCELLED.'
           ELSE
               IF WS-OLD-STATUS = 'I' AND WS-NEW-STATUS = 'A'
                   DISPLAY 'STUDENT IS INACTIVE - RE-ADMIT THROUGH '
                           'MENU 119. UPDATE CANCELLED.'
               ELSE
                   DISPLAY 'CONFIRM STATUS CHANGE (Y/N)? '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                       MOVE WS-NEW-STATUS TO STUDENT-STATUS
                       REWRITE STUDENT-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR UPDATING RECORD: '
                                       WS-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY 'STUDENT STATUS UPDATED!'
                               MOVE 'R' TO WS-JRN-OP
                               PERFORM 7200-WRITE-JOURNAL
                               PERFORM 2400-WRITE-AUDIT-RECORD
                               PERFORM 2450-CHECK-WITHDRAWAL
                       END-REWRITE
                   ELSE
                       DISPLAY 'UPDATE CANCELLED'
                   END-IF
               END-IF
           END-IF.

               DISPLAY 'SKIPPED, INVALID STATUS CODE FOR ID: '
                       PARM-STUDENT-ID
           ELSE
               IF STUDENT-STATUS = 'I' AND PARM-STUDENT-STATUS = 'A'
                   DISPLAY 'SKIPPED, INACTIVE - RE-ADMISSION REQUIRED: '
                           PARM-STUDENT-ID
               ELSE
                   MOVE STUDENT-RECORD TO WS-JRN-BEFORE
                   MOVE STUDENT-STATUS TO WS-OLD-STATUS
                   MOVE PARM-STUDENT-STATUS TO STUDENT-STATUS
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING RECORD: '
                                   WS-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY 'STATUS UPDATED FROM PARM FILE: '
                                   STUDENT-ID
                           MOVE 'R' TO WS-JRN-OP
                           PERFORM 7200-WRITE-JOURNAL
                           PERFORM 2400-WRITE-AUDIT-RECORD
                           PERFORM 2450-CHECK-WITHDRAWAL
                   END-REWRITE
               END-IF
           END-IF.

       1100-CLEAR-SCREEN.
