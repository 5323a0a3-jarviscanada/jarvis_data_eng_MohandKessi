               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT PLACEMENT-FILE ASSIGN TO 'PLACEMENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PLACEMENT-STATUS.
           SELECT LOAN-RESPONSE-FILE ASSIGN TO 'LOANRESP.DAT'.
           SELECT EXCEPTION-FILE ASSIGN TO 'LOANREQ.RPT'.

          05 VSAM-STUDENT-PROGRAM  PIC X(04).
          05 FILLER                PIC X(49).

       FD PLACEMENT-FILE.
       01 PLACEMENT-RECORD.
          05 PL-KEY.
             10 PL-STUDENT-ID      PIC 9(06).
             10 PL-TERM            PIC X(06).
          05 PL-EMPLOYER           PIC X(30).
          05 FILLER                PIC X(72).

       FD LOAN-RESPONSE-FILE.
       01 LOAN-RESPONSE-RECORD.
       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS     PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-PLACEMENT-STATUS   PIC XX VALUE SPACES.
       01 WS-PLACEMENT-OPEN     PIC X VALUE 'N'.
       01 WS-WORK-TERM          PIC X VALUE 'N'.
       01 WS-WORK-TERM-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-LINE               PIC X(100).
       01 WS-CONFIRMED-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-EXCEPT-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-VSAM-ID-NUM        PIC 9(06) VALUE ZERO.
       01 WS-EXCEPT-TEXT        PIC X(40) VALUE SPACES.

       01 WS-LOAD-REQUEST.
          05 WS-LD-FUNCTION     PIC X(01).
          05 WS-LD-STUDENT-ID   PIC 9(06).
          05 WS-LD-TERM         PIC X(06).
          05 WS-LD-PROGRAM      PIC X(04).
          05 WS-LD-OPERATOR     PIC X(08) VALUE 'PRGL0135'.
          05 WS-LD-CREDITS      PIC 9(03).
          05 WS-LD-STATUS       PIC X(01).
          05 WS-LD-CHANGED      PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT LOAN-REQUEST-FILE
           END-IF

           OPEN INPUT STUDENT-VSAM-FILE
           OPEN INPUT PLACEMENT-FILE
           IF WS-PLACEMENT-STATUS = '00'
               MOVE 'Y' TO WS-PLACEMENT-OPEN
           END-IF
           OPEN OUTPUT LOAN-RESPONSE-FILE
                OUTPUT EXCEPTION-FILE

           MOVE WS-CONFIRMED-COUNT TO LP-STUD-ID
           WRITE LOAN-RESPONSE-RECORD

           MOVE 'X' TO WS-LD-FUNCTION
           CALL 'PRGS0066' USING WS-LOAD-REQUEST
           CLOSE LOAN-REQUEST-FILE
                 STUDENT-VSAM-FILE
                 LOAN-RESPONSE-FILE
                 EXCEPTION-FILE
           IF WS-PLACEMENT-OPEN = 'Y'
               CLOSE PLACEMENT-FILE
           END-IF

           DISPLAY 'PRGL0135 CONFIRMED: ' WS-CONFIRMED-COUNT
                   '  EXCEPTIONS: ' WS-EXCEPT-COUNT
                   '  WORK TERMS: ' WS-WORK-TERM-COUNT
           STOP RUN.

       CONFIRM-ONE-REQUEST.
                             TO WS-EXCEPT-TEXT
                           PERFORM WRITE-EXCEPTION
                       ELSE
                           PERFORM GET-LOAD-STATUS
                           MOVE 'N' TO WS-WORK-TERM
                           IF WS-LD-STATUS = 'N'
                               PERFORM CHECK-WORK-TERM
                           END-IF
                           IF WS-LD-STATUS = 'N' AND
                              WS-WORK-TERM = 'N'
                               MOVE 'NOT ENROLLED FOR THE TERM'
                                 TO WS-EXCEPT-TEXT
                               PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.

      * THE TERM LOAD IS THE ONE STORED BY PRGS0066 FROM THE KEYED
      * HISTORY AND THE PROGRAM'S THRESHOLDS, SO THE LOAN FEED AGREES
      * WITH THE MINISTRY RETURN AND THE REGISTRAR'S SCREENS.
       GET-LOAD-STATUS.
           MOVE 'R' TO WS-LD-FUNCTION
           MOVE WS-VSAM-ID-NUM TO WS-LD-STUDENT-ID
           MOVE LR-TERM TO WS-LD-TERM
           MOVE VSAM-STUDENT-PROGRAM TO WS-LD-PROGRAM
           CALL 'PRGS0066' USING WS-LOAD-REQUEST.

      * A CO-OP WORK TERM HAS NO COURSE ENROLLMENTS BUT IS STILL A
      * TERM OF FULL-TIME STUDY FOR LOAN PURPOSES.
       CHECK-WORK-TERM.
           IF WS-PLACEMENT-OPEN = 'Y'
               MOVE WS-VSAM-ID-NUM TO PL-STUDENT-ID
               MOVE LR-TERM TO PL-TERM
               READ PLACEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WORK-TERM
                       ADD 1 TO WS-WORK-TERM-COUNT
               END-READ
           END-IF.

       WRITE-CONFIRMATION.
           MOVE LR-LOAN-REF TO LP-LOAN-REF
           MOVE LR-TERM TO LP-TERM
           MOVE 'Y' TO LP-ENROLLED
           IF WS-WORK-TERM = 'Y'
               MOVE 'F' TO LP-TIME-STATUS
           ELSE
               MOVE WS-LD-STATUS TO LP-TIME-STATUS
           END-IF
           MOVE WS-LD-CREDITS TO LP-CREDITS
           WRITE LOAN-RESPONSE-RECORD.

       WRITE-EXCEPTION.
