       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGI0142.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVAL-FEED-FILE ASSIGN TO 'EVALFEED.DAT'
               FILE STATUS IS WS-FEED-STATUS.
           SELECT EVAL-REJECT-FILE ASSIGN TO 'EVALFEED.REJ'.
           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.
           SELECT EVALRESP-FILE ASSIGN TO 'EVALRESP.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-KEY
               FILE STATUS IS WS-EVALRESP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVAL-FEED-FILE.
       01 EVAL-FEED-RECORD.
          05 EF-REC-TYPE       PIC X(01).
          05 EF-TERM           PIC X(06).
          05 EF-COURSE         PIC X(04).
          05 EF-SECTION        PIC X(02).
          05 EF-STUD-ID        PIC X(06).
          05 EF-QUESTION       PIC X(02).
          05 EF-RATING         PIC X(01).
          05 FILLER            PIC X(08).

       FD EVAL-REJECT-FILE.
       01 EVAL-REJECT-RECORD  PIC X(100).

       FD ENRHIST-FILE.
       01 ENRHIST-RECORD.
          05 EH-KEY.
             10 EH-STUDENT-ID   PIC 9(06).
             10 EH-TERM         PIC X(06).
             10 EH-COURSE-CODE  PIC X(04).
             10 EH-SECTION      PIC X(02).
          05 EH-DATE            PIC 9(08).

      * ONE RECORD PER SECTION AND QUESTION.  ONLY THE NUMBER OF
      * ANSWERS AT EACH RATING IS KEPT - NEVER WHO GAVE THEM.
       FD EVALRESP-FILE.
       01 EVALRESP-RECORD.
          05 EV-KEY.
             10 EV-TERM         PIC X(06).
             10 EV-COURSE-CODE  PIC X(04).
             10 EV-SECTION      PIC X(02).
             10 EV-QUESTION     PIC 9(02).
          05 EV-RESPONSES       PIC 9(05).
          05 EV-RATING-COUNT OCCURS 5 TIMES PIC 9(05).
          05 EV-LOAD-DATE       PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-FEED-STATUS      PIC XX VALUE SPACES.
       01 WS-ENRHIST-STATUS   PIC XX VALUE SPACES.
       01 WS-EVALRESP-STATUS  PIC XX VALUE SPACES.
       01 WS-TODAY            PIC 9(08) VALUE ZERO.
       01 WS-RATING-IX        PIC 9(01) VALUE ZERO.
       01 WS-QUESTION-NUM     PIC 9(02) VALUE ZERO.
       01 WS-VALID-FLAG       PIC X VALUE 'Y'.
       01 WS-REJECT-REASON    PIC X(30) VALUE SPACES.
       01 WS-REJECT-LINE      PIC X(100).
       01 WS-TRAILER-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-PROCESSED-COUNT  PIC 9(06) VALUE ZERO.
       01 WS-LOADED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-REJECT-COUNT     PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT EVAL-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'PRGI0142 NO EVALUATION RESPONSES TO LOAD'
               STOP RUN
           END-IF

           OPEN INPUT ENRHIST-FILE
           IF WS-ENRHIST-STATUS NOT = '00'
               DISPLAY 'PRGI0142 ENROLLMENT HISTORY NOT AVAILABLE: '
                       WS-ENRHIST-STATUS
               CLOSE EVAL-FEED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O EVALRESP-FILE
           IF WS-EVALRESP-STATUS = '05' OR WS-EVALRESP-STATUS = '35'
               CLOSE EVALRESP-FILE
               OPEN OUTPUT EVALRESP-FILE
               CLOSE EVALRESP-FILE
               OPEN I-O EVALRESP-FILE
           END-IF
           IF WS-EVALRESP-STATUS NOT = '00'
               DISPLAY 'PRGI0142 ERROR OPENING EVALRESP: '
                       WS-EVALRESP-STATUS
               CLOSE EVAL-FEED-FILE
                     ENRHIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EVAL-REJECT-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM UNTIL WS-EOF = 'Y'
               READ EVAL-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE EF-REC-TYPE
                        WHEN 'H'
                          CONTINUE
                        WHEN 'T'
                          COMPUTE WS-TRAILER-COUNT =
                                  FUNCTION NUMVAL(EF-STUD-ID)
                        WHEN OTHER
                          ADD 1 TO WS-PROCESSED-COUNT
                          PERFORM VALIDATE-RESPONSE
                          IF WS-VALID-FLAG = 'Y'
                              PERFORM ADD-RESPONSE
                          ELSE
                              PERFORM WRITE-EVAL-REJECT
                          END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE EVAL-FEED-FILE
                 EVAL-REJECT-FILE
                 ENRHIST-FILE
                 EVALRESP-FILE

      * THE FEED IS THE ONLY PLACE A STUDENT ID IS TIED TO AN
      * ANSWER, SO IT IS EMPTIED ONCE THE COUNTS ARE TAKEN.
           OPEN OUTPUT EVAL-FEED-FILE
           CLOSE EVAL-FEED-FILE

           DISPLAY 'PRGI0142 RESPONSES LOADED: ' WS-LOADED-COUNT
                   '  REJECTED: ' WS-REJECT-COUNT

           IF WS-TRAILER-COUNT NOT = WS-PROCESSED-COUNT
               DISPLAY 'PRGI0142 OUT OF BALANCE - TRAILER: '
                       WS-TRAILER-COUNT '  PROCESSED: '
                       WS-PROCESSED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       VALIDATE-RESPONSE.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           IF EF-RATING < '1' OR EF-RATING > '5'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'RATING NOT 1 TO 5' TO WS-REJECT-REASON
           END-IF

           IF EF-QUESTION NOT NUMERIC OR EF-QUESTION = '00'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'INVALID QUESTION NUMBER' TO WS-REJECT-REASON
           END-IF

           IF EF-TERM = SPACES OR EF-COURSE = SPACES OR
              EF-SECTION = SPACES
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'MISSING TERM/COURSE/SECTION' TO WS-REJECT-REASON
           END-IF

           IF EF-STUD-ID NOT NUMERIC
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'INVALID STUDENT ID' TO WS-REJECT-REASON
           END-IF

           IF WS-VALID-FLAG = 'Y'
               MOVE EF-STUD-ID TO EH-STUDENT-ID
               MOVE EF-TERM TO EH-TERM
               MOVE EF-COURSE TO EH-COURSE-CODE
               MOVE EF-SECTION TO EH-SECTION
               READ ENRHIST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'NOT ENROLLED IN SECTION'
                         TO WS-REJECT-REASON
               END-READ
           END-IF.

       ADD-RESPONSE.
           MOVE EF-QUESTION TO WS-QUESTION-NUM
           MOVE EF-RATING TO WS-RATING-IX
           MOVE EF-TERM TO EV-TERM
           MOVE EF-COURSE TO EV-COURSE-CODE
           MOVE EF-SECTION TO EV-SECTION
           MOVE WS-QUESTION-NUM TO EV-QUESTION
           READ EVALRESP-FILE
               INVALID KEY
                   MOVE ZERO TO EV-RESPONSES
                   MOVE ZERO TO EV-RATING-COUNT(1)
                                EV-RATING-COUNT(2)
                                EV-RATING-COUNT(3)
                                EV-RATING-COUNT(4)
                                EV-RATING-COUNT(5)
                   ADD 1 TO EV-RESPONSES
                   ADD 1 TO EV-RATING-COUNT(WS-RATING-IX)
                   MOVE WS-TODAY TO EV-LOAD-DATE
                   WRITE EVALRESP-RECORD
                       INVALID KEY
                           MOVE 'EVALRESP WRITE FAILED'
                             TO WS-REJECT-REASON
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO EV-RESPONSES
                   ADD 1 TO EV-RATING-COUNT(WS-RATING-IX)
                   MOVE WS-TODAY TO EV-LOAD-DATE
                   REWRITE EVALRESP-RECORD
                       INVALID KEY
                           MOVE 'EVALRESP REWRITE FAILED'
                             TO WS-REJECT-REASON
                   END-REWRITE
           END-READ

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               PERFORM WRITE-EVAL-REJECT
           END-IF.

       WRITE-EVAL-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           STRING 'REASON: '       DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  '  SECTION: '    DELIMITED BY SIZE
                  EF-TERM          DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  EF-COURSE        DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  EF-SECTION       DELIMITED BY SIZE
                  '  Q: '          DELIMITED BY SIZE
                  EF-QUESTION      DELIMITED BY SIZE
                  INTO WS-REJECT-LINE
           WRITE EVAL-REJECT-RECORD FROM WS-REJECT-LINE.
