               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

           SELECT PLACEMENT-FILE ASSIGN TO 'PLACEMENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PLACEMENT-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  AUD-TIMESTAMP           PIC X(16).
           05  AUD-OPERATOR            PIC X(8).

       FD  PLACEMENT-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  PLACEMENT-RECORD.
           05  PL-KEY.
               10  PL-STUDENT-ID       PIC 9(6).
               10  PL-TERM             PIC X(6).
           05  FILLER                  PIC X(102).

      * TC-STANDING: G=GOOD, P=PROBATION, W=CO-OP WORK TERM.
       FD  TERM-CLOSE-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  TERM-CLOSE-RECORD.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-CLOSE-STATUS             PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-PLACEMENT-STATUS         PIC XX VALUE SPACES.
       01  WS-PLACEMENT-OPEN           PIC X VALUE 'N'.
       01  WS-END-OF-PLACEMENTS        PIC X VALUE 'N'.
       01  WS-WORK-TERM-COUNT          PIC 9(4) VALUE ZEROES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
                          DELIMITED BY SIZE
                          INTO WS-REPORT-FILENAME
                   OPEN OUTPUT REPORT-FILE
                   OPEN INPUT PLACEMENT-FILE
                   IF WS-PLACEMENT-STATUS = '00'
                       MOVE 'Y' TO WS-PLACEMENT-OPEN
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

           IF WS-PLACEMENT-OPEN = 'Y'
               PERFORM 3500-CLOSE-WORK-TERMS
           END-IF.

           WRITE REPORT-LINE FROM SPACES.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STUDENTS CLOSED: ' WS-CLOSED-COUNT
                  '  ON PROBATION: ' WS-PROBATION-COUNT
                  '  ON WORK TERM: ' WS-WORK-TERM-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY 'STUDENTS CLOSED: ' WS-CLOSED-COUNT.
           DISPLAY 'STUDENTS ON PROBATION: ' WS-PROBATION-COUNT.
           DISPLAY 'STUDENTS ON WORK TERM: ' WS-WORK-TERM-COUNT.
           DISPLAY 'EXCEPTION REPORT: ' WS-REPORT-FILENAME.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.
           MOVE 'ACADEMIC PROBATION' TO WS-EXC-TEXT.
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.

      * A STUDENT ON A CO-OP WORK TERM HAS NO GRADES FOR THE TERM.
      * THE TERM IS STILL CLOSED FOR THEM, CARRYING THE CUMULATIVE
      * GPA FORWARD, SO IT DOES NOT READ AS A GAP IN ATTENDANCE.
       3500-CLOSE-WORK-TERMS.
           MOVE 'N' TO WS-END-OF-PLACEMENTS.
           MOVE LOW-VALUES TO PL-KEY.
           START PLACEMENT-FILE KEY IS >= PL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-PLACEMENTS
           END-START.
           PERFORM UNTIL WS-END-OF-PLACEMENTS = 'Y'
               READ PLACEMENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-PLACEMENTS
                   NOT AT END
                       IF PL-TERM = WS-CLOSE-TERM
                           PERFORM 3510-CLOSE-ONE-WORK-TERM
                       END-IF
               END-READ
           END-PERFORM.

       3510-CLOSE-ONE-WORK-TERM.
           MOVE ZEROES TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-STUDENT-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-TAB-STUDENT-ID(WS-IX) = PL-STUDENT-ID AND
                  WS-TAB-TERM-CREDITS(WS-IX) > 0
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX = 0
               MOVE PL-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-WORK-TERM-COUNT
                       MOVE STUDENT-ID TO TC-STUDENT-ID
                       MOVE WS-CLOSE-TERM TO TC-TERM
                       MOVE ZEROES TO TC-TERM-GPA
                       MOVE STUDENT-GPA TO TC-CUM-GPA
                       MOVE 'W' TO TC-STANDING
                       STRING WS-CURRENT-YEAR
                              WS-CURRENT-MONTH
                              WS-CURRENT-DAY
                              DELIMITED BY SIZE
                              INTO TC-CLOSE-DATE
                       WRITE TERM-CLOSE-RECORD
               END-READ
           END-IF.

       4000-TERMINATE.
           IF WS-CONTINUE = 'Y'
               CLOSE GRADE-FILE
                     TERM-CLOSE-FILE
                     REPORT-FILE
           END-IF.
           IF WS-PLACEMENT-OPEN = 'Y'
               CLOSE PLACEMENT-FILE
           END-IF.
