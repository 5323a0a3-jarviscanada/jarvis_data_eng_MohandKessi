       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0092.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVALRESP-FILE ASSIGN TO 'EVALRESP.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-KEY
               FILE STATUS IS WS-EVALRESP-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'INSTRASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO 'INSTRUCTOR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVALRESP-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  EVALRESP-RECORD.
           05  EV-KEY.
               10  EV-TERM             PIC X(6).
               10  EV-COURSE-CODE      PIC X(4).
               10  EV-SECTION          PIC X(2).
               10  EV-QUESTION         PIC 9(2).
           05  EV-RESPONSES            PIC 9(5).
           05  EV-RATING-COUNT OCCURS 5 TIMES PIC 9(5).
           05  EV-LOAD-DATE            PIC 9(8).

       FD  ASSIGN-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  ASSIGN-RECORD.
           05  ASG-KEY.
               10  ASG-COURSE-CODE     PIC X(4).
               10  ASG-SECTION         PIC X(2).
           05  ASG-INSTRUCTOR-ID      PIC X(4).

       FD  INSTRUCTOR-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  INSTRUCTOR-RECORD.
           05  INS-ID                  PIC X(4).
           05  INS-NAME                PIC X(30).
           05  INS-DEPT                PIC X(10).
           05  INS-STATUS              PIC X.
           05  INS-MAX-SECTIONS        PIC 9(2).
           05  INS-RANK                PIC X(2).
           05  INS-APPOINTMENT         PIC X.
           05  FILLER                  PIC X(10).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EVALRESP-STATUS          PIC XX VALUE SPACES.
       01  WS-ASSIGN-STATUS            PIC XX VALUE SPACES.
       01  WS-INSTRUCTOR-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-END-OF-SCAN              PIC X VALUE 'N'.
       01  WS-PRINT-PASS               PIC X VALUE 'N'.
       01  WS-INSTRUCTOR-OPEN          PIC X VALUE 'N'.
       01  WS-RUN-TERM                 PIC X(6) VALUE SPACES.
       01  WS-MIN-RESPONSES            PIC 9(2) VALUE 5.
       01  WS-SECTION-COUNT            PIC 9(3) VALUE ZEROES.
       01  WS-REPORTED-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-SUPPRESSED-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-IX                       PIC 9(3) VALUE ZEROES.
       01  WS-JX                       PIC 9(3) VALUE ZEROES.
       01  WS-QX                       PIC 9(3) VALUE ZEROES.
       01  WS-RX                       PIC 9 VALUE ZEROES.
       01  WS-SECTION-RESPONSES        PIC 9(5) VALUE ZEROES.
       01  WS-CURRENT-INSTRUCTOR       PIC X(4) VALUE SPACES.
       01  WS-INSTRUCTOR-SECTIONS      PIC 9(3) VALUE ZEROES.
       01  WS-INS-SHOW                 PIC X(30) VALUE SPACES.
       01  WS-MEAN                     PIC 9V99 VALUE ZEROES.
       01  WS-WEIGHTED                 PIC 9(7) VALUE ZEROES.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-LINE                     PIC X(100) VALUE SPACES.

       01  WS-SECTION-TABLE.
           05  WS-SEC-ENTRY OCCURS 300 TIMES.
               10  WS-SEC-INSTRUCTOR   PIC X(4).
               10  WS-SEC-COURSE       PIC X(4).
               10  WS-SEC-SECTION      PIC X(2).

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-INSTRUCTOR      PIC X(4).
           05  WS-SWAP-COURSE          PIC X(4).
           05  WS-SWAP-SECTION         PIC X(2).

       01  WS-QUESTION-TABLE.
           05  WS-Q-ENTRY OCCURS 99 TIMES.
               10  WS-Q-RESPONSES      PIC 9(5).
               10  WS-Q-RATING OCCURS 5 TIMES PIC 9(5).

       01  WS-DIST-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE 'Q'.
           05  WS-DL-QUESTION          PIC 99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'MEAN '.
           05  WS-DL-MEAN              PIC 9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE 'N '.
           05  WS-DL-RESPONSES         PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DL-DIST OCCURS 5 TIMES.
               10  WS-DL-RATING        PIC 9.
               10  FILLER              PIC X VALUE ':'.
               10  WS-DL-COUNT         PIC ZZZZ9.
               10  FILLER              PIC X VALUE SPACE.
           05  FILLER                  PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               PERFORM 2000-LOAD-SECTIONS
               PERFORM 2100-SORT-SECTIONS
               PERFORM 3000-WRITE-REPORT
           END-IF.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INIT.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '     COURSE EVALUATION SUMMARY          '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY 'ENTER TERM TO REPORT (E.G. 2026FA), '.
           DISPLAY 'OR BLANK TO EXIT: '.
           ACCEPT WS-RUN-TERM.

           IF WS-RUN-TERM = SPACES
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN INPUT EVALRESP-FILE
               IF WS-EVALRESP-STATUS NOT = '00'
                   DISPLAY 'NO EVALUATION RESPONSES ON FILE: '
                           WS-EVALRESP-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   OPEN INPUT ASSIGN-FILE
                   IF WS-ASSIGN-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING INSTRUCTOR ASSIGNMENTS: '
                               WS-ASSIGN-STATUS
                       CLOSE EVALRESP-FILE
                       MOVE 'N' TO WS-CONTINUE
                   ELSE
                       OPEN INPUT INSTRUCTOR-FILE
                       IF WS-INSTRUCTOR-STATUS = '00'
                           MOVE 'Y' TO WS-INSTRUCTOR-OPEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2000-LOAD-SECTIONS.
           MOVE 'N' TO WS-END-OF-SCAN.
           MOVE LOW-VALUES TO ASG-KEY.
           START ASSIGN-FILE KEY IS >= ASG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START.
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF WS-SECTION-COUNT < 300
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE ASG-INSTRUCTOR-ID
                             TO WS-SEC-INSTRUCTOR(WS-SECTION-COUNT)
                           MOVE ASG-COURSE-CODE
                             TO WS-SEC-COURSE(WS-SECTION-COUNT)
                           MOVE ASG-SECTION
                             TO WS-SEC-SECTION(WS-SECTION-COUNT)
                       ELSE
                           DISPLAY 'SECTION TABLE FULL - OMITTED: '
                                   ASG-COURSE-CODE '-' ASG-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       2100-SORT-SECTIONS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >= WS-SECTION-COUNT
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX >= WS-SECTION-COUNT
                   IF WS-SEC-INSTRUCTOR(WS-JX) >
                      WS-SEC-INSTRUCTOR(WS-JX + 1)
                       MOVE WS-SEC-ENTRY(WS-JX) TO WS-SWAP-ENTRY
                       MOVE WS-SEC-ENTRY(WS-JX + 1)
                         TO WS-SEC-ENTRY(WS-JX)
                       MOVE WS-SWAP-ENTRY TO WS-SEC-ENTRY(WS-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'COURSEEVAL-' WS-RUN-TERM '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO WS-LINE.
           STRING 'COURSE EVALUATION SUMMARY BY INSTRUCTOR - TERM '
                  WS-RUN-TERM
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING 'RATINGS 1 (LOW) TO 5 (HIGH).  SECTIONS WITH FEWER '
                  'THAN ' WS-MIN-RESPONSES ' RESPONSES ARE SUPPRESSED.'
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

           MOVE SPACES TO WS-CURRENT-INSTRUCTOR.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SECTION-COUNT
               IF WS-IX = 1 OR
                  WS-SEC-INSTRUCTOR(WS-IX) NOT = WS-CURRENT-INSTRUCTOR
                   IF WS-IX > 1
                       PERFORM 3300-WRITE-INSTRUCTOR-TOTALS
                   END-IF
                   PERFORM 3100-START-INSTRUCTOR
               END-IF
               PERFORM 3200-WRITE-SECTION
           END-PERFORM.
           IF WS-SECTION-COUNT > 0
               PERFORM 3300-WRITE-INSTRUCTOR-TOTALS
           ELSE
               MOVE 'NO INSTRUCTOR ASSIGNMENTS ON FILE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           WRITE REPORT-LINE FROM SPACES.
           MOVE SPACES TO WS-LINE.
           STRING 'SECTIONS REPORTED: ' WS-REPORTED-COUNT
                  '  SUPPRESSED: ' WS-SUPPRESSED-COUNT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

           CLOSE REPORT-FILE.

       3100-START-INSTRUCTOR.
           MOVE WS-SEC-INSTRUCTOR(WS-IX) TO WS-CURRENT-INSTRUCTOR.
           MOVE ZEROES TO WS-INSTRUCTOR-SECTIONS.
           INITIALIZE WS-QUESTION-TABLE.
           MOVE SPACES TO WS-INS-SHOW.
           IF WS-INSTRUCTOR-OPEN = 'Y' AND
              WS-CURRENT-INSTRUCTOR NOT = SPACES
               MOVE WS-CURRENT-INSTRUCTOR TO INS-ID
               READ INSTRUCTOR-FILE
                   INVALID KEY
                       MOVE 'UNKNOWN INSTRUCTOR' TO WS-INS-SHOW
                   NOT INVALID KEY
                       MOVE INS-NAME TO WS-INS-SHOW
               END-READ
           ELSE
               MOVE '(UNASSIGNED)' TO WS-INS-SHOW
           END-IF.
           WRITE REPORT-LINE FROM SPACES.
           MOVE SPACES TO WS-LINE.
           STRING 'INSTRUCTOR ' WS-CURRENT-INSTRUCTOR ' ' WS-INS-SHOW
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

      * A SECTION'S RESPONSE COUNT IS THE MOST ANSWERS GIVEN TO ANY
      * ONE QUESTION.  BELOW THE MINIMUM NOTHING ABOUT THE SECTION IS
      * PRINTED OR ADDED TO THE INSTRUCTOR TOTALS.
       3200-WRITE-SECTION.
           MOVE ZEROES TO WS-SECTION-RESPONSES.
           PERFORM 3210-SCAN-SECTION.
           IF WS-SECTION-RESPONSES = 0
               CONTINUE
           ELSE
               IF WS-SECTION-RESPONSES < WS-MIN-RESPONSES
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   MOVE SPACES TO WS-LINE
                   STRING '   COURSE ' WS-SEC-COURSE(WS-IX) '-'
                          WS-SEC-SECTION(WS-IX)
                          '  SUPPRESSED - TOO FEW RESPONSES'
                          DELIMITED BY SIZE
                          INTO WS-LINE
                   WRITE REPORT-LINE FROM WS-LINE
               ELSE
                   ADD 1 TO WS-REPORTED-COUNT
                   ADD 1 TO WS-INSTRUCTOR-SECTIONS
                   MOVE WS-SECTION-RESPONSES TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-LINE
                   STRING '   COURSE ' WS-SEC-COURSE(WS-IX) '-'
                          WS-SEC-SECTION(WS-IX)
                          '  RESPONSES ' WS-COUNT-EDIT
                          DELIMITED BY SIZE
                          INTO WS-LINE
                   WRITE REPORT-LINE FROM WS-LINE
                   MOVE 'Y' TO WS-PRINT-PASS
                   PERFORM 3210-SCAN-SECTION
                   MOVE 'N' TO WS-PRINT-PASS
               END-IF
           END-IF.

      * FIRST PASS FINDS THE RESPONSE COUNT; THE SECOND (FLAGGED BY
      * WS-PRINT-PASS = 'Y') PRINTS EACH QUESTION AND ADDS IT IN.
       3210-SCAN-SECTION.
           MOVE 'N' TO WS-END-OF-SCAN.
           MOVE WS-RUN-TERM TO EV-TERM.
           MOVE WS-SEC-COURSE(WS-IX) TO EV-COURSE-CODE.
           MOVE WS-SEC-SECTION(WS-IX) TO EV-SECTION.
           MOVE ZEROES TO EV-QUESTION.
           START EVALRESP-FILE KEY IS >= EV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START.
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ EVALRESP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF EV-TERM = WS-RUN-TERM AND
                          EV-COURSE-CODE = WS-SEC-COURSE(WS-IX) AND
                          EV-SECTION = WS-SEC-SECTION(WS-IX)
                           IF WS-PRINT-PASS = 'Y'
                               PERFORM 3220-ADD-QUESTION
                           ELSE
                               IF EV-RESPONSES > WS-SECTION-RESPONSES
                                   MOVE EV-RESPONSES
                                     TO WS-SECTION-RESPONSES
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-END-OF-SCAN
                       END-IF
               END-READ
           END-PERFORM.

       3220-ADD-QUESTION.
           MOVE EV-QUESTION TO WS-QX.
           ADD EV-RESPONSES TO WS-Q-RESPONSES(WS-QX).
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
               ADD EV-RATING-COUNT(WS-RX) TO WS-Q-RATING(WS-QX, WS-RX)
               MOVE WS-RX TO WS-DL-RATING(WS-RX)
               MOVE EV-RATING-COUNT(WS-RX) TO WS-DL-COUNT(WS-RX)
           END-PERFORM.
           MOVE ZEROES TO WS-WEIGHTED.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
               COMPUTE WS-WEIGHTED = WS-WEIGHTED +
                       EV-RATING-COUNT(WS-RX) * WS-RX
           END-PERFORM.
           COMPUTE WS-MEAN ROUNDED = WS-WEIGHTED / EV-RESPONSES.
           MOVE EV-QUESTION TO WS-DL-QUESTION.
           MOVE WS-MEAN TO WS-DL-MEAN.
           MOVE EV-RESPONSES TO WS-DL-RESPONSES.
           WRITE REPORT-LINE FROM WS-DIST-LINE.

       3300-WRITE-INSTRUCTOR-TOTALS.
           IF WS-INSTRUCTOR-SECTIONS > 0
               MOVE SPACES TO WS-LINE
               STRING '   ALL REPORTED SECTIONS ('
                      WS-INSTRUCTOR-SECTIONS ')'
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REPORT-LINE FROM WS-LINE
               PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 99
                   IF WS-Q-RESPONSES(WS-QX) > 0
                       PERFORM 3310-WRITE-QUESTION-TOTAL
                   END-IF
               END-PERFORM
           ELSE
               MOVE '   NO REPORTABLE SECTIONS' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3310-WRITE-QUESTION-TOTAL.
           MOVE ZEROES TO WS-WEIGHTED.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
               COMPUTE WS-WEIGHTED = WS-WEIGHTED +
                       WS-Q-RATING(WS-QX, WS-RX) * WS-RX
               MOVE WS-RX TO WS-DL-RATING(WS-RX)
               MOVE WS-Q-RATING(WS-QX, WS-RX) TO WS-DL-COUNT(WS-RX)
           END-PERFORM.
           COMPUTE WS-MEAN ROUNDED =
                   WS-WEIGHTED / WS-Q-RESPONSES(WS-QX).
           MOVE WS-QX TO WS-DL-QUESTION.
           MOVE WS-MEAN TO WS-DL-MEAN.
           MOVE WS-Q-RESPONSES(WS-QX) TO WS-DL-RESPONSES.
           WRITE REPORT-LINE FROM WS-DIST-LINE.

       4000-TERMINATE.
           IF WS-CONTINUE = 'Y'
               CLOSE EVALRESP-FILE
               CLOSE ASSIGN-FILE
               IF WS-INSTRUCTOR-OPEN = 'Y'
                   CLOSE INSTRUCTOR-FILE
               END-IF
               DISPLAY 'REPORT WRITTEN TO: ' WS-REPORT-FILENAME
               DISPLAY 'SECTIONS REPORTED: ' WS-REPORTED-COUNT
               DISPLAY 'SECTIONS SUPPRESSED: ' WS-SUPPRESSED-COUNT
           END-IF.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.
