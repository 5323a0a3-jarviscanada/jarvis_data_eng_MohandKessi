       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGU0104.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-FILE ASSIGN TO 'AWARD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT RULE-FILE ASSIGN TO 'AWDRULE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-CODE
               FILE STATUS IS WS-RULE-STATUS.

           SELECT RENEWAL-FILE ASSIGN TO 'AWDRENEW.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RENEWAL-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS STUDENT-COURSE
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ENROLLMENT-HISTORY-FILE
               ASSIGN TO 'ENROLLMENT-HISTORY.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENRHIST-STATUS.

           SELECT GRADE-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRADE-KEY
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO 'NOTIFYQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT RENEWED-FILE ASSIGN TO WS-RENEWED-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RENEWED-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  AWARD-RECORD.
           05  AW-KEY.
               10  AW-STUDENT-ID       PIC 9(6).
               10  AW-TERM             PIC X(6).
               10  AW-CODE             PIC X(4).
           05  AW-AMOUNT               PIC 9(6)V99.
           05  AW-SOURCE               PIC X(20).
           05  AW-STATUS               PIC X.
           05  AW-DISB-DATE            PIC 9(8).

       FD  RULE-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  RULE-RECORD.
           05  AR-CODE                 PIC X(4).
           05  AR-DESC                 PIC X(30).
           05  AR-RENEWABLE            PIC X.
           05  AR-MIN-GPA              PIC 9V99.
           05  AR-MIN-CREDITS          PIC 9(2).
           05  AR-SAME-PROGRAM         PIC X.
           05  AR-RENEW-AMOUNT         PIC 9(6)V99.
           05  AR-ENTERED-BY           PIC X(8).
           05  AR-ENTERED-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).

      * RN-LAST-RESULT: R=RENEWED, L=LAPSED.
       FD  RENEWAL-FILE
           RECORD CONTAINS 57 CHARACTERS.
       01  RENEWAL-RECORD.
           05  RN-KEY.
               10  RN-STUDENT-ID       PIC 9(6).
               10  RN-CODE             PIC X(4).
           05  RN-PROGRAM              PIC X(4).
           05  RN-FIRST-TERM           PIC X(6).
           05  RN-LAST-TERM            PIC X(6).
           05  RN-LAST-RESULT          PIC X.
           05  RN-LAST-REASON          PIC X(20).
           05  FILLER                  PIC X(10).

       FD  STUDENT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  STUDENT-RECORD.
           05  STUDENT-ID              PIC 9(6).
           05  STUDENT-NAME            PIC X(30).
           05  STUDENT-ADDRESS         PIC X(40).
           05  STUDENT-PHONE           PIC X(15).
           05  STUDENT-EMAIL           PIC X(20).
           05  STUDENT-COURSE          PIC X(4).
           05  INCLUSION-DATE          PIC 9(8).
           05  STUDENT-STATUS          PIC X.
           05  STUDENT-GPA             PIC 9V99.
           05  STUDENT-PROGRAM         PIC X(4).
           05  FILLER                  PIC X(49).

       FD  ENROLLMENT-HISTORY-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  ENROLLMENT-RECORD.
           05  ENR-STUDENT-ID          PIC 9(6).
           05  ENR-COURSE-CODE         PIC X(4).
           05  ENR-TERM                PIC X(6).
           05  ENR-DATE                PIC 9(8).
           05  ENR-SECTION             PIC X(2).

       FD  GRADE-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  GRADE-RECORD.
           05  GRADE-KEY.
               10  GR-STUDENT-ID       PIC 9(6).
               10  GR-COURSE-CODE      PIC X(4).
               10  GR-TERM             PIC X(6).
           05  GR-GRADE                PIC X(2).
           05  GR-LOAD-DATE            PIC 9(8).
           05  GR-LAPSE-DATE           PIC 9(8).
           05  GR-REPEAT-FLAG          PIC X.

       FD  COURSE-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  COURSE-RECORD.
           05  COURSE-CODE             PIC X(4).
           05  COURSE-NAME             PIC X(30).
           05  COURSE-CREDITS          PIC 9(2).
           05  COURSE-CAPACITY         PIC 9(4).
           05  COURSE-PREREQ-1         PIC X(4).
           05  COURSE-PREREQ-2         PIC X(4).
           05  COURSE-STATUS           PIC X.
           05  COURSE-ENROLLED         PIC 9(4).

       FD  NOTIFY-QUEUE-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  NOTIFY-QUEUE-RECORD.
           05  NQ-STATUS               PIC X.
           05  NQ-STUDENT-ID           PIC 9(6).
           05  NQ-EVENT-CODE           PIC X(8).
           05  NQ-EVENT-DATA           PIC X(40).
           05  NQ-TIMESTAMP            PIC X(16).
           05  NQ-RETRY                PIC 9.

       FD  RENEWED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RENEWED-LINE                PIC X(80).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AWARD-STATUS             PIC XX VALUE SPACES.
       01  WS-RULE-STATUS              PIC XX VALUE SPACES.
       01  WS-RENEWAL-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENRHIST-STATUS           PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS             PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-NOTIFY-STATUS            PIC XX VALUE SPACES.
       01  WS-RENEWED-STATUS           PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-RENEWED-FILENAME         PIC X(30) VALUE SPACES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-CLOSE-TERM               PIC X(6) VALUE SPACES.
       01  WS-NEXT-TERM                PIC X(6) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-STUDENT-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-AWARD-COUNT              PIC 9(4) VALUE ZEROES.
       01  WS-IX                       PIC 9(4) VALUE ZEROES.
       01  WS-AX                       PIC 9(4) VALUE ZEROES.
       01  WS-FOUND-IX                 PIC 9(4) VALUE ZEROES.
       01  WS-CREDITS                  PIC 9(4) VALUE ZEROES.
       01  WS-ELIGIBLE                 PIC X VALUE 'N'.
       01  WS-FAIL-REASON              PIC X(20) VALUE SPACES.
       01  WS-RENEWAL-EXISTS           PIC X VALUE 'N'.
       01  WS-NEW-AMOUNT               PIC 9(6)V99 VALUE ZEROES.
       01  WS-EVALUATED-COUNT          PIC 9(4) VALUE ZEROES.
       01  WS-RENEWED-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-LAPSED-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-ALREADY-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-GPA-EDIT                 PIC 9.99.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99.

      * CREDITS CARRIED IN THE CLOSED TERM, FROM ENROLLMENT HISTORY
      * LESS ANY COURSE THE STUDENT WITHDREW FROM (GRADE W).
       01  WS-STUDENT-TABLE.
           05  WS-STUDENT-ENTRY OCCURS 1000 TIMES.
               10  WS-TAB-STUDENT-ID   PIC 9(6).
               10  WS-TAB-CREDITS      PIC 9(4).

      * AWARDS HELD IN THE CLOSED TERM, COLLECTED BEFORE ANY NEXT
      * TERM AWARD IS WRITTEN SO THE SCAN DOES NOT SEE ITS OWN WORK.
       01  WS-AWARD-TABLE.
           05  WS-AWARD-ENTRY OCCURS 1000 TIMES.
               10  WS-TAB-AW-STUDENT   PIC 9(6).
               10  WS-TAB-AW-CODE      PIC X(4).
               10  WS-TAB-AW-AMOUNT    PIC 9(6)V99.
               10  WS-TAB-AW-SOURCE    PIC X(20).

       01  WS-AUDIT-TIMESTAMP.
           05  WS-AUD-DATE.
               10  WS-AUD-YEAR         PIC 9(4).
               10  WS-AUD-MONTH        PIC 9(2).
               10  WS-AUD-DAY          PIC 9(2).
           05  WS-AUD-TIME.
               10  WS-AUD-HOURS        PIC 9(2).
               10  WS-AUD-MINUTES      PIC 9(2).
               10  WS-AUD-SECONDS      PIC 9(2).
               10  WS-AUD-MSECS        PIC 9(2).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DTL-STUDENT-ID       PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-NAME             PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-CODE             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-GPA              PIC 9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-CREDITS          PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-TEXT             PIC X(20).
           05  FILLER                  PIC X(5) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               PERFORM 2000-ACCUMULATE-CREDITS
               PERFORM 3000-COLLECT-AWARDS
               PERFORM 4000-EVALUATE-AWARDS
           END-IF.
           PERFORM 5000-TERMINATE.
           GOBACK.

       1000-INIT.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '       SCHOLARSHIP RENEWAL RUN          '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY 'RUN AFTER TERM-END PROCESSING HAS CLOSED THE TERM.'.
           DISPLAY 'ENTER TERM JUST CLOSED (E.G. 2026FA), '.
           DISPLAY 'OR BLANK TO EXIT: '.
           ACCEPT WS-CLOSE-TERM.

           IF WS-CLOSE-TERM = SPACES
               MOVE 'N' TO WS-CONTINUE
           ELSE
               DISPLAY 'ENTER TERM TO RENEW INTO (E.G. 2027WI): '
               ACCEPT WS-NEXT-TERM
               IF WS-NEXT-TERM = SPACES OR
                  WS-NEXT-TERM = WS-CLOSE-TERM
                   DISPLAY 'NEXT TERM MUST BE GIVEN AND DIFFER FROM '
                           'THE CLOSED TERM'
                   DISPLAY 'PRESS ENTER TO RETURN TO MENU...'
                   ACCEPT WS-CONFIRMATION
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   PERFORM 1200-OPEN-FILES
               END-IF
           END-IF.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       1200-OPEN-FILES.
           OPEN I-O AWARD-FILE.
           OPEN INPUT RULE-FILE.
           OPEN INPUT STUDENT-FILE.
           IF WS-AWARD-STATUS NOT = '00' OR
              WS-RULE-STATUS NOT = '00' OR
              WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AWARD FILES: '
                       WS-AWARD-STATUS ' ' WS-RULE-STATUS ' '
                       WS-FILE-STATUS
               DISPLAY 'PRESS ENTER TO RETURN TO MENU...'
               ACCEPT WS-CONFIRMATION
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN INPUT ENROLLMENT-HISTORY-FILE
               OPEN INPUT GRADE-FILE
               OPEN INPUT COURSE-FILE
               IF WS-ENRHIST-STATUS NOT = '00' OR
                  WS-GRADE-STATUS NOT = '00' OR
                  WS-COURSE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING SUPPORT FILES: '
                           WS-ENRHIST-STATUS ' ' WS-GRADE-STATUS ' '
                           WS-COURSE-STATUS
                   DISPLAY 'PRESS ENTER TO RETURN TO MENU...'
                   ACCEPT WS-CONFIRMATION
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   OPEN I-O RENEWAL-FILE
                   IF WS-RENEWAL-STATUS = '05' OR
                      WS-RENEWAL-STATUS = '35'
                       CLOSE RENEWAL-FILE
                       OPEN OUTPUT RENEWAL-FILE
                       CLOSE RENEWAL-FILE
                       OPEN I-O RENEWAL-FILE
                   END-IF
                   MOVE SPACES TO WS-RENEWED-FILENAME
                   STRING 'AWDRENEW-' WS-CLOSE-TERM '.TXT'
                          DELIMITED BY SIZE
                          INTO WS-RENEWED-FILENAME
                   OPEN OUTPUT RENEWED-FILE
                   MOVE SPACES TO WS-REPORT-FILENAME
                   STRING 'AWDEXCPT-' WS-CLOSE-TERM '.TXT'
                          DELIMITED BY SIZE
                          INTO WS-REPORT-FILENAME
                   OPEN OUTPUT REPORT-FILE
               END-IF
           END-IF.

       2000-ACCUMULATE-CREDITS.
           MOVE ZEROES TO WS-STUDENT-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ ENROLLMENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF ENR-TERM = WS-CLOSE-TERM
                           PERFORM 2100-ACCUMULATE-ONE
                       END-IF
               END-READ
           END-PERFORM.

       2100-ACCUMULATE-ONE.
           MOVE ENR-STUDENT-ID TO GR-STUDENT-ID.
           MOVE ENR-COURSE-CODE TO GR-COURSE-CODE.
           MOVE ENR-TERM TO GR-TERM.
           READ GRADE-FILE
               INVALID KEY
                   MOVE SPACES TO GR-GRADE
           END-READ.
           IF GR-GRADE = 'W '
               EXIT PARAGRAPH
           END-IF.

           MOVE ENR-COURSE-CODE TO COURSE-CODE.
           READ COURSE-FILE
               INVALID KEY
                   MOVE ZEROES TO COURSE-CREDITS
           END-READ.
           IF COURSE-CREDITS = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-STUDENT-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-TAB-STUDENT-ID(WS-IX) = ENR-STUDENT-ID
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IX = 0
               IF WS-STUDENT-COUNT < 1000
                   ADD 1 TO WS-STUDENT-COUNT
                   MOVE WS-STUDENT-COUNT TO WS-FOUND-IX
                   MOVE ENR-STUDENT-ID
                     TO WS-TAB-STUDENT-ID(WS-FOUND-IX)
                   MOVE ZEROES TO WS-TAB-CREDITS(WS-FOUND-IX)
               ELSE
                   DISPLAY 'CREDIT TABLE FULL - NOT COUNTED: '
                           ENR-STUDENT-ID
               END-IF
           END-IF.
           IF WS-FOUND-IX > 0
               ADD COURSE-CREDITS TO WS-TAB-CREDITS(WS-FOUND-IX)
           END-IF.

       3000-COLLECT-AWARDS.
           MOVE ZEROES TO WS-AWARD-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO AW-KEY.
           START AWARD-FILE KEY IS >= AW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ AWARD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF AW-TERM = WS-CLOSE-TERM
                           IF WS-AWARD-COUNT < 1000
                               ADD 1 TO WS-AWARD-COUNT
                               MOVE AW-STUDENT-ID
                                 TO WS-TAB-AW-STUDENT(WS-AWARD-COUNT)
                               MOVE AW-CODE
                                 TO WS-TAB-AW-CODE(WS-AWARD-COUNT)
                               MOVE AW-AMOUNT
                                 TO WS-TAB-AW-AMOUNT(WS-AWARD-COUNT)
                               MOVE AW-SOURCE
                                 TO WS-TAB-AW-SOURCE(WS-AWARD-COUNT)
                           ELSE
                               DISPLAY 'AWARD TABLE FULL - NOT '
                                       'EVALUATED: ' AW-STUDENT-ID
                                       ' ' AW-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4000-EVALUATE-AWARDS.
           MOVE SPACES TO RENEWED-LINE.
           STRING 'SCHOLARSHIPS RENEWED - TERM ' WS-CLOSE-TERM
                  ' INTO ' WS-NEXT-TERM
                  DELIMITED BY SIZE
                  INTO RENEWED-LINE.
           WRITE RENEWED-LINE.
           WRITE RENEWED-LINE FROM SPACES.

           MOVE SPACES TO REPORT-LINE.
           STRING 'SCHOLARSHIP RENEWAL EXCEPTIONS - TERM '
                  WS-CLOSE-TERM
                  DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM SPACES.

           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AWARD-COUNT
               MOVE WS-TAB-AW-CODE(WS-AX) TO AR-CODE
               READ RULE-FILE
                   INVALID KEY
                       MOVE 'N' TO AR-RENEWABLE
               END-READ
               IF AR-RENEWABLE = 'Y'
                   PERFORM 4100-EVALUATE-ONE
               END-IF
           END-PERFORM.

           WRITE RENEWED-LINE FROM SPACES.
           MOVE SPACES TO RENEWED-LINE.
           STRING 'RENEWED: ' WS-RENEWED-COUNT
                  '  ALREADY ON FILE: ' WS-ALREADY-COUNT
                  DELIMITED BY SIZE
                  INTO RENEWED-LINE.
           WRITE RENEWED-LINE.

           WRITE REPORT-LINE FROM SPACES.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EVALUATED: ' WS-EVALUATED-COUNT
                  '  NOT RENEWED: ' WS-LAPSED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY 'AWARDS EVALUATED: ' WS-EVALUATED-COUNT.
           DISPLAY 'AWARDS RENEWED: ' WS-RENEWED-COUNT.
           DISPLAY 'AWARDS NOT RENEWED: ' WS-LAPSED-COUNT.
           DISPLAY 'ALREADY RENEWED: ' WS-ALREADY-COUNT.
           DISPLAY 'RENEWAL LISTING: ' WS-RENEWED-FILENAME.
           DISPLAY 'EXCEPTION REPORT: ' WS-REPORT-FILENAME.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.

      * A RECIPIENT ALREADY EVALUATED FOR THIS TERM IS SKIPPED, SO A
      * RERUN DOES NOT REPEAT THE NOTICES.  THE PROGRAM BASELINE IS
      * TAKEN FROM THE RENEWAL HISTORY; AN AWARD MADE BEFORE THE
      * HISTORY WAS KEPT IS BASELINED ON THE CURRENT PROGRAM.
       4100-EVALUATE-ONE.
           MOVE WS-TAB-AW-STUDENT(WS-AX) TO RN-STUDENT-ID.
           MOVE WS-TAB-AW-CODE(WS-AX) TO RN-CODE.
           MOVE 'Y' TO WS-RENEWAL-EXISTS.
           READ RENEWAL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RENEWAL-EXISTS
           END-READ.
           IF WS-RENEWAL-EXISTS = 'Y' AND
              RN-LAST-TERM = WS-CLOSE-TERM
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EVALUATED-COUNT.
           MOVE 'Y' TO WS-ELIGIBLE.
           MOVE SPACES TO WS-FAIL-REASON.
           MOVE WS-TAB-AW-STUDENT(WS-AX) TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ELIGIBLE
                   MOVE 'STUDENT NOT ON FILE' TO WS-FAIL-REASON
                   MOVE SPACES TO STUDENT-NAME
                   MOVE SPACES TO STUDENT-PROGRAM
                   MOVE ZEROES TO STUDENT-GPA
           END-READ.

           IF WS-RENEWAL-EXISTS = 'N'
               MOVE SPACES TO RENEWAL-RECORD
               MOVE WS-TAB-AW-STUDENT(WS-AX) TO RN-STUDENT-ID
               MOVE WS-TAB-AW-CODE(WS-AX) TO RN-CODE
               MOVE STUDENT-PROGRAM TO RN-PROGRAM
               MOVE WS-CLOSE-TERM TO RN-FIRST-TERM
           END-IF.

           MOVE ZEROES TO WS-CREDITS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-STUDENT-COUNT
               IF WS-TAB-STUDENT-ID(WS-IX) = STUDENT-ID
                   MOVE WS-TAB-CREDITS(WS-IX) TO WS-CREDITS
               END-IF
           END-PERFORM.

           IF WS-ELIGIBLE = 'Y' AND STUDENT-GPA < AR-MIN-GPA
               MOVE 'N' TO WS-ELIGIBLE
               MOVE 'GPA BELOW MINIMUM' TO WS-FAIL-REASON
           END-IF.
           IF WS-ELIGIBLE = 'Y' AND WS-CREDITS < AR-MIN-CREDITS
               MOVE 'N' TO WS-ELIGIBLE
               MOVE 'BELOW FULL LOAD' TO WS-FAIL-REASON
           END-IF.
           IF WS-ELIGIBLE = 'Y' AND AR-SAME-PROGRAM = 'Y' AND
              STUDENT-PROGRAM NOT = RN-PROGRAM
               MOVE 'N' TO WS-ELIGIBLE
               MOVE 'CHANGED PROGRAM' TO WS-FAIL-REASON
           END-IF.

           MOVE WS-TAB-AW-STUDENT(WS-AX) TO WS-DTL-STUDENT-ID.
           MOVE STUDENT-NAME TO WS-DTL-NAME.
           MOVE WS-TAB-AW-CODE(WS-AX) TO WS-DTL-CODE.
           MOVE STUDENT-GPA TO WS-DTL-GPA.
           MOVE WS-CREDITS TO WS-DTL-CREDITS.

           IF WS-ELIGIBLE = 'Y'
               PERFORM 4200-RENEW-AWARD
           ELSE
               ADD 1 TO WS-LAPSED-COUNT
               MOVE 'L' TO RN-LAST-RESULT
               MOVE WS-FAIL-REASON TO RN-LAST-REASON
               MOVE WS-FAIL-REASON TO WS-DTL-TEXT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               PERFORM 4300-QUEUE-NOTICE
           END-IF.

           MOVE WS-CLOSE-TERM TO RN-LAST-TERM.
           IF WS-RENEWAL-EXISTS = 'Y'
               REWRITE RENEWAL-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING RENEWAL HISTORY: '
                               RN-STUDENT-ID ' ' RN-CODE
               END-REWRITE
           ELSE
               WRITE RENEWAL-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING RENEWAL HISTORY: '
                               RN-STUDENT-ID ' ' RN-CODE
               END-WRITE
           END-IF.

       4200-RENEW-AWARD.
           IF AR-RENEW-AMOUNT > 0
               MOVE AR-RENEW-AMOUNT TO WS-NEW-AMOUNT
           ELSE
               MOVE WS-TAB-AW-AMOUNT(WS-AX) TO WS-NEW-AMOUNT
           END-IF.
           MOVE WS-TAB-AW-STUDENT(WS-AX) TO AW-STUDENT-ID.
           MOVE WS-NEXT-TERM TO AW-TERM.
           MOVE WS-TAB-AW-CODE(WS-AX) TO AW-CODE.
           MOVE WS-NEW-AMOUNT TO AW-AMOUNT.
           MOVE WS-TAB-AW-SOURCE(WS-AX) TO AW-SOURCE.
           MOVE 'P' TO AW-STATUS.
           MOVE ZEROES TO AW-DISB-DATE.
           MOVE 'R' TO RN-LAST-RESULT.
           MOVE SPACES TO RN-LAST-REASON.
           WRITE AWARD-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE 'ALREADY RENEWED' TO WS-DTL-TEXT
                   WRITE RENEWED-LINE FROM WS-DETAIL-LINE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-RENEWED-COUNT
                   MOVE SPACES TO WS-DTL-TEXT
                   MOVE WS-NEW-AMOUNT TO WS-AMOUNT-EDIT
                   STRING 'RENEWED ' WS-AMOUNT-EDIT
                          DELIMITED BY SIZE
                          INTO WS-DTL-TEXT
                   WRITE RENEWED-LINE FROM WS-DETAIL-LINE
                   END-WRITE
                   PERFORM 4300-QUEUE-NOTICE
           END-WRITE.

       4300-QUEUE-NOTICE.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           IF WS-NOTIFY-STATUS = '05'
               OPEN OUTPUT NOTIFY-QUEUE-FILE
           END-IF.
           IF WS-NOTIFY-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE 'P' TO NQ-STATUS
               MOVE WS-TAB-AW-STUDENT(WS-AX) TO NQ-STUDENT-ID
               MOVE SPACES TO NQ-EVENT-DATA
               IF WS-ELIGIBLE = 'Y'
                   MOVE 'AWDRENEW' TO NQ-EVENT-CODE
                   STRING WS-TAB-AW-CODE(WS-AX) ' RENEWED FOR '
                          WS-NEXT-TERM ' ' WS-AMOUNT-EDIT
                          DELIMITED BY SIZE
                          INTO NQ-EVENT-DATA
               ELSE
                   MOVE 'AWDLAPSE' TO NQ-EVENT-CODE
                   STRING WS-TAB-AW-CODE(WS-AX) ' NOT RENEWED: '
                          WS-FAIL-REASON
                          DELIMITED BY SIZE
                          INTO NQ-EVENT-DATA
               END-IF
               MOVE WS-AUDIT-TIMESTAMP TO NQ-TIMESTAMP
               MOVE ZERO TO NQ-RETRY
               WRITE NOTIFY-QUEUE-RECORD
               CLOSE NOTIFY-QUEUE-FILE
           END-IF.

       5000-TERMINATE.
           IF WS-CONTINUE = 'Y'
               CLOSE AWARD-FILE
                     RULE-FILE
                     RENEWAL-FILE
                     STUDENT-FILE
                     ENROLLMENT-HISTORY-FILE
                     GRADE-FILE
                     COURSE-FILE
                     RENEWED-FILE
                     REPORT-FILE
           END-IF.
