       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGI0106.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LMS-GRADE-FILE ASSIGN TO 'LMSGRADE.CSV'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LMS-STATUS.

           SELECT GRADE-FEED-FILE ASSIGN TO 'GRADES.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT LMS-REJECT-FILE ASSIGN TO 'LMSGRADE.REJ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'INSTRASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT GRADE-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRADE-KEY
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT TERM-CLOSE-FILE ASSIGN TO 'TERM-CLOSE.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

           SELECT GRADE-PENDING-FILE ASSIGN TO 'GRADE-PENDING.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GP-KEY
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * LMS FINAL-GRADE EXPORT, ONE COMMA-SEPARATED LINE PER STUDENT:
      * TERM,COURSE,SECTION,STUDENT ID,INSTRUCTOR ID,GRADE
      * THE FIRST LINE CARRIES THE COLUMN HEADINGS.
       FD  LMS-GRADE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LMS-GRADE-LINE              PIC X(80).

       FD  GRADE-FEED-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01  GRADE-FEED-RECORD.
           05  GF-REC-TYPE             PIC X.
           05  GF-STUDENT-ID           PIC X(6).
           05  GF-COURSE-CODE          PIC X(4).
           05  GF-TERM                 PIC X(6).
           05  GF-GRADE                PIC X(2).
       01  GRADE-FEED-HEADER.
           05  GH-REC-TYPE             PIC X.
           05  GH-SOURCE               PIC X(6).
           05  GH-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(4).

       FD  LMS-REJECT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  LMS-REJECT-RECORD.
           05  LREJ-LMS-LINE           PIC X(80).
           05  LREJ-REASON             PIC X(40).

       FD  ENRHIST-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  ENRHIST-RECORD.
           05  EH-KEY.
               10  EH-STUDENT-ID       PIC 9(6).
               10  EH-TERM             PIC X(6).
               10  EH-COURSE-CODE      PIC X(4).
               10  EH-SECTION          PIC X(2).
           05  EH-DATE                 PIC 9(8).

       FD  ASSIGN-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  ASSIGN-RECORD.
           05  ASG-KEY.
               10  ASG-COURSE-CODE     PIC X(4).
               10  ASG-SECTION         PIC X(2).
           05  ASG-INSTRUCTOR-ID      PIC X(4).

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

       FD  TERM-CLOSE-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  TERM-CLOSE-RECORD.
           05  TC-STUDENT-ID           PIC 9(6).
           05  TC-TERM                 PIC X(6).
           05  TC-TERM-GPA             PIC 9V99.
           05  TC-CUM-GPA              PIC 9V99.
           05  TC-STANDING             PIC X.
           05  TC-CLOSE-DATE           PIC 9(8).

       FD  GRADE-PENDING-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  GRADE-PENDING-RECORD.
           05  GP-KEY.
               10  GP-STUDENT-ID       PIC 9(6).
               10  GP-COURSE-CODE      PIC X(4).
               10  GP-TERM             PIC X(6).
           05  GP-OLD-GRADE            PIC X(2).
           05  GP-NEW-GRADE            PIC X(2).
           05  GP-REQUESTED-BY         PIC X(8).
           05  GP-REQUEST-DATE         PIC 9(8).
           05  GP-LAPSE-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-LMS-STATUS               PIC XX VALUE SPACES.
       01  WS-FEED-STATUS              PIC XX VALUE SPACES.
       01  WS-REJECT-STATUS            PIC XX VALUE SPACES.
       01  WS-ENRHIST-STATUS           PIC XX VALUE SPACES.
       01  WS-ASSIGN-STATUS            PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS             PIC XX VALUE SPACES.
       01  WS-CLOSE-STATUS             PIC XX VALUE SPACES.
       01  WS-PENDING-STATUS           PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-END-OF-CLOSE             PIC X VALUE 'N'.
       01  WS-FIRST-LINE               PIC X VALUE 'Y'.
       01  WS-VALID-FLAG               PIC X VALUE 'Y'.
       01  WS-TERM-CLOSED              PIC X VALUE 'N'.
       01  WS-ASSIGNED                 PIC X VALUE 'N'.
       01  WS-OLD-GRADE                PIC X(2) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-LAPSE-DAYS               PIC 9(3) VALUE 60.
       01  WS-LAPSE-INTEGER            PIC 9(8) VALUE ZEROES.
       01  WS-CX                       PIC 9(4) VALUE ZEROES.
       01  WS-READ-COUNT               PIC 9(6) VALUE ZEROES.
       01  WS-FEED-COUNT               PIC 9(6) VALUE ZEROES.
       01  WS-QUEUED-COUNT             PIC 9(6) VALUE ZEROES.
       01  WS-UNCHANGED-COUNT          PIC 9(6) VALUE ZEROES.
       01  WS-REJECT-COUNT             PIC 9(6) VALUE ZEROES.

       01  WS-LMS-FIELDS.
           05  WS-LMS-TERM             PIC X(6).
           05  WS-LMS-COURSE           PIC X(4).
           05  WS-LMS-SECTION          PIC X(2).
           05  WS-LMS-STUDENT          PIC X(6).
           05  WS-LMS-INSTRUCTOR       PIC X(4).
           05  WS-LMS-GRADE            PIC X(2).

       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-COUNT         PIC 9(4) VALUE ZEROES.
           05  WS-CLOSED-TERM          PIC X(6) OCCURS 100 TIMES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               PERFORM 2000-CONVERT-GRADES
                   UNTIL WS-END-OF-FILE = 'Y'
               PERFORM 3000-TERMINATE
           END-IF.
           GOBACK.

       1000-INIT.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '        LMS FINAL GRADE IMPORT          '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.

           OPEN INPUT LMS-GRADE-FILE.
           IF WS-LMS-STATUS NOT = '00'
               DISPLAY 'NO LMS GRADE EXPORT (LMSGRADE.CSV) TO IMPORT'
               DISPLAY 'PRESS ENTER TO RETURN TO MENU...'
               ACCEPT WS-CONFIRMATION
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.

      * GRADES.DAT IS ALSO THE FEED FOR OTHER GRADE SOURCES, SO A
      * FEED STILL SITTING THERE IS ONLY REPLACED ON REQUEST.
           OPEN INPUT GRADE-FEED-FILE.
           IF WS-FEED-STATUS = '00'
               READ GRADE-FEED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY 'GRADES.DAT ALREADY HOLDS A GRADE FEED.'
                       DISPLAY 'LOAD IT (OPTION 18) FIRST, OR REPLACE '
                               'IT NOW (Y/N)? '
                       ACCEPT WS-CONFIRMATION
                       IF WS-CONFIRMATION NOT = 'Y' AND
                          WS-CONFIRMATION NOT = 'y'
                           DISPLAY 'OPERATION CANCELLED'
                           MOVE 'N' TO WS-CONTINUE
                       END-IF
               END-READ
               CLOSE GRADE-FEED-FILE
           END-IF.
           IF WS-CONTINUE NOT = 'Y'
               CLOSE LMS-GRADE-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ENRHIST-FILE.
           OPEN INPUT ASSIGN-FILE.
           IF WS-ENRHIST-STATUS NOT = '00' OR
              WS-ASSIGN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES: '
                       WS-ENRHIST-STATUS ' ' WS-ASSIGN-STATUS
               DISPLAY 'PRESS ENTER TO RETURN TO MENU...'
               ACCEPT WS-CONFIRMATION
               CLOSE LMS-GRADE-FILE
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT GRADE-FILE.
           OPEN OUTPUT GRADE-FEED-FILE.
           OPEN OUTPUT LMS-REJECT-FILE.
           PERFORM 1200-LOAD-CLOSED-TERMS.

           MOVE SPACES TO GRADE-FEED-HEADER.
           MOVE 'H' TO GH-REC-TYPE.
           MOVE 'LMS' TO GH-SOURCE.
           MOVE WS-TODAY-DATE TO GH-RUN-DATE.
           WRITE GRADE-FEED-HEADER.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

      * A TERM IS CLOSED ONCE TERM-END PROCESSING HAS LOGGED IT.
       1200-LOAD-CLOSED-TERMS.
           MOVE ZEROES TO WS-CLOSED-COUNT.
           MOVE 'N' TO WS-END-OF-CLOSE.
           OPEN INPUT TERM-CLOSE-FILE.
           IF WS-CLOSE-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-CLOSE
           END-IF.
           PERFORM UNTIL WS-END-OF-CLOSE = 'Y'
               READ TERM-CLOSE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-CLOSE
                   NOT AT END
                       MOVE TC-TERM TO WS-LMS-TERM
                       PERFORM 1210-FIND-CLOSED-TERM
                       IF WS-TERM-CLOSED = 'N' AND
                          WS-CLOSED-COUNT < 100
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE TC-TERM
                             TO WS-CLOSED-TERM(WS-CLOSED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CLOSE-STATUS = '00' OR WS-CLOSE-STATUS = '10'
               CLOSE TERM-CLOSE-FILE
           END-IF.

       1210-FIND-CLOSED-TERM.
           MOVE 'N' TO WS-TERM-CLOSED.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLOSED-COUNT
               IF WS-CLOSED-TERM(WS-CX) = WS-LMS-TERM
                   MOVE 'Y' TO WS-TERM-CLOSED
               END-IF
           END-PERFORM.

       2000-CONVERT-GRADES.
           READ LMS-GRADE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-FIRST-LINE = 'Y'
                       MOVE 'N' TO WS-FIRST-LINE
                   ELSE
                       IF LMS-GRADE-LINE NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2100-SPLIT-LINE
                           PERFORM 2200-VALIDATE-LINE
                           IF WS-VALID-FLAG = 'Y'
                               PERFORM 2300-ROUTE-GRADE
                           ELSE
                               PERFORM 2900-WRITE-REJECT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2100-SPLIT-LINE.
           MOVE SPACES TO WS-LMS-FIELDS.
           UNSTRING LMS-GRADE-LINE DELIMITED BY ','
               INTO WS-LMS-TERM
                    WS-LMS-COURSE
                    WS-LMS-SECTION
                    WS-LMS-STUDENT
                    WS-LMS-INSTRUCTOR
                    WS-LMS-GRADE
           END-UNSTRING.

       2200-VALIDATE-LINE.
           MOVE 'Y' TO WS-VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-LMS-GRADE NOT = 'A ' AND WS-LMS-GRADE NOT = 'A-' AND
              WS-LMS-GRADE NOT = 'B+' AND WS-LMS-GRADE NOT = 'B ' AND
              WS-LMS-GRADE NOT = 'B-' AND WS-LMS-GRADE NOT = 'C+' AND
              WS-LMS-GRADE NOT = 'C ' AND WS-LMS-GRADE NOT = 'C-' AND
              WS-LMS-GRADE NOT = 'D+' AND WS-LMS-GRADE NOT = 'D ' AND
              WS-LMS-GRADE NOT = 'F ' AND WS-LMS-GRADE NOT = 'I ' AND
              WS-LMS-GRADE NOT = 'W '
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'INVALID GRADE CODE' TO WS-REJECT-REASON
           END-IF.

           IF WS-LMS-TERM = SPACES OR WS-LMS-COURSE = SPACES OR
              WS-LMS-SECTION = SPACES
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'MISSING TERM/COURSE/SECTION' TO WS-REJECT-REASON
           END-IF.

           IF WS-LMS-STUDENT NOT NUMERIC
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'INVALID STUDENT ID' TO WS-REJECT-REASON
           END-IF.

           IF WS-VALID-FLAG = 'Y'
               MOVE WS-LMS-STUDENT TO EH-STUDENT-ID
               MOVE WS-LMS-TERM TO EH-TERM
               MOVE WS-LMS-COURSE TO EH-COURSE-CODE
               MOVE WS-LMS-SECTION TO EH-SECTION
               READ ENRHIST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'STUDENT NOT ON SECTION ROSTER'
                         TO WS-REJECT-REASON
               END-READ
           END-IF.

           IF WS-VALID-FLAG = 'Y'
               PERFORM 2210-CHECK-ASSIGNMENT
               IF WS-ASSIGNED = 'N'
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'INSTRUCTOR NOT ASSIGNED TO SECTION'
                     TO WS-REJECT-REASON
               END-IF
           END-IF.

      * THE SECTION'S OWN ASSIGNMENT WINS; A WHOLE-COURSE ASSIGNMENT
      * (SECTION SPACES) COVERS SECTIONS WITHOUT ONE.
       2210-CHECK-ASSIGNMENT.
           MOVE 'N' TO WS-ASSIGNED.
           MOVE WS-LMS-COURSE TO ASG-COURSE-CODE.
           MOVE WS-LMS-SECTION TO ASG-SECTION.
           READ ASSIGN-FILE
               INVALID KEY
                   MOVE SPACES TO ASG-SECTION
                   READ ASSIGN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ASG-INSTRUCTOR-ID = WS-LMS-INSTRUCTOR
                               MOVE 'Y' TO WS-ASSIGNED
                           END-IF
                   END-READ
               NOT INVALID KEY
                   IF ASG-INSTRUCTOR-ID = WS-LMS-INSTRUCTOR
                       MOVE 'Y' TO WS-ASSIGNED
                   END-IF
           END-READ.

      * OPEN TERMS GO TO GRADES.DAT FOR THE NORMAL GRADE FEED LOAD.
      * ONCE A TERM HAS BEEN THROUGH TERM-END PROCESSING, A CHANGED
      * GRADE GOES TO THE PENDING QUEUE FOR SUPERVISOR APPROVAL, THE
      * SAME AS A CHANGE KEYED THROUGH GRADE MAINTENANCE.
       2300-ROUTE-GRADE.
           PERFORM 1210-FIND-CLOSED-TERM.
           IF WS-TERM-CLOSED = 'N'
               MOVE SPACES TO GRADE-FEED-RECORD
               MOVE 'D' TO GF-REC-TYPE
               MOVE WS-LMS-STUDENT TO GF-STUDENT-ID
               MOVE WS-LMS-COURSE TO GF-COURSE-CODE
               MOVE WS-LMS-TERM TO GF-TERM
               MOVE WS-LMS-GRADE TO GF-GRADE
               WRITE GRADE-FEED-RECORD
               ADD 1 TO WS-FEED-COUNT
           ELSE
               MOVE SPACES TO WS-OLD-GRADE
               IF WS-GRADE-STATUS = '00' OR WS-GRADE-STATUS = '23'
                   MOVE WS-LMS-STUDENT TO GR-STUDENT-ID
                   MOVE WS-LMS-COURSE TO GR-COURSE-CODE
                   MOVE WS-LMS-TERM TO GR-TERM
                   READ GRADE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GR-GRADE TO WS-OLD-GRADE
                   END-READ
               END-IF
               IF WS-OLD-GRADE = WS-LMS-GRADE
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   PERFORM 2390-QUEUE-PENDING-CHANGE
               END-IF
           END-IF.

       2390-QUEUE-PENDING-CHANGE.
           OPEN I-O GRADE-PENDING-FILE.
           IF WS-PENDING-STATUS = '05' OR WS-PENDING-STATUS = '35'
               CLOSE GRADE-PENDING-FILE
               OPEN OUTPUT GRADE-PENDING-FILE
               CLOSE GRADE-PENDING-FILE
               OPEN I-O GRADE-PENDING-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'PENDING-CHANGE QUEUE NOT AVAILABLE'
                 TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT
           ELSE
               MOVE WS-LMS-STUDENT TO GP-STUDENT-ID
               MOVE WS-LMS-COURSE TO GP-COURSE-CODE
               MOVE WS-LMS-TERM TO GP-TERM
               MOVE WS-OLD-GRADE TO GP-OLD-GRADE
               MOVE WS-LMS-GRADE TO GP-NEW-GRADE
               MOVE SPACES TO GP-REQUESTED-BY
               STRING 'LMS-' WS-LMS-INSTRUCTOR
                      DELIMITED BY SIZE
                      INTO GP-REQUESTED-BY
               MOVE WS-TODAY-DATE TO GP-REQUEST-DATE
               IF WS-LMS-GRADE = 'I '
                   COMPUTE WS-LAPSE-INTEGER =
                           FUNCTION INTEGER-OF-DATE(GP-REQUEST-DATE)
                           + WS-LAPSE-DAYS
                   COMPUTE GP-LAPSE-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-LAPSE-INTEGER)
               ELSE
                   MOVE ZEROES TO GP-LAPSE-DATE
               END-IF
               WRITE GRADE-PENDING-RECORD
                   INVALID KEY
                       REWRITE GRADE-PENDING-RECORD
                           INVALID KEY
                               MOVE 'PENDING CHANGE NOT QUEUED'
                                 TO WS-REJECT-REASON
                               PERFORM 2900-WRITE-REJECT
                           NOT INVALID KEY
                               ADD 1 TO WS-QUEUED-COUNT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-QUEUED-COUNT
               END-WRITE
               CLOSE GRADE-PENDING-FILE
           END-IF.

       2900-WRITE-REJECT.
           MOVE LMS-GRADE-LINE TO LREJ-LMS-LINE.
           MOVE WS-REJECT-REASON TO LREJ-REASON.
           WRITE LMS-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.

       3000-TERMINATE.
           MOVE SPACES TO GRADE-FEED-RECORD.
           MOVE 'T' TO GF-REC-TYPE.
           MOVE WS-FEED-COUNT TO GF-STUDENT-ID.
           WRITE GRADE-FEED-RECORD.

           CLOSE LMS-GRADE-FILE
                 GRADE-FEED-FILE
                 LMS-REJECT-FILE
                 ENRHIST-FILE
                 ASSIGN-FILE.
           IF WS-GRADE-STATUS = '00' OR WS-GRADE-STATUS = '23'
               CLOSE GRADE-FILE
           END-IF.

           DISPLAY ' '.
           DISPLAY 'LMS GRADE LINES READ       : ' WS-READ-COUNT.
           DISPLAY 'WRITTEN TO GRADES.DAT      : ' WS-FEED-COUNT.
           DISPLAY 'CLOSED TERM - QUEUED FOR   '.
           DISPLAY '  SUPERVISOR APPROVAL      : ' WS-QUEUED-COUNT.
           DISPLAY 'CLOSED TERM - NO CHANGE    : ' WS-UNCHANGED-COUNT.
           DISPLAY 'REJECTED (LMSGRADE.REJ)    : ' WS-REJECT-COUNT.
           IF WS-FEED-COUNT > 0
               DISPLAY 'RUN OPTION 18 TO LOAD GRADES.DAT.'
           END-IF.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.
