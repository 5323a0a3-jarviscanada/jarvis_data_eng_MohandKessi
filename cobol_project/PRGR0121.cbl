       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0121.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.

           SELECT DEPT-FILE ASSIGN TO 'DEPT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT PROGRAM-FILE ASSIGN TO 'PROGRAM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PGM-CODE
               FILE STATUS IS WS-PROGRAM-STATUS.

           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'INSTRASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO 'INSTRUCTOR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT BILLING-EXTRACT-FILE
               ASSIGN TO 'BILLING-EXTRACT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BILLX-KEY
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENRHIST-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  ENRHIST-RECORD.
           05  EH-KEY.
               10  EH-STUDENT-ID       PIC 9(6).
               10  EH-TERM             PIC X(6).
               10  EH-COURSE-CODE      PIC X(4).
               10  EH-SECTION          PIC X(2).
           05  EH-DATE                 PIC 9(8).

       FD  DEPT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  DEPT-RECORD.
           05  DEPT-CODE               PIC X(10).
           05  DEPT-NAME               PIC X(30).
           05  DEPT-FACULTY            PIC X(10).
           05  DEPT-CHAIR              PIC X(4).
           05  DEPT-STATUS             PIC X.
           05  FILLER                  PIC X(15).

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

       FD  PROGRAM-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  PROGRAM-RECORD.
           05  PGM-CODE                PIC X(4).
           05  PGM-NAME                PIC X(30).
           05  PGM-DEPT                PIC X(10).
           05  PGM-REQ-CREDITS         PIC 9(3).

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

       FD  BILLING-EXTRACT-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  BILLING-EXTRACT-RECORD.
           05  BILLX-KEY.
               10  BILLX-STUD-ID       PIC X(6).
               10  BILLX-TERM          PIC X(6).
           05  BILLX-AMT-DUE           PIC 9(6)V99.
           05  BILLX-AMT-PAID          PIC 9(6)V99.
           05  BILLX-DUE-DATE          PIC X(8).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                 PIC X(100).

       FD  REPORT-REGISTRY-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  REPORT-REGISTRY-RECORD.
           05  RR-STATUS               PIC X.
           05  RR-REPORT-NAME          PIC X(16).
           05  RR-FILENAME             PIC X(30).
           05  RR-RUN-DATE             PIC X(8).
           05  RR-RUN-TIME             PIC X(6).
           05  RR-OPERATOR             PIC X(8).
           05  RR-COUNT                PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-ENRHIST-STATUS           PIC XX VALUE SPACES.
       01  WS-DEPT-STATUS              PIC XX VALUE SPACES.
       01  WS-STUDENT-STATUS           PIC XX VALUE SPACES.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-PROGRAM-STATUS           PIC XX VALUE SPACES.
       01  WS-PROGRAM-OPEN             PIC X VALUE 'N'.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-COURSE-OPEN              PIC X VALUE 'N'.
       01  WS-ASSIGN-STATUS            PIC XX VALUE SPACES.
       01  WS-ASSIGN-OPEN              PIC X VALUE 'N'.
       01  WS-INSTRUCTOR-STATUS        PIC XX VALUE SPACES.
       01  WS-INSTRUCTOR-OPEN          PIC X VALUE 'N'.
       01  WS-EXTRACT-STATUS           PIC XX VALUE SPACES.
       01  WS-EXTRACT-OPEN             PIC X VALUE 'N'.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTRY-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-CURRENT-STAMP            PIC X(16) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-RUN-TERM                 PIC X(6) VALUE SPACES.
       01  WS-LAST-STUDENT             PIC 9(6) VALUE ZEROES.
       01  WS-HOME-DEPT                PIC X(10) VALUE SPACES.
       01  WS-TEACH-DEPT               PIC X(10) VALUE SPACES.
       01  WS-BUCKET-CODE              PIC X(10) VALUE SPACES.
       01  WS-BX                       PIC 9(3) VALUE ZEROES.
       01  WS-IX                       PIC 9(3) VALUE ZEROES.
       01  WS-JX                       PIC 9(3) VALUE ZEROES.
       01  WS-SX                       PIC 9(4) VALUE ZEROES.
       01  WS-SECTION-SEEN             PIC X VALUE 'N'.
       01  WS-SEAT-CREDITS             PIC 9(2) VALUE ZEROES.
       01  WS-ROW-COUNT                PIC 9(6) VALUE ZEROES.
       01  WS-DEPT-REPORTED            PIC 9(6) VALUE ZEROES.
       01  WS-CURRENT-FACULTY          PIC X(10) VALUE SPACES.
       01  WS-LINE                     PIC X(100) VALUE SPACES.

      * ONE BUCKET PER DEPARTMENT ON THE MASTER, PLUS ONE FOR EACH
      * VALUE FOUND ON FILE THAT IS NOT ON IT, AND 'UNASSIGNED' FOR
      * SECTIONS WITH NO INSTRUCTOR.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT           PIC 9(3) VALUE ZEROES.
           05  WS-DEPT-ENTRY OCCURS 300 TIMES.
               10  WS-TAB-FACULTY      PIC X(10).
               10  WS-TAB-CODE         PIC X(10).
               10  WS-TAB-NAME         PIC X(30).
               10  WS-TAB-HEADCOUNT    PIC 9(5).
               10  WS-TAB-SEATS        PIC 9(6).
               10  WS-TAB-SECTIONS     PIC 9(4).
               10  WS-TAB-CREDITS      PIC 9(7).
               10  WS-TAB-TUITION      PIC 9(9)V99.

       01  WS-SWAP-ENTRY               PIC X(83).

       01  WS-TOTALS.
           05  WS-TOT-LEVEL OCCURS 2 TIMES.
               10  WS-TOT-HEADCOUNT    PIC 9(6).
               10  WS-TOT-SEATS        PIC 9(7).
               10  WS-TOT-SECTIONS     PIC 9(5).
               10  WS-TOT-CREDITS      PIC 9(8).
               10  WS-TOT-TUITION      PIC 9(10)V99.

       01  WS-SECTION-TABLE.
           05  WS-SEC-COUNT            PIC 9(4) VALUE ZEROES.
           05  WS-SEC-ENTRY OCCURS 2000 TIMES.
               10  WS-SEC-COURSE       PIC X(4).
               10  WS-SEC-SECTION      PIC X(2).

       01  WS-DETAIL-LINE.
           05  WS-DL-FACULTY           PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-DL-CODE              PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-DL-NAME              PIC X(24).
           05  WS-DL-HEADCOUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-DL-SEATS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-DL-SECTIONS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-DL-CREDITS           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-DL-TUITION           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               PERFORM 1200-LOAD-DEPARTMENTS
               PERFORM 2000-SCAN-ENROLLMENTS
               PERFORM 2900-SORT-DEPARTMENTS
               PERFORM 3000-WRITE-REPORT
               PERFORM 3900-REGISTER-REPORT
           END-IF.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INIT.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '     DEPARTMENTAL SUMMARY REPORT        '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY 'ENTER TERM TO REPORT (E.G. 2026FA), '.
           DISPLAY 'OR BLANK TO EXIT: '.
           ACCEPT WS-RUN-TERM.
           INSPECT WS-RUN-TERM
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WS-RUN-TERM = SPACES
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ENRHIST-FILE.
           IF WS-ENRHIST-STATUS NOT = '00'
               DISPLAY 'NO ENROLLMENT HISTORY ON FILE: '
                       WS-ENRHIST-STATUS
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = '00'
               MOVE 'Y' TO WS-STUDENT-OPEN
           END-IF.
           OPEN INPUT PROGRAM-FILE.
           IF WS-PROGRAM-STATUS = '00'
               MOVE 'Y' TO WS-PROGRAM-OPEN
           END-IF.
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-STATUS = '00'
               MOVE 'Y' TO WS-COURSE-OPEN
           END-IF.
           OPEN INPUT ASSIGN-FILE.
           IF WS-ASSIGN-STATUS = '00'
               MOVE 'Y' TO WS-ASSIGN-OPEN
           END-IF.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUCTOR-STATUS = '00'
               MOVE 'Y' TO WS-INSTRUCTOR-OPEN
           END-IF.
           OPEN INPUT BILLING-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS = '00'
               MOVE 'Y' TO WS-EXTRACT-OPEN
           END-IF.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       1200-LOAD-DEPARTMENTS.
           INITIALIZE WS-DEPT-TABLE.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'DEPARTMENT MASTER NOT AVAILABLE - ALL '
                       'DEPARTMENTS REPORTED UNDER FACULTY (NONE)'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO DEPT-CODE.
           START DEPT-FILE KEY IS >= DEPT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ DEPT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-DEPT-COUNT < 299
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DEPT-FACULTY
                             TO WS-TAB-FACULTY(WS-DEPT-COUNT)
                           MOVE DEPT-CODE
                             TO WS-TAB-CODE(WS-DEPT-COUNT)
                           MOVE DEPT-NAME
                             TO WS-TAB-NAME(WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-FILE.

      * ENRHIST IS KEYED BY STUDENT FIRST, SO A STUDENT'S ROWS FOR THE
      * TERM ARRIVE TOGETHER.  HEADCOUNT AND TUITION GO TO THE HOME
      * DEPARTMENT (THE ONE OFFERING THE STUDENT'S PROGRAM); SEATS,
      * SECTIONS AND CREDIT HOURS GO TO THE TEACHING DEPARTMENT (THE
      * ONE THE SECTION'S INSTRUCTOR BELONGS TO).
       2000-SCAN-ENROLLMENTS.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO EH-KEY.
           START ENRHIST-FILE KEY IS >= EH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ ENRHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF EH-TERM = WS-RUN-TERM
                           ADD 1 TO WS-ROW-COUNT
                           IF EH-STUDENT-ID NOT = WS-LAST-STUDENT
                               MOVE EH-STUDENT-ID TO WS-LAST-STUDENT
                               PERFORM 2100-COUNT-STUDENT
                           END-IF
                           PERFORM 2200-COUNT-SEAT
                       END-IF
               END-READ
           END-PERFORM.

       2100-COUNT-STUDENT.
           MOVE SPACES TO WS-HOME-DEPT.
           IF WS-STUDENT-OPEN = 'Y'
               MOVE EH-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE SPACES TO STUDENT-PROGRAM
               END-READ
               IF WS-STUDENT-STATUS = '00' AND
                  STUDENT-PROGRAM NOT = SPACES AND
                  WS-PROGRAM-OPEN = 'Y'
                   MOVE STUDENT-PROGRAM TO PGM-CODE
                   READ PROGRAM-FILE
                       NOT INVALID KEY
                           MOVE PGM-DEPT TO WS-HOME-DEPT
                   END-READ
               END-IF
           END-IF.
           MOVE WS-HOME-DEPT TO WS-BUCKET-CODE.
           PERFORM 2800-FIND-BUCKET.
           ADD 1 TO WS-TAB-HEADCOUNT(WS-BX).
           IF WS-EXTRACT-OPEN = 'Y'
               MOVE EH-STUDENT-ID TO BILLX-STUD-ID
               MOVE WS-RUN-TERM TO BILLX-TERM
               READ BILLING-EXTRACT-FILE
                   NOT INVALID KEY
                       ADD BILLX-AMT-DUE TO WS-TAB-TUITION(WS-BX)
               END-READ
           END-IF.

       2200-COUNT-SEAT.
           MOVE 'UNASSIGNED' TO WS-TEACH-DEPT.
           IF WS-ASSIGN-OPEN = 'Y'
               MOVE EH-COURSE-CODE TO ASG-COURSE-CODE
               MOVE EH-SECTION TO ASG-SECTION
               READ ASSIGN-FILE
                   INVALID KEY
                       MOVE SPACES TO ASG-SECTION
                       READ ASSIGN-FILE
                           INVALID KEY
                               MOVE SPACES TO ASG-INSTRUCTOR-ID
                       END-READ
               END-READ
               IF WS-ASSIGN-STATUS = '00' AND
                  ASG-INSTRUCTOR-ID NOT = SPACES AND
                  WS-INSTRUCTOR-OPEN = 'Y'
                   MOVE ASG-INSTRUCTOR-ID TO INS-ID
                   READ INSTRUCTOR-FILE
                       NOT INVALID KEY
                           MOVE INS-DEPT TO WS-TEACH-DEPT
                   END-READ
               END-IF
           END-IF.
           MOVE WS-TEACH-DEPT TO WS-BUCKET-CODE.
           PERFORM 2800-FIND-BUCKET.
           ADD 1 TO WS-TAB-SEATS(WS-BX).

           MOVE ZEROES TO WS-SEAT-CREDITS.
           IF WS-COURSE-OPEN = 'Y'
               MOVE EH-COURSE-CODE TO COURSE-CODE
               READ COURSE-FILE
                   NOT INVALID KEY
                       MOVE COURSE-CREDITS TO WS-SEAT-CREDITS
               END-READ
           END-IF.
           ADD WS-SEAT-CREDITS TO WS-TAB-CREDITS(WS-BX).

           MOVE 'N' TO WS-SECTION-SEEN.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SEC-COUNT
                      OR WS-SECTION-SEEN = 'Y'
               IF WS-SEC-COURSE(WS-SX) = EH-COURSE-CODE AND
                  WS-SEC-SECTION(WS-SX) = EH-SECTION
                   MOVE 'Y' TO WS-SECTION-SEEN
               END-IF
           END-PERFORM.
           IF WS-SECTION-SEEN = 'N'
               ADD 1 TO WS-TAB-SECTIONS(WS-BX)
               IF WS-SEC-COUNT < 2000
                   ADD 1 TO WS-SEC-COUNT
                   MOVE EH-COURSE-CODE TO WS-SEC-COURSE(WS-SEC-COUNT)
                   MOVE EH-SECTION TO WS-SEC-SECTION(WS-SEC-COUNT)
               END-IF
           END-IF.

      * A VALUE NOT ON THE MASTER GETS ITS OWN BUCKET UNDER FACULTY
      * (NONE) SO THE TOTALS STILL BALANCE; THE LAST SLOT CATCHES
      * ANYTHING BEYOND THE TABLE.
       2800-FIND-BUCKET.
           MOVE ZEROES TO WS-BX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-DEPT-COUNT
                      OR WS-BX > 0
               IF WS-TAB-CODE(WS-IX) = WS-BUCKET-CODE
                   MOVE WS-IX TO WS-BX
               END-IF
           END-PERFORM.
           IF WS-BX = 0
               IF WS-DEPT-COUNT < 300
                   ADD 1 TO WS-DEPT-COUNT
               END-IF
               MOVE WS-DEPT-COUNT TO WS-BX
               MOVE '(NONE)' TO WS-TAB-FACULTY(WS-BX)
               MOVE WS-BUCKET-CODE TO WS-TAB-CODE(WS-BX)
               EVALUATE TRUE
                   WHEN WS-BUCKET-CODE = SPACES
                       MOVE '(NO DEPARTMENT ON FILE)'
                         TO WS-TAB-NAME(WS-BX)
                   WHEN WS-BUCKET-CODE = 'UNASSIGNED'
                       MOVE '(NO INSTRUCTOR ASSIGNED)'
                         TO WS-TAB-NAME(WS-BX)
                   WHEN OTHER
                       MOVE '(NOT ON DEPARTMENT MASTER)'
                         TO WS-TAB-NAME(WS-BX)
               END-EVALUATE
           END-IF.

       2900-SORT-DEPARTMENTS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >= WS-DEPT-COUNT
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX >= WS-DEPT-COUNT
                   IF WS-DEPT-ENTRY(WS-JX)(1:20) >
                      WS-DEPT-ENTRY(WS-JX + 1)(1:20)
                       MOVE WS-DEPT-ENTRY(WS-JX) TO WS-SWAP-ENTRY
                       MOVE WS-DEPT-ENTRY(WS-JX + 1)
                         TO WS-DEPT-ENTRY(WS-JX)
                       MOVE WS-SWAP-ENTRY TO WS-DEPT-ENTRY(WS-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'DEPTSUM-' WS-RUN-TERM '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO WS-LINE.
           STRING 'DEPARTMENTAL SUMMARY BY FACULTY - TERM '
                  WS-RUN-TERM
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING 'HEADCOUNT AND TUITION BY HOME DEPARTMENT; SEATS, '
                  'SECTIONS AND CREDIT HOURS BY TEACHING DEPARTMENT'
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           WRITE REPORT-LINE FROM SPACES.
           MOVE SPACES TO WS-LINE.
           STRING 'FACULTY    DEPARTMENT NAME                    '
                  'HEADCNT     SEATS  SECTS    CREDITS'
                  ' TUITION ASSESSED'
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

           INITIALIZE WS-TOTALS.
           MOVE SPACES TO WS-CURRENT-FACULTY.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-DEPT-COUNT
               IF WS-TAB-HEADCOUNT(WS-IX) > 0 OR
                  WS-TAB-SEATS(WS-IX) > 0
                   IF WS-DEPT-REPORTED > 0 AND
                      WS-TAB-FACULTY(WS-IX) NOT = WS-CURRENT-FACULTY
                       PERFORM 3200-WRITE-FACULTY-TOTAL
                   END-IF
                   MOVE WS-TAB-FACULTY(WS-IX) TO WS-CURRENT-FACULTY
                   PERFORM 3100-WRITE-DEPARTMENT
               END-IF
           END-PERFORM.
           IF WS-DEPT-REPORTED > 0
               PERFORM 3200-WRITE-FACULTY-TOTAL
               WRITE REPORT-LINE FROM SPACES
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'ALL' TO WS-DL-FACULTY
               MOVE 'GRAND TOTAL' TO WS-DL-NAME
               MOVE 2 TO WS-JX
               PERFORM 3300-MOVE-TOTALS
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               MOVE 'NO ENROLLMENTS ON FILE FOR THE TERM' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           CLOSE REPORT-FILE.

       3100-WRITE-DEPARTMENT.
           ADD 1 TO WS-DEPT-REPORTED.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-TAB-FACULTY(WS-IX) TO WS-DL-FACULTY.
           MOVE WS-TAB-CODE(WS-IX) TO WS-DL-CODE.
           MOVE WS-TAB-NAME(WS-IX) TO WS-DL-NAME.
           MOVE WS-TAB-HEADCOUNT(WS-IX) TO WS-DL-HEADCOUNT.
           MOVE WS-TAB-SEATS(WS-IX) TO WS-DL-SEATS.
           MOVE WS-TAB-SECTIONS(WS-IX) TO WS-DL-SECTIONS.
           MOVE WS-TAB-CREDITS(WS-IX) TO WS-DL-CREDITS.
           MOVE WS-TAB-TUITION(WS-IX) TO WS-DL-TUITION.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           PERFORM VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > 2
               ADD WS-TAB-HEADCOUNT(WS-IX) TO WS-TOT-HEADCOUNT(WS-JX)
               ADD WS-TAB-SEATS(WS-IX) TO WS-TOT-SEATS(WS-JX)
               ADD WS-TAB-SECTIONS(WS-IX) TO WS-TOT-SECTIONS(WS-JX)
               ADD WS-TAB-CREDITS(WS-IX) TO WS-TOT-CREDITS(WS-JX)
               ADD WS-TAB-TUITION(WS-IX) TO WS-TOT-TUITION(WS-JX)
           END-PERFORM.

       3200-WRITE-FACULTY-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CURRENT-FACULTY TO WS-DL-FACULTY.
           MOVE 'FACULTY TOTAL' TO WS-DL-NAME.
           MOVE 1 TO WS-JX.
           PERFORM 3300-MOVE-TOTALS.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           WRITE REPORT-LINE FROM SPACES.
           INITIALIZE WS-TOT-LEVEL(1).

       3300-MOVE-TOTALS.
           MOVE WS-TOT-HEADCOUNT(WS-JX) TO WS-DL-HEADCOUNT.
           MOVE WS-TOT-SEATS(WS-JX) TO WS-DL-SEATS.
           MOVE WS-TOT-SECTIONS(WS-JX) TO WS-DL-SECTIONS.
           MOVE WS-TOT-CREDITS(WS-JX) TO WS-DL-CREDITS.
           MOVE WS-TOT-TUITION(WS-JX) TO WS-DL-TUITION.

       3900-REGISTER-REPORT.
           OPEN EXTEND REPORT-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF.
           IF WS-REGISTRY-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE 'A' TO RR-STATUS
               MOVE 'DEPT-SUMMARY' TO RR-REPORT-NAME
               MOVE WS-REPORT-FILENAME TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGR0121' TO RR-OPERATOR
               MOVE WS-DEPT-REPORTED TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           END-IF.

       4000-TERMINATE.
           IF WS-CONTINUE = 'Y'
               CLOSE ENRHIST-FILE
               IF WS-STUDENT-OPEN = 'Y'
                   CLOSE STUDENT-FILE
               END-IF
               IF WS-PROGRAM-OPEN = 'Y'
                   CLOSE PROGRAM-FILE
               END-IF
               IF WS-COURSE-OPEN = 'Y'
                   CLOSE COURSE-FILE
               END-IF
               IF WS-ASSIGN-OPEN = 'Y'
                   CLOSE ASSIGN-FILE
               END-IF
               IF WS-INSTRUCTOR-OPEN = 'Y'
                   CLOSE INSTRUCTOR-FILE
               END-IF
               IF WS-EXTRACT-OPEN = 'Y'
                   CLOSE BILLING-EXTRACT-FILE
               END-IF
               DISPLAY 'REPORT WRITTEN TO: ' WS-REPORT-FILENAME
               DISPLAY 'ENROLLMENT ROWS FOR TERM: ' WS-ROW-COUNT
               DISPLAY 'DEPARTMENTS REPORTED: ' WS-DEPT-REPORTED
           END-IF.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.
