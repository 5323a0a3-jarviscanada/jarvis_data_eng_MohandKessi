       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0090.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS STUDENT-COURSE
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT PROGRAM-FILE ASSIGN TO 'PROGRAM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PGM-CODE
               FILE STATUS IS WS-PROGRAM-STATUS.

           SELECT PGMREQ-FILE ASSIGN TO 'PGMREQ.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRQ-KEY
               FILE STATUS IS WS-PGMREQ-STATUS.

           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.

           SELECT GRADE-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-KEY
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO 'TRANSFER.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.

           SELECT READMIT-FILE ASSIGN TO 'READMIT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RDM-STUDENT-ID
               FILE STATUS IS WS-READMIT-STATUS.

           SELECT ENROLLMENT-HISTORY-FILE
               ASSIGN TO 'ENROLLMENT-HISTORY.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

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

       FD  PROGRAM-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  PROGRAM-RECORD.
           05  PGM-CODE                PIC X(4).
           05  PGM-NAME                PIC X(30).
           05  PGM-DEPT                PIC X(10).
           05  PGM-REQ-CREDITS         PIC 9(3).

       FD  PGMREQ-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  PGMREQ-RECORD.
           05  PRQ-KEY.
               10  PRQ-PGM-CODE        PIC X(4).
               10  PRQ-COURSE-CODE     PIC X(4).
           05  PRQ-TYPE                PIC X.
           05  PRQ-GROUP               PIC X(2).
           05  PRQ-GROUP-CREDITS       PIC 9(3).
           05  PRQ-EFF-TERM            PIC X(6).
           05  PRQ-END-TERM            PIC X(6).

       FD  TERM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  TERM-RECORD.
           05  TM-TERM                 PIC X(6).
           05  TM-START-DATE           PIC 9(8).
           05  FILLER                  PIC X(56).

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

       FD  TRANSFER-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  TRANSFER-RECORD.
           05  TRF-KEY.
               10  TRF-STUDENT-ID      PIC 9(6).
               10  TRF-SEQ             PIC 9(2).
           05  TRF-INSTITUTION         PIC X(30).
           05  TRF-EXT-COURSE          PIC X(10).
           05  TRF-EQUIV-COURSE        PIC X(4).
           05  TRF-CREDITS             PIC 9(2).
           05  TRF-DECISION-DATE       PIC 9(8).

       FD  ENRHIST-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  ENRHIST-RECORD.
           05  EH-KEY.
               10  EH-STUDENT-ID       PIC 9(6).
               10  EH-TERM             PIC X(6).
               10  EH-COURSE-CODE      PIC X(4).
               10  EH-SECTION          PIC X(2).
           05  EH-DATE                 PIC 9(8).

       FD  ENROLLMENT-HISTORY-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  ENROLLMENT-RECORD.
           05  ENR-STUDENT-ID          PIC 9(6).
           05  ENR-COURSE-CODE         PIC X(4).
           05  ENR-TERM                PIC X(6).
           05  ENR-DATE                PIC 9(8).
           05  ENR-SECTION             PIC X(2).

       FD  READMIT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  READMIT-RECORD.
           05  RDM-STUDENT-ID          PIC 9(6).
           05  RDM-TERM                PIC X(6).
           05  RDM-DATE                PIC 9(8).
           05  RDM-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(12).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                 PIC X(80).

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
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-COURSE-OPEN              PIC X VALUE 'N'.
       01  WS-PROGRAM-STATUS           PIC XX VALUE SPACES.
       01  WS-PROGRAM-OPEN             PIC X VALUE 'N'.
       01  WS-PGMREQ-STATUS            PIC XX VALUE SPACES.
       01  WS-PGMREQ-OPEN              PIC X VALUE 'N'.
       01  WS-NO-PGMREQ                PIC X VALUE 'N'.
       01  WS-TERM-STATUS              PIC XX VALUE SPACES.
       01  WS-TERM-OPEN                PIC X VALUE 'N'.
       01  WS-GRADE-STATUS             PIC XX VALUE SPACES.
       01  WS-GRADE-OPEN               PIC X VALUE 'N'.
       01  WS-TRANSFER-STATUS          PIC XX VALUE SPACES.
       01  WS-TRANSFER-OPEN            PIC X VALUE 'N'.
       01  WS-ENRHIST-STATUS           PIC XX VALUE SPACES.
       01  WS-ENRHIST-OPEN             PIC X VALUE 'N'.
       01  WS-READMIT-STATUS           PIC XX VALUE SPACES.
       01  WS-READMIT-OPEN             PIC X VALUE 'N'.
       01  WS-ENROLL-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTRY-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-CURRENT-STAMP            PIC X(16) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-RUN-MODE                 PIC 9 VALUE 1.
       01  WS-SEARCH-ID                PIC 9(6) VALUE ZEROES.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-END-OF-SCAN              PIC X VALUE 'N'.
       01  WS-AUDITED-COUNT            PIC 9(6) VALUE ZEROES.
       01  WS-NO-PLAN-COUNT            PIC 9(6) VALUE ZEROES.
       01  WS-TAKEN-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-GROUP-COUNT              PIC 9(2) VALUE ZEROES.
       01  WS-REQ-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-IX                       PIC 9(3) VALUE ZEROES.
       01  WS-FOUND-IX                 PIC 9(3) VALUE ZEROES.
       01  WS-GX                       PIC 9(2) VALUE ZEROES.
       01  WS-LOOK-COURSE              PIC X(4) VALUE SPACES.
       01  WS-LOOK-STATE               PIC X VALUE SPACES.
       01  WS-LOOK-CREDITS             PIC 9(2) VALUE ZEROES.
       01  WS-EARNED-CREDITS           PIC 9(4) VALUE ZEROES.
       01  WS-PROGRESS-CREDITS         PIC 9(4) VALUE ZEROES.
       01  WS-REQUIRED-CREDITS         PIC 9(4) VALUE ZEROES.
       01  WS-REMAINING-CREDITS        PIC 9(4) VALUE ZEROES.
       01  WS-GROUP-REMAINING          PIC 9(4) VALUE ZEROES.
       01  WS-GROUP-PLUS-PROGRESS      PIC 9(4) VALUE ZEROES.
       01  WS-REQ-STATE-TEXT           PIC X(11) VALUE SPACES.
       01  WS-CREDITS-EDIT             PIC ZZZ9.
       01  WS-REMAIN-EDIT              PIC ZZZ9.
       01  WS-PROGRESS-EDIT            PIC ZZZ9.
       01  WS-AUDIT-LINE               PIC X(80) VALUE SPACES.
       01  WS-CATALOG-TERM             PIC X(6) VALUE SPACES.
       01  WS-CATALOG-START            PIC 9(8) VALUE ZEROES.
       01  WS-CATALOG-SOURCE           PIC X(14) VALUE SPACES.
       01  WS-LOOK-TERM                PIC X(6) VALUE SPACES.
       01  WS-LOOK-START               PIC 9(8) VALUE ZEROES.
       01  WS-REQ-APPLIES              PIC X VALUE 'Y'.

      * ONE ENTRY PER COURSE THE STUDENT HAS TOUCHED.  STATE M IS A
      * PASSED GRADE OR A TRANSFER EQUIVALENT, P IS A CURRENT
      * ENROLLMENT WITH NO GRADE YET.  A MET COURSE IS NEVER DOWN-
      * GRADED BACK TO IN PROGRESS BY A LATER ATTEMPT.
       01  WS-TAKEN-TABLE.
           05  WS-TAKEN-ENTRY OCCURS 200 TIMES.
               10  WS-TK-COURSE        PIC X(4).
               10  WS-TK-STATE         PIC X.
               10  WS-TK-CREDITS       PIC 9(2).

       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 20 TIMES.
               10  WS-GP-GROUP         PIC X(2).
               10  WS-GP-NEEDED        PIC 9(3).
               10  WS-GP-EARNED        PIC 9(4).
               10  WS-GP-PROGRESS      PIC 9(4).

       01  WS-REQ-HEADING.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'CRSE'.
           05  FILLER                  PIC X(32) VALUE 'COURSE NAME'.
           05  FILLER                  PIC X(10) VALUE 'TYPE'.
           05  FILLER                  PIC X(13) VALUE 'STATUS'.
           05  FILLER                  PIC X(16) VALUE 'CR'.

       01  WS-REQ-DETAIL.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RD-COURSE            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-NAME              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-TYPE              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-STATE             PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-CREDITS           PIC Z9.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
           05  WS-CURRENT-HOURS        PIC 9(2).
           05  WS-CURRENT-MINUTES      PIC 9(2).
           05  WS-CURRENT-SECONDS      PIC 9(2).
           05  WS-CURRENT-MSECS        PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF WS-NO-PGMREQ = 'Y'
               PERFORM 2550-NO-REQUIREMENTS-REPORT
           END-IF.
           IF WS-CONTINUE = 'Y'
               IF WS-RUN-MODE = 2
                   PERFORM 2500-AUDIT-ALL-STUDENTS
               ELSE
                   PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'
               END-IF
           END-IF.
           PERFORM 3000-TERMINATE.
           GOBACK.

       1000-INIT.
           DISPLAY 'RUN MODE (1=SCREEN, 2=UNATTENDED): '.
           ACCEPT WS-RUN-MODE.
           IF WS-RUN-MODE NOT = 2
               MOVE 1 TO WS-RUN-MODE
           END-IF.

           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT FILE: ' WS-FILE-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'Y' TO WS-STUDENT-OPEN
               OPEN INPUT COURSE-FILE
               IF WS-COURSE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING COURSE FILE: '
                           WS-COURSE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   MOVE 'Y' TO WS-COURSE-OPEN
                   OPEN INPUT PGMREQ-FILE
                   IF WS-PGMREQ-STATUS = '35' AND WS-RUN-MODE = 2
                       MOVE 'Y' TO WS-NO-PGMREQ
                       MOVE 'N' TO WS-CONTINUE
                   ELSE
                       IF WS-PGMREQ-STATUS NOT = '00'
                           DISPLAY 'PROGRAM REQUIREMENTS FILE NOT '
                                   'AVAILABLE: ' WS-PGMREQ-STATUS
                           MOVE 'N' TO WS-CONTINUE
                       ELSE
                           MOVE 'Y' TO WS-PGMREQ-OPEN
                           PERFORM 1050-OPEN-OPTIONAL-FILES
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-CONTINUE NOT = 'Y' AND WS-RUN-MODE = 2
              AND WS-NO-PGMREQ NOT = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.

       1050-OPEN-OPTIONAL-FILES.
           OPEN INPUT PROGRAM-FILE.
           IF WS-PROGRAM-STATUS = '00'
               MOVE 'Y' TO WS-PROGRAM-OPEN
           END-IF.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = '00'
               MOVE 'Y' TO WS-TERM-OPEN
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS = '00'
               MOVE 'Y' TO WS-GRADE-OPEN
           ELSE
               IF WS-GRADE-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING GRADE FILE: '
                           WS-GRADE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               END-IF
           END-IF.
           OPEN INPUT TRANSFER-FILE.
           IF WS-TRANSFER-STATUS = '00'
               MOVE 'Y' TO WS-TRANSFER-OPEN
           END-IF.
           OPEN INPUT ENRHIST-FILE.
           IF WS-ENRHIST-STATUS = '00'
               MOVE 'Y' TO WS-ENRHIST-OPEN
           END-IF.
           OPEN INPUT READMIT-FILE.
           IF WS-READMIT-STATUS = '00'
               MOVE 'Y' TO WS-READMIT-OPEN
           END-IF.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '             DEGREE AUDIT               '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.

           DISPLAY 'ENTER STUDENT ID (OR 0 TO EXIT): '.
           ACCEPT WS-SEARCH-ID.

           IF WS-SEARCH-ID = 0
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE WS-SEARCH-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT ID NOT FOUND: ' WS-SEARCH-ID
                   NOT INVALID KEY
                       IF STUDENT-PROGRAM = SPACES
                           DISPLAY 'STUDENT HAS NO PROGRAM OF STUDY '
                                   'ON FILE'
                       ELSE
                           PERFORM 2100-AUDIT-STUDENT
                       END-IF
               END-READ
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
           END-IF.

      * UNATTENDED MODE AUDITS EVERY ACTIVE STUDENT THAT HAS A PROGRAM
      * OF STUDY INTO ONE DATED REPORT FOR THE ADVISING OFFICE.
       2500-AUDIT-ALL-STUDENTS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'DEGAUDIT-' WS-CURRENT-YEAR WS-CURRENT-MONTH
                  WS-CURRENT-DAY '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEGREE AUDIT REPORT: '
                       WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'DEGREE AUDIT - ALL ACTIVE STUDENTS' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'N' TO WS-END-OF-FILE
               MOVE ZEROES TO STUDENT-ID
               START STUDENT-FILE KEY IS >= STUDENT-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ STUDENT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF STUDENT-STATUS = 'A'
                               IF STUDENT-PROGRAM = SPACES
                                   ADD 1 TO WS-NO-PLAN-COUNT
                               ELSE
                                   MOVE STUDENT-ID TO WS-SEARCH-ID
                                   WRITE REPORT-LINE FROM SPACES
                                   PERFORM 2100-AUDIT-STUDENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-FILE
               PERFORM 2600-REGISTER-REPORT
           END-IF.

      * NO REQUIREMENTS LOADED YET IS NOT AN ERROR: THE REPORT SAYS
      * SO AND IS REGISTERED, AND THE MONTH-END CARRIES ON.
       2550-NO-REQUIREMENTS-REPORT.
           DISPLAY 'PRGQ0090 NO PROGRAM REQUIREMENTS ON FILE'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'DEGAUDIT-' WS-CURRENT-YEAR WS-CURRENT-MONTH
                  WS-CURRENT-DAY '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEGREE AUDIT REPORT: '
                       WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'DEGREE AUDIT - ALL ACTIVE STUDENTS' TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM SPACES
               MOVE '(NO PROGRAM REQUIREMENTS ON FILE)' TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               PERFORM 2600-REGISTER-REPORT
           END-IF.

       2600-REGISTER-REPORT.
           OPEN EXTEND REPORT-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF.
           IF WS-REGISTRY-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE 'A' TO RR-STATUS
               MOVE 'DEGAUDIT' TO RR-REPORT-NAME
               MOVE WS-REPORT-FILENAME TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGQ0090' TO RR-OPERATOR
               MOVE WS-AUDITED-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           END-IF.

       2100-AUDIT-STUDENT.
           ADD 1 TO WS-AUDITED-COUNT.
           MOVE ZEROES TO WS-TAKEN-COUNT.
           MOVE ZEROES TO WS-GROUP-COUNT.
           MOVE ZEROES TO WS-REQ-COUNT.
           MOVE ZEROES TO WS-EARNED-CREDITS.
           MOVE ZEROES TO WS-PROGRESS-CREDITS.
           MOVE SPACES TO WS-CATALOG-TERM.
           MOVE ZEROES TO WS-CATALOG-START.

           PERFORM 2200-COLLECT-GRADES.
           PERFORM 2250-COLLECT-TRANSFERS.
           PERFORM 2300-COLLECT-ENROLLMENTS.
           PERFORM 2340-SET-CATALOG-TERM.

           MOVE ZEROES TO WS-REQUIRED-CREDITS.
           MOVE SPACES TO PGM-NAME.
           IF WS-PROGRAM-OPEN = 'Y'
               MOVE STUDENT-PROGRAM TO PGM-CODE
               READ PROGRAM-FILE
                   INVALID KEY
                       MOVE 'PROGRAM NOT ON FILE' TO PGM-NAME
                   NOT INVALID KEY
                       MOVE PGM-REQ-CREDITS TO WS-REQUIRED-CREDITS
               END-READ
           END-IF.

           MOVE SPACES TO WS-AUDIT-LINE.
           STRING 'STUDENT: ' STUDENT-ID '  ' STUDENT-NAME
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE.
           PERFORM 2900-EMIT-LINE.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING 'PROGRAM: ' STUDENT-PROGRAM '  ' PGM-NAME
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE.
           PERFORM 2900-EMIT-LINE.
           MOVE SPACES TO WS-AUDIT-LINE.
           IF WS-CATALOG-START = 0
               MOVE 'CATALOG: CURRENT REQUIREMENTS' TO WS-AUDIT-LINE
           ELSE
               STRING 'CATALOG: ' WS-CATALOG-TERM '  ('
                      WS-CATALOG-SOURCE ')'
                      DELIMITED BY SIZE
                      INTO WS-AUDIT-LINE
           END-IF.
           PERFORM 2900-EMIT-LINE.
           MOVE WS-REQ-HEADING TO WS-AUDIT-LINE.
           PERFORM 2900-EMIT-LINE.

           PERFORM 2400-AUDIT-REQUIREMENTS.
           PERFORM 2700-WRITE-GROUP-SUMMARY.
           PERFORM 2800-WRITE-CREDIT-SUMMARY.

       2200-COLLECT-GRADES.
           IF WS-GRADE-OPEN = 'Y'
               MOVE 'N' TO WS-END-OF-SCAN
               MOVE WS-SEARCH-ID TO GR-STUDENT-ID
               MOVE LOW-VALUES TO GR-COURSE-CODE
               MOVE LOW-VALUES TO GR-TERM
               START GRADE-FILE KEY IS >= GRADE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCAN
               END-START
               PERFORM UNTIL WS-END-OF-SCAN = 'Y'
                   READ GRADE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-SCAN
                       NOT AT END
                           IF GR-STUDENT-ID = WS-SEARCH-ID
                               MOVE GR-TERM TO WS-LOOK-TERM
                               PERFORM 2320-NOTE-TERM
                               IF GR-GRADE NOT = 'F ' AND
                                  GR-GRADE NOT = 'I ' AND
                                  GR-GRADE NOT = 'W ' AND
                                  GR-GRADE NOT = SPACES AND
                                  GR-REPEAT-FLAG NOT = 'R'
                                   MOVE GR-COURSE-CODE
                                     TO WS-LOOK-COURSE
                                   MOVE 'M' TO WS-LOOK-STATE
                                   PERFORM 2350-GET-COURSE-CREDITS
                                   PERFORM 2360-RECORD-TAKEN
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-END-OF-SCAN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2250-COLLECT-TRANSFERS.
           IF WS-TRANSFER-OPEN = 'Y'
               MOVE 'N' TO WS-END-OF-SCAN
               MOVE WS-SEARCH-ID TO TRF-STUDENT-ID
               MOVE ZEROES TO TRF-SEQ
               START TRANSFER-FILE KEY IS >= TRF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCAN
               END-START
               PERFORM UNTIL WS-END-OF-SCAN = 'Y'
                   READ TRANSFER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-SCAN
                       NOT AT END
                           IF TRF-STUDENT-ID = WS-SEARCH-ID
                               MOVE TRF-EQUIV-COURSE TO WS-LOOK-COURSE
                               MOVE 'M' TO WS-LOOK-STATE
                               MOVE TRF-CREDITS TO WS-LOOK-CREDITS
                               PERFORM 2360-RECORD-TAKEN
                           ELSE
                               MOVE 'Y' TO WS-END-OF-SCAN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * AN ENROLLMENT WITH NO GRADE RECORD FOR ITS TERM IS STILL IN
      * PROGRESS.  GRADED ENROLLMENTS WERE ALREADY COUNTED ABOVE.
       2300-COLLECT-ENROLLMENTS.
           MOVE 'N' TO WS-END-OF-SCAN.
           IF WS-ENRHIST-OPEN = 'Y'
               MOVE WS-SEARCH-ID TO EH-STUDENT-ID
               MOVE LOW-VALUES TO EH-TERM
               MOVE LOW-VALUES TO EH-COURSE-CODE
               MOVE LOW-VALUES TO EH-SECTION
               START ENRHIST-FILE KEY IS >= EH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCAN
               END-START
               PERFORM UNTIL WS-END-OF-SCAN = 'Y'
                   READ ENRHIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-SCAN
                       NOT AT END
                           IF EH-STUDENT-ID = WS-SEARCH-ID
                               MOVE EH-TERM TO WS-LOOK-TERM
                               PERFORM 2320-NOTE-TERM
                               MOVE EH-COURSE-CODE TO WS-LOOK-COURSE
                               MOVE EH-TERM TO GR-TERM
                               PERFORM 2310-CHECK-UNGRADED
                           ELSE
                               MOVE 'Y' TO WS-END-OF-SCAN
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               OPEN INPUT ENROLLMENT-HISTORY-FILE
               IF WS-ENROLL-STATUS NOT = '00'
                   MOVE 'Y' TO WS-END-OF-SCAN
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN = 'Y'
                   READ ENROLLMENT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-SCAN
                       NOT AT END
                           IF ENR-STUDENT-ID = WS-SEARCH-ID
                               MOVE ENR-TERM TO WS-LOOK-TERM
                               PERFORM 2320-NOTE-TERM
                               MOVE ENR-COURSE-CODE TO WS-LOOK-COURSE
                               MOVE ENR-TERM TO GR-TERM
                               PERFORM 2310-CHECK-UNGRADED
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ENROLL-STATUS = '10' OR WS-ENROLL-STATUS = '00'
                   CLOSE ENROLLMENT-HISTORY-FILE
               END-IF
           END-IF.

       2310-CHECK-UNGRADED.
           MOVE 'P' TO WS-LOOK-STATE.
           IF WS-GRADE-OPEN = 'Y'
               MOVE WS-SEARCH-ID TO GR-STUDENT-ID
               MOVE WS-LOOK-COURSE TO GR-COURSE-CODE
               READ GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LOOK-STATE
               END-READ
           END-IF.
           IF WS-LOOK-STATE = 'P'
               PERFORM 2350-GET-COURSE-CREDITS
               PERFORM 2360-RECORD-TAKEN
           END-IF.

      * THE STUDENT'S CATALOG TERM IS THE EARLIEST TERM ON THEIR
      * RECORD, COMPARED BY TERM START DATE.
       2320-NOTE-TERM.
           PERFORM 2330-GET-TERM-START.
           IF WS-LOOK-START > 0
               IF WS-CATALOG-START = 0 OR
                  WS-LOOK-START < WS-CATALOG-START
                   MOVE WS-LOOK-TERM TO WS-CATALOG-TERM
                   MOVE WS-LOOK-START TO WS-CATALOG-START
               END-IF
           END-IF.

       2330-GET-TERM-START.
           MOVE ZEROES TO WS-LOOK-START.
           IF WS-TERM-OPEN = 'Y' AND WS-LOOK-TERM NOT = SPACES
               MOVE WS-LOOK-TERM TO TM-TERM
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-START-DATE TO WS-LOOK-START
               END-READ
           END-IF.

      * A RE-ADMITTED STUDENT IS AUDITED AGAINST THE REQUIREMENTS IN
      * FORCE AT THE RE-ADMIT TERM, NOT THOSE OF THEIR FIRST TERM.
      * WITH NO TERM ON RECORD ONLY THE CURRENT REQUIREMENTS APPLY.
       2340-SET-CATALOG-TERM.
           MOVE 'FIRST ENROLLED' TO WS-CATALOG-SOURCE.
           MOVE SPACES TO RDM-TERM.
           IF WS-READMIT-OPEN = 'Y'
               MOVE STUDENT-ID TO RDM-STUDENT-ID
               READ READMIT-FILE
                   INVALID KEY
                       MOVE SPACES TO RDM-TERM
               END-READ
           END-IF.
           IF RDM-TERM NOT = SPACES
               MOVE RDM-TERM TO WS-LOOK-TERM
               PERFORM 2330-GET-TERM-START
               IF WS-LOOK-START > 0
                   MOVE WS-LOOK-TERM TO WS-CATALOG-TERM
                   MOVE WS-LOOK-START TO WS-CATALOG-START
                   MOVE 'RE-ADMITTED' TO WS-CATALOG-SOURCE
               END-IF
           END-IF.

       2350-GET-COURSE-CREDITS.
           MOVE WS-LOOK-COURSE TO COURSE-CODE.
           READ COURSE-FILE
               INVALID KEY
                   MOVE 'UNKNOWN COURSE' TO COURSE-NAME
                   MOVE ZEROES TO WS-LOOK-CREDITS
               NOT INVALID KEY
                   MOVE COURSE-CREDITS TO WS-LOOK-CREDITS
           END-READ.

       2360-RECORD-TAKEN.
           MOVE ZEROES TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-TAKEN-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-TK-COURSE(WS-IX) = WS-LOOK-COURSE
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IX = 0
               IF WS-TAKEN-COUNT < 200
                   ADD 1 TO WS-TAKEN-COUNT
                   MOVE WS-LOOK-COURSE TO WS-TK-COURSE(WS-TAKEN-COUNT)
                   MOVE WS-LOOK-STATE TO WS-TK-STATE(WS-TAKEN-COUNT)
                   MOVE WS-LOOK-CREDITS
                     TO WS-TK-CREDITS(WS-TAKEN-COUNT)
                   IF WS-LOOK-STATE = 'M'
                       ADD WS-LOOK-CREDITS TO WS-EARNED-CREDITS
                   ELSE
                       ADD WS-LOOK-CREDITS TO WS-PROGRESS-CREDITS
                   END-IF
               END-IF
           ELSE
               IF WS-LOOK-STATE = 'M' AND
                  WS-TK-STATE(WS-FOUND-IX) = 'P'
                   SUBTRACT WS-TK-CREDITS(WS-FOUND-IX)
                     FROM WS-PROGRESS-CREDITS
                   ADD WS-LOOK-CREDITS TO WS-EARNED-CREDITS
                   MOVE 'M' TO WS-TK-STATE(WS-FOUND-IX)
                   MOVE WS-LOOK-CREDITS TO WS-TK-CREDITS(WS-FOUND-IX)
               END-IF
           END-IF.

       2400-AUDIT-REQUIREMENTS.
           MOVE 'N' TO WS-END-OF-SCAN.
           MOVE STUDENT-PROGRAM TO PRQ-PGM-CODE.
           MOVE LOW-VALUES TO PRQ-COURSE-CODE.
           START PGMREQ-FILE KEY IS >= PRQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START.
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ PGMREQ-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF PRQ-PGM-CODE = STUDENT-PROGRAM
                           PERFORM 2405-CHECK-CATALOG-RANGE
                           IF WS-REQ-APPLIES = 'Y'
                               PERFORM 2410-AUDIT-ONE-REQUIREMENT
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-END-OF-SCAN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-REQ-COUNT = 0
               MOVE '   (NO REQUIREMENTS ON FILE FOR THIS PROGRAM)'
                 TO WS-AUDIT-LINE
               PERFORM 2900-EMIT-LINE
           END-IF.

       2405-CHECK-CATALOG-RANGE.
           MOVE 'Y' TO WS-REQ-APPLIES.
           IF WS-CATALOG-START = 0
               IF PRQ-END-TERM NOT = SPACES
                   MOVE 'N' TO WS-REQ-APPLIES
               END-IF
           ELSE
               IF PRQ-EFF-TERM NOT = SPACES
                   MOVE PRQ-EFF-TERM TO WS-LOOK-TERM
                   PERFORM 2330-GET-TERM-START
                   IF WS-LOOK-START > WS-CATALOG-START
                       MOVE 'N' TO WS-REQ-APPLIES
                   END-IF
               END-IF
               IF PRQ-END-TERM NOT = SPACES
                   MOVE PRQ-END-TERM TO WS-LOOK-TERM
                   PERFORM 2330-GET-TERM-START
                   IF WS-LOOK-START < WS-CATALOG-START
                       MOVE 'N' TO WS-REQ-APPLIES
                   END-IF
               END-IF
           END-IF.

       2410-AUDIT-ONE-REQUIREMENT.
           ADD 1 TO WS-REQ-COUNT.
           MOVE PRQ-COURSE-CODE TO WS-LOOK-COURSE.
           PERFORM 2350-GET-COURSE-CREDITS.
           MOVE ZEROES TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-TAKEN-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-TK-COURSE(WS-IX) = PRQ-COURSE-CODE
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IX = 0
               MOVE 'OUTSTANDING' TO WS-REQ-STATE-TEXT
           ELSE
               IF WS-TK-STATE(WS-FOUND-IX) = 'M'
                   MOVE 'MET' TO WS-REQ-STATE-TEXT
                   MOVE WS-TK-CREDITS(WS-FOUND-IX) TO WS-LOOK-CREDITS
               ELSE
                   MOVE 'IN PROGRESS' TO WS-REQ-STATE-TEXT
               END-IF
           END-IF.

           IF PRQ-TYPE = 'E'
               PERFORM 2420-TALLY-GROUP
               MOVE SPACES TO WS-RD-TYPE
               STRING 'ELECT ' PRQ-GROUP
                      DELIMITED BY SIZE
                      INTO WS-RD-TYPE
           ELSE
               MOVE 'REQUIRED' TO WS-RD-TYPE
           END-IF.

           MOVE PRQ-COURSE-CODE TO WS-RD-COURSE.
           MOVE COURSE-NAME TO WS-RD-NAME.
           MOVE WS-REQ-STATE-TEXT TO WS-RD-STATE.
           MOVE WS-LOOK-CREDITS TO WS-RD-CREDITS.
           MOVE WS-REQ-DETAIL TO WS-AUDIT-LINE.
           PERFORM 2900-EMIT-LINE.

       2420-TALLY-GROUP.
           MOVE ZEROES TO WS-GX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GROUP-COUNT
                      OR WS-GX > 0
               IF WS-GP-GROUP(WS-IX) = PRQ-GROUP
                   MOVE WS-IX TO WS-GX
               END-IF
           END-PERFORM.
           IF WS-GX = 0 AND WS-GROUP-COUNT < 20
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-GX
               MOVE PRQ-GROUP TO WS-GP-GROUP(WS-GX)
               MOVE PRQ-GROUP-CREDITS TO WS-GP-NEEDED(WS-GX)
               MOVE ZEROES TO WS-GP-EARNED(WS-GX)
               MOVE ZEROES TO WS-GP-PROGRESS(WS-GX)
           END-IF.
           IF WS-GX > 0
               EVALUATE WS-REQ-STATE-TEXT
                   WHEN 'MET'
                       ADD WS-LOOK-CREDITS TO WS-GP-EARNED(WS-GX)
                   WHEN 'IN PROGRESS'
                       ADD WS-LOOK-CREDITS TO WS-GP-PROGRESS(WS-GX)
               END-EVALUATE
           END-IF.

       2700-WRITE-GROUP-SUMMARY.
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GROUP-COUNT
               COMPUTE WS-GROUP-PLUS-PROGRESS =
                       WS-GP-EARNED(WS-GX) + WS-GP-PROGRESS(WS-GX)
               IF WS-GP-EARNED(WS-GX) >= WS-GP-NEEDED(WS-GX)
                   MOVE 'MET' TO WS-REQ-STATE-TEXT
                   MOVE ZEROES TO WS-GROUP-REMAINING
               ELSE
                   COMPUTE WS-GROUP-REMAINING =
                           WS-GP-NEEDED(WS-GX) - WS-GP-EARNED(WS-GX)
                   IF WS-GROUP-PLUS-PROGRESS >= WS-GP-NEEDED(WS-GX)
                       MOVE 'IN PROGRESS' TO WS-REQ-STATE-TEXT
                   ELSE
                       MOVE 'OUTSTANDING' TO WS-REQ-STATE-TEXT
                   END-IF
               END-IF
               MOVE WS-GP-NEEDED(WS-GX) TO WS-CREDITS-EDIT
               MOVE WS-GROUP-REMAINING TO WS-REMAIN-EDIT
               MOVE SPACES TO WS-AUDIT-LINE
               STRING '   ELECTIVE GROUP ' WS-GP-GROUP(WS-GX)
                      ': ' WS-CREDITS-EDIT ' CR NEEDED  '
                      WS-REQ-STATE-TEXT '  ' WS-REMAIN-EDIT
                      ' CR REMAINING'
                      DELIMITED BY SIZE
                      INTO WS-AUDIT-LINE
               PERFORM 2900-EMIT-LINE
           END-PERFORM.

       2800-WRITE-CREDIT-SUMMARY.
           IF WS-EARNED-CREDITS >= WS-REQUIRED-CREDITS
               MOVE ZEROES TO WS-REMAINING-CREDITS
           ELSE
               COMPUTE WS-REMAINING-CREDITS =
                       WS-REQUIRED-CREDITS - WS-EARNED-CREDITS
           END-IF.
           MOVE WS-EARNED-CREDITS TO WS-CREDITS-EDIT.
           MOVE WS-PROGRESS-CREDITS TO WS-PROGRESS-EDIT.
           MOVE WS-REMAINING-CREDITS TO WS-REMAIN-EDIT.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING 'CREDITS EARNED: ' WS-CREDITS-EDIT
                  '  IN PROGRESS: ' WS-PROGRESS-EDIT
                  '  REMAINING: ' WS-REMAIN-EDIT
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE.
           PERFORM 2900-EMIT-LINE.

       2900-EMIT-LINE.
           IF WS-RUN-MODE = 2
               WRITE REPORT-LINE FROM WS-AUDIT-LINE
           ELSE
               DISPLAY WS-AUDIT-LINE
           END-IF.
           MOVE SPACES TO WS-AUDIT-LINE.

       3000-TERMINATE.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-COURSE-OPEN = 'Y'
               CLOSE COURSE-FILE
           END-IF.
           IF WS-PGMREQ-OPEN = 'Y'
               CLOSE PGMREQ-FILE
           END-IF.
           IF WS-PROGRAM-OPEN = 'Y'
               CLOSE PROGRAM-FILE
           END-IF.
           IF WS-TERM-OPEN = 'Y'
               CLOSE TERM-FILE
           END-IF.
           IF WS-GRADE-OPEN = 'Y'
               CLOSE GRADE-FILE
           END-IF.
           IF WS-TRANSFER-OPEN = 'Y'
               CLOSE TRANSFER-FILE
           END-IF.
           IF WS-ENRHIST-OPEN = 'Y'
               CLOSE ENRHIST-FILE
           END-IF.
           IF WS-READMIT-OPEN = 'Y'
               CLOSE READMIT-FILE
           END-IF.
           IF WS-RUN-MODE = 2
               DISPLAY 'PRGQ0090 STUDENTS AUDITED: ' WS-AUDITED-COUNT
                       '  NO PROGRAM: ' WS-NO-PLAN-COUNT
           END-IF.
