       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0117.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-REQUEST-FILE ASSIGN TO 'EXAMREQ.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-KEY
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT EXAM-FILE ASSIGN TO 'EXAMSCHED.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXAM-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT GRADE-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRADE-KEY
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT ENROLLMENT-HISTORY-FILE
               ASSIGN TO 'ENROLLMENT-HISTORY.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

           SELECT EXAM-FEE-FILE ASSIGN TO 'EXAMFEE.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE DEFERRED (D) OR SUPPLEMENTAL (S) EXAM REQUEST PER STUDENT,
      * COURSE AND TERM.  STATUS P PENDING, A APPROVED, D DENIED,
      * G REPLACEMENT GRADE RECORDED (SET BY MAINTAIN GRADES).
      * A SUPPLEMENTAL CARRIES ITS FEE AND THE BEST GRADE IT MAY
      * EARN; A DEFERRED EXAM CARRIES ITS SITTING, WHICH IS HELD IN
      * EXAMSCHED.VSAM UNDER THE COURSE AND SECTION 'DF'.
       FD  EXAM-REQUEST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXAM-REQUEST-RECORD.
           05  EQ-KEY.
               10  EQ-STUDENT-ID       PIC 9(6).
               10  EQ-COURSE-CODE      PIC X(4).
               10  EQ-TERM             PIC X(6).
           05  EQ-TYPE                 PIC X.
           05  EQ-REASON               PIC X(30).
           05  EQ-DOC-RECEIVED         PIC X.
           05  EQ-STATUS               PIC X.
           05  EQ-FEE                  PIC 9(4)V99.
           05  EQ-GRADE-CAP            PIC X(2).
           05  EQ-REQUEST-DATE         PIC 9(8).
           05  EQ-DECIDED-BY           PIC X(8).
           05  EQ-DECISION-DATE        PIC 9(8).
           05  EQ-SIT-DATE             PIC 9(8).
           05  EQ-SIT-START            PIC 9(4).
           05  EQ-SIT-END              PIC 9(4).
           05  EQ-NEW-GRADE            PIC X(2).
           05  FILLER                  PIC X(1).

       FD  EXAM-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  EXAM-RECORD.
           05  EX-KEY.
               10  EX-COURSE-CODE      PIC X(4).
               10  EX-SECTION          PIC X(2).
           05  EX-DATE                 PIC 9(8).
           05  EX-START-TIME           PIC 9(4).
           05  EX-END-TIME             PIC 9(4).
           05  EX-ROOM                 PIC X(6).

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

       FD  ENROLLMENT-HISTORY-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  ENROLLMENT-RECORD.
           05  ENR-STUDENT-ID          PIC 9(6).
           05  ENR-COURSE-CODE         PIC X(4).
           05  ENR-TERM                PIC X(6).
           05  ENR-DATE                PIC 9(8).
           05  ENR-SECTION             PIC X(2).

       FD  CREDENTIALS-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  CREDENTIALS-RECORD.
           05  CRED-OPERATOR-ID          PIC X(8).
           05  CRED-PASSWORD             PIC X(8).
           05  CRED-FAIL-COUNT           PIC 9.
           05  CRED-LOCKED               PIC X.
           05  CRED-PWD-DATE             PIC 9(8).
           05  CRED-ROLE                 PIC X.
           05  CRED-INS-ID               PIC X(4).
           05  CRED-CAMPUS               PIC X(4).

      * APPROVED SUPPLEMENTAL FEES WAITING FOR THE BILLING POST
      * (PRGF0169).
       FD  EXAM-FEE-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  EXAM-FEE-RECORD.
           05  XF-STUD-ID              PIC X(6).
           05  XF-TERM                 PIC X(6).
           05  XF-AMOUNT               PIC 9(6)V99.
           05  XF-COURSE-CODE          PIC X(4).
           05  XF-EXAM-TYPE            PIC X.
           05  XF-DATE                 PIC 9(8).
           05  FILLER                  PIC X(2).

       FD  STUDENT-AUDIT-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-STUDENT-ID          PIC 9(6).
           05  AUD-FIELD-NAME          PIC X(15).
           05  AUD-OLD-VALUE           PIC X(40).
           05  AUD-NEW-VALUE           PIC X(40).
           05  AUD-TIMESTAMP           PIC X(16).
           05  AUD-OPERATOR            PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS           PIC XX VALUE SPACES.
       01  WS-EXAM-STATUS              PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS             PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS            PIC XX VALUE SPACES.
       01  WS-CRED-STATUS              PIC XX VALUE SPACES.
       01  WS-FEE-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-REQUEST-OPEN             PIC X VALUE 'N'.
       01  WS-EXAM-OPEN                PIC X VALUE 'N'.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-COURSE-OPEN              PIC X VALUE 'N'.
       01  WS-GRADE-OPEN               PIC X VALUE 'N'.
       01  WS-AUDIT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-OPERATOR-ROLE            PIC X VALUE 'C'.
       01  WS-CRED-EOF                 PIC X VALUE 'N'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-ID                 PIC 9(6) VALUE ZEROES.
       01  WS-ENTRY-ID-X               PIC X(6) VALUE SPACES.
       01  WS-ENTRY-COURSE             PIC X(4) VALUE SPACES.
       01  WS-ENTRY-TERM               PIC X(6) VALUE SPACES.
       01  WS-ENTRY-TYPE               PIC X VALUE SPACES.
       01  WS-ENTRY-REASON             PIC X(30) VALUE SPACES.
       01  WS-ENTRY-DOC                PIC X VALUE SPACES.
       01  WS-ENTRY-DECISION           PIC X VALUE SPACES.
       01  WS-ENTRY-FEE                PIC 9(4)V99 VALUE ZEROES.
       01  WS-ENTRY-CAP                PIC X(2) VALUE SPACES.
       01  WS-ENTRY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-START              PIC 9(4) VALUE ZEROES.
       01  WS-ENTRY-END                PIC 9(4) VALUE ZEROES.
       01  WS-ENTRY-ROOM               PIC X(6) VALUE SPACES.
       01  WS-KEY-OK                   PIC X VALUE 'N'.
       01  WS-REQUEST-EXISTS           PIC X VALUE 'N'.
       01  WS-SITTING-EXISTS           PIC X VALUE 'N'.
       01  WS-CONFLICT-FOUND           PIC X VALUE 'N'.
       01  WS-VALID-GRADE              PIC X VALUE 'N'.
       01  WS-END-OF-LOG               PIC X VALUE 'N'.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-OLD-STATUS               PIC X VALUE SPACES.
       01  WS-FEE-EDIT                 PIC Z,ZZ9.99.
       01  WS-DEFAULT-FEE              PIC 9(4)V99 VALUE 75.00.
       01  WS-DEFAULT-CAP              PIC X(2) VALUE 'C '.
       01  WS-DEFERRED-SECTION         PIC X(2) VALUE 'DF'.
       01  WS-SAVE-REQUEST             PIC X(100) VALUE SPACES.

       01  WS-AUDIT-TIMESTAMP.
           05  WS-AUD-DATE             PIC 9(8).
           05  WS-AUD-TIME             PIC 9(8).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 0600-GET-OPERATOR-ROLE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           PERFORM 3000-TERMINATE.
           GOBACK.

      * ONLY A SUPERVISOR OR ADMINISTRATOR MAY APPROVE OR DENY A
      * DEFERRED OR SUPPLEMENTAL EXAM REQUEST.
       0600-GET-OPERATOR-ROLE.
           MOVE 'C' TO WS-OPERATOR-ROLE.
           MOVE 'N' TO WS-CRED-EOF.
           OPEN INPUT CREDENTIALS-FILE.
           IF WS-CRED-STATUS NOT = '00'
               MOVE 'Y' TO WS-CRED-EOF
           END-IF.
           PERFORM UNTIL WS-CRED-EOF = 'Y'
               READ CREDENTIALS-FILE
                   AT END
                       MOVE 'Y' TO WS-CRED-EOF
                   NOT AT END
                       IF CRED-OPERATOR-ID = WS-OPERATOR-ID
                           MOVE CRED-ROLE TO WS-OPERATOR-ROLE
                           MOVE 'Y' TO WS-CRED-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CRED-STATUS = '00' OR WS-CRED-STATUS = '10'
               CLOSE CREDENTIALS-FILE
           END-IF.

       1000-INIT.
           OPEN I-O EXAM-REQUEST-FILE.
           IF WS-REQUEST-STATUS = '05' OR WS-REQUEST-STATUS = '35'
               CLOSE EXAM-REQUEST-FILE
               OPEN OUTPUT EXAM-REQUEST-FILE
               CLOSE EXAM-REQUEST-FILE
               OPEN I-O EXAM-REQUEST-FILE
           END-IF.
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXAM REQUEST FILE: '
                       WS-REQUEST-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'Y' TO WS-REQUEST-OPEN
               OPEN INPUT STUDENT-FILE
               OPEN INPUT COURSE-FILE
               IF WS-FILE-STATUS NOT = '00' OR
                  WS-COURSE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING SUPPORT FILES: '
                           WS-FILE-STATUS ' ' WS-COURSE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               END-IF
               IF WS-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-STUDENT-OPEN
               END-IF
               IF WS-COURSE-STATUS = '00'
                   MOVE 'Y' TO WS-COURSE-OPEN
               END-IF
               OPEN INPUT GRADE-FILE
               IF WS-GRADE-STATUS = '00'
                   MOVE 'Y' TO WS-GRADE-OPEN
               END-IF
               OPEN I-O EXAM-FILE
               IF WS-EXAM-STATUS = '05' OR WS-EXAM-STATUS = '35'
                   CLOSE EXAM-FILE
                   OPEN OUTPUT EXAM-FILE
                   CLOSE EXAM-FILE
                   OPEN I-O EXAM-FILE
               END-IF
               IF WS-EXAM-STATUS = '00'
                   MOVE 'Y' TO WS-EXAM-OPEN
               END-IF
               OPEN EXTEND STUDENT-AUDIT-FILE
               IF WS-AUDIT-STATUS = '05'
                   OPEN OUTPUT STUDENT-AUDIT-FILE
               END-IF
               IF WS-AUDIT-STATUS = '00'
                   MOVE 'Y' TO WS-AUDIT-OPEN
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '   DEFERRED AND SUPPLEMENTAL EXAMS      '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. RECORD A NEW REQUEST'.
           DISPLAY '2. RECORD DOCUMENTATION RECEIVED'.
           DISPLAY '3. APPROVE OR DENY A REQUEST'.
           DISPLAY '4. SCHEDULE A DEFERRED SITTING'.
           DISPLAY '5. LIST REQUESTS FOR A TERM'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE (1-6): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-NEW-REQUEST
               WHEN 2
                   PERFORM 2200-RECORD-DOCUMENTS
               WHEN 3
                   PERFORM 2300-DECIDE-REQUEST
               WHEN 4
                   PERFORM 2400-SCHEDULE-DEFERRED
               WHEN 5
                   PERFORM 2500-LIST-REQUESTS
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2050-GET-REQUEST-KEY.
           MOVE 'N' TO WS-KEY-OK.
           MOVE 'N' TO WS-REQUEST-EXISTS.
           DISPLAY 'ENTER STUDENT ID (OR 0 TO CANCEL): '.
           ACCEPT WS-ENTRY-ID.
           IF WS-ENTRY-ID = 0
               DISPLAY 'OPERATION CANCELLED'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY-ID TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY 'STUDENT ID NOT FOUND: ' WS-ENTRY-ID
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   DISPLAY 'STUDENT NAME: ' STUDENT-NAME
           END-READ.
           DISPLAY 'ENTER COURSE CODE: '.
           MOVE SPACES TO WS-ENTRY-COURSE.
           ACCEPT WS-ENTRY-COURSE.
           MOVE WS-ENTRY-COURSE TO COURSE-CODE.
           READ COURSE-FILE
               INVALID KEY
                   DISPLAY 'INVALID COURSE CODE: ' WS-ENTRY-COURSE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   DISPLAY 'COURSE NAME: ' COURSE-NAME
           END-READ.
           DISPLAY 'ENTER TERM (E.G. 2026FA): '.
           MOVE SPACES TO WS-ENTRY-TERM.
           ACCEPT WS-ENTRY-TERM.
           IF WS-ENTRY-TERM = SPACES
               DISPLAY 'A TERM IS REQUIRED'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-KEY-OK.
           MOVE WS-ENTRY-ID TO EQ-STUDENT-ID.
           MOVE WS-ENTRY-COURSE TO EQ-COURSE-CODE.
           MOVE WS-ENTRY-TERM TO EQ-TERM.
           READ EXAM-REQUEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REQUEST-EXISTS
           END-READ.

       2060-SHOW-REQUEST.
           DISPLAY 'TYPE: ' EQ-TYPE '  STATUS: ' EQ-STATUS
                   '  DOCUMENTATION: ' EQ-DOC-RECEIVED
                   '  REQUESTED: ' EQ-REQUEST-DATE.
           DISPLAY 'REASON: ' EQ-REASON.
           IF EQ-STATUS NOT = 'P'
               DISPLAY 'DECIDED BY ' EQ-DECIDED-BY ' ON '
                       EQ-DECISION-DATE
           END-IF.
           IF EQ-TYPE = 'S' AND EQ-STATUS NOT = 'P' AND
              EQ-STATUS NOT = 'D'
               MOVE EQ-FEE TO WS-FEE-EDIT
               DISPLAY 'FEE: ' WS-FEE-EDIT '  GRADE CAP: '
                       EQ-GRADE-CAP
           END-IF.
           IF EQ-TYPE = 'D' AND EQ-SIT-DATE NOT = ZEROES
               DISPLAY 'DEFERRED SITTING: ' EQ-SIT-DATE ' '
                       EQ-SIT-START '-' EQ-SIT-END
           END-IF.
           IF EQ-STATUS = 'G'
               DISPLAY 'REPLACEMENT GRADE: ' EQ-NEW-GRADE
           END-IF.

      * A SUPPLEMENTAL IS ONLY OPEN TO A STUDENT WHO SAT THE EXAM AND
      * FAILED; A DEFERRED EXAM IS FOR ONE WHO MISSED IT, SO A FINAL
      * GRADE OTHER THAN AN INCOMPLETE IS ONLY WARNED ABOUT.
       2100-NEW-REQUEST.
           PERFORM 2050-GET-REQUEST-KEY.
           IF WS-KEY-OK NOT = 'Y'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQUEST-EXISTS = 'Y'
               DISPLAY 'A REQUEST IS ALREADY ON FILE FOR THIS COURSE '
                       'AND TERM'
               PERFORM 2060-SHOW-REQUEST
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO GR-GRADE.
           IF WS-GRADE-OPEN = 'Y'
               MOVE WS-ENTRY-ID TO GR-STUDENT-ID
               MOVE WS-ENTRY-COURSE TO GR-COURSE-CODE
               MOVE WS-ENTRY-TERM TO GR-TERM
               READ GRADE-FILE
                   INVALID KEY
                       MOVE SPACES TO GR-GRADE
                   NOT INVALID KEY
                       DISPLAY 'GRADE ON FILE: ' GR-GRADE
               END-READ
           END-IF.

           DISPLAY 'ENTER TYPE (D=DEFERRED, S=SUPPLEMENTAL): '.
           MOVE SPACES TO WS-ENTRY-TYPE.
           ACCEPT WS-ENTRY-TYPE.
           EVALUATE WS-ENTRY-TYPE
               WHEN 'D'
                   IF GR-GRADE NOT = SPACES AND GR-GRADE NOT = 'I '
                       DISPLAY 'WARNING - A FINAL GRADE OF ' GR-GRADE
                               ' IS ALREADY ON FILE'
                   END-IF
               WHEN 'S'
                   IF GR-GRADE NOT = 'F '
                       DISPLAY 'SUPPLEMENTAL REFUSED - ONLY A FAILING '
                               'GRADE (F) QUALIFIES'
                       DISPLAY 'PRESS ENTER TO CONTINUE...'
                       ACCEPT WS-CONFIRMATION
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY 'INVALID REQUEST TYPE: ' WS-ENTRY-TYPE
                   DISPLAY 'PRESS ENTER TO CONTINUE...'
                   ACCEPT WS-CONFIRMATION
                   EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY 'ENTER REASON: '.
           MOVE SPACES TO WS-ENTRY-REASON.
           ACCEPT WS-ENTRY-REASON.
           DISPLAY 'DOCUMENTATION RECEIVED (Y/N)? '.
           MOVE SPACES TO WS-ENTRY-DOC.
           ACCEPT WS-ENTRY-DOC.
           IF WS-ENTRY-DOC = 'y'
               MOVE 'Y' TO WS-ENTRY-DOC
           END-IF.
           IF WS-ENTRY-DOC NOT = 'Y'
               MOVE 'N' TO WS-ENTRY-DOC
           END-IF.

           DISPLAY 'CONFIRM REQUEST (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE SPACES TO EXAM-REQUEST-RECORD
               MOVE WS-ENTRY-ID TO EQ-STUDENT-ID
               MOVE WS-ENTRY-COURSE TO EQ-COURSE-CODE
               MOVE WS-ENTRY-TERM TO EQ-TERM
               MOVE WS-ENTRY-TYPE TO EQ-TYPE
               MOVE WS-ENTRY-REASON TO EQ-REASON
               MOVE WS-ENTRY-DOC TO EQ-DOC-RECEIVED
               MOVE 'P' TO EQ-STATUS
               MOVE ZEROES TO EQ-FEE
               MOVE WS-TODAY-DATE TO EQ-REQUEST-DATE
               MOVE ZEROES TO EQ-DECISION-DATE
               MOVE ZEROES TO EQ-SIT-DATE
               MOVE ZEROES TO EQ-SIT-START
               MOVE ZEROES TO EQ-SIT-END
               WRITE EXAM-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING REQUEST: '
                               WS-REQUEST-STATUS
                   NOT INVALID KEY
                       DISPLAY 'REQUEST RECORDED - PENDING APPROVAL'
               END-WRITE
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2200-RECORD-DOCUMENTS.
           PERFORM 2050-GET-REQUEST-KEY.
           IF WS-KEY-OK = 'Y'
               IF WS-REQUEST-EXISTS NOT = 'Y'
                   DISPLAY 'NO REQUEST ON FILE FOR THIS COURSE AND '
                           'TERM'
               ELSE
                   PERFORM 2060-SHOW-REQUEST
                   IF EQ-DOC-RECEIVED = 'Y'
                       DISPLAY 'DOCUMENTATION IS ALREADY RECORDED'
                   ELSE
                       MOVE 'Y' TO EQ-DOC-RECEIVED
                       REWRITE EXAM-REQUEST-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR UPDATING REQUEST: '
                                       WS-REQUEST-STATUS
                           NOT INVALID KEY
                               DISPLAY 'DOCUMENTATION RECORDED!'
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * A DEFERRED EXAM IS ONLY APPROVED WITH ITS DOCUMENTATION ON
      * FILE.  AN APPROVED SUPPLEMENTAL TAKES A FEE, QUEUED TO
      * BILLING, AND A CAP ON THE REPLACEMENT GRADE.
       2300-DECIDE-REQUEST.
           IF WS-OPERATOR-ROLE NOT = 'S' AND
              WS-OPERATOR-ROLE NOT = 'A'
               DISPLAY 'REFUSED - EXAM REQUESTS ARE DECIDED BY A '
                       'SUPERVISOR'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2050-GET-REQUEST-KEY.
           IF WS-KEY-OK = 'Y'
               IF WS-REQUEST-EXISTS NOT = 'Y'
                   DISPLAY 'NO REQUEST ON FILE FOR THIS COURSE AND '
                           'TERM'
               ELSE
                   PERFORM 2060-SHOW-REQUEST
                   IF EQ-STATUS NOT = 'P'
                       DISPLAY 'REQUEST HAS ALREADY BEEN DECIDED'
                   ELSE
                       PERFORM 2310-ACCEPT-DECISION
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2310-ACCEPT-DECISION.
           DISPLAY 'ENTER DECISION (A=APPROVE, D=DENY): '.
           MOVE SPACES TO WS-ENTRY-DECISION.
           ACCEPT WS-ENTRY-DECISION.
           IF WS-ENTRY-DECISION NOT = 'A' AND
              WS-ENTRY-DECISION NOT = 'D'
               DISPLAY 'INVALID DECISION: ' WS-ENTRY-DECISION
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENTRY-DECISION = 'A' AND EQ-TYPE = 'D' AND
              EQ-DOC-RECEIVED NOT = 'Y'
               DISPLAY 'APPROVAL REFUSED - NO DOCUMENTATION RECEIVED '
                       'FOR THE DEFERRAL'
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-ENTRY-FEE.
           MOVE SPACES TO WS-ENTRY-CAP.
           IF WS-ENTRY-DECISION = 'A' AND EQ-TYPE = 'S'
               MOVE WS-DEFAULT-FEE TO WS-FEE-EDIT
               DISPLAY 'ENTER SUPPLEMENTAL FEE (DEFAULT '
                       WS-FEE-EDIT '): '
               ACCEPT WS-ENTRY-FEE
               IF WS-ENTRY-FEE = ZEROES
                   MOVE WS-DEFAULT-FEE TO WS-ENTRY-FEE
               END-IF
               PERFORM 2320-ACCEPT-GRADE-CAP
               IF WS-VALID-GRADE NOT = 'Y'
                   DISPLAY 'INVALID GRADE CAP: ' WS-ENTRY-CAP
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY 'CONFIRM DECISION (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'OPERATION CANCELLED'
               EXIT PARAGRAPH
           END-IF.

           MOVE EQ-STATUS TO WS-OLD-STATUS.
           MOVE WS-ENTRY-DECISION TO EQ-STATUS.
           MOVE WS-ENTRY-FEE TO EQ-FEE.
           MOVE WS-ENTRY-CAP TO EQ-GRADE-CAP.
           MOVE WS-OPERATOR-ID TO EQ-DECIDED-BY.
           MOVE WS-TODAY-DATE TO EQ-DECISION-DATE.
           REWRITE EXAM-REQUEST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING REQUEST: '
                           WS-REQUEST-STATUS
               NOT INVALID KEY
                   IF EQ-STATUS = 'A'
                       DISPLAY 'REQUEST APPROVED!'
                       IF EQ-TYPE = 'S'
                           PERFORM 2350-QUEUE-FEE
                       ELSE
                           DISPLAY 'SCHEDULE THE DEFERRED SITTING '
                                   'NEXT (OPTION 4)'
                       END-IF
                   ELSE
                       DISPLAY 'REQUEST DENIED'
                   END-IF
                   PERFORM 2390-WRITE-AUDIT-RECORD
           END-REWRITE.

       2320-ACCEPT-GRADE-CAP.
           DISPLAY 'ENTER BEST GRADE THE SUPPLEMENTAL MAY EARN '
                   '(DEFAULT ' WS-DEFAULT-CAP '): '.
           MOVE SPACES TO WS-ENTRY-CAP.
           ACCEPT WS-ENTRY-CAP.
           IF WS-ENTRY-CAP = SPACES
               MOVE WS-DEFAULT-CAP TO WS-ENTRY-CAP
           END-IF.
           MOVE 'N' TO WS-VALID-GRADE.
           IF WS-ENTRY-CAP = 'A ' OR WS-ENTRY-CAP = 'A-' OR
              WS-ENTRY-CAP = 'B+' OR WS-ENTRY-CAP = 'B ' OR
              WS-ENTRY-CAP = 'B-' OR WS-ENTRY-CAP = 'C+' OR
              WS-ENTRY-CAP = 'C ' OR WS-ENTRY-CAP = 'C-' OR
              WS-ENTRY-CAP = 'D+' OR WS-ENTRY-CAP = 'D '
               MOVE 'Y' TO WS-VALID-GRADE
           END-IF.

       2350-QUEUE-FEE.
           OPEN EXTEND EXAM-FEE-FILE.
           IF WS-FEE-STATUS = '05'
               OPEN OUTPUT EXAM-FEE-FILE
           END-IF.
           IF WS-FEE-STATUS = '00'
               MOVE SPACES TO EXAM-FEE-RECORD
               MOVE EQ-STUDENT-ID TO WS-ENTRY-ID-X
               MOVE WS-ENTRY-ID-X TO XF-STUD-ID
               MOVE EQ-TERM TO XF-TERM
               MOVE EQ-FEE TO XF-AMOUNT
               MOVE EQ-COURSE-CODE TO XF-COURSE-CODE
               MOVE EQ-TYPE TO XF-EXAM-TYPE
               MOVE WS-TODAY-DATE TO XF-DATE
               WRITE EXAM-FEE-RECORD
               CLOSE EXAM-FEE-FILE
               MOVE EQ-FEE TO WS-FEE-EDIT
               DISPLAY 'SUPPLEMENTAL FEE ' WS-FEE-EDIT
                       ' QUEUED FOR BILLING'
           ELSE
               DISPLAY 'WARNING: EXAM FEE FEED NOT AVAILABLE: '
                       WS-FEE-STATUS
           END-IF.

       2390-WRITE-AUDIT-RECORD.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-AUDIT-TIMESTAMP
               MOVE EQ-STUDENT-ID TO AUD-STUDENT-ID
               MOVE 'EXAM REQUEST' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               STRING EQ-COURSE-CODE ' ' EQ-TERM ' ' EQ-TYPE ' '
                      WS-OLD-STATUS
                      DELIMITED BY SIZE
                      INTO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING EQ-COURSE-CODE ' ' EQ-TERM ' ' EQ-TYPE ' '
                      EQ-STATUS
                      DELIMITED BY SIZE
                      INTO AUD-NEW-VALUE
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

      * ALL STUDENTS DEFERRED IN A COURSE SIT ONE DEFERRED EXAM,
      * HELD IN THE EXAM SCHEDULE UNDER SECTION 'DF'.  THE FIRST
      * APPROVAL SCHEDULED SETS THE SLOT; LATER ONES JOIN IT.  EITHER
      * WAY THE STUDENT IS CHECKED FOR A CLASH AS FINAL EXAM
      * SCHEDULING DOES.
       2400-SCHEDULE-DEFERRED.
           IF WS-EXAM-OPEN NOT = 'Y'
               DISPLAY 'EXAM SCHEDULE NOT AVAILABLE: ' WS-EXAM-STATUS
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2050-GET-REQUEST-KEY.
           IF WS-KEY-OK NOT = 'Y'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQUEST-EXISTS NOT = 'Y'
               DISPLAY 'NO REQUEST ON FILE FOR THIS COURSE AND TERM'
           ELSE
               PERFORM 2060-SHOW-REQUEST
               IF EQ-TYPE NOT = 'D' OR EQ-STATUS NOT = 'A'
                   DISPLAY 'ONLY AN APPROVED DEFERRED EXAM IS '
                           'SCHEDULED'
               ELSE
                   PERFORM 2410-GET-SITTING
                   IF WS-ENTRY-END > WS-ENTRY-START AND
                      WS-ENTRY-DATE NOT = ZEROES
                       PERFORM 2420-CHECK-STUDENT-CONFLICTS
                       IF WS-CONFLICT-FOUND = 'Y'
                           DISPLAY 'SITTING NOT SAVED - RESOLVE THE '
                                   'STUDENT CONFLICT FIRST'
                       ELSE
                           PERFORM 2440-SAVE-SITTING
                       END-IF
                   ELSE
                       DISPLAY 'INVALID DATE OR TIMES - NOT SAVED'
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2410-GET-SITTING.
           MOVE EQ-COURSE-CODE TO EX-COURSE-CODE.
           MOVE WS-DEFERRED-SECTION TO EX-SECTION.
           MOVE 'N' TO WS-SITTING-EXISTS.
           READ EXAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SITTING-EXISTS
           END-READ.
           IF WS-SITTING-EXISTS = 'Y'
               DISPLAY 'DEFERRED SITTING FOR ' EX-COURSE-CODE ': '
                       EX-DATE ' ' EX-START-TIME '-' EX-END-TIME
                       ' ROOM ' EX-ROOM
               MOVE EX-DATE TO WS-ENTRY-DATE
               MOVE EX-START-TIME TO WS-ENTRY-START
               MOVE EX-END-TIME TO WS-ENTRY-END
               MOVE EX-ROOM TO WS-ENTRY-ROOM
           ELSE
               DISPLAY 'NO DEFERRED SITTING YET FOR ' EQ-COURSE-CODE
               DISPLAY 'ENTER EXAM DATE (YYYYMMDD): '
               ACCEPT WS-ENTRY-DATE
               DISPLAY 'ENTER START TIME (HHMM): '
               ACCEPT WS-ENTRY-START
               DISPLAY 'ENTER END TIME (HHMM): '
               ACCEPT WS-ENTRY-END
               DISPLAY 'ENTER EXAM ROOM: '
               MOVE SPACES TO WS-ENTRY-ROOM
               ACCEPT WS-ENTRY-ROOM
           END-IF.

      * EVERY OTHER COURSE THE STUDENT TAKES IN THE TERM IS CHECKED
      * FOR A FINAL EXAM, OR A DEFERRED SITTING THE STUDENT IS
      * APPROVED FOR, IN AN OVERLAPPING SLOT.
       2420-CHECK-STUDENT-CONFLICTS.
           MOVE 'N' TO WS-CONFLICT-FOUND.
           MOVE EXAM-REQUEST-RECORD TO WS-SAVE-REQUEST.
           MOVE 'N' TO WS-END-OF-LOG.
           OPEN INPUT ENROLLMENT-HISTORY-FILE.
           IF WS-ENROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-LOG
           END-IF.

           PERFORM UNTIL WS-END-OF-LOG = 'Y'
               READ ENROLLMENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-LOG
                   NOT AT END
                       IF ENR-STUDENT-ID = WS-ENTRY-ID AND
                          ENR-TERM = WS-ENTRY-TERM AND
                          ENR-COURSE-CODE NOT = WS-ENTRY-COURSE
                           PERFORM 2430-CHECK-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ENROLL-STATUS = '10' OR WS-ENROLL-STATUS = '00'
               CLOSE ENROLLMENT-HISTORY-FILE
           END-IF.
           MOVE WS-SAVE-REQUEST TO EXAM-REQUEST-RECORD.

       2430-CHECK-ONE-ENROLLMENT.
           MOVE ENR-COURSE-CODE TO EX-COURSE-CODE.
           IF ENR-SECTION = SPACES
               MOVE '01' TO EX-SECTION
           ELSE
               MOVE ENR-SECTION TO EX-SECTION
           END-IF.
           PERFORM 2435-COMPARE-EXAM-SLOT.

           MOVE WS-ENTRY-ID TO EQ-STUDENT-ID.
           MOVE ENR-COURSE-CODE TO EQ-COURSE-CODE.
           MOVE WS-ENTRY-TERM TO EQ-TERM.
           READ EXAM-REQUEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EQ-TYPE = 'D' AND
                      (EQ-STATUS = 'A' OR EQ-STATUS = 'G')
                       MOVE ENR-COURSE-CODE TO EX-COURSE-CODE
                       MOVE WS-DEFERRED-SECTION TO EX-SECTION
                       PERFORM 2435-COMPARE-EXAM-SLOT
                   END-IF
           END-READ.

       2435-COMPARE-EXAM-SLOT.
           READ EXAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EX-DATE = WS-ENTRY-DATE AND
                      WS-ENTRY-START < EX-END-TIME AND
                      WS-ENTRY-END > EX-START-TIME
                       MOVE 'Y' TO WS-CONFLICT-FOUND
                       DISPLAY '*** STUDENT ' WS-ENTRY-ID
                               ' ALREADY HAS AN EXAM FOR '
                               EX-COURSE-CODE ' SECTION '
                               EX-SECTION ' AT ' EX-START-TIME
                               '-' EX-END-TIME ' ***'
                   END-IF
           END-READ.

       2440-SAVE-SITTING.
           DISPLAY 'CONFIRM DEFERRED SITTING (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'OPERATION CANCELLED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SITTING-EXISTS NOT = 'Y'
               MOVE WS-ENTRY-COURSE TO EX-COURSE-CODE
               MOVE WS-DEFERRED-SECTION TO EX-SECTION
               MOVE WS-ENTRY-DATE TO EX-DATE
               MOVE WS-ENTRY-START TO EX-START-TIME
               MOVE WS-ENTRY-END TO EX-END-TIME
               MOVE WS-ENTRY-ROOM TO EX-ROOM
               WRITE EXAM-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING EXAM: ' WS-EXAM-STATUS
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       DISPLAY 'DEFERRED SITTING SCHEDULED!'
               END-WRITE
           END-IF.
           MOVE WS-ENTRY-DATE TO EQ-SIT-DATE.
           MOVE WS-ENTRY-START TO EQ-SIT-START.
           MOVE WS-ENTRY-END TO EQ-SIT-END.
           REWRITE EXAM-REQUEST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING REQUEST: '
                           WS-REQUEST-STATUS
               NOT INVALID KEY
                   DISPLAY 'STUDENT BOOKED INTO THE DEFERRED SITTING '
                           'OF ' EQ-SIT-DATE
           END-REWRITE.

       2500-LIST-REQUESTS.
           DISPLAY 'ENTER TERM (E.G. 2026FA): '.
           MOVE SPACES TO WS-ENTRY-TERM.
           ACCEPT WS-ENTRY-TERM.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE LOW-VALUES TO EQ-KEY.
           START EXAM-REQUEST-FILE KEY IS >= EQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           DISPLAY 'STUDENT COURSE T S DOC REQUESTED SITTING  GRADE'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ EXAM-REQUEST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF EQ-TERM = WS-ENTRY-TERM
                           DISPLAY EQ-STUDENT-ID ' ' EQ-COURSE-CODE
                                   '   ' EQ-TYPE ' ' EQ-STATUS ' '
                                   EQ-DOC-RECEIVED '   '
                                   EQ-REQUEST-DATE '  ' EQ-SIT-DATE
                                   ' ' EQ-NEW-GRADE
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = ZEROES
               DISPLAY 'NO EXAM REQUESTS ON FILE FOR ' WS-ENTRY-TERM
           ELSE
               DISPLAY 'REQUESTS LISTED: ' WS-LISTED-COUNT
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       3000-TERMINATE.
           IF WS-REQUEST-OPEN = 'Y'
               CLOSE EXAM-REQUEST-FILE
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-COURSE-OPEN = 'Y'
               CLOSE COURSE-FILE
           END-IF.
           IF WS-GRADE-OPEN = 'Y'
               CLOSE GRADE-FILE
           END-IF.
           IF WS-EXAM-OPEN = 'Y'
               CLOSE EXAM-FILE
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
