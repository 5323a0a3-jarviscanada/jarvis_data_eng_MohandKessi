       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0093.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRITY-FILE ASSIGN TO 'INTEGRITY.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-KEY
               FILE STATUS IS WS-INTEGRITY-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GRADE-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRADE-KEY
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT GRADE-PENDING-FILE ASSIGN TO 'GRADE-PENDING.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GP-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER CASE.  IC-OUTCOME: P=PENDING HEARING,
      * R=RESPONSIBLE, N=NOT RESPONSIBLE, W=WITHDRAWN.  IC-SANCTION:
      * NO=NONE, WA=WARNING, FG=GRADE OF F, SU=SUSPENSION.
      * IC-SANCTION-DONE IS SET ONCE THE GRADE CHANGE HAS BEEN QUEUED
      * OR THE HOLD PLACED, SO A SANCTION IS NEVER APPLIED TWICE.
       FD  INTEGRITY-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  INTEGRITY-RECORD.
           05  IC-KEY.
               10  IC-STUDENT-ID       PIC 9(6).
               10  IC-CASE-NO          PIC 9(3).
           05  IC-COURSE-CODE          PIC X(4).
           05  IC-TERM                 PIC X(6).
           05  IC-ALLEGATION           PIC X(40).
           05  IC-HEARING-DATE         PIC 9(8).
           05  IC-OUTCOME              PIC X.
           05  IC-SANCTION             PIC X(2).
           05  IC-STATUS               PIC X.
           05  IC-OPENED-BY            PIC X(8).
           05  IC-OPEN-DATE            PIC 9(8).
           05  IC-CLOSE-DATE           PIC 9(8).
           05  IC-SANCTION-DONE        PIC X.

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

       FD  HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-STUDENT-ID     PIC 9(6).
               10  HOLD-CODE           PIC X(2).
           05  HOLD-REASON             PIC X(30).
           05  HOLD-PLACED-BY          PIC X(8).
           05  HOLD-DATE               PIC 9(8).

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
       01  WS-INTEGRITY-STATUS         PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS             PIC XX VALUE SPACES.
       01  WS-PENDING-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS              PIC XX VALUE SPACES.
       01  WS-CRED-STATUS              PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-INTEGRITY-OPEN           PIC X VALUE 'N'.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-GRADE-OPEN               PIC X VALUE 'N'.
       01  WS-AUDIT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-OPERATOR-ROLE            PIC X VALUE 'C'.
       01  WS-CRED-EOF                 PIC X VALUE 'N'.
       01  WS-SEARCH-ID                PIC 9(6) VALUE ZEROES.
       01  WS-SEARCH-CASE              PIC 9(3) VALUE ZEROES.
       01  WS-NEXT-CASE                PIC 9(3) VALUE ZEROES.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-CASE-COUNT               PIC 9(3) VALUE ZEROES.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-COURSE             PIC X(4) VALUE SPACES.
       01  WS-ENTRY-TERM               PIC X(6) VALUE SPACES.
       01  WS-ENTRY-ALLEGATION         PIC X(40) VALUE SPACES.
       01  WS-ENTRY-HEARING            PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-OUTCOME            PIC X VALUE SPACES.
       01  WS-ENTRY-SANCTION           PIC X(2) VALUE SPACES.
       01  WS-ENTRY-CLOSE              PIC X VALUE SPACES.
       01  WS-VALID-ENTRY              PIC X VALUE 'Y'.
       01  WS-OLD-GRADE                PIC X(2) VALUE SPACES.
       01  WS-SUSPEND-CODE             PIC X(2) VALUE 'DI'.
       01  WS-SUSPEND-REASON           PIC X(30)
               VALUE 'ACADEMIC INTEGRITY SUSPENSION'.

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

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 0500-CHECK-SUPERVISOR.
           IF WS-CONTINUE = 'Y'
               PERFORM 1000-INIT
           END-IF.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           PERFORM 3000-TERMINATE.
           GOBACK.

       0500-CHECK-SUPERVISOR.
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

           IF WS-OPERATOR-ROLE NOT = 'S' AND
              WS-OPERATOR-ROLE NOT = 'A'
               DISPLAY 'ACADEMIC INTEGRITY CASES REQUIRE A '
                       'SUPERVISOR OPERATOR'
               DISPLAY 'PRESS ENTER TO RETURN TO MENU...'
               ACCEPT WS-CONFIRMATION
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       1000-INIT.
           OPEN I-O INTEGRITY-FILE.
           IF WS-INTEGRITY-STATUS = '05' OR
              WS-INTEGRITY-STATUS = '35'
               CLOSE INTEGRITY-FILE
               OPEN OUTPUT INTEGRITY-FILE
               CLOSE INTEGRITY-FILE
               OPEN I-O INTEGRITY-FILE
           END-IF.
           IF WS-INTEGRITY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE FILE: ' WS-INTEGRITY-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'Y' TO WS-INTEGRITY-OPEN
               OPEN INPUT STUDENT-FILE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE: '
                           WS-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   MOVE 'Y' TO WS-STUDENT-OPEN
                   OPEN INPUT GRADE-FILE
                   IF WS-GRADE-STATUS = '00'
                       MOVE 'Y' TO WS-GRADE-OPEN
                   END-IF
                   OPEN EXTEND STUDENT-AUDIT-FILE
                   IF WS-AUDIT-STATUS = '05'
                       OPEN OUTPUT STUDENT-AUDIT-FILE
                   END-IF
                   IF WS-AUDIT-STATUS = '00'
                       MOVE 'Y' TO WS-AUDIT-OPEN
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '      ACADEMIC INTEGRITY CASES          '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. OPEN A NEW CASE'.
           DISPLAY '2. RECORD HEARING / OUTCOME / SANCTION'.
           DISPLAY '3. LIST CASES FOR A STUDENT'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE (1-4): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-OPEN-CASE
               WHEN 2
                   PERFORM 2200-UPDATE-CASE
               WHEN 3
                   PERFORM 2300-LIST-CASES
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2050-GET-STUDENT.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-SEARCH-ID.
           IF WS-SEARCH-ID NOT = 0
               MOVE WS-SEARCH-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT ID NOT FOUND: ' WS-SEARCH-ID
                       MOVE ZEROES TO WS-SEARCH-ID
                   NOT INVALID KEY
                       DISPLAY 'STUDENT: ' STUDENT-NAME
               END-READ
           END-IF.

       2100-OPEN-CASE.
           PERFORM 2050-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
               PERFORM 2110-FIND-NEXT-CASE
               DISPLAY 'ENTER COURSE CODE: '
               ACCEPT WS-ENTRY-COURSE
               DISPLAY 'ENTER TERM (E.G. 2026FA): '
               ACCEPT WS-ENTRY-TERM
               DISPLAY 'ENTER ALLEGATION: '
               ACCEPT WS-ENTRY-ALLEGATION
               DISPLAY 'ENTER HEARING DATE YYYYMMDD (OR 0 IF NOT SET): '
               ACCEPT WS-ENTRY-HEARING

               MOVE WS-SEARCH-ID TO IC-STUDENT-ID
               MOVE WS-NEXT-CASE TO IC-CASE-NO
               MOVE WS-ENTRY-COURSE TO IC-COURSE-CODE
               MOVE WS-ENTRY-TERM TO IC-TERM
               MOVE WS-ENTRY-ALLEGATION TO IC-ALLEGATION
               MOVE WS-ENTRY-HEARING TO IC-HEARING-DATE
               MOVE 'P' TO IC-OUTCOME
               MOVE 'NO' TO IC-SANCTION
               MOVE 'O' TO IC-STATUS
               MOVE WS-OPERATOR-ID TO IC-OPENED-BY
               MOVE WS-TODAY-DATE TO IC-OPEN-DATE
               MOVE ZEROES TO IC-CLOSE-DATE
               MOVE 'N' TO IC-SANCTION-DONE

               DISPLAY 'CONFIRM SAVE (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   WRITE INTEGRITY-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING CASE: '
                                   WS-INTEGRITY-STATUS
                       NOT INVALID KEY
                           DISPLAY 'CASE ' WS-NEXT-CASE ' OPENED!'
                   END-WRITE
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-FIND-NEXT-CASE.
           MOVE ZEROES TO WS-NEXT-CASE.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-SEARCH-ID TO IC-STUDENT-ID.
           MOVE ZEROES TO IC-CASE-NO.
           START INTEGRITY-FILE KEY IS >= IC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ INTEGRITY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF IC-STUDENT-ID = WS-SEARCH-ID
                           MOVE IC-CASE-NO TO WS-NEXT-CASE
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-CASE.

       2200-UPDATE-CASE.
           PERFORM 2050-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
               DISPLAY 'ENTER CASE NUMBER: '
               ACCEPT WS-SEARCH-CASE
               MOVE WS-SEARCH-ID TO IC-STUDENT-ID
               MOVE WS-SEARCH-CASE TO IC-CASE-NO
               READ INTEGRITY-FILE
                   INVALID KEY
                       DISPLAY 'CASE NOT FOUND'
                   NOT INVALID KEY
                       PERFORM 2210-SHOW-CASE
                       IF IC-STATUS = 'C'
                           DISPLAY 'CASE IS CLOSED - NO CHANGES '
                                   'ALLOWED'
                       ELSE
                           PERFORM 2220-ACCEPT-UPDATE
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2210-SHOW-CASE.
           DISPLAY 'CASE      : ' IC-CASE-NO '   STATUS: ' IC-STATUS.
           DISPLAY 'COURSE    : ' IC-COURSE-CODE '  TERM: ' IC-TERM.
           DISPLAY 'ALLEGATION: ' IC-ALLEGATION.
           DISPLAY 'HEARING   : ' IC-HEARING-DATE.
           DISPLAY 'OUTCOME   : ' IC-OUTCOME
                   '   SANCTION: ' IC-SANCTION.
           DISPLAY 'OPENED    : ' IC-OPEN-DATE ' BY ' IC-OPENED-BY.

       2220-ACCEPT-UPDATE.
           MOVE 'Y' TO WS-VALID-ENTRY.
           DISPLAY 'ENTER HEARING DATE YYYYMMDD (OR 0 TO KEEP): '.
           ACCEPT WS-ENTRY-HEARING.
           IF WS-ENTRY-HEARING NOT = ZEROES
               MOVE WS-ENTRY-HEARING TO IC-HEARING-DATE
           END-IF.

           DISPLAY 'ENTER OUTCOME (P=PENDING, R=RESPONSIBLE, '
                   'N=NOT RESPONSIBLE, W=WITHDRAWN): '.
           ACCEPT WS-ENTRY-OUTCOME.
           IF WS-ENTRY-OUTCOME NOT = SPACES
               IF WS-ENTRY-OUTCOME = 'P' OR WS-ENTRY-OUTCOME = 'R' OR
                  WS-ENTRY-OUTCOME = 'N' OR WS-ENTRY-OUTCOME = 'W'
                   MOVE WS-ENTRY-OUTCOME TO IC-OUTCOME
               ELSE
                   DISPLAY 'INVALID OUTCOME: ' WS-ENTRY-OUTCOME
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF.

           IF IC-OUTCOME = 'R' AND IC-SANCTION-DONE NOT = 'Y'
               DISPLAY 'ENTER SANCTION (NO=NONE, WA=WARNING, '
                       'FG=GRADE OF F, SU=SUSPENSION): '
               ACCEPT WS-ENTRY-SANCTION
               IF WS-ENTRY-SANCTION NOT = SPACES
                   IF WS-ENTRY-SANCTION = 'NO' OR
                      WS-ENTRY-SANCTION = 'WA' OR
                      WS-ENTRY-SANCTION = 'FG' OR
                      WS-ENTRY-SANCTION = 'SU'
                       MOVE WS-ENTRY-SANCTION TO IC-SANCTION
                   ELSE
                       DISPLAY 'INVALID SANCTION: ' WS-ENTRY-SANCTION
                       MOVE 'N' TO WS-VALID-ENTRY
                   END-IF
               END-IF
           END-IF.
           IF IC-OUTCOME NOT = 'R' AND IC-SANCTION-DONE NOT = 'Y'
               MOVE 'NO' TO IC-SANCTION
           END-IF.

           DISPLAY 'CLOSE THE CASE (Y/N)? '.
           ACCEPT WS-ENTRY-CLOSE.
           IF WS-ENTRY-CLOSE = 'Y' OR WS-ENTRY-CLOSE = 'y'
               IF IC-OUTCOME = 'P'
                   DISPLAY 'A CASE PENDING HEARING CANNOT BE CLOSED'
                   MOVE 'N' TO WS-VALID-ENTRY
               ELSE
                   MOVE 'C' TO IC-STATUS
                   MOVE WS-TODAY-DATE TO IC-CLOSE-DATE
               END-IF
           END-IF.

           IF WS-VALID-ENTRY = 'Y'
               DISPLAY 'CONFIRM SAVE (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   IF IC-SANCTION-DONE NOT = 'Y'
                       PERFORM 2400-APPLY-SANCTION
                   END-IF
                   REWRITE INTEGRITY-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING CASE: '
                                   WS-INTEGRITY-STATUS
                       NOT INVALID KEY
                           DISPLAY 'CASE UPDATED!'
                   END-REWRITE
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
           ELSE
               DISPLAY 'CASE NOT SAVED'
           END-IF.

       2300-LIST-CASES.
           PERFORM 2050-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
               MOVE ZEROES TO WS-CASE-COUNT
               MOVE 'N' TO WS-END-OF-LIST
               MOVE WS-SEARCH-ID TO IC-STUDENT-ID
               MOVE ZEROES TO IC-CASE-NO
               START INTEGRITY-FILE KEY IS >= IC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LIST
               END-START
               DISPLAY 'CASE COURSE TERM   HEARING  OUT SAN ST'
               PERFORM UNTIL WS-END-OF-LIST = 'Y'
                   READ INTEGRITY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-LIST
                       NOT AT END
                           IF IC-STUDENT-ID = WS-SEARCH-ID
                               ADD 1 TO WS-CASE-COUNT
                               DISPLAY IC-CASE-NO '  ' IC-COURSE-CODE
                                       '   ' IC-TERM ' '
                                       IC-HEARING-DATE '  '
                                       IC-OUTCOME '   ' IC-SANCTION
                                       '  ' IC-STATUS
                               DISPLAY '     ' IC-ALLEGATION
                           ELSE
                               MOVE 'Y' TO WS-END-OF-LIST
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CASE-COUNT = 0
                   DISPLAY '(NO CASES ON FILE)'
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * A GRADE OF F IS NOT WRITTEN HERE - IT JOINS THE PENDING
      * GRADE-CHANGE QUEUE SO IT IS APPROVED AND AUDITED THE SAME WAY
      * AS ANY OTHER CHANGE.  A SUSPENSION PLACES A DISCIPLINE HOLD.
       2400-APPLY-SANCTION.
           EVALUATE IC-SANCTION
               WHEN 'FG'
                   PERFORM 2410-QUEUE-GRADE-F
               WHEN 'SU'
                   PERFORM 2420-PLACE-SUSPENSION-HOLD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2410-QUEUE-GRADE-F.
           MOVE SPACES TO WS-OLD-GRADE.
           IF WS-GRADE-OPEN = 'Y'
               MOVE IC-STUDENT-ID TO GR-STUDENT-ID
               MOVE IC-COURSE-CODE TO GR-COURSE-CODE
               MOVE IC-TERM TO GR-TERM
               READ GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GR-GRADE TO WS-OLD-GRADE
               END-READ
           END-IF.

           OPEN I-O GRADE-PENDING-FILE.
           IF WS-PENDING-STATUS = '05' OR WS-PENDING-STATUS = '35'
               CLOSE GRADE-PENDING-FILE
               OPEN OUTPUT GRADE-PENDING-FILE
               CLOSE GRADE-PENDING-FILE
               OPEN I-O GRADE-PENDING-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PENDING-CHANGE QUEUE: '
                       WS-PENDING-STATUS
           ELSE
               MOVE IC-STUDENT-ID TO GP-STUDENT-ID
               MOVE IC-COURSE-CODE TO GP-COURSE-CODE
               MOVE IC-TERM TO GP-TERM
               MOVE WS-OLD-GRADE TO GP-OLD-GRADE
               MOVE 'F ' TO GP-NEW-GRADE
               MOVE WS-OPERATOR-ID TO GP-REQUESTED-BY
               MOVE WS-TODAY-DATE TO GP-REQUEST-DATE
               MOVE ZEROES TO GP-LAPSE-DATE
               WRITE GRADE-PENDING-RECORD
                   INVALID KEY
                       REWRITE GRADE-PENDING-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR QUEUEING GRADE OF F: '
                                       WS-PENDING-STATUS
                           NOT INVALID KEY
                               MOVE 'Y' TO IC-SANCTION-DONE
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'Y' TO IC-SANCTION-DONE
               END-WRITE
               CLOSE GRADE-PENDING-FILE
               IF IC-SANCTION-DONE = 'Y'
                   DISPLAY 'GRADE OF F QUEUED FOR SUPERVISOR '
                           'APPROVAL'
               END-IF
           END-IF.

       2420-PLACE-SUSPENSION-HOLD.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS = '05' OR WS-HOLD-STATUS = '35'
               CLOSE HOLD-FILE
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOLD FILE: ' WS-HOLD-STATUS
           ELSE
               MOVE IC-STUDENT-ID TO HOLD-STUDENT-ID
               MOVE WS-SUSPEND-CODE TO HOLD-CODE
               MOVE WS-SUSPEND-REASON TO HOLD-REASON
               MOVE WS-OPERATOR-ID TO HOLD-PLACED-BY
               MOVE WS-TODAY-DATE TO HOLD-DATE
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY 'HOLD ' WS-SUSPEND-CODE
                               ' ALREADY ON FILE FOR STUDENT '
                               IC-STUDENT-ID
                       MOVE 'Y' TO IC-SANCTION-DONE
                   NOT INVALID KEY
                       DISPLAY 'SUSPENSION HOLD PLACED'
                       MOVE 'Y' TO IC-SANCTION-DONE
                       MOVE 'HOLD-PLACE' TO AUD-FIELD-NAME
                       MOVE SPACES TO AUD-OLD-VALUE
                       MOVE SPACES TO AUD-NEW-VALUE
                       STRING WS-SUSPEND-CODE ' ' WS-SUSPEND-REASON
                              DELIMITED BY SIZE
                              INTO AUD-NEW-VALUE
                       PERFORM 2900-WRITE-AUDIT
               END-WRITE
               CLOSE HOLD-FILE
           END-IF.

       2900-WRITE-AUDIT.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE IC-STUDENT-ID TO AUD-STUDENT-ID
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       3000-TERMINATE.
           IF WS-INTEGRITY-OPEN = 'Y'
               CLOSE INTEGRITY-FILE
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-GRADE-OPEN = 'Y'
               CLOSE GRADE-FILE
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
