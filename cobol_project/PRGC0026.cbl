               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFAUDIT-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO 'PAYRANK.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-RANK
               FILE STATUS IS WS-PAYRATE-STATUS.

           SELECT DEPT-FILE ASSIGN TO 'DEPT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * INS-APPOINTMENT: S=SESSIONAL, PAID PER SECTION AT THE RATE
      * FOR INS-RANK ON THE PAY RATE FILE; OTHERWISE SALARIED.
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

       FD  ASSIGN-FILE
           RECORD CONTAINS 10 CHARACTERS.
           05  RA-TIMESTAMP            PIC X(16).
           05  RA-OPERATOR             PIC X(8).

      * SESSIONAL PAY RATE PER CONTACT HOUR FOR EACH RANK.
       FD  PAY-RATE-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  PAY-RATE-RECORD.
           05  PR-RANK                 PIC X(2).
           05  PR-DESC                 PIC X(20).
           05  PR-HOUR-RATE            PIC 9(4)V99.
           05  PR-ENTERED-BY           PIC X(8).
           05  PR-ENTERED-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).

      * DEPARTMENT MASTER, MAINTAINED BY PRGC0119.
       FD  DEPT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  DEPT-RECORD.
           05  DEPT-CODE               PIC X(10).
           05  DEPT-NAME               PIC X(30).
           05  DEPT-FACULTY            PIC X(10).
           05  DEPT-CHAIR              PIC X(4).
           05  DEPT-STATUS             PIC X.
           05  FILLER                  PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-REFAUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-INSTRUCTOR-STATUS        PIC XX VALUE SPACES.
       01  WS-ASSIGN-STATUS            PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-PAYRATE-STATUS           PIC XX VALUE SPACES.
       01  WS-PAYRATE-EXISTS           PIC X VALUE 'N'.
       01  WS-TEMP-RANK                PIC X(2) VALUE SPACES.
       01  WS-TEMP-APPOINTMENT         PIC X VALUE SPACES.
       01  WS-OLD-PAY-TERMS            PIC X(3) VALUE SPACES.
       01  WS-TEMP-RATE-X              PIC X(10) VALUE SPACES.
       01  WS-TEMP-DESC                PIC X(20) VALUE SPACES.
       01  WS-RATE-EDIT                PIC Z,ZZ9.99.
       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-END-OF-SCAN              PIC X VALUE 'N'.
       01  WS-LOAD-OK                  PIC X VALUE 'Y'.
       01  WS-SAVED-ASG-KEY            PIC X(6) VALUE SPACES.
       01  WS-DEPT-STATUS              PIC XX VALUE SPACES.
       01  WS-DEPT-OPEN                PIC X VALUE 'N'.
       01  WS-DEPT-OK                  PIC X VALUE 'N'.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).
               CLOSE ASSIGN-FILE
               OPEN I-O ASSIGN-FILE
           END-IF.
           OPEN I-O PAY-RATE-FILE.
           IF WS-PAYRATE-STATUS = '05' OR WS-PAYRATE-STATUS = '35'
               CLOSE PAY-RATE-FILE
               OPEN OUTPUT PAY-RATE-FILE
               CLOSE PAY-RATE-FILE
               OPEN I-O PAY-RATE-FILE
           END-IF.
           OPEN INPUT COURSE-FILE.
           IF WS-INSTRUCTOR-STATUS NOT = '00' OR
              WS-ASSIGN-STATUS NOT = '00' OR
              WS-COURSE-STATUS NOT = '00' OR
              WS-PAYRATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES: '
                       WS-INSTRUCTOR-STATUS ' ' WS-ASSIGN-STATUS
                       ' ' WS-COURSE-STATUS ' ' WS-PAYRATE-STATUS
               MOVE 'N' TO WS-CONTINUE
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = '00'
               MOVE 'Y' TO WS-DEPT-OPEN
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY ' '.
           DISPLAY '1. MAINTAIN INSTRUCTOR MASTER'.
           DISPLAY '2. ASSIGN INSTRUCTOR TO COURSE/SECTION'.
           DISPLAY '3. MAINTAIN SESSIONAL PAY RATES BY RANK'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE (1-4): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
                   PERFORM 2100-MAINTAIN-INSTRUCTOR
               WHEN 2
                   PERFORM 2200-MAINTAIN-ASSIGNMENT
               WHEN 3
                   PERFORM 2300-MAINTAIN-PAY-RATE
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.
                   DISPLAY 'CURRENT STATUS : ' INS-STATUS
                   DISPLAY 'CURRENT MAX SECTIONS : '
                           INS-MAX-SECTIONS
                   DISPLAY 'CURRENT RANK   : ' INS-RANK
                   DISPLAY 'CURRENT APPOINTMENT : ' INS-APPOINTMENT
           END-READ.
           IF WS-INSTRUCTOR-EXISTS = 'N'
               MOVE SPACES TO INSTRUCTOR-RECORD
               MOVE ZEROES TO INS-MAX-SECTIONS
           END-IF.
           MOVE INS-RANK TO WS-OLD-PAY-TERMS(1:2).
           MOVE INS-APPOINTMENT TO WS-OLD-PAY-TERMS(3:1).

           DISPLAY 'ENTER NAME (OR ENTER TO KEEP CURRENT): '.
           ACCEPT WS-TEMP-NAME.
           END-IF.

           DISPLAY 'ENTER DEPARTMENT (OR ENTER TO KEEP CURRENT): '.
           MOVE SPACES TO WS-TEMP-DEPT.
           ACCEPT WS-TEMP-DEPT.
           IF WS-TEMP-DEPT NOT = SPACES
               PERFORM 2110-CHECK-DEPARTMENT
               IF WS-DEPT-OK = 'Y'
                   MOVE WS-TEMP-DEPT TO INS-DEPT
               END-IF
           END-IF.

           DISPLAY 'ENTER STATUS A/I (OR ENTER TO KEEP CURRENT): '.
               MOVE ZEROES TO INS-MAX-SECTIONS
           END-IF.

           DISPLAY 'ENTER RANK (OR ENTER TO KEEP CURRENT): '.
           MOVE SPACES TO WS-TEMP-RANK.
           ACCEPT WS-TEMP-RANK.
           IF WS-TEMP-RANK NOT = SPACES
               MOVE WS-TEMP-RANK TO INS-RANK
           END-IF.

           DISPLAY 'ENTER APPOINTMENT S=SESSIONAL F=FULL-TIME '
                   '(OR ENTER TO KEEP CURRENT): '.
           MOVE SPACES TO WS-TEMP-APPOINTMENT.
           ACCEPT WS-TEMP-APPOINTMENT.
           IF WS-TEMP-APPOINTMENT NOT = SPACES
               MOVE WS-TEMP-APPOINTMENT TO INS-APPOINTMENT
           END-IF.

           IF WS-INSTRUCTOR-EXISTS = 'N' AND INS-STATUS = SPACES
               MOVE 'A' TO INS-STATUS
           END-IF.

           IF WS-INSTRUCTOR-EXISTS = 'N' AND INS-DEPT = SPACES
               DISPLAY 'A NEW INSTRUCTOR NEEDS A DEPARTMENT - NOT SAVED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENTRY-ID TO INS-ID.
           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
                           MOVE INSTRUCTOR-RECORD(5:40)
                             TO RA-NEW-VALUE
                           PERFORM 7900-WRITE-REF-AUDIT
                           PERFORM 2150-AUDIT-PAY-TERMS
                   END-REWRITE
               ELSE
                   WRITE INSTRUCTOR-RECORD
                           MOVE INSTRUCTOR-RECORD(5:40)
                             TO RA-NEW-VALUE
                           PERFORM 7900-WRITE-REF-AUDIT
                           PERFORM 2150-AUDIT-PAY-TERMS
                   END-WRITE
               END-IF
           ELSE
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * DEPARTMENTS COME FROM THE DEPARTMENT MASTER ONLY, SO EVERY
      * PROGRAM AND INSTRUCTOR ROLLS UP UNDER ONE CODE.
       2110-CHECK-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-OK.
           INSPECT WS-TEMP-DEPT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-DEPT-OPEN NOT = 'Y'
               DISPLAY 'DEPARTMENT MASTER UNAVAILABLE - DEPARTMENT '
                       'NOT CHANGED'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TEMP-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
                   DISPLAY 'UNKNOWN DEPARTMENT: ' WS-TEMP-DEPT
                           ' - SEE THE DEPARTMENT MASTER (MENU 120)'
               NOT INVALID KEY
                   IF DEPT-STATUS NOT = 'A'
                       DISPLAY 'DEPARTMENT ' WS-TEMP-DEPT
                               ' IS INACTIVE - NOT CHANGED'
                   ELSE
                       DISPLAY 'DEPARTMENT: ' DEPT-NAME
                       MOVE 'Y' TO WS-DEPT-OK
                   END-IF
           END-READ.

      * RANK AND APPOINTMENT DRIVE SESSIONAL PAY, SO A CHANGE TO
      * EITHER IS AUDITED ON ITS OWN LINE.
       2150-AUDIT-PAY-TERMS.
           IF INS-RANK NOT = WS-OLD-PAY-TERMS(1:2) OR
              INS-APPOINTMENT NOT = WS-OLD-PAY-TERMS(3:1)
               MOVE 'INSTRUCTOR' TO RA-ENTITY
               MOVE INS-ID TO RA-ENTITY-KEY
               MOVE 'PAY-TERMS' TO RA-ACTION
               MOVE WS-OLD-PAY-TERMS TO RA-OLD-VALUE
               MOVE SPACES TO RA-NEW-VALUE
               MOVE INS-RANK TO RA-NEW-VALUE(1:2)
               MOVE INS-APPOINTMENT TO RA-NEW-VALUE(3:1)
               PERFORM 7900-WRITE-REF-AUDIT
           END-IF.

       2200-MAINTAIN-ASSIGNMENT.
           DISPLAY 'ENTER COURSE CODE: '.
           ACCEPT WS-ENTRY-COURSE.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2300-MAINTAIN-PAY-RATE.
           PERFORM 2310-LIST-PAY-RATES.
           DISPLAY 'ENTER RANK (OR BLANK TO CANCEL): '.
           MOVE SPACES TO WS-TEMP-RANK.
           ACCEPT WS-TEMP-RANK.
           IF WS-TEMP-RANK = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEMP-RANK TO PR-RANK.
           MOVE 'N' TO WS-PAYRATE-EXISTS.
           MOVE SPACES TO WS-REF-BEFORE.
           READ PAY-RATE-FILE
               INVALID KEY
                   DISPLAY 'RANK NOT FOUND - ADDING NEW'
                   MOVE SPACES TO PR-DESC
                   MOVE ZEROES TO PR-HOUR-RATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAYRATE-EXISTS
                   MOVE PR-HOUR-RATE TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO WS-REF-BEFORE
                   DISPLAY 'CURRENT DESCRIPTION : ' PR-DESC
                   DISPLAY 'CURRENT HOURLY RATE : ' WS-RATE-EDIT
           END-READ.

           DISPLAY 'ENTER DESCRIPTION (OR ENTER TO KEEP CURRENT): '.
           MOVE SPACES TO WS-TEMP-DESC.
           ACCEPT WS-TEMP-DESC.
           IF WS-TEMP-DESC NOT = SPACES
               MOVE WS-TEMP-DESC TO PR-DESC
           END-IF.
           DISPLAY 'ENTER RATE PER CONTACT HOUR (9999.99): '.
           MOVE SPACES TO WS-TEMP-RATE-X.
           ACCEPT WS-TEMP-RATE-X.
           IF WS-TEMP-RATE-X = SPACES
               DISPLAY 'RATE IS REQUIRED - NOT SAVED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TEMP-RANK TO PR-RANK.
           COMPUTE PR-HOUR-RATE = FUNCTION NUMVAL(WS-TEMP-RATE-X).
           MOVE WS-OPERATOR-ID TO PR-ENTERED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PR-ENTERED-DATE.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE 'PAYRATE' TO RA-ENTITY
               MOVE PR-RANK TO RA-ENTITY-KEY
               MOVE WS-REF-BEFORE TO RA-OLD-VALUE
               MOVE PR-HOUR-RATE TO WS-RATE-EDIT
               MOVE SPACES TO RA-NEW-VALUE
               MOVE WS-RATE-EDIT TO RA-NEW-VALUE
               IF WS-PAYRATE-EXISTS = 'Y'
                   REWRITE PAY-RATE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING PAY RATE: '
                                   WS-PAYRATE-STATUS
                       NOT INVALID KEY
                           DISPLAY 'PAY RATE UPDATED!'
                           MOVE 'UPDATE' TO RA-ACTION
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-REWRITE
               ELSE
                   WRITE PAY-RATE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING PAY RATE: '
                                   WS-PAYRATE-STATUS
                       NOT INVALID KEY
                           DISPLAY 'PAY RATE ADDED!'
                           MOVE 'ADD' TO RA-ACTION
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2310-LIST-PAY-RATES.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-SCAN.
           MOVE LOW-VALUES TO PR-RANK.
           START PAY-RATE-FILE KEY IS >= PR-RANK
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START.
           DISPLAY 'RANK DESCRIPTION           RATE/HOUR'.
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ PAY-RATE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE PR-HOUR-RATE TO WS-RATE-EDIT
                       DISPLAY PR-RANK '   ' PR-DESC ' '
                               WS-RATE-EDIT
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY '(NO PAY RATES ON FILE)'
           END-IF.

       7900-WRITE-REF-AUDIT.
           OPEN EXTEND REF-AUDIT-FILE.
           IF WS-REFAUDIT-STATUS = '05'
       3000-TERMINATE.
           CLOSE INSTRUCTOR-FILE
                 ASSIGN-FILE
                 COURSE-FILE
                 PAY-RATE-FILE.
           IF WS-DEPT-OPEN = 'Y'
               CLOSE DEPT-FILE
           END-IF.
