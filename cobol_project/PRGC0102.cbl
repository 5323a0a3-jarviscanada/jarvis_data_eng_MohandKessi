       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0102.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMIT-FILE ASSIGN TO 'STUDYPMT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-STUDENT-ID
               FILE STATUS IS WS-PERMIT-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS STUDENT-COURSE
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BATCH-STATE-FILE ASSIGN TO 'BATCH-STATE.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATE-STATUS.

           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'STUDENT-JOURNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * STUDY PERMIT HELD BY AN INTERNATIONAL STUDENT.  SP-NOTICE-
      * EXPIRY IS THE EXPIRY DATE THE MONTHLY PERMIT RUN LAST SENT AN
      * EXPIRY NOTICE FOR, SO A RENEWED PERMIT IS NOTIFIED AGAIN.
       FD  PERMIT-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01  PERMIT-RECORD.
           05  SP-STUDENT-ID           PIC 9(6).
           05  SP-PERMIT-NO            PIC X(12).
           05  SP-ISSUE-DATE           PIC 9(8).
           05  SP-EXPIRY-DATE          PIC 9(8).
           05  SP-CONDITIONS           PIC X(60).
           05  SP-ENTERED-BY           PIC X(8).
           05  SP-ENTERED-DATE         PIC 9(8).
           05  SP-NOTICE-EXPIRY        PIC 9(8).
           05  FILLER                  PIC X(10).

      * STUDENT-FEE-STATUS: I=INTERNATIONAL, D OR BLANK=DOMESTIC.
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
           05  STUDENT-STANDING        PIC X.
           05  FILLER                  PIC X(46).
           05  STUDENT-FEE-STATUS      PIC X.
           05  FILLER                  PIC X.

       FD  HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-STUDENT-ID     PIC 9(6).
               10  HOLD-CODE           PIC X(2).
           05  HOLD-REASON             PIC X(30).
           05  HOLD-PLACED-BY          PIC X(8).
           05  HOLD-DATE               PIC 9(8).

       FD  STUDENT-AUDIT-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-STUDENT-ID          PIC 9(6).
           05  AUD-FIELD-NAME          PIC X(15).
           05  AUD-OLD-VALUE           PIC X(40).
           05  AUD-NEW-VALUE           PIC X(40).
           05  AUD-TIMESTAMP           PIC X(16).
           05  AUD-OPERATOR            PIC X(8).

       FD  BATCH-STATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  BATCH-STATE-RECORD.
           05  BST-STATE               PIC X.
           05  BST-DATE                PIC 9(8).

       FD  STUDENT-JOURNAL-FILE
           RECORD CONTAINS 385 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JRN-TIMESTAMP           PIC X(16).
           05  JRN-PROGRAM             PIC X(8).
           05  JRN-OPERATION           PIC X.
           05  JRN-BEFORE-IMAGE        PIC X(180).
           05  JRN-AFTER-IMAGE         PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-PERMIT-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS              PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-BATCH-STATE-STATUS       PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-JRN-BEFORE               PIC X(180) VALUE SPACES.
       01  WS-JRN-PROGRAM              PIC X(8) VALUE 'PRGC0102'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-SEARCH-ID                PIC 9(6) VALUE ZEROES.
       01  WS-PERMIT-EXISTS            PIC X VALUE 'N'.
       01  WS-OLD-FEE-STATUS           PIC X VALUE SPACES.
       01  WS-NEW-FEE-STATUS           PIC X VALUE SPACES.
       01  WS-OLD-PERMIT-NO            PIC X(12) VALUE SPACES.
       01  WS-OLD-EXPIRY-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-PERMIT-NO          PIC X(12) VALUE SPACES.
       01  WS-ENTRY-ISSUE-DATE         PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-EXPIRY-DATE        PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-CONDITIONS         PIC X(60) VALUE SPACES.
       01  WS-PERMIT-HOLD-CODE         PIC X(2) VALUE 'IP'.

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
           PERFORM 0900-CHECK-BATCH-WINDOW.
           IF WS-CONTINUE = 'Y'
               PERFORM 1000-INIT
               PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'
               PERFORM 3000-TERMINATE
           END-IF.
           GOBACK.

       0900-CHECK-BATCH-WINDOW.
           OPEN INPUT BATCH-STATE-FILE.
           IF WS-BATCH-STATE-STATUS = '00'
               READ BATCH-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BST-STATE = 'O'
                           DISPLAY 'BATCH CYCLE IN PROGRESS - '
                                   'UPDATES UNAVAILABLE UNTIL THE '
                                   'CYCLE ENDS'
                           MOVE 'N' TO WS-CONTINUE
                       END-IF
               END-READ
               CLOSE BATCH-STATE-FILE
           END-IF.

       1000-INIT.
           OPEN I-O PERMIT-FILE.
           IF WS-PERMIT-STATUS = '05' OR WS-PERMIT-STATUS = '35'
               CLOSE PERMIT-FILE
               OPEN OUTPUT PERMIT-FILE
               CLOSE PERMIT-FILE
               OPEN I-O PERMIT-FILE
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS = '05' OR WS-HOLD-STATUS = '35'
               CLOSE HOLD-FILE
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF WS-PERMIT-STATUS NOT = '00' OR
              WS-HOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PERMIT/HOLD FILES: '
                       WS-PERMIT-STATUS ' ' WS-HOLD-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN I-O STUDENT-FILE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE: '
                           WS-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   OPEN EXTEND STUDENT-AUDIT-FILE
                   IF WS-AUDIT-STATUS = '05'
                       OPEN OUTPUT STUDENT-AUDIT-FILE
                   END-IF
                   IF WS-AUDIT-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING AUDIT FILE: '
                               WS-AUDIT-STATUS
                       MOVE 'N' TO WS-CONTINUE
                   END-IF
                   OPEN EXTEND STUDENT-JOURNAL-FILE
                   IF WS-JOURNAL-STATUS = '05'
                       OPEN OUTPUT STUDENT-JOURNAL-FILE
                   END-IF
                   IF WS-JOURNAL-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING JOURNAL FILE: '
                               WS-JOURNAL-STATUS
                       MOVE 'N' TO WS-CONTINUE
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '   INTERNATIONAL STUDENTS AND PERMITS   '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. SET RESIDENCY / FEE STATUS'.
           DISPLAY '2. ADD OR UPDATE A STUDY PERMIT'.
           DISPLAY '3. VIEW A STUDY PERMIT'.
           DISPLAY '4. REMOVE A STUDY PERMIT'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE (1-5): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-SET-FEE-STATUS
               WHEN 2
                   PERFORM 2200-MAINTAIN-PERMIT
               WHEN 3
                   PERFORM 2300-VIEW-PERMIT
               WHEN 4
                   PERFORM 2400-REMOVE-PERMIT
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2100-SET-FEE-STATUS.
           PERFORM 2500-GET-STUDENT.
           IF WS-SEARCH-ID = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE STUDENT-FEE-STATUS TO WS-OLD-FEE-STATUS.
           IF WS-OLD-FEE-STATUS = 'I'
               DISPLAY 'CURRENT FEE STATUS: I (INTERNATIONAL)'
           ELSE
               DISPLAY 'CURRENT FEE STATUS: D (DOMESTIC)'
           END-IF.
           DISPLAY 'ENTER NEW FEE STATUS (D=DOMESTIC, '
                   'I=INTERNATIONAL): '.
           MOVE SPACES TO WS-NEW-FEE-STATUS.
           ACCEPT WS-NEW-FEE-STATUS.
           IF WS-NEW-FEE-STATUS = 'd'
               MOVE 'D' TO WS-NEW-FEE-STATUS
           END-IF.
           IF WS-NEW-FEE-STATUS = 'i'
               MOVE 'I' TO WS-NEW-FEE-STATUS
           END-IF.
           IF WS-NEW-FEE-STATUS NOT = 'D' AND
              WS-NEW-FEE-STATUS NOT = 'I'
               DISPLAY 'FEE STATUS MUST BE D OR I - NOT SAVED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE STUDENT-RECORD TO WS-JRN-BEFORE
               MOVE WS-NEW-FEE-STATUS TO STUDENT-FEE-STATUS
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING STUDENT: '
                               WS-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'FEE STATUS UPDATED!'
                       PERFORM 2640-WRITE-JOURNAL
                       IF WS-OLD-FEE-STATUS NOT = WS-NEW-FEE-STATUS
                           PERFORM 2610-WRITE-FEE-AUDIT
                       END-IF
               END-REWRITE
               IF WS-NEW-FEE-STATUS = 'I'
                   MOVE WS-SEARCH-ID TO SP-STUDENT-ID
                   READ PERMIT-FILE
                       INVALID KEY
                           DISPLAY 'NOTE: NO STUDY PERMIT ON FILE - '
                                   'USE OPTION 2 TO RECORD IT'
                   END-READ
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2200-MAINTAIN-PERMIT.
           PERFORM 2500-GET-STUDENT.
           IF WS-SEARCH-ID = 0
               EXIT PARAGRAPH
           END-IF.
           IF STUDENT-FEE-STATUS NOT = 'I'
               DISPLAY 'NOTE: STUDENT IS NOT FLAGGED INTERNATIONAL'
           END-IF.

           MOVE WS-SEARCH-ID TO SP-STUDENT-ID.
           MOVE 'N' TO WS-PERMIT-EXISTS.
           MOVE SPACES TO WS-OLD-PERMIT-NO.
           MOVE ZEROES TO WS-OLD-EXPIRY-DATE.
           READ PERMIT-FILE
               INVALID KEY
                   DISPLAY 'NO PERMIT ON FILE - ADDING NEW'
                   MOVE ZEROES TO SP-NOTICE-EXPIRY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PERMIT-EXISTS
                   MOVE SP-PERMIT-NO TO WS-OLD-PERMIT-NO
                   MOVE SP-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
                   PERFORM 2310-SHOW-PERMIT
           END-READ.

           DISPLAY 'ENTER PERMIT NUMBER: '.
           MOVE SPACES TO WS-ENTRY-PERMIT-NO.
           ACCEPT WS-ENTRY-PERMIT-NO.
           DISPLAY 'ENTER ISSUE DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-ISSUE-DATE.
           DISPLAY 'ENTER EXPIRY DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-EXPIRY-DATE.
           DISPLAY 'ENTER CONDITIONS (BLANK FOR NONE): '.
           MOVE SPACES TO WS-ENTRY-CONDITIONS.
           ACCEPT WS-ENTRY-CONDITIONS.

           IF WS-ENTRY-PERMIT-NO = SPACES OR
              WS-ENTRY-ISSUE-DATE = ZEROES OR
              WS-ENTRY-EXPIRY-DATE NOT > WS-ENTRY-ISSUE-DATE
               DISPLAY 'PERMIT NUMBER IS REQUIRED AND EXPIRY MUST '
                       'FOLLOW ISSUE - NOT SAVED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SEARCH-ID TO SP-STUDENT-ID.
           MOVE WS-ENTRY-PERMIT-NO TO SP-PERMIT-NO.
           MOVE WS-ENTRY-ISSUE-DATE TO SP-ISSUE-DATE.
           MOVE WS-ENTRY-EXPIRY-DATE TO SP-EXPIRY-DATE.
           MOVE WS-ENTRY-CONDITIONS TO SP-CONDITIONS.
           MOVE WS-OPERATOR-ID TO SP-ENTERED-BY.
           MOVE WS-TODAY-DATE TO SP-ENTERED-DATE.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               IF WS-PERMIT-EXISTS = 'Y'
                   REWRITE PERMIT-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING PERMIT: '
                                   WS-PERMIT-STATUS
                       NOT INVALID KEY
                           DISPLAY 'PERMIT UPDATED!'
                           PERFORM 2620-WRITE-PERMIT-AUDIT
                           PERFORM 2700-RELEASE-PERMIT-HOLD
                   END-REWRITE
               ELSE
                   WRITE PERMIT-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING PERMIT: '
                                   WS-PERMIT-STATUS
                       NOT INVALID KEY
                           DISPLAY 'PERMIT ADDED!'
                           PERFORM 2620-WRITE-PERMIT-AUDIT
                           PERFORM 2700-RELEASE-PERMIT-HOLD
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2300-VIEW-PERMIT.
           PERFORM 2500-GET-STUDENT.
           IF WS-SEARCH-ID = 0
               EXIT PARAGRAPH
           END-IF.
           IF STUDENT-FEE-STATUS = 'I'
               DISPLAY 'FEE STATUS   : I (INTERNATIONAL)'
           ELSE
               DISPLAY 'FEE STATUS   : D (DOMESTIC)'
           END-IF.
           MOVE WS-SEARCH-ID TO SP-STUDENT-ID.
           READ PERMIT-FILE
               INVALID KEY
                   DISPLAY 'NO STUDY PERMIT ON FILE'
               NOT INVALID KEY
                   PERFORM 2310-SHOW-PERMIT
           END-READ.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2310-SHOW-PERMIT.
           DISPLAY 'PERMIT NUMBER: ' SP-PERMIT-NO.
           DISPLAY 'ISSUED       : ' SP-ISSUE-DATE.
           IF SP-EXPIRY-DATE < WS-TODAY-DATE
               DISPLAY 'EXPIRES      : ' SP-EXPIRY-DATE ' (EXPIRED)'
           ELSE
               DISPLAY 'EXPIRES      : ' SP-EXPIRY-DATE
           END-IF.
           DISPLAY 'CONDITIONS   : ' SP-CONDITIONS.
           DISPLAY 'ENTERED      : ' SP-ENTERED-DATE
                   ' BY ' SP-ENTERED-BY.

       2400-REMOVE-PERMIT.
           PERFORM 2500-GET-STUDENT.
           IF WS-SEARCH-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEARCH-ID TO SP-STUDENT-ID.
           READ PERMIT-FILE
               INVALID KEY
                   DISPLAY 'NO STUDY PERMIT ON FILE'
               NOT INVALID KEY
                   PERFORM 2310-SHOW-PERMIT
                   DISPLAY 'CONFIRM REMOVE (Y/N)? '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                       MOVE SP-PERMIT-NO TO WS-OLD-PERMIT-NO
                       MOVE SP-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
                       DELETE PERMIT-FILE
                           INVALID KEY
                               DISPLAY 'ERROR REMOVING PERMIT: '
                                       WS-PERMIT-STATUS
                           NOT INVALID KEY
                               DISPLAY 'PERMIT REMOVED'
                               PERFORM 2630-WRITE-REMOVE-AUDIT
                       END-DELETE
                   ELSE
                       DISPLAY 'OPERATION CANCELLED'
                   END-IF
           END-READ.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2500-GET-STUDENT.
           DISPLAY 'ENTER STUDENT ID (OR 0 TO CANCEL): '.
           ACCEPT WS-SEARCH-ID.
           IF WS-SEARCH-ID NOT = 0
               MOVE WS-SEARCH-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT ID NOT FOUND: ' WS-SEARCH-ID
                       MOVE 0 TO WS-SEARCH-ID
                       DISPLAY 'PRESS ENTER TO CONTINUE...'
                       ACCEPT WS-CONFIRMATION
                   NOT INVALID KEY
                       DISPLAY 'STUDENT NAME: ' STUDENT-NAME
               END-READ
           END-IF.

       2610-WRITE-FEE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-SEARCH-ID TO AUD-STUDENT-ID.
           MOVE 'FEE-STATUS' TO AUD-FIELD-NAME.
           MOVE WS-OLD-FEE-STATUS TO AUD-OLD-VALUE.
           MOVE WS-NEW-FEE-STATUS TO AUD-NEW-VALUE.
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           WRITE AUDIT-RECORD.

       2620-WRITE-PERMIT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-SEARCH-ID TO AUD-STUDENT-ID.
           MOVE 'STUDY-PERMIT' TO AUD-FIELD-NAME.
           MOVE SPACES TO AUD-OLD-VALUE.
           IF WS-PERMIT-EXISTS = 'Y'
               STRING WS-OLD-PERMIT-NO ' EXP ' WS-OLD-EXPIRY-DATE
                      DELIMITED BY SIZE
                      INTO AUD-OLD-VALUE
           END-IF.
           MOVE SPACES TO AUD-NEW-VALUE.
           STRING SP-PERMIT-NO ' EXP ' SP-EXPIRY-DATE
                  DELIMITED BY SIZE
                  INTO AUD-NEW-VALUE.
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           WRITE AUDIT-RECORD.

       2630-WRITE-REMOVE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-SEARCH-ID TO AUD-STUDENT-ID.
           MOVE 'STUDY-PERMIT' TO AUD-FIELD-NAME.
           MOVE SPACES TO AUD-OLD-VALUE.
           STRING WS-OLD-PERMIT-NO ' EXP ' WS-OLD-EXPIRY-DATE
                  DELIMITED BY SIZE
                  INTO AUD-OLD-VALUE.
           MOVE SPACES TO AUD-NEW-VALUE.
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           WRITE AUDIT-RECORD.

       2640-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-AUDIT-TIMESTAMP TO JRN-TIMESTAMP.
           MOVE WS-JRN-PROGRAM TO JRN-PROGRAM.
           MOVE 'R' TO JRN-OPERATION.
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE.
           MOVE STUDENT-RECORD TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.

      * A CURRENT PERMIT LIFTS THE EXPIRED-PERMIT HOLD PLACED BY THE
      * MONTHLY PERMIT RUN.
       2700-RELEASE-PERMIT-HOLD.
           IF SP-EXPIRY-DATE NOT < WS-TODAY-DATE
               MOVE WS-SEARCH-ID TO HOLD-STUDENT-ID
               MOVE WS-PERMIT-HOLD-CODE TO HOLD-CODE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION CURRENT-DATE
                         TO WS-AUDIT-TIMESTAMP
                       MOVE SPACES TO AUD-OLD-VALUE
                       STRING HOLD-CODE ' ' HOLD-REASON
                              DELIMITED BY SIZE
                              INTO AUD-OLD-VALUE
                       DELETE HOLD-FILE
                           INVALID KEY
                               DISPLAY 'ERROR RELEASING PERMIT HOLD: '
                                       WS-HOLD-STATUS
                           NOT INVALID KEY
                               DISPLAY 'EXPIRED-PERMIT HOLD RELEASED'
                               MOVE WS-SEARCH-ID TO AUD-STUDENT-ID
                               MOVE 'HOLD-REL' TO AUD-FIELD-NAME
                               MOVE SPACES TO AUD-NEW-VALUE
                               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
                               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
                               WRITE AUDIT-RECORD
                       END-DELETE
               END-READ
           END-IF.

       3000-TERMINATE.
           CLOSE PERMIT-FILE
                 HOLD-FILE
                 STUDENT-FILE
                 STUDENT-AUDIT-FILE
                 STUDENT-JOURNAL-FILE.
