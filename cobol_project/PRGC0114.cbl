       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0114.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGGROUP-FILE ASSIGN TO 'REGGROUP.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-STUDENT-ID
               FILE STATUS IS WS-REGGROUP-STATUS.

           SELECT REGWIN-FILE ASSIGN TO 'REGWIN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-KEY
               FILE STATUS IS WS-REGWIN-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * REGISTRATION PRIORITY GROUPS.  RG-GROUP: AT=ATHLETE,
      * AC=ACCOMMODATED.  STUDENTS WITH A CURRENT RECORD ON
      * ACCOMMOD.VSAM ARE TREATED AS AC WITHOUT AN ENTRY HERE.
      * A ZERO EXPIRY DATE NEVER LAPSES.
       FD  REGGROUP-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  REGGROUP-RECORD.
           05  RG-STUDENT-ID           PIC 9(6).
           05  RG-GROUP                PIC X(2).
           05  RG-EXPIRY-DATE          PIC 9(8).
           05  RG-UPDATED-BY           PIC X(8).
           05  RG-UPDATED-DATE         PIC 9(8).
           05  FILLER                  PIC X(8).

      * EARLIEST DATE AND TIME EACH STUDENT MAY REGISTER FOR A TERM.
      * WRITTEN BY THE WINDOW ASSIGNMENT RUN (PRGW0164).
       FD  REGWIN-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  REGWIN-RECORD.
           05  RW-KEY.
               10  RW-TERM             PIC X(6).
               10  RW-STUDENT-ID       PIC 9(6).
           05  RW-WINDOW               PIC 9.
           05  RW-OPEN-DATE            PIC 9(8).
           05  RW-OPEN-TIME            PIC 9(4).
           05  RW-CREDITS              PIC 9(4).
           05  RW-GROUP                PIC X(2).
           05  RW-ASSIGNED-DATE        PIC 9(8).
           05  FILLER                  PIC X(11).

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
       01  WS-REGGROUP-STATUS          PIC XX VALUE SPACES.
       01  WS-REGWIN-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-REGGROUP-OPEN            PIC X VALUE 'N'.
       01  WS-REGWIN-OPEN              PIC X VALUE 'N'.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-AUDIT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-SEARCH-ID                PIC 9(6) VALUE ZEROES.
       01  WS-GROUP-EXISTS             PIC X VALUE 'N'.
       01  WS-TEMP-GROUP               PIC X(2) VALUE SPACES.
       01  WS-TEMP-EXPIRY              PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-TERM               PIC X(6) VALUE SPACES.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-GROUP-TEXT               PIC X(12) VALUE SPACES.
       01  WS-OLD-VALUE                PIC X(40) VALUE SPACES.
       01  WS-NEW-VALUE                PIC X(40) VALUE SPACES.
       01  WS-AUDIT-TIMESTAMP          PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           PERFORM 3000-TERMINATE.
           GOBACK.

       1000-INIT.
           OPEN I-O REGGROUP-FILE.
           IF WS-REGGROUP-STATUS = '05' OR WS-REGGROUP-STATUS = '35'
               CLOSE REGGROUP-FILE
               OPEN OUTPUT REGGROUP-FILE
               CLOSE REGGROUP-FILE
               OPEN I-O REGGROUP-FILE
           END-IF.
           IF WS-REGGROUP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRIORITY GROUP FILE: '
                       WS-REGGROUP-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'Y' TO WS-REGGROUP-OPEN
               OPEN INPUT STUDENT-FILE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE: '
                           WS-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   MOVE 'Y' TO WS-STUDENT-OPEN
               END-IF
               OPEN INPUT REGWIN-FILE
               IF WS-REGWIN-STATUS = '00'
                   MOVE 'Y' TO WS-REGWIN-OPEN
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
           DISPLAY '      REGISTRATION WINDOWS              '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD OR UPDATE A PRIORITY GROUP MEMBER'.
           DISPLAY '2. REMOVE A PRIORITY GROUP MEMBER'.
           DISPLAY '3. LIST PRIORITY GROUP MEMBERS'.
           DISPLAY '4. STUDENT REGISTRATION WINDOW'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE (1-5): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-GROUP
               WHEN 2
                   PERFORM 2200-REMOVE-GROUP
               WHEN 3
                   PERFORM 2300-LIST-GROUPS
               WHEN 4
                   PERFORM 2400-SHOW-WINDOW
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

      * GROUP MEMBERSHIP TAKES EFFECT AT THE NEXT WINDOW ASSIGNMENT
      * RUN - WINDOWS ALREADY ASSIGNED FOR A TERM ARE NOT CHANGED.
       2100-MAINTAIN-GROUP.
           PERFORM 2050-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
               MOVE WS-SEARCH-ID TO RG-STUDENT-ID
               MOVE 'N' TO WS-GROUP-EXISTS
               MOVE SPACES TO WS-OLD-VALUE
               READ REGGROUP-FILE
                   INVALID KEY
                       DISPLAY 'NOT IN A PRIORITY GROUP - ADDING NEW'
                       MOVE SPACES TO REGGROUP-RECORD
                       MOVE WS-SEARCH-ID TO RG-STUDENT-ID
                       MOVE ZEROES TO RG-EXPIRY-DATE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GROUP-EXISTS
                       DISPLAY 'CURRENT GROUP : ' RG-GROUP
                       DISPLAY 'EXPIRES       : ' RG-EXPIRY-DATE
                       STRING RG-GROUP ' ' RG-EXPIRY-DATE
                              DELIMITED BY SIZE
                              INTO WS-OLD-VALUE
               END-READ
               PERFORM 2110-ACCEPT-GROUP
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ACCEPT-GROUP.
           DISPLAY 'GROUPS: AT=ATHLETE AC=ACCOMMODATED'.
           DISPLAY 'ENTER GROUP (ENTER TO KEEP): '.
           MOVE SPACES TO WS-TEMP-GROUP.
           ACCEPT WS-TEMP-GROUP.
           IF WS-TEMP-GROUP NOT = SPACES
               IF WS-TEMP-GROUP = 'AT' OR WS-TEMP-GROUP = 'AC'
                   MOVE WS-TEMP-GROUP TO RG-GROUP
               ELSE
                   DISPLAY 'UNKNOWN GROUP ' WS-TEMP-GROUP
                           ' - NOT CHANGED'
               END-IF
           END-IF.
           DISPLAY 'ENTER EXPIRY DATE YYYYMMDD '
                   '(0 TO KEEP, 99999999 FOR NONE): '.
           ACCEPT WS-TEMP-EXPIRY.
           IF WS-TEMP-EXPIRY = 99999999
               MOVE ZEROES TO RG-EXPIRY-DATE
           ELSE
               IF WS-TEMP-EXPIRY NOT = ZEROES
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-TEMP-EXPIRY)
                      NOT = 0
                       DISPLAY 'INVALID DATE - EXPIRY NOT CHANGED'
                   ELSE
                       MOVE WS-TEMP-EXPIRY TO RG-EXPIRY-DATE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-OPERATOR-ID TO RG-UPDATED-BY.
           MOVE WS-TODAY-DATE TO RG-UPDATED-DATE.

           IF RG-GROUP NOT = 'AT' AND RG-GROUP NOT = 'AC'
               DISPLAY 'A PRIORITY GROUP IS REQUIRED - NOT SAVED'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'OPERATION CANCELLED'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING RG-GROUP ' ' RG-EXPIRY-DATE
                  DELIMITED BY SIZE
                  INTO WS-NEW-VALUE.
           IF WS-GROUP-EXISTS = 'Y'
               REWRITE REGGROUP-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING PRIORITY GROUP: '
                               WS-REGGROUP-STATUS
                   NOT INVALID KEY
                       DISPLAY 'PRIORITY GROUP UPDATED!'
                       PERFORM 2900-WRITE-GROUP-AUDIT
               END-REWRITE
           ELSE
               WRITE REGGROUP-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING PRIORITY GROUP: '
                               WS-REGGROUP-STATUS
                   NOT INVALID KEY
                       DISPLAY 'PRIORITY GROUP ADDED!'
                       PERFORM 2900-WRITE-GROUP-AUDIT
               END-WRITE
           END-IF.

       2200-REMOVE-GROUP.
           PERFORM 2050-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
               MOVE WS-SEARCH-ID TO RG-STUDENT-ID
               READ REGGROUP-FILE
                   INVALID KEY
                       DISPLAY 'NOT IN A PRIORITY GROUP'
                   NOT INVALID KEY
                       DISPLAY 'GROUP ' RG-GROUP ' EXPIRES '
                               RG-EXPIRY-DATE
                       DISPLAY 'CONFIRM REMOVAL (Y/N)? '
                       ACCEPT WS-CONFIRMATION
                       IF WS-CONFIRMATION = 'Y' OR
                          WS-CONFIRMATION = 'y'
                           MOVE SPACES TO WS-OLD-VALUE
                           STRING RG-GROUP ' ' RG-EXPIRY-DATE
                                  DELIMITED BY SIZE
                                  INTO WS-OLD-VALUE
                           MOVE 'REMOVED' TO WS-NEW-VALUE
                           DELETE REGGROUP-FILE
                               INVALID KEY
                                   DISPLAY 'ERROR REMOVING: '
                                           WS-REGGROUP-STATUS
                               NOT INVALID KEY
                                   DISPLAY 'PRIORITY GROUP REMOVED'
                                   PERFORM 2900-WRITE-GROUP-AUDIT
                           END-DELETE
                       ELSE
                           DISPLAY 'OPERATION CANCELLED'
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2300-LIST-GROUPS.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE ZEROES TO RG-STUDENT-ID.
           START REGGROUP-FILE KEY IS >= RG-STUDENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           DISPLAY 'STUDENT GROUP         EXPIRES  STATUS'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ REGGROUP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       EVALUATE RG-GROUP
                           WHEN 'AT'
                               MOVE 'ATHLETE' TO WS-GROUP-TEXT
                           WHEN OTHER
                               MOVE 'ACCOMMODATED' TO WS-GROUP-TEXT
                       END-EVALUATE
                       IF RG-EXPIRY-DATE NOT = ZEROES AND
                          RG-EXPIRY-DATE < WS-TODAY-DATE
                           DISPLAY RG-STUDENT-ID ' ' WS-GROUP-TEXT
                                   ' ' RG-EXPIRY-DATE ' EXPIRED'
                       ELSE
                           DISPLAY RG-STUDENT-ID ' ' WS-GROUP-TEXT
                                   ' ' RG-EXPIRY-DATE
                       END-IF
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = ZEROES
               DISPLAY 'NO PRIORITY GROUP MEMBERS ON FILE'
           ELSE
               DISPLAY 'MEMBERS LISTED: ' WS-LISTED-COUNT
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2400-SHOW-WINDOW.
           IF WS-REGWIN-OPEN NOT = 'Y'
               DISPLAY 'NO REGISTRATION WINDOWS HAVE BEEN ASSIGNED'
           ELSE
               PERFORM 2050-GET-STUDENT
               IF WS-SEARCH-ID NOT = 0
                   DISPLAY 'ENTER TERM (E.G. 2026FA): '
                   ACCEPT WS-ENTRY-TERM
                   MOVE WS-ENTRY-TERM TO RW-TERM
                   MOVE WS-SEARCH-ID TO RW-STUDENT-ID
                   READ REGWIN-FILE
                       INVALID KEY
                           DISPLAY 'NO WINDOW FOR ' WS-ENTRY-TERM
                                   ' - REGISTRATION IS NOT RESTRICTED'
                       NOT INVALID KEY
                           DISPLAY 'WINDOW        : ' RW-WINDOW
                           DISPLAY 'OPENS         : ' RW-OPEN-DATE
                                   ' AT ' RW-OPEN-TIME
                           DISPLAY 'CREDITS EARNED: ' RW-CREDITS
                           IF RW-GROUP NOT = SPACES
                               DISPLAY 'PRIORITY GROUP: ' RW-GROUP
                           END-IF
                           DISPLAY 'ASSIGNED      : '
                                   RW-ASSIGNED-DATE
                   END-READ
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2900-WRITE-GROUP-AUDIT.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-SEARCH-ID TO AUD-STUDENT-ID
               MOVE 'REG PRIORITY' TO AUD-FIELD-NAME
               MOVE WS-OLD-VALUE TO AUD-OLD-VALUE
               MOVE WS-NEW-VALUE TO AUD-NEW-VALUE
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       3000-TERMINATE.
           IF WS-REGGROUP-OPEN = 'Y'
               CLOSE REGGROUP-FILE
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-REGWIN-OPEN = 'Y'
               CLOSE REGWIN-FILE
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
