       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0119.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-FILE ASSIGN TO 'DEPT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO 'INSTRUCTOR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT REF-AUDIT-FILE ASSIGN TO 'REFAUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * DEPARTMENT MASTER.  DEPT-CODE IS THE ONLY VALUE ACCEPTED IN
      * PGM-DEPT (PROGRAM MASTER) AND INS-DEPT (INSTRUCTOR MASTER).
      * DEPT-FACULTY GROUPS DEPARTMENTS FOR ROLL-UP REPORTING;
      * DEPT-CHAIR IS AN INSTRUCTOR ID, BLANK WHILE THE CHAIR IS
      * VACANT.  STATUS A ACTIVE, I INACTIVE (NO NEW PROGRAMS OR
      * INSTRUCTORS); A DEPARTMENT IS NEVER DELETED.
       FD  DEPT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  DEPT-RECORD.
           05  DEPT-CODE               PIC X(10).
           05  DEPT-NAME               PIC X(30).
           05  DEPT-FACULTY            PIC X(10).
           05  DEPT-CHAIR              PIC X(4).
           05  DEPT-STATUS             PIC X.
           05  FILLER                  PIC X(15).

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

       FD  REF-AUDIT-FILE
           RECORD CONTAINS 139 CHARACTERS.
       01  REF-AUDIT-RECORD.
           05  RA-ENTITY               PIC X(10).
           05  RA-ENTITY-KEY           PIC X(10).
           05  RA-ACTION               PIC X(15).
           05  RA-OLD-VALUE            PIC X(40).
           05  RA-NEW-VALUE            PIC X(40).
           05  RA-TIMESTAMP            PIC X(16).
           05  RA-OPERATOR             PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-DEPT-STATUS              PIC XX VALUE SPACES.
       01  WS-INSTRUCTOR-STATUS        PIC XX VALUE SPACES.
       01  WS-INSTRUCTOR-OPEN          PIC X VALUE 'N'.
       01  WS-REFAUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-REF-BEFORE               PIC X(40) VALUE SPACES.
       01  WS-REF-STAMP                PIC X(16) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-DEPT-EXISTS              PIC X VALUE 'N'.
       01  WS-ENTRY-CODE               PIC X(10) VALUE SPACES.
       01  WS-TEMP-NAME                PIC X(30) VALUE SPACES.
       01  WS-TEMP-FACULTY             PIC X(10) VALUE SPACES.
       01  WS-TEMP-CHAIR               PIC X(4) VALUE SPACES.
       01  WS-TEMP-STATUS              PIC X VALUE SPACES.
       01  WS-FIELDS-OK                PIC X VALUE 'Y'.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           PERFORM 3000-TERMINATE.
           GOBACK.

       1000-INIT.
           OPEN I-O DEPT-FILE.
           IF WS-DEPT-STATUS = '05' OR WS-DEPT-STATUS = '35'
               CLOSE DEPT-FILE
               OPEN OUTPUT DEPT-FILE
               CLOSE DEPT-FILE
               OPEN I-O DEPT-FILE
           END-IF.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPARTMENT MASTER: '
                       WS-DEPT-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN INPUT INSTRUCTOR-FILE
               IF WS-INSTRUCTOR-STATUS = '00'
                   MOVE 'Y' TO WS-INSTRUCTOR-OPEN
               END-IF
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
           DISPLAY '      MAINTAIN DEPARTMENT MASTER        '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD OR UPDATE A DEPARTMENT'.
           DISPLAY '2. LIST DEPARTMENTS'.
           DISPLAY '3. EXIT'.
           DISPLAY 'ENTER CHOICE (1-3): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-DEPARTMENT
               WHEN 2
                   PERFORM 2300-LIST-DEPARTMENTS
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       2100-MAINTAIN-DEPARTMENT.
           DISPLAY 'ENTER DEPARTMENT CODE (UP TO 10 CHARS): '.
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           INSPECT WS-ENTRY-CODE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-ENTRY-CODE = SPACES
               DISPLAY 'NO DEPARTMENT ENTERED - CANCELLED'
           ELSE
               MOVE WS-ENTRY-CODE TO DEPT-CODE
               MOVE 'N' TO WS-DEPT-EXISTS
               MOVE SPACES TO WS-REF-BEFORE
               READ DEPT-FILE
                   INVALID KEY
                       DISPLAY 'DEPARTMENT NOT FOUND - ADDING NEW'
                       MOVE SPACES TO DEPT-RECORD
                       MOVE WS-ENTRY-CODE TO DEPT-CODE
                       MOVE 'A' TO DEPT-STATUS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DEPT-EXISTS
                       MOVE DEPT-RECORD(11:40) TO WS-REF-BEFORE
                       DISPLAY 'CURRENT NAME    : ' DEPT-NAME
                       DISPLAY 'CURRENT FACULTY : ' DEPT-FACULTY
                       DISPLAY 'CURRENT CHAIR   : ' DEPT-CHAIR
                       DISPLAY 'CURRENT STATUS  : ' DEPT-STATUS
               END-READ
               PERFORM 2110-ACCEPT-DEPT-FIELDS
               IF WS-FIELDS-OK = 'Y'
                   PERFORM 2120-SAVE-DEPARTMENT
               ELSE
                   DISPLAY 'DEPARTMENT NOT SAVED'
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ACCEPT-DEPT-FIELDS.
           MOVE 'Y' TO WS-FIELDS-OK.
           DISPLAY 'ENTER NAME (OR ENTER TO KEEP CURRENT): '.
           MOVE SPACES TO WS-TEMP-NAME.
           ACCEPT WS-TEMP-NAME.
           IF WS-TEMP-NAME NOT = SPACES
               MOVE WS-TEMP-NAME TO DEPT-NAME
           END-IF.

           DISPLAY 'ENTER FACULTY CODE (OR ENTER TO KEEP CURRENT): '.
           MOVE SPACES TO WS-TEMP-FACULTY.
           ACCEPT WS-TEMP-FACULTY.
           INSPECT WS-TEMP-FACULTY
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-TEMP-FACULTY NOT = SPACES
               MOVE WS-TEMP-FACULTY TO DEPT-FACULTY
           END-IF.

           DISPLAY 'ENTER CHAIR INSTRUCTOR ID (ENTER TO KEEP, '
                   'NONE FOR VACANT): '.
           MOVE SPACES TO WS-TEMP-CHAIR.
           ACCEPT WS-TEMP-CHAIR.
           INSPECT WS-TEMP-CHAIR
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-TEMP-CHAIR = 'NONE'
               MOVE SPACES TO DEPT-CHAIR
           ELSE
               IF WS-TEMP-CHAIR NOT = SPACES
                   PERFORM 2115-CHECK-CHAIR
               END-IF
           END-IF.

           DISPLAY 'ENTER STATUS A/I (OR ENTER TO KEEP CURRENT): '.
           MOVE SPACES TO WS-TEMP-STATUS.
           ACCEPT WS-TEMP-STATUS.
           INSPECT WS-TEMP-STATUS
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-TEMP-STATUS = 'A' OR WS-TEMP-STATUS = 'I'
               MOVE WS-TEMP-STATUS TO DEPT-STATUS
           ELSE
               IF WS-TEMP-STATUS NOT = SPACES
                   DISPLAY 'STATUS MUST BE A OR I'
                   MOVE 'N' TO WS-FIELDS-OK
               END-IF
           END-IF.

           IF DEPT-NAME = SPACES OR DEPT-FACULTY = SPACES
               DISPLAY 'NAME AND FACULTY ARE REQUIRED'
               MOVE 'N' TO WS-FIELDS-OK
           END-IF.

       2115-CHECK-CHAIR.
           IF WS-INSTRUCTOR-OPEN NOT = 'Y'
               DISPLAY 'INSTRUCTOR MASTER UNAVAILABLE - CHAIR NOT '
                       'CHANGED'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TEMP-CHAIR TO INS-ID.
           READ INSTRUCTOR-FILE
               INVALID KEY
                   DISPLAY 'UNKNOWN INSTRUCTOR ID: ' WS-TEMP-CHAIR
                   MOVE 'N' TO WS-FIELDS-OK
               NOT INVALID KEY
                   DISPLAY 'CHAIR: ' INS-NAME
                   MOVE WS-TEMP-CHAIR TO DEPT-CHAIR
           END-READ.

       2120-SAVE-DEPARTMENT.
           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE 'DEPT' TO RA-ENTITY
               MOVE DEPT-CODE TO RA-ENTITY-KEY
               MOVE WS-REF-BEFORE TO RA-OLD-VALUE
               MOVE DEPT-RECORD(11:40) TO RA-NEW-VALUE
               IF WS-DEPT-EXISTS = 'Y'
                   REWRITE DEPT-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING DEPARTMENT: '
                                   WS-DEPT-STATUS
                       NOT INVALID KEY
                           DISPLAY 'DEPARTMENT UPDATED!'
                           MOVE 'UPDATE' TO RA-ACTION
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-REWRITE
               ELSE
                   WRITE DEPT-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING DEPARTMENT: '
                                   WS-DEPT-STATUS
                       NOT INVALID KEY
                           DISPLAY 'DEPARTMENT ADDED!'
                           MOVE 'ADD' TO RA-ACTION
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.

       2300-LIST-DEPARTMENTS.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE LOW-VALUES TO DEPT-CODE.
           START DEPT-FILE KEY IS >= DEPT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.

           DISPLAY 'CODE       NAME                           '
                   'FACULTY    CHAIR ST'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ DEPT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY DEPT-CODE ' ' DEPT-NAME ' '
                               DEPT-FACULTY ' ' DEPT-CHAIR '  '
                               DEPT-STATUS
               END-READ
           END-PERFORM.

           IF WS-LISTED-COUNT = 0
               DISPLAY '(NO DEPARTMENTS ON FILE)'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       7900-WRITE-REF-AUDIT.
           OPEN EXTEND REF-AUDIT-FILE.
           IF WS-REFAUDIT-STATUS = '05'
               OPEN OUTPUT REF-AUDIT-FILE
           END-IF.
           IF WS-REFAUDIT-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-REF-STAMP
               MOVE WS-REF-STAMP TO RA-TIMESTAMP
               MOVE WS-OPERATOR-ID TO RA-OPERATOR
               WRITE REF-AUDIT-RECORD
               CLOSE REF-AUDIT-FILE
           END-IF.

       3000-TERMINATE.
           CLOSE DEPT-FILE.
           IF WS-INSTRUCTOR-OPEN = 'Y'
               CLOSE INSTRUCTOR-FILE
           END-IF.
