       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0122.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPUS-FILE ASSIGN TO 'CAMPUS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMPUS-CODE
               FILE STATUS IS WS-CAMPUS-STATUS.

           SELECT REF-AUDIT-FILE ASSIGN TO 'REFAUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CAMPUS MASTER.  CAMPUS-CODE IS THE ONLY VALUE ACCEPTED FOR A
      * SECTION'S CAMPUS, A ROOM'S CAMPUS, A STUDENT'S HOME CAMPUS
      * AND AN OPERATOR'S CAMPUS.  MAIN IS THE CAMPUS EVERY RECORD
      * FROM BEFORE CAMPUSES EXISTED BELONGS TO; IT IS PUT ON THE
      * MASTER WHEN THE MASTER IS FIRST CREATED.  STATUS A ACTIVE,
      * I INACTIVE (NOTHING NEW MAY BE PLACED THERE); A CAMPUS IS
      * NEVER DELETED.
       FD  CAMPUS-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CAMPUS-RECORD.
           05  CAMPUS-CODE             PIC X(4).
           05  CAMPUS-NAME             PIC X(30).
           05  CAMPUS-STATUS           PIC X.
           05  FILLER                  PIC X(15).

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
       01  WS-CAMPUS-STATUS            PIC XX VALUE SPACES.
       01  WS-REFAUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-REF-BEFORE               PIC X(40) VALUE SPACES.
       01  WS-REF-STAMP                PIC X(16) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-CAMPUS-EXISTS            PIC X VALUE 'N'.
       01  WS-NEW-MASTER               PIC X VALUE 'N'.
       01  WS-ENTRY-CODE               PIC X(4) VALUE SPACES.
       01  WS-TEMP-NAME                PIC X(30) VALUE SPACES.
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
           OPEN I-O CAMPUS-FILE.
           IF WS-CAMPUS-STATUS = '05' OR WS-CAMPUS-STATUS = '35'
               CLOSE CAMPUS-FILE
               OPEN OUTPUT CAMPUS-FILE
               CLOSE CAMPUS-FILE
               OPEN I-O CAMPUS-FILE
               MOVE 'Y' TO WS-NEW-MASTER
           END-IF.
           IF WS-CAMPUS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CAMPUS MASTER: '
                       WS-CAMPUS-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               IF WS-NEW-MASTER = 'Y'
                   PERFORM 1200-ADD-MAIN-CAMPUS
               END-IF
           END-IF.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       1200-ADD-MAIN-CAMPUS.
           MOVE SPACES TO CAMPUS-RECORD.
           MOVE 'MAIN' TO CAMPUS-CODE.
           MOVE 'MAIN CAMPUS' TO CAMPUS-NAME.
           MOVE 'A' TO CAMPUS-STATUS.
           WRITE CAMPUS-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'CAMPUS MASTER CREATED WITH CAMPUS MAIN'
                   MOVE 'CAMPUS' TO RA-ENTITY
                   MOVE CAMPUS-CODE TO RA-ENTITY-KEY
                   MOVE 'ADD' TO RA-ACTION
                   MOVE SPACES TO RA-OLD-VALUE
                   MOVE CAMPUS-RECORD(5:31) TO RA-NEW-VALUE
                   PERFORM 7900-WRITE-REF-AUDIT
           END-WRITE.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '        MAINTAIN CAMPUS MASTER          '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD OR UPDATE A CAMPUS'.
           DISPLAY '2. LIST CAMPUSES'.
           DISPLAY '3. EXIT'.
           DISPLAY 'ENTER CHOICE (1-3): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-CAMPUS
               WHEN 2
                   PERFORM 2300-LIST-CAMPUSES
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       2100-MAINTAIN-CAMPUS.
           DISPLAY 'ENTER CAMPUS CODE (UP TO 4 CHARS): '.
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           INSPECT WS-ENTRY-CODE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-ENTRY-CODE = SPACES
               DISPLAY 'NO CAMPUS ENTERED - CANCELLED'
           ELSE
               MOVE WS-ENTRY-CODE TO CAMPUS-CODE
               MOVE 'N' TO WS-CAMPUS-EXISTS
               MOVE SPACES TO WS-REF-BEFORE
               READ CAMPUS-FILE
                   INVALID KEY
                       DISPLAY 'CAMPUS NOT FOUND - ADDING NEW'
                       MOVE SPACES TO CAMPUS-RECORD
                       MOVE WS-ENTRY-CODE TO CAMPUS-CODE
                       MOVE 'A' TO CAMPUS-STATUS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CAMPUS-EXISTS
                       MOVE CAMPUS-RECORD(5:31) TO WS-REF-BEFORE
                       DISPLAY 'CURRENT NAME    : ' CAMPUS-NAME
                       DISPLAY 'CURRENT STATUS  : ' CAMPUS-STATUS
               END-READ
               PERFORM 2110-ACCEPT-CAMPUS-FIELDS
               IF WS-FIELDS-OK = 'Y'
                   PERFORM 2120-SAVE-CAMPUS
               ELSE
                   DISPLAY 'CAMPUS NOT SAVED'
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ACCEPT-CAMPUS-FIELDS.
           MOVE 'Y' TO WS-FIELDS-OK.
           DISPLAY 'ENTER NAME (OR ENTER TO KEEP CURRENT): '.
           MOVE SPACES TO WS-TEMP-NAME.
           ACCEPT WS-TEMP-NAME.
           IF WS-TEMP-NAME NOT = SPACES
               MOVE WS-TEMP-NAME TO CAMPUS-NAME
           END-IF.

           DISPLAY 'ENTER STATUS A/I (OR ENTER TO KEEP CURRENT): '.
           MOVE SPACES TO WS-TEMP-STATUS.
           ACCEPT WS-TEMP-STATUS.
           INSPECT WS-TEMP-STATUS
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-TEMP-STATUS = 'A' OR WS-TEMP-STATUS = 'I'
               MOVE WS-TEMP-STATUS TO CAMPUS-STATUS
           ELSE
               IF WS-TEMP-STATUS NOT = SPACES
                   DISPLAY 'STATUS MUST BE A OR I'
                   MOVE 'N' TO WS-FIELDS-OK
               END-IF
           END-IF.

           IF CAMPUS-NAME = SPACES
               DISPLAY 'NAME IS REQUIRED'
               MOVE 'N' TO WS-FIELDS-OK
           END-IF.

       2120-SAVE-CAMPUS.
           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE 'CAMPUS' TO RA-ENTITY
               MOVE CAMPUS-CODE TO RA-ENTITY-KEY
               MOVE WS-REF-BEFORE TO RA-OLD-VALUE
               MOVE CAMPUS-RECORD(5:31) TO RA-NEW-VALUE
               IF WS-CAMPUS-EXISTS = 'Y'
                   REWRITE CAMPUS-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING CAMPUS: '
                                   WS-CAMPUS-STATUS
                       NOT INVALID KEY
                           DISPLAY 'CAMPUS UPDATED!'
                           MOVE 'UPDATE' TO RA-ACTION
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-REWRITE
               ELSE
                   WRITE CAMPUS-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING CAMPUS: '
                                   WS-CAMPUS-STATUS
                       NOT INVALID KEY
                           DISPLAY 'CAMPUS ADDED!'
                           MOVE 'ADD' TO RA-ACTION
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.

       2300-LIST-CAMPUSES.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE LOW-VALUES TO CAMPUS-CODE.
           START CAMPUS-FILE KEY IS >= CAMPUS-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.

           DISPLAY 'CODE NAME                           ST'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ CAMPUS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY CAMPUS-CODE ' ' CAMPUS-NAME ' '
                               CAMPUS-STATUS
               END-READ
           END-PERFORM.

           IF WS-LISTED-COUNT = 0
               DISPLAY '(NO CAMPUSES ON FILE)'
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
           CLOSE CAMPUS-FILE.
