       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0112.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCINDEX-FILE ASSIGN TO 'DOCINDEX.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-KEY
               FILE STATUS IS WS-DOCINDEX-STATUS.

           SELECT RETCLASS-FILE ASSIGN TO 'RETCLASS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLASS
               FILE STATUS IS WS-RETCLASS-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REF-AUDIT-FILE ASSIGN TO 'REFAUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE ENTRY PER SCANNED DOCUMENT HELD BY THE IMAGING SYSTEM.
      * DI-IMAGE-REF IS THE IMAGING SYSTEM'S OWN DOCUMENT REFERENCE.
      * DI-SOURCE: M=INDEXED AT THE COUNTER, F=SCANNING STATION FEED.
       FD  DOCINDEX-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  DOCINDEX-RECORD.
           05  DI-KEY.
               10  DI-STUDENT-ID       PIC 9(6).
               10  DI-DOC-TYPE         PIC X(4).
               10  DI-RECEIVED-DATE    PIC 9(8).
           05  DI-IMAGE-REF            PIC X(20).
           05  DI-RETENTION-CLASS      PIC X(2).
           05  DI-DESCRIPTION          PIC X(30).
           05  DI-OPERATOR             PIC X(8).
           05  DI-SOURCE               PIC X.
           05  DI-INDEXED-DATE         PIC 9(8).
           05  FILLER                  PIC X(13).

      * RETENTION CLASSES.  RC-YEARS IS HOW LONG A DOCUMENT IS KEPT
      * FROM THE DATE IT WAS RECEIVED (ZERO = KEPT PERMANENTLY).
      * RC-STATUS: A=ACTIVE, I=RETIRED (NO NEW DOCUMENTS).
       FD  RETCLASS-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  RETCLASS-RECORD.
           05  RC-CLASS                PIC X(2).
           05  RC-DESCRIPTION          PIC X(30).
           05  RC-YEARS                PIC 9(3).
           05  RC-STATUS               PIC X.
           05  FILLER                  PIC X(4).

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
       01  WS-DOCINDEX-STATUS          PIC XX VALUE SPACES.
       01  WS-RETCLASS-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-AUDIT-OPEN               PIC X VALUE 'N'.
       01  WS-REFAUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-RECORD-EXISTS            PIC X VALUE 'N'.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-ENTRY-ID                 PIC 9(6) VALUE ZEROES.
       01  WS-ENTRY-TYPE               PIC X(4) VALUE SPACES.
       01  WS-ENTRY-RECEIVED           PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-REF                PIC X(20) VALUE SPACES.
       01  WS-ENTRY-CLASS              PIC X(2) VALUE SPACES.
       01  WS-ENTRY-DESCRIPTION        PIC X(30) VALUE SPACES.
       01  WS-ENTRY-YEARS              PIC 9(3) VALUE ZEROES.
       01  WS-ENTRY-STATUS             PIC X VALUE SPACES.
       01  WS-CLASS-OK                 PIC X VALUE 'N'.
       01  WS-OLD-VALUE                PIC X(40) VALUE SPACES.
       01  WS-NEW-VALUE                PIC X(40) VALUE SPACES.
       01  WS-FIELD-NAME               PIC X(15) VALUE SPACES.
       01  WS-REF-BEFORE               PIC X(40) VALUE SPACES.
       01  WS-REF-STAMP                PIC X(16) VALUE SPACES.
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
           OPEN I-O DOCINDEX-FILE.
           IF WS-DOCINDEX-STATUS = '05' OR WS-DOCINDEX-STATUS = '35'
               CLOSE DOCINDEX-FILE
               OPEN OUTPUT DOCINDEX-FILE
               CLOSE DOCINDEX-FILE
               OPEN I-O DOCINDEX-FILE
           END-IF.
           OPEN I-O RETCLASS-FILE.
           IF WS-RETCLASS-STATUS = '05' OR WS-RETCLASS-STATUS = '35'
               CLOSE RETCLASS-FILE
               OPEN OUTPUT RETCLASS-FILE
               CLOSE RETCLASS-FILE
               OPEN I-O RETCLASS-FILE
           END-IF.
           IF WS-DOCINDEX-STATUS NOT = '00' OR
              WS-RETCLASS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DOCUMENT INDEX FILES: '
                       WS-DOCINDEX-STATUS ' ' WS-RETCLASS-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN INPUT STUDENT-FILE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE: '
                           WS-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE
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
           DISPLAY '       SCANNED DOCUMENT INDEX           '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. INDEX A SCANNED DOCUMENT'.
           DISPLAY '2. LIST A STUDENT''S DOCUMENTS'.
           DISPLAY '3. CORRECT OR REMOVE AN ENTRY'.
           DISPLAY '4. RETENTION CLASSES'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE (1-5): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-ADD-DOCUMENT
               WHEN 2
                   PERFORM 2200-LIST-DOCUMENTS
               WHEN 3
                   PERFORM 2300-CORRECT-DOCUMENT
               WHEN 4
                   PERFORM 2400-MAINTAIN-CLASS
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2100-ADD-DOCUMENT.
           PERFORM 2500-GET-STUDENT.
           IF WS-ENTRY-ID = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'DOCUMENT TYPE (E.G. TRAN, PRMT, MEDN, FORM): '.
           MOVE SPACES TO WS-ENTRY-TYPE.
           ACCEPT WS-ENTRY-TYPE.
           DISPLAY 'DATE RECEIVED (YYYYMMDD): '.
           ACCEPT WS-ENTRY-RECEIVED.
           IF WS-ENTRY-TYPE = SPACES OR
              WS-ENTRY-RECEIVED = ZERO OR
              WS-ENTRY-RECEIVED > WS-TODAY-DATE OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-RECEIVED) NOT = 0
               DISPLAY 'DOCUMENT TYPE AND A VALID DATE RECEIVED '
                       'ARE REQUIRED - NOT SAVED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENTRY-ID TO DI-STUDENT-ID.
           MOVE WS-ENTRY-TYPE TO DI-DOC-TYPE.
           MOVE WS-ENTRY-RECEIVED TO DI-RECEIVED-DATE.
           READ DOCINDEX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'ALREADY INDEXED AS ' DI-IMAGE-REF
                           ' - USE OPTION 3 TO CORRECT IT'
                   DISPLAY 'PRESS ENTER TO CONTINUE...'
                   ACCEPT WS-CONFIRMATION
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY 'IMAGING SYSTEM DOCUMENT REFERENCE: '.
           MOVE SPACES TO WS-ENTRY-REF.
           ACCEPT WS-ENTRY-REF.
           DISPLAY 'DESCRIPTION: '.
           MOVE SPACES TO WS-ENTRY-DESCRIPTION.
           ACCEPT WS-ENTRY-DESCRIPTION.
           PERFORM 2600-GET-CLASS.
           IF WS-ENTRY-REF = SPACES OR WS-CLASS-OK NOT = 'Y'
               DISPLAY 'A DOCUMENT REFERENCE AND AN ACTIVE RETENTION '
                       'CLASS ARE REQUIRED - NOT SAVED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DOCINDEX-RECORD.
           MOVE WS-ENTRY-ID TO DI-STUDENT-ID.
           MOVE WS-ENTRY-TYPE TO DI-DOC-TYPE.
           MOVE WS-ENTRY-RECEIVED TO DI-RECEIVED-DATE.
           MOVE WS-ENTRY-REF TO DI-IMAGE-REF.
           MOVE WS-ENTRY-CLASS TO DI-RETENTION-CLASS.
           MOVE WS-ENTRY-DESCRIPTION TO DI-DESCRIPTION.
           MOVE WS-OPERATOR-ID TO DI-OPERATOR.
           MOVE 'M' TO DI-SOURCE.
           MOVE WS-TODAY-DATE TO DI-INDEXED-DATE.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE SPACES TO WS-OLD-VALUE
               PERFORM 2710-BUILD-NEW-VALUE
               WRITE DOCINDEX-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING INDEX ENTRY: '
                               WS-DOCINDEX-STATUS
                   NOT INVALID KEY
                       DISPLAY 'DOCUMENT INDEXED!'
                       PERFORM 2700-WRITE-DOC-AUDIT
               END-WRITE
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2200-LIST-DOCUMENTS.
           PERFORM 2500-GET-STUDENT.
           IF WS-ENTRY-ID = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2210-SHOW-DOCUMENTS.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2210-SHOW-DOCUMENTS.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-ID TO DI-STUDENT-ID.
           MOVE LOW-VALUES TO DI-DOC-TYPE.
           MOVE ZEROES TO DI-RECEIVED-DATE.
           START DOCINDEX-FILE KEY IS >= DI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           DISPLAY 'TYPE RECEIVED IMAGE REFERENCE      CL '
                   'DESCRIPTION'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ DOCINDEX-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF DI-STUDENT-ID NOT = WS-ENTRY-ID
                           MOVE 'Y' TO WS-END-OF-LIST
                       ELSE
                           ADD 1 TO WS-LISTED-COUNT
                           DISPLAY DI-DOC-TYPE ' ' DI-RECEIVED-DATE
                                   ' ' DI-IMAGE-REF ' '
                                   DI-RETENTION-CLASS ' '
                                   DI-DESCRIPTION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'NO SCANNED DOCUMENTS INDEXED FOR THIS STUDENT'
           END-IF.

      * THE KEY (TYPE AND DATE RECEIVED) CANNOT BE CHANGED - A
      * WRONGLY KEYED ENTRY IS REMOVED AND INDEXED AGAIN.
       2300-CORRECT-DOCUMENT.
           PERFORM 2500-GET-STUDENT.
           IF WS-ENTRY-ID = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2210-SHOW-DOCUMENTS.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'DOCUMENT TYPE: '.
           MOVE SPACES TO WS-ENTRY-TYPE.
           ACCEPT WS-ENTRY-TYPE.
           DISPLAY 'DATE RECEIVED (YYYYMMDD): '.
           ACCEPT WS-ENTRY-RECEIVED.
           MOVE WS-ENTRY-ID TO DI-STUDENT-ID.
           MOVE WS-ENTRY-TYPE TO DI-DOC-TYPE.
           MOVE WS-ENTRY-RECEIVED TO DI-RECEIVED-DATE.
           READ DOCINDEX-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH INDEX ENTRY'
                   DISPLAY 'PRESS ENTER TO CONTINUE...'
                   ACCEPT WS-CONFIRMATION
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 2720-BUILD-OLD-VALUE.

           DISPLAY 'C=CORRECT, R=REMOVE, ENTER=RETURN: '.
           MOVE SPACES TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'R' OR WS-CONFIRMATION = 'r'
               DISPLAY 'CONFIRM REMOVAL (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   DELETE DOCINDEX-FILE
                       INVALID KEY
                           DISPLAY 'ERROR REMOVING INDEX ENTRY: '
                                   WS-DOCINDEX-STATUS
                       NOT INVALID KEY
                           DISPLAY 'INDEX ENTRY REMOVED!'
                           MOVE 'REMOVED' TO WS-NEW-VALUE
                           PERFORM 2700-WRITE-DOC-AUDIT
                   END-DELETE
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONFIRMATION NOT = 'C' AND WS-CONFIRMATION NOT = 'c'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'IMAGING SYSTEM DOCUMENT REFERENCE (BLANK = '
                   'UNCHANGED): '.
           MOVE SPACES TO WS-ENTRY-REF.
           ACCEPT WS-ENTRY-REF.
           IF WS-ENTRY-REF NOT = SPACES
               MOVE WS-ENTRY-REF TO DI-IMAGE-REF
           END-IF.
           DISPLAY 'DESCRIPTION (BLANK = UNCHANGED): '.
           MOVE SPACES TO WS-ENTRY-DESCRIPTION.
           ACCEPT WS-ENTRY-DESCRIPTION.
           IF WS-ENTRY-DESCRIPTION NOT = SPACES
               MOVE WS-ENTRY-DESCRIPTION TO DI-DESCRIPTION
           END-IF.
           PERFORM 2600-GET-CLASS.
           IF WS-CLASS-OK NOT = 'Y'
               DISPLAY 'RETENTION CLASS UNCHANGED'
           ELSE
               MOVE WS-ENTRY-CLASS TO DI-RETENTION-CLASS
           END-IF.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE WS-OPERATOR-ID TO DI-OPERATOR
               PERFORM 2710-BUILD-NEW-VALUE
               REWRITE DOCINDEX-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING INDEX ENTRY: '
                               WS-DOCINDEX-STATUS
                   NOT INVALID KEY
                       DISPLAY 'INDEX ENTRY UPDATED!'
                       PERFORM 2700-WRITE-DOC-AUDIT
               END-REWRITE
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * CLASSES ARE RETIRED RATHER THAN DELETED - DOCUMENTS ALREADY
      * INDEXED UNDER A RETIRED CLASS KEEP ITS RETENTION PERIOD.
       2400-MAINTAIN-CLASS.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE LOW-VALUES TO RC-CLASS.
           START RETCLASS-FILE KEY IS >= RC-CLASS
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ RETCLASS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY RC-CLASS ' ' RC-DESCRIPTION ' '
                               RC-YEARS ' YEARS  ' RC-STATUS
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'NO RETENTION CLASSES ON FILE'
           END-IF.

           DISPLAY 'ENTER RETENTION CLASS (BLANK TO RETURN): '.
           MOVE SPACES TO WS-ENTRY-CLASS.
           ACCEPT WS-ENTRY-CLASS.
           IF WS-ENTRY-CLASS = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY-CLASS TO RC-CLASS.
           MOVE 'N' TO WS-RECORD-EXISTS.
           MOVE SPACES TO WS-REF-BEFORE.
           READ RETCLASS-FILE
               INVALID KEY
                   DISPLAY 'NEW RETENTION CLASS'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-EXISTS
                   MOVE RETCLASS-RECORD(3:34) TO WS-REF-BEFORE
           END-READ.

           DISPLAY 'ENTER DESCRIPTION: '.
           MOVE SPACES TO WS-ENTRY-DESCRIPTION.
           ACCEPT WS-ENTRY-DESCRIPTION.
           DISPLAY 'YEARS KEPT FROM RECEIPT (0 = PERMANENT): '.
           ACCEPT WS-ENTRY-YEARS.
           DISPLAY 'STATUS (A=ACTIVE, I=RETIRED): '.
           MOVE SPACES TO WS-ENTRY-STATUS.
           ACCEPT WS-ENTRY-STATUS.
           IF WS-ENTRY-STATUS = 'a'
               MOVE 'A' TO WS-ENTRY-STATUS
           END-IF.
           IF WS-ENTRY-STATUS = 'i'
               MOVE 'I' TO WS-ENTRY-STATUS
           END-IF.
           IF WS-ENTRY-DESCRIPTION = SPACES OR
              (WS-ENTRY-STATUS NOT = 'A' AND
               WS-ENTRY-STATUS NOT = 'I')
               DISPLAY 'DESCRIPTION IS REQUIRED AND STATUS MUST BE '
                       'A OR I - NOT SAVED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO RETCLASS-RECORD.
           MOVE WS-ENTRY-CLASS TO RC-CLASS.
           MOVE WS-ENTRY-DESCRIPTION TO RC-DESCRIPTION.
           MOVE WS-ENTRY-YEARS TO RC-YEARS.
           MOVE WS-ENTRY-STATUS TO RC-STATUS.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE 'RETCLASS' TO RA-ENTITY
               MOVE RC-CLASS TO RA-ENTITY-KEY
               MOVE WS-REF-BEFORE TO RA-OLD-VALUE
               MOVE RETCLASS-RECORD(3:34) TO RA-NEW-VALUE
               IF WS-RECORD-EXISTS = 'Y'
                   REWRITE RETCLASS-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING CLASS: '
                                   WS-RETCLASS-STATUS
                       NOT INVALID KEY
                           DISPLAY 'RETENTION CLASS UPDATED!'
                           MOVE 'UPDATE' TO RA-ACTION
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-REWRITE
               ELSE
                   WRITE RETCLASS-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING CLASS: '
                                   WS-RETCLASS-STATUS
                       NOT INVALID KEY
                           DISPLAY 'RETENTION CLASS ADDED!'
                           MOVE 'ADD' TO RA-ACTION
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2500-GET-STUDENT.
           DISPLAY 'ENTER STUDENT ID (0 TO RETURN): '.
           ACCEPT WS-ENTRY-ID.
           IF WS-ENTRY-ID NOT = 0
               MOVE WS-ENTRY-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT ID NOT FOUND: ' WS-ENTRY-ID
                       DISPLAY 'PRESS ENTER TO CONTINUE...'
                       ACCEPT WS-CONFIRMATION
                       MOVE 0 TO WS-ENTRY-ID
                   NOT INVALID KEY
                       DISPLAY 'STUDENT: ' STUDENT-NAME
               END-READ
           END-IF.

       2600-GET-CLASS.
           MOVE 'N' TO WS-CLASS-OK.
           DISPLAY 'RETENTION CLASS: '.
           MOVE SPACES TO WS-ENTRY-CLASS.
           ACCEPT WS-ENTRY-CLASS.
           IF WS-ENTRY-CLASS NOT = SPACES
               MOVE WS-ENTRY-CLASS TO RC-CLASS
               READ RETCLASS-FILE
                   INVALID KEY
                       DISPLAY 'UNKNOWN RETENTION CLASS: '
                               WS-ENTRY-CLASS
                   NOT INVALID KEY
                       IF RC-STATUS = 'A'
                           MOVE 'Y' TO WS-CLASS-OK
                       ELSE
                           DISPLAY 'RETENTION CLASS IS RETIRED: '
                                   WS-ENTRY-CLASS
                       END-IF
               END-READ
           END-IF.

       2700-WRITE-DOC-AUDIT.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-ENTRY-ID TO AUD-STUDENT-ID
               MOVE SPACES TO WS-FIELD-NAME
               STRING 'DOC-' WS-ENTRY-TYPE
                      DELIMITED BY SIZE
                      INTO WS-FIELD-NAME
               MOVE WS-FIELD-NAME TO AUD-FIELD-NAME
               MOVE WS-OLD-VALUE TO AUD-OLD-VALUE
               MOVE WS-NEW-VALUE TO AUD-NEW-VALUE
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       2710-BUILD-NEW-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING DI-RECEIVED-DATE ' ' DI-IMAGE-REF ' '
                  DI-RETENTION-CLASS
                  DELIMITED BY SIZE
                  INTO WS-NEW-VALUE.

       2720-BUILD-OLD-VALUE.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING DI-RECEIVED-DATE ' ' DI-IMAGE-REF ' '
                  DI-RETENTION-CLASS
                  DELIMITED BY SIZE
                  INTO WS-OLD-VALUE.

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
           IF WS-DOCINDEX-STATUS NOT = SPACES
               CLOSE DOCINDEX-FILE
                     RETCLASS-FILE
                     STUDENT-FILE
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
