       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0111.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLINREQ-FILE ASSIGN TO 'CLINREQ.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CLINREQ-STATUS.

           SELECT CLINCOMP-FILE ASSIGN TO 'CLINCOMP.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CLINCOMP-STATUS.

           SELECT CRSATTR-FILE ASSIGN TO 'CRSATTR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-COURSE-CODE
               FILE STATUS IS WS-CRSATTR-STATUS.

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
      * CLINICAL PLACEMENT REQUIREMENTS BY PROGRAM.  CR-VALID-MONTHS
      * IS HOW LONG A DOCUMENT STAYS CURRENT FROM THE DATE RECEIVED
      * (ZERO = DOES NOT EXPIRE) AND ONLY PROPOSES THE EXPIRY DATE
      * WHEN ONE IS RECORDED.  CR-STATUS: A=ACTIVE, I=RETIRED.
       FD  CLINREQ-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CLINREQ-RECORD.
           05  CR-KEY.
               10  CR-PROGRAM          PIC X(4).
               10  CR-REQ-CODE         PIC X(4).
           05  CR-DESCRIPTION          PIC X(30).
           05  CR-VALID-MONTHS         PIC 9(3).
           05  CR-STATUS               PIC X.
           05  FILLER                  PIC X(18).

      * ONE RECORD PER STUDENT AND REQUIREMENT.  CC-EXPIRY-DATE OF
      * ZERO MEANS THE DOCUMENT DOES NOT EXPIRE.  CC-NOTICE-EXPIRY
      * IS SET BY THE MONTHLY EXPIRY REVIEW SO ONE NOTICE GOES OUT
      * PER EXPIRY DATE.
       FD  CLINCOMP-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CLINCOMP-RECORD.
           05  CC-KEY.
               10  CC-STUDENT-ID       PIC 9(6).
               10  CC-REQ-CODE         PIC X(4).
           05  CC-RECEIVED-DATE        PIC 9(8).
           05  CC-EXPIRY-DATE          PIC 9(8).
           05  CC-RECORDED-BY          PIC X(8).
           05  CC-RECORDED-DATE        PIC 9(8).
           05  CC-NOTICE-EXPIRY        PIC 9(8).
           05  FILLER                  PIC X(10).

      * COURSE ATTRIBUTES KEPT BESIDE THE COURSE MASTER.
      * CA-CLINICAL: Y=CLINICAL PLACEMENT COURSE.
       FD  CRSATTR-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CRSATTR-RECORD.
           05  CA-COURSE-CODE          PIC X(4).
           05  CA-CLINICAL             PIC X.
           05  FILLER                  PIC X(25).

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
       01  WS-CLINREQ-STATUS           PIC XX VALUE SPACES.
       01  WS-CLINCOMP-STATUS          PIC XX VALUE SPACES.
       01  WS-CRSATTR-STATUS           PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-COURSE-OPEN              PIC X VALUE 'N'.
       01  WS-PROGRAM-STATUS           PIC XX VALUE SPACES.
       01  WS-PROGRAM-OPEN             PIC X VALUE 'N'.
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
       01  WS-ENTRY-PROGRAM            PIC X(4) VALUE SPACES.
       01  WS-ENTRY-REQ                PIC X(4) VALUE SPACES.
       01  WS-ENTRY-DESCRIPTION        PIC X(30) VALUE SPACES.
       01  WS-ENTRY-MONTHS             PIC 9(3) VALUE ZEROES.
       01  WS-ENTRY-STATUS             PIC X VALUE SPACES.
       01  WS-ENTRY-COURSE             PIC X(4) VALUE SPACES.
       01  WS-ENTRY-FLAG               PIC X VALUE SPACES.
       01  WS-ENTRY-ID                 PIC 9(6) VALUE ZEROES.
       01  WS-ENTRY-RECEIVED           PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-EXPIRY             PIC 9(8) VALUE ZEROES.
       01  WS-PROPOSED-EXPIRY          PIC 9(8) VALUE ZEROES.
       01  WS-EXPIRY-PARTS REDEFINES WS-PROPOSED-EXPIRY.
           05  WS-EXP-YEAR             PIC 9(4).
           05  WS-EXP-MONTH            PIC 9(2).
           05  WS-EXP-DAY              PIC 9(2).
       01  WS-MONTH-TOTAL              PIC 9(5) VALUE ZEROES.
       01  WS-OLD-VALUE                PIC X(40) VALUE SPACES.
       01  WS-FIELD-NAME               PIC X(15) VALUE SPACES.
       01  WS-REQ-STATE                PIC X(20) VALUE SPACES.
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
           OPEN I-O CLINREQ-FILE.
           IF WS-CLINREQ-STATUS = '05' OR WS-CLINREQ-STATUS = '35'
               CLOSE CLINREQ-FILE
               OPEN OUTPUT CLINREQ-FILE
               CLOSE CLINREQ-FILE
               OPEN I-O CLINREQ-FILE
           END-IF.
           OPEN I-O CLINCOMP-FILE.
           IF WS-CLINCOMP-STATUS = '05' OR WS-CLINCOMP-STATUS = '35'
               CLOSE CLINCOMP-FILE
               OPEN OUTPUT CLINCOMP-FILE
               CLOSE CLINCOMP-FILE
               OPEN I-O CLINCOMP-FILE
           END-IF.
           OPEN I-O CRSATTR-FILE.
           IF WS-CRSATTR-STATUS = '05' OR WS-CRSATTR-STATUS = '35'
               CLOSE CRSATTR-FILE
               OPEN OUTPUT CRSATTR-FILE
               CLOSE CRSATTR-FILE
               OPEN I-O CRSATTR-FILE
           END-IF.
           IF WS-CLINREQ-STATUS NOT = '00' OR
              WS-CLINCOMP-STATUS NOT = '00' OR
              WS-CRSATTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLINICAL FILES: '
                       WS-CLINREQ-STATUS ' ' WS-CLINCOMP-STATUS ' '
                       WS-CRSATTR-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN INPUT STUDENT-FILE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE: '
                           WS-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               END-IF
               OPEN INPUT COURSE-FILE
               IF WS-COURSE-STATUS = '00'
                   MOVE 'Y' TO WS-COURSE-OPEN
               END-IF
               OPEN INPUT PROGRAM-FILE
               IF WS-PROGRAM-STATUS = '00'
                   MOVE 'Y' TO WS-PROGRAM-OPEN
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
           DISPLAY '   CLINICAL PLACEMENT COMPLIANCE        '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. PROGRAM REQUIREMENTS'.
           DISPLAY '2. FLAG A CLINICAL COURSE'.
           DISPLAY '3. RECORD A STUDENT REQUIREMENT'.
           DISPLAY '4. VIEW A STUDENT''S COMPLIANCE'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE (1-5): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-REQUIREMENT
               WHEN 2
                   PERFORM 2200-FLAG-COURSE
               WHEN 3
                   PERFORM 2300-RECORD-COMPLIANCE
               WHEN 4
                   PERFORM 2400-VIEW-COMPLIANCE
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

      * REQUIREMENTS ARE RETIRED RATHER THAN DELETED SO THE
      * COMPLIANCE RECORDS ALREADY TAKEN KEEP THEIR DESCRIPTION.
       2100-MAINTAIN-REQUIREMENT.
           DISPLAY 'ENTER PROGRAM CODE: '.
           ACCEPT WS-ENTRY-PROGRAM.
           IF WS-PROGRAM-OPEN = 'Y'
               MOVE WS-ENTRY-PROGRAM TO PGM-CODE
               READ PROGRAM-FILE
                   INVALID KEY
                       DISPLAY 'UNKNOWN PROGRAM CODE: '
                               WS-ENTRY-PROGRAM
                       DISPLAY 'PRESS ENTER TO CONTINUE...'
                       ACCEPT WS-CONFIRMATION
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       DISPLAY 'PROGRAM: ' PGM-NAME
               END-READ
           END-IF.
           PERFORM 2150-LIST-REQUIREMENTS.

           DISPLAY 'ENTER REQUIREMENT CODE (BLANK TO RETURN): '.
           MOVE SPACES TO WS-ENTRY-REQ.
           ACCEPT WS-ENTRY-REQ.
           IF WS-ENTRY-REQ = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENTRY-PROGRAM TO CR-PROGRAM.
           MOVE WS-ENTRY-REQ TO CR-REQ-CODE.
           MOVE 'N' TO WS-RECORD-EXISTS.
           MOVE SPACES TO WS-REF-BEFORE.
           READ CLINREQ-FILE
               INVALID KEY
                   DISPLAY 'NEW REQUIREMENT'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-EXISTS
                   MOVE CLINREQ-RECORD(9:34) TO WS-REF-BEFORE
                   DISPLAY 'DESCRIPTION  : ' CR-DESCRIPTION
                   DISPLAY 'VALID MONTHS : ' CR-VALID-MONTHS
                   DISPLAY 'STATUS       : ' CR-STATUS
           END-READ.

           DISPLAY 'ENTER DESCRIPTION: '.
           MOVE SPACES TO WS-ENTRY-DESCRIPTION.
           ACCEPT WS-ENTRY-DESCRIPTION.
           DISPLAY 'MONTHS VALID FROM RECEIPT (0 = NO EXPIRY): '.
           ACCEPT WS-ENTRY-MONTHS.
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

           MOVE WS-ENTRY-PROGRAM TO CR-PROGRAM.
           MOVE WS-ENTRY-REQ TO CR-REQ-CODE.
           MOVE WS-ENTRY-DESCRIPTION TO CR-DESCRIPTION.
           MOVE WS-ENTRY-MONTHS TO CR-VALID-MONTHS.
           MOVE WS-ENTRY-STATUS TO CR-STATUS.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE 'CLINREQ' TO RA-ENTITY
               MOVE CR-KEY TO RA-ENTITY-KEY
               MOVE WS-REF-BEFORE TO RA-OLD-VALUE
               MOVE CLINREQ-RECORD(9:34) TO RA-NEW-VALUE
               IF WS-RECORD-EXISTS = 'Y'
                   REWRITE CLINREQ-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING REQUIREMENT: '
                                   WS-CLINREQ-STATUS
                       NOT INVALID KEY
                           DISPLAY 'REQUIREMENT UPDATED!'
                           MOVE 'UPDATE' TO RA-ACTION
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-REWRITE
               ELSE
                   WRITE CLINREQ-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING REQUIREMENT: '
                                   WS-CLINREQ-STATUS
                       NOT INVALID KEY
                           DISPLAY 'REQUIREMENT ADDED!'
                           MOVE 'ADD' TO RA-ACTION
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2150-LIST-REQUIREMENTS.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-PROGRAM TO CR-PROGRAM.
           MOVE LOW-VALUES TO CR-REQ-CODE.
           START CLINREQ-FILE KEY IS >= CR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ CLINREQ-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF CR-PROGRAM NOT = WS-ENTRY-PROGRAM
                           MOVE 'Y' TO WS-END-OF-LIST
                       ELSE
                           ADD 1 TO WS-LISTED-COUNT
                           DISPLAY CR-REQ-CODE ' ' CR-DESCRIPTION
                                   ' ' CR-VALID-MONTHS ' MONTHS  '
                                   CR-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'NO CLINICAL REQUIREMENTS FOR PROGRAM '
                       WS-ENTRY-PROGRAM
           END-IF.

      * A FLAGGED COURSE CAN ONLY BE TAKEN BY STUDENTS WHO MEET
      * EVERY ACTIVE REQUIREMENT OF THEIR PROGRAM FOR THE WHOLE
      * TERM (CHECKED AT ENROLMENT BY PRGI0013).
       2200-FLAG-COURSE.
           DISPLAY 'ENTER COURSE CODE: '.
           ACCEPT WS-ENTRY-COURSE.
           IF WS-COURSE-OPEN = 'Y'
               MOVE WS-ENTRY-COURSE TO COURSE-CODE
               READ COURSE-FILE
                   INVALID KEY
                       DISPLAY 'UNKNOWN COURSE CODE: '
                               WS-ENTRY-COURSE
                       DISPLAY 'PRESS ENTER TO CONTINUE...'
                       ACCEPT WS-CONFIRMATION
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       DISPLAY 'COURSE: ' COURSE-NAME
               END-READ
           END-IF.

           MOVE WS-ENTRY-COURSE TO CA-COURSE-CODE.
           MOVE 'N' TO WS-RECORD-EXISTS.
           READ CRSATTR-FILE
               INVALID KEY
                   MOVE SPACES TO CRSATTR-RECORD
                   MOVE WS-ENTRY-COURSE TO CA-COURSE-CODE
                   MOVE 'N' TO CA-CLINICAL
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-EXISTS
           END-READ.
           DISPLAY 'CLINICAL COURSE NOW: ' CA-CLINICAL.
           MOVE SPACES TO WS-REF-BEFORE.
           MOVE CA-CLINICAL TO WS-REF-BEFORE.

           DISPLAY 'CLINICAL PLACEMENT COURSE (Y/N)? '.
           MOVE SPACES TO WS-ENTRY-FLAG.
           ACCEPT WS-ENTRY-FLAG.
           IF WS-ENTRY-FLAG = 'y'
               MOVE 'Y' TO WS-ENTRY-FLAG
           END-IF.
           IF WS-ENTRY-FLAG NOT = 'Y'
               MOVE 'N' TO WS-ENTRY-FLAG
           END-IF.
           MOVE WS-ENTRY-FLAG TO CA-CLINICAL.

           IF WS-RECORD-EXISTS = 'Y'
               REWRITE CRSATTR-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING COURSE FLAG: '
                               WS-CRSATTR-STATUS
               END-REWRITE
           ELSE
               WRITE CRSATTR-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING COURSE FLAG: '
                               WS-CRSATTR-STATUS
               END-WRITE
           END-IF.
           IF WS-CRSATTR-STATUS = '00' AND
              WS-REF-BEFORE(1:1) NOT = CA-CLINICAL
               DISPLAY 'COURSE FLAG SAVED!'
               MOVE 'COURSE' TO RA-ENTITY
               MOVE CA-COURSE-CODE TO RA-ENTITY-KEY
               MOVE 'CLINICAL FLAG' TO RA-ACTION
               MOVE WS-REF-BEFORE TO RA-OLD-VALUE
               MOVE SPACES TO RA-NEW-VALUE
               MOVE CA-CLINICAL TO RA-NEW-VALUE
               PERFORM 7900-WRITE-REF-AUDIT
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2300-RECORD-COMPLIANCE.
           PERFORM 2500-GET-STUDENT.
           IF WS-ENTRY-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE STUDENT-PROGRAM TO WS-ENTRY-PROGRAM.
           PERFORM 2150-LIST-REQUIREMENTS.

           DISPLAY 'ENTER REQUIREMENT CODE (BLANK TO RETURN): '.
           MOVE SPACES TO WS-ENTRY-REQ.
           ACCEPT WS-ENTRY-REQ.
           IF WS-ENTRY-REQ = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY-PROGRAM TO CR-PROGRAM.
           MOVE WS-ENTRY-REQ TO CR-REQ-CODE.
           READ CLINREQ-FILE
               INVALID KEY
                   DISPLAY 'NOT A REQUIREMENT OF PROGRAM '
                           WS-ENTRY-PROGRAM
                   DISPLAY 'PRESS ENTER TO CONTINUE...'
                   ACCEPT WS-CONFIRMATION
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-ENTRY-ID TO CC-STUDENT-ID.
           MOVE WS-ENTRY-REQ TO CC-REQ-CODE.
           MOVE 'N' TO WS-RECORD-EXISTS.
           MOVE SPACES TO WS-OLD-VALUE.
           READ CLINCOMP-FILE
               INVALID KEY
                   MOVE ZEROES TO CC-NOTICE-EXPIRY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-EXISTS
                   DISPLAY 'RECEIVED ' CC-RECEIVED-DATE
                           '  EXPIRES ' CC-EXPIRY-DATE
                   STRING 'REC ' CC-RECEIVED-DATE
                          ' EXP ' CC-EXPIRY-DATE
                          DELIMITED BY SIZE
                          INTO WS-OLD-VALUE
           END-READ.

           DISPLAY 'ENTER DATE RECEIVED (YYYYMMDD): '.
           ACCEPT WS-ENTRY-RECEIVED.
           IF WS-ENTRY-RECEIVED = ZERO OR
              WS-ENTRY-RECEIVED > WS-TODAY-DATE OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-RECEIVED) NOT = 0
               DISPLAY 'INVALID DATE RECEIVED - NOT SAVED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-PROPOSED-EXPIRY.
           IF CR-VALID-MONTHS > ZERO
               MOVE WS-ENTRY-RECEIVED TO WS-PROPOSED-EXPIRY
               COMPUTE WS-MONTH-TOTAL = WS-EXP-YEAR * 12
                                      + WS-EXP-MONTH - 1
                                      + CR-VALID-MONTHS
               COMPUTE WS-EXP-YEAR = WS-MONTH-TOTAL / 12
               COMPUTE WS-EXP-MONTH =
                   WS-MONTH-TOTAL - (WS-EXP-YEAR * 12) + 1
               PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-PROPOSED-EXPIRY)
                       = 0
                   SUBTRACT 1 FROM WS-EXP-DAY
               END-PERFORM
           END-IF.
           DISPLAY 'ENTER EXPIRY DATE (YYYYMMDD, 0 = NO EXPIRY, '
                   'BLANK = ' WS-PROPOSED-EXPIRY '): '.
           MOVE WS-PROPOSED-EXPIRY TO WS-ENTRY-EXPIRY.
           ACCEPT WS-ENTRY-EXPIRY.
           IF WS-ENTRY-EXPIRY NOT = ZERO AND
              (WS-ENTRY-EXPIRY NOT > WS-ENTRY-RECEIVED OR
               FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-EXPIRY) NOT = 0)
               DISPLAY 'EXPIRY MUST BE A DATE AFTER RECEIPT - '
                       'NOT SAVED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENTRY-ID TO CC-STUDENT-ID.
           MOVE WS-ENTRY-REQ TO CC-REQ-CODE.
           MOVE WS-ENTRY-RECEIVED TO CC-RECEIVED-DATE.
           MOVE WS-ENTRY-EXPIRY TO CC-EXPIRY-DATE.
           MOVE WS-OPERATOR-ID TO CC-RECORDED-BY.
           MOVE WS-TODAY-DATE TO CC-RECORDED-DATE.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               IF WS-RECORD-EXISTS = 'Y'
                   REWRITE CLINCOMP-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING COMPLIANCE: '
                                   WS-CLINCOMP-STATUS
                       NOT INVALID KEY
                           DISPLAY 'COMPLIANCE UPDATED!'
                           PERFORM 2610-WRITE-COMPLIANCE-AUDIT
                   END-REWRITE
               ELSE
                   WRITE CLINCOMP-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING COMPLIANCE: '
                                   WS-CLINCOMP-STATUS
                       NOT INVALID KEY
                           DISPLAY 'COMPLIANCE RECORDED!'
                           PERFORM 2610-WRITE-COMPLIANCE-AUDIT
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2400-VIEW-COMPLIANCE.
           PERFORM 2500-GET-STUDENT.
           IF WS-ENTRY-ID = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PROGRAM: ' STUDENT-PROGRAM.
           MOVE STUDENT-PROGRAM TO WS-ENTRY-PROGRAM.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-PROGRAM TO CR-PROGRAM.
           MOVE LOW-VALUES TO CR-REQ-CODE.
           START CLINREQ-FILE KEY IS >= CR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ CLINREQ-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF CR-PROGRAM NOT = WS-ENTRY-PROGRAM
                           MOVE 'Y' TO WS-END-OF-LIST
                       ELSE
                           IF CR-STATUS = 'A'
                               PERFORM 2410-SHOW-ONE-REQUIREMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'NO CLINICAL REQUIREMENTS FOR THIS PROGRAM'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2410-SHOW-ONE-REQUIREMENT.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-ENTRY-ID TO CC-STUDENT-ID.
           MOVE CR-REQ-CODE TO CC-REQ-CODE.
           READ CLINCOMP-FILE
               INVALID KEY
                   MOVE 'MISSING' TO WS-REQ-STATE
                   MOVE ZEROES TO CC-RECEIVED-DATE CC-EXPIRY-DATE
               NOT INVALID KEY
                   IF CC-EXPIRY-DATE = ZERO
                       MOVE 'CURRENT - NO EXPIRY' TO WS-REQ-STATE
                   ELSE
                       IF CC-EXPIRY-DATE < WS-TODAY-DATE
                           MOVE 'EXPIRED' TO WS-REQ-STATE
                       ELSE
                           MOVE 'CURRENT' TO WS-REQ-STATE
                       END-IF
                   END-IF
           END-READ.
           DISPLAY CR-REQ-CODE ' ' CR-DESCRIPTION ' '
                   CC-RECEIVED-DATE ' ' CC-EXPIRY-DATE ' '
                   WS-REQ-STATE.

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

       2610-WRITE-COMPLIANCE-AUDIT.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-ENTRY-ID TO AUD-STUDENT-ID
               MOVE SPACES TO WS-FIELD-NAME
               STRING 'CLIN-' WS-ENTRY-REQ
                      DELIMITED BY SIZE
                      INTO WS-FIELD-NAME
               MOVE WS-FIELD-NAME TO AUD-FIELD-NAME
               MOVE WS-OLD-VALUE TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING 'REC ' CC-RECEIVED-DATE
                      ' EXP ' CC-EXPIRY-DATE
                      DELIMITED BY SIZE
                      INTO AUD-NEW-VALUE
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

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
           IF WS-CLINREQ-STATUS NOT = SPACES
               CLOSE CLINREQ-FILE
                     CLINCOMP-FILE
                     CRSATTR-FILE
                     STUDENT-FILE
           END-IF.
           IF WS-COURSE-OPEN = 'Y'
               CLOSE COURSE-FILE
           END-IF.
           IF WS-PROGRAM-OPEN = 'Y'
               CLOSE PROGRAM-FILE
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
