       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0128.
       AUTHOR. Mohand Kessi.

      * STUDENT RECORD AS OF A DATE AND TIME.  THE RECORD IS REBUILT
      * FROM THE LAST NIGHTLY BACKUP TAKEN BEFORE THE AS-OF DATE
      * (BACKUP-REGISTER.DAT), WITH EVERY STUDENT-JOURNAL.DAT CHANGE
      * FROM THE BACKUP DATE UP TO THE AS-OF TIME APPLIED TO IT.  THE
      * REBUILT RECORD IS SHOWN BESIDE TODAY'S, FOLLOWED BY EVERY
      * CHANGE MADE SINCE THE AS-OF TIME WITH THE PROGRAM THAT MADE IT
      * AND THE OPERATOR RECORDED FOR IT ON STUDENT-AUDIT.LOG.
      *
      * A JOURNAL ENTRY IS APPLIED ONLY WHEN ITS BEFORE IMAGE IS THE
      * RECORD AS REBUILT SO FAR.  AN ENTRY WHOSE AFTER IMAGE IS
      * ALREADY THERE WAS TAKEN BEFORE THE BACKUP RAN AND IS PASSED
      * OVER; ANY OTHER ENTRY IS APPLIED AND THE RESULT IS FLAGGED AS
      * UNCERTAIN, SINCE SOME CHANGE TO THE RECORD WAS NOT JOURNALLED.
      * SUPERVISORS ONLY; EACH INQUIRY IS LOGGED TO REFAUDIT.LOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-REGISTER-FILE ASSIGN TO 'BACKUP-REGISTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT STUDENT-BACKUP-FILE ASSIGN TO WS-BACKUP-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               ALTERNATE RECORD KEY IS VSAM-STUDENT-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS VSAM-STUDENT-COURSE
                   WITH DUPLICATES
               FILE STATUS IS WS-VSAM-STATUS.

           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'STUDENT-JOURNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

           SELECT REF-AUDIT-FILE ASSIGN TO 'REFAUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-REGISTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  BACKUP-REGISTER-RECORD.
           05  BKR-DATE                PIC 9(8).
           05  BKR-FILENAME            PIC X(30).
           05  BKR-COUNT               PIC 9(6).

       FD  STUDENT-BACKUP-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  BACKUP-STUDENT-RECORD.
           05  BKS-STUDENT-ID          PIC 9(6).
           05  FILLER                  PIC X(174).

       FD  STUDENT-VSAM-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  VSAM-STUDENT-RECORD.
           05  VSAM-STUDENT-ID          PIC 9(6).
           05  VSAM-STUDENT-NAME        PIC X(30).
           05  VSAM-STUDENT-ADDRESS     PIC X(40).
           05  VSAM-STUDENT-PHONE       PIC X(15).
           05  VSAM-STUDENT-EMAIL       PIC X(20).
           05  VSAM-STUDENT-COURSE      PIC X(4).
           05  VSAM-INCLUSION-DATE      PIC 9(8).
           05  VSAM-STUDENT-STATUS      PIC X.
           05  VSAM-STUDENT-GPA         PIC 9V99.
           05  VSAM-STUDENT-PROGRAM     PIC X(4).
           05  FILLER                   PIC X(49).

       FD  STUDENT-JOURNAL-FILE
           RECORD CONTAINS 385 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JRN-TIMESTAMP           PIC X(16).
           05  JRN-PROGRAM             PIC X(8).
           05  JRN-OPERATION           PIC X.
           05  JRN-BEFORE-IMAGE        PIC X(180).
           05  JRN-AFTER-IMAGE         PIC X(180).

       FD  STUDENT-AUDIT-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-STUDENT-ID          PIC 9(6).
           05  AUD-FIELD-NAME          PIC X(15).
           05  AUD-OLD-VALUE           PIC X(40).
           05  AUD-NEW-VALUE           PIC X(40).
           05  AUD-TIMESTAMP           PIC X(16).
           05  AUD-OPERATOR            PIC X(8).

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
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-BACKUP-STATUS            PIC XX VALUE SPACES.
       01  WS-VSAM-STATUS              PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-CRED-STATUS              PIC XX VALUE SPACES.
       01  WS-REFAUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-BACKUP-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-OPERATOR-ROLE            PIC X VALUE 'C'.
       01  WS-CRED-EOF                 PIC X VALUE 'N'.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-REF-STAMP                PIC X(16) VALUE SPACES.

      * THE INQUIRY.
       01  WS-STUDENT-ID               PIC 9(6) VALUE ZEROES.
       01  WS-STUDENT-KEY REDEFINES WS-STUDENT-ID PIC X(6).
       01  WS-ASOF-DATE                PIC 9(8) VALUE ZEROES.
       01  WS-ASOF-TIME                PIC 9(4) VALUE ZEROES.
       01  WS-ASOF-STAMP.
           05  WS-ASOF-STAMP-DATE      PIC 9(8).
           05  WS-ASOF-STAMP-TIME      PIC 9(4).
           05  FILLER                  PIC X(4) VALUE '5999'.
       01  WS-BACKUP-DATE              PIC 9(8) VALUE ZEROES.
       01  WS-EARLIEST-BACKUP          PIC 9(8) VALUE ZEROES.
       01  WS-REBUILT                  PIC X VALUE 'N'.

      * THE RECORD AS REBUILT, AND AS IT IS TODAY.  A RECORD NOT ON
      * FILE AT THE TIME IS HELD AS SPACES WITH ITS FLAG 'N'.
       01  WS-ASOF-ON-FILE             PIC X VALUE 'N'.
       01  WS-ASOF-IMAGE               PIC X(180) VALUE SPACES.
       01  WS-TODAY-ON-FILE            PIC X VALUE 'N'.
       01  WS-TODAY-IMAGE              PIC X(180) VALUE SPACES.

      * ONE JOURNAL ENTRY AS IT BEARS ON THIS STUDENT ID.
       01  WS-ENTRY-RELEVANT           PIC X VALUE 'N'.
       01  WS-BEFORE-ON-FILE           PIC X VALUE 'N'.
       01  WS-BEFORE-IMAGE             PIC X(180) VALUE SPACES.
       01  WS-AFTER-ON-FILE            PIC X VALUE 'N'.
       01  WS-AFTER-IMAGE              PIC X(180) VALUE SPACES.
       01  WS-APPLIED-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-PASSED-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-GAP-COUNT                PIC 9(5) VALUE ZEROES.

      * THE FIELDS OF THE STUDENT RECORD, BY POSITION, FOR THE SIDE-BY-
      * SIDE DISPLAY AND FOR NAMING WHAT EACH CHANGE TOUCHED.
       01  WS-FIELD-VALUES.
           05  FILLER  PIC X(17) VALUE 'STUDENT ID  00106'.
           05  FILLER  PIC X(17) VALUE 'NAME        00730'.
           05  FILLER  PIC X(17) VALUE 'STREET      03719'.
           05  FILLER  PIC X(17) VALUE 'CITY        05612'.
           05  FILLER  PIC X(17) VALUE 'PROVINCE    06802'.
           05  FILLER  PIC X(17) VALUE 'POSTAL      07007'.
           05  FILLER  PIC X(17) VALUE 'PHONE       07715'.
           05  FILLER  PIC X(17) VALUE 'EMAIL       09220'.
           05  FILLER  PIC X(17) VALUE 'COURSE      11204'.
           05  FILLER  PIC X(17) VALUE 'INCL DATE   11608'.
           05  FILLER  PIC X(17) VALUE 'STATUS      12401'.
           05  FILLER  PIC X(17) VALUE 'GPA         12503'.
           05  FILLER  PIC X(17) VALUE 'PROGRAM     12804'.
           05  FILLER  PIC X(17) VALUE 'PREF NAME   14330'.
           05  FILLER  PIC X(17) VALUE 'LANGUAGE    17301'.
           05  FILLER  PIC X(17) VALUE 'EMAIL FLAG  17401'.
           05  FILLER  PIC X(17) VALUE 'CAMPUS      17504'.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-VALUES.
           05  WS-FIELD-ENTRY OCCURS 17 TIMES.
               10  WS-FLD-NAME         PIC X(12).
               10  WS-FLD-OFFSET       PIC 9(3).
               10  WS-FLD-LENGTH       PIC 9(2).
       01  WS-FIELD-COUNT              PIC 9(2) VALUE 17.
       01  WS-FX                       PIC 9(2) VALUE ZEROES.
       01  WS-FLD-POS                  PIC 9(3) VALUE ZEROES.
       01  WS-FLD-LEN                  PIC 9(2) VALUE ZEROES.
       01  WS-GPA-DIGITS               PIC X(3) VALUE ZEROES.
       01  WS-GPA-WORK REDEFINES WS-GPA-DIGITS PIC 9V99.
       01  WS-GPA-EDIT                 PIC 9.99.
       01  WS-SIDE-LINE.
           05  WS-SL-NAME              PIC X(12).
           05  WS-SL-ASOF              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-TODAY             PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-SL-FLAG              PIC X(2).

      * EVERY CHANGE AFTER THE AS-OF TIME.
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-COUNT         PIC 9(3) VALUE ZEROES.
           05  WS-CHANGE-ENTRY OCCURS 200 TIMES.
               10  WS-CH-TIMESTAMP     PIC X(16).
               10  WS-CH-PROGRAM       PIC X(8).
               10  WS-CH-OPERATION     PIC X.
               10  WS-CH-OPERATOR      PIC X(8).
               10  WS-CH-EXACT         PIC X.
               10  WS-CH-FIELDS        PIC X(60).
       01  WS-CHANGE-MAX               PIC 9(3) VALUE 200.
       01  WS-CHANGE-OVERFLOW          PIC 9(5) VALUE ZEROES.
       01  WS-CX                       PIC 9(3) VALUE ZEROES.
       01  WS-FIELDS-PTR               PIC 9(3) VALUE ZEROES.
       01  WS-OP-TEXT                  PIC X(7) VALUE SPACES.
       01  WS-STAMP-TEXT               PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM 0500-CHECK-SUPERVISOR.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
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
               DISPLAY 'STUDENT RECORD HISTORY REQUIRES A '
                       'SUPERVISOR OPERATOR'
               DISPLAY 'PRESS ENTER TO RETURN TO MENU...'
               ACCEPT WS-CONFIRMATION
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '    STUDENT RECORD AS OF A DATE/TIME    '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY 'ENTER STUDENT ID (0 TO EXIT): '.
           ACCEPT WS-STUDENT-ID.
           IF WS-STUDENT-ID = 0
               MOVE 'N' TO WS-CONTINUE
           ELSE
               DISPLAY 'ENTER AS-OF DATE (YYYYMMDD): '
               ACCEPT WS-ASOF-DATE
               DISPLAY 'ENTER AS-OF TIME (HHMM, 0 = END OF DAY): '
               ACCEPT WS-ASOF-TIME
               IF WS-ASOF-TIME = 0 OR WS-ASOF-TIME > 2359
                   MOVE 2359 TO WS-ASOF-TIME
               END-IF
               IF WS-ASOF-DATE < 19000101 OR WS-ASOF-DATE > 29991231
                   DISPLAY 'INVALID AS-OF DATE: ' WS-ASOF-DATE
               ELSE
                   MOVE WS-ASOF-DATE TO WS-ASOF-STAMP-DATE
                   MOVE WS-ASOF-TIME TO WS-ASOF-STAMP-TIME
                   PERFORM 2100-REBUILD-RECORD
                   IF WS-REBUILT = 'Y'
                       PERFORM 2500-SHOW-SIDE-BY-SIDE
                       PERFORM 2600-SHOW-CHANGES
                       PERFORM 7900-WRITE-REF-AUDIT
                   END-IF
               END-IF
               DISPLAY ' '
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
           END-IF.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2100-REBUILD-RECORD.
           MOVE 'N' TO WS-REBUILT.
           MOVE 'N' TO WS-ASOF-ON-FILE.
           MOVE SPACES TO WS-ASOF-IMAGE.
           MOVE ZEROES TO WS-APPLIED-COUNT WS-PASSED-COUNT
                          WS-GAP-COUNT WS-CHANGE-COUNT
                          WS-CHANGE-OVERFLOW.
           PERFORM 2110-FIND-BACKUP.
           IF WS-BACKUP-DATE = 0
               IF WS-EARLIEST-BACKUP = 0
                   DISPLAY 'NO BACKUP ON THE REGISTER - THE RECORD '
                           'CANNOT BE REBUILT'
               ELSE
                   DISPLAY 'NO BACKUP BEFORE ' WS-ASOF-DATE
                           ' - EARLIEST ON THE REGISTER IS '
                           WS-EARLIEST-BACKUP
               END-IF
           ELSE
               PERFORM 2120-LOAD-FROM-BACKUP
               IF WS-BACKUP-STATUS = '00' OR WS-BACKUP-STATUS = '10'
                   PERFORM 2200-APPLY-JOURNAL
                   PERFORM 2300-FIND-OPERATORS
                   PERFORM 2400-READ-TODAY
                   MOVE 'Y' TO WS-REBUILT
               END-IF
           END-IF.

      * THE BACKUP USED IS THE LAST ONE TAKEN ON A DAY BEFORE THE
      * AS-OF DATE, SO IT HOLDS NOTHING DONE AFTER THE AS-OF TIME.
       2110-FIND-BACKUP.
           MOVE ZEROES TO WS-BACKUP-DATE WS-EARLIEST-BACKUP.
           MOVE SPACES TO WS-BACKUP-FILENAME.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT BACKUP-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ BACKUP-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-EARLIEST-BACKUP = 0 OR
                          BKR-DATE < WS-EARLIEST-BACKUP
                           MOVE BKR-DATE TO WS-EARLIEST-BACKUP
                       END-IF
                       IF BKR-DATE < WS-ASOF-DATE AND
                          BKR-DATE >= WS-BACKUP-DATE
                           MOVE BKR-DATE TO WS-BACKUP-DATE
                           MOVE BKR-FILENAME TO WS-BACKUP-FILENAME
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REGISTER-STATUS = '00' OR WS-REGISTER-STATUS = '10'
               CLOSE BACKUP-REGISTER-FILE
           END-IF.

       2120-LOAD-FROM-BACKUP.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT STUDENT-BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'BACKUP ' WS-BACKUP-FILENAME
                       ' COULD NOT BE OPENED: ' WS-BACKUP-STATUS
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ STUDENT-BACKUP-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF BKS-STUDENT-ID = WS-STUDENT-ID
                               MOVE BACKUP-STUDENT-RECORD
                                 TO WS-ASOF-IMAGE
                               MOVE 'Y' TO WS-ASOF-ON-FILE
                               MOVE 'Y' TO WS-END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-BACKUP-FILE
               MOVE '00' TO WS-BACKUP-STATUS
           END-IF.

      * FROM THE BACKUP DATE ON, ENTRIES UP TO THE AS-OF TIME ARE
      * APPLIED AND LATER ONES ARE KEPT FOR THE LIST OF CHANGES.
       2200-APPLY-JOURNAL.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT STUDENT-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'STUDENT JOURNAL NOT AVAILABLE: '
                       WS-JOURNAL-STATUS
               MOVE 'Y' TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ STUDENT-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF JRN-TIMESTAMP(1:8) >= WS-BACKUP-DATE
                           PERFORM 2210-SELECT-ENTRY
                           IF WS-ENTRY-RELEVANT = 'Y'
                               IF JRN-TIMESTAMP(1:12) <= WS-ASOF-STAMP
                                   PERFORM 2220-APPLY-ENTRY
                               ELSE
                                   PERFORM 2230-KEEP-CHANGE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-JOURNAL-STATUS = '00' OR WS-JOURNAL-STATUS = '10'
               CLOSE STUDENT-JOURNAL-FILE
           END-IF.

      * W ADDS A RECORD UNDER THE ID IN ITS AFTER IMAGE, D REMOVES THE
      * ONE IN ITS BEFORE IMAGE, R REPLACES ONE.  AN ID CORRECTION IS
      * A W OF THE NEW ID FOLLOWED BY A D OF THE OLD.
       2210-SELECT-ENTRY.
           MOVE 'N' TO WS-ENTRY-RELEVANT.
           MOVE 'N' TO WS-BEFORE-ON-FILE WS-AFTER-ON-FILE.
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.
           EVALUATE JRN-OPERATION
               WHEN 'W'
                   IF JRN-AFTER-IMAGE(1:6) = WS-STUDENT-KEY
                       MOVE 'Y' TO WS-ENTRY-RELEVANT
                       MOVE 'Y' TO WS-AFTER-ON-FILE
                       MOVE JRN-AFTER-IMAGE TO WS-AFTER-IMAGE
                   END-IF
               WHEN 'D'
                   IF JRN-BEFORE-IMAGE(1:6) = WS-STUDENT-KEY
                       MOVE 'Y' TO WS-ENTRY-RELEVANT
                       MOVE 'Y' TO WS-BEFORE-ON-FILE
                       MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-IMAGE
                   END-IF
               WHEN OTHER
                   IF JRN-AFTER-IMAGE(1:6) = WS-STUDENT-KEY
                       MOVE 'Y' TO WS-ENTRY-RELEVANT
                       MOVE 'Y' TO WS-BEFORE-ON-FILE
                       MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-IMAGE
                       MOVE 'Y' TO WS-AFTER-ON-FILE
                       MOVE JRN-AFTER-IMAGE TO WS-AFTER-IMAGE
                   END-IF
           END-EVALUATE.

       2220-APPLY-ENTRY.
           IF WS-BEFORE-ON-FILE = WS-ASOF-ON-FILE AND
              WS-BEFORE-IMAGE = WS-ASOF-IMAGE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-AFTER-ON-FILE TO WS-ASOF-ON-FILE
               MOVE WS-AFTER-IMAGE TO WS-ASOF-IMAGE
           ELSE
               IF WS-AFTER-ON-FILE = WS-ASOF-ON-FILE AND
                  WS-AFTER-IMAGE = WS-ASOF-IMAGE
                   ADD 1 TO WS-PASSED-COUNT
               ELSE
                   ADD 1 TO WS-GAP-COUNT
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE WS-AFTER-ON-FILE TO WS-ASOF-ON-FILE
                   MOVE WS-AFTER-IMAGE TO WS-ASOF-IMAGE
               END-IF
           END-IF.

       2230-KEEP-CHANGE.
           IF WS-CHANGE-COUNT >= WS-CHANGE-MAX
               ADD 1 TO WS-CHANGE-OVERFLOW
           ELSE
               ADD 1 TO WS-CHANGE-COUNT
               MOVE WS-CHANGE-COUNT TO WS-CX
               MOVE JRN-TIMESTAMP TO WS-CH-TIMESTAMP(WS-CX)
               MOVE JRN-PROGRAM TO WS-CH-PROGRAM(WS-CX)
               MOVE JRN-OPERATION TO WS-CH-OPERATION(WS-CX)
               MOVE SPACES TO WS-CH-OPERATOR(WS-CX)
               MOVE 'N' TO WS-CH-EXACT(WS-CX)
               MOVE SPACES TO WS-CH-FIELDS(WS-CX)
               EVALUATE JRN-OPERATION
                   WHEN 'W'
                       MOVE 'RECORD ADDED' TO WS-CH-FIELDS(WS-CX)
                   WHEN 'D'
                       MOVE 'RECORD REMOVED' TO WS-CH-FIELDS(WS-CX)
                   WHEN OTHER
                       PERFORM 2240-NAME-CHANGED-FIELDS
               END-EVALUATE
           END-IF.

       2240-NAME-CHANGED-FIELDS.
           MOVE 1 TO WS-FIELDS-PTR.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FIELD-COUNT
               MOVE WS-FLD-OFFSET(WS-FX) TO WS-FLD-POS
               MOVE WS-FLD-LENGTH(WS-FX) TO WS-FLD-LEN
               IF WS-BEFORE-IMAGE(WS-FLD-POS:WS-FLD-LEN) NOT =
                  WS-AFTER-IMAGE(WS-FLD-POS:WS-FLD-LEN)
                   STRING WS-FLD-NAME(WS-FX) DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          INTO WS-CH-FIELDS(WS-CX)
                          WITH POINTER WS-FIELDS-PTR
                       ON OVERFLOW
                           MOVE '...' TO WS-CH-FIELDS(WS-CX)(58:3)
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-CH-FIELDS(WS-CX) = SPACES
               MOVE 'NO FIELD CHANGED' TO WS-CH-FIELDS(WS-CX)
           END-IF.

      * THE JOURNAL DOES NOT CARRY THE OPERATOR; STUDENT-AUDIT.LOG
      * DOES, STAMPED THE SAME AS THE JOURNAL ENTRY.  A ROW STAMPED
      * IN THE SAME MINUTE IS TAKEN WHEN NO ROW MATCHES EXACTLY.
       2300-FIND-OPERATORS.
           IF WS-CHANGE-COUNT > 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT STUDENT-AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   MOVE 'Y' TO WS-END-OF-FILE
               END-IF
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ STUDENT-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF AUD-STUDENT-ID = WS-STUDENT-ID AND
                              AUD-TIMESTAMP(1:12) > WS-ASOF-STAMP
                               PERFORM 2310-MATCH-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
                   CLOSE STUDENT-AUDIT-FILE
               END-IF
           END-IF.

       2310-MATCH-AUDIT-ROW.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CHANGE-COUNT
               IF WS-CH-EXACT(WS-CX) NOT = 'Y'
                   IF AUD-TIMESTAMP = WS-CH-TIMESTAMP(WS-CX)
                       MOVE AUD-OPERATOR TO WS-CH-OPERATOR(WS-CX)
                       MOVE 'Y' TO WS-CH-EXACT(WS-CX)
                   ELSE
                       IF AUD-TIMESTAMP(1:12) =
                          WS-CH-TIMESTAMP(WS-CX)(1:12) AND
                          WS-CH-OPERATOR(WS-CX) = SPACES
                           MOVE AUD-OPERATOR TO WS-CH-OPERATOR(WS-CX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2400-READ-TODAY.
           MOVE 'N' TO WS-TODAY-ON-FILE.
           MOVE SPACES TO WS-TODAY-IMAGE.
           OPEN INPUT STUDENT-VSAM-FILE.
           IF WS-VSAM-STATUS = '00'
               MOVE WS-STUDENT-ID TO VSAM-STUDENT-ID
               READ STUDENT-VSAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VSAM-STUDENT-RECORD TO WS-TODAY-IMAGE
                       MOVE 'Y' TO WS-TODAY-ON-FILE
               END-READ
               CLOSE STUDENT-VSAM-FILE
           ELSE
               DISPLAY 'STUDENT FILE NOT AVAILABLE: ' WS-VSAM-STATUS
           END-IF.

       2500-SHOW-SIDE-BY-SIDE.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY 'STUDENT ' WS-STUDENT-ID '  AS OF ' WS-ASOF-DATE
                   ' ' WS-ASOF-TIME '  (FROM BACKUP OF '
                   WS-BACKUP-DATE ')'.
           DISPLAY 'JOURNAL ENTRIES APPLIED: ' WS-APPLIED-COUNT
                   '  ALREADY IN BACKUP: ' WS-PASSED-COUNT.
           IF WS-GAP-COUNT > 0
               DISPLAY '*** ' WS-GAP-COUNT ' ENTRY(IES) DID NOT FOLLOW '
                       'ON - A CHANGE WAS NOT JOURNALLED; TREAT THE '
                       'AS-OF VALUES WITH CAUTION ***'
           END-IF.
           DISPLAY ' '.
           MOVE SPACES TO WS-SIDE-LINE.
           MOVE 'FIELD' TO WS-SL-NAME.
           MOVE 'AS OF' TO WS-SL-ASOF.
           MOVE 'TODAY' TO WS-SL-TODAY.
           DISPLAY WS-SIDE-LINE.
           IF WS-ASOF-ON-FILE = 'N'
               DISPLAY '(NOT ON FILE AT THE AS-OF TIME)'
           END-IF.
           IF WS-TODAY-ON-FILE = 'N'
               DISPLAY '(NOT ON FILE TODAY)'
           END-IF.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FIELD-COUNT
               MOVE WS-FLD-OFFSET(WS-FX) TO WS-FLD-POS
               MOVE WS-FLD-LENGTH(WS-FX) TO WS-FLD-LEN
               MOVE SPACES TO WS-SIDE-LINE
               MOVE WS-FLD-NAME(WS-FX) TO WS-SL-NAME
               IF WS-ASOF-ON-FILE = 'Y'
                   MOVE WS-ASOF-IMAGE(WS-FLD-POS:WS-FLD-LEN)
                     TO WS-SL-ASOF
               END-IF
               IF WS-TODAY-ON-FILE = 'Y'
                   MOVE WS-TODAY-IMAGE(WS-FLD-POS:WS-FLD-LEN)
                     TO WS-SL-TODAY
               END-IF
               IF WS-FLD-NAME(WS-FX) = 'GPA'
                   PERFORM 2510-EDIT-GPA
               END-IF
               IF WS-ASOF-IMAGE(WS-FLD-POS:WS-FLD-LEN) NOT =
                  WS-TODAY-IMAGE(WS-FLD-POS:WS-FLD-LEN)
                   MOVE '<>' TO WS-SL-FLAG
               END-IF
               DISPLAY WS-SIDE-LINE
           END-PERFORM.

       2510-EDIT-GPA.
           IF WS-ASOF-ON-FILE = 'Y' AND
              WS-ASOF-IMAGE(WS-FLD-POS:3) IS NUMERIC
               MOVE WS-ASOF-IMAGE(WS-FLD-POS:3) TO WS-GPA-DIGITS
               MOVE WS-GPA-WORK TO WS-GPA-EDIT
               MOVE WS-GPA-EDIT TO WS-SL-ASOF
           END-IF.
           IF WS-TODAY-ON-FILE = 'Y' AND
              WS-TODAY-IMAGE(WS-FLD-POS:3) IS NUMERIC
               MOVE WS-TODAY-IMAGE(WS-FLD-POS:3) TO WS-GPA-DIGITS
               MOVE WS-GPA-WORK TO WS-GPA-EDIT
               MOVE WS-GPA-EDIT TO WS-SL-TODAY
           END-IF.

       2600-SHOW-CHANGES.
           DISPLAY ' '.
           DISPLAY 'CHANGES SINCE THE AS-OF TIME: ' WS-CHANGE-COUNT.
           IF WS-CHANGE-COUNT > 0
               DISPLAY 'DATE     TIME   PROGRAM  OPERATOR ACTION  '
                       'FIELDS CHANGED'
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CHANGE-COUNT
               EVALUATE WS-CH-OPERATION(WS-CX)
                   WHEN 'W'
                       MOVE 'ADD' TO WS-OP-TEXT
                   WHEN 'D'
                       MOVE 'REMOVE' TO WS-OP-TEXT
                   WHEN OTHER
                       MOVE 'UPDATE' TO WS-OP-TEXT
               END-EVALUATE
               IF WS-CH-OPERATOR(WS-CX) = SPACES
                   MOVE 'NOT LOGD' TO WS-CH-OPERATOR(WS-CX)
               END-IF
               MOVE SPACES TO WS-STAMP-TEXT
               STRING WS-CH-TIMESTAMP(WS-CX)(1:8) ' '
                      WS-CH-TIMESTAMP(WS-CX)(9:2) ':'
                      WS-CH-TIMESTAMP(WS-CX)(11:2)
                      DELIMITED BY SIZE
                      INTO WS-STAMP-TEXT
               DISPLAY WS-STAMP-TEXT(1:14) ' '
                       WS-CH-PROGRAM(WS-CX) ' '
                       WS-CH-OPERATOR(WS-CX) ' '
                       WS-OP-TEXT ' '
                       WS-CH-FIELDS(WS-CX)
           END-PERFORM.
           IF WS-CHANGE-OVERFLOW > 0
               DISPLAY '... AND ' WS-CHANGE-OVERFLOW
                       ' LATER CHANGES NOT LISTED'
           END-IF.

      * EACH INQUIRY IS LOGGED, AS IT SHOWS THE STUDENT'S PERSONAL
      * DETAILS AS THEY STOOD AT THE TIME.
       7900-WRITE-REF-AUDIT.
           MOVE 'STUDENT' TO RA-ENTITY.
           MOVE WS-STUDENT-ID TO RA-ENTITY-KEY.
           MOVE 'AS-OF INQUIRY' TO RA-ACTION.
           MOVE SPACES TO RA-OLD-VALUE.
           STRING 'BACKUP ' WS-BACKUP-DATE
                  DELIMITED BY SIZE
                  INTO RA-OLD-VALUE.
           MOVE SPACES TO RA-NEW-VALUE.
           STRING 'AS OF ' WS-ASOF-DATE ' ' WS-ASOF-TIME
                  DELIMITED BY SIZE
                  INTO RA-NEW-VALUE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-REF-STAMP.
           OPEN EXTEND REF-AUDIT-FILE.
           IF WS-REFAUDIT-STATUS = '05' OR WS-REFAUDIT-STATUS = '35'
               OPEN OUTPUT REF-AUDIT-FILE
           END-IF.
           IF WS-REFAUDIT-STATUS = '00'
               MOVE WS-REF-STAMP TO RA-TIMESTAMP
               MOVE WS-OPERATOR-ID TO RA-OPERATOR
               WRITE REF-AUDIT-RECORD
               CLOSE REF-AUDIT-FILE
           ELSE
               DISPLAY 'ERROR WRITING AUDIT LOG: '
                       WS-REFAUDIT-STATUS
           END-IF.
