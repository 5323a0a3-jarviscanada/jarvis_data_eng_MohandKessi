       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0118.
       AUTHOR. Mohand Kessi.

      * RE-ADMISSION OF AN INACTIVE (STOPPED-OUT) STUDENT.  THE
      * STOP-OUT REVIEW (PRGR0170) SETS STATUS I; ONLY THIS SCREEN
      * MAKES SUCH A STUDENT ACTIVE AGAIN, AND ONLY WHEN NO HOLD IS
      * ON FILE AND NOTHING IS OWING ON THE BILLING EXTRACT.  THE
      * TERM OF RETURN IS KEPT ON READMIT.VSAM, ONE RECORD PER
      * STUDENT, WITH THE DATE AND OPERATOR OF THE RE-ADMISSION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BILLING-EXTRACT-FILE
               ASSIGN TO 'BILLING-EXTRACT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILLX-KEY
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'STUDENT-JOURNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO 'NOTIFYQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT BATCH-STATE-FILE ASSIGN TO 'BATCH-STATE.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATE-STATUS.

           SELECT INUSE-FILE ASSIGN TO 'INUSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INUSE-STUDENT-ID
               FILE STATUS IS WS-INUSE-STATUS.

           SELECT READMIT-FILE ASSIGN TO 'READMIT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RDM-STUDENT-ID
               FILE STATUS IS WS-READMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TERM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  TERM-RECORD.
           05  TM-TERM                 PIC X(6).
           05  TM-START-DATE           PIC 9(8).
           05  TM-END-DATE             PIC 9(8).
           05  FILLER                  PIC X(48).

       FD  HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-STUDENT-ID     PIC 9(6).
               10  HOLD-CODE           PIC X(2).
           05  HOLD-REASON             PIC X(30).
           05  HOLD-PLACED-BY          PIC X(8).
           05  HOLD-DATE               PIC 9(8).

       FD  BILLING-EXTRACT-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  BILLING-EXTRACT-RECORD.
           05  BILLX-KEY.
               10  BILLX-STUD-ID       PIC X(6).
               10  BILLX-TERM          PIC X(6).
           05  BILLX-AMT-DUE           PIC 9(6)V99.
           05  BILLX-AMT-PAID          PIC 9(6)V99.
           05  BILLX-DUE-DATE          PIC X(8).

       FD  STUDENT-AUDIT-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-STUDENT-ID          PIC 9(6).
           05  AUD-FIELD-NAME          PIC X(15).
           05  AUD-OLD-VALUE           PIC X(40).
           05  AUD-NEW-VALUE           PIC X(40).
           05  AUD-TIMESTAMP           PIC X(16).
           05  AUD-OPERATOR            PIC X(8).

       FD  STUDENT-JOURNAL-FILE
           RECORD CONTAINS 385 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JRN-TIMESTAMP           PIC X(16).
           05  JRN-PROGRAM             PIC X(8).
           05  JRN-OPERATION           PIC X.
           05  JRN-BEFORE-IMAGE        PIC X(180).
           05  JRN-AFTER-IMAGE         PIC X(180).

       FD  NOTIFY-QUEUE-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  NOTIFY-QUEUE-RECORD.
           05  NQ-STATUS               PIC X.
           05  NQ-STUDENT-ID           PIC 9(6).
           05  NQ-EVENT-CODE           PIC X(8).
           05  NQ-EVENT-DATA           PIC X(40).
           05  NQ-TIMESTAMP            PIC X(16).
           05  NQ-RETRY                PIC 9.

       FD  BATCH-STATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  BATCH-STATE-RECORD.
           05  BST-STATE               PIC X.
           05  BST-DATE                PIC 9(8).

       FD  INUSE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  INUSE-RECORD.
           05  INUSE-STUDENT-ID        PIC 9(6).
           05  INUSE-OPERATOR          PIC X(8).
           05  INUSE-TIME              PIC X(16).

       FD  READMIT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  READMIT-RECORD.
           05  RDM-STUDENT-ID          PIC 9(6).
           05  RDM-TERM                PIC X(6).
           05  RDM-DATE                PIC 9(8).
           05  RDM-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-TERM-STATUS              PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS              PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS           PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-NOTIFY-STATUS            PIC XX VALUE SPACES.
       01  WS-BATCH-STATE-STATUS       PIC XX VALUE SPACES.
       01  WS-INUSE-STATUS             PIC XX VALUE SPACES.
       01  WS-READMIT-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLD-OPEN                PIC X VALUE 'N'.
       01  WS-EXTRACT-OPEN             PIC X VALUE 'N'.
       01  WS-HOLD-FOUND               PIC X VALUE 'N'.
       01  WS-END-OF-HOLDS             PIC X VALUE 'N'.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-INUSE-OK                 PIC X VALUE 'Y'.
       01  WS-INUSE-ANSWER             PIC X VALUE SPACES.
       01  WS-INUSE-HELD-ID            PIC 9(6) VALUE ZEROES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-JRN-BEFORE               PIC X(180) VALUE SPACES.
       01  WS-JRN-PROGRAM              PIC X(8) VALUE 'PRGC0118'.
       01  WS-READMIT-TERM             PIC X(6) VALUE SPACES.
       01  WS-OLD-READMIT-TERM         PIC X(6) VALUE SPACES.
       01  WS-STUD-ID-X                PIC X(6) VALUE SPACES.
       01  WS-OWING                    PIC S9(7)V99 VALUE ZERO.
       01  WS-BALANCE                  PIC S9(7)V99 VALUE ZERO.
       01  WS-OWING-EDIT               PIC Z,ZZZ,ZZ9.99.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.

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
           PERFORM 0900-CHECK-BATCH-WINDOW.
           IF WS-CONTINUE = 'Y'
               PERFORM 1000-INIT
           END-IF.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           PERFORM 3000-TERMINATE.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN I-O STUDENT-FILE.
           OPEN I-O COURSE-FILE.
           OPEN INPUT TERM-FILE.
           IF WS-FILE-STATUS NOT = '00' OR
              WS-COURSE-STATUS NOT = '00' OR
              WS-TERM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT/COURSE/TERM FILE: '
                       WS-FILE-STATUS ' ' WS-COURSE-STATUS ' '
                       WS-TERM-STATUS
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
               ELSE
                   PERFORM 1080-OPEN-JOURNAL
                   PERFORM 1090-OPEN-INUSE
                   PERFORM 1095-OPEN-READMIT
                   PERFORM 1070-OPEN-OPTIONAL
               END-IF
           END-IF.

       1070-OPEN-OPTIONAL.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-OPEN
           END-IF.
           OPEN INPUT BILLING-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS = '00'
               MOVE 'Y' TO WS-EXTRACT-OPEN
           END-IF.

       1080-OPEN-JOURNAL.
           OPEN EXTEND STUDENT-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '05'
               OPEN OUTPUT STUDENT-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING JOURNAL FILE: '
                       WS-JOURNAL-STATUS
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       1090-OPEN-INUSE.
           OPEN I-O INUSE-FILE.
           IF WS-INUSE-STATUS = '05' OR WS-INUSE-STATUS = '35'
               CLOSE INUSE-FILE
               OPEN OUTPUT INUSE-FILE
               CLOSE INUSE-FILE
               OPEN I-O INUSE-FILE
           END-IF.
           IF WS-INUSE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECORD-IN-USE FILE: '
                       WS-INUSE-STATUS
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       1095-OPEN-READMIT.
           OPEN I-O READMIT-FILE.
           IF WS-READMIT-STATUS = '05' OR WS-READMIT-STATUS = '35'
               CLOSE READMIT-FILE
               OPEN OUTPUT READMIT-FILE
               CLOSE READMIT-FILE
               OPEN I-O READMIT-FILE
           END-IF.
           IF WS-READMIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RE-ADMISSION FILE: '
                       WS-READMIT-STATUS
               MOVE 'N' TO WS-CONTINUE
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
           DISPLAY '     RE-ADMISSION OF INACTIVE STUDENTS  '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.

           DISPLAY 'ENTER STUDENT ID TO RE-ADMIT (OR 0 TO EXIT): '.
           ACCEPT STUDENT-ID.

           IF STUDENT-ID = 0
               MOVE 'N' TO WS-CONTINUE
           ELSE
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT ID NOT FOUND: ' STUDENT-ID
                   NOT INVALID KEY
                       PERFORM 7300-CHECK-AND-MARK
                       IF WS-INUSE-OK = 'Y'
                           PERFORM 2100-REVIEW-STUDENT
                           PERFORM 7400-CLEAR-MARK
                       END-IF
               END-READ
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
           END-IF.

       2100-REVIEW-STUDENT.
           DISPLAY 'STUDENT NAME    : ' STUDENT-NAME.
           DISPLAY 'COURSE/PROGRAM  : ' STUDENT-COURSE ' / '
                   STUDENT-PROGRAM.
           DISPLAY 'CURRENT STATUS  : ' STUDENT-STATUS.
           PERFORM 2110-GET-READMIT-TERM.
           IF WS-OLD-READMIT-TERM NOT = SPACES
               DISPLAY 'LAST RE-ADMITTED: ' WS-OLD-READMIT-TERM
           END-IF.
           DISPLAY ' '.

           IF STUDENT-STATUS NOT = 'I'
               DISPLAY 'ONLY AN INACTIVE (I) STUDENT CAN BE '
                       'RE-ADMITTED'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-CHECK-HOLDS.
           IF WS-HOLD-FOUND = 'Y'
               DISPLAY 'RE-ADMISSION REFUSED - CLEAR THE HOLDS ABOVE '
                       'FIRST'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-CHECK-BALANCE.
           IF WS-OWING > 0
               MOVE WS-OWING TO WS-OWING-EDIT
               DISPLAY 'RE-ADMISSION REFUSED - BALANCE OWING: '
                       WS-OWING-EDIT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-ACCEPT-TERM.
           IF WS-READMIT-TERM = SPACES
               DISPLAY 'RE-ADMISSION CANCELLED'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'RE-ADMIT ' STUDENT-ID ' FOR TERM '
                   WS-READMIT-TERM ' (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               PERFORM 2500-READMIT
           ELSE
               DISPLAY 'RE-ADMISSION CANCELLED'
           END-IF.

       2110-GET-READMIT-TERM.
           MOVE SPACES TO WS-OLD-READMIT-TERM.
           MOVE STUDENT-ID TO RDM-STUDENT-ID.
           READ READMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RDM-TERM TO WS-OLD-READMIT-TERM
           END-READ.

      * ANY HOLD BLOCKS A RETURN.  WITHOUT THE HOLD FILE THE CHECK
      * CANNOT BE MADE, SO THE RE-ADMISSION IS REFUSED.
       2200-CHECK-HOLDS.
           MOVE 'N' TO WS-HOLD-FOUND.
           IF WS-HOLD-OPEN NOT = 'Y'
               DISPLAY 'HOLD FILE UNAVAILABLE - CANNOT CONFIRM THE '
                       'STUDENT IS CLEAR'
               MOVE 'Y' TO WS-HOLD-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-END-OF-HOLDS.
           MOVE STUDENT-ID TO HOLD-STUDENT-ID.
           MOVE SPACES TO HOLD-CODE.
           START HOLD-FILE KEY IS >= HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-HOLDS
           END-START.
           PERFORM UNTIL WS-END-OF-HOLDS = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-HOLDS
                   NOT AT END
                       IF HOLD-STUDENT-ID = STUDENT-ID
                           MOVE 'Y' TO WS-HOLD-FOUND
                           DISPLAY 'HOLD ' HOLD-CODE ': '
                                   HOLD-REASON
                       ELSE
                           MOVE 'Y' TO WS-END-OF-HOLDS
                       END-IF
               END-READ
           END-PERFORM.

      * BALANCE OWING ACROSS EVERY TERM ON THE BILLING EXTRACT.  AN
      * OVERPAID TERM DOES NOT OFFSET ANOTHER TERM'S DEBT.
       2300-CHECK-BALANCE.
           MOVE ZERO TO WS-OWING.
           IF WS-EXTRACT-OPEN NOT = 'Y'
               DISPLAY 'BALANCES UNAVAILABLE - EXTRACT NOT BUILT'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE STUDENT-ID TO WS-STUD-ID-X.
           MOVE WS-STUD-ID-X TO BILLX-STUD-ID.
           MOVE LOW-VALUES TO BILLX-TERM.
           START BILLING-EXTRACT-FILE KEY IS >= BILLX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ BILLING-EXTRACT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF BILLX-STUD-ID = WS-STUD-ID-X
                           COMPUTE WS-BALANCE =
                                   BILLX-AMT-DUE - BILLX-AMT-PAID
                           IF WS-BALANCE > 0
                               ADD WS-BALANCE TO WS-OWING
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.

      * THE TERM OF RETURN MUST BE ON THE TERM MASTER AND NOT YET
      * ENDED.
       2400-ACCEPT-TERM.
           MOVE SPACES TO WS-READMIT-TERM.
           DISPLAY 'TERM OF RETURN (E.G. 2027SP, BLANK = CANCEL): '.
           ACCEPT WS-READMIT-TERM.
           IF WS-READMIT-TERM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-READMIT-TERM TO TM-TERM.
           READ TERM-FILE
               INVALID KEY
                   DISPLAY 'TERM NOT ON FILE: ' WS-READMIT-TERM
                   MOVE SPACES TO WS-READMIT-TERM
               NOT INVALID KEY
                   IF TM-END-DATE < WS-TODAY
                       DISPLAY 'TERM ' WS-READMIT-TERM
                               ' HAS ALREADY ENDED'
                       MOVE SPACES TO WS-READMIT-TERM
                   END-IF
           END-READ.

       2500-READMIT.
           MOVE STUDENT-RECORD TO WS-JRN-BEFORE.
           MOVE 'A' TO STUDENT-STATUS.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING RECORD: ' WS-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY 'STUDENT RE-ADMITTED FOR TERM '
                           WS-READMIT-TERM
                   PERFORM 7200-WRITE-JOURNAL
                   PERFORM 2550-SAVE-READMIT-TERM
                   PERFORM 2600-WRITE-AUDIT-RECORDS
                   PERFORM 7100-ADJUST-COURSE-COUNT
                   PERFORM 7500-QUEUE-NOTIFICATION
           END-REWRITE.

       2550-SAVE-READMIT-TERM.
           MOVE SPACES TO READMIT-RECORD.
           MOVE STUDENT-ID TO RDM-STUDENT-ID.
           MOVE WS-READMIT-TERM TO RDM-TERM.
           MOVE WS-TODAY TO RDM-DATE.
           MOVE WS-OPERATOR-ID TO RDM-OPERATOR.
           WRITE READMIT-RECORD
               INVALID KEY
                   REWRITE READMIT-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR SAVING RE-ADMIT TERM: '
                                   WS-READMIT-STATUS
                   END-REWRITE
           END-WRITE.

       2600-WRITE-AUDIT-RECORDS.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE STUDENT-ID TO AUD-STUDENT-ID.
           MOVE 'STATUS' TO AUD-FIELD-NAME.
           MOVE 'I' TO AUD-OLD-VALUE.
           MOVE STUDENT-STATUS TO AUD-NEW-VALUE.
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           WRITE AUDIT-RECORD.
           MOVE 'READMIT-TERM' TO AUD-FIELD-NAME.
           MOVE WS-OLD-READMIT-TERM TO AUD-OLD-VALUE.
           MOVE WS-READMIT-TERM TO AUD-NEW-VALUE.
           WRITE AUDIT-RECORD.

       7100-ADJUST-COURSE-COUNT.
           IF STUDENT-COURSE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE STUDENT-COURSE TO COURSE-CODE.
           READ COURSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO COURSE-ENROLLED
                   REWRITE COURSE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING ENROLLMENT COUNT '
                                   'FOR COURSE: ' COURSE-CODE
                   END-REWRITE
           END-READ.

       7200-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-AUDIT-TIMESTAMP TO JRN-TIMESTAMP.
           MOVE WS-JRN-PROGRAM TO JRN-PROGRAM.
           MOVE 'R' TO JRN-OPERATION.
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE.
           MOVE STUDENT-RECORD TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.

       7300-CHECK-AND-MARK.
           MOVE 'Y' TO WS-INUSE-OK.
           MOVE STUDENT-ID TO INUSE-STUDENT-ID.
           READ INUSE-FILE
               INVALID KEY
                   PERFORM 7310-WRITE-MARK
               NOT INVALID KEY
                   IF INUSE-OPERATOR = WS-OPERATOR-ID
                       MOVE STUDENT-ID TO WS-INUSE-HELD-ID
                   ELSE
                       DISPLAY 'RECORD IN USE BY ' INUSE-OPERATOR
                               ' SINCE ' INUSE-TIME
                       DISPLAY 'TAKE OVER ANYWAY (Y/N)? '
                       ACCEPT WS-INUSE-ANSWER
                       IF WS-INUSE-ANSWER = 'Y' OR
                          WS-INUSE-ANSWER = 'y'
                           PERFORM 7310-WRITE-MARK
                       ELSE
                           DISPLAY 'RE-READ THE RECORD AFTER THE '
                                   'OTHER OPERATOR FINISHES'
                           MOVE 'N' TO WS-INUSE-OK
                       END-IF
                   END-IF
           END-READ.

       7310-WRITE-MARK.
           MOVE STUDENT-ID TO INUSE-STUDENT-ID.
           MOVE STUDENT-ID TO WS-INUSE-HELD-ID.
           MOVE WS-OPERATOR-ID TO INUSE-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-AUDIT-TIMESTAMP TO INUSE-TIME.
           WRITE INUSE-RECORD
               INVALID KEY
                   REWRITE INUSE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR MARKING RECORD IN USE: '
                                   WS-INUSE-STATUS
                   END-REWRITE
           END-WRITE.

       7400-CLEAR-MARK.
           MOVE WS-INUSE-HELD-ID TO INUSE-STUDENT-ID.
           DELETE INUSE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       7500-QUEUE-NOTIFICATION.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           IF WS-NOTIFY-STATUS = '05'
               OPEN OUTPUT NOTIFY-QUEUE-FILE
           END-IF.
           IF WS-NOTIFY-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE 'P' TO NQ-STATUS
               MOVE STUDENT-ID TO NQ-STUDENT-ID
               MOVE 'STATCHG' TO NQ-EVENT-CODE
               MOVE SPACES TO NQ-EVENT-DATA
               STRING 'STATUS I TO A - RE-ADMITTED '
                      WS-READMIT-TERM
                      DELIMITED BY SIZE
                      INTO NQ-EVENT-DATA
               MOVE WS-AUDIT-TIMESTAMP TO NQ-TIMESTAMP
               MOVE ZERO TO NQ-RETRY
               WRITE NOTIFY-QUEUE-RECORD
               CLOSE NOTIFY-QUEUE-FILE
           END-IF.

       3000-TERMINATE.
           CLOSE STUDENT-FILE
                 COURSE-FILE
                 TERM-FILE
                 STUDENT-AUDIT-FILE
                 STUDENT-JOURNAL-FILE
                 INUSE-FILE
                 READMIT-FILE.
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-FILE
           END-IF.
           IF WS-EXTRACT-OPEN = 'Y'
               CLOSE BILLING-EXTRACT-FILE
           END-IF.
