               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'INSTRASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT EXPORT-LOG-FILE ASSIGN TO 'PIIEXPORT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXPORT-LINE                 PIC X(132).

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

       FD  ASSIGN-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  ASSIGN-RECORD.
           05  ASG-KEY.
               10  ASG-COURSE-CODE     PIC X(4).
               10  ASG-SECTION         PIC X(2).
           05  ASG-INSTRUCTOR-ID      PIC X(4).

       FD  EXPORT-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPORT-LOG-RECORD.
           05  PX-TIMESTAMP            PIC X(16).
           05  PX-OPERATOR             PIC X(8).
           05  PX-ROLE                 PIC X.
           05  PX-FILENAME             PIC X(30).
           05  PX-ROWS                 PIC 9(6).
           05  PX-UNMASKED             PIC 9(6).
           05  FILLER                  PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-EXPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-STATUS-FILTER            PIC X VALUE 'A'.
       01  WS-JUMP-ID                  PIC 9(6) VALUE ZEROES.
       01  WS-JUMP-REQUESTED           PIC X VALUE 'N'.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-CRED-STATUS              PIC XX VALUE SPACES.
       01  WS-CRED-EOF                 PIC X VALUE 'N'.
       01  WS-ASSIGN-STATUS            PIC XX VALUE SPACES.
       01  WS-END-OF-ASG               PIC X VALUE 'N'.
       01  WS-OPERATOR-ROLE            PIC X VALUE 'C'.
       01  WS-OPERATOR-INS-ID          PIC X(4) VALUE SPACES.
       01  WS-ROSTER-COUNT             PIC 9(2) VALUE ZEROES.
       01  WS-RX                       PIC 9(2) VALUE ZEROES.
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-COURSE OCCURS 50 TIMES PIC X(4).
       01  WS-SHOW-CONTACT             PIC X VALUE 'N'.
       01  WS-EXPLOG-STATUS            PIC XX VALUE SPACES.
       01  WS-UNMASKED-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-SHOW-DATE                PIC X(10) VALUE SPACES.

       01  WS-FORMATTED-DATE.
           05  WS-FORMATTED-YEAR       PIC 9(4).
       01  WS-EXP-STUDENT-COURSE       PIC X(4).
       01  WS-EXP-INCLUSION-DATE       PIC X(10).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM 0600-GET-OPERATOR-ROLE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS-RECORDS UNTIL WS-END-OF-FILE = 'Y'.
           PERFORM 3000-TERMINATE.
           GOBACK.

      * THE OPERATOR'S ROLE DECIDES WHETHER STUDENT CONTACT DETAILS
      * AND DATES ARE SHOWN IN FULL.  AN INSTRUCTOR'S TEACHING
      * ROSTER IS LOADED FROM INSTRASGN FOR THE PER-STUDENT CHECK.
       0600-GET-OPERATOR-ROLE.
           MOVE 'C' TO WS-OPERATOR-ROLE.
           MOVE SPACES TO WS-OPERATOR-INS-ID.
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
                           MOVE CRED-INS-ID TO WS-OPERATOR-INS-ID
                           MOVE 'Y' TO WS-CRED-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CRED-STATUS = '00' OR WS-CRED-STATUS = '10'
               CLOSE CREDENTIALS-FILE
           END-IF.
           MOVE ZEROES TO WS-ROSTER-COUNT.
           IF WS-OPERATOR-ROLE = 'I' AND WS-OPERATOR-INS-ID NOT = SPACES
               PERFORM 0650-LOAD-ROSTER
           END-IF.

       0650-LOAD-ROSTER.
           MOVE 'N' TO WS-END-OF-ASG.
           OPEN INPUT ASSIGN-FILE.
           IF WS-ASSIGN-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-ASG
           END-IF.
           PERFORM UNTIL WS-END-OF-ASG = 'Y'
               READ ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-ASG
                   NOT AT END
                       IF ASG-INSTRUCTOR-ID = WS-OPERATOR-INS-ID
                          AND WS-ROSTER-COUNT < 50
                           ADD 1 TO WS-ROSTER-COUNT
                           MOVE ASG-COURSE-CODE
                             TO WS-ROSTER-COURSE(WS-ROSTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ASSIGN-STATUS = '00' OR WS-ASSIGN-STATUS = '10'
               CLOSE ASSIGN-FILE
           END-IF.

       1000-INIT.
           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS NOT = '00'
           IF WS-JUMP-REQUESTED = 'N'
               ADD 1 TO WS-RECORD-COUNTER
               PERFORM 2110-FORMAT-DATE
               PERFORM 2140-APPLY-MASKING
               DISPLAY STUDENT-ID '  ' STUDENT-NAME(1:30) '  '
                      STUDENT-COURSE '     ' WS-SHOW-DATE
               PERFORM 2120-WRITE-EXPORT-RECORD
           ELSE
               SUBTRACT 1 FROM WS-LINE-COUNTER
       2120-WRITE-EXPORT-RECORD.
           MOVE STUDENT-ID TO WS-EXP-STUDENT-ID.
           MOVE FUNCTION TRIM(STUDENT-NAME) TO WS-EXP-STUDENT-NAME.
           IF WS-SHOW-CONTACT = 'Y'
               ADD 1 TO WS-UNMASKED-COUNT
               MOVE FUNCTION TRIM(STUDENT-ADDRESS)
                 TO WS-EXP-STUDENT-ADDRESS
               MOVE FUNCTION TRIM(STUDENT-PHONE) TO WS-EXP-STUDENT-PHONE
               MOVE FUNCTION TRIM(STUDENT-EMAIL) TO WS-EXP-STUDENT-EMAIL
           ELSE
               MOVE STUDENT-ADDRESS TO WS-EXP-STUDENT-ADDRESS
               MOVE ALL '*' TO WS-EXP-STUDENT-ADDRESS(1:19)
               MOVE '***-***-****' TO WS-EXP-STUDENT-PHONE
               MOVE '*****@*****' TO WS-EXP-STUDENT-EMAIL
           END-IF.
           MOVE STUDENT-COURSE TO WS-EXP-STUDENT-COURSE.
           MOVE WS-SHOW-DATE TO WS-EXP-INCLUSION-DATE.

           MOVE SPACES TO EXPORT-LINE.
           STRING WS-EXP-STUDENT-ID ','
                  INTO EXPORT-LINE.
           WRITE EXPORT-LINE.


      * SUPERVISORS AND ADMINISTRATORS SEE PERSONAL DATA IN FULL.  AN
      * INSTRUCTOR SEES IT ONLY FOR STUDENTS IN A COURSE ON THEIR OWN
      * ROSTER; EVERY OTHER OPERATOR SEES IT MASKED.
       2140-APPLY-MASKING.
           MOVE 'N' TO WS-SHOW-CONTACT.
           IF WS-OPERATOR-ROLE = 'S' OR WS-OPERATOR-ROLE = 'A'
               MOVE 'Y' TO WS-SHOW-CONTACT
           END-IF.
           IF WS-OPERATOR-ROLE = 'I'
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-ROSTER-COUNT
                   IF WS-ROSTER-COURSE(WS-RX) = STUDENT-COURSE
                       MOVE 'Y' TO WS-SHOW-CONTACT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SHOW-CONTACT = 'Y'
               MOVE WS-FORMATTED-DATE TO WS-SHOW-DATE
           ELSE
               MOVE '****/**/**' TO WS-SHOW-DATE
           END-IF.

       3000-TERMINATE.
           CLOSE STUDENT-FILE
                 EXPORT-FILE.
           IF WS-UNMASKED-COUNT > 0
               PERFORM 3100-LOG-EXPORT
           END-IF.
           DISPLAY ' '.
           DISPLAY '----------------------------------------'.
           DISPLAY 'TOTAL RECORDS: ' WS-RECORD-COUNTER.
               DISPLAY 'Press ENTER to return to menu...'
               ACCEPT WS-CONTINUE
           END-IF.

      * AN EXPORT CARRYING ANY UNMASKED PERSONAL DATA IS LOGGED WITH
      * THE OPERATOR, THE FILE AND THE NUMBER OF ROWS WRITTEN.
       3100-LOG-EXPORT.
           OPEN EXTEND EXPORT-LOG-FILE.
           IF WS-EXPLOG-STATUS = '05' OR WS-EXPLOG-STATUS = '35'
               OPEN OUTPUT EXPORT-LOG-FILE
           END-IF.
           IF WS-EXPLOG-STATUS = '00'
               MOVE SPACES TO EXPORT-LOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO PX-TIMESTAMP
               MOVE WS-OPERATOR-ID TO PX-OPERATOR
               MOVE WS-OPERATOR-ROLE TO PX-ROLE
               MOVE 'STUDENT-LIST.CSV' TO PX-FILENAME
               MOVE WS-RECORD-COUNTER TO PX-ROWS
               MOVE WS-UNMASKED-COUNT TO PX-UNMASKED
               WRITE EXPORT-LOG-RECORD
               CLOSE EXPORT-LOG-FILE
           END-IF.
