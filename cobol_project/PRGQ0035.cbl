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
       01  WS-GPA-TO-EDIT              PIC 9.99.
       01  WS-GPA-EDIT                 PIC 9.99.
       01  WS-CRITERIA-LINE            PIC X(132) VALUE SPACES.
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
       01  WS-SHOW-DATE                PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM 0600-GET-OPERATOR-ROLE.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               PERFORM 2000-PROCESS-RECORDS
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
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
                   END-IF
           END-READ.

      * SUPERVISORS AND ADMINISTRATORS SEE PERSONAL DATA IN FULL.  AN
      * INSTRUCTOR SEES IT ONLY FOR STUDENTS IN A COURSE ON THEIR OWN
      * ROSTER; EVERY OTHER OPERATOR SEES IT MASKED.
       2050-APPLY-MASKING.
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
               ADD 1 TO WS-UNMASKED-COUNT
               MOVE INCLUSION-DATE TO WS-SHOW-DATE
           ELSE
               MOVE ALL '*' TO WS-SHOW-DATE
           END-IF.

       2100-OUTPUT-MATCH.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE STUDENT-GPA TO WS-GPA-EDIT.
           PERFORM 2050-APPLY-MASKING.
           DISPLAY STUDENT-ID '  ' STUDENT-NAME '  ' STUDENT-COURSE
                   '  ' STUDENT-STATUS '  ' WS-GPA-EDIT '  '
                   WS-SHOW-DATE.

           MOVE SPACES TO EXPORT-LINE.
           STRING STUDENT-ID ','
                  STUDENT-COURSE ','
                  STUDENT-STATUS ','
                  WS-GPA-EDIT ','
                  WS-SHOW-DATE
                  DELIMITED BY SIZE
                  INTO EXPORT-LINE.
           WRITE EXPORT-LINE.
               DISPLAY '----------------------------------------'
               DISPLAY 'STUDENTS SELECTED: ' WS-MATCH-COUNT
               DISPLAY 'EXTRACT WRITTEN TO: SELECT-EXTRACT.CSV'
               IF WS-UNMASKED-COUNT > 0
                   PERFORM 3100-LOG-EXPORT
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.

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
               MOVE 'SELECT-EXTRACT.CSV' TO PX-FILENAME
               MOVE WS-MATCH-COUNT TO PX-ROWS
               MOVE WS-UNMASKED-COUNT TO PX-UNMASKED
               WRITE EXPORT-LOG-RECORD
               CLOSE EXPORT-LOG-FILE
           END-IF.
