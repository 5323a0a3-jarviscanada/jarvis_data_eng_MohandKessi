                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'INSTRASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           05  STUDENT-PROGRAM         PIC X(4).
           05  FILLER                  PIC X(49).

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

       WORKING-STORAGE SECTION.
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
       01  WS-SHOW-STREET              PIC X(19) VALUE SPACES.
       01  WS-SHOW-PHONE               PIC X(15) VALUE SPACES.
       01  WS-SHOW-EMAIL               PIC X(20) VALUE SPACES.
       01  WS-SHOW-DATE                PIC X(10) VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
           05  FILLER                  PIC X VALUE '/'.
           05  WS-FORMATTED-DAY        PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM 0600-GET-OPERATOR-ROLE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
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
           MOVE INCLUSION-DATE(5:2) TO WS-FORMATTED-MONTH.
           MOVE INCLUSION-DATE(7:2) TO WS-FORMATTED-DAY.

      * SUPERVISORS AND ADMINISTRATORS SEE PERSONAL DATA IN FULL.  AN
      * INSTRUCTOR SEES IT ONLY FOR STUDENTS IN A COURSE ON THEIR OWN
      * ROSTER; EVERY OTHER OPERATOR SEES IT MASKED.
       2150-APPLY-MASKING.
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
               MOVE STUDENT-ADDR-STREET TO WS-SHOW-STREET
               MOVE STUDENT-PHONE TO WS-SHOW-PHONE
               MOVE STUDENT-EMAIL TO WS-SHOW-EMAIL
               MOVE WS-FORMATTED-DATE TO WS-SHOW-DATE
           ELSE
               MOVE ALL '*' TO WS-SHOW-STREET
               MOVE '***-***-****' TO WS-SHOW-PHONE
               MOVE '*****@*****' TO WS-SHOW-EMAIL
               MOVE '****/**/**' TO WS-SHOW-DATE
           END-IF.

       2200-DISPLAY-STUDENT.
           PERFORM 2150-APPLY-MASKING.
           DISPLAY 'STUDENT INFORMATION:'.
           DISPLAY 'ID      : ' STUDENT-ID.
           DISPLAY 'NAME    : ' STUDENT-NAME.
           DISPLAY 'STREET  : ' WS-SHOW-STREET.
           DISPLAY 'CITY    : ' STUDENT-ADDR-CITY ' '
                   STUDENT-ADDR-PROV ' ' STUDENT-ADDR-POSTAL.
           DISPLAY 'PHONE   : ' WS-SHOW-PHONE.
           DISPLAY 'EMAIL   : ' WS-SHOW-EMAIL.
           DISPLAY 'COURSE  : ' STUDENT-COURSE.
           DISPLAY 'DATE    : ' WS-SHOW-DATE.
           DISPLAY ' '.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.
