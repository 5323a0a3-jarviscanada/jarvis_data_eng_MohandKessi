       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGU0105.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIGN-FILE ASSIGN TO 'INSTRASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO 'INSTRUCTOR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO 'PAYRANK.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-RANK
               FILE STATUS IS WS-PAYRATE-STATUS.

           SELECT LETTER-QUEUE-FILE ASSIGN TO 'LETTERQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LETTERQ-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO WS-PAYROLL-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO WS-CONTRACT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSIGN-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  ASSIGN-RECORD.
           05  ASG-KEY.
               10  ASG-COURSE-CODE     PIC X(4).
               10  ASG-SECTION         PIC X(2).
           05  ASG-INSTRUCTOR-ID      PIC X(4).

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

       FD  SECTION-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  SECTION-RECORD.
           05  SEC-KEY.
               10  SEC-COURSE-CODE     PIC X(4).
               10  SEC-NUMBER          PIC X(2).
           05  SEC-DAYS                PIC X(7).
           05  SEC-START-TIME          PIC 9(4).
           05  SEC-END-TIME            PIC 9(4).
           05  SEC-ROOM                PIC X(6).
           05  SEC-CAMPUS              PIC X(4).

       FD  PAY-RATE-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  PAY-RATE-RECORD.
           05  PR-RANK                 PIC X(2).
           05  PR-DESC                 PIC X(20).
           05  PR-HOUR-RATE            PIC 9(4)V99.
           05  PR-ENTERED-BY           PIC X(8).
           05  PR-ENTERED-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).

      * CONTRACT LETTERS SHARE THE QUEUE WITH THE STUDENT LETTERS
      * UNDER THE CNTR DOCUMENT MARKER; THE INSTRUCTOR ID RIDES IN
      * THE STUDENT-ID SLOT.
       FD  LETTER-QUEUE-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  LETTER-QUEUE-RECORD.
           05  LQ-STATUS               PIC X.
           05  LQ-STUDENT-ID           PIC 9(6).
           05  LQ-INSTRUCTOR-SLOT REDEFINES LQ-STUDENT-ID.
               10  LQ-INSTRUCTOR-ID    PIC X(4).
               10  FILLER              PIC X(2).
           05  LQ-STUDENT-NAME         PIC X(30).
           05  LQ-COURSE               PIC X(4).
           05  LQ-START-DATE           PIC 9(8).
           05  LQ-LANG                 PIC X.

      * PAYROLL INTERFACE: ONE HEADER, ONE DETAIL PER INSTRUCTOR PER
      * PAY PERIOD, AND A TRAILER CARRYING THE CONTROL TOTALS.
       FD  PAYROLL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYROLL-RECORD.
           05  PI-RECORD-TYPE          PIC X.
           05  PI-DETAIL.
               10  PI-INSTRUCTOR-ID    PIC X(4).
               10  PI-PERIOD-NO        PIC 9(2).
               10  PI-PAY-DATE         PIC 9(8).
               10  PI-AMOUNT           PIC 9(7)V99.
               10  PI-TERM             PIC X(6).
               10  PI-RANK             PIC X(2).
               10  PI-SECTIONS         PIC 9(2).
               10  PI-CONTACT-HOURS    PIC 9(4)V99.
               10  FILLER              PIC X(40).
           05  PI-HEADER REDEFINES PI-DETAIL.
               10  PI-HDR-SOURCE       PIC X(10).
               10  PI-HDR-TERM         PIC X(6).
               10  PI-HDR-RUN-DATE     PIC 9(8).
               10  PI-HDR-PERIODS      PIC 9(2).
               10  PI-HDR-OPERATOR     PIC X(8).
               10  FILLER              PIC X(45).
           05  PI-TRAILER REDEFINES PI-DETAIL.
               10  PI-TRL-RECORD-COUNT PIC 9(6).
               10  PI-TRL-INSTRUCTORS  PIC 9(4).
               10  PI-TRL-TOTAL-AMOUNT PIC 9(9)V99.
               10  FILLER              PIC X(58).

       FD  CONTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTRACT-LINE               PIC X(80).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ASSIGN-STATUS            PIC XX VALUE SPACES.
       01  WS-INSTRUCTOR-STATUS        PIC XX VALUE SPACES.
       01  WS-SECTION-STATUS           PIC XX VALUE SPACES.
       01  WS-PAYRATE-STATUS           PIC XX VALUE SPACES.
       01  WS-LETTERQ-STATUS           PIC XX VALUE SPACES.
       01  WS-PAYROLL-STATUS           PIC XX VALUE SPACES.
       01  WS-CONTRACT-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-PAYROLL-FILENAME         PIC X(30) VALUE SPACES.
       01  WS-CONTRACT-FILENAME        PIC X(30) VALUE SPACES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-PAY-TERM                 PIC X(6) VALUE SPACES.
       01  WS-WEEKS-X                  PIC X(3) VALUE SPACES.
       01  WS-WEEKS                    PIC 9(2) VALUE ZEROES.
       01  WS-DEFAULT-WEEKS            PIC 9(2) VALUE 14.
       01  WS-PERIODS-X                PIC X(3) VALUE SPACES.
       01  WS-PERIODS                  PIC 9(2) VALUE ZEROES.
       01  WS-FIRST-PAY-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-PERIOD-DAYS              PIC 9(2) VALUE 14.
       01  WS-PAY-DATE                 PIC 9(8) VALUE ZEROES.
       01  WS-FIRST-PAY-INT            PIC 9(8) VALUE ZEROES.
       01  WS-ASSIGN-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-SECTION-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-INS-COUNT                PIC 9(4) VALUE ZEROES.
       01  WS-AX                       PIC 9(4) VALUE ZEROES.
       01  WS-SX                       PIC 9(4) VALUE ZEROES.
       01  WS-IX                       PIC 9(4) VALUE ZEROES.
       01  WS-PX                       PIC 9(2) VALUE ZEROES.
       01  WS-DX                       PIC 9(2) VALUE ZEROES.
       01  WS-FOUND-IX                 PIC 9(4) VALUE ZEROES.
       01  WS-SPECIFIC-FOUND           PIC X VALUE 'N'.
       01  WS-END-OF-SECTIONS          PIC X VALUE 'N'.
       01  WS-MEETING-DAYS             PIC 9 VALUE ZERO.
       01  WS-HOURS-PART               PIC 9(2) VALUE ZEROES.
       01  WS-MINUTES-PART             PIC 9(2) VALUE ZEROES.
       01  WS-START-MINUTES            PIC 9(4) VALUE ZEROES.
       01  WS-END-MINUTES              PIC 9(4) VALUE ZEROES.
       01  WS-WEEKLY-MINUTES           PIC 9(5) VALUE ZEROES.
       01  WS-CONTACT-HOURS            PIC 9(4)V99 VALUE ZEROES.
       01  WS-CONTRACT-AMOUNT          PIC 9(7)V99 VALUE ZEROES.
       01  WS-INSTALMENT               PIC 9(7)V99 VALUE ZEROES.
       01  WS-LAST-INSTALMENT          PIC 9(7)V99 VALUE ZEROES.
       01  WS-RECORD-COUNT             PIC 9(6) VALUE ZEROES.
       01  WS-PAID-COUNT               PIC 9(4) VALUE ZEROES.
       01  WS-EXCEPTION-COUNT          PIC 9(4) VALUE ZEROES.
       01  WS-LETTER-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-AMOUNT             PIC 9(9)V99 VALUE ZEROES.
       01  WS-AMOUNT-EDIT              PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-HOURS-EDIT               PIC Z,ZZ9.99.
       01  WS-RATE-EDIT                PIC Z,ZZ9.99.
       01  WS-TIME-EDIT                PIC 99B99.

      * ASSIGNMENTS ARE HELD SO A WHOLE-COURSE ASSIGNMENT CAN LEAVE
      * OUT THE SECTIONS THAT CARRY AN ASSIGNMENT OF THEIR OWN.
       01  WS-ASSIGN-TABLE.
           05  WS-ASSIGN-ENTRY OCCURS 500 TIMES.
               10  WS-TAB-ASG-COURSE   PIC X(4).
               10  WS-TAB-ASG-SECTION  PIC X(2).
               10  WS-TAB-ASG-INS-ID   PIC X(4).

       01  WS-SECTION-TABLE.
           05  WS-SECTION-ENTRY OCCURS 500 TIMES.
               10  WS-TAB-SEC-INS-IX   PIC 9(4).
               10  WS-TAB-SEC-COURSE   PIC X(4).
               10  WS-TAB-SEC-NUMBER   PIC X(2).
               10  WS-TAB-SEC-DAYS     PIC X(7).
               10  WS-TAB-SEC-START    PIC 9(4).
               10  WS-TAB-SEC-END      PIC 9(4).
               10  WS-TAB-SEC-MINUTES  PIC 9(5).

       01  WS-INSTRUCTOR-TABLE.
           05  WS-INS-ENTRY OCCURS 200 TIMES.
               10  WS-TAB-INS-ID       PIC X(4).
               10  WS-TAB-INS-NAME     PIC X(30).
               10  WS-TAB-INS-RANK     PIC X(2).
               10  WS-TAB-INS-SECTIONS PIC 9(2).
               10  WS-TAB-INS-MINUTES  PIC 9(5).

       01  WS-DATE-FORMATTED.
           05  WS-DF-YEAR              PIC 9(4).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-DF-MONTH             PIC 9(2).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-DF-DAY               PIC 9(2).

       01  WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(4).
           05  WS-DW-MONTH             PIC 9(2).
           05  WS-DW-DAY               PIC 9(2).

       01  WS-REGISTER-LINE.
           05  WS-REG-INS-ID           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-REG-NAME             PIC X(24).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-REG-RANK             PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-REG-SECTIONS         PIC Z9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-REG-HOURS            PIC Z,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-REG-TEXT             PIC X(25).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               PERFORM 2000-LOAD-ASSIGNMENTS
               PERFORM 2100-RESOLVE-ASSIGNMENTS
               PERFORM 3000-PAY-INSTRUCTORS
           END-IF.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INIT.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '        SESSIONAL PAY RUN               '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY 'ENTER TERM TO PAY (E.G. 2026FA), '.
           DISPLAY 'OR BLANK TO EXIT: '.
           ACCEPT WS-PAY-TERM.
           IF WS-PAY-TERM = SPACES
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'WEEKS OF INSTRUCTION (BLANK = 14): '.
           ACCEPT WS-WEEKS-X.
           IF WS-WEEKS-X = SPACES
               MOVE WS-DEFAULT-WEEKS TO WS-WEEKS
           ELSE
               COMPUTE WS-WEEKS = FUNCTION NUMVAL(WS-WEEKS-X)
           END-IF.
           DISPLAY 'NUMBER OF PAY PERIODS IN THE TERM (1-12): '.
           ACCEPT WS-PERIODS-X.
           MOVE ZEROES TO WS-PERIODS.
           IF WS-PERIODS-X NOT = SPACES
               COMPUTE WS-PERIODS = FUNCTION NUMVAL(WS-PERIODS-X)
           END-IF.
           DISPLAY 'FIRST PAY DATE (YYYYMMDD): '.
           ACCEPT WS-FIRST-PAY-DATE.

           IF WS-WEEKS = 0 OR WS-PERIODS = 0 OR WS-PERIODS > 12 OR
              WS-FIRST-PAY-DATE = 0
               DISPLAY 'WEEKS, PAY PERIODS (1-12) AND FIRST PAY DATE '
                       'ARE REQUIRED'
               DISPLAY 'PRESS ENTER TO RETURN TO MENU...'
               ACCEPT WS-CONFIRMATION
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FIRST-PAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FIRST-PAY-DATE).

           MOVE SPACES TO WS-PAYROLL-FILENAME.
           STRING 'SESSPAY-' WS-PAY-TERM '.DAT'
                  DELIMITED BY SIZE
                  INTO WS-PAYROLL-FILENAME.
           MOVE SPACES TO WS-CONTRACT-FILENAME.
           STRING 'CONTRACT-' WS-PAY-TERM '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-CONTRACT-FILENAME.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'SESSPAY-' WS-PAY-TERM '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.

           OPEN INPUT PAYROLL-FILE.
           IF WS-PAYROLL-STATUS = '00'
               CLOSE PAYROLL-FILE
               DISPLAY 'A PAY FEED FOR ' WS-PAY-TERM
                       ' HAS ALREADY BEEN PRODUCED.'
               DISPLAY 'PRODUCE IT AGAIN AND REQUEUE THE CONTRACT '
                       'LETTERS (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION NOT = 'Y' AND
                  WS-CONFIRMATION NOT = 'y'
                   DISPLAY 'OPERATION CANCELLED'
                   MOVE 'N' TO WS-CONTINUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 1200-OPEN-FILES.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       1200-OPEN-FILES.
           OPEN INPUT ASSIGN-FILE.
           OPEN INPUT INSTRUCTOR-FILE.
           OPEN INPUT SECTION-FILE.
           OPEN INPUT PAY-RATE-FILE.
           IF WS-ASSIGN-STATUS NOT = '00' OR
              WS-INSTRUCTOR-STATUS NOT = '00' OR
              WS-SECTION-STATUS NOT = '00' OR
              WS-PAYRATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES: '
                       WS-ASSIGN-STATUS ' ' WS-INSTRUCTOR-STATUS ' '
                       WS-SECTION-STATUS ' ' WS-PAYRATE-STATUS
               DISPLAY 'PRESS ENTER TO RETURN TO MENU...'
               ACCEPT WS-CONFIRMATION
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN OUTPUT PAYROLL-FILE
               OPEN OUTPUT CONTRACT-FILE
               OPEN OUTPUT REPORT-FILE
               OPEN EXTEND LETTER-QUEUE-FILE
               IF WS-LETTERQ-STATUS = '05'
                   OPEN OUTPUT LETTER-QUEUE-FILE
               END-IF
               PERFORM 1300-WRITE-HEADINGS
           END-IF.

       1300-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SESSIONAL PAY REGISTER - TERM ' WS-PAY-TERM
                  '  WEEKS ' WS-WEEKS '  PAY PERIODS ' WS-PERIODS
                  DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM SPACES.
           MOVE 'ID    NAME                     RK  SC     HOURS  '
             TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-LOAD-ASSIGNMENTS.
           MOVE ZEROES TO WS-ASSIGN-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-ASSIGN-COUNT < 500
                           ADD 1 TO WS-ASSIGN-COUNT
                           MOVE ASG-COURSE-CODE
                             TO WS-TAB-ASG-COURSE(WS-ASSIGN-COUNT)
                           MOVE ASG-SECTION
                             TO WS-TAB-ASG-SECTION(WS-ASSIGN-COUNT)
                           MOVE ASG-INSTRUCTOR-ID
                             TO WS-TAB-ASG-INS-ID(WS-ASSIGN-COUNT)
                       ELSE
                           DISPLAY 'ASSIGNMENT TABLE FULL - NOT PAID: '
                                   ASG-KEY
                       END-IF
               END-READ
           END-PERFORM.

      * ONLY ACTIVE SESSIONAL INSTRUCTORS ARE PAID THROUGH THIS FEED.
      * AN ASSIGNMENT WITH A BLANK SECTION COVERS EVERY SCHEDULED
      * SECTION OF THE COURSE THAT IS NOT ASSIGNED ON ITS OWN.
       2100-RESOLVE-ASSIGNMENTS.
           MOVE ZEROES TO WS-SECTION-COUNT.
           MOVE ZEROES TO WS-INS-COUNT.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ASSIGN-COUNT
               MOVE WS-TAB-ASG-INS-ID(WS-AX) TO INS-ID
               READ INSTRUCTOR-FILE
                   INVALID KEY
                       MOVE SPACE TO INS-APPOINTMENT
               END-READ
               IF INS-APPOINTMENT = 'S' AND INS-STATUS = 'A'
                   IF WS-TAB-ASG-SECTION(WS-AX) NOT = SPACES
                       MOVE WS-TAB-ASG-COURSE(WS-AX)
                         TO SEC-COURSE-CODE
                       MOVE WS-TAB-ASG-SECTION(WS-AX) TO SEC-NUMBER
                       READ SECTION-FILE
                           INVALID KEY
                               PERFORM 2150-SECTION-NOT-SCHEDULED
                           NOT INVALID KEY
                               PERFORM 2200-ADD-SECTION
                       END-READ
                   ELSE
                       PERFORM 2120-RESOLVE-WHOLE-COURSE
                   END-IF
               END-IF
           END-PERFORM.

       2120-RESOLVE-WHOLE-COURSE.
           MOVE 'N' TO WS-END-OF-SECTIONS.
           MOVE WS-TAB-ASG-COURSE(WS-AX) TO SEC-COURSE-CODE.
           MOVE LOW-VALUES TO SEC-NUMBER.
           START SECTION-FILE KEY IS >= SEC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SECTIONS
           END-START.
           PERFORM UNTIL WS-END-OF-SECTIONS = 'Y'
               READ SECTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SECTIONS
                   NOT AT END
                       IF SEC-COURSE-CODE NOT =
                          WS-TAB-ASG-COURSE(WS-AX)
                           MOVE 'Y' TO WS-END-OF-SECTIONS
                       ELSE
                           MOVE 'N' TO WS-SPECIFIC-FOUND
                           PERFORM VARYING WS-IX FROM 1 BY 1
                                   UNTIL WS-IX > WS-ASSIGN-COUNT
                               IF WS-TAB-ASG-COURSE(WS-IX) =
                                  SEC-COURSE-CODE AND
                                  WS-TAB-ASG-SECTION(WS-IX) =
                                  SEC-NUMBER
                                   MOVE 'Y' TO WS-SPECIFIC-FOUND
                               END-IF
                           END-PERFORM
                           IF WS-SPECIFIC-FOUND = 'N'
                               PERFORM 2200-ADD-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2150-SECTION-NOT-SCHEDULED.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING INS-ID '  ' INS-NAME ' SECTION '
                  WS-TAB-ASG-COURSE(WS-AX) '-'
                  WS-TAB-ASG-SECTION(WS-AX) ' NOT SCHEDULED'
                  DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * WEEKLY CONTACT MINUTES ARE THE MEETING LENGTH TIMES THE
      * NUMBER OF MEETING DAYS FLAGGED ON THE SECTION.
       2200-ADD-SECTION.
           MOVE ZERO TO WS-MEETING-DAYS.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 7
               IF SEC-DAYS(WS-DX:1) NOT = SPACE
                   ADD 1 TO WS-MEETING-DAYS
               END-IF
           END-PERFORM.
           DIVIDE SEC-START-TIME BY 100 GIVING WS-HOURS-PART
                  REMAINDER WS-MINUTES-PART.
           COMPUTE WS-START-MINUTES =
                   WS-HOURS-PART * 60 + WS-MINUTES-PART.
           DIVIDE SEC-END-TIME BY 100 GIVING WS-HOURS-PART
                  REMAINDER WS-MINUTES-PART.
           COMPUTE WS-END-MINUTES =
                   WS-HOURS-PART * 60 + WS-MINUTES-PART.
           IF WS-END-MINUTES > WS-START-MINUTES
               COMPUTE WS-WEEKLY-MINUTES =
                       (WS-END-MINUTES - WS-START-MINUTES)
                       * WS-MEETING-DAYS
           ELSE
               MOVE ZEROES TO WS-WEEKLY-MINUTES
           END-IF.

           MOVE ZEROES TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-INS-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-TAB-INS-ID(WS-IX) = INS-ID
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX = 0
               IF WS-INS-COUNT < 200
                   ADD 1 TO WS-INS-COUNT
                   MOVE WS-INS-COUNT TO WS-FOUND-IX
                   MOVE INS-ID TO WS-TAB-INS-ID(WS-FOUND-IX)
                   MOVE INS-NAME TO WS-TAB-INS-NAME(WS-FOUND-IX)
                   MOVE INS-RANK TO WS-TAB-INS-RANK(WS-FOUND-IX)
                   MOVE ZEROES TO WS-TAB-INS-SECTIONS(WS-FOUND-IX)
                   MOVE ZEROES TO WS-TAB-INS-MINUTES(WS-FOUND-IX)
               ELSE
                   DISPLAY 'INSTRUCTOR TABLE FULL - NOT PAID: '
                           INS-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-SECTION-COUNT >= 500
               DISPLAY 'SECTION TABLE FULL - NOT PAID: ' SEC-KEY
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           MOVE WS-FOUND-IX TO WS-TAB-SEC-INS-IX(WS-SECTION-COUNT).
           MOVE SEC-COURSE-CODE TO WS-TAB-SEC-COURSE(WS-SECTION-COUNT).
           MOVE SEC-NUMBER TO WS-TAB-SEC-NUMBER(WS-SECTION-COUNT).
           MOVE SEC-DAYS TO WS-TAB-SEC-DAYS(WS-SECTION-COUNT).
           MOVE SEC-START-TIME TO WS-TAB-SEC-START(WS-SECTION-COUNT).
           MOVE SEC-END-TIME TO WS-TAB-SEC-END(WS-SECTION-COUNT).
           MOVE WS-WEEKLY-MINUTES
             TO WS-TAB-SEC-MINUTES(WS-SECTION-COUNT).
           ADD 1 TO WS-TAB-INS-SECTIONS(WS-FOUND-IX).
           ADD WS-WEEKLY-MINUTES TO WS-TAB-INS-MINUTES(WS-FOUND-IX).

       3000-PAY-INSTRUCTORS.
           MOVE SPACES TO PAYROLL-RECORD.
           MOVE 'H' TO PI-RECORD-TYPE.
           MOVE 'SESSIONAL' TO PI-HDR-SOURCE.
           MOVE WS-PAY-TERM TO PI-HDR-TERM.
           MOVE WS-TODAY-DATE TO PI-HDR-RUN-DATE.
           MOVE WS-PERIODS TO PI-HDR-PERIODS.
           MOVE WS-OPERATOR-ID TO PI-HDR-OPERATOR.
           WRITE PAYROLL-RECORD.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-INS-COUNT
               PERFORM 3100-PAY-ONE-INSTRUCTOR
           END-PERFORM.

           MOVE SPACES TO PAYROLL-RECORD.
           MOVE 'T' TO PI-RECORD-TYPE.
           MOVE WS-RECORD-COUNT TO PI-TRL-RECORD-COUNT.
           MOVE WS-PAID-COUNT TO PI-TRL-INSTRUCTORS.
           MOVE WS-TOTAL-AMOUNT TO PI-TRL-TOTAL-AMOUNT.
           WRITE PAYROLL-RECORD.

           MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-EDIT.
           WRITE REPORT-LINE FROM SPACES.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CONTROL TOTALS - DETAIL RECORDS: ' WS-RECORD-COUNT
                  '  INSTRUCTORS: ' WS-PAID-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '                 TOTAL AMOUNT: ' WS-TOTAL-EDIT
                  '  EXCEPTIONS: ' WS-EXCEPTION-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY 'INSTRUCTORS PAID: ' WS-PAID-COUNT.
           DISPLAY 'DETAIL RECORDS  : ' WS-RECORD-COUNT.
           DISPLAY 'TOTAL AMOUNT    : ' WS-TOTAL-EDIT.
           DISPLAY 'EXCEPTIONS      : ' WS-EXCEPTION-COUNT.
           DISPLAY 'LETTERS QUEUED  : ' WS-LETTER-COUNT.
           DISPLAY 'PAYROLL FEED    : ' WS-PAYROLL-FILENAME.
           DISPLAY 'CONTRACTS       : ' WS-CONTRACT-FILENAME.
           DISPLAY 'PAY REGISTER    : ' WS-REPORT-FILENAME.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.

      * THE CONTRACT IS CONTACT HOURS FOR THE TERM AT THE RANK'S
      * HOURLY RATE, PAID IN EQUAL INSTALMENTS WITH ANY ROUNDING
      * REMAINDER CARRIED ON THE LAST ONE.
       3100-PAY-ONE-INSTRUCTOR.
           MOVE WS-TAB-INS-ID(WS-IX) TO WS-REG-INS-ID.
           MOVE WS-TAB-INS-NAME(WS-IX) TO WS-REG-NAME.
           MOVE WS-TAB-INS-RANK(WS-IX) TO WS-REG-RANK.
           MOVE WS-TAB-INS-SECTIONS(WS-IX) TO WS-REG-SECTIONS.
           COMPUTE WS-CONTACT-HOURS ROUNDED =
                   WS-TAB-INS-MINUTES(WS-IX) * WS-WEEKS / 60.
           MOVE WS-CONTACT-HOURS TO WS-REG-HOURS.

           MOVE WS-TAB-INS-RANK(WS-IX) TO PR-RANK.
           READ PAY-RATE-FILE
               INVALID KEY
                   MOVE ZEROES TO PR-HOUR-RATE
           END-READ.
           IF PR-HOUR-RATE = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-REG-TEXT
               STRING 'NO PAY RATE FOR RANK ' WS-TAB-INS-RANK(WS-IX)
                      DELIMITED BY SIZE
                      INTO WS-REG-TEXT
               WRITE REPORT-LINE FROM WS-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTACT-HOURS = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'NO MEETING TIMES' TO WS-REG-TEXT
               WRITE REPORT-LINE FROM WS-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CONTRACT-AMOUNT ROUNDED =
                   WS-CONTACT-HOURS * PR-HOUR-RATE.
           DIVIDE WS-CONTRACT-AMOUNT BY WS-PERIODS
                  GIVING WS-INSTALMENT.
           COMPUTE WS-LAST-INSTALMENT = WS-CONTRACT-AMOUNT -
                   WS-INSTALMENT * (WS-PERIODS - 1).

           ADD 1 TO WS-PAID-COUNT.
           ADD WS-CONTRACT-AMOUNT TO WS-TOTAL-AMOUNT.
           PERFORM 3200-WRITE-INSTALMENTS.
           PERFORM 3300-WRITE-CONTRACT.
           PERFORM 3400-QUEUE-LETTER.

           MOVE WS-CONTRACT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REG-TEXT.
           STRING 'CONTRACT ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REG-TEXT.
           WRITE REPORT-LINE FROM WS-REGISTER-LINE.

       3200-WRITE-INSTALMENTS.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PERIODS
               MOVE SPACES TO PAYROLL-RECORD
               MOVE 'D' TO PI-RECORD-TYPE
               MOVE WS-TAB-INS-ID(WS-IX) TO PI-INSTRUCTOR-ID
               MOVE WS-PX TO PI-PERIOD-NO
               PERFORM 3210-GET-PAY-DATE
               MOVE WS-PAY-DATE TO PI-PAY-DATE
               IF WS-PX = WS-PERIODS
                   MOVE WS-LAST-INSTALMENT TO PI-AMOUNT
               ELSE
                   MOVE WS-INSTALMENT TO PI-AMOUNT
               END-IF
               MOVE WS-PAY-TERM TO PI-TERM
               MOVE WS-TAB-INS-RANK(WS-IX) TO PI-RANK
               MOVE WS-TAB-INS-SECTIONS(WS-IX) TO PI-SECTIONS
               MOVE WS-CONTACT-HOURS TO PI-CONTACT-HOURS
               WRITE PAYROLL-RECORD
               ADD 1 TO WS-RECORD-COUNT
           END-PERFORM.

       3210-GET-PAY-DATE.
           COMPUTE WS-PAY-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-FIRST-PAY-INT + (WS-PX - 1) * WS-PERIOD-DAYS).

       3300-WRITE-CONTRACT.
           IF WS-PAID-COUNT > 1
               WRITE CONTRACT-LINE FROM SPACES AFTER PAGE
           END-IF.
           MOVE SPACES TO CONTRACT-LINE.
           STRING 'SESSIONAL TEACHING CONTRACT - TERM ' WS-PAY-TERM
                  DELIMITED BY SIZE
                  INTO CONTRACT-LINE.
           WRITE CONTRACT-LINE.
           WRITE CONTRACT-LINE FROM SPACES.
           MOVE SPACES TO CONTRACT-LINE.
           STRING 'INSTRUCTOR : ' WS-TAB-INS-ID(WS-IX) '  '
                  WS-TAB-INS-NAME(WS-IX)
                  DELIMITED BY SIZE
                  INTO CONTRACT-LINE.
           WRITE CONTRACT-LINE.
           MOVE PR-HOUR-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO CONTRACT-LINE.
           STRING 'RANK       : ' WS-TAB-INS-RANK(WS-IX) ' '
                  PR-DESC '  RATE PER CONTACT HOUR ' WS-RATE-EDIT
                  DELIMITED BY SIZE
                  INTO CONTRACT-LINE.
           WRITE CONTRACT-LINE.
           WRITE CONTRACT-LINE FROM SPACES.
           MOVE '  COURSE SECTION  DAYS     START  END   '
             TO CONTRACT-LINE.
           WRITE CONTRACT-LINE.

           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
               IF WS-TAB-SEC-INS-IX(WS-SX) = WS-IX
                   MOVE SPACES TO CONTRACT-LINE
                   MOVE WS-TAB-SEC-COURSE(WS-SX)
                     TO CONTRACT-LINE(3:4)
                   MOVE WS-TAB-SEC-NUMBER(WS-SX)
                     TO CONTRACT-LINE(10:2)
                   MOVE WS-TAB-SEC-DAYS(WS-SX)
                     TO CONTRACT-LINE(19:7)
                   MOVE WS-TAB-SEC-START(WS-SX) TO WS-TIME-EDIT
                   MOVE WS-TIME-EDIT TO CONTRACT-LINE(28:5)
                   MOVE WS-TAB-SEC-END(WS-SX) TO WS-TIME-EDIT
                   MOVE WS-TIME-EDIT TO CONTRACT-LINE(35:5)
                   WRITE CONTRACT-LINE
               END-IF
           END-PERFORM.

           WRITE CONTRACT-LINE FROM SPACES.
           MOVE WS-CONTACT-HOURS TO WS-HOURS-EDIT.
           MOVE SPACES TO CONTRACT-LINE.
           STRING 'CONTACT HOURS  : ' WS-HOURS-EDIT
                  ' OVER ' WS-WEEKS ' WEEKS'
                  DELIMITED BY SIZE
                  INTO CONTRACT-LINE.
           WRITE CONTRACT-LINE.
           MOVE WS-CONTRACT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO CONTRACT-LINE.
           STRING 'CONTRACT AMOUNT: ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE
                  INTO CONTRACT-LINE.
           WRITE CONTRACT-LINE.
           MOVE WS-FIRST-PAY-DATE TO WS-DATE-WORK.
           MOVE WS-DW-YEAR TO WS-DF-YEAR.
           MOVE WS-DW-MONTH TO WS-DF-MONTH.
           MOVE WS-DW-DAY TO WS-DF-DAY.
           MOVE SPACES TO CONTRACT-LINE.
           STRING 'PAID IN ' WS-PERIODS ' INSTALMENTS BEGINNING '
                  WS-DATE-FORMATTED
                  DELIMITED BY SIZE
                  INTO CONTRACT-LINE.
           WRITE CONTRACT-LINE.

       3400-QUEUE-LETTER.
           IF WS-LETTERQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LETTER-QUEUE-RECORD.
           MOVE 'P' TO LQ-STATUS.
           MOVE WS-TAB-INS-ID(WS-IX) TO LQ-INSTRUCTOR-ID.
           MOVE WS-TAB-INS-NAME(WS-IX) TO LQ-STUDENT-NAME.
           MOVE 'CNTR' TO LQ-COURSE.
           MOVE WS-FIRST-PAY-DATE TO LQ-START-DATE.
           MOVE 'E' TO LQ-LANG.
           WRITE LETTER-QUEUE-RECORD.
           ADD 1 TO WS-LETTER-COUNT.

       4000-TERMINATE.
           IF WS-CONTINUE = 'Y'
               CLOSE ASSIGN-FILE
                     INSTRUCTOR-FILE
                     SECTION-FILE
                     PAY-RATE-FILE
                     PAYROLL-FILE
                     CONTRACT-FILE
                     REPORT-FILE
               IF WS-LETTERQ-STATUS = '00'
                   CLOSE LETTER-QUEUE-FILE
               END-IF
           END-IF.
