       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0126.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO 'SECURITY.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

      * EVERY MENU OPTION AN OPERATOR RUNS, WRITTEN BY PRGMENU.
           SELECT MENU-USAGE-FILE ASSIGN TO 'MENUUSE.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MENUUSE-STATUS.

      * ONE ROW PER OPERATOR PER QUARTER: WHICH SUPERVISOR APPROVED
      * KEEPING THE ACCOUNT, OR HAD IT DISABLED.
           SELECT SIGNOFF-FILE ASSIGN TO 'OPSIGNOFF.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIALS-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  CREDENTIALS-RECORD            PIC X(35).

       FD  SECURITY-LOG-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  SECURITY-LOG-RECORD.
           05  SEC-TIMESTAMP             PIC X(16).
           05  SEC-OPERATOR              PIC X(8).
           05  SEC-EVENT                 PIC X(12).

       FD  MENU-USAGE-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  MENU-USAGE-RECORD.
           05  MU-TIMESTAMP              PIC X(16).
           05  MU-OPERATOR               PIC X(8).
           05  MU-OPTION                 PIC 9(3).
           05  MU-ROLE                   PIC X.
           05  FILLER                    PIC X(8).

       FD  SIGNOFF-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  SIGNOFF-RECORD.
           05  SO-PERIOD                 PIC X(5).
           05  SO-OPERATOR               PIC X(8).
           05  SO-ROLE                   PIC X.
           05  SO-DECISION               PIC X.
           05  SO-APPROVED-BY            PIC X(8).
           05  SO-STAMP                  PIC X(16).
           05  SO-LAST-LOGIN             PIC 9(8).
           05  FILLER                    PIC X(13).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                   PIC X(100).

       FD  REPORT-REGISTRY-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  REPORT-REGISTRY-RECORD.
           05  RR-STATUS                 PIC X.
           05  RR-REPORT-NAME            PIC X(16).
           05  RR-FILENAME               PIC X(30).
           05  RR-RUN-DATE               PIC X(8).
           05  RR-RUN-TIME               PIC X(6).
           05  RR-OPERATOR               PIC X(8).
           05  RR-COUNT                  PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-CRED-STATUS                PIC XX VALUE SPACES.
       01  WS-SECLOG-STATUS              PIC XX VALUE SPACES.
       01  WS-MENUUSE-STATUS             PIC XX VALUE SPACES.
       01  WS-SIGNOFF-STATUS             PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS              PIC XX VALUE SPACES.
       01  WS-REGISTRY-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-FILENAME            PIC X(30) VALUE SPACES.
       01  WS-CURRENT-STAMP              PIC X(16) VALUE SPACES.
       01  WS-CONTINUE                   PIC X VALUE 'Y'.
       01  WS-CONFIRMATION               PIC X VALUE SPACES.
       01  WS-END-OF-FILE                PIC X VALUE 'N'.
       01  WS-OPERATOR-ID                PIC X(8) VALUE 'UNKNOWN'.
       01  WS-OPERATOR-ROLE              PIC X VALUE 'C'.
       01  WS-TODAY-DATE                 PIC 9(8) VALUE ZEROES.
       01  WS-PERIOD-INPUT               PIC X(5) VALUE SPACES.
       01  WS-PERIOD.
           05  WS-PERIOD-YEAR            PIC 9(4).
           05  WS-PERIOD-QTR             PIC 9.
       01  WS-PERIOD-START               PIC 9(8) VALUE ZEROES.
       01  WS-PERIOD-END                 PIC 9(8) VALUE ZEROES.
       01  WS-INACTIVE-DAYS              PIC 9(3) VALUE 90.
       01  WS-DAYS-SINCE                 PIC S9(5) VALUE ZEROES.
       01  WS-EVENT-DATE                 PIC 9(8) VALUE ZEROES.
       01  WS-CX                         PIC 9(2) VALUE ZEROES.
       01  WS-FOUND-IX                   PIC 9(2) VALUE ZEROES.
       01  WS-UX                         PIC 9(2) VALUE ZEROES.
       01  WS-USE-FOUND                  PIC 9(2) VALUE ZEROES.
       01  WS-LINE-COUNT                 PIC 9 VALUE ZEROES.
       01  WS-OPERATOR-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-FLAGGED-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-KEPT-COUNT                 PIC 9(3) VALUE ZEROES.
       01  WS-DISABLED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-DECISION                   PIC X VALUE SPACES.
       01  WS-COUNT-EDIT                 PIC ZZ,ZZ9.
       01  WS-DAYS-EDIT                  PIC ZZZZ9.
       01  WS-ROLE-TEXT                  PIC X(10) VALUE SPACES.
       01  WS-LINE                       PIC X(100) VALUE SPACES.
       01  WS-USE-TEXT                   PIC X(11) VALUE SPACES.
       01  WS-USE-POINTER                PIC 9(3) VALUE ZEROES.
       01  WS-LOWER-CASE                 PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE                 PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-CRED-WORK.
           05  WS-CW-OPERATOR-ID         PIC X(8).
           05  WS-CW-PASSWORD            PIC X(8).
           05  WS-CW-FAIL-COUNT          PIC 9.
           05  WS-CW-LOCKED              PIC X.
           05  WS-CW-PWD-DATE            PIC 9(8).
           05  WS-CW-ROLE                PIC X.
           05  WS-CW-INS-ID              PIC X(4).
           05  WS-CW-CAMPUS              PIC X(4).

      * ONE ENTRY PER CREDENTIALS RECORD, IN FILE ORDER, WITH WHAT
      * THE LOGS SAY ABOUT THE OPERATOR.
       01  WS-OPERATOR-TABLE.
           05  WS-CRED-COUNT             PIC 9(2) VALUE ZEROES.
           05  WS-OP-ENTRY OCCURS 50 TIMES.
               10  WS-OP-CRED            PIC X(35).
               10  WS-OP-LAST-LOGIN      PIC 9(8).
               10  WS-OP-FLAGGED         PIC X.
               10  WS-OP-SO-DECISION     PIC X.
               10  WS-OP-SO-BY           PIC X(8).
               10  WS-OP-TOTAL-USES      PIC 9(6).
               10  WS-OP-USE-COUNT       PIC 9(2).
               10  WS-OP-USE OCCURS 40 TIMES.
                   15  WS-OP-USE-OPTION  PIC 9(3).
                   15  WS-OP-USE-TIMES   PIC 9(5).

       01  WS-DETAIL-LINE.
           05  WS-DL-OPERATOR            PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  WS-DL-ROLE                PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  WS-DL-INS-ID              PIC X(5).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  WS-DL-LAST-LOGIN          PIC X(8).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  WS-DL-PWD-DATE            PIC X(8).
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  WS-DL-LOCKED              PIC X(3).
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  WS-DL-CAMPUS              PIC X(4).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  WS-DL-USES                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(28) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID                PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               PERFORM 1500-GET-PERIOD
           END-IF.
           IF WS-CONTINUE = 'Y'
               PERFORM 2000-SCAN-SECURITY-LOG
               PERFORM 2100-SCAN-MENU-USAGE
               PERFORM 2200-LOAD-SIGNOFFS
               PERFORM 3000-WRITE-REPORT
               PERFORM 3900-REGISTER-REPORT
               PERFORM 5000-SIGN-OFF
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.

       1000-INIT.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '   OPERATOR ACCESS RECERTIFICATION      '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           PERFORM 1200-LOAD-CREDENTIALS.
           IF WS-CRED-COUNT = 0
               DISPLAY 'NO OPERATORS ON THE CREDENTIALS FILE'
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-OPERATOR-ROLE.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CRED-COUNT
               MOVE WS-OP-CRED(WS-CX) TO WS-CRED-WORK
               IF WS-CW-OPERATOR-ID = WS-OPERATOR-ID
                   MOVE WS-CW-ROLE TO WS-OPERATOR-ROLE
               END-IF
           END-PERFORM.
           IF WS-OPERATOR-ROLE NOT = 'S' AND
              WS-OPERATOR-ROLE NOT = 'A'
               DISPLAY 'ACCESS RECERTIFICATION REQUIRES A '
                       'SUPERVISOR OPERATOR'
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       1200-LOAD-CREDENTIALS.
           MOVE ZEROES TO WS-CRED-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT CREDENTIALS-FILE.
           IF WS-CRED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CREDENTIALS FILE: '
                       WS-CRED-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ CREDENTIALS-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-CRED-COUNT < 50
                           ADD 1 TO WS-CRED-COUNT
                           MOVE CREDENTIALS-RECORD
                             TO WS-OP-CRED(WS-CRED-COUNT)
                           MOVE ZEROES
                             TO WS-OP-LAST-LOGIN(WS-CRED-COUNT)
                           MOVE 'N' TO WS-OP-FLAGGED(WS-CRED-COUNT)
                           MOVE SPACE
                             TO WS-OP-SO-DECISION(WS-CRED-COUNT)
                           MOVE SPACES TO WS-OP-SO-BY(WS-CRED-COUNT)
                           MOVE ZEROES
                             TO WS-OP-TOTAL-USES(WS-CRED-COUNT)
                           MOVE ZEROES
                             TO WS-OP-USE-COUNT(WS-CRED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CREDENTIALS-FILE.

      * THE REVIEW COVERS ONE CALENDAR QUARTER OF MENU USAGE.
       1500-GET-PERIOD.
           DISPLAY 'ENTER QUARTER TO REVIEW AS YYYYQ (E.G. 20263), '.
           DISPLAY 'OR BLANK FOR THE CURRENT QUARTER: '.
           ACCEPT WS-PERIOD-INPUT.
           IF WS-PERIOD-INPUT = SPACES
               MOVE WS-TODAY-DATE(1:4) TO WS-PERIOD-YEAR
               COMPUTE WS-PERIOD-QTR =
                   (FUNCTION NUMVAL(WS-TODAY-DATE(5:2)) + 2) / 3
           ELSE
               IF WS-PERIOD-INPUT IS NOT NUMERIC
                   DISPLAY 'QUARTER MUST BE ENTERED AS YYYYQ'
                   MOVE 'N' TO WS-CONTINUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PERIOD-INPUT TO WS-PERIOD
           END-IF.
           IF WS-PERIOD-QTR < 1 OR WS-PERIOD-QTR > 4
               DISPLAY 'QUARTER MUST BE 1 TO 4'
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PERIOD-START = WS-PERIOD-YEAR * 10000
                   + ((WS-PERIOD-QTR - 1) * 3 + 1) * 100 + 1.
           EVALUATE WS-PERIOD-QTR
               WHEN 1
                   COMPUTE WS-PERIOD-END = WS-PERIOD-YEAR * 10000 + 331
               WHEN 2
                   COMPUTE WS-PERIOD-END = WS-PERIOD-YEAR * 10000 + 630
               WHEN 3
                   COMPUTE WS-PERIOD-END = WS-PERIOD-YEAR * 10000 + 930
               WHEN 4
                   COMPUTE WS-PERIOD-END = WS-PERIOD-YEAR * 10000
                                         + 1231
           END-EVALUATE.

      * LAST SUCCESSFUL LOGIN EVER, NOT JUST IN THE QUARTER, SO THE
      * 90-DAY TEST IS MEASURED FROM TODAY.
       2000-SCAN-SECURITY-LOG.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS NOT = '00'
               DISPLAY 'SECURITY LOG NOT ON FILE - NO LOGINS KNOWN'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SECURITY-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF SEC-EVENT = 'LOGIN-OK'
                           PERFORM 2050-NOTE-LOGIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SECURITY-LOG-FILE.

       2050-NOTE-LOGIN.
           MOVE SEC-OPERATOR TO WS-CW-OPERATOR-ID.
           PERFORM 2900-FIND-OPERATOR.
           IF WS-FOUND-IX > 0 AND SEC-TIMESTAMP(1:8) IS NUMERIC
               MOVE SEC-TIMESTAMP(1:8) TO WS-EVENT-DATE
               IF WS-EVENT-DATE > WS-OP-LAST-LOGIN(WS-FOUND-IX)
                   MOVE WS-EVENT-DATE TO WS-OP-LAST-LOGIN(WS-FOUND-IX)
               END-IF
           END-IF.

       2100-SCAN-MENU-USAGE.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT MENU-USAGE-FILE.
           IF WS-MENUUSE-STATUS NOT = '00'
               DISPLAY 'MENU USAGE LOG NOT ON FILE - NO USAGE KNOWN'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ MENU-USAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF MU-TIMESTAMP(1:8) IS NUMERIC
                           MOVE MU-TIMESTAMP(1:8) TO WS-EVENT-DATE
                           IF WS-EVENT-DATE >= WS-PERIOD-START AND
                              WS-EVENT-DATE <= WS-PERIOD-END
                               PERFORM 2150-NOTE-USAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MENU-USAGE-FILE.

       2150-NOTE-USAGE.
           MOVE MU-OPERATOR TO WS-CW-OPERATOR-ID.
           PERFORM 2900-FIND-OPERATOR.
           IF WS-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OP-TOTAL-USES(WS-FOUND-IX).
           MOVE ZEROES TO WS-USE-FOUND.
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-OP-USE-COUNT(WS-FOUND-IX)
                      OR WS-USE-FOUND > 0
               IF WS-OP-USE-OPTION(WS-FOUND-IX WS-UX) = MU-OPTION
                   MOVE WS-UX TO WS-USE-FOUND
               END-IF
           END-PERFORM.
           IF WS-USE-FOUND = 0 AND WS-OP-USE-COUNT(WS-FOUND-IX) < 40
               ADD 1 TO WS-OP-USE-COUNT(WS-FOUND-IX)
               MOVE WS-OP-USE-COUNT(WS-FOUND-IX) TO WS-USE-FOUND
               MOVE MU-OPTION TO WS-OP-USE-OPTION(WS-FOUND-IX
                                                  WS-USE-FOUND)
               MOVE ZEROES TO WS-OP-USE-TIMES(WS-FOUND-IX
                                              WS-USE-FOUND)
           END-IF.
           IF WS-USE-FOUND > 0
               ADD 1 TO WS-OP-USE-TIMES(WS-FOUND-IX WS-USE-FOUND)
           END-IF.

      * THE LATEST SIGN-OFF FOR THE QUARTER WINS.
       2200-LOAD-SIGNOFFS.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SIGNOFF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SIGNOFF-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF SO-PERIOD = WS-PERIOD
                           MOVE SO-OPERATOR TO WS-CW-OPERATOR-ID
                           PERFORM 2900-FIND-OPERATOR
                           IF WS-FOUND-IX > 0
                               MOVE SO-DECISION
                                 TO WS-OP-SO-DECISION(WS-FOUND-IX)
                               MOVE SO-APPROVED-BY
                                 TO WS-OP-SO-BY(WS-FOUND-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SIGNOFF-FILE.

       2900-FIND-OPERATOR.
           MOVE ZEROES TO WS-FOUND-IX.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CRED-COUNT OR WS-FOUND-IX > 0
               IF WS-OP-CRED(WS-CX)(1:8) = WS-CW-OPERATOR-ID
                   MOVE WS-CX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       3000-WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'OPRECERT-' WS-PERIOD '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING 'OPERATOR ACCESS RECERTIFICATION - ' WS-PERIOD-YEAR
                  ' Q' WS-PERIOD-QTR '  (' WS-PERIOD-START ' TO '
                  WS-PERIOD-END ')'
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING 'RUN ' WS-TODAY-DATE ' BY ' WS-OPERATOR-ID
                  '  - NO LOGIN IN ' WS-INACTIVE-DAYS
                  ' DAYS IS FLAGGED FOR DISABLING'
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           WRITE REPORT-LINE FROM SPACES.
           MOVE 'OPERATOR  ROLE        INSTR  LAST LOGN  PWD CHGD  '
             TO WS-LINE.
           MOVE 'LCK    CAMP     USES' TO WS-LINE(53:).
           WRITE REPORT-LINE FROM WS-LINE.

           PERFORM VARYING WS-FOUND-IX FROM 1 BY 1
                   UNTIL WS-FOUND-IX > WS-CRED-COUNT
               PERFORM 3100-WRITE-OPERATOR
           END-PERFORM.

           WRITE REPORT-LINE FROM SPACES.
           MOVE WS-OPERATOR-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING 'OPERATORS REVIEWED        : ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING 'FLAGGED FOR DISABLING     : ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           CLOSE REPORT-FILE.

       3100-WRITE-OPERATOR.
           MOVE WS-OP-CRED(WS-FOUND-IX) TO WS-CRED-WORK.
           ADD 1 TO WS-OPERATOR-COUNT.
           PERFORM 3200-ROLE-TEXT.
           MOVE WS-CW-OPERATOR-ID TO WS-DL-OPERATOR.
           MOVE WS-ROLE-TEXT TO WS-DL-ROLE.
           IF WS-CW-INS-ID = SPACES
               MOVE 'NONE' TO WS-DL-INS-ID
           ELSE
               MOVE WS-CW-INS-ID TO WS-DL-INS-ID
           END-IF.
           IF WS-OP-LAST-LOGIN(WS-FOUND-IX) = ZEROES
               MOVE 'NEVER' TO WS-DL-LAST-LOGIN
           ELSE
               MOVE WS-OP-LAST-LOGIN(WS-FOUND-IX) TO WS-DL-LAST-LOGIN
           END-IF.
           IF WS-CW-PWD-DATE = ZEROES
               MOVE 'NEVER' TO WS-DL-PWD-DATE
           ELSE
               MOVE WS-CW-PWD-DATE TO WS-DL-PWD-DATE
           END-IF.
           IF WS-CW-LOCKED = 'Y'
               MOVE 'YES' TO WS-DL-LOCKED
           ELSE
               MOVE 'NO' TO WS-DL-LOCKED
           END-IF.
           IF WS-CW-CAMPUS = SPACES
               MOVE 'MAIN' TO WS-DL-CAMPUS
           ELSE
               MOVE WS-CW-CAMPUS TO WS-DL-CAMPUS
           END-IF.
           MOVE WS-OP-TOTAL-USES(WS-FOUND-IX) TO WS-DL-USES.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           IF WS-OP-USE-COUNT(WS-FOUND-IX) > 0
               MOVE SPACES TO WS-LINE
               MOVE '    OPTIONS USED:' TO WS-LINE
               MOVE 19 TO WS-USE-POINTER
               MOVE ZEROES TO WS-LINE-COUNT
               PERFORM VARYING WS-UX FROM 1 BY 1
                       UNTIL WS-UX > WS-OP-USE-COUNT(WS-FOUND-IX)
                   PERFORM 3300-ADD-USE-TEXT
               END-PERFORM
               WRITE REPORT-LINE FROM WS-LINE
           ELSE
               MOVE '    OPTIONS USED: NONE IN THE QUARTER' TO WS-LINE
               WRITE REPORT-LINE FROM WS-LINE
           END-IF.

           PERFORM 3400-CHECK-INACTIVE.
           IF WS-OP-FLAGGED(WS-FOUND-IX) = 'Y'
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE SPACES TO WS-LINE
               IF WS-OP-LAST-LOGIN(WS-FOUND-IX) = ZEROES
                   MOVE '    *** NEVER LOGGED IN - FLAGGED FOR '
                     TO WS-LINE
                   MOVE 'DISABLING' TO WS-LINE(39:)
               ELSE
                   MOVE WS-DAYS-SINCE TO WS-DAYS-EDIT
                   STRING '    *** NO LOGIN IN ' WS-DAYS-EDIT
                          ' DAYS - FLAGGED FOR DISABLING'
                          DELIMITED BY SIZE
                          INTO WS-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-LINE
           END-IF.

           IF WS-OP-SO-DECISION(WS-FOUND-IX) NOT = SPACE
               MOVE SPACES TO WS-LINE
               IF WS-OP-SO-DECISION(WS-FOUND-IX) = 'K'
                   STRING '    SIGNED OFF: KEEP, APPROVED BY '
                          WS-OP-SO-BY(WS-FOUND-IX)
                          DELIMITED BY SIZE
                          INTO WS-LINE
               ELSE
                   STRING '    SIGNED OFF: DISABLED BY '
                          WS-OP-SO-BY(WS-FOUND-IX)
                          DELIMITED BY SIZE
                          INTO WS-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-LINE
           END-IF.

       3200-ROLE-TEXT.
           EVALUATE WS-CW-ROLE
               WHEN 'A'
                   MOVE 'A ADMIN' TO WS-ROLE-TEXT
               WHEN 'S'
                   MOVE 'S SUPERVSR' TO WS-ROLE-TEXT
               WHEN 'I'
                   MOVE 'I INSTRUCT' TO WS-ROLE-TEXT
               WHEN OTHER
                   MOVE 'C CLERK' TO WS-ROLE-TEXT
           END-EVALUATE.

      * SEVEN OPTIONS TO A LINE AS "NNN:TIMES".
       3300-ADD-USE-TEXT.
           IF WS-LINE-COUNT = 7
               WRITE REPORT-LINE FROM WS-LINE
               MOVE SPACES TO WS-LINE
               MOVE 19 TO WS-USE-POINTER
               MOVE ZEROES TO WS-LINE-COUNT
           END-IF.
           MOVE WS-OP-USE-TIMES(WS-FOUND-IX WS-UX) TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-USE-TEXT.
           STRING WS-OP-USE-OPTION(WS-FOUND-IX WS-UX) ':'
                  WS-DAYS-EDIT
                  DELIMITED BY SIZE
                  INTO WS-USE-TEXT.
           MOVE WS-USE-TEXT TO WS-LINE(WS-USE-POINTER:11).
           ADD 11 TO WS-USE-POINTER.
           ADD 1 TO WS-LINE-COUNT.

       3400-CHECK-INACTIVE.
           MOVE 'N' TO WS-OP-FLAGGED(WS-FOUND-IX).
           MOVE ZEROES TO WS-DAYS-SINCE.
           IF WS-OP-LAST-LOGIN(WS-FOUND-IX) = ZEROES
               MOVE 'Y' TO WS-OP-FLAGGED(WS-FOUND-IX)
           ELSE
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-OP-LAST-LOGIN(WS-FOUND-IX))
               IF WS-DAYS-SINCE > WS-INACTIVE-DAYS
                   MOVE 'Y' TO WS-OP-FLAGGED(WS-FOUND-IX)
               END-IF
           END-IF.

       3900-REGISTER-REPORT.
           OPEN EXTEND REPORT-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF.
           IF WS-REGISTRY-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE 'A' TO RR-STATUS
               MOVE 'OPER-RECERT' TO RR-REPORT-NAME
               MOVE WS-REPORT-FILENAME TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-OPERATOR-ID TO RR-OPERATOR
               MOVE WS-OPERATOR-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           END-IF.

      * THE SUPERVISOR DECIDES EACH ACCOUNT IN TURN.  KEEP IS
      * RECORDED AS THEIR APPROVAL; DISABLE LOCKS THE ACCOUNT.
      * NOBODY SIGNS OFF THEIR OWN ACCOUNT.
       5000-SIGN-OFF.
           DISPLAY ' '.
           DISPLAY 'REPORT WRITTEN: ' WS-REPORT-FILENAME.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT.
           DISPLAY 'OPERATORS FLAGGED FOR DISABLING: ' WS-COUNT-EDIT.
           DISPLAY 'RECORD SIGN-OFF DECISIONS NOW (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-FOUND-IX FROM 1 BY 1
                   UNTIL WS-FOUND-IX > WS-CRED-COUNT
               PERFORM 5100-DECIDE-OPERATOR
           END-PERFORM.
           IF WS-DISABLED-COUNT > 0
               PERFORM 5300-SAVE-CREDENTIALS
           END-IF.
           DISPLAY ' '.
           DISPLAY 'ACCOUNTS KEPT    : ' WS-KEPT-COUNT.
           DISPLAY 'ACCOUNTS DISABLED: ' WS-DISABLED-COUNT.

       5100-DECIDE-OPERATOR.
           MOVE WS-OP-CRED(WS-FOUND-IX) TO WS-CRED-WORK.
           IF WS-CW-OPERATOR-ID = WS-OPERATOR-ID
               DISPLAY WS-CW-OPERATOR-ID
                       ' - YOUR OWN ACCOUNT, ANOTHER SUPERVISOR '
                       'MUST SIGN IT OFF'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3200-ROLE-TEXT.
           DISPLAY ' '.
           IF WS-OP-LAST-LOGIN(WS-FOUND-IX) = ZEROES
               DISPLAY WS-CW-OPERATOR-ID '  ' WS-ROLE-TEXT
                       '  LAST LOGIN: NEVER  USES: '
                       WS-OP-TOTAL-USES(WS-FOUND-IX)
           ELSE
               DISPLAY WS-CW-OPERATOR-ID '  ' WS-ROLE-TEXT
                       '  LAST LOGIN: ' WS-OP-LAST-LOGIN(WS-FOUND-IX)
                       '  USES: ' WS-OP-TOTAL-USES(WS-FOUND-IX)
           END-IF.
           IF WS-OP-FLAGGED(WS-FOUND-IX) = 'Y'
               DISPLAY '    *** FLAGGED FOR DISABLING'
           END-IF.
           IF WS-OP-SO-DECISION(WS-FOUND-IX) NOT = SPACE
               DISPLAY '    ALREADY SIGNED OFF THIS QUARTER BY '
                       WS-OP-SO-BY(WS-FOUND-IX)
           END-IF.
           DISPLAY 'K = KEEP, D = DISABLE, BLANK = SKIP: '.
           ACCEPT WS-DECISION.
           INSPECT WS-DECISION
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-DECISION NOT = 'K' AND WS-DECISION NOT = 'D'
               EXIT PARAGRAPH
           END-IF.
           IF WS-DECISION = 'K'
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               MOVE 'Y' TO WS-CW-LOCKED
               MOVE WS-CRED-WORK TO WS-OP-CRED(WS-FOUND-IX)
               ADD 1 TO WS-DISABLED-COUNT
           END-IF.
           PERFORM 5200-WRITE-SIGNOFF.

       5200-WRITE-SIGNOFF.
           OPEN EXTEND SIGNOFF-FILE.
           IF WS-SIGNOFF-STATUS = '05' OR WS-SIGNOFF-STATUS = '35'
               OPEN OUTPUT SIGNOFF-FILE
           END-IF.
           IF WS-SIGNOFF-STATUS = '00'
               MOVE SPACES TO SIGNOFF-RECORD
               MOVE WS-PERIOD TO SO-PERIOD
               MOVE WS-CW-OPERATOR-ID TO SO-OPERATOR
               MOVE WS-CW-ROLE TO SO-ROLE
               MOVE WS-DECISION TO SO-DECISION
               MOVE WS-OPERATOR-ID TO SO-APPROVED-BY
               MOVE FUNCTION CURRENT-DATE TO SO-STAMP
               MOVE WS-OP-LAST-LOGIN(WS-FOUND-IX) TO SO-LAST-LOGIN
               WRITE SIGNOFF-RECORD
               CLOSE SIGNOFF-FILE
           ELSE
               DISPLAY 'ERROR WRITING SIGN-OFF FILE: '
                       WS-SIGNOFF-STATUS
           END-IF.

       5300-SAVE-CREDENTIALS.
           OPEN OUTPUT CREDENTIALS-FILE.
           IF WS-CRED-STATUS NOT = '00'
               DISPLAY 'ERROR SAVING CREDENTIALS FILE: '
                       WS-CRED-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CRED-COUNT
               WRITE CREDENTIALS-RECORD FROM WS-OP-CRED(WS-CX)
           END-PERFORM.
           CLOSE CREDENTIALS-FILE.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS = '05' OR WS-SECLOG-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           IF WS-SECLOG-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP
               MOVE WS-OPERATOR-ID TO SEC-OPERATOR
               MOVE 'RECERT-DISAB' TO SEC-EVENT
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           END-IF.

       9000-TERMINATE.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.
