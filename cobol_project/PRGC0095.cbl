       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0095.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLACEMENT-FILE ASSIGN TO 'PLACEMENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PLACEMENT-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER STUDENT PER CO-OP WORK TERM.  PL-EVAL-OUTCOME:
      * S=SATISFACTORY, U=UNSATISFACTORY, BLANK=NOT YET EVALUATED.
       FD  PLACEMENT-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  PLACEMENT-RECORD.
           05  PL-KEY.
               10  PL-STUDENT-ID       PIC 9(6).
               10  PL-TERM             PIC X(6).
           05  PL-EMPLOYER             PIC X(30).
           05  PL-SUPERVISOR           PIC X(30).
           05  PL-START-DATE           PIC 9(8).
           05  PL-END-DATE             PIC 9(8).
           05  PL-HOURS                PIC 9(4).
           05  PL-WAGE                 PIC 9(3)V99.
           05  PL-EVAL-OUTCOME         PIC X.
           05  PL-UPDATED-BY           PIC X(8).
           05  PL-UPDATED-DATE         PIC 9(8).

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

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PLACEMENT-STATUS         PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-PLACEMENT-OPEN           PIC X VALUE 'N'.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-SEARCH-ID                PIC 9(6) VALUE ZEROES.
       01  WS-ENTRY-TERM               PIC X(6) VALUE SPACES.
       01  WS-PLACEMENT-EXISTS         PIC X VALUE 'N'.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-TEMP-EMPLOYER            PIC X(30) VALUE SPACES.
       01  WS-TEMP-SUPERVISOR          PIC X(30) VALUE SPACES.
       01  WS-TEMP-START               PIC 9(8) VALUE ZEROES.
       01  WS-TEMP-END                 PIC 9(8) VALUE ZEROES.
       01  WS-TEMP-HOURS               PIC 9(4) VALUE ZEROES.
       01  WS-TEMP-WAGE                PIC 9(3)V99 VALUE ZEROES.
       01  WS-TEMP-OUTCOME             PIC X VALUE SPACES.
       01  WS-WAGE-EDIT                PIC ZZ9.99.
       01  WS-HOURS-EDIT               PIC ZZZ9.
       01  WS-COUNT-EDIT               PIC ZZZ9.
       01  WS-LINE                     PIC X(80) VALUE SPACES.
       01  WS-LIST-COUNT               PIC 9(4) VALUE ZEROES.
       01  WS-IX                       PIC 9(4) VALUE ZEROES.
       01  WS-JX                       PIC 9(4) VALUE ZEROES.
       01  WS-CURRENT-PROGRAM          PIC X(4) VALUE SPACES.
       01  WS-PGM-COUNT                PIC 9(4) VALUE ZEROES.
       01  WS-PGM-HOURS                PIC 9(7) VALUE ZEROES.
       01  WS-PGM-WAGE-TOTAL           PIC 9(7)V99 VALUE ZEROES.
       01  WS-PGM-SATISFACTORY         PIC 9(4) VALUE ZEROES.
       01  WS-PGM-UNSATISFACTORY       PIC 9(4) VALUE ZEROES.
       01  WS-PGM-PENDING              PIC 9(4) VALUE ZEROES.
       01  WS-AVG-WAGE                 PIC 9(3)V99 VALUE ZEROES.
       01  WS-AVG-HOURS                PIC 9(4) VALUE ZEROES.

       01  WS-PLACE-TABLE.
           05  WS-PLACE-COUNT          PIC 9(4) VALUE ZEROES.
           05  WS-PLACE-ENTRY OCCURS 1000 TIMES.
               10  WS-PT-PROGRAM       PIC X(4).
               10  WS-PT-STUDENT-ID    PIC 9(6).
               10  WS-PT-NAME          PIC X(30).
               10  WS-PT-EMPLOYER      PIC X(30).
               10  WS-PT-HOURS         PIC 9(4).
               10  WS-PT-WAGE          PIC 9(3)V99.
               10  WS-PT-OUTCOME       PIC X.

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-PROGRAM         PIC X(4).
           05  WS-SWAP-STUDENT-ID      PIC 9(6).
           05  WS-SWAP-NAME            PIC X(30).
           05  WS-SWAP-EMPLOYER        PIC X(30).
           05  WS-SWAP-HOURS           PIC 9(4).
           05  WS-SWAP-WAGE            PIC 9(3)V99.
           05  WS-SWAP-OUTCOME         PIC X.

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
           OPEN I-O PLACEMENT-FILE.
           IF WS-PLACEMENT-STATUS = '05' OR WS-PLACEMENT-STATUS = '35'
               CLOSE PLACEMENT-FILE
               OPEN OUTPUT PLACEMENT-FILE
               CLOSE PLACEMENT-FILE
               OPEN I-O PLACEMENT-FILE
           END-IF.
           IF WS-PLACEMENT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PLACEMENT FILE: '
                       WS-PLACEMENT-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'Y' TO WS-PLACEMENT-OPEN
               OPEN INPUT STUDENT-FILE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE: '
                           WS-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   MOVE 'Y' TO WS-STUDENT-OPEN
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '      CO-OP WORK-TERM PLACEMENTS        '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD OR UPDATE A PLACEMENT'.
           DISPLAY '2. REMOVE A PLACEMENT'.
           DISPLAY '3. LIST A STUDENT''S PLACEMENTS'.
           DISPLAY '4. PLACEMENT REPORT BY PROGRAM FOR A TERM'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE (1-5): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-PLACEMENT
               WHEN 2
                   PERFORM 2200-REMOVE-PLACEMENT
               WHEN 3
                   PERFORM 2300-LIST-STUDENT
               WHEN 4
                   PERFORM 2400-PLACEMENT-REPORT
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2050-GET-STUDENT.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-SEARCH-ID.
           IF WS-SEARCH-ID NOT = 0
               MOVE WS-SEARCH-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT ID NOT FOUND: ' WS-SEARCH-ID
                       MOVE ZEROES TO WS-SEARCH-ID
                   NOT INVALID KEY
                       DISPLAY 'STUDENT: ' STUDENT-NAME
                               '  PROGRAM: ' STUDENT-PROGRAM
               END-READ
           END-IF.

       2100-MAINTAIN-PLACEMENT.
           PERFORM 2050-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
               DISPLAY 'ENTER WORK TERM (E.G. 2026SU): '
               ACCEPT WS-ENTRY-TERM
               MOVE WS-SEARCH-ID TO PL-STUDENT-ID
               MOVE WS-ENTRY-TERM TO PL-TERM
               MOVE 'N' TO WS-PLACEMENT-EXISTS
               READ PLACEMENT-FILE
                   INVALID KEY
                       DISPLAY 'NEW PLACEMENT'
                       MOVE SPACES TO PL-EMPLOYER PL-SUPERVISOR
                                      PL-EVAL-OUTCOME
                       MOVE ZEROES TO PL-START-DATE PL-END-DATE
                                      PL-HOURS PL-WAGE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PLACEMENT-EXISTS
                       PERFORM 2150-SHOW-PLACEMENT
               END-READ
               IF WS-ENTRY-TERM NOT = SPACES
                   PERFORM 2110-ACCEPT-PLACEMENT
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ACCEPT-PLACEMENT.
           DISPLAY 'ENTER EMPLOYER (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-EMPLOYER.
           IF WS-TEMP-EMPLOYER NOT = SPACES
               MOVE WS-TEMP-EMPLOYER TO PL-EMPLOYER
           END-IF.
           DISPLAY 'ENTER SUPERVISOR (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-SUPERVISOR.
           IF WS-TEMP-SUPERVISOR NOT = SPACES
               MOVE WS-TEMP-SUPERVISOR TO PL-SUPERVISOR
           END-IF.
           DISPLAY 'ENTER START DATE YYYYMMDD (OR 0 TO KEEP): '.
           ACCEPT WS-TEMP-START.
           IF WS-TEMP-START NOT = ZEROES
               MOVE WS-TEMP-START TO PL-START-DATE
           END-IF.
           DISPLAY 'ENTER END DATE YYYYMMDD (OR 0 TO KEEP): '.
           ACCEPT WS-TEMP-END.
           IF WS-TEMP-END NOT = ZEROES
               MOVE WS-TEMP-END TO PL-END-DATE
           END-IF.
           DISPLAY 'ENTER TOTAL HOURS (OR 0 TO KEEP): '.
           ACCEPT WS-TEMP-HOURS.
           IF WS-TEMP-HOURS NOT = ZEROES
               MOVE WS-TEMP-HOURS TO PL-HOURS
           END-IF.
           DISPLAY 'ENTER HOURLY WAGE (OR 0 TO KEEP): '.
           ACCEPT WS-TEMP-WAGE.
           IF WS-TEMP-WAGE NOT = ZEROES
               MOVE WS-TEMP-WAGE TO PL-WAGE
           END-IF.
           DISPLAY 'ENTER EVALUATION (S=SATISFACTORY, '
                   'U=UNSATISFACTORY, ENTER TO KEEP): '.
           ACCEPT WS-TEMP-OUTCOME.
           IF WS-TEMP-OUTCOME = 'S' OR WS-TEMP-OUTCOME = 'U'
               MOVE WS-TEMP-OUTCOME TO PL-EVAL-OUTCOME
           END-IF.
           MOVE WS-SEARCH-ID TO PL-STUDENT-ID.
           MOVE WS-ENTRY-TERM TO PL-TERM.
           MOVE WS-OPERATOR-ID TO PL-UPDATED-BY.
           MOVE WS-TODAY-DATE TO PL-UPDATED-DATE.

           IF PL-EMPLOYER = SPACES OR PL-START-DATE = ZEROES OR
              PL-END-DATE = ZEROES
               DISPLAY 'EMPLOYER, START AND END DATE ARE REQUIRED'
                       ' - NOT SAVED'
           ELSE
               IF PL-END-DATE < PL-START-DATE
                   DISPLAY 'END DATE BEFORE START DATE - NOT SAVED'
               ELSE
                   DISPLAY 'CONFIRM SAVE (Y/N)? '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                       PERFORM 2120-SAVE-PLACEMENT
                   ELSE
                       DISPLAY 'OPERATION CANCELLED'
                   END-IF
               END-IF
           END-IF.

       2120-SAVE-PLACEMENT.
           IF WS-PLACEMENT-EXISTS = 'Y'
               REWRITE PLACEMENT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING PLACEMENT: '
                               WS-PLACEMENT-STATUS
                   NOT INVALID KEY
                       DISPLAY 'PLACEMENT UPDATED!'
               END-REWRITE
           ELSE
               WRITE PLACEMENT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING PLACEMENT: '
                               WS-PLACEMENT-STATUS
                   NOT INVALID KEY
                       DISPLAY 'PLACEMENT ADDED!'
               END-WRITE
           END-IF.

       2150-SHOW-PLACEMENT.
           MOVE PL-WAGE TO WS-WAGE-EDIT.
           MOVE PL-HOURS TO WS-HOURS-EDIT.
           DISPLAY 'TERM       : ' PL-TERM.
           DISPLAY 'EMPLOYER   : ' PL-EMPLOYER.
           DISPLAY 'SUPERVISOR : ' PL-SUPERVISOR.
           DISPLAY 'DATES      : ' PL-START-DATE ' TO ' PL-END-DATE.
           DISPLAY 'HOURS      : ' WS-HOURS-EDIT
                   '  WAGE: ' WS-WAGE-EDIT.
           DISPLAY 'EVALUATION : ' PL-EVAL-OUTCOME.

       2200-REMOVE-PLACEMENT.
           PERFORM 2050-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
               DISPLAY 'ENTER WORK TERM: '
               ACCEPT WS-ENTRY-TERM
               MOVE WS-SEARCH-ID TO PL-STUDENT-ID
               MOVE WS-ENTRY-TERM TO PL-TERM
               READ PLACEMENT-FILE
                   INVALID KEY
                       DISPLAY 'NO PLACEMENT FOR THAT TERM'
                   NOT INVALID KEY
                       PERFORM 2150-SHOW-PLACEMENT
                       DISPLAY 'CONFIRM REMOVAL (Y/N)? '
                       ACCEPT WS-CONFIRMATION
                       IF WS-CONFIRMATION = 'Y' OR
                          WS-CONFIRMATION = 'y'
                           DELETE PLACEMENT-FILE
                               INVALID KEY
                                   DISPLAY 'ERROR REMOVING: '
                                           WS-PLACEMENT-STATUS
                               NOT INVALID KEY
                                   DISPLAY 'PLACEMENT REMOVED'
                           END-DELETE
                       ELSE
                           DISPLAY 'OPERATION CANCELLED'
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2300-LIST-STUDENT.
           PERFORM 2050-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
               MOVE ZEROES TO WS-LIST-COUNT
               MOVE 'N' TO WS-END-OF-LIST
               MOVE WS-SEARCH-ID TO PL-STUDENT-ID
               MOVE LOW-VALUES TO PL-TERM
               START PLACEMENT-FILE KEY IS >= PL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LIST
               END-START
               PERFORM UNTIL WS-END-OF-LIST = 'Y'
                   READ PLACEMENT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-LIST
                       NOT AT END
                           IF PL-STUDENT-ID NOT = WS-SEARCH-ID
                               MOVE 'Y' TO WS-END-OF-LIST
                           ELSE
                               ADD 1 TO WS-LIST-COUNT
                               DISPLAY ' '
                               PERFORM 2150-SHOW-PLACEMENT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LIST-COUNT = 0
                   DISPLAY 'NO PLACEMENTS ON FILE'
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2400-PLACEMENT-REPORT.
           DISPLAY 'ENTER WORK TERM (E.G. 2026SU): '.
           ACCEPT WS-ENTRY-TERM.
           PERFORM 2410-LOAD-PLACEMENTS.
           PERFORM 2420-SORT-PLACEMENTS.
           PERFORM 2430-WRITE-REPORT.
           DISPLAY 'PLACEMENTS REPORTED: ' WS-PLACE-COUNT.
           DISPLAY 'REPORT WRITTEN TO  : ' WS-REPORT-FILENAME.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2410-LOAD-PLACEMENTS.
           MOVE ZEROES TO WS-PLACE-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE LOW-VALUES TO PL-KEY.
           START PLACEMENT-FILE KEY IS >= PL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ PLACEMENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF PL-TERM = WS-ENTRY-TERM
                           IF WS-PLACE-COUNT < 1000
                               ADD 1 TO WS-PLACE-COUNT
                               PERFORM 2415-ADD-PLACEMENT
                           ELSE
                               DISPLAY 'PLACEMENT TABLE FULL - '
                                       'OMITTED: ' PL-STUDENT-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2415-ADD-PLACEMENT.
           MOVE PL-STUDENT-ID TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO STUDENT-NAME
                   MOVE '????' TO STUDENT-PROGRAM
           END-READ.
           MOVE STUDENT-PROGRAM TO WS-PT-PROGRAM(WS-PLACE-COUNT).
           MOVE PL-STUDENT-ID TO WS-PT-STUDENT-ID(WS-PLACE-COUNT).
           MOVE STUDENT-NAME TO WS-PT-NAME(WS-PLACE-COUNT).
           MOVE PL-EMPLOYER TO WS-PT-EMPLOYER(WS-PLACE-COUNT).
           MOVE PL-HOURS TO WS-PT-HOURS(WS-PLACE-COUNT).
           MOVE PL-WAGE TO WS-PT-WAGE(WS-PLACE-COUNT).
           MOVE PL-EVAL-OUTCOME TO WS-PT-OUTCOME(WS-PLACE-COUNT).

       2420-SORT-PLACEMENTS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >= WS-PLACE-COUNT
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX >= WS-PLACE-COUNT
                   IF WS-PT-PROGRAM(WS-JX) >
                      WS-PT-PROGRAM(WS-JX + 1)
                       MOVE WS-PLACE-ENTRY(WS-JX) TO WS-SWAP-ENTRY
                       MOVE WS-PLACE-ENTRY(WS-JX + 1)
                         TO WS-PLACE-ENTRY(WS-JX)
                       MOVE WS-SWAP-ENTRY TO WS-PLACE-ENTRY(WS-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2430-WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'PLACEMENT-' WS-ENTRY-TERM '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-LINE.
           STRING 'CO-OP PLACEMENT REPORT - WORK TERM ' WS-ENTRY-TERM
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO WS-CURRENT-PROGRAM.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PLACE-COUNT
               IF WS-PT-PROGRAM(WS-IX) NOT = WS-CURRENT-PROGRAM
                   IF WS-IX > 1
                       PERFORM 2450-PROGRAM-TOTALS
                   END-IF
                   PERFORM 2440-PROGRAM-HEADING
               END-IF
               PERFORM 2460-PLACEMENT-LINE
           END-PERFORM.
           IF WS-PLACE-COUNT > 0
               PERFORM 2450-PROGRAM-TOTALS
           ELSE
               MOVE '(NO PLACEMENTS FOR THE TERM)' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

       2440-PROGRAM-HEADING.
           MOVE WS-PT-PROGRAM(WS-IX) TO WS-CURRENT-PROGRAM.
           MOVE ZEROES TO WS-PGM-COUNT WS-PGM-HOURS WS-PGM-WAGE-TOTAL
                          WS-PGM-SATISFACTORY WS-PGM-UNSATISFACTORY
                          WS-PGM-PENDING.
           WRITE REPORT-LINE FROM SPACES.
           MOVE SPACES TO WS-LINE.
           STRING 'PROGRAM ' WS-CURRENT-PROGRAM
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE 'ID     NAME                   EMPLOYER'
             TO WS-LINE.
           MOVE 'HRS    WAGE E' TO WS-LINE(56:13).
           WRITE REPORT-LINE FROM WS-LINE.

       2450-PROGRAM-TOTALS.
           MOVE ZEROES TO WS-AVG-HOURS WS-AVG-WAGE.
           IF WS-PGM-COUNT > 0
               COMPUTE WS-AVG-HOURS ROUNDED =
                       WS-PGM-HOURS / WS-PGM-COUNT
               COMPUTE WS-AVG-WAGE ROUNDED =
                       WS-PGM-WAGE-TOTAL / WS-PGM-COUNT
           END-IF.
           MOVE WS-PGM-COUNT TO WS-COUNT-EDIT.
           MOVE WS-AVG-HOURS TO WS-HOURS-EDIT.
           MOVE WS-AVG-WAGE TO WS-WAGE-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING '  PLACED ' WS-COUNT-EDIT
                  '  AVG HOURS ' WS-HOURS-EDIT
                  '  AVG WAGE ' WS-WAGE-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING '  SATISFACTORY ' WS-PGM-SATISFACTORY
                  '  UNSATISFACTORY ' WS-PGM-UNSATISFACTORY
                  '  NOT EVALUATED ' WS-PGM-PENDING
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

       2460-PLACEMENT-LINE.
           ADD 1 TO WS-PGM-COUNT.
           ADD WS-PT-HOURS(WS-IX) TO WS-PGM-HOURS.
           ADD WS-PT-WAGE(WS-IX) TO WS-PGM-WAGE-TOTAL.
           EVALUATE WS-PT-OUTCOME(WS-IX)
               WHEN 'S'
                   ADD 1 TO WS-PGM-SATISFACTORY
               WHEN 'U'
                   ADD 1 TO WS-PGM-UNSATISFACTORY
               WHEN OTHER
                   ADD 1 TO WS-PGM-PENDING
           END-EVALUATE.
           MOVE WS-PT-HOURS(WS-IX) TO WS-HOURS-EDIT.
           MOVE WS-PT-WAGE(WS-IX) TO WS-WAGE-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING WS-PT-STUDENT-ID(WS-IX) ' '
                  WS-PT-NAME(WS-IX)(1:22) ' '
                  WS-PT-EMPLOYER(WS-IX)(1:24) ' '
                  WS-HOURS-EDIT ' ' WS-WAGE-EDIT ' '
                  WS-PT-OUTCOME(WS-IX)
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

       3000-TERMINATE.
           IF WS-PLACEMENT-OPEN = 'Y'
               CLOSE PLACEMENT-FILE
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
