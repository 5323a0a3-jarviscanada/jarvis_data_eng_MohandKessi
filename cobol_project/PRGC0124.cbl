       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0124.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO 'RATETBL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.

      * ROLLED RATES WAIT HERE UNTIL A SUPERVISOR APPROVES THEM
      * THROUGH PRGU0125; BILLING NEVER READS THIS FILE.
           SELECT RATEPEND-FILE ASSIGN TO 'RATEPEND.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RATEPEND-STATUS.

           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT REF-AUDIT-FILE ASSIGN TO 'REFAUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFAUDIT-STATUS.

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
       FD  RATE-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  RATE-RECORD.
           05  RT-KEY.
               10  RT-TERM             PIC X(6).
               10  RT-COURSE           PIC X(4).
           05  RT-PER-CREDIT           PIC 9(4)V99.
           05  RT-FLAT-CHARGE          PIC 9(6)V99.

       FD  RATEPEND-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  RATEPEND-RECORD.
           05  RP-KEY.
               10  RP-TERM             PIC X(6).
               10  RP-COURSE           PIC X(4).
           05  RP-PER-CREDIT           PIC 9(4)V99.
           05  RP-FLAT-CHARGE          PIC 9(6)V99.
           05  RP-SOURCE-TERM          PIC X(6).
           05  RP-OLD-PER-CREDIT       PIC 9(4)V99.
           05  RP-OLD-FLAT-CHARGE      PIC 9(6)V99.
           05  RP-PCT                  PIC 9(3)V99.
           05  RP-ROUNDING             PIC X.
           05  RP-CREATED-BY           PIC X(8).
           05  RP-CREATED-DATE         PIC 9(8).
           05  FILLER                  PIC X(4).

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

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                 PIC X(100).

       FD  REPORT-REGISTRY-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  REPORT-REGISTRY-RECORD.
           05  RR-STATUS               PIC X.
           05  RR-REPORT-NAME          PIC X(16).
           05  RR-FILENAME             PIC X(30).
           05  RR-RUN-DATE             PIC X(8).
           05  RR-RUN-TIME             PIC X(6).
           05  RR-OPERATOR             PIC X(8).
           05  RR-COUNT                PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS              PIC XX VALUE SPACES.
       01  WS-RATEPEND-STATUS          PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-COURSE-OPEN              PIC X VALUE 'N'.
       01  WS-REFAUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTRY-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-CURRENT-STAMP            PIC X(16) VALUE SPACES.
       01  WS-REF-STAMP                PIC X(16) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-SOURCE-TERM              PIC X(6) VALUE SPACES.
       01  WS-TARGET-TERM              PIC X(6) VALUE SPACES.
       01  WS-OVERALL-PCT              PIC 9(3)V99 VALUE ZEROES.
       01  WS-ROUNDING                 PIC X VALUE 'C'.
       01  WS-ROW-PCT                  PIC 9(3)V99 VALUE ZEROES.
       01  WS-OVERRIDE-DONE            PIC X VALUE 'N'.
       01  WS-OVERRIDE-COURSE          PIC X(4) VALUE SPACES.
       01  WS-OVERRIDE-PCT             PIC 9(3)V99 VALUE ZEROES.
       01  WS-OX                       PIC 9(3) VALUE ZEROES.
       01  WS-OVR-FOUND-IX             PIC 9(3) VALUE ZEROES.
       01  WS-SOURCE-ROWS              PIC 9(6) VALUE ZEROES.
       01  WS-TARGET-ROWS              PIC 9(6) VALUE ZEROES.
       01  WS-PENDING-ROWS             PIC 9(6) VALUE ZEROES.
       01  WS-ROLLED-ROWS              PIC 9(6) VALUE ZEROES.
       01  WS-FAILED-ROWS              PIC 9(6) VALUE ZEROES.
       01  WS-MISSING-COURSES          PIC 9(6) VALUE ZEROES.
       01  WS-TARGET-DEFAULT           PIC X VALUE 'N'.
       01  WS-ROW-OK                   PIC X VALUE 'Y'.
       01  WS-RAW-AMOUNT               PIC 9(8)V9(4) VALUE ZEROES.
       01  WS-WHOLE-AMOUNT             PIC 9(8) VALUE ZEROES.
       01  WS-NEW-AMOUNT               PIC 9(8)V99 VALUE ZEROES.
       01  WS-NEW-PER-CREDIT           PIC 9(8)V99 VALUE ZEROES.
       01  WS-NEW-FLAT-CHARGE          PIC 9(8)V99 VALUE ZEROES.
       01  WS-PCT-EDIT                 PIC ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZZ,ZZ9.
       01  WS-LINE                     PIC X(100) VALUE SPACES.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * COURSES GIVEN THEIR OWN PERCENTAGE INSTEAD OF THE OVERALL ONE.
       01  WS-OVERRIDE-TABLE.
           05  WS-OVERRIDE-COUNT       PIC 9(3) VALUE ZEROES.
           05  WS-OVERRIDE-ENTRY OCCURS 100 TIMES.
               10  WS-OVR-COURSE       PIC X(4).
               10  WS-OVR-PCT          PIC 9(3)V99.

       01  WS-PROOF-LINE.
           05  WS-PL-COURSE            PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PL-OLD-PER-CREDIT    PIC Z,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PL-NEW-PER-CREDIT    PIC Z,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PL-OLD-FLAT          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PL-NEW-FLAT          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-PCT               PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-NOTE              PIC X(30).
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-MISSING-LINE.
           05  WS-ML-COURSE            PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ML-NAME              PIC X(30).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ML-NOTE              PIC X(40).
           05  FILLER                  PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               PERFORM 1500-GET-PARAMETERS
           END-IF.
           IF WS-CONTINUE = 'Y'
               PERFORM 2000-BUILD-ROLLOVER
               PERFORM 3000-LIST-MISSING-RATES
               PERFORM 3500-WRITE-TOTALS
               PERFORM 3900-REGISTER-REPORT
               PERFORM 3950-AUDIT-ROLLOVER
           END-IF.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INIT.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '        TUITION RATE ROLLOVER           '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RATE TABLE: ' WS-RATE-STATUS
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O RATEPEND-FILE.
           IF WS-RATEPEND-STATUS = '05' OR WS-RATEPEND-STATUS = '35'
               CLOSE RATEPEND-FILE
               OPEN OUTPUT RATEPEND-FILE
               CLOSE RATEPEND-FILE
               OPEN I-O RATEPEND-FILE
           END-IF.
           IF WS-RATEPEND-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PENDING RATES: '
                       WS-RATEPEND-STATUS
               CLOSE RATE-FILE
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-STATUS = '00'
               MOVE 'Y' TO WS-COURSE-OPEN
           ELSE
               DISPLAY 'COURSE MASTER NOT ON FILE - MISSING RATE '
                       'CHECK SKIPPED'
           END-IF.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       1500-GET-PARAMETERS.
           DISPLAY 'ENTER SOURCE TERM TO COPY (E.G. 2026FA), '.
           DISPLAY 'OR BLANK TO EXIT: '.
           ACCEPT WS-SOURCE-TERM.
           INSPECT WS-SOURCE-TERM
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-SOURCE-TERM = SPACES
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SOURCE-TERM TO WS-TARGET-TERM.
           PERFORM 1510-COUNT-TERM-RATES.
           MOVE WS-TARGET-ROWS TO WS-SOURCE-ROWS.
           IF WS-SOURCE-ROWS = 0
               DISPLAY 'NO RATES ON FILE FOR TERM ' WS-SOURCE-TERM
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'ENTER TARGET TERM (E.G. 2027FA): '.
           ACCEPT WS-TARGET-TERM.
           INSPECT WS-TARGET-TERM
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-TARGET-TERM = SPACES OR
              WS-TARGET-TERM = WS-SOURCE-TERM
               DISPLAY 'TARGET TERM MUST DIFFER FROM THE SOURCE TERM'
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1510-COUNT-TERM-RATES.
           IF WS-TARGET-ROWS > 0
               MOVE WS-TARGET-ROWS TO WS-COUNT-EDIT
               DISPLAY WS-COUNT-EDIT ' RATES ALREADY ON FILE FOR '
                       WS-TARGET-TERM ' - ROLLED ROWS REPLACE THEM'
               DISPLAY 'ON APPROVAL'
           END-IF.
           PERFORM 1520-COUNT-PENDING.
           IF WS-PENDING-ROWS > 0
               DISPLAY 'A ROLLOVER FOR ' WS-TARGET-TERM
                       ' IS ALREADY AWAITING APPROVAL'
               DISPLAY 'REPLACE IT (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   PERFORM 1530-CLEAR-PENDING
               ELSE
                   DISPLAY 'ROLLOVER CANCELLED'
                   MOVE 'N' TO WS-CONTINUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY 'ENTER OVERALL INCREASE PERCENT (999.99): '.
           ACCEPT WS-OVERALL-PCT.
           MOVE 'N' TO WS-OVERRIDE-DONE.
           MOVE ZEROES TO WS-OVERRIDE-COUNT.
           PERFORM 1600-GET-OVERRIDE UNTIL WS-OVERRIDE-DONE = 'Y'.

           DISPLAY 'ROUNDING: C = NEAREST CENT, D = NEAREST DOLLAR,'.
           DISPLAY '          U = UP TO THE NEXT DOLLAR (DEFAULT C): '.
           ACCEPT WS-ROUNDING.
           INSPECT WS-ROUNDING
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-ROUNDING NOT = 'D' AND WS-ROUNDING NOT = 'U'
               MOVE 'C' TO WS-ROUNDING
           END-IF.

           MOVE WS-OVERALL-PCT TO WS-PCT-EDIT.
           MOVE WS-SOURCE-ROWS TO WS-COUNT-EDIT.
           DISPLAY ' '.
           DISPLAY 'COPY ' WS-COUNT-EDIT ' RATES FROM ' WS-SOURCE-TERM
                   ' TO ' WS-TARGET-TERM.
           DISPLAY 'OVERALL INCREASE ' WS-PCT-EDIT '%, '
                   WS-OVERRIDE-COUNT ' COURSE OVERRIDES, ROUNDING '
                   WS-ROUNDING.
           DISPLAY 'CONFIRM (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'ROLLOVER CANCELLED'
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       1510-COUNT-TERM-RATES.
           MOVE ZEROES TO WS-TARGET-ROWS.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE WS-TARGET-TERM TO RT-TERM.
           MOVE LOW-VALUES TO RT-COURSE.
           START RATE-FILE KEY IS >= RT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RATE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF RT-TERM NOT = WS-TARGET-TERM
                           MOVE 'Y' TO WS-END-OF-FILE
                       ELSE
                           ADD 1 TO WS-TARGET-ROWS
                       END-IF
               END-READ
           END-PERFORM.

       1520-COUNT-PENDING.
           MOVE ZEROES TO WS-PENDING-ROWS.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE WS-TARGET-TERM TO RP-TERM.
           MOVE LOW-VALUES TO RP-COURSE.
           START RATEPEND-FILE KEY IS >= RP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RATEPEND-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF RP-TERM NOT = WS-TARGET-TERM
                           MOVE 'Y' TO WS-END-OF-FILE
                       ELSE
                           ADD 1 TO WS-PENDING-ROWS
                       END-IF
               END-READ
           END-PERFORM.

       1530-CLEAR-PENDING.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE WS-TARGET-TERM TO RP-TERM.
           MOVE LOW-VALUES TO RP-COURSE.
           START RATEPEND-FILE KEY IS >= RP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RATEPEND-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF RP-TERM NOT = WS-TARGET-TERM
                           MOVE 'Y' TO WS-END-OF-FILE
                       ELSE
                           DELETE RATEPEND-FILE
                               INVALID KEY
                                   DISPLAY 'ERROR CLEARING PENDING '
                                           'RATE: ' WS-RATEPEND-STATUS
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WS-PENDING-ROWS.

       1600-GET-OVERRIDE.
           DISPLAY 'COURSE WITH ITS OWN PERCENT (**** = TERM DEFAULT,'.
           DISPLAY 'INTL, NSF ETC. ALLOWED), OR BLANK WHEN DONE: '.
           ACCEPT WS-OVERRIDE-COURSE.
           INSPECT WS-OVERRIDE-COURSE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-OVERRIDE-COURSE = SPACES
               MOVE 'Y' TO WS-OVERRIDE-DONE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'INCREASE PERCENT FOR ' WS-OVERRIDE-COURSE
                   ' (999.99): '.
           ACCEPT WS-OVERRIDE-PCT.

           MOVE ZEROES TO WS-OVR-FOUND-IX.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OVERRIDE-COUNT
                      OR WS-OVR-FOUND-IX > 0
               IF WS-OVR-COURSE(WS-OX) = WS-OVERRIDE-COURSE
                   MOVE WS-OX TO WS-OVR-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-OVR-FOUND-IX = 0
               IF WS-OVERRIDE-COUNT < 100
                   ADD 1 TO WS-OVERRIDE-COUNT
                   MOVE WS-OVERRIDE-COUNT TO WS-OVR-FOUND-IX
                   MOVE WS-OVERRIDE-COURSE
                     TO WS-OVR-COURSE(WS-OVR-FOUND-IX)
               ELSE
                   DISPLAY 'OVERRIDE TABLE FULL - OVERALL PERCENT '
                           'APPLIES TO ' WS-OVERRIDE-COURSE
               END-IF
           END-IF.
           IF WS-OVR-FOUND-IX > 0
               MOVE WS-OVERRIDE-PCT TO WS-OVR-PCT(WS-OVR-FOUND-IX)
           END-IF.

      * EVERY RATE ROW OF THE SOURCE TERM IS COPIED TO THE TARGET TERM
      * AS A PENDING ROW, WITH THE OLD AND NEW RATES ON THE PROOF.
       2000-BUILD-ROLLOVER.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'RATEROLL-' WS-TARGET-TERM '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO WS-LINE.
           STRING 'TUITION RATE ROLLOVER PROOF - ' WS-SOURCE-TERM
                  ' TO ' WS-TARGET-TERM '  RUN ' WS-TODAY-DATE
                  ' BY ' WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE WS-OVERALL-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING 'OVERALL INCREASE ' WS-PCT-EDIT '%  ROUNDING '
                  WS-ROUNDING ' (C=CENT D=DOLLAR U=UP TO DOLLAR)'
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING 'STATUS: PENDING - NOT EFFECTIVE UNTIL APPROVED BY A '
                  'SUPERVISOR'
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           WRITE REPORT-LINE FROM SPACES.
           MOVE SPACES TO WS-LINE.
           STRING 'CRSE     OLD/CR     NEW/CR     OLD FLAT     '
                  'NEW FLAT     PCT  NOTE'
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

           MOVE 'N' TO WS-END-OF-FILE.
           MOVE WS-SOURCE-TERM TO RT-TERM.
           MOVE LOW-VALUES TO RT-COURSE.
           START RATE-FILE KEY IS >= RT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM 2100-READ-SOURCE-RATE UNTIL WS-END-OF-FILE = 'Y'.

       2100-READ-SOURCE-RATE.
           READ RATE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF RT-TERM NOT = WS-SOURCE-TERM
                       MOVE 'Y' TO WS-END-OF-FILE
                   ELSE
                       PERFORM 2200-ROLL-ONE-RATE
                   END-IF
           END-READ.

       2200-ROLL-ONE-RATE.
           MOVE WS-OVERALL-PCT TO WS-ROW-PCT.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OVERRIDE-COUNT
               IF WS-OVR-COURSE(WS-OX) = RT-COURSE
                   MOVE WS-OVR-PCT(WS-OX) TO WS-ROW-PCT
               END-IF
           END-PERFORM.

           COMPUTE WS-RAW-AMOUNT =
                   RT-PER-CREDIT * (100 + WS-ROW-PCT) / 100.
           PERFORM 2300-ROUND-AMOUNT.
           MOVE WS-NEW-AMOUNT TO WS-NEW-PER-CREDIT.
           COMPUTE WS-RAW-AMOUNT =
                   RT-FLAT-CHARGE * (100 + WS-ROW-PCT) / 100.
           PERFORM 2300-ROUND-AMOUNT.
           MOVE WS-NEW-AMOUNT TO WS-NEW-FLAT-CHARGE.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE RT-COURSE TO WS-PL-COURSE.
           MOVE RT-PER-CREDIT TO WS-PL-OLD-PER-CREDIT.
           MOVE RT-FLAT-CHARGE TO WS-PL-OLD-FLAT.
           MOVE WS-ROW-PCT TO WS-PL-PCT.
           MOVE 'Y' TO WS-ROW-OK.

           IF WS-NEW-PER-CREDIT > 9999.99 OR
              WS-NEW-FLAT-CHARGE > 999999.99
               MOVE 'N' TO WS-ROW-OK
               MOVE '*** TOO LARGE - NOT ROLLED' TO WS-PL-NOTE
           ELSE
               MOVE WS-NEW-PER-CREDIT TO WS-PL-NEW-PER-CREDIT
               MOVE WS-NEW-FLAT-CHARGE TO WS-PL-NEW-FLAT
               PERFORM 2400-WRITE-PENDING
               IF WS-ROW-OK = 'Y'
                   PERFORM 2500-CHECK-TARGET-ROW
               END-IF
           END-IF.

           IF WS-ROW-OK = 'Y'
               ADD 1 TO WS-ROLLED-ROWS
               IF RT-COURSE = '****'
                   MOVE 'Y' TO WS-TARGET-DEFAULT
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-ROWS
           END-IF.
           WRITE REPORT-LINE FROM WS-PROOF-LINE.

       2300-ROUND-AMOUNT.
           EVALUATE WS-ROUNDING
               WHEN 'D'
                   COMPUTE WS-WHOLE-AMOUNT ROUNDED = WS-RAW-AMOUNT
                   MOVE WS-WHOLE-AMOUNT TO WS-NEW-AMOUNT
               WHEN 'U'
                   MOVE WS-RAW-AMOUNT TO WS-WHOLE-AMOUNT
                   IF WS-WHOLE-AMOUNT < WS-RAW-AMOUNT
                       ADD 1 TO WS-WHOLE-AMOUNT
                   END-IF
                   MOVE WS-WHOLE-AMOUNT TO WS-NEW-AMOUNT
               WHEN OTHER
                   COMPUTE WS-NEW-AMOUNT ROUNDED = WS-RAW-AMOUNT
           END-EVALUATE.

       2400-WRITE-PENDING.
           MOVE SPACES TO RATEPEND-RECORD.
           MOVE WS-TARGET-TERM TO RP-TERM.
           MOVE RT-COURSE TO RP-COURSE.
           MOVE WS-NEW-PER-CREDIT TO RP-PER-CREDIT.
           MOVE WS-NEW-FLAT-CHARGE TO RP-FLAT-CHARGE.
           MOVE WS-SOURCE-TERM TO RP-SOURCE-TERM.
           MOVE RT-PER-CREDIT TO RP-OLD-PER-CREDIT.
           MOVE RT-FLAT-CHARGE TO RP-OLD-FLAT-CHARGE.
           MOVE WS-ROW-PCT TO RP-PCT.
           MOVE WS-ROUNDING TO RP-ROUNDING.
           MOVE WS-OPERATOR-ID TO RP-CREATED-BY.
           MOVE WS-TODAY-DATE TO RP-CREATED-DATE.
           WRITE RATEPEND-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-ROW-OK
                   MOVE '*** PENDING WRITE FAILED' TO WS-PL-NOTE
           END-WRITE.

      * A TARGET ROW ALREADY ON THE RATE TABLE IS REPLACED ON APPROVAL.
      * THE RANDOM READ LOSES THE PLACE IN THE SOURCE TERM, SO THE
      * BROWSE IS RESTARTED JUST PAST THE ROW BEING ROLLED.
       2500-CHECK-TARGET-ROW.
           MOVE RT-COURSE TO WS-OVERRIDE-COURSE.
           MOVE WS-TARGET-TERM TO RT-TERM.
           READ RATE-FILE KEY IS RT-KEY
               NOT INVALID KEY
                   MOVE 'REPLACES CURRENT' TO WS-PL-NOTE
           END-READ.
           MOVE WS-SOURCE-TERM TO RT-TERM.
           MOVE WS-OVERRIDE-COURSE TO RT-COURSE.
           START RATE-FILE KEY IS > RT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           MOVE WS-OVERRIDE-COURSE TO RT-COURSE.

      * ACTIVE COURSES THAT WILL HAVE NO RATE ROW FOR THE TARGET TERM
      * ONCE THE ROLLOVER IS APPROVED - NEITHER ROLLED NOR ALREADY ON
      * THE RATE TABLE.  THEY BILL AT THE TERM DEFAULT, IF ANY.
       3000-LIST-MISSING-RATES.
           IF WS-COURSE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-TARGET-DEFAULT = 'N'
               MOVE WS-TARGET-TERM TO RT-TERM
               MOVE '****' TO RT-COURSE
               READ RATE-FILE KEY IS RT-KEY
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TARGET-DEFAULT
               END-READ
           END-IF.

           WRITE REPORT-LINE FROM SPACES.
           MOVE 'ACTIVE COURSES WITH NO RATE ROW FOR THE TARGET TERM'
             TO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

           MOVE 'N' TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO COURSE-CODE.
           START COURSE-FILE KEY IS >= COURSE-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM 3100-CHECK-COURSE UNTIL WS-END-OF-FILE = 'Y'.

           IF WS-MISSING-COURSES = 0
               MOVE '  (NONE)' TO WS-LINE
               WRITE REPORT-LINE FROM WS-LINE
           END-IF.

       3100-CHECK-COURSE.
           READ COURSE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF COURSE-STATUS NOT = 'I'
                       PERFORM 3200-LOOK-FOR-RATE
                   END-IF
           END-READ.

       3200-LOOK-FOR-RATE.
           MOVE WS-TARGET-TERM TO RP-TERM.
           MOVE COURSE-CODE TO RP-COURSE.
           READ RATEPEND-FILE KEY IS RP-KEY
               INVALID KEY
                   MOVE WS-TARGET-TERM TO RT-TERM
                   MOVE COURSE-CODE TO RT-COURSE
                   READ RATE-FILE KEY IS RT-KEY
                       INVALID KEY
                           PERFORM 3300-WRITE-MISSING
                   END-READ
           END-READ.

       3300-WRITE-MISSING.
           ADD 1 TO WS-MISSING-COURSES.
           MOVE SPACES TO WS-MISSING-LINE.
           MOVE COURSE-CODE TO WS-ML-COURSE.
           MOVE COURSE-NAME TO WS-ML-NAME.
           IF WS-TARGET-DEFAULT = 'Y'
               MOVE 'WILL BILL AT THE TERM DEFAULT RATE'
                 TO WS-ML-NOTE
           ELSE
               MOVE '*** NO RATE AND NO TERM DEFAULT'
                 TO WS-ML-NOTE
           END-IF.
           WRITE REPORT-LINE FROM WS-MISSING-LINE.

       3500-WRITE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE WS-SOURCE-ROWS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING 'SOURCE RATE ROWS          : ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE WS-ROLLED-ROWS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING 'ROWS PENDING APPROVAL     : ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE WS-FAILED-ROWS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING 'ROWS NOT ROLLED           : ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE WS-MISSING-COURSES TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING 'COURSES WITH NO RATE ROW  : ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           CLOSE REPORT-FILE.

       3900-REGISTER-REPORT.
           OPEN EXTEND REPORT-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF.
           IF WS-REGISTRY-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE 'A' TO RR-STATUS
               MOVE 'RATE-ROLLOVER' TO RR-REPORT-NAME
               MOVE WS-REPORT-FILENAME TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGC0124' TO RR-OPERATOR
               MOVE WS-ROLLED-ROWS TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           END-IF.

       3950-AUDIT-ROLLOVER.
           MOVE 'RATETBL' TO RA-ENTITY.
           MOVE WS-TARGET-TERM TO RA-ENTITY-KEY.
           MOVE 'ROLLOVER-BUILT' TO RA-ACTION.
           MOVE SPACES TO RA-OLD-VALUE.
           STRING 'FROM ' WS-SOURCE-TERM ' PCT ' WS-PCT-EDIT
                  ' ROUND ' WS-ROUNDING
                  DELIMITED BY SIZE
                  INTO RA-OLD-VALUE.
           MOVE WS-ROLLED-ROWS TO WS-COUNT-EDIT.
           MOVE SPACES TO RA-NEW-VALUE.
           STRING 'PENDING ROWS ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO RA-NEW-VALUE.
           PERFORM 7900-WRITE-REF-AUDIT.

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

       4000-TERMINATE.
           IF WS-RATE-STATUS NOT = '35'
               CLOSE RATE-FILE
           END-IF.
           IF WS-RATEPEND-STATUS = '00' OR WS-RATEPEND-STATUS = '10'
              OR WS-RATEPEND-STATUS = '23'
               CLOSE RATEPEND-FILE
           END-IF.
           IF WS-COURSE-OPEN = 'Y'
               CLOSE COURSE-FILE
           END-IF.
           IF WS-ROLLED-ROWS > 0 OR WS-FAILED-ROWS > 0
               DISPLAY ' '
               DISPLAY 'PROOF REPORT: ' WS-REPORT-FILENAME
               DISPLAY 'ROWS PENDING APPROVAL: ' WS-ROLLED-ROWS
               DISPLAY 'ROWS NOT ROLLED      : ' WS-FAILED-ROWS
               DISPLAY 'COURSES WITH NO RATE : ' WS-MISSING-COURSES
           END-IF.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.
