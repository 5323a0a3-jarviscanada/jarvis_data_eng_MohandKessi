       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0097.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-FILE ASSIGN TO 'QUOTA.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-KEY
               FILE STATUS IS WS-QUOTA-STATUS.

           SELECT PROGRAM-FILE ASSIGN TO 'PROGRAM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PGM-CODE
               FILE STATUS IS WS-PROGRAM-STATUS.

           SELECT APPLICANT-FILE ASSIGN TO 'APPLICANT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-ID
               FILE STATUS IS WS-APPLICANT-STATUS.

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
      * ONE RECORD PER PROGRAM PER INTAKE TERM.  QT-SEATS IS THE
      * FUNDED INTAKE; QT-OVER-ALLOW IS HOW MANY OFFERS MAY BE MADE
      * BEYOND IT.  NO ADMITS AFTER QT-CLOSE-DATE (ZERO = NO CLOSE).
       FD  QUOTA-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  QUOTA-RECORD.
           05  QT-KEY.
               10  QT-PROGRAM          PIC X(4).
               10  QT-TERM             PIC X(6).
           05  QT-SEATS                PIC 9(4).
           05  QT-OVER-ALLOW           PIC 9(3).
           05  QT-CLOSE-DATE           PIC 9(8).
           05  QT-UPDATED-BY           PIC X(8).
           05  QT-UPDATED-DATE         PIC 9(8).

       FD  PROGRAM-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  PROGRAM-RECORD.
           05  PGM-CODE                PIC X(4).
           05  PGM-NAME                PIC X(30).
           05  PGM-DEPT                PIC X(10).
           05  PGM-REQ-CREDITS         PIC 9(3).

       FD  APPLICANT-FILE
           RECORD CONTAINS 210 CHARACTERS.
       01  APPLICANT-RECORD.
           05  APP-ID                  PIC 9(6).
           05  APP-NAME                PIC X(30).
           05  APP-ADDRESS             PIC X(40).
           05  APP-PHONE               PIC X(15).
           05  APP-EMAIL               PIC X(20).
           05  APP-COURSE              PIC X(4).
           05  APP-PROGRAM             PIC X(4).
           05  APP-TERM                PIC X(6).
           05  APP-DATE                PIC 9(8).
           05  APP-DECISION            PIC X.
           05  APP-DECISION-DATE       PIC 9(8).
           05  APP-STUDENT-ID          PIC 9(6).
           05  APP-OFFER-DATE          PIC 9(8).
           05  APP-OFFER-DEADLINE      PIC 9(8).
           05  APP-OFFER-RESPONSE      PIC X.
           05  APP-RESPONSE-DATE       PIC 9(8).
           05  APP-DEPOSIT-AMOUNT      PIC 9(5)V99.
           05  APP-DEPOSIT-PAID        PIC 9(5)V99.
           05  APP-DEPOSIT-DATE        PIC 9(8).
           05  APP-DEPOSIT-RECEIPT     PIC X(8).
           05  FILLER                  PIC X(7).

       FD  STUDENT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  STUDENT-RECORD.
           05  STUDENT-ID              PIC 9(6).
           05  FILLER                  PIC X(117).
           05  STUDENT-STATUS          PIC X.
           05  FILLER                  PIC X(56).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-QUOTA-STATUS             PIC XX VALUE SPACES.
       01  WS-PROGRAM-STATUS           PIC XX VALUE SPACES.
       01  WS-APPLICANT-STATUS         PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-QUOTA-OPEN               PIC X VALUE 'N'.
       01  WS-PROGRAM-OPEN             PIC X VALUE 'N'.
       01  WS-APPLICANT-OPEN           PIC X VALUE 'N'.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-PROGRAM            PIC X(4) VALUE SPACES.
       01  WS-ENTRY-TERM               PIC X(6) VALUE SPACES.
       01  WS-PROGRAM-OK               PIC X VALUE 'N'.
       01  WS-QUOTA-EXISTS             PIC X VALUE 'N'.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-TEMP-SEATS               PIC 9(4) VALUE ZEROES.
       01  WS-TEMP-ALLOW               PIC 9(3) VALUE ZEROES.
       01  WS-TEMP-CLOSE               PIC 9(8) VALUE ZEROES.
       01  WS-TEMP-ALLOW-X             PIC X(3) VALUE SPACES.
       01  WS-SEATS-EDIT               PIC ZZZ9.
       01  WS-ALLOW-EDIT               PIC ZZ9.
       01  WS-OFFERS-EDIT              PIC ZZZ9.
       01  WS-ACCEPT-EDIT              PIC ZZZ9.
       01  WS-REMAIN-EDIT              PIC ZZZ9.
       01  WS-LIMIT                    PIC 9(5) VALUE ZEROES.
       01  WS-REMAINING                PIC 9(5) VALUE ZEROES.
       01  WS-LINE                     PIC X(80) VALUE SPACES.
       01  WS-IX                       PIC 9(4) VALUE ZEROES.
       01  WS-FOUND-IX                 PIC 9(4) VALUE ZEROES.
       01  WS-QUOTA-COUNT              PIC 9(4) VALUE ZEROES.
       01  WS-OVER-COUNT               PIC 9(4) VALUE ZEROES.
       01  WS-FLAG-TEXT                PIC X(8) VALUE SPACES.

       01  WS-QUOTA-TABLE.
           05  WS-QUOTA-ENTRY OCCURS 200 TIMES.
               10  WS-QE-PROGRAM       PIC X(4).
               10  WS-QE-SEATS         PIC 9(4).
               10  WS-QE-ALLOW         PIC 9(3).
               10  WS-QE-CLOSE         PIC 9(8).
               10  WS-QE-OFFERS        PIC 9(4).
               10  WS-QE-ACCEPTED      PIC 9(4).
               10  WS-QE-HELD          PIC 9(4).

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
           OPEN I-O QUOTA-FILE.
           IF WS-QUOTA-STATUS = '05' OR WS-QUOTA-STATUS = '35'
               CLOSE QUOTA-FILE
               OPEN OUTPUT QUOTA-FILE
               CLOSE QUOTA-FILE
               OPEN I-O QUOTA-FILE
           END-IF.
           IF WS-QUOTA-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING QUOTA FILE: ' WS-QUOTA-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'Y' TO WS-QUOTA-OPEN
               OPEN INPUT PROGRAM-FILE
               IF WS-PROGRAM-STATUS = '00'
                   MOVE 'Y' TO WS-PROGRAM-OPEN
               END-IF
               OPEN INPUT APPLICANT-FILE
               IF WS-APPLICANT-STATUS = '00'
                   MOVE 'Y' TO WS-APPLICANT-OPEN
               END-IF
               OPEN INPUT STUDENT-FILE
               IF WS-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-STUDENT-OPEN
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '        PROGRAM INTAKE QUOTAS           '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD OR UPDATE A QUOTA'.
           DISPLAY '2. REMOVE A QUOTA'.
           DISPLAY '3. INTAKE STATUS REPORT FOR A TERM'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE (1-4): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-QUOTA
               WHEN 2
                   PERFORM 2200-REMOVE-QUOTA
               WHEN 3
                   PERFORM 2300-INTAKE-REPORT
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2050-GET-PROGRAM-TERM.
           MOVE 'N' TO WS-PROGRAM-OK.
           DISPLAY 'ENTER PROGRAM CODE: '.
           ACCEPT WS-ENTRY-PROGRAM.
           DISPLAY 'ENTER INTAKE TERM (E.G. 2026FA): '.
           ACCEPT WS-ENTRY-TERM.
           IF WS-ENTRY-PROGRAM NOT = SPACES AND
              WS-ENTRY-TERM NOT = SPACES
               MOVE 'Y' TO WS-PROGRAM-OK
               IF WS-PROGRAM-OPEN = 'Y'
                   MOVE WS-ENTRY-PROGRAM TO PGM-CODE
                   READ PROGRAM-FILE
                       INVALID KEY
                           DISPLAY 'UNKNOWN PROGRAM CODE: '
                                   WS-ENTRY-PROGRAM
                           MOVE 'N' TO WS-PROGRAM-OK
                       NOT INVALID KEY
                           DISPLAY 'PROGRAM: ' PGM-NAME
                   END-READ
               END-IF
           END-IF.

       2100-MAINTAIN-QUOTA.
           PERFORM 2050-GET-PROGRAM-TERM.
           IF WS-PROGRAM-OK = 'Y'
               MOVE WS-ENTRY-PROGRAM TO QT-PROGRAM
               MOVE WS-ENTRY-TERM TO QT-TERM
               MOVE 'N' TO WS-QUOTA-EXISTS
               READ QUOTA-FILE
                   INVALID KEY
                       DISPLAY 'NEW QUOTA'
                       MOVE ZEROES TO QT-SEATS QT-OVER-ALLOW
                                      QT-CLOSE-DATE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-QUOTA-EXISTS
                       PERFORM 2150-SHOW-QUOTA
               END-READ
               PERFORM 2110-ACCEPT-QUOTA
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ACCEPT-QUOTA.
           DISPLAY 'ENTER FUNDED SEATS (OR 0 TO KEEP): '.
           ACCEPT WS-TEMP-SEATS.
           IF WS-TEMP-SEATS NOT = ZEROES
               MOVE WS-TEMP-SEATS TO QT-SEATS
           END-IF.
           DISPLAY 'ENTER OVER-OFFER ALLOWANCE (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-ALLOW-X.
           IF WS-TEMP-ALLOW-X NOT = SPACES
               COMPUTE WS-TEMP-ALLOW =
                       FUNCTION NUMVAL(WS-TEMP-ALLOW-X)
               MOVE WS-TEMP-ALLOW TO QT-OVER-ALLOW
           END-IF.
           DISPLAY 'ENTER CLOSE DATE YYYYMMDD (OR 0 TO KEEP): '.
           ACCEPT WS-TEMP-CLOSE.
           IF WS-TEMP-CLOSE NOT = ZEROES
               MOVE WS-TEMP-CLOSE TO QT-CLOSE-DATE
           END-IF.
           MOVE WS-ENTRY-PROGRAM TO QT-PROGRAM.
           MOVE WS-ENTRY-TERM TO QT-TERM.
           MOVE WS-OPERATOR-ID TO QT-UPDATED-BY.
           MOVE WS-TODAY-DATE TO QT-UPDATED-DATE.

           IF QT-SEATS = ZEROES
               DISPLAY 'FUNDED SEATS ARE REQUIRED - NOT SAVED'
           ELSE
               DISPLAY 'CONFIRM SAVE (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   PERFORM 2120-SAVE-QUOTA
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
           END-IF.

       2120-SAVE-QUOTA.
           IF WS-QUOTA-EXISTS = 'Y'
               REWRITE QUOTA-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING QUOTA: '
                               WS-QUOTA-STATUS
                   NOT INVALID KEY
                       DISPLAY 'QUOTA UPDATED!'
               END-REWRITE
           ELSE
               WRITE QUOTA-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING QUOTA: '
                               WS-QUOTA-STATUS
                   NOT INVALID KEY
                       DISPLAY 'QUOTA ADDED!'
               END-WRITE
           END-IF.

       2150-SHOW-QUOTA.
           MOVE QT-SEATS TO WS-SEATS-EDIT.
           MOVE QT-OVER-ALLOW TO WS-ALLOW-EDIT.
           DISPLAY 'FUNDED SEATS   : ' WS-SEATS-EDIT.
           DISPLAY 'OVER-OFFER     : ' WS-ALLOW-EDIT.
           DISPLAY 'CLOSE DATE     : ' QT-CLOSE-DATE.
           DISPLAY 'UPDATED        : ' QT-UPDATED-DATE
                   ' BY ' QT-UPDATED-BY.

       2200-REMOVE-QUOTA.
           PERFORM 2050-GET-PROGRAM-TERM.
           IF WS-PROGRAM-OK = 'Y'
               MOVE WS-ENTRY-PROGRAM TO QT-PROGRAM
               MOVE WS-ENTRY-TERM TO QT-TERM
               READ QUOTA-FILE
                   INVALID KEY
                       DISPLAY 'NO QUOTA FOR THAT PROGRAM AND TERM'
                   NOT INVALID KEY
                       PERFORM 2150-SHOW-QUOTA
                       DISPLAY 'CONFIRM REMOVAL (Y/N)? '
                       ACCEPT WS-CONFIRMATION
                       IF WS-CONFIRMATION = 'Y' OR
                          WS-CONFIRMATION = 'y'
                           DELETE QUOTA-FILE
                               INVALID KEY
                                   DISPLAY 'ERROR REMOVING: '
                                           WS-QUOTA-STATUS
                               NOT INVALID KEY
                                   DISPLAY 'QUOTA REMOVED'
                           END-DELETE
                       ELSE
                           DISPLAY 'OPERATION CANCELLED'
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * OFFERS ARE ALL OFFERS MADE AGAINST THE PROGRAM AND TERM,
      * INCLUDING THOSE SINCE ADMITTED; ACCEPTED ARE OFFERS THE
      * APPLICANT HAS TAKEN UP (ADMITTED STUDENTS WHO HAVE NOT
      * WITHDRAWN).  DECLINED AND EXPIRED OFFERS GIVE THEIR SEAT
      * BACK, SO REMAINING IS THE LIMIT INCLUDING THE OVER-OFFER
      * ALLOWANCE LESS THE SEATS STILL HELD.
       2300-INTAKE-REPORT.
           DISPLAY 'ENTER INTAKE TERM (E.G. 2026FA): '.
           ACCEPT WS-ENTRY-TERM.
           PERFORM 2310-LOAD-QUOTAS.
           PERFORM 2320-COUNT-APPLICANTS.
           PERFORM 2330-WRITE-REPORT.
           DISPLAY 'PROGRAMS REPORTED : ' WS-QUOTA-COUNT.
           DISPLAY 'AT OR OVER QUOTA  : ' WS-OVER-COUNT.
           DISPLAY 'REPORT WRITTEN TO : ' WS-REPORT-FILENAME.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2310-LOAD-QUOTAS.
           MOVE ZEROES TO WS-QUOTA-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE LOW-VALUES TO QT-KEY.
           START QUOTA-FILE KEY IS >= QT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ QUOTA-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF QT-TERM = WS-ENTRY-TERM
                           IF WS-QUOTA-COUNT < 200
                               ADD 1 TO WS-QUOTA-COUNT
                               MOVE QT-PROGRAM
                                 TO WS-QE-PROGRAM(WS-QUOTA-COUNT)
                               MOVE QT-SEATS
                                 TO WS-QE-SEATS(WS-QUOTA-COUNT)
                               MOVE QT-OVER-ALLOW
                                 TO WS-QE-ALLOW(WS-QUOTA-COUNT)
                               MOVE QT-CLOSE-DATE
                                 TO WS-QE-CLOSE(WS-QUOTA-COUNT)
                               MOVE ZEROES
                                 TO WS-QE-OFFERS(WS-QUOTA-COUNT)
                                    WS-QE-ACCEPTED(WS-QUOTA-COUNT)
                                    WS-QE-HELD(WS-QUOTA-COUNT)
                           ELSE
                               DISPLAY 'QUOTA TABLE FULL - OMITTED: '
                                       QT-PROGRAM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2320-COUNT-APPLICANTS.
           MOVE 'N' TO WS-END-OF-LIST.
           IF WS-APPLICANT-OPEN NOT = 'Y' OR WS-QUOTA-COUNT = 0
               MOVE 'Y' TO WS-END-OF-LIST
           ELSE
               MOVE ZEROES TO APP-ID
               START APPLICANT-FILE KEY IS >= APP-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LIST
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ APPLICANT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF APP-TERM = WS-ENTRY-TERM AND
                          (APP-DECISION = 'A' OR APP-DECISION = 'O')
                           PERFORM 2325-TALLY-APPLICANT
                       END-IF
               END-READ
           END-PERFORM.

       2325-TALLY-APPLICANT.
           MOVE ZEROES TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QUOTA-COUNT
               IF WS-QE-PROGRAM(WS-IX) = APP-PROGRAM
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX > 0
               ADD 1 TO WS-QE-OFFERS(WS-FOUND-IX)
               IF APP-DECISION = 'A' OR
                  (APP-OFFER-RESPONSE NOT = 'D' AND
                   APP-OFFER-RESPONSE NOT = 'E')
                   ADD 1 TO WS-QE-HELD(WS-FOUND-IX)
               END-IF
               IF APP-DECISION = 'O' AND APP-OFFER-RESPONSE = 'A'
                   ADD 1 TO WS-QE-ACCEPTED(WS-FOUND-IX)
               END-IF
               IF APP-DECISION = 'A' AND
                  WS-STUDENT-OPEN = 'Y' AND APP-STUDENT-ID NOT = 0
                   MOVE APP-STUDENT-ID TO STUDENT-ID
                   READ STUDENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF STUDENT-STATUS NOT = 'W'
                               ADD 1 TO WS-QE-ACCEPTED(WS-FOUND-IX)
                           END-IF
                   END-READ
               END-IF
           END-IF.

       2330-WRITE-REPORT.
           MOVE ZEROES TO WS-OVER-COUNT.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'INTAKE-' WS-ENTRY-TERM '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-LINE.
           STRING 'PROGRAM INTAKE STATUS - TERM ' WS-ENTRY-TERM
                  '   RUN ' WS-TODAY-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           WRITE REPORT-LINE FROM SPACES.
           MOVE 'PGM   SEATS OVER  CLOSES    OFFERS ACCEPTED REMAIN'
             TO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QUOTA-COUNT
               PERFORM 2340-QUOTA-LINE
           END-PERFORM.
           IF WS-QUOTA-COUNT = 0
               MOVE '(NO QUOTAS SET FOR THE TERM)' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

       2340-QUOTA-LINE.
           COMPUTE WS-LIMIT = WS-QE-SEATS(WS-IX) + WS-QE-ALLOW(WS-IX).
           MOVE ZEROES TO WS-REMAINING.
           IF WS-QE-HELD(WS-IX) < WS-LIMIT
               COMPUTE WS-REMAINING = WS-LIMIT - WS-QE-HELD(WS-IX)
           END-IF.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-QE-HELD(WS-IX) >= WS-LIMIT
               MOVE 'FULL' TO WS-FLAG-TEXT
               ADD 1 TO WS-OVER-COUNT
           END-IF.
           IF WS-QE-CLOSE(WS-IX) NOT = ZEROES AND
              WS-TODAY-DATE > WS-QE-CLOSE(WS-IX)
               MOVE 'CLOSED' TO WS-FLAG-TEXT
           END-IF.
           MOVE WS-QE-SEATS(WS-IX) TO WS-SEATS-EDIT.
           MOVE WS-QE-ALLOW(WS-IX) TO WS-ALLOW-EDIT.
           MOVE WS-QE-OFFERS(WS-IX) TO WS-OFFERS-EDIT.
           MOVE WS-QE-ACCEPTED(WS-IX) TO WS-ACCEPT-EDIT.
           MOVE WS-REMAINING TO WS-REMAIN-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING WS-QE-PROGRAM(WS-IX) '   '
                  WS-SEATS-EDIT '  '
                  WS-ALLOW-EDIT '  '
                  WS-QE-CLOSE(WS-IX) '  '
                  WS-OFFERS-EDIT '     '
                  WS-ACCEPT-EDIT '   '
                  WS-REMAIN-EDIT ' '
                  WS-FLAG-TEXT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

       3000-TERMINATE.
           IF WS-QUOTA-OPEN = 'Y'
               CLOSE QUOTA-FILE
           END-IF.
           IF WS-PROGRAM-OPEN = 'Y'
               CLOSE PROGRAM-FILE
           END-IF.
           IF WS-APPLICANT-OPEN = 'Y'
               CLOSE APPLICANT-FILE
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
