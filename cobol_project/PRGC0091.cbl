       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0091.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRFEQUIV-FILE ASSIGN TO 'TRFEQUIV.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEQ-KEY
               FILE STATUS IS WS-TRFEQUIV-STATUS.

           SELECT TRFOVR-FILE ASSIGN TO 'TRFOVR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVR-KEY
               FILE STATUS IS WS-TRFOVR-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO 'TRANSFER.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRFEQUIV-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  TRFEQUIV-RECORD.
           05  TEQ-KEY.
               10  TEQ-INSTITUTION     PIC X(30).
               10  TEQ-EXT-COURSE      PIC X(10).
           05  TEQ-COURSE-CODE         PIC X(4).
           05  TEQ-CREDITS             PIC 9(2).
           05  TEQ-MIN-GRADE           PIC X(2).
           05  TEQ-EFF-FROM            PIC 9(8).
           05  TEQ-EFF-TO              PIC 9(8).

       FD  TRFOVR-FILE
           RECORD CONTAINS 107 CHARACTERS.
       01  TRFOVR-RECORD.
           05  OVR-KEY.
               10  OVR-STUDENT-ID      PIC 9(6).
               10  OVR-SEQ             PIC 9(2).
           05  OVR-INSTITUTION         PIC X(30).
           05  OVR-EXT-COURSE          PIC X(10).
           05  OVR-EXT-GRADE           PIC X(2).
           05  OVR-TABLE-COURSE        PIC X(4).
           05  OVR-TABLE-CREDITS       PIC 9(2).
           05  OVR-ENTERED-COURSE      PIC X(4).
           05  OVR-ENTERED-CREDITS     PIC 9(2).
           05  OVR-REASON              PIC X(20).
           05  OVR-OPERATOR            PIC X(8).
           05  OVR-DATE                PIC 9(8).
           05  OVR-STATUS              PIC X.
           05  OVR-REVIEWER            PIC X(8).

       FD  TRANSFER-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  TRANSFER-RECORD.
           05  TRF-KEY.
               10  TRF-STUDENT-ID      PIC 9(6).
               10  TRF-SEQ             PIC 9(2).
           05  TRF-INSTITUTION         PIC X(30).
           05  TRF-EXT-COURSE          PIC X(10).
           05  TRF-EQUIV-COURSE        PIC X(4).
           05  TRF-CREDITS             PIC 9(2).
           05  TRF-DECISION-DATE       PIC 9(8).

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

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRFEQUIV-STATUS          PIC XX VALUE SPACES.
       01  WS-TRFEQUIV-OPEN            PIC X VALUE 'N'.
       01  WS-TRFOVR-STATUS            PIC XX VALUE SPACES.
       01  WS-TRFOVR-OPEN              PIC X VALUE 'N'.
       01  WS-TRANSFER-STATUS          PIC XX VALUE SPACES.
       01  WS-TRANSFER-OPEN            PIC X VALUE 'N'.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-COURSE-OPEN              PIC X VALUE 'N'.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-EQUIV-EXISTS             PIC X VALUE 'N'.
       01  WS-ENTRY-INSTITUTION        PIC X(30) VALUE SPACES.
       01  WS-ENTRY-EXT-COURSE         PIC X(10) VALUE SPACES.
       01  WS-TEMP-COURSE              PIC X(4) VALUE SPACES.
       01  WS-TEMP-CREDITS             PIC 9(2) VALUE ZEROES.
       01  WS-TEMP-GRADE               PIC X(2) VALUE SPACES.
       01  WS-TEMP-FROM                PIC 9(8) VALUE ZEROES.
       01  WS-TEMP-TO                  PIC 9(8) VALUE ZEROES.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-REVIEW-ACTION            PIC X VALUE SPACES.
       01  WS-REVIEWED-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-GAP-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-GAP-OMITTED              PIC 9(5) VALUE ZEROES.
       01  WS-IX                       PIC 9(3) VALUE ZEROES.
       01  WS-JX                       PIC 9(3) VALUE ZEROES.
       01  WS-FOUND-IX                 PIC 9(3) VALUE ZEROES.
       01  WS-COUNT-EDIT               PIC ZZZZ9.

       01  WS-GAP-TABLE.
           05  WS-GAP-ENTRY OCCURS 500 TIMES.
               10  WS-GAP-INSTITUTION  PIC X(30).
               10  WS-GAP-EXT-COURSE   PIC X(10).
               10  WS-GAP-TIMES        PIC 9(5).

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-INSTITUTION     PIC X(30).
           05  WS-SWAP-EXT-COURSE      PIC X(10).
           05  WS-SWAP-TIMES           PIC 9(5).

       01  WS-GAP-DETAIL.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-GD-INSTITUTION       PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-GD-EXT-COURSE        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-GD-TIMES             PIC ZZZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
           05  WS-CURRENT-HOURS        PIC 9(2).
           05  WS-CURRENT-MINUTES      PIC 9(2).
           05  WS-CURRENT-SECONDS      PIC 9(2).
           05  WS-CURRENT-MSECS        PIC 9(2).

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
           OPEN I-O TRFEQUIV-FILE.
           IF WS-TRFEQUIV-STATUS = '05' OR WS-TRFEQUIV-STATUS = '35'
               CLOSE TRFEQUIV-FILE
               OPEN OUTPUT TRFEQUIV-FILE
               CLOSE TRFEQUIV-FILE
               OPEN I-O TRFEQUIV-FILE
           END-IF.
           IF WS-TRFEQUIV-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EQUIVALENCY TABLE: '
                       WS-TRFEQUIV-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'Y' TO WS-TRFEQUIV-OPEN
               OPEN INPUT COURSE-FILE
               IF WS-COURSE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING COURSE FILE: '
                           WS-COURSE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   MOVE 'Y' TO WS-COURSE-OPEN
                   OPEN I-O TRFOVR-FILE
                   IF WS-TRFOVR-STATUS = '00'
                       MOVE 'Y' TO WS-TRFOVR-OPEN
                   END-IF
                   OPEN I-O TRANSFER-FILE
                   IF WS-TRANSFER-STATUS = '00'
                       MOVE 'Y' TO WS-TRANSFER-OPEN
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '   MAINTAIN TRANSFER EQUIVALENCIES      '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD OR UPDATE AN EQUIVALENCY'.
           DISPLAY '2. REMOVE AN EQUIVALENCY'.
           DISPLAY '3. LIST EQUIVALENCIES FOR AN INSTITUTION'.
           DISPLAY '4. REVIEW TABLE OVERRIDES'.
           DISPLAY '5. UNMAPPED EXTERNAL COURSE REPORT'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE (1-6): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-EQUIVALENCY
               WHEN 2
                   PERFORM 2200-REMOVE-EQUIVALENCY
               WHEN 3
                   PERFORM 2300-LIST-EQUIVALENCIES
               WHEN 4
                   PERFORM 2400-REVIEW-OVERRIDES
               WHEN 5
                   PERFORM 2500-UNMAPPED-REPORT
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2050-GET-KEY.
           DISPLAY 'ENTER SOURCE INSTITUTION: '.
           ACCEPT WS-ENTRY-INSTITUTION.
           DISPLAY 'ENTER EXTERNAL COURSE CODE: '.
           ACCEPT WS-ENTRY-EXT-COURSE.
           MOVE WS-ENTRY-INSTITUTION TO TEQ-INSTITUTION.
           MOVE WS-ENTRY-EXT-COURSE TO TEQ-EXT-COURSE.

       2100-MAINTAIN-EQUIVALENCY.
           PERFORM 2050-GET-KEY.
           IF WS-ENTRY-INSTITUTION = SPACES OR
              WS-ENTRY-EXT-COURSE = SPACES
               DISPLAY 'INSTITUTION AND COURSE ARE REQUIRED - '
                       'CANCELLED'
           ELSE
               MOVE 'N' TO WS-EQUIV-EXISTS
               READ TRFEQUIV-FILE
                   INVALID KEY
                       DISPLAY 'EQUIVALENCY NOT FOUND - ADDING NEW'
                       MOVE SPACES TO TEQ-COURSE-CODE
                       MOVE ZEROES TO TEQ-CREDITS
                       MOVE SPACES TO TEQ-MIN-GRADE
                       MOVE WS-TODAY-DATE TO TEQ-EFF-FROM
                       MOVE 99999999 TO TEQ-EFF-TO
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EQUIV-EXISTS
                       DISPLAY 'CURRENT COURSE  : ' TEQ-COURSE-CODE
                       DISPLAY 'CURRENT CREDITS : ' TEQ-CREDITS
                       DISPLAY 'MINIMUM GRADE   : ' TEQ-MIN-GRADE
                       DISPLAY 'EFFECTIVE       : ' TEQ-EFF-FROM
                               ' - ' TEQ-EFF-TO
               END-READ
               PERFORM 2110-ACCEPT-EQUIV-FIELDS
               PERFORM 2120-SAVE-EQUIVALENCY
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ACCEPT-EQUIV-FIELDS.
           DISPLAY 'ENTER LOCAL COURSE (OR ENTER TO KEEP CURRENT): '.
           ACCEPT WS-TEMP-COURSE.
           IF WS-TEMP-COURSE NOT = SPACES
               MOVE WS-TEMP-COURSE TO COURSE-CODE
               READ COURSE-FILE
                   INVALID KEY
                       DISPLAY 'UNKNOWN COURSE CODE: ' WS-TEMP-COURSE
                               ' - NOT CHANGED'
                   NOT INVALID KEY
                       DISPLAY 'EQUIVALENT TO: ' COURSE-NAME
                       MOVE WS-TEMP-COURSE TO TEQ-COURSE-CODE
               END-READ
           END-IF.

           DISPLAY 'ENTER CREDITS GRANTED (OR 0 TO KEEP CURRENT): '.
           ACCEPT WS-TEMP-CREDITS.
           IF WS-TEMP-CREDITS NOT = ZEROES
               MOVE WS-TEMP-CREDITS TO TEQ-CREDITS
           END-IF.

           DISPLAY 'ENTER MINIMUM GRADE (OR ENTER TO KEEP CURRENT): '.
           ACCEPT WS-TEMP-GRADE.
           IF WS-TEMP-GRADE NOT = SPACES
               MOVE WS-TEMP-GRADE TO TEQ-MIN-GRADE
           END-IF.

           DISPLAY 'ENTER EFFECTIVE FROM YYYYMMDD (OR 0 TO KEEP): '.
           ACCEPT WS-TEMP-FROM.
           IF WS-TEMP-FROM NOT = ZEROES
               MOVE WS-TEMP-FROM TO TEQ-EFF-FROM
           END-IF.

           DISPLAY 'ENTER EFFECTIVE TO YYYYMMDD (OR 0 TO KEEP): '.
           ACCEPT WS-TEMP-TO.
           IF WS-TEMP-TO NOT = ZEROES
               MOVE WS-TEMP-TO TO TEQ-EFF-TO
           END-IF.

           MOVE WS-ENTRY-INSTITUTION TO TEQ-INSTITUTION.
           MOVE WS-ENTRY-EXT-COURSE TO TEQ-EXT-COURSE.

       2120-SAVE-EQUIVALENCY.
           IF TEQ-COURSE-CODE = SPACES OR TEQ-CREDITS = ZEROES
               DISPLAY 'LOCAL COURSE AND CREDITS ARE REQUIRED - '
                       'NOT SAVED'
           ELSE
               IF TEQ-EFF-TO < TEQ-EFF-FROM
                   DISPLAY 'EFFECTIVE RANGE ENDS BEFORE IT STARTS - '
                           'NOT SAVED'
               ELSE
                   DISPLAY 'CONFIRM SAVE (Y/N)? '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                       IF WS-EQUIV-EXISTS = 'Y'
                           REWRITE TRFEQUIV-RECORD
                               INVALID KEY
                                   DISPLAY 'ERROR UPDATING '
                                           'EQUIVALENCY: '
                                           WS-TRFEQUIV-STATUS
                               NOT INVALID KEY
                                   DISPLAY 'EQUIVALENCY UPDATED!'
                           END-REWRITE
                       ELSE
                           WRITE TRFEQUIV-RECORD
                               INVALID KEY
                                   DISPLAY 'ERROR WRITING '
                                           'EQUIVALENCY: '
                                           WS-TRFEQUIV-STATUS
                               NOT INVALID KEY
                                   DISPLAY 'EQUIVALENCY ADDED!'
                           END-WRITE
                       END-IF
                   ELSE
                       DISPLAY 'OPERATION CANCELLED'
                   END-IF
               END-IF
           END-IF.

       2200-REMOVE-EQUIVALENCY.
           PERFORM 2050-GET-KEY.
           READ TRFEQUIV-FILE
               INVALID KEY
                   DISPLAY 'EQUIVALENCY NOT ON FILE'
               NOT INVALID KEY
                   DISPLAY 'MAPS TO ' TEQ-COURSE-CODE ' ('
                           TEQ-CREDITS ' CR)'
                   DISPLAY 'CONFIRM REMOVAL (Y/N)? '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                       DELETE TRFEQUIV-FILE
                           INVALID KEY
                               DISPLAY 'ERROR REMOVING EQUIVALENCY: '
                                       WS-TRFEQUIV-STATUS
                           NOT INVALID KEY
                               DISPLAY 'EQUIVALENCY REMOVED'
                       END-DELETE
                   ELSE
                       DISPLAY 'OPERATION CANCELLED'
                   END-IF
           END-READ.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2300-LIST-EQUIVALENCIES.
           DISPLAY 'ENTER SOURCE INSTITUTION: '.
           ACCEPT WS-ENTRY-INSTITUTION.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-INSTITUTION TO TEQ-INSTITUTION.
           MOVE LOW-VALUES TO TEQ-EXT-COURSE.
           START TRFEQUIV-FILE KEY IS >= TEQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.

           DISPLAY 'EXT COURSE  LOCAL CR MIN FROM     TO'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ TRFEQUIV-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF TEQ-INSTITUTION = WS-ENTRY-INSTITUTION
                           ADD 1 TO WS-LISTED-COUNT
                           DISPLAY TEQ-EXT-COURSE '  '
                                   TEQ-COURSE-CODE '  '
                                   TEQ-CREDITS ' ' TEQ-MIN-GRADE '  '
                                   TEQ-EFF-FROM ' ' TEQ-EFF-TO
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LISTED-COUNT = 0
               DISPLAY '(NO EQUIVALENCIES ON FILE)'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * EACH PENDING OVERRIDE IS SHOWN AGAINST THE TABLE ANSWER.  A
      * REJECTED OVERRIDE TAKES THE TRANSFER CREDIT OFF THE STUDENT
      * SO IT CAN BE RE-EVALUATED AT THE DESK.
       2400-REVIEW-OVERRIDES.
           MOVE ZEROES TO WS-REVIEWED-COUNT.
           IF WS-TRFOVR-OPEN NOT = 'Y'
               DISPLAY 'NO OVERRIDES HAVE BEEN FLAGGED'
           ELSE
               MOVE 'N' TO WS-END-OF-LIST
               MOVE LOW-VALUES TO OVR-KEY
               START TRFOVR-FILE KEY IS >= OVR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LIST
               END-START
               PERFORM UNTIL WS-END-OF-LIST = 'Y'
                   READ TRFOVR-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-LIST
                       NOT AT END
                           IF OVR-STATUS = 'P'
                               PERFORM 2410-REVIEW-ONE-OVERRIDE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'OVERRIDES REVIEWED: ' WS-REVIEWED-COUNT
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2410-REVIEW-ONE-OVERRIDE.
           DISPLAY ' '.
           DISPLAY 'STUDENT ' OVR-STUDENT-ID ' SEQ ' OVR-SEQ
                   ' BY ' OVR-OPERATOR ' ON ' OVR-DATE.
           DISPLAY OVR-INSTITUTION ' ' OVR-EXT-COURSE
                   ' GRADE ' OVR-EXT-GRADE.
           DISPLAY 'TABLE   : ' OVR-TABLE-COURSE ' ('
                   OVR-TABLE-CREDITS ' CR)'.
           DISPLAY 'ENTERED : ' OVR-ENTERED-COURSE ' ('
                   OVR-ENTERED-CREDITS ' CR)  ' OVR-REASON.
           DISPLAY 'A=ACCEPT, R=REJECT, S=SKIP, X=STOP REVIEW: '.
           ACCEPT WS-REVIEW-ACTION.
           EVALUATE WS-REVIEW-ACTION
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO OVR-STATUS
                   PERFORM 2420-SAVE-REVIEW
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO OVR-STATUS
                   PERFORM 2430-REMOVE-CREDIT
                   PERFORM 2420-SAVE-REVIEW
               WHEN 'X'
               WHEN 'x'
                   MOVE 'Y' TO WS-END-OF-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2420-SAVE-REVIEW.
           MOVE WS-OPERATOR-ID TO OVR-REVIEWER.
           REWRITE TRFOVR-RECORD
               INVALID KEY
                   DISPLAY 'ERROR SAVING REVIEW: ' WS-TRFOVR-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-REVIEWED-COUNT
           END-REWRITE.

       2430-REMOVE-CREDIT.
           IF WS-TRANSFER-OPEN = 'Y'
               MOVE OVR-STUDENT-ID TO TRF-STUDENT-ID
               MOVE OVR-SEQ TO TRF-SEQ
               DELETE TRANSFER-FILE
                   INVALID KEY
                       DISPLAY 'TRANSFER CREDIT ALREADY REMOVED'
                   NOT INVALID KEY
                       DISPLAY 'TRANSFER CREDIT REMOVED'
               END-DELETE
           END-IF.

      * EVERY TRANSFER CREDIT WHOSE INSTITUTION AND EXTERNAL COURSE
      * HAS NO TABLE ENTRY IS COUNTED, AND THE MOST FREQUENT GAPS ARE
      * LISTED FIRST SO THE TABLE IS FILLED WHERE IT SAVES THE MOST.
       2500-UNMAPPED-REPORT.
           MOVE ZEROES TO WS-GAP-COUNT.
           MOVE ZEROES TO WS-GAP-OMITTED.
           IF WS-TRANSFER-OPEN NOT = 'Y'
               DISPLAY 'TRANSFER FILE NOT AVAILABLE'
           ELSE
               MOVE 'N' TO WS-END-OF-LIST
               MOVE LOW-VALUES TO TRF-KEY
               START TRANSFER-FILE KEY IS >= TRF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LIST
               END-START
               PERFORM UNTIL WS-END-OF-LIST = 'Y'
                   READ TRANSFER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-LIST
                       NOT AT END
                           MOVE TRF-INSTITUTION TO TEQ-INSTITUTION
                           MOVE TRF-EXT-COURSE TO TEQ-EXT-COURSE
                           READ TRFEQUIV-FILE
                               INVALID KEY
                                   PERFORM 2510-TALLY-GAP
                               NOT INVALID KEY
                                   CONTINUE
                           END-READ
                   END-READ
               END-PERFORM
               PERFORM 2520-SORT-GAPS
               PERFORM 2530-WRITE-GAP-REPORT
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2510-TALLY-GAP.
           MOVE ZEROES TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GAP-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-GAP-INSTITUTION(WS-IX) = TRF-INSTITUTION AND
                  WS-GAP-EXT-COURSE(WS-IX) = TRF-EXT-COURSE
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX > 0
               ADD 1 TO WS-GAP-TIMES(WS-FOUND-IX)
           ELSE
               IF WS-GAP-COUNT < 500
                   ADD 1 TO WS-GAP-COUNT
                   MOVE TRF-INSTITUTION
                     TO WS-GAP-INSTITUTION(WS-GAP-COUNT)
                   MOVE TRF-EXT-COURSE
                     TO WS-GAP-EXT-COURSE(WS-GAP-COUNT)
                   MOVE 1 TO WS-GAP-TIMES(WS-GAP-COUNT)
               ELSE
                   ADD 1 TO WS-GAP-OMITTED
               END-IF
           END-IF.

       2520-SORT-GAPS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >= WS-GAP-COUNT
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX >= WS-GAP-COUNT
                   IF WS-GAP-TIMES(WS-JX) < WS-GAP-TIMES(WS-JX + 1)
                       MOVE WS-GAP-ENTRY(WS-JX) TO WS-SWAP-ENTRY
                       MOVE WS-GAP-ENTRY(WS-JX + 1)
                         TO WS-GAP-ENTRY(WS-JX)
                       MOVE WS-SWAP-ENTRY TO WS-GAP-ENTRY(WS-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2530-WRITE-GAP-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'TRFGAP-' WS-CURRENT-YEAR WS-CURRENT-MONTH
                  WS-CURRENT-DAY '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GAP REPORT: ' WS-REPORT-STATUS
           ELSE
               MOVE 'EXTERNAL COURSES EVALUATED WITH NO EQUIVALENCY'
                 TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM SPACES
               MOVE '   INSTITUTION                     EXT COURSE  '
                 TO REPORT-LINE
               MOVE 'TIMES' TO REPORT-LINE(48:5)
               WRITE REPORT-LINE
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-GAP-COUNT
                   MOVE WS-GAP-INSTITUTION(WS-IX) TO WS-GD-INSTITUTION
                   MOVE WS-GAP-EXT-COURSE(WS-IX) TO WS-GD-EXT-COURSE
                   MOVE WS-GAP-TIMES(WS-IX) TO WS-GD-TIMES
                   WRITE REPORT-LINE FROM WS-GAP-DETAIL
               END-PERFORM
               WRITE REPORT-LINE FROM SPACES
               MOVE WS-GAP-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'UNMAPPED COURSES: ' WS-COUNT-EDIT
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-GAP-OMITTED > 0
                   MOVE WS-GAP-OMITTED TO WS-COUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING 'TABLE FULL - CREDITS NOT TALLIED: '
                          WS-COUNT-EDIT
                          DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               CLOSE REPORT-FILE
               DISPLAY 'UNMAPPED COURSES: ' WS-GAP-COUNT
               DISPLAY 'REPORT WRITTEN TO: ' WS-REPORT-FILENAME
           END-IF.

       3000-TERMINATE.
           IF WS-TRFEQUIV-OPEN = 'Y'
               CLOSE TRFEQUIV-FILE
           END-IF.
           IF WS-COURSE-OPEN = 'Y'
               CLOSE COURSE-FILE
           END-IF.
           IF WS-TRFOVR-OPEN = 'Y'
               CLOSE TRFOVR-FILE
           END-IF.
           IF WS-TRANSFER-OPEN = 'Y'
               CLOSE TRANSFER-FILE
           END-IF.
