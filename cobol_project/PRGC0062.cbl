               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT TRFEQUIV-FILE ASSIGN TO 'TRFEQUIV.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TEQ-KEY
               FILE STATUS IS WS-TRFEQUIV-STATUS.

           SELECT TRFOVR-FILE ASSIGN TO 'TRFOVR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVR-KEY
               FILE STATUS IS WS-TRFOVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE
           05  COURSE-STATUS           PIC X.
           05  COURSE-ENROLLED         PIC 9(4).

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

       WORKING-STORAGE SECTION.
       01  WS-TRANSFER-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TRFEQUIV-STATUS          PIC XX VALUE SPACES.
       01  WS-TRFEQUIV-OPEN            PIC X VALUE 'N'.
       01  WS-TRFOVR-STATUS            PIC XX VALUE SPACES.
       01  WS-TRFOVR-OPEN              PIC X VALUE 'N'.
       01  WS-TABLE-FOUND              PIC X VALUE 'N'.
       01  WS-USE-TABLE                PIC X VALUE 'N'.
       01  WS-OVERRIDE-REASON          PIC X(20) VALUE SPACES.
       01  WS-EXT-GRADE                PIC X(2) VALUE SPACES.
       01  WS-RANK-GRADE               PIC X(2) VALUE SPACES.
       01  WS-GRADE-POINTS             PIC 9V99 VALUE ZEROES.
       01  WS-EXT-POINTS               PIC 9V99 VALUE ZEROES.
       01  WS-MIN-POINTS               PIC 9V99 VALUE ZEROES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
                   DISPLAY 'ERROR OPENING SUPPORT FILES: '
                           WS-FILE-STATUS ' ' WS-COURSE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   PERFORM 1050-OPEN-EQUIVALENCIES
               END-IF
           END-IF.

      * WITHOUT THE EQUIVALENCY TABLE EVERY CREDIT IS KEYED BY HAND
      * AS BEFORE; THE OVERRIDE QUEUE IS ONLY WRITTEN WHEN THE TABLE
      * HAD AN ANSWER THAT THE OPERATOR DID NOT TAKE.
       1050-OPEN-EQUIVALENCIES.
           OPEN INPUT TRFEQUIV-FILE.
           IF WS-TRFEQUIV-STATUS = '00'
               MOVE 'Y' TO WS-TRFEQUIV-OPEN
               OPEN I-O TRFOVR-FILE
               IF WS-TRFOVR-STATUS = '05' OR WS-TRFOVR-STATUS = '35'
                   CLOSE TRFOVR-FILE
                   OPEN OUTPUT TRFOVR-FILE
                   CLOSE TRFOVR-FILE
                   OPEN I-O TRFOVR-FILE
               END-IF
               IF WS-TRFOVR-STATUS = '00'
                   MOVE 'Y' TO WS-TRFOVR-OPEN
               ELSE
                   DISPLAY 'ERROR OPENING OVERRIDE QUEUE: '
                           WS-TRFOVR-STATUS
                   MOVE 'N' TO WS-CONTINUE
               END-IF
           ELSE
               DISPLAY 'EQUIVALENCY TABLE NOT ON FILE - CREDITS ARE '
                       'ENTERED MANUALLY'
           END-IF.

       2000-PROCESS.
               ACCEPT TRF-INSTITUTION
               DISPLAY 'ENTER EXTERNAL COURSE CODE: '
               ACCEPT TRF-EXT-COURSE
               PERFORM 2130-PROPOSE-EQUIVALENCY
               IF WS-USE-TABLE = 'Y'
                   MOVE TEQ-COURSE-CODE TO TRF-EQUIV-COURSE
                   MOVE TEQ-CREDITS TO TRF-CREDITS
               ELSE
                   PERFORM 2120-GET-EQUIV-COURSE
                   DISPLAY 'ENTER CREDITS GRANTED: '
                   ACCEPT TRF-CREDITS
               END-IF
               MOVE WS-TODAY-DATE TO TRF-DECISION-DATE

               DISPLAY 'CONFIRM TRANSFER CREDIT (Y/N)? '
                       NOT INVALID KEY
                           DISPLAY 'TRANSFER CREDIT RECORDED '
                                   '(SEQ ' TRF-SEQ ')'
                           IF WS-TABLE-FOUND = 'Y' AND
                              WS-USE-TABLE NOT = 'Y'
                               PERFORM 2140-FLAG-OVERRIDE
                           END-IF
                   END-WRITE
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
                   DISPLAY 'EQUIVALENT TO: ' COURSE-NAME
           END-READ.

       2130-PROPOSE-EQUIVALENCY.
           MOVE 'N' TO WS-TABLE-FOUND.
           MOVE 'N' TO WS-USE-TABLE.
           MOVE SPACES TO WS-OVERRIDE-REASON.
           MOVE SPACES TO WS-EXT-GRADE.
           IF WS-TRFEQUIV-OPEN = 'Y'
               MOVE TRF-INSTITUTION TO TEQ-INSTITUTION
               MOVE TRF-EXT-COURSE TO TEQ-EXT-COURSE
               READ TRFEQUIV-FILE
                   INVALID KEY
                       DISPLAY 'NO EQUIVALENCY ON FILE - ENTER IT '
                               'MANUALLY'
                   NOT INVALID KEY
                       IF WS-TODAY-DATE < TEQ-EFF-FROM OR
                          WS-TODAY-DATE > TEQ-EFF-TO
                           DISPLAY 'EQUIVALENCY NOT IN EFFECT ('
                                   TEQ-EFF-FROM ' - ' TEQ-EFF-TO
                                   ') - ENTER IT MANUALLY'
                       ELSE
                           MOVE 'Y' TO WS-TABLE-FOUND
                       END-IF
               END-READ
           END-IF.
           IF WS-TABLE-FOUND = 'Y'
               PERFORM 2135-OFFER-EQUIVALENCY
           END-IF.

       2135-OFFER-EQUIVALENCY.
           DISPLAY 'TABLE EQUIVALENT: ' TEQ-COURSE-CODE ' ('
                   TEQ-CREDITS ' CR, MINIMUM GRADE ' TEQ-MIN-GRADE
                   ')'.
           DISPLAY 'ENTER GRADE EARNED AT SOURCE INSTITUTION: '.
           ACCEPT WS-EXT-GRADE.
           MOVE WS-EXT-GRADE TO WS-RANK-GRADE.
           PERFORM 2150-GRADE-POINTS.
           MOVE WS-GRADE-POINTS TO WS-EXT-POINTS.
           MOVE TEQ-MIN-GRADE TO WS-RANK-GRADE.
           PERFORM 2150-GRADE-POINTS.
           MOVE WS-GRADE-POINTS TO WS-MIN-POINTS.

           IF TEQ-MIN-GRADE NOT = SPACES AND
              WS-EXT-POINTS < WS-MIN-POINTS
               DISPLAY 'GRADE IS BELOW THE TABLE MINIMUM - ANY CREDIT '
                       'GRANTED GOES TO SUPERVISOR REVIEW'
               MOVE 'BELOW MINIMUM GRADE' TO WS-OVERRIDE-REASON
           ELSE
               DISPLAY 'ACCEPT TABLE EQUIVALENT (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   MOVE 'Y' TO WS-USE-TABLE
               ELSE
                   DISPLAY 'TABLE OVERRIDDEN - GOES TO SUPERVISOR '
                           'REVIEW'
                   MOVE 'TABLE NOT APPLIED' TO WS-OVERRIDE-REASON
               END-IF
           END-IF.

       2140-FLAG-OVERRIDE.
           IF WS-TRFOVR-OPEN = 'Y'
               MOVE TRF-STUDENT-ID TO OVR-STUDENT-ID
               MOVE TRF-SEQ TO OVR-SEQ
               MOVE TRF-INSTITUTION TO OVR-INSTITUTION
               MOVE TRF-EXT-COURSE TO OVR-EXT-COURSE
               MOVE WS-EXT-GRADE TO OVR-EXT-GRADE
               MOVE TEQ-COURSE-CODE TO OVR-TABLE-COURSE
               MOVE TEQ-CREDITS TO OVR-TABLE-CREDITS
               MOVE TRF-EQUIV-COURSE TO OVR-ENTERED-COURSE
               MOVE TRF-CREDITS TO OVR-ENTERED-CREDITS
               MOVE WS-OVERRIDE-REASON TO OVR-REASON
               MOVE WS-OPERATOR-ID TO OVR-OPERATOR
               MOVE WS-TODAY-DATE TO OVR-DATE
               MOVE 'P' TO OVR-STATUS
               MOVE SPACES TO OVR-REVIEWER
               WRITE TRFOVR-RECORD
                   INVALID KEY
                       REWRITE TRFOVR-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR FLAGGING OVERRIDE: '
                                       WS-TRFOVR-STATUS
                       END-REWRITE
               END-WRITE
           END-IF.

       2150-GRADE-POINTS.
           EVALUATE WS-RANK-GRADE
               WHEN 'A+'
                   MOVE 4.30 TO WS-GRADE-POINTS
               WHEN 'A '
                   MOVE 4.00 TO WS-GRADE-POINTS
               WHEN 'A-'
                   MOVE 3.70 TO WS-GRADE-POINTS
               WHEN 'B+'
                   MOVE 3.30 TO WS-GRADE-POINTS
               WHEN 'B '
                   MOVE 3.00 TO WS-GRADE-POINTS
               WHEN 'B-'
                   MOVE 2.70 TO WS-GRADE-POINTS
               WHEN 'C+'
                   MOVE 2.30 TO WS-GRADE-POINTS
               WHEN 'C '
                   MOVE 2.00 TO WS-GRADE-POINTS
               WHEN 'C-'
                   MOVE 1.70 TO WS-GRADE-POINTS
               WHEN 'D+'
                   MOVE 1.30 TO WS-GRADE-POINTS
               WHEN 'D '
                   MOVE 1.00 TO WS-GRADE-POINTS
               WHEN OTHER
                   MOVE ZEROES TO WS-GRADE-POINTS
           END-EVALUATE.

       2200-REMOVE-TRANSFER.
           PERFORM 2400-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
                                           WS-TRANSFER-STATUS
                               NOT INVALID KEY
                                   DISPLAY 'TRANSFER CREDIT REMOVED'
                                   PERFORM 2210-DROP-OVERRIDE
                           END-DELETE
                       ELSE
                           DISPLAY 'OPERATION CANCELLED'
               ACCEPT WS-CONFIRMATION
           END-IF.

       2210-DROP-OVERRIDE.
           IF WS-TRFOVR-OPEN = 'Y'
               MOVE WS-SEARCH-ID TO OVR-STUDENT-ID
               MOVE WS-ENTRY-SEQ TO OVR-SEQ
               DELETE TRFOVR-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       2300-LIST-TRANSFERS.
           PERFORM 2400-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
           CLOSE TRANSFER-FILE
                 STUDENT-FILE
                 COURSE-FILE.
           IF WS-TRFEQUIV-OPEN = 'Y'
               CLOSE TRFEQUIV-FILE
           END-IF.
           IF WS-TRFOVR-OPEN = 'Y'
               CLOSE TRFOVR-FILE
           END-IF.
