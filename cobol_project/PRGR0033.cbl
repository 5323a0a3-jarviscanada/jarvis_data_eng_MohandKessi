               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

      * CENSUS-DATE SNAPSHOTS (PRGB0168).  ON REQUEST A TERM THAT
      * HAS BEEN FROZEN IS COUNTED FROM ITS SNAPSHOT RATHER THAN THE
      * LOG, SO LATE ADDS AND DROPS DO NOT MOVE ITS FIGURES.
           SELECT CENSUS-FILE ASSIGN TO 'CENSUS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CENSUS-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  COURSE-STATUS           PIC X.
           05  COURSE-ENROLLED         PIC 9(4).

       FD  CENSUS-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CENSUS-RECORD.
           05  CS-KEY.
               10  CS-TERM             PIC X(6).
               10  CS-STUDENT-ID       PIC 9(6).
               10  CS-COURSE-CODE      PIC X(4).
               10  CS-SECTION          PIC X(2).
           05  CS-PROGRAM              PIC X(4).
           05  CS-STUDENT-STATUS       PIC X.
           05  CS-CREDITS              PIC 9(2).
           05  CS-TERM-CREDITS         PIC 9(3).
           05  CS-LOAD-STATUS          PIC X.
           05  CS-SNAP-DATE            PIC 9(8).
           05  FILLER                  PIC X(3).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                 PIC X(100).
       01  WS-ENROLL-STATUS            PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-CENSUS-STATUS            PIC XX VALUE SPACES.
       01  WS-USE-CENSUS               PIC X VALUE 'N'.
       01  WS-TALLY-COURSE             PIC X(4) VALUE SPACES.
       01  WS-TALLY-TERM               PIC X(6) VALUE SPACES.
       01  WS-FROZEN-COUNT             PIC 9(2) VALUE ZEROES.
       01  WS-FX                       PIC 9(2) VALUE ZEROES.
       01  WS-IS-FROZEN                PIC X VALUE 'N'.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-EVICTED-FLAG             PIC X VALUE 'N'.
       01  WS-TERM-CNT-EDIT            PIC ZZZ9.

       01  WS-FROZEN-LIST.
           05  WS-FROZEN-TERM OCCURS 20 TIMES PIC X(6).

       01  WS-TERM-LIST.
           05  WS-TERM-ID OCCURS 8 TIMES PIC X(6).

       0000-MAIN.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               IF WS-USE-CENSUS = 'Y'
                   PERFORM 1500-TALLY-CENSUS
               END-IF
               PERFORM 2000-TALLY-HISTORY
               PERFORM 3000-SORT-TERMS
               PERFORM 4000-WRITE-REPORT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.

           DISPLAY 'USE CENSUS SNAPSHOTS FOR FROZEN TERMS (Y/N)? '.
           ACCEPT WS-USE-CENSUS.
           IF WS-USE-CENSUS = 'y'
               MOVE 'Y' TO WS-USE-CENSUS
           END-IF.

           OPEN INPUT ENROLLMENT-HISTORY-FILE.
           IF WS-ENROLL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ENROLLMENT HISTORY: '
               END-IF
           END-IF.

      * EVERY SNAPSHOT ROW IS ONE ENROLLMENT; THE TERMS SEEN ARE
      * NOTED SO THE LOG'S ENTRIES FOR THEM ARE SKIPPED.
       1500-TALLY-CENSUS.
           OPEN INPUT CENSUS-FILE.
           IF WS-CENSUS-STATUS NOT = '00'
               DISPLAY 'NO CENSUS SNAPSHOTS ON FILE - LOG ONLY'
               MOVE 'N' TO WS-USE-CENSUS
           ELSE
               PERFORM UNTIL WS-CENSUS-STATUS NOT = '00'
                   READ CENSUS-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1510-TALLY-CENSUS-ROW
                   END-READ
               END-PERFORM
               CLOSE CENSUS-FILE
           END-IF.

       1510-TALLY-CENSUS-ROW.
           IF WS-FROZEN-COUNT = 0 OR
              WS-FROZEN-TERM(WS-FROZEN-COUNT) NOT = CS-TERM
               IF WS-FROZEN-COUNT < 20
                   ADD 1 TO WS-FROZEN-COUNT
                   MOVE CS-TERM TO WS-FROZEN-TERM(WS-FROZEN-COUNT)
               END-IF
           END-IF.
           MOVE CS-TERM TO WS-TALLY-TERM.
           MOVE CS-COURSE-CODE TO WS-TALLY-COURSE.
           PERFORM 2100-TALLY-ONE.

       2000-TALLY-HISTORY.
           PERFORM UNTIL WS-END-OF-LOG = 'Y'
               READ ENROLLMENT-HISTORY-FILE
                       MOVE 'Y' TO WS-END-OF-LOG
                   NOT AT END
                       IF ENR-TERM NOT = SPACES
                           PERFORM 2050-CHECK-FROZEN
                           IF WS-IS-FROZEN = 'N'
                               MOVE ENR-TERM TO WS-TALLY-TERM
                               MOVE ENR-COURSE-CODE
                                 TO WS-TALLY-COURSE
                               PERFORM 2100-TALLY-ONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-HISTORY-FILE.

       2050-CHECK-FROZEN.
           MOVE 'N' TO WS-IS-FROZEN.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FROZEN-COUNT
                      OR WS-IS-FROZEN = 'Y'
               IF WS-FROZEN-TERM(WS-FX) = ENR-TERM
                   MOVE 'Y' TO WS-IS-FROZEN
               END-IF
           END-PERFORM.

       2100-TALLY-ONE.
           PERFORM 2200-FIND-TERM-SLOT.
           PERFORM 2300-FIND-COURSE-SLOT.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-TERM-COUNT
                      OR WS-FOUND-TERM > 0
               IF WS-TERM-ID(WS-JX) = WS-TALLY-TERM
                   MOVE WS-JX TO WS-FOUND-TERM
               END-IF
           END-PERFORM.
               IF WS-TERM-COUNT < 8
                   ADD 1 TO WS-TERM-COUNT
                   MOVE WS-TERM-COUNT TO WS-FOUND-TERM
                   MOVE WS-TALLY-TERM TO WS-TERM-ID(WS-FOUND-TERM)
               ELSE
                   PERFORM 2250-EVICT-OLDEST-TERM
               END-IF
               END-IF
           END-PERFORM.

           IF WS-TALLY-TERM > WS-TERM-ID(WS-OLDEST-IX)
               IF WS-EVICTED-FLAG = 'N'
                   MOVE 'Y' TO WS-EVICTED-FLAG
                   DISPLAY 'MORE THAN 8 TERMS ON FILE - OLDEST '
                           'TERMS DROPPED FROM THE PROJECTION'
               END-IF
               MOVE WS-OLDEST-IX TO WS-FOUND-TERM
               MOVE WS-TALLY-TERM TO WS-TERM-ID(WS-FOUND-TERM)
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-COURSE-COUNT
                   MOVE ZEROES
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-COURSE-COUNT
                      OR WS-FOUND-COURSE > 0
               IF WS-TAB-COURSE(WS-IX) = WS-TALLY-COURSE
                   MOVE WS-IX TO WS-FOUND-COURSE
               END-IF
           END-PERFORM.
           IF WS-FOUND-COURSE = 0 AND WS-COURSE-COUNT < 100
               ADD 1 TO WS-COURSE-COUNT
               MOVE WS-COURSE-COUNT TO WS-FOUND-COURSE
               MOVE WS-TALLY-COURSE
                 TO WS-TAB-COURSE(WS-FOUND-COURSE)
               PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 8
                   MOVE ZEROES
           MOVE 'CAPACITY PLANNING - PROJECTED NEXT-TERM DEMAND'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-USE-CENSUS = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING 'TERMS FROZEN AT CENSUS DATE COUNTED FROM THEIR '
                      'SNAPSHOT: ' WS-FROZEN-COUNT
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-EVICTED-FLAG = 'Y'
               MOVE 'NOTE: MORE THAN 8 TERMS ON FILE - ONLY THE '
                 TO REPORT-LINE
