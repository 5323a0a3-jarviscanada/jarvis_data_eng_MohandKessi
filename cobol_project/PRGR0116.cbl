       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0116.
       AUTHOR. Mohand Kessi.

      * CENSUS MOVEMENT REPORT.  COMPARES A TERM'S CENSUS-DATE
      * SNAPSHOT (CENSUS.VSAM, FROZEN BY PRGB0168) WITH THE TERM'S
      * ENROLLMENT NOW ON THE KEYED HISTORY: EVERY COURSE/SECTION
      * ADDED OR DROPPED SINCE THE CENSUS DATE, THE CENSUS AND
      * CURRENT COUNT OF EACH SECTION, AND THE STUDENTS WHOSE
      * FULL-TIME / PART-TIME LOAD HAS CHANGED SINCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-FILE ASSIGN TO 'CENSUS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CENSUS-STATUS.

           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.

           SELECT TERMLOAD-FILE ASSIGN TO 'TERMLOAD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TERMLOAD-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ENRHIST-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  ENRHIST-RECORD.
           05  EH-KEY.
               10  EH-STUDENT-ID       PIC 9(6).
               10  EH-TERM             PIC X(6).
               10  EH-COURSE-CODE      PIC X(4).
               10  EH-SECTION          PIC X(2).
           05  EH-DATE                 PIC 9(8).

       FD  TERMLOAD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  TERMLOAD-RECORD.
           05  TL-KEY.
               10  TL-STUDENT-ID       PIC 9(6).
               10  TL-TERM             PIC X(6).
           05  TL-CREDITS              PIC 9(3).
           05  TL-STATUS               PIC X.
           05  TL-PROGRAM              PIC X(4).
           05  TL-FT-CREDITS           PIC 9(2).
           05  TL-PT-CREDITS           PIC 9(2).
           05  TL-COMPUTED-DATE        PIC 9(8).
           05  TL-COMPUTED-BY          PIC X(8).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CENSUS-STATUS            PIC XX VALUE SPACES.
       01  WS-ENRHIST-STATUS           PIC XX VALUE SPACES.
       01  WS-TERMLOAD-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-TERMLOAD-OPEN            PIC X VALUE 'N'.
       01  WS-RUN-TERM                 PIC X(6) VALUE SPACES.
       01  WS-SNAP-DATE                PIC 9(8) VALUE ZEROES.
       01  WS-CEN-EOF                  PIC X VALUE 'N'.
       01  WS-CUR-EOF                  PIC X VALUE 'N'.
       01  WS-GOT-ROW                  PIC X VALUE 'N'.
       01  WS-CENSUS-ROWS              PIC 9(6) VALUE ZEROES.
       01  WS-CURRENT-ROWS             PIC 9(6) VALUE ZEROES.
       01  WS-ADDED-COUNT              PIC 9(6) VALUE ZEROES.
       01  WS-DROPPED-COUNT            PIC 9(6) VALUE ZEROES.
       01  WS-LOAD-MOVED               PIC 9(6) VALUE ZEROES.
       01  WS-LAST-STUDENT             PIC 9(6) VALUE ZEROES.
       01  WS-NOW-STATUS               PIC X VALUE SPACES.
       01  WS-NOW-CREDITS              PIC 9(3) VALUE ZEROES.
       01  WS-SECTION-COUNT            PIC 9(3) VALUE ZEROES.
       01  WS-IX                       PIC 9(3) VALUE ZEROES.
       01  WS-FOUND-IX                 PIC 9(3) VALUE ZEROES.
       01  WS-NET                      PIC S9(5) VALUE ZEROES.
       01  WS-MOVE-TEXT                PIC X(8) VALUE SPACES.
       01  WS-LINE                     PIC X(100) VALUE SPACES.

       01  WS-CEN-KEY.
           05  WS-CEN-STUDENT          PIC 9(6).
           05  WS-CEN-COURSE           PIC X(4).
           05  WS-CEN-SECTION          PIC X(2).
       01  WS-MOVE-KEY.
           05  WS-MV-STUDENT           PIC 9(6).
           05  WS-MV-COURSE            PIC X(4).
           05  WS-MV-SECTION           PIC X(2).
       01  WS-CUR-KEY.
           05  WS-CUR-STUDENT          PIC 9(6).
           05  WS-CUR-COURSE           PIC X(4).
           05  WS-CUR-SECTION          PIC X(2).

       01  WS-SECTION-TABLE.
           05  WS-SEC-ENTRY OCCURS 300 TIMES.
               10  WS-SEC-COURSE       PIC X(4).
               10  WS-SEC-SECTION      PIC X(2).
               10  WS-SEC-CENSUS       PIC 9(5).
               10  WS-SEC-CURRENT      PIC 9(5).

       01  WS-SEC-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-SL-COURSE            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-SECTION           PIC X(2).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-SL-CENSUS            PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-SL-CURRENT           PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-SL-NET               PIC ZZZZ9-.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-SEC-HEADER.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'COURSE SEC'.
           05  FILLER                  PIC X(9) VALUE 'CENSUS'.
           05  FILLER                  PIC X(9) VALUE 'CURRENT'.
           05  FILLER                  PIC X(3) VALUE 'NET'.
           05  FILLER                  PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               OPEN OUTPUT REPORT-FILE
               PERFORM 2000-WRITE-HEADINGS
               PERFORM 2100-COMPARE-ENROLLMENTS
               PERFORM 3000-WRITE-SECTION-SUMMARY
               PERFORM 4000-COMPARE-LOADS
               PERFORM 5000-WRITE-TOTALS
               CLOSE REPORT-FILE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.

       1000-INIT.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '     CENSUS MOVEMENT REPORT             '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY 'ENTER TERM TO COMPARE (E.G. 2026FA), '.
           DISPLAY 'OR BLANK TO EXIT: '.
           ACCEPT WS-RUN-TERM.

           IF WS-RUN-TERM = SPACES
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN INPUT CENSUS-FILE
               IF WS-CENSUS-STATUS NOT = '00'
                   DISPLAY 'NO CENSUS SNAPSHOTS ON FILE: '
                           WS-CENSUS-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   PERFORM 1200-CHECK-SNAPSHOT
               END-IF
           END-IF.

           IF WS-CONTINUE = 'Y'
               OPEN INPUT ENRHIST-FILE
               IF WS-ENRHIST-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING KEYED HISTORY: '
                           WS-ENRHIST-STATUS
                   CLOSE CENSUS-FILE
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   OPEN INPUT TERMLOAD-FILE
                   IF WS-TERMLOAD-STATUS = '00'
                       MOVE 'Y' TO WS-TERMLOAD-OPEN
                   END-IF
                   STRING 'CENSUSMV-' WS-RUN-TERM '.TXT'
                          DELIMITED BY SIZE
                          INTO WS-REPORT-FILENAME
               END-IF
           END-IF.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       1200-CHECK-SNAPSHOT.
           MOVE WS-RUN-TERM TO CS-TERM.
           MOVE ZEROES TO CS-STUDENT-ID.
           MOVE LOW-VALUES TO CS-COURSE-CODE.
           MOVE LOW-VALUES TO CS-SECTION.
           START CENSUS-FILE KEY IS >= CS-KEY
               INVALID KEY
                   MOVE SPACES TO CS-TERM
           END-START.
           IF CS-TERM = WS-RUN-TERM
               READ CENSUS-FILE NEXT
                   AT END
                       MOVE SPACES TO CS-TERM
               END-READ
           END-IF.
           IF CS-TERM NOT = WS-RUN-TERM
               DISPLAY 'TERM ' WS-RUN-TERM ' HAS NO CENSUS SNAPSHOT'
               CLOSE CENSUS-FILE
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE CS-SNAP-DATE TO WS-SNAP-DATE
           END-IF.

       2000-WRITE-HEADINGS.
           MOVE SPACES TO WS-LINE.
           STRING 'CENSUS MOVEMENT - TERM ' WS-RUN-TERM
                  ' - CENSUS TAKEN ' WS-SNAP-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           WRITE REPORT-LINE FROM SPACES.
           MOVE 'CHANGES SINCE THE CENSUS DATE' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '   MOVE     STUDENT COURSE SEC' TO REPORT-LINE.
           WRITE REPORT-LINE.

      * MATCH OF THE SNAPSHOT AGAINST THE KEYED HISTORY, BOTH IN
      * STUDENT / COURSE / SECTION ORDER FOR THE TERM.  A ROW ONLY
      * IN THE SNAPSHOT WAS DROPPED SINCE; ONLY IN THE HISTORY WAS
      * ADDED SINCE.
       2100-COMPARE-ENROLLMENTS.
           MOVE WS-RUN-TERM TO CS-TERM.
           MOVE ZEROES TO CS-STUDENT-ID.
           MOVE LOW-VALUES TO CS-COURSE-CODE.
           MOVE LOW-VALUES TO CS-SECTION.
           START CENSUS-FILE KEY IS >= CS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CEN-EOF
           END-START.
           MOVE LOW-VALUES TO EH-KEY.
           START ENRHIST-FILE KEY IS >= EH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUR-EOF
           END-START.
           PERFORM 2110-NEXT-CENSUS.
           PERFORM 2120-NEXT-CURRENT.
           PERFORM UNTIL WS-CEN-EOF = 'Y' AND WS-CUR-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-CEN-KEY = WS-CUR-KEY
                       PERFORM 2200-COUNT-CENSUS
                       PERFORM 2210-COUNT-CURRENT
                       PERFORM 2110-NEXT-CENSUS
                       PERFORM 2120-NEXT-CURRENT
                   WHEN WS-CEN-KEY < WS-CUR-KEY
                       PERFORM 2200-COUNT-CENSUS
                       ADD 1 TO WS-DROPPED-COUNT
                       MOVE 'DROPPED' TO WS-MOVE-TEXT
                       MOVE WS-CEN-KEY TO WS-MOVE-KEY
                       PERFORM 2300-WRITE-MOVEMENT
                       PERFORM 2110-NEXT-CENSUS
                   WHEN OTHER
                       PERFORM 2210-COUNT-CURRENT
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE 'ADDED' TO WS-MOVE-TEXT
                       MOVE WS-CUR-KEY TO WS-MOVE-KEY
                       PERFORM 2300-WRITE-MOVEMENT
                       PERFORM 2120-NEXT-CURRENT
               END-EVALUATE
           END-PERFORM.
           IF WS-ADDED-COUNT = 0 AND WS-DROPPED-COUNT = 0
               MOVE '   (NO CHANGES SINCE THE CENSUS DATE)'
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2110-NEXT-CENSUS.
           IF WS-CEN-EOF NOT = 'Y'
               READ CENSUS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CEN-EOF
                   NOT AT END
                       IF CS-TERM NOT = WS-RUN-TERM
                           MOVE 'Y' TO WS-CEN-EOF
                       END-IF
               END-READ
           END-IF.
           IF WS-CEN-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-CEN-KEY
           ELSE
               MOVE CS-STUDENT-ID TO WS-CEN-STUDENT
               MOVE CS-COURSE-CODE TO WS-CEN-COURSE
               MOVE CS-SECTION TO WS-CEN-SECTION
           END-IF.

      * THE KEYED HISTORY IS IN STUDENT / TERM ORDER, SO THE TERM'S
      * ROWS ARE PICKED OUT OF A FULL PASS.
       2120-NEXT-CURRENT.
           MOVE 'N' TO WS-GOT-ROW.
           PERFORM UNTIL WS-CUR-EOF = 'Y' OR WS-GOT-ROW = 'Y'
               READ ENRHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CUR-EOF
                   NOT AT END
                       IF EH-TERM = WS-RUN-TERM
                           MOVE 'Y' TO WS-GOT-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUR-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-CUR-KEY
           ELSE
               MOVE EH-STUDENT-ID TO WS-CUR-STUDENT
               MOVE EH-COURSE-CODE TO WS-CUR-COURSE
               MOVE EH-SECTION TO WS-CUR-SECTION
           END-IF.

       2200-COUNT-CENSUS.
           ADD 1 TO WS-CENSUS-ROWS.
           PERFORM 2250-FIND-SECTION-CENSUS.
           IF WS-FOUND-IX > 0
               ADD 1 TO WS-SEC-CENSUS(WS-FOUND-IX)
           END-IF.

       2210-COUNT-CURRENT.
           ADD 1 TO WS-CURRENT-ROWS.
           PERFORM 2260-FIND-SECTION-CURRENT.
           IF WS-FOUND-IX > 0
               ADD 1 TO WS-SEC-CURRENT(WS-FOUND-IX)
           END-IF.

       2250-FIND-SECTION-CENSUS.
           MOVE ZEROES TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SECTION-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-SEC-COURSE(WS-IX) = WS-CEN-COURSE AND
                  WS-SEC-SECTION(WS-IX) = WS-CEN-SECTION
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX = 0
               PERFORM 2270-ADD-SECTION
               IF WS-FOUND-IX > 0
                   MOVE WS-CEN-COURSE TO WS-SEC-COURSE(WS-FOUND-IX)
                   MOVE WS-CEN-SECTION
                     TO WS-SEC-SECTION(WS-FOUND-IX)
               END-IF
           END-IF.

       2260-FIND-SECTION-CURRENT.
           MOVE ZEROES TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SECTION-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-SEC-COURSE(WS-IX) = WS-CUR-COURSE AND
                  WS-SEC-SECTION(WS-IX) = WS-CUR-SECTION
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX = 0
               PERFORM 2270-ADD-SECTION
               IF WS-FOUND-IX > 0
                   MOVE WS-CUR-COURSE TO WS-SEC-COURSE(WS-FOUND-IX)
                   MOVE WS-CUR-SECTION
                     TO WS-SEC-SECTION(WS-FOUND-IX)
               END-IF
           END-IF.

       2270-ADD-SECTION.
           IF WS-SECTION-COUNT < 300
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-SECTION-COUNT TO WS-FOUND-IX
               MOVE ZEROES TO WS-SEC-CENSUS(WS-FOUND-IX)
               MOVE ZEROES TO WS-SEC-CURRENT(WS-FOUND-IX)
           ELSE
               DISPLAY 'SECTION TABLE FULL - SECTION OMITTED'
           END-IF.

       2300-WRITE-MOVEMENT.
           MOVE SPACES TO WS-LINE.
           STRING '   ' WS-MOVE-TEXT ' ' WS-MV-STUDENT ' '
                  WS-MV-COURSE '   ' WS-MV-SECTION
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

       3000-WRITE-SECTION-SUMMARY.
           WRITE REPORT-LINE FROM SPACES.
           MOVE 'SECTION COUNTS - CENSUS AGAINST CURRENT'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SEC-HEADER.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SECTION-COUNT
               MOVE WS-SEC-COURSE(WS-IX) TO WS-SL-COURSE
               MOVE WS-SEC-SECTION(WS-IX) TO WS-SL-SECTION
               MOVE WS-SEC-CENSUS(WS-IX) TO WS-SL-CENSUS
               MOVE WS-SEC-CURRENT(WS-IX) TO WS-SL-CURRENT
               COMPUTE WS-NET = WS-SEC-CURRENT(WS-IX)
                              - WS-SEC-CENSUS(WS-IX)
               MOVE WS-NET TO WS-SL-NET
               WRITE REPORT-LINE FROM WS-SEC-LINE
           END-PERFORM.

      * ONE LINE PER CENSUS STUDENT WHOSE STORED LOAD NOW DIFFERS
      * FROM THE LOAD FROZEN ON THE CENSUS DATE.
       4000-COMPARE-LOADS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE 'LOAD STATUS CHANGES SINCE THE CENSUS DATE'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TERMLOAD-OPEN NOT = 'Y'
               MOVE '   (NO TERM LOAD STATUS ON FILE)' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE '   STUDENT CENSUS CREDITS  NOW CREDITS'
                 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'N' TO WS-CEN-EOF
               MOVE ZEROES TO WS-LAST-STUDENT
               MOVE WS-RUN-TERM TO CS-TERM
               MOVE ZEROES TO CS-STUDENT-ID
               MOVE LOW-VALUES TO CS-COURSE-CODE
               MOVE LOW-VALUES TO CS-SECTION
               START CENSUS-FILE KEY IS >= CS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CEN-EOF
               END-START
               PERFORM 2110-NEXT-CENSUS
               PERFORM UNTIL WS-CEN-EOF = 'Y'
                   IF CS-STUDENT-ID NOT = WS-LAST-STUDENT
                       MOVE CS-STUDENT-ID TO WS-LAST-STUDENT
                       PERFORM 4100-CHECK-ONE-LOAD
                   END-IF
                   PERFORM 2110-NEXT-CENSUS
               END-PERFORM
               IF WS-LOAD-MOVED = 0
                   MOVE '   (NO LOAD STATUS CHANGES)' TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       4100-CHECK-ONE-LOAD.
           MOVE CS-STUDENT-ID TO TL-STUDENT-ID.
           MOVE CS-TERM TO TL-TERM.
           READ TERMLOAD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-NOW-STATUS
                   MOVE ZEROES TO WS-NOW-CREDITS
               NOT INVALID KEY
                   MOVE TL-STATUS TO WS-NOW-STATUS
                   MOVE TL-CREDITS TO WS-NOW-CREDITS
           END-READ.
           IF WS-NOW-STATUS NOT = CS-LOAD-STATUS
               ADD 1 TO WS-LOAD-MOVED
               MOVE SPACES TO WS-LINE
               STRING '   ' CS-STUDENT-ID '  '
                      CS-LOAD-STATUS '     ' CS-TERM-CREDITS
                      '      ' WS-NOW-STATUS '   ' WS-NOW-CREDITS
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REPORT-LINE FROM WS-LINE
           END-IF.

       5000-WRITE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE SPACES TO WS-LINE.
           STRING 'ENROLLMENTS AT CENSUS: ' WS-CENSUS-ROWS
                  '  NOW: ' WS-CURRENT-ROWS
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING 'ADDED SINCE: ' WS-ADDED-COUNT
                  '  DROPPED SINCE: ' WS-DROPPED-COUNT
                  '  LOAD CHANGES: ' WS-LOAD-MOVED
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

       9000-TERMINATE.
           IF WS-CONTINUE = 'Y'
               CLOSE CENSUS-FILE
               CLOSE ENRHIST-FILE
               IF WS-TERMLOAD-OPEN = 'Y'
                   CLOSE TERMLOAD-FILE
               END-IF
               DISPLAY 'REPORT WRITTEN TO: ' WS-REPORT-FILENAME
               DISPLAY 'ADDED SINCE CENSUS: ' WS-ADDED-COUNT
               DISPLAY 'DROPPED SINCE CENSUS: ' WS-DROPPED-COUNT
           END-IF.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.
