               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

      * TERM LOAD STATUS KEPT BY PRGS0066 - FULL-TIME / PART-TIME
      * COUNTS PER TERM ARE TAKEN FROM HERE.
           SELECT TERMLOAD-FILE ASSIGN TO 'TERMLOAD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TERMLOAD-STATUS.

      * CENSUS-DATE SNAPSHOTS FROZEN BY PRGB0168.  WHEN A TERM IS
      * GIVEN THE RETURN IS BUILT FROM ITS SNAPSHOT INSTEAD OF THE
      * CURRENT FILES, SO A SUBMITTED FIGURE CAN BE REPRODUCED.
           SELECT CENSUS-FILE ASSIGN TO 'CENSUS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CENSUS-STATUS.

           SELECT MINISTRY-FILE ASSIGN TO 'MINISTRY.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  STUDENT-STATUS          PIC X.
           05  STUDENT-GPA             PIC 9V99.
           05  STUDENT-PROGRAM         PIC X(4).
           05  FILLER                  PIC X(43).
           05  STUDENT-CAMPUS          PIC X(4).
           05  FILLER                  PIC X(2).

       FD  ENROLLMENT-HISTORY-FILE
           RECORD CONTAINS 26 CHARACTERS.
           05  ENR-DATE                PIC 9(8).
           05  ENR-SECTION             PIC X(2).

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

       FD  MINISTRY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  MINISTRY-RECORD.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS            PIC XX VALUE SPACES.
       01  WS-MINISTRY-STATUS          PIC XX VALUE SPACES.
       01  WS-TERMLOAD-STATUS          PIC XX VALUE SPACES.
       01  WS-CENSUS-STATUS            PIC XX VALUE SPACES.
       01  WS-CENSUS-TERM              PIC X(6) VALUE SPACES.
       01  WS-CENSUS-DATE              PIC 9(8) VALUE ZEROES.
       01  WS-CENSUS-ROWS              PIC 9(8) VALUE ZEROES.
       01  WS-LAST-STUDENT             PIC 9(6) VALUE ZEROES.
       01  WS-TALLY-COURSE             PIC X(4) VALUE SPACES.
       01  WS-TALLY-TERM               PIC X(6) VALUE SPACES.
       01  WS-TALLY-LOAD               PIC X VALUE SPACES.
       01  WS-PROOF-STATUS             PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
               10  WS-TAB-TERM         PIC X(6).
               10  WS-TAB-COUNT        PIC 9(8).

      * STUDENTS BY HOME CAMPUS.  A BLANK CAMPUS IS THE MAIN CAMPUS.
       01  WS-CAMPUS-TABLE.
           05  WS-CAMPUS-ENTRY OCCURS 20 TIMES.
               10  WS-CT-CAMPUS        PIC X(4).
               10  WS-CT-COUNT         PIC 9(8).
       01  WS-CAMPUS-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-CX                       PIC 9(3) VALUE ZEROES.
       01  WS-CAMPUS-FOUND-IX          PIC 9(3) VALUE ZEROES.
       01  WS-WORK-CAMPUS              PIC X(4) VALUE SPACES.

       01  WS-LOAD-TABLE.
           05  WS-LOAD-ENTRY OCCURS 30 TIMES.
               10  WS-LT-TERM          PIC X(6).
               10  WS-LT-FULL          PIC 9(8).
               10  WS-LT-PART          PIC 9(8).
       01  WS-LOAD-COUNT               PIC 9(3) VALUE ZEROES.
       01  WS-LX                       PIC 9(3) VALUE ZEROES.
       01  WS-LOAD-FOUND-IX            PIC 9(3) VALUE ZEROES.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
       0000-MAIN.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               IF WS-CENSUS-TERM = SPACES
                   PERFORM 2000-TALLY-ENROLLMENTS
                   PERFORM 2500-TALLY-LOADS
                   PERFORM 3000-TALLY-STATUSES
                       UNTIL WS-END-OF-FILE = 'Y'
               ELSE
                   PERFORM 2800-TALLY-CENSUS
               END-IF
           END-IF.
           IF WS-CONTINUE = 'Y'
               PERFORM 4000-WRITE-EXTRACT
           END-IF.
           PERFORM 5000-TERMINATE.
           IF WS-RUN-MODE NOT = 2
               MOVE 1 TO WS-RUN-MODE
           END-IF.
           DISPLAY 'CENSUS SNAPSHOT TERM (BLANK = CURRENT FILES): '.
           ACCEPT WS-CENSUS-TERM.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

               AT END
                   CONTINUE
               NOT AT END
                   MOVE ENR-COURSE-CODE TO WS-TALLY-COURSE
                   MOVE ENR-TERM TO WS-TALLY-TERM
                   PERFORM 2200-TALLY-ONE-ENROLLMENT
           END-READ.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PAIR-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-TAB-COURSE(WS-IX) = WS-TALLY-COURSE AND
                  WS-TAB-TERM(WS-IX) = WS-TALLY-TERM
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
               IF WS-PAIR-COUNT < 300
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-FOUND-IX
                   MOVE WS-TALLY-COURSE
                     TO WS-TAB-COURSE(WS-FOUND-IX)
                   MOVE WS-TALLY-TERM TO WS-TAB-TERM(WS-FOUND-IX)
                   MOVE ZEROES TO WS-TAB-COUNT(WS-FOUND-IX)
               ELSE
                   DISPLAY 'PAIR TABLE FULL - ENROLLMENT OMITTED'
               ADD 1 TO WS-TAB-COUNT(WS-FOUND-IX)
           END-IF.

      * FULL-TIME AND PART-TIME STUDENTS PER TERM, AS STORED ON THE
      * TERM LOAD FILE.  NOT-ENROLLED ENTRIES ARE NOT COUNTED.
       2500-TALLY-LOADS.
           OPEN INPUT TERMLOAD-FILE.
           IF WS-TERMLOAD-STATUS NOT = '00'
               DISPLAY 'NO TERM LOAD STATUS ON FILE'
           ELSE
               PERFORM 2510-READ-LOAD
                   UNTIL WS-TERMLOAD-STATUS NOT = '00'
               CLOSE TERMLOAD-FILE
           END-IF.

       2510-READ-LOAD.
           READ TERMLOAD-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF TL-STATUS = 'F' OR TL-STATUS = 'P'
                       MOVE TL-TERM TO WS-TALLY-TERM
                       MOVE TL-STATUS TO WS-TALLY-LOAD
                       PERFORM 2520-TALLY-ONE-LOAD
                   END-IF
           END-READ.

       2520-TALLY-ONE-LOAD.
           MOVE ZEROES TO WS-LOAD-FOUND-IX.
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LOAD-COUNT
                      OR WS-LOAD-FOUND-IX > 0
               IF WS-LT-TERM(WS-LX) = WS-TALLY-TERM
                   MOVE WS-LX TO WS-LOAD-FOUND-IX
               END-IF
           END-PERFORM.

           IF WS-LOAD-FOUND-IX = 0
               IF WS-LOAD-COUNT < 30
                   ADD 1 TO WS-LOAD-COUNT
                   MOVE WS-LOAD-COUNT TO WS-LOAD-FOUND-IX
                   MOVE WS-TALLY-TERM
                     TO WS-LT-TERM(WS-LOAD-FOUND-IX)
                   MOVE ZEROES TO WS-LT-FULL(WS-LOAD-FOUND-IX)
                   MOVE ZEROES TO WS-LT-PART(WS-LOAD-FOUND-IX)
               ELSE
                   DISPLAY 'LOAD TABLE FULL - TERM ' WS-TALLY-TERM
                           ' OMITTED'
               END-IF
           END-IF.

           IF WS-LOAD-FOUND-IX > 0
               IF WS-TALLY-LOAD = 'F'
                   ADD 1 TO WS-LT-FULL(WS-LOAD-FOUND-IX)
               ELSE
                   ADD 1 TO WS-LT-PART(WS-LOAD-FOUND-IX)
               END-IF
           END-IF.

      * THE WHOLE RETURN FROM ONE TERM'S CENSUS SNAPSHOT: COURSE
      * COUNTS FROM EVERY ROW, AND STATUS, PROGRAM AND LOAD COUNTS
      * ONCE PER STUDENT AS THEY STOOD ON THE CENSUS DATE.
       2800-TALLY-CENSUS.
           OPEN INPUT CENSUS-FILE.
           IF WS-CENSUS-STATUS NOT = '00'
               DISPLAY 'NO CENSUS SNAPSHOTS ON FILE'
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               MOVE WS-CENSUS-TERM TO CS-TERM
               MOVE ZEROES TO CS-STUDENT-ID
               MOVE LOW-VALUES TO CS-COURSE-CODE
               MOVE LOW-VALUES TO CS-SECTION
               START CENSUS-FILE KEY IS >= CS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM 2810-READ-CENSUS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE CENSUS-FILE
               IF WS-CENSUS-ROWS = 0
                   DISPLAY 'NO CENSUS SNAPSHOT FOR TERM '
                           WS-CENSUS-TERM
                   MOVE 'N' TO WS-CONTINUE
               END-IF
           END-IF.

       2810-READ-CENSUS.
           READ CENSUS-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF CS-TERM NOT = WS-CENSUS-TERM
                       MOVE 'Y' TO WS-END-OF-FILE
                   ELSE
                       PERFORM 2820-TALLY-CENSUS-ROW
                   END-IF
           END-READ.

       2820-TALLY-CENSUS-ROW.
           ADD 1 TO WS-CENSUS-ROWS.
           MOVE CS-SNAP-DATE TO WS-CENSUS-DATE.
           MOVE CS-COURSE-CODE TO WS-TALLY-COURSE.
           MOVE CS-TERM TO WS-TALLY-TERM.
           PERFORM 2200-TALLY-ONE-ENROLLMENT.
           IF CS-STUDENT-ID NOT = WS-LAST-STUDENT
               MOVE CS-STUDENT-ID TO WS-LAST-STUDENT
      *        THE SNAPSHOT CARRIES NO CAMPUS - THE STUDENT'S CURRENT
      *        HOME CAMPUS IS USED FOR THE CAMPUS BREAKDOWN.
               MOVE CS-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE KEY IS STUDENT-ID
                   INVALID KEY
                       MOVE SPACES TO STUDENT-CAMPUS
               END-READ
               MOVE CS-STUDENT-STATUS TO STUDENT-STATUS
               MOVE CS-PROGRAM TO STUDENT-PROGRAM
               PERFORM 3050-TALLY-ONE-STATUS
               IF CS-LOAD-STATUS = 'F' OR CS-LOAD-STATUS = 'P'
                   MOVE CS-LOAD-STATUS TO WS-TALLY-LOAD
                   PERFORM 2520-TALLY-ONE-LOAD
               END-IF
           END-IF.

       3000-TALLY-STATUSES.
           READ STUDENT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM 3050-TALLY-ONE-STATUS
           END-READ.

       3050-TALLY-ONE-STATUS.
           EVALUATE STUDENT-STATUS
               WHEN 'A'
                   ADD 1 TO WS-ACTIVE-COUNT
               WHEN 'G'
                   ADD 1 TO WS-GRAD-COUNT
               WHEN 'W'
                   ADD 1 TO WS-WDRAW-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
           PERFORM 3100-TALLY-PROGRAM.
           PERFORM 3200-TALLY-CAMPUS.

       3100-TALLY-PROGRAM.
           IF STUDENT-PROGRAM = SPACES
               MOVE '----' TO WS-WORK-PROGRAM
               ADD 1 TO WS-PGM-TAB-COUNT(WS-PGM-FOUND-IX)
           END-IF.

       3200-TALLY-CAMPUS.
           IF STUDENT-CAMPUS = SPACES
               MOVE 'MAIN' TO WS-WORK-CAMPUS
           ELSE
               MOVE STUDENT-CAMPUS TO WS-WORK-CAMPUS
           END-IF.
           MOVE ZEROES TO WS-CAMPUS-FOUND-IX.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAMPUS-COUNT
                      OR WS-CAMPUS-FOUND-IX > 0
               IF WS-CT-CAMPUS(WS-CX) = WS-WORK-CAMPUS
                   MOVE WS-CX TO WS-CAMPUS-FOUND-IX
               END-IF
           END-PERFORM.

           IF WS-CAMPUS-FOUND-IX = 0
               IF WS-CAMPUS-COUNT < 20
                   ADD 1 TO WS-CAMPUS-COUNT
                   MOVE WS-CAMPUS-COUNT TO WS-CAMPUS-FOUND-IX
                   MOVE WS-WORK-CAMPUS
                     TO WS-CT-CAMPUS(WS-CAMPUS-FOUND-IX)
                   MOVE ZEROES TO WS-CT-COUNT(WS-CAMPUS-FOUND-IX)
               ELSE
                   DISPLAY 'CAMPUS TABLE FULL - STUDENT OMITTED '
                           'FROM CAMPUS COUNTS'
               END-IF
           END-IF.

           IF WS-CAMPUS-FOUND-IX > 0
               ADD 1 TO WS-CT-COUNT(WS-CAMPUS-FOUND-IX)
           END-IF.

       4000-WRITE-EXTRACT.
           OPEN OUTPUT MINISTRY-FILE.
           OPEN OUTPUT PROOF-FILE.
           MOVE 'MINISTRY ENROLLMENT RETURN - PROOF OF FIGURES'
             TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           IF WS-CENSUS-TERM = SPACES
               MOVE 'SOURCE: CURRENT FILES' TO PROOF-LINE
           ELSE
               STRING 'SOURCE: CENSUS SNAPSHOT ' WS-CENSUS-TERM
                      ' AS AT ' WS-CENSUS-DATE
                      DELIMITED BY SIZE
                      INTO PROOF-LINE
           END-IF.
           WRITE PROOF-LINE.

           MOVE SPACES TO MINISTRY-RECORD.
           MOVE 'H' TO MIN-REC-TYPE.

           PERFORM 4200-WRITE-PROGRAM-RECORDS.

           PERFORM 4300-WRITE-LOAD-RECORDS.

           PERFORM 4400-WRITE-CAMPUS-RECORDS.

           MOVE SPACES TO MINISTRY-RECORD.
           MOVE 'T' TO MIN-REC-TYPE.
           MOVE WS-RECORD-COUNT TO MIN-COUNT.
               WRITE PROOF-LINE
           END-PERFORM.

       4300-WRITE-LOAD-RECORDS.
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LOAD-COUNT
               MOVE SPACES TO MINISTRY-RECORD
               MOVE 'L' TO MIN-REC-TYPE
               MOVE WS-LT-TERM(WS-LX) TO MIN-KEY-1
               MOVE 'FULL-TIME' TO MIN-KEY-2
               MOVE WS-LT-FULL(WS-LX) TO MIN-COUNT
               WRITE MINISTRY-RECORD
               ADD 1 TO WS-RECORD-COUNT
               MOVE SPACES TO MINISTRY-RECORD
               MOVE 'L' TO MIN-REC-TYPE
               MOVE WS-LT-TERM(WS-LX) TO MIN-KEY-1
               MOVE 'PART-TIME' TO MIN-KEY-2
               MOVE WS-LT-PART(WS-LX) TO MIN-COUNT
               WRITE MINISTRY-RECORD
               ADD 1 TO WS-RECORD-COUNT
               MOVE SPACES TO PROOF-LINE
               STRING 'LOAD TERM ' WS-LT-TERM(WS-LX)
                      '  FULL-TIME ' WS-LT-FULL(WS-LX)
                      '  PART-TIME ' WS-LT-PART(WS-LX)
                      DELIMITED BY SIZE
                      INTO PROOF-LINE
               WRITE PROOF-LINE
           END-PERFORM.

       4400-WRITE-CAMPUS-RECORDS.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAMPUS-COUNT
               MOVE SPACES TO MINISTRY-RECORD
               MOVE 'K' TO MIN-REC-TYPE
               MOVE WS-CT-CAMPUS(WS-CX) TO MIN-KEY-1
               MOVE WS-CT-COUNT(WS-CX) TO MIN-COUNT
               WRITE MINISTRY-RECORD
               ADD 1 TO WS-RECORD-COUNT
               MOVE SPACES TO PROOF-LINE
               STRING 'CAMPUS ' WS-CT-CAMPUS(WS-CX)
                      ' STUDENTS ' WS-CT-COUNT(WS-CX)
                      DELIMITED BY SIZE
                      INTO PROOF-LINE
               WRITE PROOF-LINE
           END-PERFORM.

       5000-TERMINATE.
           IF WS-CONTINUE = 'Y'
               CLOSE STUDENT-FILE
