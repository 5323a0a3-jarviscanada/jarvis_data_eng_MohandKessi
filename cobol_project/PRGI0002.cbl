               RECORD KEY IS PGM-CODE
               FILE STATUS IS WS-PROGRAM-STATUS.

           SELECT CAMPUS-FILE ASSIGN TO 'CAMPUS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMPUS-CODE
               FILE STATUS IS WS-CAMPUS-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  FILLER                  PIC X(11).
           05  STUDENT-PREF-NAME       PIC X(30).
           05  STUDENT-LANG            PIC X.
           05  FILLER                  PIC X.
           05  STUDENT-CAMPUS          PIC X(4).
           05  FILLER                  PIC X(2).

       FD  COURSE-FILE
           RECORD CONTAINS 53 CHARACTERS.
           05  PGM-DEPT                PIC X(10).
           05  PGM-REQ-CREDITS         PIC 9(3).

       FD  CAMPUS-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CAMPUS-RECORD.
           05  CAMPUS-CODE             PIC X(4).
           05  CAMPUS-NAME             PIC X(30).
           05  CAMPUS-STATUS           PIC X.
           05  FILLER                  PIC X(15).

       FD  STUDENT-AUDIT-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  AUDIT-RECORD.
       01  WS-EC-DONE                  PIC X VALUE 'N'.
       01  WS-PROGRAM-OPEN             PIC X VALUE 'N'.
       01  WS-ENTRY-PROGRAM            PIC X(4) VALUE SPACES.
       01  WS-CAMPUS-STATUS            PIC XX VALUE SPACES.
       01  WS-CAMPUS-OPEN              PIC X VALUE 'N'.
       01  WS-ENTRY-CAMPUS             PIC X(4) VALUE SPACES.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-PARM-STATUS              PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-ENROLL-STATUS            PIC XX VALUE SPACES.
       01  WS-TERM                     PIC X(6) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-LOAD-CALLED              PIC X VALUE 'N'.
       01  WS-LOAD-REQUEST.
           05  WS-LD-FUNCTION          PIC X.
           05  WS-LD-STUDENT-ID        PIC 9(6).
           05  WS-LD-TERM              PIC X(6).
           05  WS-LD-PROGRAM           PIC X(4).
           05  WS-LD-OPERATOR          PIC X(8).
           05  WS-LD-CREDITS           PIC 9(3).
           05  WS-LD-STATUS            PIC X.
           05  WS-LD-CHANGED           PIC X.
       01  WS-RUN-MODE                 PIC 9 VALUE 1.
       01  WS-DIGIT-COUNT              PIC 9(2) VALUE ZEROES.
       01  WS-AT-COUNT                 PIC 9(2) VALUE ZEROES.
                           PERFORM 1052-OPEN-ENRHIST
                           PERFORM 1055-OPEN-EMERGENCY
                           PERFORM 1060-OPEN-PROGRAMS
                           PERFORM 1065-OPEN-CAMPUS
                           PERFORM 1070-OPEN-WAITLIST
                           PERFORM 1080-OPEN-JOURNAL
                           PERFORM 1085-OPEN-LETTER-QUEUE
                       'VALIDATION SKIPPED'
           END-IF.

       1065-OPEN-CAMPUS.
           OPEN INPUT CAMPUS-FILE.
           IF WS-CAMPUS-STATUS = '00'
               MOVE 'Y' TO WS-CAMPUS-OPEN
           ELSE
               DISPLAY 'CAMPUS MASTER NOT ON FILE - CAMPUS '
                       'VALIDATION SKIPPED'
           END-IF.

       1070-OPEN-WAITLIST.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = '05' OR WS-WAITLIST-STATUS = '35'
           END-IF.

           MOVE PARM-STUDENT-PROGRAM TO STUDENT-PROGRAM.
           MOVE 'MAIN' TO STUDENT-CAMPUS.
           IF STUDENT-PROGRAM NOT = SPACES AND WS-PROGRAM-OPEN = 'Y'
               MOVE STUDENT-PROGRAM TO PGM-CODE
               READ PROGRAM-FILE

           PERFORM 2152-GET-PROGRAM.

           PERFORM 2154-GET-CAMPUS.

           DISPLAY 'ENTER PREFERRED NAME (OR BLANK IF SAME): '.
           ACCEPT STUDENT-PREF-NAME.

               END-IF
           END-IF.

      * HOME CAMPUS - WHERE THE STUDENT IS COUNTED IN THE CAMPUS
      * BREAKDOWNS.  BLANK TAKES THE MAIN CAMPUS.
       2154-GET-CAMPUS.
           DISPLAY 'ENTER HOME CAMPUS (OR BLANK FOR MAIN): '.
           MOVE SPACES TO WS-ENTRY-CAMPUS.
           ACCEPT WS-ENTRY-CAMPUS.
           INSPECT WS-ENTRY-CAMPUS
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-ENTRY-CAMPUS = SPACES
               MOVE 'MAIN' TO WS-ENTRY-CAMPUS
           END-IF.
           IF WS-CAMPUS-OPEN = 'Y'
               MOVE WS-ENTRY-CAMPUS TO CAMPUS-CODE
               READ CAMPUS-FILE
                   INVALID KEY
                       DISPLAY 'UNKNOWN CAMPUS: ' WS-ENTRY-CAMPUS
                       PERFORM 2154-GET-CAMPUS
                   NOT INVALID KEY
                       IF CAMPUS-STATUS NOT = 'A'
                           DISPLAY 'CAMPUS ' WS-ENTRY-CAMPUS
                                   ' IS INACTIVE'
                           PERFORM 2154-GET-CAMPUS
                       ELSE
                           DISPLAY 'CAMPUS: ' CAMPUS-NAME
                           MOVE WS-ENTRY-CAMPUS TO STUDENT-CAMPUS
                       END-IF
               END-READ
           ELSE
               MOVE WS-ENTRY-CAMPUS TO STUDENT-CAMPUS
           END-IF.

       2155-CHECK-PREREQS.
           MOVE 'Y' TO WS-PREREQ-OK.
           MOVE COURSE-PREREQ-1 TO WS-PREREQ-1.
                       REWRITE ENRHIST-RECORD
                       END-REWRITE
               END-WRITE
               PERFORM 7700-UPDATE-LOAD-STATUS
           END-IF.


                   END-REWRITE
           END-READ.

      * RECOMPUTES THE STUDENT'S FULL-TIME / PART-TIME LOAD FOR THE
      * TERM JUST CHANGED (PRGS0066 STORES IT AND AUDITS ANY CHANGE).
       7700-UPDATE-LOAD-STATUS.
           MOVE 'C' TO WS-LD-FUNCTION.
           MOVE STUDENT-ID TO WS-LD-STUDENT-ID.
           MOVE WS-TERM TO WS-LD-TERM.
           MOVE STUDENT-PROGRAM TO WS-LD-PROGRAM.
           MOVE WS-OPERATOR-ID TO WS-LD-OPERATOR.
           CALL 'PRGS0066' USING WS-LOAD-REQUEST.
           MOVE 'Y' TO WS-LOAD-CALLED.
           IF WS-LD-CHANGED = 'Y'
               EVALUATE WS-LD-STATUS
                   WHEN 'F'
                       DISPLAY 'LOAD FOR ' WS-LD-TERM
                               ' IS NOW FULL-TIME (' WS-LD-CREDITS
                               ' CREDITS)'
                   WHEN 'P'
                       DISPLAY 'LOAD FOR ' WS-LD-TERM
                               ' IS NOW PART-TIME (' WS-LD-CREDITS
                               ' CREDITS)'
                   WHEN OTHER
                       DISPLAY 'LOAD FOR ' WS-LD-TERM
                               ' IS NOW NOT ENROLLED'
               END-EVALUATE
           END-IF.

       3000-TERMINATE.
           IF WS-LOAD-CALLED = 'Y'
               MOVE 'X' TO WS-LD-FUNCTION
               CALL 'PRGS0066' USING WS-LOAD-REQUEST
           END-IF.
           CLOSE STUDENT-FILE
                 COURSE-FILE
                 STUDENT-AUDIT-FILE
           IF WS-PROGRAM-OPEN = 'Y'
               CLOSE PROGRAM-FILE
           END-IF.
           IF WS-CAMPUS-OPEN = 'Y'
               CLOSE CAMPUS-FILE
           END-IF.
           IF WS-RUN-MODE = 2 AND WS-PARM-STATUS = '00'
               CLOSE PARM-FILE
           END-IF.
