           SELECT ROOM-FILE ASSIGN TO 'ROOM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CAMPUS-FILE ASSIGN TO 'CAMPUS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMPUS-CODE
               FILE STATUS IS WS-CAMPUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  ROOM-RECORD.
           05  RM-KEY.
               10  RM-CAMPUS           PIC X(4).
               10  RM-CODE             PIC X(6).
           05  RM-BUILDING             PIC X(10).
           05  RM-CAPACITY             PIC 9(4).
           05  RM-TYPE                 PIC X(10).

       FD  SECTION-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  SECTION-RECORD.
           05  SEC-KEY.
               10  SEC-COURSE-CODE     PIC X(4).
           05  SEC-START-TIME          PIC 9(4).
           05  SEC-END-TIME            PIC 9(4).
           05  SEC-ROOM                PIC X(6).
           05  SEC-CAMPUS              PIC X(4).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                 PIC X(80).

       FD  CAMPUS-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CAMPUS-RECORD.
           05  CAMPUS-CODE             PIC X(4).
           05  CAMPUS-NAME             PIC X(30).
           05  CAMPUS-STATUS           PIC X.
           05  FILLER                  PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-ROOM-STATUS              PIC XX VALUE SPACES.
       01  WS-SECTION-STATUS           PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-CAMPUS-STATUS            PIC XX VALUE SPACES.
       01  WS-CAMPUS-OPEN              PIC X VALUE 'N'.
       01  WS-CAMPUS-OK                PIC X VALUE 'N'.
       01  WS-ENTRY-CAMPUS             PIC X(4) VALUE SPACES.
       01  WS-SEC-CAMPUS               PIC X(4) VALUE SPACES.
       01  WS-BREAK-CAMPUS             PIC X(4) VALUE SPACES.
       01  WS-CAMPUS-SECTIONS          PIC 9(4) VALUE ZEROES.
       01  WS-CAMPUS-MINUTES           PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-SECTIONS           PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-MINUTES            PIC 9(7) VALUE ZEROES.
       01  WS-JX                       PIC 9(3) VALUE ZEROES.
       01  WS-SWAP-ENTRY               PIC X(19).
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-ROOM-COUNT               PIC 9(3) VALUE ZEROES.
       01  WS-IX                       PIC 9(3) VALUE ZEROES.
       01  WS-FOUND-IX                 PIC 9(3) VALUE ZEROES.
       01  WS-WEEK-HOURS               PIC 9(5)V9 VALUE ZEROES.
       01  WS-HOURS-EDIT               PIC ZZZZ9.9.
       01  WS-LINE                     PIC X(80) VALUE SPACES.

       01  WS-UTIL-TABLE.
           05  WS-UTIL-ENTRY OCCURS 100 TIMES.
               10  WS-TAB-CAMPUS       PIC X(4).
               10  WS-TAB-ROOM         PIC X(6).
               10  WS-TAB-MINUTES      PIC 9(6).
               10  WS-TAB-SECTIONS     PIC 9(3).
           IF WS-ROOM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ROOM MASTER: ' WS-ROOM-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN INPUT CAMPUS-FILE
               IF WS-CAMPUS-STATUS = '00'
                   MOVE 'Y' TO WS-CAMPUS-OPEN
               ELSE
                   DISPLAY 'CAMPUS MASTER NOT ON FILE - CAMPUS '
                           'VALIDATION SKIPPED'
               END-IF
           END-IF.

       2000-PROCESS.
           DISPLAY SPACE.
           DISPLAY SPACE.

      * ROOM CODES ARE ONLY UNIQUE WITHIN A CAMPUS, SO EVERY ROOM
      * IS KEYED BY CAMPUS AND CODE.  ENTER MEANS THE MAIN CAMPUS.
       2050-GET-CAMPUS.
           DISPLAY 'ENTER CAMPUS (ENTER FOR MAIN): '.
           MOVE SPACES TO WS-ENTRY-CAMPUS.
           ACCEPT WS-ENTRY-CAMPUS.
           INSPECT WS-ENTRY-CAMPUS
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-ENTRY-CAMPUS = SPACES
               MOVE 'MAIN' TO WS-ENTRY-CAMPUS
           END-IF.
           MOVE 'Y' TO WS-CAMPUS-OK.
           IF WS-CAMPUS-OPEN = 'Y'
               MOVE WS-ENTRY-CAMPUS TO CAMPUS-CODE
               READ CAMPUS-FILE
                   INVALID KEY
                       DISPLAY 'UNKNOWN CAMPUS: ' WS-ENTRY-CAMPUS
                               ' - NOT ON THE CAMPUS MASTER'
                       MOVE 'N' TO WS-CAMPUS-OK
               END-READ
           END-IF.

       2100-MAINTAIN-ROOM.
           PERFORM 2050-GET-CAMPUS.
           IF WS-CAMPUS-OK = 'Y' AND WS-CAMPUS-OPEN = 'Y' AND
              CAMPUS-STATUS NOT = 'A'
               DISPLAY 'CAMPUS ' WS-ENTRY-CAMPUS ' IS INACTIVE'
               MOVE 'N' TO WS-CAMPUS-OK
           END-IF.
           IF WS-CAMPUS-OK = 'Y'
               DISPLAY 'ENTER ROOM CODE (6 CHARS): '
               ACCEPT WS-ENTRY-CODE
           ELSE
               MOVE SPACES TO WS-ENTRY-CODE
           END-IF.
           IF WS-ENTRY-CODE = SPACES
               DISPLAY 'NO ROOM ENTERED - CANCELLED'
           ELSE
               MOVE WS-ENTRY-CAMPUS TO RM-CAMPUS
               MOVE WS-ENTRY-CODE TO RM-CODE
               MOVE 'N' TO WS-ROOM-EXISTS
               READ ROOM-FILE
               IF WS-TEMP-CAPACITY NOT = ZEROES
                   MOVE WS-TEMP-CAPACITY TO RM-CAPACITY
               END-IF
               DISPLAY 'ENTER TYPE (CLASSROOM/LAB/THEATRE/'
                       'ACCESSIBLE, OR ENTER TO KEEP): '
               ACCEPT WS-TEMP-TYPE
               IF WS-TEMP-TYPE NOT = SPACES
                   MOVE WS-TEMP-TYPE TO RM-TYPE
               END-IF
               MOVE WS-ENTRY-CAMPUS TO RM-CAMPUS
               MOVE WS-ENTRY-CODE TO RM-CODE

               DISPLAY 'CONFIRM SAVE (Y/N)? '
           ACCEPT WS-CONFIRMATION.

       2200-REMOVE-ROOM.
           PERFORM 2050-GET-CAMPUS.
           DISPLAY 'ENTER ROOM CODE TO REMOVE: '.
           ACCEPT WS-ENTRY-CODE.
           MOVE WS-ENTRY-CAMPUS TO RM-CAMPUS.
           MOVE WS-ENTRY-CODE TO RM-CODE.
           DELETE ROOM-FILE
               INVALID KEY
                   DISPLAY 'ROOM NOT ON FILE: ' WS-ENTRY-CAMPUS ' '
                           WS-ENTRY-CODE
               NOT INVALID KEY
                   DISPLAY 'ROOM REMOVED'
           END-DELETE.
       2300-LIST-ROOMS.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           DISPLAY 'ENTER CAMPUS TO LIST (ENTER FOR ALL): '.
           MOVE SPACES TO WS-ENTRY-CAMPUS.
           ACCEPT WS-ENTRY-CAMPUS.
           INSPECT WS-ENTRY-CAMPUS
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE LOW-VALUES TO RM-KEY.
           IF WS-ENTRY-CAMPUS NOT = SPACES
               MOVE WS-ENTRY-CAMPUS TO RM-CAMPUS
           END-IF.
           START ROOM-FILE KEY IS >= RM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.

           DISPLAY 'CAMP ROOM   BUILDING   CAP  TYPE'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ ROOM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF WS-ENTRY-CAMPUS NOT = SPACES AND
                          RM-CAMPUS NOT = WS-ENTRY-CAMPUS
                           MOVE 'Y' TO WS-END-OF-LIST
                       ELSE
                           ADD 1 TO WS-LISTED-COUNT
                           DISPLAY RM-CAMPUS ' ' RM-CODE ' '
                                   RM-BUILDING ' ' RM-CAPACITY ' '
                                   RM-TYPE
                       END-IF
               END-READ
           END-PERFORM.

               ELSE
                   MOVE ZEROES TO WS-SESSION-MINS
               END-IF
               MOVE SEC-CAMPUS TO WS-SEC-CAMPUS
               IF WS-SEC-CAMPUS = SPACES
                   MOVE 'MAIN' TO WS-SEC-CAMPUS
               END-IF
               PERFORM 2420-FIND-ROOM-SLOT
               IF WS-FOUND-IX > 0
                   COMPUTE WS-TAB-MINUTES(WS-FOUND-IX) =
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ROOM-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-TAB-CAMPUS(WS-IX) = WS-SEC-CAMPUS AND
                  WS-TAB-ROOM(WS-IX) = SEC-ROOM
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
               IF WS-ROOM-COUNT < 100
                   ADD 1 TO WS-ROOM-COUNT
                   MOVE WS-ROOM-COUNT TO WS-FOUND-IX
                   MOVE WS-SEC-CAMPUS TO WS-TAB-CAMPUS(WS-FOUND-IX)
                   MOVE SEC-ROOM TO WS-TAB-ROOM(WS-FOUND-IX)
                   MOVE ZEROES TO WS-TAB-MINUTES(WS-FOUND-IX)
                   MOVE ZEROES TO WS-TAB-SECTIONS(WS-FOUND-IX)
               ELSE
                   DISPLAY 'ROOM TABLE FULL - ROOM OMITTED: '
                           WS-SEC-CAMPUS ' ' SEC-ROOM
               END-IF
           END-IF.

      * ROOMS ARE LISTED BY CAMPUS, EACH CAMPUS WITH ITS OWN
      * SUBTOTAL, FOLLOWED BY THE ALL-CAMPUS TOTAL.
       2430-WRITE-UTILIZATION.
           PERFORM 2440-SORT-ROOMS.
           MOVE ZEROES TO WS-TOTAL-SECTIONS.
           MOVE ZEROES TO WS-TOTAL-MINUTES.
           MOVE SPACES TO WS-BREAK-CAMPUS.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'ROOM UTILIZATION - OCCUPIED HOURS PER WEEK'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CAMP ROOM   SECTIONS  HOURS/WEEK' TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ROOM-COUNT
               IF WS-TAB-CAMPUS(WS-IX) NOT = WS-BREAK-CAMPUS
                   IF WS-BREAK-CAMPUS NOT = SPACES
                       PERFORM 2450-WRITE-CAMPUS-TOTAL
                   END-IF
                   MOVE WS-TAB-CAMPUS(WS-IX) TO WS-BREAK-CAMPUS
                   MOVE ZEROES TO WS-CAMPUS-SECTIONS
                   MOVE ZEROES TO WS-CAMPUS-MINUTES
               END-IF
               ADD WS-TAB-SECTIONS(WS-IX) TO WS-CAMPUS-SECTIONS
               ADD WS-TAB-MINUTES(WS-IX) TO WS-CAMPUS-MINUTES
               COMPUTE WS-WEEK-HOURS ROUNDED =
                       WS-TAB-MINUTES(WS-IX) / 60
               MOVE WS-WEEK-HOURS TO WS-HOURS-EDIT
               MOVE SPACES TO WS-LINE
               STRING WS-TAB-CAMPUS(WS-IX) ' '
                      WS-TAB-ROOM(WS-IX) '    '
                      WS-TAB-SECTIONS(WS-IX) '    '
                      WS-HOURS-EDIT
                      DELIMITED BY SIZE
                      INTO WS-LINE
           IF WS-ROOM-COUNT = 0
               MOVE '(NO ROOMED SECTIONS ON FILE)' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 2450-WRITE-CAMPUS-TOTAL
               COMPUTE WS-WEEK-HOURS ROUNDED = WS-TOTAL-MINUTES / 60
               MOVE WS-WEEK-HOURS TO WS-HOURS-EDIT
               MOVE SPACES TO WS-LINE
               STRING 'ALL CAMPUSES   ' WS-TOTAL-SECTIONS '   '
                      WS-HOURS-EDIT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REPORT-LINE FROM WS-LINE
           END-IF.

           CLOSE REPORT-FILE.
           DISPLAY 'REPORT: ROOM-UTILIZATION.TXT'.
           DISPLAY 'ROOMS REPORTED: ' WS-ROOM-COUNT.

       2440-SORT-ROOMS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >= WS-ROOM-COUNT
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX >= WS-ROOM-COUNT
                   IF WS-UTIL-ENTRY(WS-JX)(1:10) >
                      WS-UTIL-ENTRY(WS-JX + 1)(1:10)
                       MOVE WS-UTIL-ENTRY(WS-JX) TO WS-SWAP-ENTRY
                       MOVE WS-UTIL-ENTRY(WS-JX + 1)
                         TO WS-UTIL-ENTRY(WS-JX)
                       MOVE WS-SWAP-ENTRY TO WS-UTIL-ENTRY(WS-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2450-WRITE-CAMPUS-TOTAL.
           ADD WS-CAMPUS-SECTIONS TO WS-TOTAL-SECTIONS.
           ADD WS-CAMPUS-MINUTES TO WS-TOTAL-MINUTES.
           COMPUTE WS-WEEK-HOURS ROUNDED = WS-CAMPUS-MINUTES / 60.
           MOVE WS-WEEK-HOURS TO WS-HOURS-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING 'CAMPUS ' WS-BREAK-CAMPUS '    ' WS-CAMPUS-SECTIONS
                  '   ' WS-HOURS-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-TERMINATE.
           CLOSE ROOM-FILE.
           IF WS-CAMPUS-OPEN = 'Y'
               CLOSE CAMPUS-FILE
           END-IF.
