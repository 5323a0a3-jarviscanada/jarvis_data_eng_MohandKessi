           SELECT ROOM-FILE ASSIGN TO 'ROOM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT CAMPUS-FILE ASSIGN TO 'CAMPUS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMPUS-CODE
               FILE STATUS IS WS-CAMPUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  SECTION-RECORD.
           05  SEC-KEY.
               10  SEC-COURSE-CODE     PIC X(4).
           05  SEC-START-TIME          PIC 9(4).
           05  SEC-END-TIME            PIC 9(4).
           05  SEC-ROOM                PIC X(6).
           05  SEC-CAMPUS              PIC X(4).

       FD  COURSE-FILE
           RECORD CONTAINS 53 CHARACTERS.
           05  RA-OPERATOR             PIC X(8).

       FD  ROOM-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  ROOM-RECORD.
           05  RM-KEY.
               10  RM-CAMPUS           PIC X(4).
               10  RM-CODE             PIC X(6).
           05  RM-BUILDING             PIC X(10).
           05  RM-CAPACITY             PIC 9(4).
           05  RM-TYPE                 PIC X(10).

       FD  CAMPUS-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CAMPUS-RECORD.
           05  CAMPUS-CODE             PIC X(4).
           05  CAMPUS-NAME             PIC X(30).
           05  CAMPUS-STATUS           PIC X.
           05  FILLER                  PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-REFAUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-ROOM-STATUS              PIC XX VALUE SPACES.
       01  WS-ROOM-OPEN                PIC X VALUE 'N'.
       01  WS-ROOM-OK                  PIC X VALUE 'N'.
       01  WS-CAMPUS-STATUS            PIC XX VALUE SPACES.
       01  WS-CAMPUS-OPEN              PIC X VALUE 'N'.
       01  WS-CAMPUS-OK                PIC X VALUE 'N'.
       01  WS-ENTRY-CAMPUS             PIC X(4) VALUE SPACES.
       01  WS-CURRENT-CAMPUS           PIC X(4) VALUE SPACES.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
                   DISPLAY 'ROOM MASTER NOT ON FILE - ROOM '
                           'VALIDATION SKIPPED'
               END-IF
               OPEN INPUT CAMPUS-FILE
               IF WS-CAMPUS-STATUS = '00'
                   MOVE 'Y' TO WS-CAMPUS-OPEN
               ELSE
                   DISPLAY 'CAMPUS MASTER NOT ON FILE - CAMPUS '
                           'VALIDATION SKIPPED'
               END-IF
           END-IF.

       2000-PROCESS.
           MOVE WS-ENTRY-COURSE TO SEC-COURSE-CODE.
           MOVE WS-ENTRY-SECTION TO SEC-NUMBER.
           MOVE 'N' TO WS-SECTION-EXISTS.
           MOVE 'MAIN' TO WS-CURRENT-CAMPUS.

           READ SECTION-FILE
               INVALID KEY
                   DISPLAY 'SECTION NOT FOUND - ADDING NEW SECTION'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SECTION-EXISTS
                   MOVE SECTION-RECORD(7:25) TO WS-REF-BEFORE
                   IF SEC-CAMPUS NOT = SPACES
                       MOVE SEC-CAMPUS TO WS-CURRENT-CAMPUS
                   END-IF
                   DISPLAY 'CURRENT CAMPUS: ' WS-CURRENT-CAMPUS
                   DISPLAY 'CURRENT DAYS  : ' SEC-DAYS
                   DISPLAY 'CURRENT TIMES : ' SEC-START-TIME ' - '
                           SEC-END-TIME
           ACCEPT WS-ENTRY-START.
           DISPLAY 'ENTER END TIME (HHMM): '.
           ACCEPT WS-ENTRY-END.
           PERFORM 2140-GET-CAMPUS.
           PERFORM 2150-GET-ROOM.

           PERFORM 2200-CHECK-ROOM-CONFLICT.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * THE CAMPUS THE SECTION MEETS ON.  ENTER KEEPS THE CURRENT
      * CAMPUS (MAIN FOR A NEW SECTION).  ROOM CODES ARE ONLY UNIQUE
      * WITHIN A CAMPUS, SO THE ROOM LOOKUP AND THE CONFLICT CHECK
      * BOTH USE IT.
       2140-GET-CAMPUS.
           DISPLAY 'ENTER CAMPUS (ENTER FOR ' WS-CURRENT-CAMPUS '): '.
           MOVE SPACES TO WS-ENTRY-CAMPUS.
           ACCEPT WS-ENTRY-CAMPUS.
           INSPECT WS-ENTRY-CAMPUS
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-ENTRY-CAMPUS = SPACES
               MOVE WS-CURRENT-CAMPUS TO WS-ENTRY-CAMPUS
           END-IF.
           MOVE 'Y' TO WS-CAMPUS-OK.
           IF WS-CAMPUS-OPEN = 'Y'
               MOVE WS-ENTRY-CAMPUS TO CAMPUS-CODE
               READ CAMPUS-FILE
                   INVALID KEY
                       DISPLAY 'UNKNOWN CAMPUS: ' WS-ENTRY-CAMPUS
                               ' - NOT ON THE CAMPUS MASTER'
                       MOVE 'N' TO WS-CAMPUS-OK
                   NOT INVALID KEY
                       IF CAMPUS-STATUS NOT = 'A'
                           DISPLAY 'CAMPUS ' WS-ENTRY-CAMPUS
                                   ' IS INACTIVE'
                           MOVE 'N' TO WS-CAMPUS-OK
                       END-IF
               END-READ
               IF WS-CAMPUS-OK NOT = 'Y'
                   PERFORM 2140-GET-CAMPUS
               END-IF
           END-IF.

       2150-GET-ROOM.
           DISPLAY 'ENTER ROOM: '.
           ACCEPT WS-ENTRY-ROOM.
           MOVE 'Y' TO WS-ROOM-OK.
           IF WS-ENTRY-ROOM NOT = SPACES AND WS-ROOM-OPEN = 'Y'
               MOVE WS-ENTRY-CAMPUS TO RM-CAMPUS
               MOVE WS-ENTRY-ROOM TO RM-CODE
               READ ROOM-FILE
                   INVALID KEY
                       DISPLAY 'UNKNOWN ROOM CODE: ' WS-ENTRY-ROOM
                               ' - NOT ON THE ROOM MASTER FOR '
                               'CAMPUS ' WS-ENTRY-CAMPUS
                       MOVE 'N' TO WS-ROOM-OK
                   NOT INVALID KEY
                       DISPLAY 'ROOM ' RM-CODE ' IN ' RM-BUILDING
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF SEC-KEY NOT = WS-SAVED-KEY AND
                          SEC-ROOM = WS-ENTRY-ROOM AND
                          SEC-CAMPUS = WS-ENTRY-CAMPUS
                           PERFORM 2210-CHECK-OVERLAP
                       END-IF
               END-READ
              WS-ENTRY-END > SEC-START-TIME
               MOVE 'Y' TO WS-CONFLICT-FOUND
               DISPLAY '*** ROOM CONFLICT WITH ' SEC-COURSE-CODE
                       ' SECTION ' SEC-NUMBER ' IN ' SEC-CAMPUS
                       ' ' SEC-ROOM
                       ' (' SEC-START-TIME '-' SEC-END-TIME ') ***'
           END-IF.

           MOVE WS-ENTRY-START TO SEC-START-TIME.
           MOVE WS-ENTRY-END TO SEC-END-TIME.
           MOVE WS-ENTRY-ROOM TO SEC-ROOM.
           MOVE WS-ENTRY-CAMPUS TO SEC-CAMPUS.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
                           MOVE SEC-KEY TO RA-ENTITY-KEY
                           MOVE 'UPDATE' TO RA-ACTION
                           MOVE WS-REF-BEFORE TO RA-OLD-VALUE
                           MOVE SECTION-RECORD(7:25)
                             TO RA-NEW-VALUE
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-REWRITE
                           MOVE SEC-KEY TO RA-ENTITY-KEY
                           MOVE 'ADD' TO RA-ACTION
                           MOVE SPACES TO RA-OLD-VALUE
                           MOVE SECTION-RECORD(7:25)
                             TO RA-NEW-VALUE
                           PERFORM 7900-WRITE-REF-AUDIT
                   END-WRITE
           IF WS-ROOM-OPEN = 'Y'
               CLOSE ROOM-FILE
           END-IF.
           IF WS-CAMPUS-OPEN = 'Y'
               CLOSE CAMPUS-FILE
           END-IF.
