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

           SELECT SECT-REJECT-FILE ASSIGN TO 'SECTFEED.REJ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      * SF-CAMPUS BLANK MEANS THE SECTION MEETS ON THE MAIN CAMPUS.
       FD  SECTION-FEED-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  SECTION-FEED-RECORD.
           05  SF-REC-TYPE             PIC X.
           05  SF-COURSE-CODE          PIC X(4).
           05  SF-START-TIME           PIC X(4).
           05  SF-END-TIME             PIC X(4).
           05  SF-ROOM                 PIC X(6).
           05  SF-CAMPUS               PIC X(4).

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
           05  COURSE-ENROLLED         PIC 9(4).

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

       FD  SECT-REJECT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SECT-REJECT-RECORD.
           05  SREJ-FEED-RECORD        PIC X(32).
           05  SREJ-REASON             PIC X(40).
           05  FILLER                  PIC X(28).

       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-REJECT-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-ROOM-OPEN                PIC X VALUE 'N'.
       01  WS-CAMPUS-STATUS            PIC XX VALUE SPACES.
       01  WS-CAMPUS-OPEN              PIC X VALUE 'N'.
       01  WS-FEED-CAMPUS              PIC X(4) VALUE SPACES.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE SPACES.
       01  WS-VALID-FLAG               PIC X VALUE 'Y'.
                   IF WS-ROOM-STATUS = '00'
                       MOVE 'Y' TO WS-ROOM-OPEN
                   END-IF
                   OPEN INPUT CAMPUS-FILE
                   IF WS-CAMPUS-STATUS = '00'
                       MOVE 'Y' TO WS-CAMPUS-OPEN
                   END-IF
                   MOVE 'SECTION FEED LOAD REGISTER'
                     TO REGISTER-LINE
                   WRITE REGISTER-LINE
       2100-VALIDATE-SECTION.
           MOVE 'Y' TO WS-VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SF-CAMPUS TO WS-FEED-CAMPUS.
           IF WS-FEED-CAMPUS = SPACES
               MOVE 'MAIN' TO WS-FEED-CAMPUS
           END-IF.

           MOVE SF-COURSE-CODE TO COURSE-CODE.
           READ COURSE-FILE
               END-IF
           END-IF.

           IF WS-VALID-FLAG = 'Y' AND WS-CAMPUS-OPEN = 'Y'
               MOVE WS-FEED-CAMPUS TO CAMPUS-CODE
               READ CAMPUS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'UNKNOWN CAMPUS' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF CAMPUS-STATUS NOT = 'A'
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'CAMPUS INACTIVE' TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

           IF WS-VALID-FLAG = 'Y' AND WS-ROOM-OPEN = 'Y' AND
              SF-ROOM NOT = SPACES
               MOVE WS-FEED-CAMPUS TO RM-CAMPUS
               MOVE SF-ROOM TO RM-CODE
               READ ROOM-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF SEC-KEY NOT = WS-SAVED-KEY AND
                          SEC-ROOM = SF-ROOM AND
                          SEC-CAMPUS = WS-FEED-CAMPUS
                           PERFORM 2210-CHECK-OVERLAP
                       END-IF
               END-READ
           MOVE WS-FEED-START TO SEC-START-TIME.
           MOVE WS-FEED-END TO SEC-END-TIME.
           MOVE SF-ROOM TO SEC-ROOM.
           MOVE WS-FEED-CAMPUS TO SEC-CAMPUS.

           WRITE SECTION-RECORD
               INVALID KEY
       2400-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-LINE.
           STRING SF-COURSE-CODE ' ' SF-SECTION ' ' SF-DAYS ' '
                  SF-START-TIME '-' SF-END-TIME ' ROOM '
                  WS-FEED-CAMPUS ' ' SF-ROOM
                  ' LOADED'
                  DELIMITED BY SIZE
                  INTO WS-LINE.
               IF WS-ROOM-OPEN = 'Y'
                   CLOSE ROOM-FILE
               END-IF
               IF WS-CAMPUS-OPEN = 'Y'
                   CLOSE CAMPUS-FILE
               END-IF
           END-IF.

           IF WS-TRAILER-COUNT NOT = WS-PROCESSED-COUNT
