       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0110.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO 'NOTIFYQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT BROADCAST-LOG-FILE ASSIGN TO 'BROADCAST.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BCLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  SECTION-RECORD.
           05  SEC-KEY.
               10  SEC-COURSE-CODE     PIC X(4).
               10  SEC-NUMBER          PIC X(2).
           05  SEC-DAYS                PIC X(7).
           05  SEC-START-TIME          PIC 9(4).
           05  SEC-END-TIME            PIC 9(4).
           05  SEC-ROOM                PIC X(6).
           05  SEC-CAMPUS              PIC X(4).

       FD  ENRHIST-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  ENRHIST-RECORD.
           05  EH-KEY.
               10  EH-STUDENT-ID       PIC 9(6).
               10  EH-TERM             PIC X(6).
               10  EH-COURSE-CODE      PIC X(4).
               10  EH-SECTION          PIC X(2).
           05  EH-DATE                 PIC 9(8).

       FD  NOTIFY-QUEUE-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  NOTIFY-QUEUE-RECORD.
           05  NQ-STATUS               PIC X.
           05  NQ-STUDENT-ID           PIC 9(6).
           05  NQ-EVENT-CODE           PIC X(8).
           05  NQ-EVENT-DATA           PIC X(40).
           05  NQ-TIMESTAMP            PIC X(16).
           05  NQ-RETRY                PIC 9.

      * ONE RECORD PER BROADCAST.  EVERY EVENT QUEUED BY A
      * BROADCAST CARRIES BC-STAMP AS ITS NQ-TIMESTAMP, WHICH IS
      * HOW THE DELIVERY COUNTS ARE FOUND AGAIN ON THE QUEUE.
      * BC-SCOPE: S=ONE SECTION, R=EVERY SECTION IN A ROOM ON A DATE.
       FD  BROADCAST-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  BROADCAST-LOG-RECORD.
           05  BC-STAMP                PIC X(16).
           05  BC-OPERATOR             PIC X(8).
           05  BC-SCOPE                PIC X.
           05  BC-TERM                 PIC X(6).
           05  BC-COURSE-CODE          PIC X(4).
           05  BC-SECTION              PIC X(2).
           05  BC-ROOM                 PIC X(6).
           05  BC-CLASS-DATE           PIC 9(8).
           05  BC-TEMPLATE             PIC 9.
           05  BC-MESSAGE              PIC X(40).
           05  BC-QUEUED               PIC 9(5).
           05  FILLER                  PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-SECTION-STATUS           PIC XX VALUE SPACES.
       01  WS-SECTION-OPEN             PIC X VALUE 'N'.
       01  WS-ENRHIST-STATUS           PIC XX VALUE SPACES.
       01  WS-ENRHIST-OPEN             PIC X VALUE 'N'.
       01  WS-NOTIFY-STATUS            PIC XX VALUE SPACES.
       01  WS-BCLOG-STATUS             PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-END-OF-SCAN              PIC X VALUE 'N'.
       01  WS-END-OF-LOG               PIC X VALUE 'N'.
       01  WS-SCOPE                    PIC X VALUE SPACES.
       01  WS-ENTRY-COURSE             PIC X(4) VALUE SPACES.
       01  WS-ENTRY-SECTION            PIC X(2) VALUE SPACES.
       01  WS-ENTRY-ROOM               PIC X(6) VALUE SPACES.
       01  WS-ENTRY-CAMPUS             PIC X(4) VALUE SPACES.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-ENTRY-TERM               PIC X(6) VALUE SPACES.
       01  WS-CLASS-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-DAY-IX                   PIC 9 VALUE ZERO.
       01  WS-TEMPLATE                 PIC 9 VALUE ZERO.
       01  WS-NEW-ROOM                 PIC X(6) VALUE SPACES.
       01  WS-NEW-START                PIC 9(4) VALUE ZEROES.
       01  WS-MESSAGE                  PIC X(40) VALUE SPACES.
       01  WS-FIRST-MESSAGE            PIC X(40) VALUE SPACES.
       01  WS-BROADCAST-STAMP          PIC X(16) VALUE SPACES.
       01  WS-QUEUED-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-SX                       PIC 9(2) VALUE ZEROES.
       01  WS-FOUND-SX                 PIC 9(2) VALUE ZEROES.
       01  WS-TABLE-FULL               PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-PENDING-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-SENT-COUNT               PIC 9(5) VALUE ZEROES.
       01  WS-FAILED-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-SUPPRESSED-COUNT         PIC 9(5) VALUE ZEROES.

       01  WS-SECTION-TABLE.
           05  WS-SECTION-COUNT        PIC 9(2) VALUE ZEROES.
           05  WS-SECTION-ENTRY OCCURS 20 TIMES.
               10  WS-TAB-COURSE       PIC X(4).
               10  WS-TAB-SECTION      PIC X(2).

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
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-STATUS = '00'
               MOVE 'Y' TO WS-SECTION-OPEN
           END-IF.
           OPEN INPUT ENRHIST-FILE.
           IF WS-ENRHIST-STATUS = '00'
               MOVE 'Y' TO WS-ENRHIST-OPEN
           END-IF.
           IF WS-SECTION-OPEN NOT = 'Y' OR WS-ENRHIST-OPEN NOT = 'Y'
               DISPLAY 'BROADCASTS UNAVAILABLE - SECTION FILE OR '
                       'KEYED ENROLMENT HISTORY NOT ON FILE'
               DISPLAY 'DELIVERY STATUS CAN STILL BE VIEWED'
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '   CLASS BROADCAST MESSAGES             '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. BROADCAST TO A SECTION'.
           DISPLAY '2. BROADCAST TO A ROOM ON A DATE'.
           DISPLAY '3. BROADCAST DELIVERY STATUS'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE (1-4): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-SECTION-BROADCAST
               WHEN 2
                   PERFORM 2200-ROOM-BROADCAST
               WHEN 3
                   PERFORM 2700-DELIVERY-STATUS
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2100-SECTION-BROADCAST.
           IF WS-SECTION-OPEN NOT = 'Y' OR WS-ENRHIST-OPEN NOT = 'Y'
               DISPLAY 'BROADCASTS UNAVAILABLE'
           ELSE
               DISPLAY 'ENTER COURSE CODE (4 CHARS): '
               ACCEPT WS-ENTRY-COURSE
               DISPLAY 'ENTER SECTION NUMBER (2 CHARS): '
               ACCEPT WS-ENTRY-SECTION
               MOVE WS-ENTRY-COURSE TO SEC-COURSE-CODE
               MOVE WS-ENTRY-SECTION TO SEC-NUMBER
               READ SECTION-FILE
                   INVALID KEY
                       DISPLAY 'SECTION NOT FOUND: ' WS-ENTRY-COURSE
                               '-' WS-ENTRY-SECTION
                   NOT INVALID KEY
                       DISPLAY 'SECTION ' SEC-COURSE-CODE '-'
                               SEC-NUMBER ' ' SEC-DAYS ' '
                               SEC-START-TIME '-' SEC-END-TIME
                               ' ROOM ' SEC-CAMPUS ' ' SEC-ROOM
                       MOVE 'S' TO WS-SCOPE
                       MOVE SEC-ROOM TO WS-ENTRY-ROOM
                       MOVE 1 TO WS-SECTION-COUNT
                       MOVE SEC-COURSE-CODE TO WS-TAB-COURSE(1)
                       MOVE SEC-NUMBER TO WS-TAB-SECTION(1)
                       PERFORM 2150-GET-CLASS-DATE
                       PERFORM 2400-COMPOSE-AND-SEND
               END-READ
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2150-GET-CLASS-DATE.
           DISPLAY 'ENTER CLASS DATE (YYYYMMDD, 0 = TODAY): '.
           ACCEPT WS-CLASS-DATE.
           IF WS-CLASS-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-CLASS-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CLASS-DATE) NOT = 0
               DISPLAY 'INVALID DATE: ' WS-CLASS-DATE
               PERFORM 2150-GET-CLASS-DATE
           END-IF.

      * EVERY SECTION TIMETABLED IN THE ROOM ON THE DATE'S WEEKDAY
      * IS COLLECTED.  SEC-DAYS HOLDS ONE FLAG PER DAY, MONDAY
      * FIRST (MTWRFSU); DAY 1 OF THE INTEGER DATE IS A MONDAY.
       2200-ROOM-BROADCAST.
           IF WS-SECTION-OPEN NOT = 'Y' OR WS-ENRHIST-OPEN NOT = 'Y'
               DISPLAY 'BROADCASTS UNAVAILABLE'
           ELSE
               DISPLAY 'ENTER CAMPUS (ENTER FOR MAIN): '
               MOVE SPACES TO WS-ENTRY-CAMPUS
               ACCEPT WS-ENTRY-CAMPUS
               INSPECT WS-ENTRY-CAMPUS
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               IF WS-ENTRY-CAMPUS = SPACES
                   MOVE 'MAIN' TO WS-ENTRY-CAMPUS
               END-IF
               DISPLAY 'ENTER ROOM: '
               ACCEPT WS-ENTRY-ROOM
               PERFORM 2150-GET-CLASS-DATE
               COMPUTE WS-DAY-IX =
                   FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WS-CLASS-DATE) - 1,
                       7) + 1
               MOVE 'R' TO WS-SCOPE
               MOVE ZEROES TO WS-SECTION-COUNT
               MOVE 'N' TO WS-TABLE-FULL
               MOVE 'N' TO WS-END-OF-SCAN
               MOVE LOW-VALUES TO SEC-KEY
               START SECTION-FILE KEY IS >= SEC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCAN
               END-START
               PERFORM UNTIL WS-END-OF-SCAN = 'Y'
                   READ SECTION-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-SCAN
                       NOT AT END
                           IF SEC-ROOM = WS-ENTRY-ROOM AND
                              SEC-CAMPUS = WS-ENTRY-CAMPUS AND
                              SEC-DAYS(WS-DAY-IX:1) NOT = SPACE
                               PERFORM 2210-ADD-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SECTION-COUNT = ZERO
                   DISPLAY 'NO SECTIONS MEET IN ROOM ' WS-ENTRY-ROOM
                           ' AT ' WS-ENTRY-CAMPUS ' ON ' WS-CLASS-DATE
               ELSE
                   IF WS-TABLE-FULL = 'Y'
                       DISPLAY 'ONLY THE FIRST 20 SECTIONS WILL BE '
                               'MESSAGED'
                   END-IF
                   PERFORM 2400-COMPOSE-AND-SEND
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2210-ADD-SECTION.
           IF WS-SECTION-COUNT < 20
               ADD 1 TO WS-SECTION-COUNT
               MOVE SEC-COURSE-CODE
                 TO WS-TAB-COURSE(WS-SECTION-COUNT)
               MOVE SEC-NUMBER TO WS-TAB-SECTION(WS-SECTION-COUNT)
               DISPLAY 'SECTION ' SEC-COURSE-CODE '-' SEC-NUMBER
                       ' ' SEC-DAYS ' ' SEC-START-TIME '-'
                       SEC-END-TIME
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

       2400-COMPOSE-AND-SEND.
           DISPLAY 'ENTER TERM (E.G. 2026FA): '.
           ACCEPT WS-ENTRY-TERM.
           DISPLAY 'MESSAGE TEMPLATE:'.
           DISPLAY '1. CLASS CANCELLED'.
           DISPLAY '2. CLASS MOVED TO ANOTHER ROOM'.
           DISPLAY '3. CLASS STARTS LATE'.
           DISPLAY '4. CLASS HELD ONLINE'.
           DISPLAY 'ENTER TEMPLATE (1-4): '.
           ACCEPT WS-TEMPLATE.
           MOVE SPACES TO WS-NEW-ROOM.
           MOVE ZEROES TO WS-NEW-START.
           EVALUATE WS-TEMPLATE
               WHEN 1
               WHEN 4
                   CONTINUE
               WHEN 2
                   DISPLAY 'ENTER NEW ROOM: '
                   ACCEPT WS-NEW-ROOM
               WHEN 3
                   DISPLAY 'ENTER NEW START TIME (HHMM): '
                   ACCEPT WS-NEW-START
               WHEN OTHER
                   MOVE ZERO TO WS-TEMPLATE
           END-EVALUATE.

           IF WS-TEMPLATE = ZERO
               DISPLAY 'INVALID TEMPLATE - NOTHING SENT'
           ELSE
               MOVE 1 TO WS-SX
               PERFORM 2450-BUILD-MESSAGE
               MOVE WS-MESSAGE TO WS-FIRST-MESSAGE
               DISPLAY 'MESSAGE: ' WS-FIRST-MESSAGE
               DISPLAY 'SEND TO EVERY STUDENT ENROLLED IN '
                       WS-ENTRY-TERM ' (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   PERFORM 2500-QUEUE-EVENTS
               ELSE
                   DISPLAY 'BROADCAST CANCELLED'
               END-IF
           END-IF.

       2450-BUILD-MESSAGE.
           MOVE SPACES TO WS-MESSAGE.
           EVALUATE WS-TEMPLATE
               WHEN 1
                   STRING WS-TAB-COURSE(WS-SX) '-'
                          WS-TAB-SECTION(WS-SX) ' ON '
                          WS-CLASS-DATE ' IS CANCELLED'
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN 2
                   STRING WS-TAB-COURSE(WS-SX) '-'
                          WS-TAB-SECTION(WS-SX) ' ON '
                          WS-CLASS-DATE ' IN ROOM ' WS-NEW-ROOM
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN 3
                   STRING WS-TAB-COURSE(WS-SX) '-'
                          WS-TAB-SECTION(WS-SX) ' ON '
                          WS-CLASS-DATE ' STARTS AT ' WS-NEW-START
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN 4
                   STRING WS-TAB-COURSE(WS-SX) '-'
                          WS-TAB-SECTION(WS-SX) ' ON '
                          WS-CLASS-DATE ' IS ONLINE'
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
           END-EVALUATE.

      * ONE CLASSMSG EVENT PER ENROLMENT IN THE TERM.  CLASSMSG IS
      * A SERVICE MESSAGE: PRGN0047 ROUTES IT BY THE STUDENT'S
      * CHANNEL PREFERENCE BUT NEVER SUPPRESSES IT FOR AN OPT-OUT.
       2500-QUEUE-EVENTS.
           MOVE ZEROES TO WS-QUEUED-COUNT.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           IF WS-NOTIFY-STATUS = '05'
               OPEN OUTPUT NOTIFY-QUEUE-FILE
           END-IF.
           IF WS-NOTIFY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NOTIFICATION QUEUE: '
                       WS-NOTIFY-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-BROADCAST-STAMP
               MOVE 'N' TO WS-END-OF-SCAN
               MOVE LOW-VALUES TO EH-KEY
               START ENRHIST-FILE KEY IS >= EH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCAN
               END-START
               PERFORM UNTIL WS-END-OF-SCAN = 'Y'
                   READ ENRHIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-SCAN
                       NOT AT END
                           IF EH-TERM = WS-ENTRY-TERM
                               PERFORM 2510-MATCH-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-QUEUE-FILE
               PERFORM 2600-LOG-BROADCAST
               DISPLAY 'EVENTS QUEUED: ' WS-QUEUED-COUNT
               DISPLAY 'DELIVERY COUNTS ARE SHOWN UNDER OPTION 3 '
                       'ONCE THE NOTIFICATION RUN HAS SENT THEM'
           END-IF.

       2510-MATCH-SECTION.
           MOVE ZEROES TO WS-FOUND-SX.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
                      OR WS-FOUND-SX > 0
               IF WS-TAB-COURSE(WS-SX) = EH-COURSE-CODE AND
                  WS-TAB-SECTION(WS-SX) = EH-SECTION
                   MOVE WS-SX TO WS-FOUND-SX
               END-IF
           END-PERFORM.
           IF WS-FOUND-SX > 0
               MOVE WS-FOUND-SX TO WS-SX
               PERFORM 2450-BUILD-MESSAGE
               MOVE 'P' TO NQ-STATUS
               MOVE EH-STUDENT-ID TO NQ-STUDENT-ID
               MOVE 'CLASSMSG' TO NQ-EVENT-CODE
               MOVE WS-MESSAGE TO NQ-EVENT-DATA
               MOVE WS-BROADCAST-STAMP TO NQ-TIMESTAMP
               MOVE ZERO TO NQ-RETRY
               WRITE NOTIFY-QUEUE-RECORD
               ADD 1 TO WS-QUEUED-COUNT
           END-IF.

       2600-LOG-BROADCAST.
           OPEN EXTEND BROADCAST-LOG-FILE.
           IF WS-BCLOG-STATUS = '05'
               OPEN OUTPUT BROADCAST-LOG-FILE
           END-IF.
           IF WS-BCLOG-STATUS = '00'
               MOVE SPACES TO BROADCAST-LOG-RECORD
               MOVE WS-BROADCAST-STAMP TO BC-STAMP
               MOVE WS-OPERATOR-ID TO BC-OPERATOR
               MOVE WS-SCOPE TO BC-SCOPE
               MOVE WS-ENTRY-TERM TO BC-TERM
               IF WS-SCOPE = 'S'
                   MOVE WS-TAB-COURSE(1) TO BC-COURSE-CODE
                   MOVE WS-TAB-SECTION(1) TO BC-SECTION
               END-IF
               MOVE WS-ENTRY-ROOM TO BC-ROOM
               MOVE WS-CLASS-DATE TO BC-CLASS-DATE
               MOVE WS-TEMPLATE TO BC-TEMPLATE
               MOVE WS-FIRST-MESSAGE TO BC-MESSAGE
               MOVE WS-QUEUED-COUNT TO BC-QUEUED
               WRITE BROADCAST-LOG-RECORD
               CLOSE BROADCAST-LOG-FILE
           ELSE
               DISPLAY 'WARNING: BROADCAST NOT LOGGED: '
                       WS-BCLOG-STATUS
           END-IF.

      * PRGN0047 MARKS EACH QUEUED EVENT S (SENT), F (FAILED) OR X
      * (SUPPRESSED); EVENTS STILL P HAVE NOT BEEN SENT YET.
       2700-DELIVERY-STATUS.
           DISPLAY 'ENTER BROADCAST DATE (YYYYMMDD, 0 = TODAY): '.
           ACCEPT WS-CLASS-DATE.
           IF WS-CLASS-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-CLASS-DATE
           END-IF.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LOG.
           OPEN INPUT BROADCAST-LOG-FILE.
           IF WS-BCLOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-LOG
           END-IF.
           PERFORM UNTIL WS-END-OF-LOG = 'Y'
               READ BROADCAST-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-LOG
                   NOT AT END
                       IF BC-STAMP(1:8) = WS-CLASS-DATE
                           PERFORM 2710-SHOW-ONE-BROADCAST
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BCLOG-STATUS = '10' OR WS-BCLOG-STATUS = '00'
               CLOSE BROADCAST-LOG-FILE
           END-IF.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'NO BROADCASTS SENT ON ' WS-CLASS-DATE
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2710-SHOW-ONE-BROADCAST.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE ZEROES TO WS-PENDING-COUNT WS-SENT-COUNT
                          WS-FAILED-COUNT WS-SUPPRESSED-COUNT.
           MOVE 'N' TO WS-END-OF-SCAN.
           OPEN INPUT NOTIFY-QUEUE-FILE.
           IF WS-NOTIFY-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-SCAN
           END-IF.
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ NOTIFY-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF NQ-EVENT-CODE = 'CLASSMSG' AND
                          NQ-TIMESTAMP = BC-STAMP
                           EVALUATE NQ-STATUS
                               WHEN 'S'
                                   ADD 1 TO WS-SENT-COUNT
                               WHEN 'F'
                                   ADD 1 TO WS-FAILED-COUNT
                               WHEN 'X'
                                   ADD 1 TO WS-SUPPRESSED-COUNT
                               WHEN OTHER
                                   ADD 1 TO WS-PENDING-COUNT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NOTIFY-STATUS = '10' OR WS-NOTIFY-STATUS = '00'
               CLOSE NOTIFY-QUEUE-FILE
           END-IF.

           DISPLAY ' '.
           DISPLAY BC-STAMP(9:4) ' BY ' BC-OPERATOR ' TERM ' BC-TERM
                   ' ' BC-MESSAGE.
           IF BC-SCOPE = 'R'
               DISPLAY '   ALL SECTIONS IN ROOM ' BC-ROOM
           END-IF.
           DISPLAY '   QUEUED ' BC-QUEUED
                   '  SENT ' WS-SENT-COUNT
                   '  FAILED ' WS-FAILED-COUNT
                   '  NOT YET SENT ' WS-PENDING-COUNT.
           IF WS-SUPPRESSED-COUNT > ZERO
               DISPLAY '   SUPPRESSED ' WS-SUPPRESSED-COUNT
           END-IF.

       3000-TERMINATE.
           IF WS-SECTION-OPEN = 'Y'
               CLOSE SECTION-FILE
           END-IF.
           IF WS-ENRHIST-OPEN = 'Y'
               CLOSE ENRHIST-FILE
           END-IF.
