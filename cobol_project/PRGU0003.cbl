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
           05  STUDENT-PREF-NAME       PIC X(30).
           05  STUDENT-LANG            PIC X.
           05  STUDENT-EMAIL-FLAG      PIC X.
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
       01  WS-EC-ANSWER                PIC X VALUE SPACES.
       01  WS-PROGRAM-OPEN             PIC X VALUE 'N'.
       01  WS-TEMP-PROGRAM             PIC X(4) VALUE SPACES.
       01  WS-CAMPUS-STATUS            PIC XX VALUE SPACES.
       01  WS-CAMPUS-OPEN              PIC X VALUE 'N'.
       01  WS-TEMP-CAMPUS              PIC X(4) VALUE SPACES.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-TEMP-PREF-NAME           PIC X(30) VALUE SPACES.
       01  WS-TEMP-LANG                PIC X VALUE SPACE.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
           05  WS-OLD-COURSE           PIC X(4).
           05  WS-OLD-PROGRAM          PIC X(4).
           05  WS-OLD-PREF-NAME        PIC X(30).
           05  WS-OLD-CAMPUS           PIC X(4).

       01  WS-OLD-STUDENT-ID           PIC 9(6) VALUE ZEROES.
       01  WS-NEW-STUDENT-ID           PIC 9(6) VALUE ZEROES.
                   ELSE
                       PERFORM 1072-OPEN-EMERGENCY
                       PERFORM 1075-OPEN-PROGRAMS
                       PERFORM 1077-OPEN-CAMPUS
                       PERFORM 1080-OPEN-JOURNAL
                       PERFORM 1090-OPEN-INUSE
                       PERFORM 1050-GET-RUN-MODE
                       'VALIDATION SKIPPED'
           END-IF.

       1077-OPEN-CAMPUS.
           OPEN INPUT CAMPUS-FILE.
           IF WS-CAMPUS-STATUS = '00'
               MOVE 'Y' TO WS-CAMPUS-OPEN
           ELSE
               DISPLAY 'CAMPUS MASTER NOT ON FILE - CAMPUS '
                       'VALIDATION SKIPPED'
           END-IF.

       1090-OPEN-INUSE.
           OPEN I-O INUSE-FILE.
           IF WS-INUSE-STATUS = '05' OR WS-INUSE-STATUS = '35'
                           MOVE STUDENT-PROGRAM TO WS-OLD-PROGRAM
                           MOVE STUDENT-PREF-NAME
                             TO WS-OLD-PREF-NAME
                           MOVE STUDENT-CAMPUS TO WS-OLD-CAMPUS
                           PERFORM 2200-DISPLAY-CURRENT
                           PERFORM 2300-UPDATE-FIELDS
                           PERFORM 7400-CLEAR-MARK
                           MOVE STUDENT-PROGRAM TO WS-OLD-PROGRAM
                           MOVE STUDENT-PREF-NAME
                             TO WS-OLD-PREF-NAME
                           MOVE STUDENT-CAMPUS TO WS-OLD-CAMPUS
                           PERFORM 2550-BATCH-UPDATE-FIELDS
                   END-READ
           END-READ.
           DISPLAY 'PROGRAM : ' STUDENT-PROGRAM.
           DISPLAY 'PREF.NM : ' STUDENT-PREF-NAME.
           DISPLAY 'LANGUAGE: ' STUDENT-LANG.
           IF STUDENT-CAMPUS = SPACES
               DISPLAY 'CAMPUS  : MAIN'
           ELSE
               DISPLAY 'CAMPUS  : ' STUDENT-CAMPUS
           END-IF.
           DISPLAY 'DATE    : ' WS-FORMATTED-DATE.
           DISPLAY ' '.
           

           PERFORM 2355-GET-NEW-PROGRAM.

           PERFORM 2356-GET-NEW-CAMPUS.

           DISPLAY 'ENTER NEW PREFERRED NAME '.
           DISPLAY '(OR ENTER TO KEEP CURRENT, . TO CLEAR): '.
           ACCEPT WS-TEMP-PREF-NAME.
               END-IF
           END-IF.

       2356-GET-NEW-CAMPUS.
           DISPLAY 'ENTER NEW HOME CAMPUS (OR ENTER TO KEEP CURRENT): '.
           MOVE SPACES TO WS-TEMP-CAMPUS.
           ACCEPT WS-TEMP-CAMPUS.
           INSPECT WS-TEMP-CAMPUS
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-TEMP-CAMPUS NOT = SPACES
               IF WS-CAMPUS-OPEN = 'Y'
                   MOVE WS-TEMP-CAMPUS TO CAMPUS-CODE
                   READ CAMPUS-FILE
                       INVALID KEY
                           DISPLAY 'UNKNOWN CAMPUS: ' WS-TEMP-CAMPUS
                           PERFORM 2356-GET-NEW-CAMPUS
                       NOT INVALID KEY
                           IF CAMPUS-STATUS NOT = 'A'
                               DISPLAY 'CAMPUS ' WS-TEMP-CAMPUS
                                       ' IS INACTIVE'
                               PERFORM 2356-GET-NEW-CAMPUS
                           ELSE
                               DISPLAY 'CAMPUS: ' CAMPUS-NAME
                               MOVE WS-TEMP-CAMPUS TO STUDENT-CAMPUS
                           END-IF
                   END-READ
               ELSE
                   MOVE WS-TEMP-CAMPUS TO STUDENT-CAMPUS
               END-IF
           END-IF.

      * THE THREE CONTACT SLOTS ARE RE-KEYED IN FULL; A BLANK
      * NAME CLEARS THE REMAINING SLOTS.
       2357-UPDATE-EMERGENCY.
               PERFORM 2410-WRITE-AUDIT-RECORD
           END-IF.

           IF WS-OLD-CAMPUS NOT = STUDENT-CAMPUS
               MOVE 'CAMPUS' TO AUD-FIELD-NAME
               MOVE WS-OLD-CAMPUS TO AUD-OLD-VALUE
               MOVE STUDENT-CAMPUS TO AUD-NEW-VALUE
               PERFORM 2410-WRITE-AUDIT-RECORD
           END-IF.

       2410-WRITE-AUDIT-RECORD.
           MOVE STUDENT-ID TO AUD-STUDENT-ID.
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
           IF WS-PROGRAM-OPEN = 'Y'
               CLOSE PROGRAM-FILE
           END-IF.
           IF WS-CAMPUS-OPEN = 'Y'
               CLOSE CAMPUS-FILE
           END-IF.
           CLOSE EMERGENCY-FILE.
           IF WS-RUN-MODE = 2 AND WS-PARM-STATUS = '00'
               CLOSE PARM-FILE
