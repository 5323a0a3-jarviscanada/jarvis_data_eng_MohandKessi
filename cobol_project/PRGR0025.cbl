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
       01  WS-SEARCH-ID                PIC 9(6) VALUE ZEROES.
       01  WS-SEARCH-TERM              PIC X(6) VALUE SPACES.
       01  WS-SEARCH-ROOM              PIC X(6) VALUE SPACES.
       01  WS-SEARCH-CAMPUS            PIC X(4) VALUE SPACES.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-ENTRY-COUNT              PIC 9(2) VALUE ZEROES.
       01  WS-IX                       PIC 9(2) VALUE ZEROES.
               10  WS-TAB-START        PIC 9(4).
               10  WS-TAB-END          PIC 9(4).
               10  WS-TAB-ROOM         PIC X(6).
               10  WS-TAB-CAMPUS       PIC X(4).

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-COURSE          PIC X(4).
           05  WS-SWAP-START           PIC 9(4).
           05  WS-SWAP-END             PIC 9(4).
           05  WS-SWAP-ROOM            PIC X(6).
           05  WS-SWAP-CAMPUS          PIC X(4).

       01  WS-DAY-NAMES.
           05  FILLER                  PIC X(9) VALUE 'MONDAY   '.
           05  FILLER                  PIC X VALUE '-'.
           05  WS-DET-END              PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-CAMPUS           PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-DET-ROOM             PIC X(6).
           05  FILLER                  PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
                   DISPLAY 'ENTER TERM (E.G. 2026FA): '
                   ACCEPT WS-SEARCH-TERM
               WHEN 2
                   DISPLAY 'ENTER CAMPUS (ENTER FOR MAIN): '
                   ACCEPT WS-SEARCH-CAMPUS
                   INSPECT WS-SEARCH-CAMPUS
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   IF WS-SEARCH-CAMPUS = SPACES
                       MOVE 'MAIN' TO WS-SEARCH-CAMPUS
                   END-IF
                   DISPLAY 'ENTER ROOM: '
                   ACCEPT WS-SEARCH-ROOM
               WHEN OTHER
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF SEC-ROOM = WS-SEARCH-ROOM AND
                          SEC-CAMPUS = WS-SEARCH-CAMPUS
                           PERFORM 2300-ADD-TABLE-ENTRY
                       END-IF
               END-READ
               MOVE SEC-START-TIME TO WS-TAB-START(WS-ENTRY-COUNT)
               MOVE SEC-END-TIME TO WS-TAB-END(WS-ENTRY-COUNT)
               MOVE SEC-ROOM TO WS-TAB-ROOM(WS-ENTRY-COUNT)
               MOVE SEC-CAMPUS TO WS-TAB-CAMPUS(WS-ENTRY-COUNT)
               MOVE SEC-COURSE-CODE TO COURSE-CODE
               READ COURSE-FILE
                   INVALID KEY
                      INTO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'WEEKLY TIMETABLE - CAMPUS ' WS-SEARCH-CAMPUS
                      ' ROOM ' WS-SEARCH-ROOM
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
                   MOVE WS-TAB-NAME(WS-IX) TO WS-DET-NAME
                   MOVE WS-TAB-START(WS-IX) TO WS-DET-START
                   MOVE WS-TAB-END(WS-IX) TO WS-DET-END
                   MOVE WS-TAB-CAMPUS(WS-IX) TO WS-DET-CAMPUS
                   MOVE WS-TAB-ROOM(WS-IX) TO WS-DET-ROOM
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   DISPLAY WS-DETAIL-LINE
