           05  STUDENT-STATUS          PIC X.
           05  STUDENT-GPA             PIC 9V99.
           05  STUDENT-PROGRAM         PIC X(4).
           05  FILLER                  PIC X(43).
           05  STUDENT-CAMPUS          PIC X(4).
           05  FILLER                  PIC X(2).
           
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-CSV-STATUS               PIC XX VALUE SPACES.
       01  WS-CSV-FILENAME             PIC X(30) VALUE SPACES.
       01  WS-CSV-HEADER                PIC X(30)
               VALUE 'ID,NAME,COURSE,DATE,CAMPUS'.
       01  WS-CSV-DETAIL.
           05  WS-CSV-STUDENT-ID        PIC 9(6).
           05  FILLER                   PIC X VALUE ','.
           05  WS-CSV-STUDENT-COURSE    PIC X(4).
           05  FILLER                   PIC X VALUE ','.
           05  WS-CSV-INCLUSION-DATE    PIC X(10).
           05  FILLER                   PIC X VALUE ','.
           05  WS-CSV-CAMPUS            PIC X(4).
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE SPACES.
       01  WS-CURRENT-COURSE           PIC X(4) VALUE SPACES.
       01  WS-PREV-COURSE              PIC X(4) VALUE SPACES.
       01  WS-FILTER-COURSE            PIC X(4) VALUE SPACES.
       01  WS-STATUS-FILTER            PIC X VALUE 'A'.
       01  WS-FILTER-CAMPUS            PIC X(4) VALUE SPACES.
       01  WS-STUDENT-CAMPUS           PIC X(4) VALUE SPACES.
       01  WS-CX                       PIC 9(2) VALUE ZEROES.
       01  WS-FOUND-CX                 PIC 9(2) VALUE ZEROES.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * STUDENTS REPORTED, BY HOME CAMPUS.
       01  WS-CAMPUS-TABLE.
           05  WS-CAMPUS-COUNT         PIC 9(2) VALUE ZEROES.
           05  WS-CAMPUS-ENTRY OCCURS 20 TIMES.
               10  WS-TAB-CAMPUS       PIC X(4).
               10  WS-TAB-STUDENTS     PIC 9(6).
       01  WS-COURSE-COUNTER           PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-STUDENTS           PIC 9(6) VALUE ZEROES.
       01  WS-OVER-CAPACITY-COUNT      PIC 9(4) VALUE ZEROES.
           05  FILLER                  PIC X(6) VALUE 'COURSE'.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'DATE'.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'CAMPUS'.
           05  FILLER                  PIC X(59) VALUE SPACES.
           
       01  WS-HEADING-4.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(71)
                VALUE ALL '-'.
           05  FILLER                  PIC X(58) VALUE SPACES.
       
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DET-STUDENT-COURSE   PIC X(4).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-DET-INCLUSION-DATE   PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DET-CAMPUS           PIC X(4).
           05  FILLER                  PIC X(61) VALUE SPACES.
       
       01  WS-COURSE-HEADER.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-TOTAL-COUNT          PIC Z,ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-CAMPUS-HEAD-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(20)
                VALUE 'STUDENTS BY CAMPUS:'.
           05  FILLER                  PIC X(109) VALUE SPACES.

       01  WS-CAMPUS-LINE.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-CAMP-CODE            PIC X(4).
           05  FILLER                  PIC X(31) VALUE SPACES.
           05  WS-CAMP-COUNT           PIC Z,ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.
           
       PROCEDURE DIVISION.
       0000-MAIN.
               MOVE 'A' TO WS-STATUS-FILTER
           END-IF.

           DISPLAY 'ENTER HOME CAMPUS TO REPORT (OR BLANK FOR ALL): '.
           ACCEPT WS-FILTER-CAMPUS.
           INSPECT WS-FILTER-CAMPUS
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT FILE: ' WS-FILE-STATUS
                       PERFORM 2300-PRINT-COURSE-FOOTER
                   END-IF
               NOT AT END
                   MOVE STUDENT-CAMPUS TO WS-STUDENT-CAMPUS
                   IF WS-STUDENT-CAMPUS = SPACES
                       MOVE 'MAIN' TO WS-STUDENT-CAMPUS
                   END-IF
                   IF (WS-FILTER-COURSE = SPACES OR
                      STUDENT-COURSE = WS-FILTER-COURSE) AND
                      (WS-STATUS-FILTER = 'L' OR STUDENT-STATUS = 'A')
                      AND (WS-FILTER-CAMPUS = SPACES OR
                      WS-STUDENT-CAMPUS = WS-FILTER-CAMPUS)
                       MOVE STUDENT-COURSE TO WS-CURRENT-COURSE
                       IF WS-CURRENT-COURSE NOT = WS-PREV-COURSE
                           IF WS-PREV-COURSE NOT = SPACES
           MOVE STUDENT-ID TO WS-DET-STUDENT-ID.
           MOVE STUDENT-NAME TO WS-DET-STUDENT-NAME.
           MOVE STUDENT-COURSE TO WS-DET-STUDENT-COURSE.
           MOVE WS-STUDENT-CAMPUS TO WS-DET-CAMPUS.
           
           STRING INCLUSION-DATE(5:2) '/'
                  INCLUSION-DATE(7:2) '/'
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-COURSE-COUNTER.
           ADD 1 TO WS-TOTAL-STUDENTS.
           PERFORM 2250-COUNT-CAMPUS.

           MOVE STUDENT-ID TO WS-CSV-STUDENT-ID.
           MOVE FUNCTION TRIM(STUDENT-NAME) TO WS-CSV-STUDENT-NAME.
           MOVE STUDENT-COURSE TO WS-CSV-STUDENT-COURSE.
           MOVE WS-DET-INCLUSION-DATE TO WS-CSV-INCLUSION-DATE.
           MOVE WS-STUDENT-CAMPUS TO WS-CSV-CAMPUS.
           MOVE WS-CSV-DETAIL TO CSV-LINE.
           WRITE CSV-LINE.
           
       2250-COUNT-CAMPUS.
           MOVE ZEROES TO WS-FOUND-CX.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAMPUS-COUNT OR WS-FOUND-CX > 0
               IF WS-TAB-CAMPUS(WS-CX) = WS-STUDENT-CAMPUS
                   MOVE WS-CX TO WS-FOUND-CX
               END-IF
           END-PERFORM.
           IF WS-FOUND-CX = 0 AND WS-CAMPUS-COUNT < 20
               ADD 1 TO WS-CAMPUS-COUNT
               MOVE WS-CAMPUS-COUNT TO WS-FOUND-CX
               MOVE WS-STUDENT-CAMPUS TO WS-TAB-CAMPUS(WS-FOUND-CX)
               MOVE ZEROES TO WS-TAB-STUDENTS(WS-FOUND-CX)
           END-IF.
           IF WS-FOUND-CX > 0
               ADD 1 TO WS-TAB-STUDENTS(WS-FOUND-CX)
           END-IF.

       2300-PRINT-COURSE-FOOTER.
           IF WS-LINE-COUNT > (WS-LINES-PER-PAGE - 3)
               PERFORM 2400-NEW-PAGE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-OVER-CAPACITY-COUNT TO WS-ALERT-SUMMARY-COUNT.
           WRITE REPORT-LINE FROM WS-ALERT-SUMMARY-LINE.

           IF WS-CAMPUS-COUNT > 0
               IF WS-LINE-COUNT > (WS-LINES-PER-PAGE - 2
                                   - WS-CAMPUS-COUNT)
                   PERFORM 2400-NEW-PAGE
               END-IF
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM WS-CAMPUS-HEAD-LINE
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CAMPUS-COUNT
                   MOVE WS-TAB-CAMPUS(WS-CX) TO WS-CAMP-CODE
                   MOVE WS-TAB-STUDENTS(WS-CX) TO WS-CAMP-COUNT
                   WRITE REPORT-LINE FROM WS-CAMPUS-LINE
               END-PERFORM
           END-IF.
           
       3000-EXIT.
           EXIT.
