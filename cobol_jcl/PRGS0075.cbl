       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0175.
       AUTHOR. Mohand Kessi.

      * ANNUAL INSTITUTIONAL FACT BOOK.  FOR EACH PROGRAM AND FOR THE
      * INSTITUTION AS A WHOLE, FIVE ACADEMIC YEARS ENDING WITH THE
      * FACT-BOOK YEAR: HEADCOUNT, NEW INTAKE, FTE, CREDIT HOURS,
      * GRADUATES, FIRST-YEAR RETENTION, TUITION AND FEES BILLED AND
      * AWARDS DISBURSED.  PRINTED TO FACTBOOK.RPT WITH A CSV COPY IN
      * FACTBOOK.CSV, BOTH REGISTERED.
      *
      * AN ACADEMIC YEAR OPENS WITH ITS FALL TERM, AS IN PRGR0143:
      * 2025FA, 2026WI, 2026SP AND 2026SU ARE ALL 2025-26.
      *   HEADCOUNT     STUDENTS WITH ANY ENRHIST ROW IN THE YEAR
      *   NEW INTAKE    STUDENTS WHOSE INCLUSION DATE FALLS IN IT
      *   CREDIT HOURS  COURSE CREDITS OF THOSE ROWS, LESS COURSES
      *                 GRADED W, AS PRGS0066 COUNTS A TERM LOAD
      *   FTE           CREDIT HOURS OVER TWO FULL-TIME TERM LOADS
      *                 (LOADRULE.VSAM, 12 CREDITS WHEN NONE)
      *   GRADUATES     ALUMNI.VSAM GRADUATION DATE IN THE YEAR
      *   RETENTION     LAST YEAR'S NEW INTAKE STILL ENROLLED THIS
      *                 YEAR, OR GRADUATED BEFORE ITS OCTOBER CENSUS
      *   TUITION       AMOUNT BILLED ON THE BILLING EXTRACT
      *   AWARDS        AWARD.VSAM AWARDS DISBURSED (STATUS D OR R)
      *
      * EVERY YEAR'S FIGURES ARE KEPT ON FACTHIST.DAT SO THE TREND
      * COLUMNS DO NOT DEPEND ON OLD DATA STILL BEING ON THE MASTERS.
      * A YEAR ALREADY ON THE HISTORY IS REPORTED FROM IT; A TREND
      * YEAR NOT ON IT IS TAKEN FROM THE MASTERS AND RECORDED.  THE
      * FACT-BOOK YEAR ITSELF IS ALWAYS TAKEN FROM THE MASTERS AND
      * REPLACES ANY EARLIER FIGURES FOR IT, SO A RERUN IS SAFE.
      *
      * THE BOOK IS PRODUCED AT THE AUGUST MONTH-END FOR THE ACADEMIC
      * YEAR JUST ENDED; IN ANY OTHER MONTH THE STEP DOES NOTHING.  A
      * YEAR ON THE SYSIN CARD (YYYY, THE YEAR OF THE FALL TERM)
      * PRODUCES THAT YEAR'S BOOK WHATEVER THE MONTH.
      * RC 4 = A TABLE FILLED AND SOME DATA WAS LEFT OUT.
      * RC 8 = NO STUDENT MASTER, OR THE HISTORY COULD NOT BE SAVED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.
           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT GRADE-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRADE-KEY
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT LOADRULE-FILE ASSIGN TO 'LOADRULE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LRL-PGM-CODE
               FILE STATUS IS WS-LOADRULE-STATUS.
           SELECT BILLING-EXTRACT-FILE
               ASSIGN TO 'BILLING-EXTRACT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILLX-KEY
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT AWARD-FILE ASSIGN TO 'AWARD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AWARD-STATUS.
           SELECT ALUMNI-FILE ASSIGN TO 'ALUMNI.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-STUDENT-ID
               FILE STATUS IS WS-ALUMNI-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT FACTHIST-FILE ASSIGN TO 'FACTHIST.DAT'
               FILE STATUS IS WS-FACTHIST-STATUS.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'FACTBOOK.RPT'.
           SELECT CSV-FILE ASSIGN TO 'FACTBOOK.CSV'.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 VSAM-STUDENT-NAME     PIC X(30).
          05 VSAM-STUDENT-ADDRESS  PIC X(40).
          05 VSAM-STUDENT-PHONE    PIC X(15).
          05 VSAM-STUDENT-EMAIL    PIC X(20).
          05 VSAM-STUDENT-COURSE   PIC X(04).
          05 VSAM-INCLUSION-DATE   PIC 9(08).
          05 VSAM-STUDENT-STATUS   PIC X(01).
          05 VSAM-STUDENT-GPA      PIC 9V99.
          05 VSAM-STUDENT-PROGRAM  PIC X(04).
          05 FILLER                PIC X(49).

       FD ENRHIST-FILE.
       01 ENRHIST-RECORD.
          05 EH-KEY.
             10 EH-STUDENT-ID   PIC 9(06).
             10 EH-TERM         PIC X(06).
             10 EH-COURSE-CODE  PIC X(04).
             10 EH-SECTION      PIC X(02).
          05 EH-DATE            PIC 9(08).

       FD COURSE-FILE.
       01 COURSE-RECORD.
          05 COURSE-CODE          PIC X(04).
          05 COURSE-NAME          PIC X(30).
          05 COURSE-CREDITS       PIC 9(02).
          05 COURSE-CAPACITY      PIC 9(04).
          05 COURSE-PREREQ-1      PIC X(04).
          05 COURSE-PREREQ-2      PIC X(04).
          05 COURSE-STATUS        PIC X(01).
          05 COURSE-ENROLLED      PIC 9(04).

       FD GRADE-FILE.
       01 GRADE-RECORD.
          05 GRADE-KEY.
             10 GR-STUDENT-ID     PIC 9(06).
             10 GR-COURSE-CODE    PIC X(04).
             10 GR-TERM           PIC X(06).
          05 GR-GRADE             PIC X(02).
          05 GR-LOAD-DATE         PIC 9(08).
          05 GR-LAPSE-DATE        PIC 9(08).
          05 GR-REPEAT-FLAG       PIC X(01).

       FD LOADRULE-FILE.
       01 LOADRULE-RECORD.
          05 LRL-PGM-CODE         PIC X(04).
          05 LRL-FT-CREDITS       PIC 9(02).
          05 LRL-PT-CREDITS       PIC 9(02).
          05 LRL-UPDATED-DATE     PIC 9(08).
          05 FILLER               PIC X(04).

       FD BILLING-EXTRACT-FILE.
       01 BILLING-EXTRACT-RECORD.
          05 BILLX-KEY.
             10 BILLX-STUD-ID    PIC X(06).
             10 BILLX-TERM       PIC X(06).
          05 BILLX-AMT-DUE       PIC 9(06)V99.
          05 BILLX-AMT-PAID      PIC 9(06)V99.
          05 BILLX-DUE-DATE      PIC X(08).

       FD AWARD-FILE.
       01 AWARD-RECORD.
          05 AW-KEY.
             10 AW-STUDENT-ID     PIC 9(06).
             10 AW-TERM           PIC X(06).
             10 AW-CODE           PIC X(04).
          05 AW-AMOUNT            PIC 9(06)V99.
          05 AW-SOURCE            PIC X(20).
          05 AW-STATUS            PIC X(01).
          05 AW-DISB-DATE         PIC 9(08).

      * ONE ROW PER GRADUATE, WRITTEN BY GRADUATION PROCESSING
      * (PRGU0022) AND KEPT FROM YEAR TO YEAR.
       FD ALUMNI-FILE.
       01 ALUMNI-RECORD.
          05 AL-STUDENT-ID      PIC 9(06).
          05 FILLER             PIC X(34).
          05 AL-GRAD-DATE       PIC 9(08).
          05 FILLER             PIC X(116).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD     PIC 9(08).

      * ONE ROW PER ACADEMIC YEAR AND PROGRAM.  FH-SOURCE F = TAKEN
      * AS THE FACT-BOOK YEAR, T = RECORDED LATER FOR A TREND COLUMN.
       FD FACTHIST-FILE.
       01 FACTHIST-RECORD.
          05 FH-YEAR            PIC 9(04).
          05 FH-PROGRAM         PIC X(04).
          05 FH-HEADCOUNT       PIC 9(06).
          05 FH-INTAKE          PIC 9(06).
          05 FH-FTE             PIC 9(06)V9.
          05 FH-CREDITS         PIC 9(08).
          05 FH-GRADUATES       PIC 9(06).
          05 FH-RET-BASE        PIC 9(06).
          05 FH-RETAINED        PIC 9(06).
          05 FH-TUITION         PIC 9(10)V99.
          05 FH-AWARDS          PIC 9(10)V99.
          05 FH-RUN-DATE        PIC 9(08).
          05 FH-SOURCE          PIC X(01).
          05 FILLER             PIC X(08).

       FD REPORT-REGISTRY-FILE.
       01 REPORT-REGISTRY-RECORD.
          05 RR-STATUS        PIC X.
          05 RR-REPORT-NAME   PIC X(16).
          05 RR-FILENAME      PIC X(30).
          05 RR-RUN-DATE      PIC X(08).
          05 RR-RUN-TIME      PIC X(06).
          05 RR-OPERATOR      PIC X(08).
          05 RR-COUNT         PIC 9(06).

       FD REPORT-FILE.
       01 REPORT-RECORD       PIC X(132).

       FD CSV-FILE.
       01 CSV-RECORD          PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-ENRHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-COURSE-STATUS      PIC XX VALUE SPACES.
       01 WS-GRADE-STATUS       PIC XX VALUE SPACES.
       01 WS-LOADRULE-STATUS    PIC XX VALUE SPACES.
       01 WS-EXTRACT-STATUS     PIC XX VALUE SPACES.
       01 WS-AWARD-STATUS       PIC XX VALUE SPACES.
       01 WS-ALUMNI-STATUS      PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-FACTHIST-STATUS    PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-ENRHIST-OPEN       PIC X VALUE 'N'.
       01 WS-COURSE-OPEN        PIC X VALUE 'N'.
       01 WS-GRADE-OPEN         PIC X VALUE 'N'.
       01 WS-LOADRULE-OPEN      PIC X VALUE 'N'.
       01 WS-EXTRACT-OPEN       PIC X VALUE 'N'.
       01 WS-AWARD-OPEN         PIC X VALUE 'N'.
       01 WS-ALUMNI-OPEN        PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-SUB-EOF            PIC X VALUE 'N'.
       01 WS-LINE               PIC X(132).
       01 WS-CURRENT-STAMP      PIC X(21) VALUE SPACES.
       01 WS-CYCLE-DATE         PIC 9(08) VALUE ZERO.
       01 WS-CYCLE-MONTH        PIC 9(02) VALUE ZERO.
       01 WS-YEAREND-MONTH      PIC 9(02) VALUE 08.
       01 WS-YEAR-CARD          PIC X(04) VALUE SPACES.
       01 WS-BOOK-YEAR          PIC 9(04) VALUE ZERO.
       01 WS-FIRST-YEAR         PIC 9(04) VALUE ZERO.
       01 WS-STUDENT-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-ROW-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-HIST-WRITTEN       PIC 9(06) VALUE ZERO.
       01 WS-DEFAULT-FT         PIC 9(02) VALUE 12.
       01 WS-FT-CREDITS         PIC 9(02) VALUE ZERO.
       01 WS-WITHDRAWN          PIC X VALUE 'N'.

      * THE STUDENT BEING COUNTED.
       01 WS-STU-ID             PIC 9(06) VALUE ZERO.
       01 WS-STU-KEY            PIC X(06) VALUE SPACES.
       01 WS-STU-PROGRAM        PIC X(04) VALUE SPACES.
       01 WS-STU-GRAD-DATE      PIC 9(08) VALUE ZERO.
       01 WS-INTAKE-YEAR        PIC 9(04) VALUE ZERO.
       01 WS-DATE-IN            PIC 9(08) VALUE ZERO.
       01 WS-DATE-MONTH         PIC 9(02) VALUE ZERO.
       01 WS-TERM-IN            PIC X(06) VALUE SPACES.
       01 WS-TERM-YEAR          PIC 9(04) VALUE ZERO.
       01 WS-DATE-YEAR          PIC 9(04) VALUE ZERO.
       01 WS-ACAD-YEAR          PIC 9(04) VALUE ZERO.
       01 WS-CENSUS-DATE        PIC 9(08) VALUE ZERO.
       01 WS-STU-YEARS.
          05 WS-STU-YEAR OCCURS 5 TIMES.
             10 WS-SY-ENROLLED  PIC X(01).
             10 WS-SY-CREDITS   PIC 9(04).
             10 WS-SY-TUITION   PIC 9(08)V99.
             10 WS-SY-AWARDS    PIC 9(08)V99.

       01 WS-YX                 PIC 9(02) VALUE ZERO.
       01 WS-PX                 PIC 9(04) VALUE ZERO.
       01 WS-FOUND-PX           PIC 9(04) VALUE ZERO.
       01 WS-IX                 PIC 9(04) VALUE ZERO.
       01 WS-JX                 PIC 9(04) VALUE ZERO.
       01 WS-HX                 PIC 9(04) VALUE ZERO.
       01 WS-FIND-PROGRAM       PIC X(04) VALUE SPACES.
       01 WS-TABLE-FULL         PIC X VALUE 'N'.

      * ONE ENTRY PER PROGRAM, FIVE YEARS EACH, OLDEST FIRST.  THE
      * LAST ENTRY USED IS THE ALL-PROGRAMS TOTAL WHEN REPORTING.
       01 WS-PGM-TABLE.
          05 WS-PGM-COUNT       PIC 9(04) VALUE ZERO.
          05 WS-PGM-ENTRY OCCURS 201 TIMES.
             10 WS-PG-PROGRAM   PIC X(04).
             10 WS-PG-YEAR OCCURS 5 TIMES.
                15 WS-PG-HEADCOUNT  PIC 9(06).
                15 WS-PG-INTAKE     PIC 9(06).
                15 WS-PG-FTE        PIC 9(06)V9.
                15 WS-PG-CREDITS    PIC 9(08).
                15 WS-PG-GRADUATES  PIC 9(06).
                15 WS-PG-RET-BASE   PIC 9(06).
                15 WS-PG-RETAINED   PIC 9(06).
                15 WS-PG-TUITION    PIC 9(10)V99.
                15 WS-PG-AWARDS     PIC 9(10)V99.
       01 WS-PGM-MAX            PIC 9(04) VALUE 200.
       01 WS-SWAP-ENTRY         PIC X(349).

      * WHERE EACH OF THE FIVE YEARS CAME FROM: H = THE HISTORY,
      * M = THE MASTERS THIS RUN.
       01 WS-YEAR-SOURCES.
          05 WS-YEAR-SOURCE OCCURS 5 TIMES PIC X(01).

      * THE HISTORY AS READ, LESS ANY ROWS FOR THE FACT-BOOK YEAR,
      * WRITTEN BACK AHEAD OF THIS RUN'S ROWS.
       01 WS-HIST-TABLE.
          05 WS-HIST-COUNT      PIC 9(04) VALUE ZERO.
          05 WS-HIST-ROW OCCURS 4000 TIMES PIC X(100).
       01 WS-HIST-MAX           PIC 9(04) VALUE 4000.
       01 WS-HIST-OVERFLOW      PIC X VALUE 'N'.

       01 WS-YEAR-LABEL.
          05 WS-YL-FIRST        PIC 9(04).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-YL-NEXT         PIC 9(02).
       01 WS-NEXT-YEAR          PIC 9(04) VALUE ZERO.

      * A PRINTED LINE: THE MEASURE, THEN ONE COLUMN PER YEAR.
       01 WS-PRINT-LINE.
          05 WS-PL-LABEL        PIC X(22).
          05 WS-PL-COL OCCURS 5 TIMES PIC X(16) JUSTIFIED RIGHT.
          05 FILLER             PIC X(30).
       01 WS-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01 WS-FTE-EDIT           PIC ZZZ,ZZ9.9.
       01 WS-MONEY-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PCT                PIC 9(03)V9 VALUE ZERO.
       01 WS-PCT-EDIT           PIC ZZ9.9.
       01 WS-PCT-TEXT           PIC X(06).
       01 WS-CSV-FTE            PIC 9(06).9.
       01 WS-CSV-PCT            PIC 999.9.
       01 WS-CSV-TUITION        PIC 9(10).99.
       01 WS-CSV-AWARDS         PIC 9(10).99.
       01 WS-MEASURE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           PERFORM GET-CYCLE-DATE
           ACCEPT WS-YEAR-CARD

           IF WS-YEAR-CARD IS NUMERIC AND WS-YEAR-CARD NOT = '0000'
               MOVE WS-YEAR-CARD TO WS-BOOK-YEAR
           ELSE
               MOVE WS-CYCLE-DATE(5:2) TO WS-CYCLE-MONTH
               IF WS-CYCLE-MONTH NOT = WS-YEAREND-MONTH
                   DISPLAY 'PRGR0175 NOT THE YEAR-END MONTH - NO FACT '
                           'BOOK THIS PERIOD'
                   STOP RUN
               END-IF
               MOVE WS-CYCLE-DATE(1:4) TO WS-DATE-YEAR
               COMPUTE WS-BOOK-YEAR = WS-DATE-YEAR - 1
           END-IF
           COMPUTE WS-FIRST-YEAR = WS-BOOK-YEAR - 4

           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS NOT = '00'
               DISPLAY 'PRGR0175 STUDENT MASTER NOT AVAILABLE: '
                       WS-VSAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-MASTERS

           PERFORM COUNT-STUDENTS
           PERFORM FIGURE-FTE

           CLOSE STUDENT-VSAM-FILE
           PERFORM CLOSE-MASTERS

           PERFORM MERGE-HISTORY
           PERFORM SAVE-HISTORY
           PERFORM SORT-PROGRAMS
           PERFORM ADD-TOTAL-ENTRY
           PERFORM WRITE-FACT-BOOK
           PERFORM REGISTER-OUTPUT

           IF WS-TABLE-FULL = 'Y' AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'PRGR0175 FACT BOOK ' WS-BOOK-YEAR
                   '  STUDENTS COUNTED: ' WS-STUDENT-COUNT
                   '  PROGRAMS: ' WS-PGM-COUNT
           STOP RUN.

       GET-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CYCLE-STATUS = '00'
               READ CYCLE-DATE-FILE
                   AT END
                       MOVE WS-CURRENT-STAMP(1:8) TO WS-CYCLE-DATE
                   NOT AT END
                       MOVE CYCLE-DATE-RECORD TO WS-CYCLE-DATE
               END-READ
               CLOSE CYCLE-DATE-FILE
           ELSE
               MOVE WS-CURRENT-STAMP(1:8) TO WS-CYCLE-DATE
           END-IF.

      * EVERY MASTER BUT THE STUDENT FILE IS OPTIONAL; A MISSING ONE
      * LEAVES ITS MEASURES AT ZERO AND IS NAMED ON THE LOG.
       OPEN-MASTERS.
           OPEN INPUT ENRHIST-FILE
           IF WS-ENRHIST-STATUS = '00'
               MOVE 'Y' TO WS-ENRHIST-OPEN
           ELSE
               DISPLAY 'PRGR0175 ENROLMENT HISTORY NOT AVAILABLE: '
                       WS-ENRHIST-STATUS
           END-IF
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS = '00'
               MOVE 'Y' TO WS-COURSE-OPEN
           ELSE
               DISPLAY 'PRGR0175 COURSE MASTER NOT AVAILABLE: '
                       WS-COURSE-STATUS
           END-IF
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS = '00'
               MOVE 'Y' TO WS-GRADE-OPEN
           END-IF
           OPEN INPUT LOADRULE-FILE
           IF WS-LOADRULE-STATUS = '00'
               MOVE 'Y' TO WS-LOADRULE-OPEN
           END-IF
           OPEN INPUT BILLING-EXTRACT-FILE
           IF WS-EXTRACT-STATUS = '00'
               MOVE 'Y' TO WS-EXTRACT-OPEN
           ELSE
               DISPLAY 'PRGR0175 BILLING EXTRACT NOT AVAILABLE: '
                       WS-EXTRACT-STATUS
           END-IF
           OPEN INPUT AWARD-FILE
           IF WS-AWARD-STATUS = '00'
               MOVE 'Y' TO WS-AWARD-OPEN
           ELSE
               DISPLAY 'PRGR0175 AWARD FILE NOT AVAILABLE: '
                       WS-AWARD-STATUS
           END-IF
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUMNI-STATUS = '00'
               MOVE 'Y' TO WS-ALUMNI-OPEN
           ELSE
               DISPLAY 'PRGR0175 ALUMNI FILE NOT AVAILABLE: '
                       WS-ALUMNI-STATUS
           END-IF.

       CLOSE-MASTERS.
           IF WS-ENRHIST-OPEN = 'Y'
               CLOSE ENRHIST-FILE
           END-IF
           IF WS-COURSE-OPEN = 'Y'
               CLOSE COURSE-FILE
           END-IF
           IF WS-GRADE-OPEN = 'Y'
               CLOSE GRADE-FILE
           END-IF
           IF WS-LOADRULE-OPEN = 'Y'
               CLOSE LOADRULE-FILE
           END-IF
           IF WS-EXTRACT-OPEN = 'Y'
               CLOSE BILLING-EXTRACT-FILE
           END-IF
           IF WS-AWARD-OPEN = 'Y'
               CLOSE AWARD-FILE
           END-IF
           IF WS-ALUMNI-OPEN = 'Y'
               CLOSE ALUMNI-FILE
           END-IF.

       COUNT-STUDENTS.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO VSAM-STUDENT-ID
           START STUDENT-VSAM-FILE KEY IS >= VSAM-STUDENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-VSAM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-STUDENT
               END-READ
           END-PERFORM.

       COUNT-ONE-STUDENT.
           MOVE VSAM-STUDENT-ID TO WS-STU-ID
           MOVE VSAM-STUDENT-ID TO WS-STU-KEY
           MOVE VSAM-STUDENT-PROGRAM TO WS-STU-PROGRAM
           IF WS-STU-PROGRAM = SPACES
               MOVE 'NONE' TO WS-STU-PROGRAM
           END-IF
           INITIALIZE WS-STU-YEARS
           MOVE ZERO TO WS-INTAKE-YEAR
           IF VSAM-INCLUSION-DATE > ZERO
               MOVE VSAM-INCLUSION-DATE TO WS-DATE-IN
               PERFORM YEAR-OF-DATE
               MOVE WS-ACAD-YEAR TO WS-INTAKE-YEAR
           END-IF

           PERFORM FIND-GRAD-DATE
           PERFORM GATHER-ENROLMENT
           PERFORM GATHER-BILLING
           PERFORM GATHER-AWARDS

           MOVE WS-STU-PROGRAM TO WS-FIND-PROGRAM
           PERFORM FIND-PROGRAM
           IF WS-FOUND-PX > 0
               ADD 1 TO WS-STUDENT-COUNT
               PERFORM VARYING WS-YX FROM 1 BY 1 UNTIL WS-YX > 5
                   PERFORM TALLY-STUDENT-YEAR
               END-PERFORM
           END-IF.

      * ONE YEAR OF ONE STUDENT INTO THE PROGRAM'S ENTRY.  THE
      * RETENTION BASE FOR A YEAR IS THE PREVIOUS YEAR'S NEW INTAKE.
       TALLY-STUDENT-YEAR.
           COMPUTE WS-ACAD-YEAR = WS-FIRST-YEAR + WS-YX - 1
           IF WS-SY-ENROLLED(WS-YX) = 'Y'
               ADD 1 TO WS-PG-HEADCOUNT(WS-FOUND-PX WS-YX)
               ADD WS-SY-CREDITS(WS-YX)
                 TO WS-PG-CREDITS(WS-FOUND-PX WS-YX)
           END-IF
           IF WS-INTAKE-YEAR = WS-ACAD-YEAR
               ADD 1 TO WS-PG-INTAKE(WS-FOUND-PX WS-YX)
           END-IF
           IF WS-STU-GRAD-DATE > ZERO
               MOVE WS-STU-GRAD-DATE TO WS-DATE-IN
               PERFORM YEAR-OF-DATE
               IF WS-ACAD-YEAR = WS-FIRST-YEAR + WS-YX - 1
                   ADD 1 TO WS-PG-GRADUATES(WS-FOUND-PX WS-YX)
               END-IF
               COMPUTE WS-ACAD-YEAR = WS-FIRST-YEAR + WS-YX - 1
           END-IF
           IF WS-INTAKE-YEAR > ZERO AND
              WS-INTAKE-YEAR + 1 = WS-ACAD-YEAR
               ADD 1 TO WS-PG-RET-BASE(WS-FOUND-PX WS-YX)
               COMPUTE WS-CENSUS-DATE = WS-ACAD-YEAR * 10000 + 1001
               IF WS-SY-ENROLLED(WS-YX) = 'Y' OR
                  (WS-STU-GRAD-DATE > ZERO AND
                   WS-STU-GRAD-DATE < WS-CENSUS-DATE)
                   ADD 1 TO WS-PG-RETAINED(WS-FOUND-PX WS-YX)
               END-IF
           END-IF
           ADD WS-SY-TUITION(WS-YX) TO WS-PG-TUITION(WS-FOUND-PX WS-YX)
           ADD WS-SY-AWARDS(WS-YX) TO WS-PG-AWARDS(WS-FOUND-PX WS-YX).

      * A DATE BELONGS TO THE ACADEMIC YEAR OF THE FALL BEFORE IT
      * (AUGUST ONWARD OPENS A NEW YEAR).
       YEAR-OF-DATE.
           MOVE WS-DATE-IN(5:2) TO WS-DATE-MONTH
           MOVE WS-DATE-IN(1:4) TO WS-DATE-YEAR
           IF WS-DATE-MONTH >= 8
               MOVE WS-DATE-YEAR TO WS-ACAD-YEAR
           ELSE
               COMPUTE WS-ACAD-YEAR = WS-DATE-YEAR - 1
           END-IF.

      * A TERM BELONGS TO THE ACADEMIC YEAR OF THE FALL THAT OPENS
      * IT, SO THE YEAR INDEX IS ZERO WHEN IT IS OUTSIDE THE BOOK.
       YEAR-OF-TERM.
           MOVE ZERO TO WS-YX
           IF WS-TERM-IN(1:4) IS NUMERIC
               MOVE WS-TERM-IN(1:4) TO WS-TERM-YEAR
               IF WS-TERM-IN(5:2) = 'FA'
                   MOVE WS-TERM-YEAR TO WS-ACAD-YEAR
               ELSE
                   COMPUTE WS-ACAD-YEAR = WS-TERM-YEAR - 1
               END-IF
               IF WS-ACAD-YEAR >= WS-FIRST-YEAR AND
                  WS-ACAD-YEAR <= WS-BOOK-YEAR
                   COMPUTE WS-YX = WS-ACAD-YEAR - WS-FIRST-YEAR + 1
               END-IF
           END-IF.

       FIND-GRAD-DATE.
           MOVE ZERO TO WS-STU-GRAD-DATE
           IF WS-ALUMNI-OPEN = 'Y'
               MOVE WS-STU-ID TO AL-STUDENT-ID
               READ ALUMNI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AL-GRAD-DATE IS NUMERIC
                           MOVE AL-GRAD-DATE TO WS-STU-GRAD-DATE
                       END-IF
               END-READ
           END-IF.

       GATHER-ENROLMENT.
           IF WS-ENRHIST-OPEN = 'Y'
               MOVE 'N' TO WS-SUB-EOF
               MOVE WS-STU-ID TO EH-STUDENT-ID
               MOVE LOW-VALUES TO EH-TERM EH-COURSE-CODE EH-SECTION
               START ENRHIST-FILE KEY IS >= EH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ ENRHIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           IF EH-STUDENT-ID NOT = WS-STU-ID
                               MOVE 'Y' TO WS-SUB-EOF
                           ELSE
                               MOVE EH-TERM TO WS-TERM-IN
                               PERFORM YEAR-OF-TERM
                               IF WS-YX > 0
                                   MOVE 'Y' TO WS-SY-ENROLLED(WS-YX)
                                   PERFORM ADD-COURSE-CREDITS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * AS PRGS0066 COUNTS A LOAD: A COURSE GRADED W CARRIES NONE.
       ADD-COURSE-CREDITS.
           MOVE 'N' TO WS-WITHDRAWN
           IF WS-GRADE-OPEN = 'Y'
               MOVE EH-STUDENT-ID TO GR-STUDENT-ID
               MOVE EH-COURSE-CODE TO GR-COURSE-CODE
               MOVE EH-TERM TO GR-TERM
               READ GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GR-GRADE = 'W '
                           MOVE 'Y' TO WS-WITHDRAWN
                       END-IF
               END-READ
           END-IF
           IF WS-WITHDRAWN = 'N' AND WS-COURSE-OPEN = 'Y'
               MOVE EH-COURSE-CODE TO COURSE-CODE
               READ COURSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-SY-CREDITS(WS-YX) + COURSE-CREDITS < 9999
                           ADD COURSE-CREDITS TO WS-SY-CREDITS(WS-YX)
                       END-IF
               END-READ
           END-IF.

       GATHER-BILLING.
           IF WS-EXTRACT-OPEN = 'Y'
               MOVE 'N' TO WS-SUB-EOF
               MOVE WS-STU-KEY TO BILLX-STUD-ID
               MOVE LOW-VALUES TO BILLX-TERM
               START BILLING-EXTRACT-FILE KEY IS >= BILLX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ BILLING-EXTRACT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           IF BILLX-STUD-ID NOT = WS-STU-KEY
                               MOVE 'Y' TO WS-SUB-EOF
                           ELSE
                               MOVE BILLX-TERM TO WS-TERM-IN
                               PERFORM YEAR-OF-TERM
                               IF WS-YX > 0
                                   ADD BILLX-AMT-DUE
                                     TO WS-SY-TUITION(WS-YX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * DISBURSED AWARDS ONLY, AS THE T4A RUN TAKES THEM: D, OR R
      * (DISBURSED AND SINCE FLAGGED FOR REVERSAL).  A REVERSED
      * AWARD (V) HAS BEEN TAKEN BACK AND IS NOT COUNTED.
       GATHER-AWARDS.
           IF WS-AWARD-OPEN = 'Y'
               MOVE 'N' TO WS-SUB-EOF
               MOVE WS-STU-ID TO AW-STUDENT-ID
               MOVE LOW-VALUES TO AW-TERM AW-CODE
               START AWARD-FILE KEY IS >= AW-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ AWARD-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           IF AW-STUDENT-ID NOT = WS-STU-ID
                               MOVE 'Y' TO WS-SUB-EOF
                           ELSE
                               IF AW-STATUS = 'D' OR AW-STATUS = 'R'
                                   MOVE AW-TERM TO WS-TERM-IN
                                   PERFORM YEAR-OF-TERM
                                   IF WS-YX > 0
                                       ADD AW-AMOUNT
                                         TO WS-SY-AWARDS(WS-YX)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FIND-PROGRAM.
           MOVE ZERO TO WS-FOUND-PX
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PGM-COUNT
                      OR WS-FOUND-PX > 0
               IF WS-PG-PROGRAM(WS-PX) = WS-FIND-PROGRAM
                   MOVE WS-PX TO WS-FOUND-PX
               END-IF
           END-PERFORM
           IF WS-FOUND-PX = 0
               IF WS-PGM-COUNT < WS-PGM-MAX
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-FOUND-PX
                   INITIALIZE WS-PGM-ENTRY(WS-FOUND-PX)
                   MOVE WS-FIND-PROGRAM TO WS-PG-PROGRAM(WS-FOUND-PX)
               ELSE
                   IF WS-TABLE-FULL NOT = 'Y'
                       DISPLAY 'PRGR0175 PROGRAM TABLE FULL - '
                               'OMITTED: ' WS-FIND-PROGRAM
                   END-IF
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

      * ONE FTE IS A FULL-TIME LOAD IN EACH OF THE TWO TERMS OF THE
      * YEAR, AT THE PROGRAM'S OWN FULL-TIME MINIMUM.
       FIGURE-FTE.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PGM-COUNT
               MOVE WS-DEFAULT-FT TO WS-FT-CREDITS
               IF WS-LOADRULE-OPEN = 'Y'
                   MOVE WS-PG-PROGRAM(WS-PX) TO LRL-PGM-CODE
                   READ LOADRULE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LRL-FT-CREDITS > ZERO
                               MOVE LRL-FT-CREDITS TO WS-FT-CREDITS
                           END-IF
                   END-READ
               END-IF
               PERFORM VARYING WS-YX FROM 1 BY 1 UNTIL WS-YX > 5
                   COMPUTE WS-PG-FTE(WS-PX WS-YX) ROUNDED =
                           WS-PG-CREDITS(WS-PX WS-YX)
                           / (WS-FT-CREDITS * 2)
               END-PERFORM
           END-PERFORM.

      * A YEAR THAT HAS ANY ROW ON THE HISTORY IS TAKEN WHOLE FROM
      * IT; THE FACT-BOOK YEAR'S OLD ROWS ARE DROPPED.
       MERGE-HISTORY.
           MOVE 'MMMMM' TO WS-YEAR-SOURCES
           MOVE 'N' TO WS-EOF
           OPEN INPUT FACTHIST-FILE
           IF WS-FACTHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FACTHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FH-YEAR NOT = WS-BOOK-YEAR
                           PERFORM KEEP-HISTORY-ROW
                           IF FH-YEAR >= WS-FIRST-YEAR AND
                              FH-YEAR < WS-BOOK-YEAR
                               COMPUTE WS-YX =
                                       FH-YEAR - WS-FIRST-YEAR + 1
                               MOVE 'H' TO WS-YEAR-SOURCE(WS-YX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FACTHIST-STATUS = '00' OR WS-FACTHIST-STATUS = '10'
               CLOSE FACTHIST-FILE
           END-IF

           PERFORM VARYING WS-YX FROM 1 BY 1 UNTIL WS-YX > 4
               IF WS-YEAR-SOURCE(WS-YX) = 'H'
                   PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-PGM-COUNT
                       INITIALIZE WS-PG-YEAR(WS-PX WS-YX)
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HIST-COUNT
               MOVE WS-HIST-ROW(WS-HX) TO FACTHIST-RECORD
               IF FH-YEAR >= WS-FIRST-YEAR AND
                  FH-YEAR < WS-BOOK-YEAR
                   PERFORM APPLY-HISTORY-ROW
               END-IF
           END-PERFORM.

       KEEP-HISTORY-ROW.
           IF WS-HIST-COUNT < WS-HIST-MAX
               ADD 1 TO WS-HIST-COUNT
               MOVE FACTHIST-RECORD TO WS-HIST-ROW(WS-HIST-COUNT)
           ELSE
               IF WS-HIST-OVERFLOW NOT = 'Y'
                   DISPLAY 'PRGR0175 HISTORY TABLE FULL AT '
                           WS-HIST-MAX ' - HISTORY NOT REWRITTEN'
               END-IF
               MOVE 'Y' TO WS-HIST-OVERFLOW
           END-IF.

       APPLY-HISTORY-ROW.
           COMPUTE WS-YX = FH-YEAR - WS-FIRST-YEAR + 1
           MOVE FH-PROGRAM TO WS-FIND-PROGRAM
           PERFORM FIND-PROGRAM
           IF WS-FOUND-PX > 0
               MOVE FH-HEADCOUNT TO WS-PG-HEADCOUNT(WS-FOUND-PX WS-YX)
               MOVE FH-INTAKE TO WS-PG-INTAKE(WS-FOUND-PX WS-YX)
               MOVE FH-FTE TO WS-PG-FTE(WS-FOUND-PX WS-YX)
               MOVE FH-CREDITS TO WS-PG-CREDITS(WS-FOUND-PX WS-YX)
               MOVE FH-GRADUATES
                 TO WS-PG-GRADUATES(WS-FOUND-PX WS-YX)
               MOVE FH-RET-BASE TO WS-PG-RET-BASE(WS-FOUND-PX WS-YX)
               MOVE FH-RETAINED TO WS-PG-RETAINED(WS-FOUND-PX WS-YX)
               MOVE FH-TUITION TO WS-PG-TUITION(WS-FOUND-PX WS-YX)
               MOVE FH-AWARDS TO WS-PG-AWARDS(WS-FOUND-PX WS-YX)
           END-IF.

      * THE KEPT ROWS GO BACK FIRST, THEN EVERY YEAR TAKEN FROM THE
      * MASTERS THIS RUN.  A HISTORY TOO LARGE TO HOLD IS LEFT AS IT
      * WAS RATHER THAN REWRITTEN SHORT.
       SAVE-HISTORY.
           IF WS-HIST-OVERFLOW = 'Y'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FACTHIST-FILE
           IF WS-FACTHIST-STATUS NOT = '00'
               DISPLAY 'PRGR0175 FACT BOOK HISTORY NOT SAVED: '
                       WS-FACTHIST-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HIST-COUNT
               WRITE FACTHIST-RECORD FROM WS-HIST-ROW(WS-HX)
           END-PERFORM
           PERFORM VARYING WS-YX FROM 1 BY 1 UNTIL WS-YX > 5
               IF WS-YEAR-SOURCE(WS-YX) = 'M'
                   PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-PGM-COUNT
                       PERFORM WRITE-HISTORY-ROW
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE FACTHIST-FILE.

       WRITE-HISTORY-ROW.
           MOVE SPACES TO FACTHIST-RECORD
           COMPUTE FH-YEAR = WS-FIRST-YEAR + WS-YX - 1
           MOVE WS-PG-PROGRAM(WS-PX) TO FH-PROGRAM
           MOVE WS-PG-HEADCOUNT(WS-PX WS-YX) TO FH-HEADCOUNT
           MOVE WS-PG-INTAKE(WS-PX WS-YX) TO FH-INTAKE
           MOVE WS-PG-FTE(WS-PX WS-YX) TO FH-FTE
           MOVE WS-PG-CREDITS(WS-PX WS-YX) TO FH-CREDITS
           MOVE WS-PG-GRADUATES(WS-PX WS-YX) TO FH-GRADUATES
           MOVE WS-PG-RET-BASE(WS-PX WS-YX) TO FH-RET-BASE
           MOVE WS-PG-RETAINED(WS-PX WS-YX) TO FH-RETAINED
           MOVE WS-PG-TUITION(WS-PX WS-YX) TO FH-TUITION
           MOVE WS-PG-AWARDS(WS-PX WS-YX) TO FH-AWARDS
           MOVE WS-CYCLE-DATE TO FH-RUN-DATE
           IF WS-YX = 5
               MOVE 'F' TO FH-SOURCE
           ELSE
               MOVE 'T' TO FH-SOURCE
           END-IF
           WRITE FACTHIST-RECORD
           ADD 1 TO WS-HIST-WRITTEN.

       SORT-PROGRAMS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >= WS-PGM-COUNT
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX >= WS-PGM-COUNT
                   IF WS-PG-PROGRAM(WS-JX) >
                      WS-PG-PROGRAM(WS-JX + 1)
                       MOVE WS-PGM-ENTRY(WS-JX) TO WS-SWAP-ENTRY
                       MOVE WS-PGM-ENTRY(WS-JX + 1)
                         TO WS-PGM-ENTRY(WS-JX)
                       MOVE WS-SWAP-ENTRY TO WS-PGM-ENTRY(WS-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * THE INSTITUTION TOTAL IS BUILT IN THE SPARE ENTRY AFTER THE
      * LAST PROGRAM, SO IT IS PRINTED AND EXPORTED THE SAME WAY.
       ADD-TOTAL-ENTRY.
           COMPUTE WS-FOUND-PX = WS-PGM-COUNT + 1
           INITIALIZE WS-PGM-ENTRY(WS-FOUND-PX)
           MOVE 'ALL ' TO WS-PG-PROGRAM(WS-FOUND-PX)
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PGM-COUNT
               PERFORM VARYING WS-YX FROM 1 BY 1 UNTIL WS-YX > 5
                   ADD WS-PG-HEADCOUNT(WS-PX WS-YX)
                     TO WS-PG-HEADCOUNT(WS-FOUND-PX WS-YX)
                   ADD WS-PG-INTAKE(WS-PX WS-YX)
                     TO WS-PG-INTAKE(WS-FOUND-PX WS-YX)
                   ADD WS-PG-FTE(WS-PX WS-YX)
                     TO WS-PG-FTE(WS-FOUND-PX WS-YX)
                   ADD WS-PG-CREDITS(WS-PX WS-YX)
                     TO WS-PG-CREDITS(WS-FOUND-PX WS-YX)
                   ADD WS-PG-GRADUATES(WS-PX WS-YX)
                     TO WS-PG-GRADUATES(WS-FOUND-PX WS-YX)
                   ADD WS-PG-RET-BASE(WS-PX WS-YX)
                     TO WS-PG-RET-BASE(WS-FOUND-PX WS-YX)
                   ADD WS-PG-RETAINED(WS-PX WS-YX)
                     TO WS-PG-RETAINED(WS-FOUND-PX WS-YX)
                   ADD WS-PG-TUITION(WS-PX WS-YX)
                     TO WS-PG-TUITION(WS-FOUND-PX WS-YX)
                   ADD WS-PG-AWARDS(WS-PX WS-YX)
                     TO WS-PG-AWARDS(WS-FOUND-PX WS-YX)
               END-PERFORM
           END-PERFORM.

       WRITE-FACT-BOOK.
           OPEN OUTPUT REPORT-FILE
                       CSV-FILE

           MOVE WS-BOOK-YEAR TO WS-YL-FIRST
           COMPUTE WS-NEXT-YEAR = WS-BOOK-YEAR + 1
           MOVE WS-NEXT-YEAR(3:2) TO WS-YL-NEXT
           MOVE SPACES TO WS-LINE
           STRING 'INSTITUTIONAL FACT BOOK - ACADEMIC YEAR '
                  WS-YEAR-LABEL
                  ' - RUN ' WS-CYCLE-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'FIVE-YEAR TREND BY PROGRAM.  EARLIER YEARS ARE '
                  'REPORTED AS RECORDED ON THE FACT BOOK HISTORY.'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'YEARS TAKEN FROM THE MASTERS THIS RUN: '
                  DELIMITED BY SIZE
                  INTO WS-LINE
           MOVE 40 TO WS-IX
           PERFORM VARYING WS-YX FROM 1 BY 1 UNTIL WS-YX > 5
               IF WS-YEAR-SOURCE(WS-YX) = 'M'
                   COMPUTE WS-YL-FIRST = WS-FIRST-YEAR + WS-YX - 1
                   COMPUTE WS-NEXT-YEAR = WS-YL-FIRST + 1
                   MOVE WS-NEXT-YEAR(3:2) TO WS-YL-NEXT
                   MOVE WS-YEAR-LABEL TO WS-LINE(WS-IX:7)
                   ADD 8 TO WS-IX
               END-IF
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-LINE

           MOVE SPACES TO CSV-RECORD
           STRING 'YEAR,PROGRAM,HEADCOUNT,NEW_INTAKE,FTE,CREDIT_HOURS,'
                  'GRADUATES,RETENTION_BASE,RETAINED,RETENTION_PCT,'
                  'TUITION_BILLED,AWARDS_DISBURSED'
                  DELIMITED BY SIZE
                  INTO CSV-RECORD
           WRITE CSV-RECORD

           COMPUTE WS-JX = WS-PGM-COUNT + 1
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-JX
               PERFORM WRITE-PROGRAM-BLOCK
               PERFORM VARYING WS-YX FROM 1 BY 1 UNTIL WS-YX > 5
                   PERFORM WRITE-CSV-ROW
               END-PERFORM
           END-PERFORM

           IF WS-PGM-COUNT = ZERO
               MOVE '(NO STUDENTS ON FILE FOR THESE YEARS)' TO WS-LINE
               WRITE REPORT-RECORD FROM WS-LINE
           END-IF

           CLOSE REPORT-FILE
                 CSV-FILE.

       WRITE-PROGRAM-BLOCK.
           MOVE SPACES TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PX > WS-PGM-COUNT
               MOVE 'ALL PROGRAMS' TO WS-PL-LABEL
           ELSE
               STRING 'PROGRAM ' WS-PG-PROGRAM(WS-PX)
                      DELIMITED BY SIZE
                      INTO WS-PL-LABEL
           END-IF
           PERFORM VARYING WS-YX FROM 1 BY 1 UNTIL WS-YX > 5
               COMPUTE WS-YL-FIRST = WS-FIRST-YEAR + WS-YX - 1
               COMPUTE WS-NEXT-YEAR = WS-YL-FIRST + 1
               MOVE WS-NEXT-YEAR(3:2) TO WS-YL-NEXT
               MOVE WS-YEAR-LABEL TO WS-PL-COL(WS-YX)
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           PERFORM VARYING WS-MEASURE FROM 1 BY 1
                   UNTIL WS-MEASURE > 9
               PERFORM WRITE-MEASURE-LINE
           END-PERFORM.

       WRITE-MEASURE-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE WS-MEASURE
               WHEN 1
                   MOVE '  HEADCOUNT' TO WS-PL-LABEL
               WHEN 2
                   MOVE '  NEW INTAKE' TO WS-PL-LABEL
               WHEN 3
                   MOVE '  FTE' TO WS-PL-LABEL
               WHEN 4
                   MOVE '  CREDIT HOURS' TO WS-PL-LABEL
               WHEN 5
                   MOVE '  GRADUATES' TO WS-PL-LABEL
               WHEN 6
                   MOVE '  RETENTION BASE' TO WS-PL-LABEL
               WHEN 7
                   MOVE '  RETENTION RATE' TO WS-PL-LABEL
               WHEN 8
                   MOVE '  TUITION BILLED' TO WS-PL-LABEL
               WHEN 9
                   MOVE '  AWARDS DISBURSED' TO WS-PL-LABEL
           END-EVALUATE
           PERFORM VARYING WS-YX FROM 1 BY 1 UNTIL WS-YX > 5
               EVALUATE WS-MEASURE
                   WHEN 1
                       MOVE WS-PG-HEADCOUNT(WS-PX WS-YX)
                         TO WS-COUNT-EDIT
                       MOVE WS-COUNT-EDIT TO WS-PL-COL(WS-YX)
                   WHEN 2
                       MOVE WS-PG-INTAKE(WS-PX WS-YX) TO WS-COUNT-EDIT
                       MOVE WS-COUNT-EDIT TO WS-PL-COL(WS-YX)
                   WHEN 3
                       MOVE WS-PG-FTE(WS-PX WS-YX) TO WS-FTE-EDIT
                       MOVE WS-FTE-EDIT TO WS-PL-COL(WS-YX)
                   WHEN 4
                       MOVE WS-PG-CREDITS(WS-PX WS-YX) TO WS-COUNT-EDIT
                       MOVE WS-COUNT-EDIT TO WS-PL-COL(WS-YX)
                   WHEN 5
                       MOVE WS-PG-GRADUATES(WS-PX WS-YX)
                         TO WS-COUNT-EDIT
                       MOVE WS-COUNT-EDIT TO WS-PL-COL(WS-YX)
                   WHEN 6
                       MOVE WS-PG-RET-BASE(WS-PX WS-YX)
                         TO WS-COUNT-EDIT
                       MOVE WS-COUNT-EDIT TO WS-PL-COL(WS-YX)
                   WHEN 7
                       PERFORM FIGURE-RETENTION
                       IF WS-PG-RET-BASE(WS-PX WS-YX) = ZERO
                           MOVE '-' TO WS-PL-COL(WS-YX)
                       ELSE
                           MOVE WS-PCT TO WS-PCT-EDIT
                           MOVE SPACES TO WS-PCT-TEXT
                           STRING WS-PCT-EDIT '%' DELIMITED BY SIZE
                                  INTO WS-PCT-TEXT
                           MOVE WS-PCT-TEXT TO WS-PL-COL(WS-YX)
                       END-IF
                   WHEN 8
                       MOVE WS-PG-TUITION(WS-PX WS-YX) TO WS-MONEY-EDIT
                       MOVE WS-MONEY-EDIT TO WS-PL-COL(WS-YX)
                   WHEN 9
                       MOVE WS-PG-AWARDS(WS-PX WS-YX) TO WS-MONEY-EDIT
                       MOVE WS-MONEY-EDIT TO WS-PL-COL(WS-YX)
               END-EVALUATE
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

       FIGURE-RETENTION.
           MOVE ZERO TO WS-PCT
           IF WS-PG-RET-BASE(WS-PX WS-YX) > ZERO
               COMPUTE WS-PCT ROUNDED =
                       WS-PG-RETAINED(WS-PX WS-YX) * 100
                       / WS-PG-RET-BASE(WS-PX WS-YX)
           END-IF.

       WRITE-CSV-ROW.
           PERFORM FIGURE-RETENTION
           MOVE WS-PCT TO WS-CSV-PCT
           MOVE WS-PG-FTE(WS-PX WS-YX) TO WS-CSV-FTE
           MOVE WS-PG-TUITION(WS-PX WS-YX) TO WS-CSV-TUITION
           MOVE WS-PG-AWARDS(WS-PX WS-YX) TO WS-CSV-AWARDS
           COMPUTE WS-YL-FIRST = WS-FIRST-YEAR + WS-YX - 1
           ADD 1 TO WS-ROW-COUNT
           MOVE SPACES TO CSV-RECORD
           STRING WS-YL-FIRST ','
                  WS-PG-PROGRAM(WS-PX) ','
                  WS-PG-HEADCOUNT(WS-PX WS-YX) ','
                  WS-PG-INTAKE(WS-PX WS-YX) ','
                  WS-CSV-FTE ','
                  WS-PG-CREDITS(WS-PX WS-YX) ','
                  WS-PG-GRADUATES(WS-PX WS-YX) ','
                  WS-PG-RET-BASE(WS-PX WS-YX) ','
                  WS-PG-RETAINED(WS-PX WS-YX) ','
                  WS-CSV-PCT ','
                  WS-CSV-TUITION ','
                  WS-CSV-AWARDS
                  DELIMITED BY SIZE
                  INTO CSV-RECORD
           WRITE CSV-RECORD.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'FACT-BOOK' TO RR-REPORT-NAME
               MOVE 'FACTBOOK.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGR0175' TO RR-OPERATOR
               MOVE WS-PGM-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               MOVE 'FACT-BOOK-CSV' TO RR-REPORT-NAME
               MOVE 'FACTBOOK.CSV' TO RR-FILENAME
               MOVE WS-ROW-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGR0175 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
