       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0143.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT STUDENT-ARCHIVE-FILE ASSIGN TO 'STUDENT-ARCHIVE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-STUDENT-ID
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.
           SELECT PLACEMENT-FILE ASSIGN TO 'PLACEMENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PLACEMENT-STATUS.
           SELECT ALUMNI-FILE ASSIGN TO 'ALUMNI.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-STUDENT-ID
               FILE STATUS IS WS-ALUMNI-STATUS.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'RETAIN.RPT'.
           SELECT CSV-FILE ASSIGN TO 'RETAINCS.CSV'.

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

       FD STUDENT-ARCHIVE-FILE.
       01 STUDENT-ARCHIVE-RECORD.
          05 ARCH-STUDENT-ID       PIC 9(06).
          05 ARCH-STUDENT-NAME     PIC X(30).
          05 ARCH-STUDENT-ADDRESS  PIC X(40).
          05 ARCH-STUDENT-PHONE    PIC X(15).
          05 ARCH-STUDENT-EMAIL    PIC X(20).
          05 ARCH-STUDENT-COURSE   PIC X(04).
          05 ARCH-INCLUSION-DATE   PIC 9(08).
          05 ARCH-STUDENT-STATUS   PIC X(01).
          05 ARCH-STUDENT-GPA      PIC 9V99.
          05 ARCH-STUDENT-PROGRAM  PIC X(04).
          05 FILLER                PIC X(49).
          05 ARCH-DELETION-DATE    PIC 9(08).
          05 ARCH-DELETION-REASON  PIC X(40).

       FD ENRHIST-FILE.
       01 ENRHIST-RECORD.
          05 EH-KEY.
             10 EH-STUDENT-ID   PIC 9(06).
             10 EH-TERM         PIC X(06).
             10 EH-COURSE-CODE  PIC X(04).
             10 EH-SECTION      PIC X(02).
          05 EH-DATE            PIC 9(08).

       FD PLACEMENT-FILE.
       01 PLACEMENT-RECORD.
          05 PL-KEY.
             10 PL-STUDENT-ID   PIC 9(06).
             10 PL-TERM         PIC X(06).
          05 FILLER             PIC X(102).

      * ONE ROW PER GRADUATE, WRITTEN BY GRADUATION PROCESSING
      * (PRGU0022) AND KEPT FROM YEAR TO YEAR.
       FD ALUMNI-FILE.
       01 ALUMNI-RECORD.
          05 AL-STUDENT-ID      PIC 9(06).
          05 FILLER             PIC X(34).
          05 AL-GRAD-DATE       PIC 9(08).
          05 FILLER             PIC X(116).

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
       01 REPORT-RECORD       PIC X(100).

       FD CSV-FILE.
       01 CSV-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-ARCHIVE-STATUS     PIC XX VALUE SPACES.
       01 WS-ENRHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-PLACEMENT-STATUS   PIC XX VALUE SPACES.
       01 WS-ALUMNI-STATUS      PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-ARCHIVE-OPEN       PIC X VALUE 'N'.
       01 WS-ENRHIST-OPEN       PIC X VALUE 'N'.
       01 WS-PLACEMENT-OPEN     PIC X VALUE 'N'.
       01 WS-ALUMNI-OPEN        PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-HIST-EOF           PIC X VALUE 'N'.
       01 WS-LINE               PIC X(100).
       01 WS-CURRENT-STAMP      PIC X(21) VALUE SPACES.
       01 WS-TODAY              PIC 9(08) VALUE ZERO.
       01 WS-STUDENT-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-ROW-COUNT          PIC 9(06) VALUE ZERO.

      * THE STUDENT BEING FOLLOWED, FROM THE MASTER OR THE ARCHIVE.
       01 WS-STU-ID             PIC 9(06) VALUE ZERO.
       01 WS-STU-INCLUSION      PIC 9(08) VALUE ZERO.
       01 WS-STU-STATUS         PIC X(01) VALUE SPACE.
       01 WS-STU-PROGRAM        PIC X(04) VALUE SPACES.
       01 WS-STU-GRAD-DATE      PIC 9(08) VALUE ZERO.
       01 WS-COHORT-YEAR        PIC 9(04) VALUE ZERO.
       01 WS-INCL-MONTH         PIC 9(02) VALUE ZERO.
       01 WS-TERM-YEAR          PIC 9(04) VALUE ZERO.
       01 WS-TERM-SESSION       PIC X(02) VALUE SPACES.
       01 WS-ACAD-YEAR          PIC 9(04) VALUE ZERO.
       01 WS-YEAR-IX            PIC 9(01) VALUE ZERO.
       01 WS-CENSUS-DATE        PIC 9(08) VALUE ZERO.
       01 WS-ENROLLED-FLAGS.
          05 WS-ENROLLED-YEAR OCCURS 3 TIMES PIC X.

       01 WS-CX                 PIC 9(04) VALUE ZERO.
       01 WS-FOUND-CX           PIC 9(04) VALUE ZERO.
       01 WS-IX                 PIC 9(04) VALUE ZERO.
       01 WS-JX                 PIC 9(04) VALUE ZERO.

       01 WS-PCT-RETAINED       PIC 9(03)V9 VALUE ZERO.
       01 WS-PCT-GRADUATED      PIC 9(03)V9 VALUE ZERO.
       01 WS-PCT-WITHDRAWN      PIC 9(03)V9 VALUE ZERO.
       01 WS-PCT-STOPPED        PIC 9(03)V9 VALUE ZERO.
       01 WS-PCT-EDIT-1         PIC ZZ9.9.
       01 WS-PCT-EDIT-2         PIC ZZ9.9.
       01 WS-PCT-EDIT-3         PIC ZZ9.9.
       01 WS-PCT-EDIT-4         PIC ZZ9.9.
       01 WS-CSV-PCT-1          PIC 999.9.
       01 WS-CSV-PCT-2          PIC 999.9.
       01 WS-CSV-PCT-3          PIC 999.9.
       01 WS-CSV-PCT-4          PIC 999.9.

      * ONE ROW PER PROGRAM AND FALL INTAKE YEAR.  EACH OF THE
      * THREE FOLLOW-UP YEARS SPLITS THE HEADCOUNT FOUR WAYS.
       01 WS-COHORT-TABLE.
          05 WS-COHORT-COUNT    PIC 9(04) VALUE ZERO.
          05 WS-COHORT-ENTRY OCCURS 300 TIMES.
             10 WS-CO-PROGRAM   PIC X(04).
             10 WS-CO-YEAR      PIC 9(04).
             10 WS-CO-HEADCOUNT PIC 9(05).
             10 WS-CO-FOLLOW OCCURS 3 TIMES.
                15 WS-CO-RETAINED   PIC 9(05).
                15 WS-CO-GRADUATED  PIC 9(05).
                15 WS-CO-WITHDRAWN  PIC 9(05).
                15 WS-CO-STOPPED    PIC 9(05).

       01 WS-SWAP-ENTRY         PIC X(73).

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS NOT = '00'
               DISPLAY 'PRGR0143 STUDENT MASTER NOT AVAILABLE: '
                       WS-VSAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '00'
               MOVE 'Y' TO WS-ARCHIVE-OPEN
           END-IF
           OPEN INPUT ENRHIST-FILE
           IF WS-ENRHIST-STATUS = '00'
               MOVE 'Y' TO WS-ENRHIST-OPEN
           END-IF
           OPEN INPUT PLACEMENT-FILE
           IF WS-PLACEMENT-STATUS = '00'
               MOVE 'Y' TO WS-PLACEMENT-OPEN
           END-IF
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUMNI-STATUS = '00'
               MOVE 'Y' TO WS-ALUMNI-OPEN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY

           PERFORM FOLLOW-MASTER
           IF WS-ARCHIVE-OPEN = 'Y'
               PERFORM FOLLOW-ARCHIVE
           END-IF

           CLOSE STUDENT-VSAM-FILE
           IF WS-ARCHIVE-OPEN = 'Y'
               CLOSE STUDENT-ARCHIVE-FILE
           END-IF
           IF WS-ENRHIST-OPEN = 'Y'
               CLOSE ENRHIST-FILE
           END-IF
           IF WS-PLACEMENT-OPEN = 'Y'
               CLOSE PLACEMENT-FILE
           END-IF
           IF WS-ALUMNI-OPEN = 'Y'
               CLOSE ALUMNI-FILE
           END-IF

           PERFORM SORT-COHORTS
           PERFORM WRITE-RETENTION-REPORT
           PERFORM REGISTER-OUTPUT

           DISPLAY 'PRGR0143 STUDENTS FOLLOWED: ' WS-STUDENT-COUNT
                   '  COHORTS: ' WS-COHORT-COUNT
           STOP RUN.

       FOLLOW-MASTER.
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
                       MOVE VSAM-STUDENT-ID TO WS-STU-ID
                       MOVE VSAM-INCLUSION-DATE TO WS-STU-INCLUSION
                       MOVE VSAM-STUDENT-STATUS TO WS-STU-STATUS
                       MOVE VSAM-STUDENT-PROGRAM TO WS-STU-PROGRAM
                       PERFORM FOLLOW-ONE-STUDENT
               END-READ
           END-PERFORM.

      * AN ARCHIVED STUDENT WHO WAS LATER RESTORED IS ALREADY
      * COUNTED FROM THE MASTER, SO ONLY THE ARCHIVE-ONLY ARE TAKEN.
       FOLLOW-ARCHIVE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO ARCH-STUDENT-ID
           START STUDENT-ARCHIVE-FILE KEY IS >= ARCH-STUDENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-ARCHIVE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ARCH-STUDENT-ID TO VSAM-STUDENT-ID
                       READ STUDENT-VSAM-FILE
                           INVALID KEY
                               MOVE ARCH-STUDENT-ID TO WS-STU-ID
                               MOVE ARCH-INCLUSION-DATE
                                 TO WS-STU-INCLUSION
                               MOVE ARCH-STUDENT-STATUS
                                 TO WS-STU-STATUS
                               MOVE ARCH-STUDENT-PROGRAM
                                 TO WS-STU-PROGRAM
                               PERFORM FOLLOW-ONE-STUDENT
                       END-READ
               END-READ
           END-PERFORM.

      * ONLY FALL INTAKES (ADMITTED AUGUST TO DECEMBER) FORM A
      * COHORT.  THE COHORT YEAR IS THE YEAR OF THAT FALL.
       FOLLOW-ONE-STUDENT.
           MOVE WS-STU-INCLUSION(5:2) TO WS-INCL-MONTH
           IF WS-STU-INCLUSION > ZERO AND WS-INCL-MONTH >= 8
               ADD 1 TO WS-STUDENT-COUNT
               MOVE WS-STU-INCLUSION(1:4) TO WS-COHORT-YEAR
               PERFORM FIND-COHORT
               IF WS-FOUND-CX > 0
                   ADD 1 TO WS-CO-HEADCOUNT(WS-FOUND-CX)
                   PERFORM FIND-ENROLLED-YEARS
                   PERFORM FIND-GRAD-DATE
                   PERFORM VARYING WS-YEAR-IX FROM 1 BY 1
                           UNTIL WS-YEAR-IX > 3
                       PERFORM CLASSIFY-YEAR
                   END-PERFORM
               END-IF
           END-IF.

       FIND-COHORT.
           MOVE ZERO TO WS-FOUND-CX
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COHORT-COUNT
                      OR WS-FOUND-CX > 0
               IF WS-CO-PROGRAM(WS-CX) = WS-STU-PROGRAM AND
                  WS-CO-YEAR(WS-CX) = WS-COHORT-YEAR
                   MOVE WS-CX TO WS-FOUND-CX
               END-IF
           END-PERFORM
           IF WS-FOUND-CX = 0
               IF WS-COHORT-COUNT < 300
                   ADD 1 TO WS-COHORT-COUNT
                   MOVE WS-COHORT-COUNT TO WS-FOUND-CX
                   INITIALIZE WS-COHORT-ENTRY(WS-FOUND-CX)
                   MOVE WS-STU-PROGRAM TO WS-CO-PROGRAM(WS-FOUND-CX)
                   MOVE WS-COHORT-YEAR TO WS-CO-YEAR(WS-FOUND-CX)
               ELSE
                   DISPLAY 'PRGR0143 COHORT TABLE FULL - OMITTED: '
                           WS-STU-ID
               END-IF
           END-IF.

      * A TERM BELONGS TO THE ACADEMIC YEAR OF THE FALL THAT OPENS
      * IT, SO 2026FA, 2027SP AND 2027SU ALL COUNT TOWARD 2026.  A
      * CO-OP WORK TERM COUNTS THE SAME AS A TERM OF COURSES.
       FIND-ENROLLED-YEARS.
           MOVE 'NNN' TO WS-ENROLLED-FLAGS
           IF WS-ENRHIST-OPEN = 'Y'
               MOVE 'N' TO WS-HIST-EOF
               MOVE WS-STU-ID TO EH-STUDENT-ID
               MOVE LOW-VALUES TO EH-TERM EH-COURSE-CODE EH-SECTION
               START ENRHIST-FILE KEY IS >= EH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-EOF
               END-START
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ ENRHIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           IF EH-STUDENT-ID NOT = WS-STU-ID
                               MOVE 'Y' TO WS-HIST-EOF
                           ELSE
                               MOVE EH-TERM(1:4) TO WS-TERM-YEAR
                               MOVE EH-TERM(5:2) TO WS-TERM-SESSION
                               PERFORM MARK-TERM-YEAR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-PLACEMENT-OPEN = 'Y'
               MOVE 'N' TO WS-HIST-EOF
               MOVE WS-STU-ID TO PL-STUDENT-ID
               MOVE LOW-VALUES TO PL-TERM
               START PLACEMENT-FILE KEY IS >= PL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-EOF
               END-START
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ PLACEMENT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           IF PL-STUDENT-ID NOT = WS-STU-ID
                               MOVE 'Y' TO WS-HIST-EOF
                           ELSE
                               MOVE PL-TERM(1:4) TO WS-TERM-YEAR
                               MOVE PL-TERM(5:2) TO WS-TERM-SESSION
                               PERFORM MARK-TERM-YEAR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       MARK-TERM-YEAR.
           IF WS-TERM-SESSION = 'FA'
               MOVE WS-TERM-YEAR TO WS-ACAD-YEAR
           ELSE
               COMPUTE WS-ACAD-YEAR = WS-TERM-YEAR - 1
           END-IF
           IF WS-ACAD-YEAR > WS-COHORT-YEAR AND
              WS-ACAD-YEAR <= WS-COHORT-YEAR + 3
               COMPUTE WS-YEAR-IX = WS-ACAD-YEAR - WS-COHORT-YEAR
               MOVE 'Y' TO WS-ENROLLED-YEAR(WS-YEAR-IX)
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

      * STATE AT THE OCTOBER CENSUS OF EACH FOLLOW-UP YEAR, TAKEN IN
      * ORDER: GRADUATED, STILL ENROLLED, WITHDRAWN, ELSE STOPPED
      * OUT.  A YEAR WHOSE CENSUS HAS NOT COME ROUND IS LEFT EMPTY.
       CLASSIFY-YEAR.
           COMPUTE WS-CENSUS-DATE =
                   (WS-COHORT-YEAR + WS-YEAR-IX) * 10000 + 1001
           IF WS-CENSUS-DATE <= WS-TODAY
               EVALUATE TRUE
                   WHEN WS-STU-GRAD-DATE > ZERO AND
                        WS-STU-GRAD-DATE < WS-CENSUS-DATE
                       ADD 1 TO WS-CO-GRADUATED(WS-FOUND-CX WS-YEAR-IX)
                   WHEN WS-ENROLLED-YEAR(WS-YEAR-IX) = 'Y'
                       ADD 1 TO WS-CO-RETAINED(WS-FOUND-CX WS-YEAR-IX)
                   WHEN WS-STU-STATUS = 'G' AND
                        WS-STU-GRAD-DATE = ZERO
                       ADD 1 TO WS-CO-GRADUATED(WS-FOUND-CX WS-YEAR-IX)
                   WHEN WS-STU-STATUS = 'W'
                       ADD 1 TO WS-CO-WITHDRAWN(WS-FOUND-CX WS-YEAR-IX)
                   WHEN OTHER
                       ADD 1 TO WS-CO-STOPPED(WS-FOUND-CX WS-YEAR-IX)
               END-EVALUATE
           END-IF.

       SORT-COHORTS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >= WS-COHORT-COUNT
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX >= WS-COHORT-COUNT
                   IF WS-CO-PROGRAM(WS-JX) >
                      WS-CO-PROGRAM(WS-JX + 1)
                   OR (WS-CO-PROGRAM(WS-JX) =
                       WS-CO-PROGRAM(WS-JX + 1) AND
                       WS-CO-YEAR(WS-JX) > WS-CO-YEAR(WS-JX + 1))
                       MOVE WS-COHORT-ENTRY(WS-JX) TO WS-SWAP-ENTRY
                       MOVE WS-COHORT-ENTRY(WS-JX + 1)
                         TO WS-COHORT-ENTRY(WS-JX)
                       MOVE WS-SWAP-ENTRY TO WS-COHORT-ENTRY(WS-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-RETENTION-REPORT.
           OPEN OUTPUT REPORT-FILE
                       CSV-FILE

           MOVE SPACES TO WS-LINE
           STRING 'FALL COHORT RETENTION AND PERSISTENCE - RUN '
                  WS-TODAY
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE 'PERCENT OF INTAKE AT THE OCTOBER CENSUS OF EACH YEAR'
             TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'PGM  COHORT  INTAKE  YEAR  RETAINED  GRADUATED  '
                  'WITHDRAWN  STOPPED-OUT'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE

           MOVE SPACES TO CSV-RECORD
           STRING 'PROGRAM,COHORT,INTAKE,YEAR,RETAINED,GRADUATED,'
                  'WITHDRAWN,STOPPED_OUT,RETAINED_PCT,GRADUATED_PCT,'
                  'WITHDRAWN_PCT,STOPPED_PCT'
                  DELIMITED BY SIZE
                  INTO CSV-RECORD
           WRITE CSV-RECORD

           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COHORT-COUNT
               PERFORM VARYING WS-YEAR-IX FROM 1 BY 1
                       UNTIL WS-YEAR-IX > 3
                   PERFORM WRITE-COHORT-YEAR
               END-PERFORM
           END-PERFORM

           IF WS-COHORT-COUNT = ZERO
               MOVE '(NO FALL INTAKES ON FILE)' TO WS-LINE
               WRITE REPORT-RECORD FROM WS-LINE
           END-IF

           CLOSE REPORT-FILE
                 CSV-FILE.

       WRITE-COHORT-YEAR.
           COMPUTE WS-CENSUS-DATE =
                   (WS-CO-YEAR(WS-CX) + WS-YEAR-IX) * 10000 + 1001
           MOVE SPACES TO WS-LINE
           IF WS-CENSUS-DATE > WS-TODAY
               STRING WS-CO-PROGRAM(WS-CX) ' '
                      WS-CO-YEAR(WS-CX) '    '
                      WS-CO-HEADCOUNT(WS-CX) '   '
                      WS-YEAR-IX '     NOT YET DUE'
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REPORT-RECORD FROM WS-LINE
           ELSE
               ADD 1 TO WS-ROW-COUNT
               COMPUTE WS-PCT-RETAINED ROUNDED =
                       WS-CO-RETAINED(WS-CX WS-YEAR-IX) * 100
                       / WS-CO-HEADCOUNT(WS-CX)
               COMPUTE WS-PCT-GRADUATED ROUNDED =
                       WS-CO-GRADUATED(WS-CX WS-YEAR-IX) * 100
                       / WS-CO-HEADCOUNT(WS-CX)
               COMPUTE WS-PCT-WITHDRAWN ROUNDED =
                       WS-CO-WITHDRAWN(WS-CX WS-YEAR-IX) * 100
                       / WS-CO-HEADCOUNT(WS-CX)
               COMPUTE WS-PCT-STOPPED ROUNDED =
                       WS-CO-STOPPED(WS-CX WS-YEAR-IX) * 100
                       / WS-CO-HEADCOUNT(WS-CX)
               MOVE WS-PCT-RETAINED TO WS-PCT-EDIT-1 WS-CSV-PCT-1
               MOVE WS-PCT-GRADUATED TO WS-PCT-EDIT-2 WS-CSV-PCT-2
               MOVE WS-PCT-WITHDRAWN TO WS-PCT-EDIT-3 WS-CSV-PCT-3
               MOVE WS-PCT-STOPPED TO WS-PCT-EDIT-4 WS-CSV-PCT-4
               STRING WS-CO-PROGRAM(WS-CX) ' '
                      WS-CO-YEAR(WS-CX) '    '
                      WS-CO-HEADCOUNT(WS-CX) '   '
                      WS-YEAR-IX '     '
                      WS-PCT-EDIT-1 '%    '
                      WS-PCT-EDIT-2 '%     '
                      WS-PCT-EDIT-3 '%     '
                      WS-PCT-EDIT-4 '%'
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REPORT-RECORD FROM WS-LINE

               MOVE SPACES TO CSV-RECORD
               STRING WS-CO-PROGRAM(WS-CX) ','
                      WS-CO-YEAR(WS-CX) ','
                      WS-CO-HEADCOUNT(WS-CX) ','
                      WS-YEAR-IX ','
                      WS-CO-RETAINED(WS-CX WS-YEAR-IX) ','
                      WS-CO-GRADUATED(WS-CX WS-YEAR-IX) ','
                      WS-CO-WITHDRAWN(WS-CX WS-YEAR-IX) ','
                      WS-CO-STOPPED(WS-CX WS-YEAR-IX) ','
                      WS-CSV-PCT-1 ',' WS-CSV-PCT-2 ','
                      WS-CSV-PCT-3 ',' WS-CSV-PCT-4
                      DELIMITED BY SIZE
                      INTO CSV-RECORD
               WRITE CSV-RECORD
           END-IF.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'RETENTION' TO RR-REPORT-NAME
               MOVE 'RETAIN.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGR0143' TO RR-OPERATOR
               MOVE WS-COHORT-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               MOVE 'RETENTION-CSV' TO RR-REPORT-NAME
               MOVE 'RETAINCS.CSV' TO RR-FILENAME
               MOVE WS-ROW-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGR0143 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
