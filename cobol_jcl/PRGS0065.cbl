       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0165.
       AUTHOR. Mohand Kessi.

      * BLOCK REGISTRATION OF A COHORT FROM ITS PLAN OF STUDY.  SYSIN
      * GIVES THE PROGRAM, SEMESTER NUMBER AND TERM; EVERY COURSE AND
      * SECTION ON PLANSTDY.VSAM FOR THAT KEY IS REGISTERED FOR EVERY
      * ACTIVE STUDENT OF THE PROGRAM WHO IS IN THAT SEMESTER - ONE
      * MORE THAN THE NUMBER OF OTHER TERMS THE STUDENT HAS BEEN
      * ENROLLED IN ON ENRHIST.VSAM, SO A NEW INTAKE IS SEMESTER 1.
      * EACH ENROLLMENT GOES THROUGH THE CHECKS OF TERM ENROLLMENT
      * (PRGI0013): REGISTRATION HOLD, RETIRED COURSE, COURSE
      * CAPACITY AND TIMETABLE CLASH, AND IS RECORDED THE SAME WAY -
      * STUDENT MASTER, JOURNAL, AUDIT, ENROLLMENT HISTORY LOG,
      * ENRHIST AND COURSE COUNTS.  A RECORD IN USE ONLINE IS LEFT
      * ALONE.  THERE ARE NO OVERRIDES OR WAITLIST ENTRIES - EVERY
      * COURSE NOT PLACED IS LISTED ON BLOCKREG.RPT WITH THE REASON,
      * AND A RERUN AFTER THE PROBLEM IS FIXED SKIPS THE COURSES
      * ALREADY REGISTERED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO 'PLANSTDY.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SECTION-STATUS.
           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.
           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERMF-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'HOLD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT INUSE-FILE ASSIGN TO 'INUSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INUSE-STUDENT-ID
               FILE STATUS IS WS-INUSE-STATUS.
           SELECT BATCH-STATE-FILE ASSIGN TO 'BATCH-STATE.DAT'
               FILE STATUS IS WS-BATCH-STATE-STATUS.
           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ENROLLMENT-HISTORY-FILE
               ASSIGN TO 'ENROLLMENT-HISTORY.LOG'
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'STUDENT-JOURNAL.DAT'
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BLOCK-REPORT-FILE ASSIGN TO 'BLOCKREG.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-FILE.
       01 PLAN-RECORD.
          05 PS-KEY.
             10 PS-PROGRAM        PIC X(04).
             10 PS-SEMESTER       PIC 9(02).
             10 PS-TERM           PIC X(06).
             10 PS-COURSE-CODE    PIC X(04).
          05 PS-SECTION           PIC X(02).
          05 PS-UPDATED-BY        PIC X(08).
          05 PS-UPDATED-DATE      PIC 9(08).
          05 FILLER               PIC X(06).

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

       FD COURSE-FILE.
       01 COURSE-RECORD.
          05 COURSE-CODE          PIC X(04).
          05 COURSE-NAME          PIC X(30).
          05 COURSE-CREDITS       PIC 9(02).
          05 COURSE-CAPACITY      PIC 9(04).
          05 COURSE-PREREQ-1      PIC X(04).
          05 COURSE-PREREQ-2      PIC X(04).
          05 COURSE-STATUS        PIC X.
          05 COURSE-ENROLLED      PIC 9(04).

       FD SECTION-FILE.
       01 SECTION-RECORD.
          05 SEC-KEY.
             10 SEC-COURSE-CODE   PIC X(04).
             10 SEC-NUMBER        PIC X(02).
          05 SEC-DAYS             PIC X(07).
          05 SEC-START-TIME       PIC 9(04).
          05 SEC-END-TIME         PIC 9(04).
          05 SEC-ROOM             PIC X(06).
          05 SEC-CAMPUS           PIC X(04).

       FD ENRHIST-FILE.
       01 ENRHIST-RECORD.
          05 EH-KEY.
             10 EH-STUDENT-ID     PIC 9(06).
             10 EH-TERM           PIC X(06).
             10 EH-COURSE-CODE    PIC X(04).
             10 EH-SECTION        PIC X(02).
          05 EH-DATE              PIC 9(08).

       FD TERM-FILE.
       01 TERM-RECORD.
          05 TM-TERM          PIC X(06).
          05 TM-START-DATE    PIC 9(08).
          05 TM-END-DATE      PIC 9(08).
          05 TM-ADD-DEADLINE  PIC 9(08).
          05 TM-REFUND-DATE-1 PIC 9(08).
          05 TM-REFUND-DATE-2 PIC 9(08).
          05 TM-REFUND-DATE-3 PIC 9(08).
          05 TM-OPTOUT-DEADLINE PIC 9(08).
          05 FILLER           PIC X(08).

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-KEY.
             10 HOLD-STUDENT-ID   PIC 9(06).
             10 HOLD-CODE         PIC X(02).
          05 HOLD-REASON          PIC X(30).
          05 HOLD-PLACED-BY       PIC X(08).
          05 HOLD-DATE            PIC 9(08).

       FD INUSE-FILE.
       01 INUSE-RECORD.
          05 INUSE-STUDENT-ID     PIC 9(06).
          05 INUSE-OPERATOR       PIC X(08).
          05 INUSE-TIME           PIC X(16).

       FD BATCH-STATE-FILE.
       01 BATCH-STATE-RECORD.
          05 BST-STATE            PIC X.
          05 BST-DATE             PIC 9(08).

       FD STUDENT-AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AUD-STUDENT-ID       PIC 9(06).
          05 AUD-FIELD-NAME       PIC X(15).
          05 AUD-OLD-VALUE        PIC X(40).
          05 AUD-NEW-VALUE        PIC X(40).
          05 AUD-TIMESTAMP        PIC X(16).
          05 AUD-OPERATOR         PIC X(08).

       FD ENROLLMENT-HISTORY-FILE.
       01 ENROLLMENT-RECORD.
          05 ENR-STUDENT-ID       PIC 9(06).
          05 ENR-COURSE-CODE      PIC X(04).
          05 ENR-TERM             PIC X(06).
          05 ENR-DATE             PIC 9(08).
          05 ENR-SECTION          PIC X(02).

       FD STUDENT-JOURNAL-FILE.
       01 JOURNAL-RECORD.
          05 JRN-TIMESTAMP        PIC X(16).
          05 JRN-PROGRAM          PIC X(08).
          05 JRN-OPERATION        PIC X.
          05 JRN-BEFORE-IMAGE     PIC X(180).
          05 JRN-AFTER-IMAGE      PIC X(180).

       FD BLOCK-REPORT-FILE.
       01 BLOCK-REPORT-RECORD PIC X(132).

       FD REPORT-REGISTRY-FILE.
       01 REPORT-REGISTRY-RECORD.
          05 RR-STATUS        PIC X.
          05 RR-REPORT-NAME   PIC X(16).
          05 RR-FILENAME      PIC X(30).
          05 RR-RUN-DATE      PIC X(08).
          05 RR-RUN-TIME      PIC X(06).
          05 RR-OPERATOR      PIC X(08).
          05 RR-COUNT         PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS        PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-COURSE-STATUS      PIC XX VALUE SPACES.
       01 WS-SECTION-STATUS     PIC XX VALUE SPACES.
       01 WS-ENRHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-TERMF-STATUS       PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS        PIC XX VALUE SPACES.
       01 WS-INUSE-STATUS       PIC XX VALUE SPACES.
       01 WS-BATCH-STATE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS       PIC XX VALUE SPACES.
       01 WS-ENROLL-STATUS      PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-SECTION-OPEN       PIC X VALUE 'N'.
       01 WS-HOLD-OPEN          PIC X VALUE 'N'.
       01 WS-INUSE-OPEN         PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-END-OF-SCAN        PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-AUDIT-TIMESTAMP    PIC X(16) VALUE SPACES.
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGB0165'.

       01 WS-PLAN-PROGRAM       PIC X(04) VALUE SPACES.
       01 WS-PLAN-SEMESTER      PIC 9(02) VALUE ZERO.
       01 WS-TERM               PIC X(06) VALUE SPACES.

       01 WS-STUDENT-SEMESTER   PIC 9(02) VALUE ZERO.
       01 WS-LAST-TERM          PIC X(06) VALUE SPACES.
       01 WS-HOLD-FOUND         PIC X VALUE 'N'.
       01 WS-ALREADY-IN         PIC X VALUE 'N'.
       01 WS-CLASH-FOUND        PIC X VALUE 'N'.
       01 WS-CLASH-WITH         PIC X(07) VALUE SPACES.
       01 WS-SHARED-DAY         PIC X VALUE 'N'.
       01 WS-DAY-IX             PIC 9(02) VALUE ZERO.
       01 WS-OLD-COURSE         PIC X(04) VALUE SPACES.
       01 WS-JRN-BEFORE         PIC X(180) VALUE SPACES.
       01 WS-ADJ-COURSE         PIC X(04) VALUE SPACES.
       01 WS-ADJ-DELTA          PIC S9 VALUE ZERO.
       01 WS-REASON             PIC X(40) VALUE SPACES.
       01 WS-REASON-COURSE      PIC X(04) VALUE SPACES.
       01 WS-REASON-SECTION     PIC X(02) VALUE SPACES.
       01 WS-PX                 PIC 9(02) VALUE ZERO.

       01 WS-ELIGIBLE-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-PLACED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-ALREADY-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-NOT-PLACED-COUNT   PIC 9(06) VALUE ZERO.

      * THE PLAN FOR THE RUN, WITH EACH SECTION'S MEETING TIMES.
       01 WS-PLAN-TABLE.
          05 WS-PLAN-COUNT      PIC 9(02) VALUE ZERO.
          05 WS-PLAN-ENTRY OCCURS 20 TIMES.
             10 WS-PT-COURSE    PIC X(04).
             10 WS-PT-SECTION   PIC X(02).
             10 WS-PT-DAYS      PIC X(07).
             10 WS-PT-START     PIC 9(04).
             10 WS-PT-END       PIC 9(04).
             10 WS-PT-PLACED    PIC 9(06).
             10 WS-PT-MISSED    PIC 9(06).

       01 WS-MISS-LINE.
          05 WS-ML-STUD-ID      PIC 9(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-ML-NAME         PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-ML-COURSE       PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-ML-SECTION      PIC X(02).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-ML-REASON       PIC X(40).
          05 FILLER             PIC X(41) VALUE SPACES.
       01 WS-PLAN-LINE.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-PL-COURSE       PIC X(04).
          05 FILLER             PIC X(04) VALUE SPACES.
          05 WS-PL-SECTION      PIC X(02).
          05 FILLER             PIC X(05) VALUE SPACES.
          05 WS-PL-DAYS         PIC X(07).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-PL-START        PIC 9(04).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-PL-END          PIC 9(04).
          05 FILLER             PIC X(04) VALUE SPACES.
          05 WS-PL-PLACED       PIC ZZZ,ZZ9.
          05 FILLER             PIC X(04) VALUE SPACES.
          05 WS-PL-MISSED       PIC ZZZ,ZZ9.
          05 FILLER             PIC X(79) VALUE SPACES.
       01 WS-LINE               PIC X(132).

       01 WS-TODAY.
          05 WS-TODAY-YEAR      PIC 9(04).
          05 WS-TODAY-MONTH     PIC 9(02).
          05 WS-TODAY-DAY       PIC 9(02).

       01 WS-LOAD-CALLED        PIC X VALUE 'N'.
       01 WS-LOAD-REQUEST.
          05 WS-LD-FUNCTION     PIC X(01).
          05 WS-LD-STUDENT-ID   PIC 9(06).
          05 WS-LD-TERM         PIC X(06).
          05 WS-LD-PROGRAM      PIC X(04).
          05 WS-LD-OPERATOR     PIC X(08).
          05 WS-LD-CREDITS      PIC 9(03).
          05 WS-LD-STATUS       PIC X(01).
          05 WS-LD-CHANGED      PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE

           DISPLAY 'ENTER PROGRAM CODE FOR BLOCK REGISTRATION: '
           ACCEPT WS-PLAN-PROGRAM
           IF WS-PLAN-PROGRAM = SPACES
               DISPLAY 'PRGB0165 NO PROGRAM - NOTHING REGISTERED'
               STOP RUN
           END-IF
           DISPLAY 'ENTER SEMESTER NUMBER (E.G. 01): '
           ACCEPT WS-PLAN-SEMESTER
           DISPLAY 'ENTER TERM (E.G. 2026FA): '
           ACCEPT WS-TERM
           IF WS-PLAN-SEMESTER = ZERO OR WS-TERM = SPACES
               DISPLAY 'PRGB0165 SEMESTER AND TERM ARE REQUIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-BATCH-STATE
           PERFORM CHECK-TERM
           PERFORM LOAD-PLAN
           PERFORM OPEN-REGISTRATION-FILES

           OPEN OUTPUT BLOCK-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

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
                       IF VSAM-STUDENT-STATUS = 'A' AND
                          VSAM-STUDENT-PROGRAM = WS-PLAN-PROGRAM
                           PERFORM CHECK-STUDENT-SEMESTER
                           IF WS-STUDENT-SEMESTER = WS-PLAN-SEMESTER
                               PERFORM REGISTER-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS
           CLOSE BLOCK-REPORT-FILE
           PERFORM REGISTER-OUTPUT
           PERFORM CLOSE-REGISTRATION-FILES

           IF WS-NOT-PLACED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'PRGB0165 PROGRAM ' WS-PLAN-PROGRAM ' SEMESTER '
                   WS-PLAN-SEMESTER ' TERM ' WS-TERM
           DISPLAY 'PRGB0165 STUDENTS IN COHORT: ' WS-ELIGIBLE-COUNT
                   '  COURSES REGISTERED: ' WS-PLACED-COUNT
                   '  ALREADY REGISTERED: ' WS-ALREADY-COUNT
                   '  NOT PLACED: ' WS-NOT-PLACED-COUNT
           STOP RUN.

       CHECK-BATCH-STATE.
           OPEN INPUT BATCH-STATE-FILE
           IF WS-BATCH-STATE-STATUS = '00'
               READ BATCH-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BST-STATE = 'O'
                           DISPLAY 'PRGB0165 NIGHTLY CYCLE IN '
                                   'PROGRESS - RUN AFTER IT ENDS'
                           CLOSE BATCH-STATE-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE BATCH-STATE-FILE
           END-IF.

      * THE ADD DEADLINE APPLIES AS IT DOES ONLINE.  WITHOUT A TERM
      * MASTER THE TERM IS TAKEN AS GIVEN, AS PRGI0013 DOES.
       CHECK-TERM.
           OPEN INPUT TERM-FILE
           IF WS-TERMF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERM TO TM-TERM
           READ TERM-FILE
               INVALID KEY
                   DISPLAY 'PRGB0165 UNKNOWN TERM: ' WS-TERM
                   CLOSE TERM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE TERM-FILE
           IF TM-ADD-DEADLINE > ZERO AND
              WS-CURRENT-DATE > TM-ADD-DEADLINE
               DISPLAY 'PRGB0165 ADD/DROP DEADLINE ' TM-ADD-DEADLINE
                       ' HAS PASSED FOR ' WS-TERM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PLAN.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = '00'
               DISPLAY 'PRGB0165 NO PLANS OF STUDY ON FILE: '
                       WS-PLAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SECTION-FILE
           IF WS-SECTION-STATUS = '00'
               MOVE 'Y' TO WS-SECTION-OPEN
           END-IF

           MOVE ZERO TO WS-PLAN-COUNT
           MOVE WS-PLAN-PROGRAM TO PS-PROGRAM
           MOVE WS-PLAN-SEMESTER TO PS-SEMESTER
           MOVE WS-TERM TO PS-TERM
           MOVE LOW-VALUES TO PS-COURSE-CODE
           MOVE 'N' TO WS-END-OF-SCAN
           START PLAN-FILE KEY IS >= PS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ PLAN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF PS-PROGRAM NOT = WS-PLAN-PROGRAM OR
                          PS-SEMESTER NOT = WS-PLAN-SEMESTER OR
                          PS-TERM NOT = WS-TERM
                           MOVE 'Y' TO WS-END-OF-SCAN
                       ELSE
                           IF WS-PLAN-COUNT < 20
                               PERFORM ADD-PLAN-ENTRY
                           ELSE
                               DISPLAY 'PRGB0165 PLAN TOO LONG - '
                                       PS-COURSE-CODE ' IGNORED'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE

           IF WS-PLAN-COUNT = ZERO
               DISPLAY 'PRGB0165 NO PLAN OF STUDY FOR '
                       WS-PLAN-PROGRAM ' SEMESTER ' WS-PLAN-SEMESTER
                       ' TERM ' WS-TERM
               IF WS-SECTION-OPEN = 'Y'
                   CLOSE SECTION-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A SECTION MISSING FROM THE SECTION MASTER IS KEPT WITH NO
      * MEETING TIMES; EVERY STUDENT IS THEN REPORTED NOT PLACED
      * IN IT RATHER THAN REGISTERED UNCHECKED FOR CLASHES.
       ADD-PLAN-ENTRY.
           ADD 1 TO WS-PLAN-COUNT
           MOVE PS-COURSE-CODE TO WS-PT-COURSE(WS-PLAN-COUNT)
           MOVE PS-SECTION TO WS-PT-SECTION(WS-PLAN-COUNT)
           MOVE SPACES TO WS-PT-DAYS(WS-PLAN-COUNT)
           MOVE ZERO TO WS-PT-START(WS-PLAN-COUNT)
           MOVE ZERO TO WS-PT-END(WS-PLAN-COUNT)
           MOVE ZERO TO WS-PT-PLACED(WS-PLAN-COUNT)
           MOVE ZERO TO WS-PT-MISSED(WS-PLAN-COUNT)
           IF WS-SECTION-OPEN = 'Y'
               MOVE PS-COURSE-CODE TO SEC-COURSE-CODE
               MOVE PS-SECTION TO SEC-NUMBER
               READ SECTION-FILE
                   NOT INVALID KEY
                       MOVE SEC-DAYS TO WS-PT-DAYS(WS-PLAN-COUNT)
                       MOVE SEC-START-TIME
                         TO WS-PT-START(WS-PLAN-COUNT)
                       MOVE SEC-END-TIME TO WS-PT-END(WS-PLAN-COUNT)
               END-READ
           END-IF.

      * THE KEYED HISTORY IS NEEDED BOTH TO FIND EACH STUDENT'S
      * SEMESTER AND TO CHECK CLASHES, SO THE RUN STOPS WITHOUT IT.
       OPEN-REGISTRATION-FILES.
           OPEN I-O STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS NOT = '00'
               DISPLAY 'PRGB0165 ERROR OPENING STUDENT MASTER: '
                       WS-VSAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O COURSE-FILE
           OPEN I-O ENRHIST-FILE
           OPEN EXTEND STUDENT-AUDIT-FILE
           IF WS-AUDIT-STATUS = '05'
               OPEN OUTPUT STUDENT-AUDIT-FILE
           END-IF
           OPEN EXTEND ENROLLMENT-HISTORY-FILE
           IF WS-ENROLL-STATUS = '05'
               OPEN OUTPUT ENROLLMENT-HISTORY-FILE
           END-IF
           OPEN EXTEND STUDENT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '05'
               OPEN OUTPUT STUDENT-JOURNAL-FILE
           END-IF
           IF WS-COURSE-STATUS NOT = '00' OR
              WS-ENRHIST-STATUS NOT = '00' OR
              WS-AUDIT-STATUS NOT = '00' OR
              WS-ENROLL-STATUS NOT = '00' OR
              WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'PRGB0165 REGISTRATION FILES NOT AVAILABLE: '
                       WS-COURSE-STATUS ' ' WS-ENRHIST-STATUS ' '
                       WS-AUDIT-STATUS ' ' WS-ENROLL-STATUS ' '
                       WS-JOURNAL-STATUS
               PERFORM CLOSE-REGISTRATION-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-OPEN
           END-IF
           OPEN INPUT INUSE-FILE
           IF WS-INUSE-STATUS = '00'
               MOVE 'Y' TO WS-INUSE-OPEN
           END-IF.

       CLOSE-REGISTRATION-FILES.
           IF WS-LOAD-CALLED = 'Y'
               MOVE 'X' TO WS-LD-FUNCTION
               CALL 'PRGS0066' USING WS-LOAD-REQUEST
           END-IF
           CLOSE STUDENT-VSAM-FILE
           IF WS-COURSE-STATUS = '00'
               CLOSE COURSE-FILE
           END-IF
           IF WS-ENRHIST-STATUS = '00'
               CLOSE ENRHIST-FILE
           END-IF
           IF WS-AUDIT-STATUS = '00'
               CLOSE STUDENT-AUDIT-FILE
           END-IF
           IF WS-ENROLL-STATUS = '00'
               CLOSE ENROLLMENT-HISTORY-FILE
           END-IF
           IF WS-JOURNAL-STATUS = '00'
               CLOSE STUDENT-JOURNAL-FILE
           END-IF
           IF WS-SECTION-OPEN = 'Y'
               CLOSE SECTION-FILE
           END-IF
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-FILE
           END-IF
           IF WS-INUSE-OPEN = 'Y'
               CLOSE INUSE-FILE
           END-IF.

      * SEMESTER = 1 + THE DISTINCT TERMS ON THE STUDENT'S KEYED
      * HISTORY OTHER THAN THE TERM BEING REGISTERED.
       CHECK-STUDENT-SEMESTER.
           MOVE 1 TO WS-STUDENT-SEMESTER
           MOVE SPACES TO WS-LAST-TERM
           MOVE 'N' TO WS-END-OF-SCAN
           MOVE VSAM-STUDENT-ID TO EH-STUDENT-ID
           MOVE LOW-VALUES TO EH-TERM EH-COURSE-CODE EH-SECTION
           START ENRHIST-FILE KEY IS >= EH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ ENRHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF EH-STUDENT-ID NOT = VSAM-STUDENT-ID
                           MOVE 'Y' TO WS-END-OF-SCAN
                       ELSE
                           IF EH-TERM NOT = WS-TERM AND
                              EH-TERM NOT = WS-LAST-TERM AND
                              WS-STUDENT-SEMESTER < 99
                               ADD 1 TO WS-STUDENT-SEMESTER
                           END-IF
                           MOVE EH-TERM TO WS-LAST-TERM
                       END-IF
               END-READ
           END-PERFORM.

       REGISTER-STUDENT.
           ADD 1 TO WS-ELIGIBLE-COUNT
           MOVE SPACES TO WS-REASON-COURSE WS-REASON-SECTION
           PERFORM CHECK-HOLDS
           IF WS-HOLD-FOUND = 'Y'
               MOVE 'REGISTRATION HOLD ON FILE' TO WS-REASON
               PERFORM WRITE-NOT-PLACED-ALL
               EXIT PARAGRAPH
           END-IF
           IF WS-INUSE-OPEN = 'Y'
               MOVE VSAM-STUDENT-ID TO INUSE-STUDENT-ID
               READ INUSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-REASON
                       STRING 'RECORD IN USE BY ' INUSE-OPERATOR
                              DELIMITED BY SIZE
                              INTO WS-REASON
                       PERFORM WRITE-NOT-PLACED-ALL
                       EXIT PARAGRAPH
               END-READ
           END-IF
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PLAN-COUNT
               PERFORM REGISTER-PLAN-COURSE
           END-PERFORM.

       CHECK-HOLDS.
           MOVE 'N' TO WS-HOLD-FOUND
           IF WS-HOLD-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE VSAM-STUDENT-ID TO HOLD-STUDENT-ID
           MOVE SPACES TO HOLD-CODE
           START HOLD-FILE KEY IS >= HOLD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ HOLD-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF HOLD-STUDENT-ID = VSAM-STUDENT-ID
                       MOVE 'Y' TO WS-HOLD-FOUND
                   END-IF
           END-READ.

       REGISTER-PLAN-COURSE.
           MOVE WS-PT-COURSE(WS-PX) TO WS-REASON-COURSE
           MOVE WS-PT-SECTION(WS-PX) TO WS-REASON-SECTION
           PERFORM CHECK-ALREADY-IN
           IF WS-ALREADY-IN = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PT-DAYS(WS-PX) = SPACES
               MOVE 'SECTION NOT ON THE SECTION MASTER' TO WS-REASON
               PERFORM WRITE-NOT-PLACED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-COURSE(WS-PX) TO COURSE-CODE
           READ COURSE-FILE
               INVALID KEY
                   MOVE 'COURSE NOT ON THE COURSE MASTER' TO WS-REASON
                   PERFORM WRITE-NOT-PLACED
                   EXIT PARAGRAPH
           END-READ
           IF COURSE-STATUS = 'I'
               MOVE 'COURSE RETIRED' TO WS-REASON
               PERFORM WRITE-NOT-PLACED
               EXIT PARAGRAPH
           END-IF
           IF COURSE-ENROLLED >= COURSE-CAPACITY
               MOVE 'COURSE FULL' TO WS-REASON
               PERFORM WRITE-NOT-PLACED
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CLASH
           IF WS-CLASH-FOUND = 'Y'
               MOVE SPACES TO WS-REASON
               STRING 'TIMETABLE CLASH WITH ' WS-CLASH-WITH
                      DELIMITED BY SIZE
                      INTO WS-REASON
               PERFORM WRITE-NOT-PLACED
               EXIT PARAGRAPH
           END-IF
           PERFORM ENROLL-STUDENT.

       CHECK-ALREADY-IN.
           MOVE 'N' TO WS-ALREADY-IN
           MOVE VSAM-STUDENT-ID TO EH-STUDENT-ID
           MOVE WS-TERM TO EH-TERM
           MOVE WS-PT-COURSE(WS-PX) TO EH-COURSE-CODE
           MOVE LOW-VALUES TO EH-SECTION
           START ENRHIST-FILE KEY IS >= EH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ENRHIST-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF EH-STUDENT-ID = VSAM-STUDENT-ID AND
                      EH-TERM = WS-TERM AND
                      EH-COURSE-CODE = WS-PT-COURSE(WS-PX)
                       MOVE 'Y' TO WS-ALREADY-IN
                   END-IF
           END-READ.

      * SAME TEST AS PRGI0013: A SHARED MEETING DAY AND OVERLAPPING
      * TIMES AGAINST ANY SECTION THE STUDENT HOLDS IN THE TERM,
      * INCLUDING THOSE PLACED EARLIER IN THIS RUN.
       CHECK-CLASH.
           MOVE 'N' TO WS-CLASH-FOUND
           IF WS-SECTION-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-SCAN
           MOVE VSAM-STUDENT-ID TO EH-STUDENT-ID
           MOVE WS-TERM TO EH-TERM
           MOVE LOW-VALUES TO EH-COURSE-CODE EH-SECTION
           START ENRHIST-FILE KEY IS >= EH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START
           PERFORM UNTIL WS-END-OF-SCAN = 'Y' OR WS-CLASH-FOUND = 'Y'
               READ ENRHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF EH-STUDENT-ID NOT = VSAM-STUDENT-ID OR
                          EH-TERM NOT = WS-TERM
                           MOVE 'Y' TO WS-END-OF-SCAN
                       ELSE
                           IF EH-SECTION NOT = SPACES
                               PERFORM CHECK-ONE-CLASH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-CLASH.
           MOVE EH-COURSE-CODE TO SEC-COURSE-CODE
           MOVE EH-SECTION TO SEC-NUMBER
           READ SECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-SHARED-DAY
                   PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                           UNTIL WS-DAY-IX > 7
                       IF SEC-DAYS(WS-DAY-IX:1) NOT = SPACE AND
                          WS-PT-DAYS(WS-PX)(WS-DAY-IX:1) NOT = SPACE
                           MOVE 'Y' TO WS-SHARED-DAY
                       END-IF
                   END-PERFORM
                   IF WS-SHARED-DAY = 'Y' AND
                      WS-PT-START(WS-PX) < SEC-END-TIME AND
                      WS-PT-END(WS-PX) > SEC-START-TIME
                       MOVE 'Y' TO WS-CLASH-FOUND
                       MOVE SPACES TO WS-CLASH-WITH
                       STRING SEC-COURSE-CODE ' ' SEC-NUMBER
                              DELIMITED BY SIZE
                              INTO WS-CLASH-WITH
                   END-IF
           END-READ.

      * RECORDED EXACTLY AS A TERM ENROLLMENT FROM PRGI0013.
       ENROLL-STUDENT.
           MOVE VSAM-STUDENT-RECORD TO WS-JRN-BEFORE
           MOVE VSAM-STUDENT-COURSE TO WS-OLD-COURSE
           MOVE WS-PT-COURSE(WS-PX) TO VSAM-STUDENT-COURSE
           REWRITE VSAM-STUDENT-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-REASON
                   STRING 'ERROR UPDATING STUDENT: ' WS-VSAM-STATUS
                          DELIMITED BY SIZE
                          INTO WS-REASON
                   PERFORM WRITE-NOT-PLACED
               NOT INVALID KEY
                   ADD 1 TO WS-PLACED-COUNT
                   ADD 1 TO WS-PT-PLACED(WS-PX)
                   PERFORM WRITE-JOURNAL
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-ENROLLMENT-HISTORY
                   PERFORM ADJUST-ENROLLMENT-COUNTS
                   PERFORM UPDATE-LOAD-STATUS
           END-REWRITE.

      * RECOMPUTES THE STUDENT'S TERM LOAD (PRGS0066 STORES IT AND
      * AUDITS ANY CHANGE).
       UPDATE-LOAD-STATUS.
           MOVE 'C' TO WS-LD-FUNCTION
           MOVE VSAM-STUDENT-ID TO WS-LD-STUDENT-ID
           MOVE WS-TERM TO WS-LD-TERM
           MOVE VSAM-STUDENT-PROGRAM TO WS-LD-PROGRAM
           MOVE WS-PROGRAM-ID TO WS-LD-OPERATOR
           CALL 'PRGS0066' USING WS-LOAD-REQUEST
           MOVE 'Y' TO WS-LOAD-CALLED.

       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP TO JRN-TIMESTAMP
           MOVE WS-PROGRAM-ID TO JRN-PROGRAM
           MOVE 'R' TO JRN-OPERATION
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
           MOVE VSAM-STUDENT-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE VSAM-STUDENT-ID TO AUD-STUDENT-ID
           MOVE 'COURSE' TO AUD-FIELD-NAME
           MOVE WS-OLD-COURSE TO AUD-OLD-VALUE
           MOVE VSAM-STUDENT-COURSE TO AUD-NEW-VALUE
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-PROGRAM-ID TO AUD-OPERATOR
           WRITE AUDIT-RECORD.

       WRITE-ENROLLMENT-HISTORY.
           MOVE VSAM-STUDENT-ID TO ENR-STUDENT-ID
           MOVE VSAM-STUDENT-COURSE TO ENR-COURSE-CODE
           MOVE WS-TERM TO ENR-TERM
           MOVE WS-PT-SECTION(WS-PX) TO ENR-SECTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           STRING WS-TODAY-YEAR
                  WS-TODAY-MONTH
                  WS-TODAY-DAY
                  DELIMITED BY SIZE
                  INTO ENR-DATE
           WRITE ENROLLMENT-RECORD
           MOVE ENR-STUDENT-ID TO EH-STUDENT-ID
           MOVE ENR-TERM TO EH-TERM
           MOVE ENR-COURSE-CODE TO EH-COURSE-CODE
           MOVE ENR-SECTION TO EH-SECTION
           MOVE ENR-DATE TO EH-DATE
           WRITE ENRHIST-RECORD
               INVALID KEY
                   REWRITE ENRHIST-RECORD
                   END-REWRITE
           END-WRITE.

       ADJUST-ENROLLMENT-COUNTS.
           IF WS-OLD-COURSE NOT = VSAM-STUDENT-COURSE AND
              VSAM-STUDENT-STATUS = 'A'
               MOVE WS-OLD-COURSE TO WS-ADJ-COURSE
               MOVE -1 TO WS-ADJ-DELTA
               PERFORM ADJUST-COURSE-COUNT
               MOVE VSAM-STUDENT-COURSE TO WS-ADJ-COURSE
               MOVE 1 TO WS-ADJ-DELTA
               PERFORM ADJUST-COURSE-COUNT
           END-IF.

       ADJUST-COURSE-COUNT.
           MOVE WS-ADJ-COURSE TO COURSE-CODE
           READ COURSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ADJ-DELTA > 0
                       ADD 1 TO COURSE-ENROLLED
                   ELSE
                       IF COURSE-ENROLLED > 0
                           SUBTRACT 1 FROM COURSE-ENROLLED
                       END-IF
                   END-IF
                   REWRITE COURSE-RECORD
                       INVALID KEY
                           DISPLAY 'PRGB0165 ERROR UPDATING ENROLLMENT '
                                   'COUNT FOR COURSE: ' COURSE-CODE
                   END-REWRITE
           END-READ.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-LINE
           STRING 'BLOCK REGISTRATION   PROGRAM ' WS-PLAN-PROGRAM
                  '  SEMESTER ' WS-PLAN-SEMESTER
                  '  TERM ' WS-TERM
                  '   RUN ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE BLOCK-REPORT-RECORD FROM WS-LINE
           WRITE BLOCK-REPORT-RECORD FROM SPACES
           MOVE 'STUDENTS NOT PLACED' TO WS-LINE
           WRITE BLOCK-REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'STUDENT STUDENT NAME                    '
                  'COURSE SEC  REASON'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE BLOCK-REPORT-RECORD FROM WS-LINE
           MOVE ALL '-' TO WS-LINE(1:91)
           WRITE BLOCK-REPORT-RECORD FROM WS-LINE.

      * A HOLD OR AN IN-USE RECORD KEEPS THE STUDENT OUT OF EVERY
      * COURSE OF THE PLAN - ONE LINE PER COURSE.
       WRITE-NOT-PLACED-ALL.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PLAN-COUNT
               MOVE WS-PT-COURSE(WS-PX) TO WS-REASON-COURSE
               MOVE WS-PT-SECTION(WS-PX) TO WS-REASON-SECTION
               PERFORM WRITE-NOT-PLACED
           END-PERFORM.

       WRITE-NOT-PLACED.
           ADD 1 TO WS-NOT-PLACED-COUNT
           ADD 1 TO WS-PT-MISSED(WS-PX)
           MOVE VSAM-STUDENT-ID TO WS-ML-STUD-ID
           MOVE VSAM-STUDENT-NAME TO WS-ML-NAME
           MOVE WS-REASON-COURSE TO WS-ML-COURSE
           MOVE WS-REASON-SECTION TO WS-ML-SECTION
           MOVE WS-REASON TO WS-ML-REASON
           WRITE BLOCK-REPORT-RECORD FROM WS-MISS-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-NOT-PLACED-COUNT = ZERO
               MOVE '(EVERY STUDENT PLACED)' TO WS-LINE
               WRITE BLOCK-REPORT-RECORD FROM WS-LINE
           END-IF
           WRITE BLOCK-REPORT-RECORD FROM SPACES
           MOVE 'PLAN OF STUDY' TO WS-LINE
           WRITE BLOCK-REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING '  COURSE  SECTION  DAYS     TIME       '
                  'PLACED  NOT PLACED'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE BLOCK-REPORT-RECORD FROM WS-LINE
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PLAN-COUNT
               MOVE WS-PT-COURSE(WS-PX) TO WS-PL-COURSE
               MOVE WS-PT-SECTION(WS-PX) TO WS-PL-SECTION
               MOVE WS-PT-DAYS(WS-PX) TO WS-PL-DAYS
               MOVE WS-PT-START(WS-PX) TO WS-PL-START
               MOVE WS-PT-END(WS-PX) TO WS-PL-END
               MOVE WS-PT-PLACED(WS-PX) TO WS-PL-PLACED
               MOVE WS-PT-MISSED(WS-PX) TO WS-PL-MISSED
               WRITE BLOCK-REPORT-RECORD FROM WS-PLAN-LINE
           END-PERFORM
           WRITE BLOCK-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'STUDENTS IN COHORT: ' WS-ELIGIBLE-COUNT
                  '  COURSES REGISTERED: ' WS-PLACED-COUNT
                  '  ALREADY REGISTERED: ' WS-ALREADY-COUNT
                  '  NOT PLACED: ' WS-NOT-PLACED-COUNT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE BLOCK-REPORT-RECORD FROM WS-LINE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'BLOCK-REGISTER' TO RR-REPORT-NAME
               MOVE 'BLOCKREG.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-PROGRAM-ID TO RR-OPERATOR
               MOVE WS-NOT-PLACED-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGB0165 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
