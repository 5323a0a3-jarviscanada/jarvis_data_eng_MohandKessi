       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0066.
       AUTHOR. Mohand Kessi.

      * TERM LOAD STATUS - FULL-TIME, PART-TIME OR NOT ENROLLED - FOR
      * ONE STUDENT AND TERM.  THE CREDITS CARRIED ARE THE COURSE
      * CREDITS OF EVERY COURSE ON ENRHIST.VSAM FOR THE TERM, LESS
      * COURSES GRADED W.  THE THRESHOLDS COME FROM LOADRULE.VSAM FOR
      * THE STUDENT'S PROGRAM (12 AND 1 WHEN THE PROGRAM HAS NONE):
      * AT OR ABOVE THE FULL-TIME MINIMUM IS F, ANY OTHER LOAD AT OR
      * ABOVE THE PART-TIME MINIMUM IS P, ANYTHING LESS IS N.
      *
      * THE RESULT IS KEPT ON TERMLOAD.VSAM AND A CHANGE OF STATUS IS
      * WRITTEN TO THE AUDIT LOG.  EVERY PROGRAM THAT ADDS OR DROPS A
      * COURSE CALLS THIS AFTERWARDS, THE NIGHTLY CYCLE RECOMPUTES
      * CURRENT AND COMING TERMS, AND EVERY PROGRAM THAT NEEDS A
      * STUDENT'S LOAD READS IT THROUGH HERE SO THERE IS ONE ANSWER.
      *
      * LS-LD-FUNCTION  C  RECOMPUTE AND STORE
      *                 R  RETURN THE STORED STATUS, COMPUTING IT
      *                    FIRST IF THERE IS NONE
      *                 X  CLOSE THE FILES (END OF THE CALLER'S RUN)
      * A STUDENT WITH NO CREDITS AND NO STORED STATUS GETS NO RECORD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT TERMLOAD-FILE ASSIGN TO 'TERMLOAD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TERMLOAD-STATUS.
           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENRHIST-FILE.
       01 ENRHIST-RECORD.
          05 EH-KEY.
             10 EH-STUDENT-ID     PIC 9(06).
             10 EH-TERM           PIC X(06).
             10 EH-COURSE-CODE    PIC X(04).
             10 EH-SECTION        PIC X(02).
          05 EH-DATE              PIC 9(08).

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

       FD TERMLOAD-FILE.
       01 TERMLOAD-RECORD.
          05 TL-KEY.
             10 TL-STUDENT-ID     PIC 9(06).
             10 TL-TERM           PIC X(06).
          05 TL-CREDITS           PIC 9(03).
          05 TL-STATUS            PIC X(01).
          05 TL-PROGRAM           PIC X(04).
          05 TL-FT-CREDITS        PIC 9(02).
          05 TL-PT-CREDITS        PIC 9(02).
          05 TL-COMPUTED-DATE     PIC 9(08).
          05 TL-COMPUTED-BY       PIC X(08).

       FD STUDENT-AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AUD-STUDENT-ID       PIC 9(06).
          05 AUD-FIELD-NAME       PIC X(15).
          05 AUD-OLD-VALUE        PIC X(40).
          05 AUD-NEW-VALUE        PIC X(40).
          05 AUD-TIMESTAMP        PIC X(16).
          05 AUD-OPERATOR         PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-FILES-OPEN         PIC X VALUE 'N'.
       01 WS-ENRHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-COURSE-STATUS      PIC XX VALUE SPACES.
       01 WS-GRADE-STATUS       PIC XX VALUE SPACES.
       01 WS-LOADRULE-STATUS    PIC XX VALUE SPACES.
       01 WS-TERMLOAD-STATUS    PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS       PIC XX VALUE SPACES.
       01 WS-ENRHIST-OPEN       PIC X VALUE 'N'.
       01 WS-COURSE-OPEN        PIC X VALUE 'N'.
       01 WS-GRADE-OPEN         PIC X VALUE 'N'.
       01 WS-LOADRULE-OPEN      PIC X VALUE 'N'.
       01 WS-TERMLOAD-OPEN      PIC X VALUE 'N'.
       01 WS-AUDIT-OPEN         PIC X VALUE 'N'.
       01 WS-END-OF-SCAN        PIC X VALUE 'N'.
       01 WS-WITHDRAWN          PIC X VALUE 'N'.
       01 WS-STORED             PIC X VALUE 'N'.
       01 WS-CREDITS            PIC 9(03) VALUE ZERO.
       01 WS-LOAD-STATUS        PIC X VALUE SPACE.
       01 WS-FT-CREDITS         PIC 9(02) VALUE ZERO.
       01 WS-PT-CREDITS         PIC 9(02) VALUE ZERO.
       01 WS-DEFAULT-FT         PIC 9(02) VALUE 12.
       01 WS-DEFAULT-PT         PIC 9(02) VALUE 1.
       01 WS-OLD-STATUS         PIC X VALUE SPACE.
       01 WS-OLD-CREDITS        PIC 9(03) VALUE ZERO.
       01 WS-STATUS-TEXT        PIC X(12) VALUE SPACES.
       01 WS-TIMESTAMP          PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-LOAD-REQUEST.
          05 LS-LD-FUNCTION     PIC X(01).
          05 LS-LD-STUDENT-ID   PIC 9(06).
          05 LS-LD-TERM         PIC X(06).
          05 LS-LD-PROGRAM      PIC X(04).
          05 LS-LD-OPERATOR     PIC X(08).
          05 LS-LD-CREDITS      PIC 9(03).
          05 LS-LD-STATUS       PIC X(01).
          05 LS-LD-CHANGED      PIC X(01).

       PROCEDURE DIVISION USING LS-LOAD-REQUEST.
       MAIN-PARA.
           MOVE 'N' TO LS-LD-CHANGED
           IF LS-LD-FUNCTION = 'X'
               PERFORM CLOSE-LOAD-FILES
               GOBACK
           END-IF

           IF WS-FILES-OPEN = 'N'
               PERFORM OPEN-LOAD-FILES
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           MOVE 'N' TO WS-STORED
           IF WS-TERMLOAD-OPEN = 'Y'
               MOVE LS-LD-STUDENT-ID TO TL-STUDENT-ID
               MOVE LS-LD-TERM TO TL-TERM
               READ TERMLOAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STORED
                       MOVE TL-STATUS TO WS-OLD-STATUS
                       MOVE TL-CREDITS TO WS-OLD-CREDITS
               END-READ
           END-IF

           IF LS-LD-FUNCTION = 'R' AND WS-STORED = 'Y'
               MOVE TL-CREDITS TO LS-LD-CREDITS
               MOVE TL-STATUS TO LS-LD-STATUS
               GOBACK
           END-IF

           PERFORM SUM-TERM-CREDITS
           PERFORM GET-THRESHOLDS
           IF WS-FT-CREDITS > ZERO AND WS-CREDITS >= WS-FT-CREDITS
               MOVE 'F' TO WS-LOAD-STATUS
           ELSE
               IF WS-CREDITS > ZERO AND WS-CREDITS >= WS-PT-CREDITS
                   MOVE 'P' TO WS-LOAD-STATUS
               ELSE
                   MOVE 'N' TO WS-LOAD-STATUS
               END-IF
           END-IF
           MOVE WS-CREDITS TO LS-LD-CREDITS
           MOVE WS-LOAD-STATUS TO LS-LD-STATUS

           PERFORM STORE-LOAD-STATUS
           GOBACK.

      * GRADE AND LOADRULE ARE OPTIONAL; WITHOUT THE KEYED HISTORY
      * AND COURSE MASTER THE LOAD CANNOT BE COUNTED AND IS NOT
      * STORED.
       OPEN-LOAD-FILES.
           MOVE 'Y' TO WS-FILES-OPEN
           OPEN INPUT ENRHIST-FILE
           IF WS-ENRHIST-STATUS = '00'
               MOVE 'Y' TO WS-ENRHIST-OPEN
           END-IF
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS = '00'
               MOVE 'Y' TO WS-COURSE-OPEN
           END-IF
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS = '00'
               MOVE 'Y' TO WS-GRADE-OPEN
           END-IF
           OPEN INPUT LOADRULE-FILE
           IF WS-LOADRULE-STATUS = '00'
               MOVE 'Y' TO WS-LOADRULE-OPEN
           END-IF
           IF WS-ENRHIST-OPEN = 'Y' AND WS-COURSE-OPEN = 'Y'
               OPEN I-O TERMLOAD-FILE
               IF WS-TERMLOAD-STATUS = '05' OR
                  WS-TERMLOAD-STATUS = '35'
                   CLOSE TERMLOAD-FILE
                   OPEN OUTPUT TERMLOAD-FILE
                   CLOSE TERMLOAD-FILE
                   OPEN I-O TERMLOAD-FILE
               END-IF
               IF WS-TERMLOAD-STATUS = '00'
                   MOVE 'Y' TO WS-TERMLOAD-OPEN
               ELSE
                   DISPLAY 'PRGS0066 TERM LOAD FILE NOT AVAILABLE: '
                           WS-TERMLOAD-STATUS
               END-IF
           ELSE
               DISPLAY 'PRGS0066 LOAD STATUS NOT KEPT - HISTORY OR '
                       'COURSE MASTER NOT AVAILABLE'
           END-IF
           OPEN EXTEND STUDENT-AUDIT-FILE
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT STUDENT-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = '00'
               MOVE 'Y' TO WS-AUDIT-OPEN
           END-IF.

       CLOSE-LOAD-FILES.
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
           IF WS-TERMLOAD-OPEN = 'Y'
               CLOSE TERMLOAD-FILE
           END-IF
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF
           MOVE 'N' TO WS-ENRHIST-OPEN WS-COURSE-OPEN WS-GRADE-OPEN
                       WS-LOADRULE-OPEN WS-TERMLOAD-OPEN WS-AUDIT-OPEN
           MOVE 'N' TO WS-FILES-OPEN.

       SUM-TERM-CREDITS.
           MOVE ZERO TO WS-CREDITS
           IF WS-ENRHIST-OPEN NOT = 'Y' OR WS-COURSE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-SCAN
           MOVE LS-LD-STUDENT-ID TO EH-STUDENT-ID
           MOVE LS-LD-TERM TO EH-TERM
           MOVE LOW-VALUES TO EH-COURSE-CODE EH-SECTION
           START ENRHIST-FILE KEY IS >= EH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ ENRHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF EH-STUDENT-ID NOT = LS-LD-STUDENT-ID OR
                          EH-TERM NOT = LS-LD-TERM
                           MOVE 'Y' TO WS-END-OF-SCAN
                       ELSE
                           PERFORM ADD-COURSE-CREDITS
                       END-IF
               END-READ
           END-PERFORM.

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
           IF WS-WITHDRAWN = 'N'
               MOVE EH-COURSE-CODE TO COURSE-CODE
               READ COURSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-CREDITS + COURSE-CREDITS < 999
                           ADD COURSE-CREDITS TO WS-CREDITS
                       END-IF
               END-READ
           END-IF.

       GET-THRESHOLDS.
           MOVE WS-DEFAULT-FT TO WS-FT-CREDITS
           MOVE WS-DEFAULT-PT TO WS-PT-CREDITS
           IF WS-LOADRULE-OPEN = 'Y' AND LS-LD-PROGRAM NOT = SPACES
               MOVE LS-LD-PROGRAM TO LRL-PGM-CODE
               READ LOADRULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LRL-FT-CREDITS TO WS-FT-CREDITS
                       MOVE LRL-PT-CREDITS TO WS-PT-CREDITS
               END-READ
           END-IF.

       STORE-LOAD-STATUS.
           IF WS-TERMLOAD-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-STORED = 'N' AND WS-LOAD-STATUS = 'N' AND
              WS-CREDITS = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-STORED = 'N'
               MOVE SPACE TO WS-OLD-STATUS
               MOVE ZERO TO WS-OLD-CREDITS
           END-IF
           MOVE LS-LD-STUDENT-ID TO TL-STUDENT-ID
           MOVE LS-LD-TERM TO TL-TERM
           MOVE WS-CREDITS TO TL-CREDITS
           MOVE WS-LOAD-STATUS TO TL-STATUS
           MOVE LS-LD-PROGRAM TO TL-PROGRAM
           MOVE WS-FT-CREDITS TO TL-FT-CREDITS
           MOVE WS-PT-CREDITS TO TL-PT-CREDITS
           MOVE WS-TIMESTAMP(1:8) TO TL-COMPUTED-DATE
           MOVE LS-LD-OPERATOR TO TL-COMPUTED-BY
           IF WS-STORED = 'Y'
               REWRITE TERMLOAD-RECORD
                   INVALID KEY
                       DISPLAY 'PRGS0066 ERROR UPDATING TERM LOAD: '
                               LS-LD-STUDENT-ID ' ' LS-LD-TERM ' '
                               WS-TERMLOAD-STATUS
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE TERMLOAD-RECORD
                   INVALID KEY
                       DISPLAY 'PRGS0066 ERROR WRITING TERM LOAD: '
                               LS-LD-STUDENT-ID ' ' LS-LD-TERM ' '
                               WS-TERMLOAD-STATUS
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           IF WS-LOAD-STATUS NOT = WS-OLD-STATUS
               MOVE 'Y' TO LS-LD-CHANGED
               PERFORM WRITE-LOAD-AUDIT
           END-IF.

       WRITE-LOAD-AUDIT.
           IF WS-AUDIT-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE LS-LD-STUDENT-ID TO AUD-STUDENT-ID
           MOVE 'LOAD STATUS' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE AUD-NEW-VALUE
           IF WS-OLD-STATUS = SPACE
               STRING LS-LD-TERM ' NONE'
                      DELIMITED BY SIZE
                      INTO AUD-OLD-VALUE
           ELSE
               MOVE WS-OLD-STATUS TO WS-LOAD-STATUS
               PERFORM SET-STATUS-TEXT
               STRING LS-LD-TERM ' ' WS-STATUS-TEXT ' '
                      WS-OLD-CREDITS
                      DELIMITED BY SIZE
                      INTO AUD-OLD-VALUE
               MOVE LS-LD-STATUS TO WS-LOAD-STATUS
           END-IF
           PERFORM SET-STATUS-TEXT
           STRING LS-LD-TERM ' ' WS-STATUS-TEXT ' ' WS-CREDITS
                  DELIMITED BY SIZE
                  INTO AUD-NEW-VALUE
           MOVE WS-TIMESTAMP(1:16) TO AUD-TIMESTAMP
           MOVE LS-LD-OPERATOR TO AUD-OPERATOR
           WRITE AUDIT-RECORD.

       SET-STATUS-TEXT.
           EVALUATE WS-LOAD-STATUS
               WHEN 'F'
                   MOVE 'FULL-TIME' TO WS-STATUS-TEXT
               WHEN 'P'
                   MOVE 'PART-TIME' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'NOT ENROLLED' TO WS-STATUS-TEXT
           END-EVALUATE.
