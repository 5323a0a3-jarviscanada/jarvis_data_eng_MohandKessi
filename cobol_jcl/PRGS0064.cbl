       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGW0164.
       AUTHOR. Mohand Kessi.

      * REGISTRATION PRIORITY WINDOWS (TIME TICKETS) FOR ONE TERM.
      * RUN ON REQUEST BEFORE REGISTRATION OPENS - SYSIN GIVES THE
      * TERM, THE DATE AND TIME REGISTRATION OPENS AND THE NUMBER OF
      * DAYS BETWEEN WINDOWS.  EVERY ACTIVE STUDENT GETS ONE REGWIN
      * RECORD FOR THE TERM:
      *   WINDOW 1  PRIORITY GROUPS - ATHLETES AND ACCOMMODATED
      *             STUDENTS (REGGROUP.VSAM, OR A CURRENT RECORD ON
      *             ACCOMMOD.VSAM)
      *   WINDOW 2  WS-BAND-2-CREDITS CREDITS EARNED AND OVER
      *   WINDOW 3  WS-BAND-3-CREDITS AND OVER
      *   WINDOW 4  WS-BAND-4-CREDITS AND OVER
      *   WINDOW 5  EVERYONE ELSE
      * CREDITS EARNED ARE THE PASSED, NON-REPEATED GRADES ON
      * GRADE.VSAM (AS COUNTED FOR GRADUATION BY PRGU0022) PLUS THE
      * TRANSFER CREDIT GRANTED ON TRANSFER.VSAM.  A RERUN FOR THE
      * SAME TERM REPLACES THE TERM'S WINDOWS.  REGWIN.RPT SHOWS HOW
      * MANY STUDENTS FALL IN EACH WINDOW SO THE REGISTRAR CAN MOVE
      * THE BANDS AND RERUN BEFORE THE WINDOWS ARE PUBLISHED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT GRADE-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-KEY
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO 'TRANSFER.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRANSFER-STATUS.
           SELECT REGGROUP-FILE ASSIGN TO 'REGGROUP.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-STUDENT-ID
               FILE STATUS IS WS-REGGROUP-STATUS.
           SELECT ACCOMMOD-FILE ASSIGN TO 'ACCOMMOD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-STUDENT-ID
               FILE STATUS IS WS-ACCOMMOD-STATUS.
           SELECT REGWIN-FILE ASSIGN TO 'REGWIN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-KEY
               FILE STATUS IS WS-REGWIN-STATUS.
           SELECT WINDOW-REPORT-FILE ASSIGN TO 'REGWIN.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.

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

       FD GRADE-FILE.
       01 GRADE-RECORD.
          05 GRADE-KEY.
             10 GR-STUDENT-ID     PIC 9(06).
             10 GR-COURSE-CODE    PIC X(04).
             10 GR-TERM           PIC X(06).
          05 GR-GRADE             PIC X(02).
          05 GR-LOAD-DATE         PIC 9(08).
          05 GR-LAPSE-DATE        PIC 9(08).
          05 GR-REPEAT-FLAG       PIC X.

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

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
          05 TRF-KEY.
             10 TRF-STUDENT-ID    PIC 9(06).
             10 TRF-SEQ           PIC 9(02).
          05 TRF-INSTITUTION      PIC X(30).
          05 TRF-EXT-COURSE       PIC X(10).
          05 TRF-EQUIV-COURSE     PIC X(04).
          05 TRF-CREDITS          PIC 9(02).
          05 TRF-DECISION-DATE    PIC 9(08).

       FD REGGROUP-FILE.
       01 REGGROUP-RECORD.
          05 RG-STUDENT-ID        PIC 9(06).
          05 RG-GROUP             PIC X(02).
          05 RG-EXPIRY-DATE       PIC 9(08).
          05 RG-UPDATED-BY        PIC X(08).
          05 RG-UPDATED-DATE      PIC 9(08).
          05 FILLER               PIC X(08).

       FD ACCOMMOD-FILE.
       01 ACCOMMOD-RECORD.
          05 AC-STUDENT-ID        PIC 9(06).
          05 AC-CODE OCCURS 4 TIMES PIC X(02).
          05 AC-EXTRA-PCT         PIC 9(03).
          05 AC-EXPIRY-DATE       PIC 9(08).
          05 AC-UPDATED-BY        PIC X(08).
          05 AC-UPDATED-DATE      PIC 9(08).

       FD REGWIN-FILE.
       01 REGWIN-RECORD.
          05 RW-KEY.
             10 RW-TERM           PIC X(06).
             10 RW-STUDENT-ID     PIC 9(06).
          05 RW-WINDOW            PIC 9.
          05 RW-OPEN-DATE         PIC 9(08).
          05 RW-OPEN-TIME         PIC 9(04).
          05 RW-CREDITS           PIC 9(04).
          05 RW-GROUP             PIC X(02).
          05 RW-ASSIGNED-DATE     PIC 9(08).
          05 FILLER               PIC X(11).

       FD WINDOW-REPORT-FILE.
       01 WINDOW-REPORT-RECORD PIC X(132).

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
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-GRADE-STATUS       PIC XX VALUE SPACES.
       01 WS-COURSE-STATUS      PIC XX VALUE SPACES.
       01 WS-TRANSFER-STATUS    PIC XX VALUE SPACES.
       01 WS-REGGROUP-STATUS    PIC XX VALUE SPACES.
       01 WS-ACCOMMOD-STATUS    PIC XX VALUE SPACES.
       01 WS-REGWIN-STATUS      PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-GRADES-OPEN        PIC X VALUE 'N'.
       01 WS-TRANSFER-OPEN      PIC X VALUE 'N'.
       01 WS-REGGROUP-OPEN      PIC X VALUE 'N'.
       01 WS-ACCOMMOD-OPEN      PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-END-OF-SCAN        PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGW0164'.

       01 WS-TERM               PIC X(06) VALUE SPACES.
       01 WS-START-DATE         PIC 9(08) VALUE ZERO.
       01 WS-START-TIME         PIC 9(04) VALUE ZERO.
       01 WS-DAYS-APART         PIC 9(02) VALUE ZERO.
       01 WS-START-DAY-NO       PIC 9(07) VALUE ZERO.

      * CREDIT BANDS FOR WINDOWS 2 TO 4.
       01 WS-BAND-2-CREDITS     PIC 9(04) VALUE 90.
       01 WS-BAND-3-CREDITS     PIC 9(04) VALUE 60.
       01 WS-BAND-4-CREDITS     PIC 9(04) VALUE 30.

       01 WS-SCAN-STUDENT-ID    PIC 9(06) VALUE ZERO.
       01 WS-EARNED-CREDITS     PIC 9(04) VALUE ZERO.
       01 WS-GROUP              PIC X(02) VALUE SPACES.
       01 WS-WINDOW             PIC 9 VALUE ZERO.
       01 WS-WX                 PIC 9 VALUE ZERO.

       01 WS-READ-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-ASSIGNED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-REPLACED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-ATHLETE-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-ACCOM-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-SHARE-PCT          PIC 9(03) VALUE ZERO.

       01 WS-WINDOW-TABLE.
          05 WS-WINDOW-ENTRY OCCURS 5 TIMES.
             10 WS-WT-OPEN-DATE   PIC 9(08).
             10 WS-WT-COUNT       PIC 9(06).
             10 WS-WT-CREDITS     PIC 9(08).

       01 WS-WINDOW-LINE.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-WL-WINDOW       PIC 9.
          05 FILLER             PIC X(04) VALUE SPACES.
          05 WS-WL-OPEN-DATE    PIC 9(08).
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-WL-OPEN-TIME    PIC 9(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-WL-RULE         PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-WL-COUNT        PIC ZZZ,ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-WL-PCT          PIC ZZ9.
          05 FILLER             PIC X(01) VALUE '%'.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-WL-AVG          PIC ZZZ9.
          05 FILLER             PIC X(57) VALUE SPACES.
       01 WS-AVG-CREDITS        PIC 9(04) VALUE ZERO.
       01 WS-LINE               PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE

           DISPLAY 'ENTER TERM FOR REGISTRATION WINDOWS (E.G. 2026FA): '
           ACCEPT WS-TERM
           IF WS-TERM = SPACES
               DISPLAY 'PRGW0164 NO TERM - NOTHING PRODUCED'
               STOP RUN
           END-IF
           DISPLAY 'ENTER DATE REGISTRATION OPENS (YYYYMMDD): '
           ACCEPT WS-START-DATE
           IF WS-START-DATE = ZERO OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = 0
               DISPLAY 'PRGW0164 INVALID OPENING DATE: ' WS-START-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'ENTER TIME WINDOWS OPEN (HHMM, 0 FOR 0800): '
           ACCEPT WS-START-TIME
           IF WS-START-TIME = ZERO
               MOVE 0800 TO WS-START-TIME
           END-IF
           DISPLAY 'ENTER DAYS BETWEEN WINDOWS (0 FOR 1): '
           ACCEPT WS-DAYS-APART
           IF WS-DAYS-APART = ZERO
               MOVE 1 TO WS-DAYS-APART
           END-IF

           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS NOT = '00'
               DISPLAY 'PRGW0164 ERROR OPENING STUDENT MASTER: '
                       WS-VSAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O REGWIN-FILE
           IF WS-REGWIN-STATUS = '05' OR WS-REGWIN-STATUS = '35'
               CLOSE REGWIN-FILE
               OPEN OUTPUT REGWIN-FILE
               CLOSE REGWIN-FILE
               OPEN I-O REGWIN-FILE
           END-IF
           IF WS-REGWIN-STATUS NOT = '00'
               DISPLAY 'PRGW0164 ERROR OPENING WINDOW FILE: '
                       WS-REGWIN-STATUS
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-CREDIT-FILES
           PERFORM OPEN-GROUP-FILES
           PERFORM SET-WINDOW-DATES
           PERFORM CLEAR-TERM-WINDOWS

           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-VSAM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF VSAM-STUDENT-STATUS = 'A'
                           PERFORM ASSIGN-WINDOW
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-WINDOW-REPORT
           PERFORM REGISTER-OUTPUT

           CLOSE STUDENT-VSAM-FILE
                 REGWIN-FILE
           IF WS-GRADES-OPEN = 'Y'
               CLOSE GRADE-FILE
                     COURSE-FILE
           END-IF
           IF WS-TRANSFER-OPEN = 'Y'
               CLOSE TRANSFER-FILE
           END-IF
           IF WS-REGGROUP-OPEN = 'Y'
               CLOSE REGGROUP-FILE
           END-IF
           IF WS-ACCOMMOD-OPEN = 'Y'
               CLOSE ACCOMMOD-FILE
           END-IF

           IF WS-FAILED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'PRGW0164 TERM ' WS-TERM ' OPENS ' WS-START-DATE
                   ' ' WS-START-TIME
           DISPLAY 'PRGW0164 STUDENTS READ: ' WS-READ-COUNT
                   '  WINDOWS ASSIGNED: ' WS-ASSIGNED-COUNT
                   '  REPLACED: ' WS-REPLACED-COUNT
                   '  NOT WRITTEN: ' WS-FAILED-COUNT
           STOP RUN.

      * WITHOUT GRADES AND COURSES NO CREDITS CAN BE COUNTED, SO
      * EVERY STUDENT OUTSIDE A PRIORITY GROUP WOULD LAND IN THE LAST
      * WINDOW - THE RUN IS STOPPED RATHER THAN PUBLISH THAT.
       OPEN-CREDIT-FILES.
           OPEN INPUT GRADE-FILE
           OPEN INPUT COURSE-FILE
           IF WS-GRADE-STATUS = '00' AND WS-COURSE-STATUS = '00'
               MOVE 'Y' TO WS-GRADES-OPEN
           ELSE
               DISPLAY 'PRGW0164 GRADE OR COURSE FILE NOT AVAILABLE: '
                       WS-GRADE-STATUS ' ' WS-COURSE-STATUS
               IF WS-GRADE-STATUS = '00'
                   CLOSE GRADE-FILE
               END-IF
               IF WS-COURSE-STATUS = '00'
                   CLOSE COURSE-FILE
               END-IF
               CLOSE STUDENT-VSAM-FILE
                     REGWIN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANSFER-FILE
           IF WS-TRANSFER-STATUS = '00'
               MOVE 'Y' TO WS-TRANSFER-OPEN
           END-IF.

       OPEN-GROUP-FILES.
           OPEN INPUT REGGROUP-FILE
           IF WS-REGGROUP-STATUS = '00'
               MOVE 'Y' TO WS-REGGROUP-OPEN
           END-IF
           OPEN INPUT ACCOMMOD-FILE
           IF WS-ACCOMMOD-STATUS = '00'
               MOVE 'Y' TO WS-ACCOMMOD-OPEN
           END-IF.

       SET-WINDOW-DATES.
           COMPUTE WS-START-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 5
               COMPUTE WS-WT-OPEN-DATE(WS-WX) = FUNCTION
                       DATE-OF-INTEGER(WS-START-DAY-NO +
                       (WS-WX - 1) * WS-DAYS-APART)
               MOVE ZERO TO WS-WT-COUNT(WS-WX)
               MOVE ZERO TO WS-WT-CREDITS(WS-WX)
           END-PERFORM.

       CLEAR-TERM-WINDOWS.
           MOVE 'N' TO WS-END-OF-SCAN
           MOVE WS-TERM TO RW-TERM
           MOVE ZERO TO RW-STUDENT-ID
           START REGWIN-FILE KEY IS >= RW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ REGWIN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF RW-TERM NOT = WS-TERM
                           MOVE 'Y' TO WS-END-OF-SCAN
                       ELSE
                           DELETE REGWIN-FILE
                               INVALID KEY
                                   DISPLAY 'PRGW0164 ERROR REMOVING '
                                           'WINDOW: ' RW-STUDENT-ID
                                           ' ' WS-REGWIN-STATUS
                               NOT INVALID KEY
                                   ADD 1 TO WS-REPLACED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       ASSIGN-WINDOW.
           MOVE VSAM-STUDENT-ID TO WS-SCAN-STUDENT-ID
           PERFORM TOTAL-EARNED-CREDITS
           PERFORM TOTAL-TRANSFER-CREDITS
           PERFORM CHECK-PRIORITY-GROUP

           EVALUATE TRUE
               WHEN WS-GROUP NOT = SPACES
                   MOVE 1 TO WS-WINDOW
               WHEN WS-EARNED-CREDITS NOT < WS-BAND-2-CREDITS
                   MOVE 2 TO WS-WINDOW
               WHEN WS-EARNED-CREDITS NOT < WS-BAND-3-CREDITS
                   MOVE 3 TO WS-WINDOW
               WHEN WS-EARNED-CREDITS NOT < WS-BAND-4-CREDITS
                   MOVE 4 TO WS-WINDOW
               WHEN OTHER
                   MOVE 5 TO WS-WINDOW
           END-EVALUATE

           MOVE SPACES TO REGWIN-RECORD
           MOVE WS-TERM TO RW-TERM
           MOVE VSAM-STUDENT-ID TO RW-STUDENT-ID
           MOVE WS-WINDOW TO RW-WINDOW
           MOVE WS-WT-OPEN-DATE(WS-WINDOW) TO RW-OPEN-DATE
           MOVE WS-START-TIME TO RW-OPEN-TIME
           MOVE WS-EARNED-CREDITS TO RW-CREDITS
           MOVE WS-GROUP TO RW-GROUP
           MOVE WS-CURRENT-DATE TO RW-ASSIGNED-DATE
           WRITE REGWIN-RECORD
               INVALID KEY
                   DISPLAY 'PRGW0164 ERROR WRITING WINDOW: '
                           VSAM-STUDENT-ID ' ' WS-REGWIN-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ASSIGNED-COUNT
                   ADD 1 TO WS-WT-COUNT(WS-WINDOW)
                   ADD WS-EARNED-CREDITS TO WS-WT-CREDITS(WS-WINDOW)
                   IF WS-GROUP = 'AT'
                       ADD 1 TO WS-ATHLETE-COUNT
                   END-IF
                   IF WS-GROUP = 'AC'
                       ADD 1 TO WS-ACCOM-COUNT
                   END-IF
           END-WRITE.

      * SAME RULES AS THE GRADUATION AUDIT: FAILED, INCOMPLETE AND
      * WITHDRAWN GRADES AND REPEATED ATTEMPTS EARN NOTHING.
       TOTAL-EARNED-CREDITS.
           MOVE ZERO TO WS-EARNED-CREDITS
           MOVE 'N' TO WS-END-OF-SCAN
           MOVE WS-SCAN-STUDENT-ID TO GR-STUDENT-ID
           MOVE LOW-VALUES TO GR-COURSE-CODE
           MOVE LOW-VALUES TO GR-TERM
           START GRADE-FILE KEY IS >= GRADE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ GRADE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF GR-STUDENT-ID NOT = WS-SCAN-STUDENT-ID
                           MOVE 'Y' TO WS-END-OF-SCAN
                       ELSE
                           IF GR-GRADE NOT = 'F ' AND
                              GR-GRADE NOT = 'I ' AND
                              GR-GRADE NOT = 'W ' AND
                              GR-REPEAT-FLAG NOT = 'R'
                               MOVE GR-COURSE-CODE TO COURSE-CODE
                               READ COURSE-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD COURSE-CREDITS
                                         TO WS-EARNED-CREDITS
                               END-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TOTAL-TRANSFER-CREDITS.
           IF WS-TRANSFER-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-SCAN
           MOVE WS-SCAN-STUDENT-ID TO TRF-STUDENT-ID
           MOVE ZERO TO TRF-SEQ
           START TRANSFER-FILE KEY IS >= TRF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ TRANSFER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF TRF-STUDENT-ID NOT = WS-SCAN-STUDENT-ID
                           MOVE 'Y' TO WS-END-OF-SCAN
                       ELSE
                           ADD TRF-CREDITS TO WS-EARNED-CREDITS
                       END-IF
               END-READ
           END-PERFORM.

      * A REGGROUP ENTRY OR A CURRENT ACCOMMODATION PUTS THE STUDENT
      * IN THE FIRST WINDOW.  AN ENTRY WITHOUT AN EXPIRY DATE DOES
      * NOT LAPSE; BOTH MUST STILL BE CURRENT ON THE OPENING DATE.
       CHECK-PRIORITY-GROUP.
           MOVE SPACES TO WS-GROUP
           IF WS-REGGROUP-OPEN = 'Y'
               MOVE WS-SCAN-STUDENT-ID TO RG-STUDENT-ID
               READ REGGROUP-FILE
                   NOT INVALID KEY
                       IF RG-EXPIRY-DATE = ZERO OR
                          RG-EXPIRY-DATE NOT < WS-START-DATE
                           MOVE RG-GROUP TO WS-GROUP
                       END-IF
               END-READ
           END-IF
           IF WS-GROUP = SPACES AND WS-ACCOMMOD-OPEN = 'Y'
               MOVE WS-SCAN-STUDENT-ID TO AC-STUDENT-ID
               READ ACCOMMOD-FILE
                   NOT INVALID KEY
                       IF AC-EXPIRY-DATE NOT < WS-START-DATE
                           MOVE 'AC' TO WS-GROUP
                       END-IF
               END-READ
           END-IF.

       WRITE-WINDOW-REPORT.
           OPEN OUTPUT WINDOW-REPORT-FILE
           MOVE SPACES TO WS-LINE
           STRING 'REGISTRATION WINDOWS FOR TERM ' WS-TERM
                  '   RUN ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE WINDOW-REPORT-RECORD FROM WS-LINE
           WRITE WINDOW-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'WINDOW  OPENS          RULE'
                  '                              STUDENTS  SHARE'
                  '  AVG CREDITS'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE WINDOW-REPORT-RECORD FROM WS-LINE
           MOVE ALL '-' TO WS-LINE(1:75)
           WRITE WINDOW-REPORT-RECORD FROM WS-LINE

           PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 5
               PERFORM WRITE-WINDOW-LINE
           END-PERFORM

           WRITE WINDOW-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'PRIORITY GROUPS - ATHLETES: ' WS-ATHLETE-COUNT
                  '  ACCOMMODATED: ' WS-ACCOM-COUNT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE WINDOW-REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL STUDENTS WITH A WINDOW: ' WS-ASSIGNED-COUNT
                  '  NOT WRITTEN: ' WS-FAILED-COUNT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE WINDOW-REPORT-RECORD FROM WS-LINE
           IF WS-TRANSFER-OPEN NOT = 'Y'
               MOVE '(NO TRANSFER CREDIT FILE - GRADES ONLY COUNTED)'
                 TO WS-LINE
               WRITE WINDOW-REPORT-RECORD FROM WS-LINE
           END-IF
           CLOSE WINDOW-REPORT-FILE.

       WRITE-WINDOW-LINE.
           MOVE WS-WX TO WS-WL-WINDOW
           MOVE WS-WT-OPEN-DATE(WS-WX) TO WS-WL-OPEN-DATE
           MOVE WS-START-TIME TO WS-WL-OPEN-TIME
           MOVE SPACES TO WS-WL-RULE
           EVALUATE WS-WX
               WHEN 1
                   MOVE 'ATHLETES AND ACCOMMODATED' TO WS-WL-RULE
               WHEN 2
                   STRING WS-BAND-2-CREDITS ' CREDITS AND OVER'
                          DELIMITED BY SIZE
                          INTO WS-WL-RULE
               WHEN 3
                   STRING WS-BAND-3-CREDITS ' TO ' WS-BAND-2-CREDITS
                          ' CREDITS (EXCL)'
                          DELIMITED BY SIZE
                          INTO WS-WL-RULE
               WHEN 4
                   STRING WS-BAND-4-CREDITS ' TO ' WS-BAND-3-CREDITS
                          ' CREDITS (EXCL)'
                          DELIMITED BY SIZE
                          INTO WS-WL-RULE
               WHEN OTHER
                   STRING 'UNDER ' WS-BAND-4-CREDITS ' CREDITS'
                          DELIMITED BY SIZE
                          INTO WS-WL-RULE
           END-EVALUATE
           MOVE WS-WT-COUNT(WS-WX) TO WS-WL-COUNT
           MOVE ZERO TO WS-SHARE-PCT
           MOVE ZERO TO WS-AVG-CREDITS
           IF WS-ASSIGNED-COUNT > ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                       WS-WT-COUNT(WS-WX) * 100 / WS-ASSIGNED-COUNT
           END-IF
           IF WS-WT-COUNT(WS-WX) > ZERO
               COMPUTE WS-AVG-CREDITS ROUNDED =
                       WS-WT-CREDITS(WS-WX) / WS-WT-COUNT(WS-WX)
           END-IF
           MOVE WS-SHARE-PCT TO WS-WL-PCT
           MOVE WS-AVG-CREDITS TO WS-WL-AVG
           WRITE WINDOW-REPORT-RECORD FROM WS-WINDOW-LINE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'REG-WINDOWS' TO RR-REPORT-NAME
               MOVE 'REGWIN.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-PROGRAM-ID TO RR-OPERATOR
               MOVE WS-ASSIGNED-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGW0164 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
