       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0163.
       AUTHOR. Mohand Kessi.

      * WEEKLY ADVISING REPORT FOR THE SEVEN DAYS ENDING ON THE CYCLE
      * DATE.  PART 1 LISTS EVERY APPOINTMENT IN THE WEEK BY ADVISOR
      * WITH THE ADVISOR'S COUNTS AND NO-SHOW RATE (NO-SHOWS OVER
      * APPOINTMENTS COMPLETED OR MISSED).  PART 2 LISTS STUDENTS ON
      * THE LATEST AT-RISK WORKLIST (ATRISK.DAT, WRITTEN BY PRGR0075)
      * WHO HAVE NOT COMPLETED AN ADVISING APPOINTMENT IN THE LAST
      * WS-SEEN-DAYS DAYS, SHOWING ANY APPOINTMENT ALREADY BOOKED.
      * THE REPORT IS PRODUCED ON THE FRIDAY CYCLE ONLY, UNLESS THE
      * SYSIN CARD IS Y.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINT-FILE ASSIGN TO 'APPOINT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-SLOT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPOINT-STATUS.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT ATRISK-LIST-FILE ASSIGN TO 'ATRISK.DAT'
               FILE STATUS IS WS-ATRISK-STATUS.
           SELECT ADVISING-REPORT-FILE ASSIGN TO 'ADVWEEK.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPOINT-FILE.
       01 APPOINT-RECORD.
          05 AP-KEY.
             10 AP-STUDENT-ID     PIC 9(06).
             10 AP-DATE           PIC 9(08).
             10 AP-TIME           PIC 9(04).
          05 AP-SLOT-KEY.
             10 AP-ADVISOR        PIC X(08).
             10 AP-SLOT-DATE      PIC 9(08).
             10 AP-SLOT-TIME      PIC 9(04).
          05 AP-MINUTES           PIC 9(03).
          05 AP-REASON            PIC X(30).
          05 AP-STATUS            PIC X.
          05 AP-BOOKED-BY         PIC X(08).
          05 AP-BOOKED-DATE       PIC 9(08).
          05 AP-NOTE-STAMP        PIC X(16).
          05 AP-REMINDED          PIC X.
          05 FILLER               PIC X(05).

       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 VSAM-STUDENT-NAME     PIC X(30).
          05 FILLER                PIC X(144).

       FD ATRISK-LIST-FILE.
       01 ATRISK-LIST-RECORD.
          05 AR-STUDENT-ID        PIC 9(06).
          05 AR-SCORE             PIC 9(03).
          05 AR-RUN-DATE          PIC 9(08).
          05 AR-NAME              PIC X(30).
          05 FILLER               PIC X(03).

       FD ADVISING-REPORT-FILE.
       01 ADVISING-REPORT-RECORD PIC X(132).

       FD REPORT-REGISTRY-FILE.
       01 REPORT-REGISTRY-RECORD.
          05 RR-STATUS        PIC X.
          05 RR-REPORT-NAME   PIC X(16).
          05 RR-FILENAME      PIC X(30).
          05 RR-RUN-DATE      PIC X(08).
          05 RR-RUN-TIME      PIC X(06).
          05 RR-OPERATOR      PIC X(08).
          05 RR-COUNT         PIC 9(06).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-APPOINT-STATUS     PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-ATRISK-STATUS      PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-END-OF-SCAN        PIC X VALUE 'N'.
       01 WS-STUDENT-OPEN       PIC X VALUE 'N'.
       01 WS-APPOINT-OPEN       PIC X VALUE 'N'.
       01 WS-FORCE-RUN          PIC X VALUE SPACES.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGR0163'.

      * AN AT-RISK STUDENT COUNTS AS SEEN AFTER A COMPLETED
      * APPOINTMENT WITHIN THIS MANY DAYS OF THE CYCLE DATE.
       01 WS-SEEN-DAYS          PIC 9(03) VALUE 30.
       01 WS-CYCLE-DAY-NO       PIC 9(07) VALUE ZERO.
       01 WS-DAY-OF-WEEK        PIC 9 VALUE ZERO.
       01 WS-WEEK-START         PIC 9(08) VALUE ZERO.
       01 WS-SEEN-SINCE         PIC 9(08) VALUE ZERO.

       01 WS-PREV-ADVISOR       PIC X(08) VALUE SPACES.
       01 WS-STATUS-TEXT        PIC X(09) VALUE SPACES.
       01 WS-STUDENT-NAME       PIC X(30) VALUE SPACES.
       01 WS-SEEN               PIC X VALUE 'N'.
       01 WS-NEXT-BOOKED        PIC 9(08) VALUE ZERO.
       01 WS-NEXT-ADVISOR       PIC X(08) VALUE SPACES.
       01 WS-LAST-SEEN          PIC 9(08) VALUE ZERO.
       01 WS-WORKLIST-DATE      PIC 9(08) VALUE ZERO.
       01 WS-RATE-BASE          PIC 9(06) VALUE ZERO.
       01 WS-NOSHOW-PCT         PIC 9(03) VALUE ZERO.

       01 WS-ADV-BOOKED         PIC 9(06) VALUE ZERO.
       01 WS-ADV-COMPLETED      PIC 9(06) VALUE ZERO.
       01 WS-ADV-NOSHOW         PIC 9(06) VALUE ZERO.
       01 WS-ADV-CANCELLED      PIC 9(06) VALUE ZERO.
       01 WS-TOT-BOOKED         PIC 9(06) VALUE ZERO.
       01 WS-TOT-COMPLETED      PIC 9(06) VALUE ZERO.
       01 WS-TOT-NOSHOW         PIC 9(06) VALUE ZERO.
       01 WS-TOT-CANCELLED      PIC 9(06) VALUE ZERO.
       01 WS-LISTED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-ATRISK-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-NOT-SEEN-COUNT     PIC 9(06) VALUE ZERO.

       01 WS-DETAIL-LINE.
          05 WS-DL-ADVISOR      PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-DATE         PIC 9(08).
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DL-TIME         PIC 9(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-STUD-ID      PIC 9(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-NAME         PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-STATUS       PIC X(09).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-REASON       PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-NOTE         PIC X(04).
          05 FILLER             PIC X(20) VALUE SPACES.

       01 WS-RISK-LINE.
          05 WS-RL-STUD-ID      PIC 9(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-RL-NAME         PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-RL-SCORE        PIC ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-RL-LAST-SEEN    PIC X(08).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-RL-NEXT         PIC X(30).
          05 FILLER             PIC X(45) VALUE SPACES.
       01 WS-LINE               PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           COMPUTE WS-CYCLE-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-CYCLE-DAY-NO - 1, 7) + 1
           COMPUTE WS-WEEK-START =
                   FUNCTION DATE-OF-INTEGER(WS-CYCLE-DAY-NO - 6)
           COMPUTE WS-SEEN-SINCE = FUNCTION DATE-OF-INTEGER
                   (WS-CYCLE-DAY-NO - WS-SEEN-DAYS)

           DISPLAY 'PRODUCE THE WEEKLY ADVISING REPORT ON A '
                   'NON-FRIDAY CYCLE (Y/N): '
           ACCEPT WS-FORCE-RUN
           IF WS-DAY-OF-WEEK NOT = 5 AND WS-FORCE-RUN NOT = 'Y'
               DISPLAY 'PRGR0163 CYCLE DATE ' WS-CURRENT-DATE
                       ' IS NOT A FRIDAY - NO WEEKLY REPORT'
               STOP RUN
           END-IF

           OPEN OUTPUT ADVISING-REPORT-FILE

           OPEN INPUT APPOINT-FILE
           IF WS-APPOINT-STATUS = '00'
               MOVE 'Y' TO WS-APPOINT-OPEN
           ELSE
               IF WS-APPOINT-STATUS NOT = '35'
                   DISPLAY 'PRGR0163 ERROR OPENING APPOINTMENT FILE: '
                           WS-APPOINT-STATUS
                   CLOSE ADVISING-REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS = '00'
               MOVE 'Y' TO WS-STUDENT-OPEN
           END-IF

           PERFORM WRITE-ADVISOR-SECTION
           PERFORM WRITE-ATRISK-SECTION
           PERFORM REGISTER-OUTPUT

           CLOSE ADVISING-REPORT-FILE
           IF WS-APPOINT-OPEN = 'Y'
               CLOSE APPOINT-FILE
           END-IF
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-VSAM-FILE
           END-IF

           DISPLAY 'PRGR0163 WEEK ' WS-WEEK-START ' TO '
                   WS-CURRENT-DATE '  APPOINTMENTS: ' WS-LISTED-COUNT
                   '  NO-SHOWS: ' WS-TOT-NOSHOW
           DISPLAY 'PRGR0163 AT-RISK STUDENTS: ' WS-ATRISK-COUNT
                   '  NOT SEEN: ' WS-NOT-SEEN-COUNT
           STOP RUN.

       GET-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CYCLE-STATUS = '00'
               READ CYCLE-DATE-FILE
                   AT END
                       MOVE FUNCTION CURRENT-DATE(1:8)
                         TO WS-CURRENT-DATE
                   NOT AT END
                       MOVE CYCLE-DATE-RECORD TO WS-CURRENT-DATE
               END-READ
               CLOSE CYCLE-DATE-FILE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           END-IF.

      * THE ALTERNATE KEY (ADVISOR, DATE, TIME) GIVES THE ADVISOR
      * ORDER; APPOINTMENTS OUTSIDE THE WEEK ARE PASSED OVER.
       WRITE-ADVISOR-SECTION.
           MOVE SPACES TO WS-LINE
           STRING 'WEEKLY ADVISING APPOINTMENTS   WEEK ' WS-WEEK-START
                  ' TO ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE ADVISING-REPORT-RECORD FROM WS-LINE
           WRITE ADVISING-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'ADVISOR   DATE     TIME  STUDENT STUDENT NAME'
                  '                    STATUS     REASON'
                  '                          NOTE'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE ADVISING-REPORT-RECORD FROM WS-LINE
           MOVE ALL '-' TO WS-LINE(1:112)
           WRITE ADVISING-REPORT-RECORD FROM WS-LINE

           IF WS-APPOINT-OPEN = 'Y'
               MOVE LOW-VALUES TO AP-SLOT-KEY
               START APPOINT-FILE KEY IS >= AP-SLOT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           ELSE
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ APPOINT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AP-SLOT-DATE NOT < WS-WEEK-START AND
                          AP-SLOT-DATE NOT > WS-CURRENT-DATE
                           PERFORM LIST-APPOINTMENT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PREV-ADVISOR NOT = SPACES
               PERFORM WRITE-ADVISOR-TOTALS
           END-IF
           IF WS-LISTED-COUNT = ZERO
               MOVE '(NO ADVISING APPOINTMENTS THIS WEEK)' TO WS-LINE
               WRITE ADVISING-REPORT-RECORD FROM WS-LINE
           END-IF

           WRITE ADVISING-REPORT-RECORD FROM SPACES
           MOVE WS-TOT-COMPLETED TO WS-RATE-BASE
           ADD WS-TOT-NOSHOW TO WS-RATE-BASE
           MOVE ZERO TO WS-NOSHOW-PCT
           IF WS-RATE-BASE > ZERO
               COMPUTE WS-NOSHOW-PCT ROUNDED =
                       WS-TOT-NOSHOW * 100 / WS-RATE-BASE
           END-IF
           MOVE SPACES TO WS-LINE
           STRING 'ALL ADVISORS - COMPLETED: ' WS-TOT-COMPLETED
                  '  NO-SHOW: ' WS-TOT-NOSHOW
                  '  STILL BOOKED: ' WS-TOT-BOOKED
                  '  CANCELLED: ' WS-TOT-CANCELLED
                  '  NO-SHOW RATE: ' WS-NOSHOW-PCT '%'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE ADVISING-REPORT-RECORD FROM WS-LINE.

       LIST-APPOINTMENT.
           IF AP-ADVISOR NOT = WS-PREV-ADVISOR
               IF WS-PREV-ADVISOR NOT = SPACES
                   PERFORM WRITE-ADVISOR-TOTALS
               END-IF
               MOVE AP-ADVISOR TO WS-PREV-ADVISOR
           END-IF

           EVALUATE AP-STATUS
               WHEN 'B'
                   MOVE 'BOOKED' TO WS-STATUS-TEXT
                   ADD 1 TO WS-ADV-BOOKED
               WHEN 'C'
                   MOVE 'COMPLETED' TO WS-STATUS-TEXT
                   ADD 1 TO WS-ADV-COMPLETED
               WHEN 'N'
                   MOVE 'NO-SHOW' TO WS-STATUS-TEXT
                   ADD 1 TO WS-ADV-NOSHOW
               WHEN OTHER
                   MOVE 'CANCELLED' TO WS-STATUS-TEXT
                   ADD 1 TO WS-ADV-CANCELLED
           END-EVALUATE

           MOVE AP-STUDENT-ID TO VSAM-STUDENT-ID
           PERFORM GET-STUDENT-NAME
           MOVE AP-ADVISOR TO WS-DL-ADVISOR
           MOVE AP-SLOT-DATE TO WS-DL-DATE
           MOVE AP-SLOT-TIME TO WS-DL-TIME
           MOVE AP-STUDENT-ID TO WS-DL-STUD-ID
           MOVE WS-STUDENT-NAME TO WS-DL-NAME
           MOVE WS-STATUS-TEXT TO WS-DL-STATUS
           MOVE AP-REASON TO WS-DL-REASON
           IF AP-NOTE-STAMP = SPACES
               MOVE SPACES TO WS-DL-NOTE
           ELSE
               MOVE 'YES' TO WS-DL-NOTE
           END-IF
           WRITE ADVISING-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT.

       WRITE-ADVISOR-TOTALS.
           MOVE WS-ADV-COMPLETED TO WS-RATE-BASE
           ADD WS-ADV-NOSHOW TO WS-RATE-BASE
           MOVE ZERO TO WS-NOSHOW-PCT
           IF WS-RATE-BASE > ZERO
               COMPUTE WS-NOSHOW-PCT ROUNDED =
                       WS-ADV-NOSHOW * 100 / WS-RATE-BASE
           END-IF
           MOVE SPACES TO WS-LINE
           STRING '  ' WS-PREV-ADVISOR
                  ' - COMPLETED: ' WS-ADV-COMPLETED
                  '  NO-SHOW: ' WS-ADV-NOSHOW
                  '  STILL BOOKED: ' WS-ADV-BOOKED
                  '  CANCELLED: ' WS-ADV-CANCELLED
                  '  NO-SHOW RATE: ' WS-NOSHOW-PCT '%'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE ADVISING-REPORT-RECORD FROM WS-LINE
           WRITE ADVISING-REPORT-RECORD FROM SPACES
           ADD WS-ADV-BOOKED TO WS-TOT-BOOKED
           ADD WS-ADV-COMPLETED TO WS-TOT-COMPLETED
           ADD WS-ADV-NOSHOW TO WS-TOT-NOSHOW
           ADD WS-ADV-CANCELLED TO WS-TOT-CANCELLED
           MOVE ZERO TO WS-ADV-BOOKED
                        WS-ADV-COMPLETED
                        WS-ADV-NOSHOW
                        WS-ADV-CANCELLED.

       WRITE-ATRISK-SECTION.
           WRITE ADVISING-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'AT-RISK STUDENTS NOT SEEN SINCE ' WS-SEEN-SINCE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE ADVISING-REPORT-RECORD FROM WS-LINE

           MOVE 'N' TO WS-EOF
           OPEN INPUT ATRISK-LIST-FILE
           IF WS-ATRISK-STATUS NOT = '00'
               MOVE '(NO AT-RISK WORKLIST ON FILE)' TO WS-LINE
               WRITE ADVISING-REPORT-RECORD FROM WS-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINE
           STRING 'STUDENT STUDENT NAME                    '
                  'SCORE  LAST SEEN  NEXT BOOKED'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE ADVISING-REPORT-RECORD FROM WS-LINE
           MOVE ALL '-' TO WS-LINE(1:87)
           WRITE ADVISING-REPORT-RECORD FROM WS-LINE

           PERFORM UNTIL WS-EOF = 'Y'
               READ ATRISK-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ATRISK-COUNT
                       MOVE AR-RUN-DATE TO WS-WORKLIST-DATE
                       PERFORM CHECK-STUDENT-SEEN
                       IF WS-SEEN = 'N'
                           PERFORM WRITE-NOT-SEEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATRISK-LIST-FILE

           IF WS-ATRISK-COUNT > ZERO
               MOVE SPACES TO WS-LINE
               STRING 'WORKLIST OF ' WS-WORKLIST-DATE
                      ' - STUDENTS: ' WS-ATRISK-COUNT
                      '  NOT SEEN: ' WS-NOT-SEEN-COUNT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE ADVISING-REPORT-RECORD FROM SPACES
               WRITE ADVISING-REPORT-RECORD FROM WS-LINE
           END-IF.

      * SEEN = AN APPOINTMENT COMPLETED ON OR AFTER WS-SEEN-SINCE.
      * THE LATEST COMPLETED DATE AND THE FIRST APPOINTMENT STILL
      * BOOKED FROM THE CYCLE DATE ON ARE NOTED FOR THE REPORT.
       CHECK-STUDENT-SEEN.
           MOVE 'N' TO WS-SEEN
           MOVE ZERO TO WS-NEXT-BOOKED
           MOVE ZERO TO WS-LAST-SEEN
           MOVE SPACES TO WS-NEXT-ADVISOR
           IF WS-APPOINT-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-SCAN
           MOVE AR-STUDENT-ID TO AP-STUDENT-ID
           MOVE ZERO TO AP-DATE
           MOVE ZERO TO AP-TIME
           START APPOINT-FILE KEY IS >= AP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
           END-START
           PERFORM UNTIL WS-END-OF-SCAN = 'Y'
               READ APPOINT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SCAN
                   NOT AT END
                       IF AP-STUDENT-ID NOT = AR-STUDENT-ID
                           MOVE 'Y' TO WS-END-OF-SCAN
                       ELSE
                           IF AP-STATUS = 'C'
                               MOVE AP-DATE TO WS-LAST-SEEN
                               IF AP-DATE NOT < WS-SEEN-SINCE
                                   MOVE 'Y' TO WS-SEEN
                               END-IF
                           END-IF
                           IF AP-STATUS = 'B' AND
                              AP-DATE NOT < WS-CURRENT-DATE AND
                              WS-NEXT-BOOKED = ZERO
                               MOVE AP-DATE TO WS-NEXT-BOOKED
                               MOVE AP-ADVISOR TO WS-NEXT-ADVISOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-NOT-SEEN.
           ADD 1 TO WS-NOT-SEEN-COUNT
           MOVE AR-STUDENT-ID TO WS-RL-STUD-ID
           MOVE AR-NAME TO WS-RL-NAME
           MOVE AR-SCORE TO WS-RL-SCORE
           IF WS-LAST-SEEN = ZERO
               MOVE 'NEVER' TO WS-RL-LAST-SEEN
           ELSE
               MOVE WS-LAST-SEEN TO WS-RL-LAST-SEEN
           END-IF
           MOVE SPACES TO WS-RL-NEXT
           IF WS-NEXT-BOOKED = ZERO
               MOVE 'NONE BOOKED' TO WS-RL-NEXT
           ELSE
               STRING WS-NEXT-BOOKED ' WITH ' WS-NEXT-ADVISOR
                      DELIMITED BY SIZE
                      INTO WS-RL-NEXT
           END-IF
           WRITE ADVISING-REPORT-RECORD FROM WS-RISK-LINE.

       GET-STUDENT-NAME.
           MOVE SPACES TO WS-STUDENT-NAME
           IF WS-STUDENT-OPEN = 'Y'
               READ STUDENT-VSAM-FILE
                   INVALID KEY
                       MOVE '*** NOT ON STUDENT MASTER ***'
                         TO WS-STUDENT-NAME
                   NOT INVALID KEY
                       MOVE VSAM-STUDENT-NAME TO WS-STUDENT-NAME
               END-READ
           END-IF.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'ADVISING-WEEKLY' TO RR-REPORT-NAME
               MOVE 'ADVWEEK.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-PROGRAM-ID TO RR-OPERATOR
               MOVE WS-LISTED-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGR0163 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
