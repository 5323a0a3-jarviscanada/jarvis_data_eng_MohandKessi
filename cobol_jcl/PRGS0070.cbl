       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0170.
       AUTHOR. Mohand Kessi.

      * STOP-OUT REVIEW.  ONCE A TERM HAS ENDED, EVERY ACTIVE STUDENT
      * WITH NO ENROLLMENT ON THE KEYED HISTORY (AND NO CO-OP WORK
      * TERM) IN ANY OF THE LAST N ENDED TERMS IS SET INACTIVE (I),
      * AUDITED AND JOURNALLED, AND SENT A STOPOUT NOTICE THROUGH
      * NOTIFYQ.DAT.  THE STUDENT'S SEAT IN STUDENT-COURSE IS GIVEN
      * BACK THE SAME WAY A STATUS CHANGE THROUGH PRGU0012 DOES.  A
      * STUDENT ADMITTED, OR RE-ADMITTED (PRGC0118), AFTER THE FIRST
      * TERM OF THE WINDOW IS NOT REVIEWED.
      *
      * THE RUN IS NIGHTLY BUT ONLY ACTS ONCE PER ENDED TERM:
      * STOPOUT.CTL HOLDS THE LAST TERM REVIEWED.  SYSIN GIVES N, THE
      * NUMBER OF CONSECUTIVE TERMS (01-12); A BLANK CARD TAKES 3.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERMF-STATUS.
           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.
           SELECT PLACEMENT-FILE ASSIGN TO 'PLACEMENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PLACEMENT-STATUS.
           SELECT READMIT-FILE ASSIGN TO 'READMIT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RDM-STUDENT-ID
               FILE STATUS IS WS-READMIT-STATUS.
           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT NOTIFY-QUEUE-FILE ASSIGN TO 'NOTIFYQ.DAT'
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'STUDENT-JOURNAL.DAT'
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT STOPOUT-CONTROL-FILE ASSIGN TO 'STOPOUT.CTL'
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT STOPOUT-REPORT-FILE ASSIGN TO 'STOPOUT.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

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

       FD TERM-FILE.
       01 TERM-RECORD.
          05 TM-TERM          PIC X(06).
          05 TM-START-DATE    PIC 9(08).
          05 TM-END-DATE      PIC 9(08).
          05 FILLER           PIC X(48).

       FD ENRHIST-FILE.
       01 ENRHIST-RECORD.
          05 EH-KEY.
             10 EH-STUDENT-ID     PIC 9(06).
             10 EH-TERM           PIC X(06).
             10 EH-COURSE-CODE    PIC X(04).
             10 EH-SECTION        PIC X(02).
          05 EH-DATE              PIC 9(08).

       FD PLACEMENT-FILE.
       01 PLACEMENT-RECORD.
          05 PL-KEY.
             10 PL-STUDENT-ID     PIC 9(06).
             10 PL-TERM           PIC X(06).
          05 FILLER               PIC X(102).

      * RDM-TERM: TERM OF THE LAST RE-ADMISSION (PRGC0118).
       FD READMIT-FILE.
       01 READMIT-RECORD.
          05 RDM-STUDENT-ID       PIC 9(06).
          05 RDM-TERM             PIC X(06).
          05 RDM-DATE             PIC 9(08).
          05 RDM-OPERATOR         PIC X(08).
          05 FILLER               PIC X(12).

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

       FD NOTIFY-QUEUE-FILE.
       01 NOTIFY-QUEUE-RECORD.
          05 NQ-STATUS        PIC X.
          05 NQ-STUDENT-ID    PIC 9(06).
          05 NQ-EVENT-CODE    PIC X(08).
          05 NQ-EVENT-DATA    PIC X(40).
          05 NQ-TIMESTAMP     PIC X(16).
          05 NQ-RETRY         PIC 9.

       FD STUDENT-AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AUD-STUDENT-ID   PIC 9(06).
          05 AUD-FIELD-NAME   PIC X(15).
          05 AUD-OLD-VALUE    PIC X(40).
          05 AUD-NEW-VALUE    PIC X(40).
          05 AUD-TIMESTAMP    PIC X(16).
          05 AUD-OPERATOR     PIC X(08).

       FD STUDENT-JOURNAL-FILE.
       01 JOURNAL-RECORD.
          05 JRN-TIMESTAMP        PIC X(16).
          05 JRN-PROGRAM          PIC X(08).
          05 JRN-OPERATION        PIC X.
          05 JRN-BEFORE-IMAGE     PIC X(180).
          05 JRN-AFTER-IMAGE      PIC X(180).

       FD STOPOUT-CONTROL-FILE.
       01 STOPOUT-CONTROL-RECORD.
          05 SC-LAST-TERM     PIC X(06).
          05 SC-RUN-DATE      PIC 9(08).
          05 SC-TERM-COUNT    PIC 9(02).

       FD STOPOUT-REPORT-FILE.
       01 STOPOUT-REPORT-RECORD PIC X(132).

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
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-TERMF-STATUS       PIC XX VALUE SPACES.
       01 WS-ENRHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-PLACEMENT-STATUS   PIC XX VALUE SPACES.
       01 WS-COURSE-STATUS      PIC XX VALUE SPACES.
       01 WS-READMIT-STATUS     PIC XX VALUE SPACES.
       01 WS-NOTIFY-STATUS      PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS       PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC XX VALUE SPACES.
       01 WS-CONTROL-STATUS     PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-END-OF-SCAN        PIC X VALUE 'N'.
       01 WS-PLACEMENT-OPEN     PIC X VALUE 'N'.
       01 WS-COURSE-OPEN        PIC X VALUE 'N'.
       01 WS-READMIT-OPEN       PIC X VALUE 'N'.
       01 WS-NOTIFY-OPEN        PIC X VALUE 'N'.
       01 WS-AUDIT-OPEN         PIC X VALUE 'N'.
       01 WS-JOURNAL-OPEN       PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGR0170'.
       01 WS-JRN-BEFORE         PIC X(180) VALUE SPACES.

      * NUMBER OF CONSECUTIVE ENDED TERMS WITH NO ENROLLMENT THAT
      * MAKES A STUDENT A STOP-OUT.
       01 WS-SYSIN-CARD         PIC X(02) VALUE SPACES.
       01 WS-WINDOW-TERMS       PIC 9(02) VALUE 3.
       01 WS-INACTIVE-STATUS    PIC X VALUE 'I'.
       01 WS-LAST-REVIEWED      PIC X(06) VALUE SPACES.

       01 WS-TX                 PIC 9(02) VALUE ZERO.
       01 WS-SX                 PIC 9(02) VALUE ZERO.
       01 WS-AX                 PIC 9(03) VALUE ZERO.
       01 WS-ATTENDED           PIC X VALUE 'N'.
       01 WS-READMIT-START      PIC 9(08) VALUE ZERO.
       01 WS-ACTION             PIC X(20) VALUE SPACES.

       01 WS-READ-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-REVIEWED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-STOPOUT-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-NOTICE-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-ERROR-COUNT        PIC 9(06) VALUE ZERO.

      * EVERY TERM ON THE TERM MASTER, FOR THE RE-ADMIT TERM LOOKUP.
       01 WS-ALL-TERM-TABLE.
          05 WS-ALL-COUNT       PIC 9(03) VALUE ZERO.
          05 WS-ALL-ENTRY OCCURS 200 TIMES.
             10 WS-AT-TERM      PIC X(06).
             10 WS-AT-START     PIC 9(08).

      * THE LAST N ENDED TERMS, LATEST FIRST.
       01 WS-WINDOW-TABLE.
          05 WS-WINDOW-COUNT    PIC 9(02) VALUE ZERO.
          05 WS-WINDOW-ENTRY OCCURS 12 TIMES.
             10 WS-WT-TERM      PIC X(06).
             10 WS-WT-START     PIC 9(08).

       01 WS-DETAIL-LINE.
          05 WS-DL-STUD-ID      PIC 9(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-NAME         PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-PROGRAM      PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-INCLUSION    PIC 9(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-ACTION       PIC X(20).
          05 FILLER             PIC X(56) VALUE SPACES.
       01 WS-LINE               PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           DISPLAY 'ENTER CONSECUTIVE TERMS (BLANK = 3): '
           ACCEPT WS-SYSIN-CARD
           IF WS-SYSIN-CARD NOT = SPACES
               IF WS-SYSIN-CARD IS NUMERIC
                   MOVE WS-SYSIN-CARD TO WS-WINDOW-TERMS
               ELSE
                   DISPLAY 'PRGR0170 INVALID TERM COUNT: '
                           WS-SYSIN-CARD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-WINDOW-TERMS < 1 OR WS-WINDOW-TERMS > 12
               DISPLAY 'PRGR0170 TERM COUNT MUST BE 01-12: '
                       WS-WINDOW-TERMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-TERMS
           IF WS-WINDOW-COUNT < WS-WINDOW-TERMS
               DISPLAY 'PRGR0170 ONLY ' WS-WINDOW-COUNT
                       ' TERMS HAVE ENDED - NO STOP-OUT REVIEW'
               STOP RUN
           END-IF

           PERFORM READ-CONTROL
           IF WS-LAST-REVIEWED = WS-WT-TERM(1)
               DISPLAY 'PRGR0170 TERM ' WS-WT-TERM(1)
                       ' ALREADY REVIEWED - NOTHING TO DO'
               STOP RUN
           END-IF

           OPEN I-O STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS NOT = '00'
               DISPLAY 'PRGR0170 ERROR OPENING STUDENT MASTER: '
                       WS-VSAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ENRHIST-FILE
           IF WS-ENRHIST-STATUS NOT = '00'
               DISPLAY 'PRGR0170 ERROR OPENING KEYED HISTORY: '
                       WS-ENRHIST-STATUS
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-OPTIONAL-FILES

           OPEN OUTPUT STOPOUT-REPORT-FILE
           PERFORM WRITE-HEADERS

           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-VSAM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF VSAM-STUDENT-STATUS = 'A'
                           PERFORM REVIEW-STUDENT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-TOTALS
           CLOSE STOPOUT-REPORT-FILE
           PERFORM REGISTER-OUTPUT
           PERFORM WRITE-CONTROL

           CLOSE STUDENT-VSAM-FILE
                 ENRHIST-FILE
           PERFORM CLOSE-OPTIONAL-FILES

           DISPLAY 'PRGR0170 TERMS IN WINDOW: ' WS-WINDOW-TERMS
                   '  LATEST: ' WS-WT-TERM(1)
                   '  EARLIEST: ' WS-WT-TERM(WS-WINDOW-TERMS)
           DISPLAY 'PRGR0170 STUDENTS READ: ' WS-READ-COUNT
                   '  REVIEWED: ' WS-REVIEWED-COUNT
                   '  SET INACTIVE: ' WS-STOPOUT-COUNT
                   '  NOTICES: ' WS-NOTICE-COUNT
           IF WS-ERROR-COUNT > ZERO
               DISPLAY 'PRGR0170 UPDATE ERRORS: ' WS-ERROR-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
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

      * TERM CODES DO NOT SORT IN CALENDAR ORDER, SO THE WINDOW IS
      * BUILT FROM THE START DATES OF THE TERMS ENDED BY THE CYCLE
      * DATE, KEEPING THE N LATEST.
       LOAD-TERMS.
           OPEN INPUT TERM-FILE
           IF WS-TERMF-STATUS NOT = '00'
               DISPLAY 'PRGR0170 ERROR OPENING TERM MASTER: '
                       WS-TERMF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TERMF-STATUS NOT = '00'
               READ TERM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-ALL-COUNT < 200
                           ADD 1 TO WS-ALL-COUNT
                           MOVE TM-TERM TO WS-AT-TERM(WS-ALL-COUNT)
                           MOVE TM-START-DATE
                             TO WS-AT-START(WS-ALL-COUNT)
                       END-IF
                       IF TM-END-DATE NOT > WS-CURRENT-DATE
                           PERFORM ADD-WINDOW-TERM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.

       ADD-WINDOW-TERM.
           MOVE ZERO TO WS-SX
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-WINDOW-COUNT OR WS-SX > ZERO
               IF TM-START-DATE > WS-WT-START(WS-TX)
                   MOVE WS-TX TO WS-SX
               END-IF
           END-PERFORM
           IF WS-SX = ZERO
               IF WS-WINDOW-COUNT < WS-WINDOW-TERMS
                   ADD 1 TO WS-WINDOW-COUNT
                   MOVE TM-TERM TO WS-WT-TERM(WS-WINDOW-COUNT)
                   MOVE TM-START-DATE TO WS-WT-START(WS-WINDOW-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-WINDOW-COUNT < WS-WINDOW-TERMS
               ADD 1 TO WS-WINDOW-COUNT
           END-IF
           PERFORM VARYING WS-TX FROM WS-WINDOW-COUNT BY -1
                   UNTIL WS-TX NOT > WS-SX
               MOVE WS-WINDOW-ENTRY(WS-TX - 1)
                 TO WS-WINDOW-ENTRY(WS-TX)
           END-PERFORM
           MOVE TM-TERM TO WS-WT-TERM(WS-SX)
           MOVE TM-START-DATE TO WS-WT-START(WS-SX).

       READ-CONTROL.
           MOVE SPACES TO WS-LAST-REVIEWED
           OPEN INPUT STOPOUT-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ STOPOUT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SC-LAST-TERM TO WS-LAST-REVIEWED
               END-READ
               CLOSE STOPOUT-CONTROL-FILE
           END-IF.

       WRITE-CONTROL.
           OPEN OUTPUT STOPOUT-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               MOVE WS-WT-TERM(1) TO SC-LAST-TERM
               MOVE WS-CURRENT-DATE TO SC-RUN-DATE
               MOVE WS-WINDOW-TERMS TO SC-TERM-COUNT
               WRITE STOPOUT-CONTROL-RECORD
               CLOSE STOPOUT-CONTROL-FILE
           ELSE
               DISPLAY 'PRGR0170 CONTROL FILE NOT UPDATED: '
                       WS-CONTROL-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.

       OPEN-OPTIONAL-FILES.
           OPEN INPUT PLACEMENT-FILE
           IF WS-PLACEMENT-STATUS = '00'
               MOVE 'Y' TO WS-PLACEMENT-OPEN
           END-IF
           OPEN INPUT READMIT-FILE
           IF WS-READMIT-STATUS = '00'
               MOVE 'Y' TO WS-READMIT-OPEN
           END-IF
           OPEN I-O COURSE-FILE
           IF WS-COURSE-STATUS = '00'
               MOVE 'Y' TO WS-COURSE-OPEN
           END-IF
           OPEN EXTEND NOTIFY-QUEUE-FILE
           IF WS-NOTIFY-STATUS = '05'
               OPEN OUTPUT NOTIFY-QUEUE-FILE
           END-IF
           IF WS-NOTIFY-STATUS = '00'
               MOVE 'Y' TO WS-NOTIFY-OPEN
           ELSE
               DISPLAY 'PRGR0170 NOTIFICATION QUEUE NOT AVAILABLE: '
                       WS-NOTIFY-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN EXTEND STUDENT-AUDIT-FILE
           IF WS-AUDIT-STATUS = '05'
               OPEN OUTPUT STUDENT-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = '00'
               MOVE 'Y' TO WS-AUDIT-OPEN
           END-IF
           OPEN EXTEND STUDENT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '05'
               OPEN OUTPUT STUDENT-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS = '00'
               MOVE 'Y' TO WS-JOURNAL-OPEN
           END-IF.

       CLOSE-OPTIONAL-FILES.
           IF WS-PLACEMENT-OPEN = 'Y'
               CLOSE PLACEMENT-FILE
           END-IF
           IF WS-COURSE-OPEN = 'Y'
               CLOSE COURSE-FILE
           END-IF
           IF WS-READMIT-OPEN = 'Y'
               CLOSE READMIT-FILE
           END-IF
           IF WS-NOTIFY-OPEN = 'Y'
               CLOSE NOTIFY-QUEUE-FILE
           END-IF
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF
           IF WS-JOURNAL-OPEN = 'Y'
               CLOSE STUDENT-JOURNAL-FILE
           END-IF.

      * A STUDENT WHO JOINED OR CAME BACK INSIDE THE WINDOW HAS NOT
      * YET HAD N TERMS TO REGISTER IN.
       REVIEW-STUDENT.
           IF VSAM-INCLUSION-DATE NOT < WS-WT-START(WS-WINDOW-TERMS)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RDM-TERM
           IF WS-READMIT-OPEN = 'Y'
               MOVE VSAM-STUDENT-ID TO RDM-STUDENT-ID
               READ READMIT-FILE
                   INVALID KEY
                       MOVE SPACES TO RDM-TERM
               END-READ
           END-IF
           IF RDM-TERM NOT = SPACES
               MOVE ZERO TO WS-READMIT-START
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ALL-COUNT
                   IF WS-AT-TERM(WS-AX) = RDM-TERM
                       MOVE WS-AT-START(WS-AX) TO WS-READMIT-START
                   END-IF
               END-PERFORM
               IF WS-READMIT-START NOT < WS-WT-START(WS-WINDOW-TERMS)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-REVIEWED-COUNT

           MOVE 'N' TO WS-ATTENDED
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-WINDOW-TERMS OR WS-ATTENDED = 'Y'
               PERFORM CHECK-TERM-ATTENDANCE
           END-PERFORM
           IF WS-ATTENDED = 'N'
               PERFORM SET-INACTIVE
           END-IF.

       CHECK-TERM-ATTENDANCE.
           MOVE VSAM-STUDENT-ID TO EH-STUDENT-ID
           MOVE WS-WT-TERM(WS-TX) TO EH-TERM
           MOVE LOW-VALUES TO EH-COURSE-CODE
           MOVE LOW-VALUES TO EH-SECTION
           START ENRHIST-FILE KEY IS >= EH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCAN
               NOT INVALID KEY
                   MOVE 'N' TO WS-END-OF-SCAN
           END-START
           IF WS-END-OF-SCAN = 'N'
               READ ENRHIST-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EH-STUDENT-ID = VSAM-STUDENT-ID AND
                          EH-TERM = WS-WT-TERM(WS-TX)
                           MOVE 'Y' TO WS-ATTENDED
                       END-IF
               END-READ
           END-IF
           IF WS-ATTENDED = 'N' AND WS-PLACEMENT-OPEN = 'Y'
               MOVE VSAM-STUDENT-ID TO PL-STUDENT-ID
               MOVE WS-WT-TERM(WS-TX) TO PL-TERM
               READ PLACEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ATTENDED
               END-READ
           END-IF.

       SET-INACTIVE.
           MOVE VSAM-STUDENT-RECORD TO WS-JRN-BEFORE
           MOVE WS-INACTIVE-STATUS TO VSAM-STUDENT-STATUS
           REWRITE VSAM-STUDENT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UPDATE FAILED' TO WS-ACTION
                   DISPLAY 'PRGR0170 ERROR UPDATING STUDENT: '
                           VSAM-STUDENT-ID ' ' WS-VSAM-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-STOPOUT-COUNT
                   MOVE 'SET INACTIVE' TO WS-ACTION
                   PERFORM WRITE-JOURNAL
                   PERFORM WRITE-STATUS-AUDIT
                   PERFORM RELEASE-COURSE-SEAT
                   PERFORM QUEUE-STOPOUT-NOTICE
           END-REWRITE
           PERFORM WRITE-DETAIL.

       WRITE-JOURNAL.
           IF WS-JOURNAL-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               MOVE WS-PROGRAM-ID TO JRN-PROGRAM
               MOVE 'R' TO JRN-OPERATION
               MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
               MOVE VSAM-STUDENT-RECORD TO JRN-AFTER-IMAGE
               WRITE JOURNAL-RECORD
           END-IF.

       WRITE-STATUS-AUDIT.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE VSAM-STUDENT-ID TO AUD-STUDENT-ID
               MOVE 'STATUS' TO AUD-FIELD-NAME
               MOVE 'A' TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING WS-INACTIVE-STATUS ' STOP-OUT - NOT ENROLLED '
                      WS-WINDOW-TERMS ' TERMS'
                      DELIMITED BY SIZE
                      INTO AUD-NEW-VALUE
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               MOVE WS-PROGRAM-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       RELEASE-COURSE-SEAT.
           IF WS-COURSE-OPEN = 'Y' AND VSAM-STUDENT-COURSE NOT = SPACES
               MOVE VSAM-STUDENT-COURSE TO COURSE-CODE
               READ COURSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COURSE-ENROLLED > 0
                           SUBTRACT 1 FROM COURSE-ENROLLED
                           REWRITE COURSE-RECORD
                               INVALID KEY
                                   DISPLAY 'PRGR0170 ERROR UPDATING '
                                           'ENROLLMENT COUNT FOR '
                                           'COURSE: ' COURSE-CODE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       QUEUE-STOPOUT-NOTICE.
           IF WS-NOTIFY-OPEN = 'Y'
               MOVE 'P' TO NQ-STATUS
               MOVE VSAM-STUDENT-ID TO NQ-STUDENT-ID
               MOVE 'STOPOUT' TO NQ-EVENT-CODE
               MOVE 'WE MISS YOU - ASK US ABOUT RE-ADMISSION'
                 TO NQ-EVENT-DATA
               MOVE FUNCTION CURRENT-DATE TO NQ-TIMESTAMP
               MOVE 0 TO NQ-RETRY
               WRITE NOTIFY-QUEUE-RECORD
               ADD 1 TO WS-NOTICE-COUNT
           END-IF.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'STOP-OUT REVIEW   CYCLE DATE: ' WS-CURRENT-DATE
                  '   NO ENROLLMENT IN THE ' WS-WINDOW-TERMS
                  ' TERMS ' WS-WT-TERM(WS-WINDOW-TERMS)
                  ' TO ' WS-WT-TERM(1)
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE STOPOUT-REPORT-RECORD FROM WS-LINE
           WRITE STOPOUT-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'STUDENT STUDENT NAME                    '
                  'PROG  ADMITTED  ACTION'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE STOPOUT-REPORT-RECORD FROM WS-LINE
           MOVE ALL '-' TO WS-LINE(1:76)
           WRITE STOPOUT-REPORT-RECORD FROM WS-LINE.

       WRITE-DETAIL.
           MOVE VSAM-STUDENT-ID TO WS-DL-STUD-ID
           MOVE VSAM-STUDENT-NAME TO WS-DL-NAME
           MOVE VSAM-STUDENT-PROGRAM TO WS-DL-PROGRAM
           MOVE VSAM-INCLUSION-DATE TO WS-DL-INCLUSION
           MOVE WS-ACTION TO WS-DL-ACTION
           WRITE STOPOUT-REPORT-RECORD FROM WS-DETAIL-LINE.

       WRITE-TOTALS.
           WRITE STOPOUT-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'ACTIVE STUDENTS REVIEWED: ' WS-REVIEWED-COUNT
                  '   SET INACTIVE: ' WS-STOPOUT-COUNT
                  '   NOTICES QUEUED: ' WS-NOTICE-COUNT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE STOPOUT-REPORT-RECORD FROM WS-LINE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'STOP-OUT' TO RR-REPORT-NAME
               MOVE 'STOPOUT.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-PROGRAM-ID TO RR-OPERATOR
               MOVE WS-STOPOUT-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGR0170 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
