       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0174.
       AUTHOR. Mohand Kessi.

      * WEEKLY MASTER FILE GROWTH AND CAPACITY REPORT.  COUNTS THE
      * RECORDS IN EVERY MASTER, LOG AND QUEUE FILE BELOW, KEEPS ONE
      * ROW PER FILE PER WEEK IN CAPHIST.DAT, AND REPORTS FOR EACH
      * FILE THE GROWTH SINCE LAST WEEK, THE AVERAGE WEEKLY GROWTH
      * OVER THE LAST WS-HIST-WEEKS WEEKS ON FILE, AND THE WEEKS LEFT
      * BEFORE IT REACHES THE RECORD LIMIT SET FOR IT IN CAPLIMIT.DAT.
      * A FILE WITH NO LIMIT ON CAPLIMIT.DAT IS COUNTED AND TRENDED
      * BUT NOT PROJECTED.
      *
      * A FILE IS FLAGGED WHEN IT IS AT ITS LIMIT, WHEN IT WILL
      * REACH IT WITHIN WS-WARN-WEEKS WEEKS (BOTH END RC 4), OR WHEN
      * THIS WEEK'S GROWTH DIFFERS FROM ITS EARLIER WEEKLY AVERAGE BY
      * MORE THAN WS-SHARP-PCT PERCENT AND AT LEAST WS-SHARP-MIN
      * RECORDS.
      *
      * THE REPORT IS PRODUCED ON THE FRIDAY CYCLE ONLY, UNLESS THE
      * SYSIN CARD IS Y.  A RERUN FOR THE SAME CYCLE DATE REPORTS
      * AGAIN BUT DOES NOT ADD A SECOND HISTORY ROW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT GRADE-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRADE-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'HOLD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT STUDENT-ARCHIVE-FILE ASSIGN TO 'STUDENT-ARCHIVE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-STUDENT-ID
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT ENROLLMENT-HISTORY-FILE
               ASSIGN TO 'ENROLLMENT-HISTORY.LOG'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'STUDENT-JOURNAL.DAT'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT REF-AUDIT-FILE ASSIGN TO 'REFAUDIT.LOG'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO 'SECURITY.LOG'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT MENU-USAGE-FILE ASSIGN TO 'MENUUSE.LOG'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT PII-EXPORT-FILE ASSIGN TO 'PIIEXPORT.LOG'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST.DAT'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT RUNHIST-FILE ASSIGN TO 'RUNHIST.DAT'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT NOTIFY-QUEUE-FILE ASSIGN TO 'NOTIFYQ.DAT'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT LETTER-QUEUE-FILE ASSIGN TO 'LETTERQ.DAT'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT CAPACITY-LIMIT-FILE ASSIGN TO 'CAPLIMIT.DAT'
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT CAPACITY-HISTORY-FILE ASSIGN TO 'CAPHIST.DAT'
               FILE STATUS IS WS-CAPHIST-STATUS.
           SELECT CAPACITY-REPORT-FILE ASSIGN TO 'CAPACITY.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC X(06).
          05 FILLER                PIC X(174).

       FD ENRHIST-FILE.
       01 ENRHIST-RECORD.
          05 EH-KEY                PIC X(18).
          05 FILLER                PIC X(08).

       FD GRADE-FILE.
       01 GRADE-RECORD.
          05 GRADE-KEY             PIC X(16).
          05 FILLER                PIC X(19).

       FD COURSE-FILE.
       01 COURSE-RECORD.
          05 COURSE-CODE           PIC X(04).
          05 FILLER                PIC X(49).

       FD SECTION-FILE.
       01 SECTION-RECORD.
          05 SEC-KEY               PIC X(06).
          05 FILLER                PIC X(25).

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-KEY              PIC X(08).
          05 FILLER                PIC X(46).

       FD STUDENT-ARCHIVE-FILE.
       01 STUDENT-ARCHIVE-RECORD.
          05 ARCH-STUDENT-ID       PIC X(06).
          05 FILLER                PIC X(222).

       FD ENROLLMENT-HISTORY-FILE.
       01 ENROLLMENT-RECORD        PIC X(26).

       FD STUDENT-AUDIT-FILE.
       01 AUDIT-RECORD             PIC X(125).

       FD STUDENT-JOURNAL-FILE.
       01 JOURNAL-RECORD           PIC X(385).

       FD REF-AUDIT-FILE.
       01 REF-AUDIT-RECORD         PIC X(139).

       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-RECORD      PIC X(36).

       FD MENU-USAGE-FILE.
       01 MENU-USAGE-RECORD        PIC X(36).

       FD PII-EXPORT-FILE.
       01 PII-EXPORT-RECORD        PIC X(80).

       FD PAYHIST-FILE.
       01 PAYHIST-RECORD           PIC X(29).

       FD RUNHIST-FILE.
       01 RUNHIST-RECORD           PIC X(57).

       FD NOTIFY-QUEUE-FILE.
       01 NOTIFY-QUEUE-RECORD      PIC X(72).

       FD LETTER-QUEUE-FILE.
       01 LETTER-QUEUE-RECORD      PIC X(50).

       FD CAPACITY-LIMIT-FILE.
       01 CAPACITY-LIMIT-RECORD.
          05 CL-FILE-NAME          PIC X(24).
          05 CL-LIMIT              PIC 9(09).

       FD CAPACITY-HISTORY-FILE.
       01 CAPACITY-HISTORY-RECORD.
          05 CH-CYCLE-DATE         PIC 9(08).
          05 CH-FILE-NAME          PIC X(24).
          05 CH-RECORDS            PIC 9(09).

       FD CAPACITY-REPORT-FILE.
       01 CAPACITY-REPORT-RECORD   PIC X(132).

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
       01 WS-INDEXED-STATUS     PIC XX VALUE SPACES.
       01 WS-SEQ-STATUS         PIC XX VALUE SPACES.
       01 WS-LIMIT-STATUS       PIC XX VALUE SPACES.
       01 WS-CAPHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-FORCE-RUN          PIC X VALUE SPACES.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGR0174'.
       01 WS-CYCLE-DAY-NO       PIC 9(07) VALUE ZERO.
       01 WS-DAY-OF-WEEK        PIC 9 VALUE ZERO.
       01 WS-ALREADY-RECORDED   PIC X VALUE 'N'.

      * A FILE IS FLAGGED WHEN IT WILL REACH ITS LIMIT WITHIN THIS
      * MANY WEEKS AT ITS AVERAGE GROWTH.
       01 WS-WARN-WEEKS         PIC 9(03) VALUE 13.
      * A WEEK'S GROWTH IS A SHARP CHANGE WHEN IT DIFFERS FROM THE
      * EARLIER WEEKLY AVERAGE BY MORE THAN THIS PERCENTAGE AND BY
      * AT LEAST THIS MANY RECORDS.
       01 WS-SHARP-PCT          PIC 9(03) VALUE 50.
       01 WS-SHARP-MIN          PIC 9(06) VALUE 100.
      * WEEKS OF HISTORY KEPT PER FILE FOR THE AVERAGES.
       01 WS-HIST-WEEKS         PIC 9(02) VALUE 8.

       01 WS-CAP-NAME           PIC X(24) VALUE SPACES.
       01 WS-CAP-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-CAP-PRESENT        PIC X VALUE 'N'.
       01 WS-FX                 PIC 9(02) VALUE ZERO.
       01 WS-FOUND-FX           PIC 9(02) VALUE ZERO.
       01 WS-HX                 PIC 9(02) VALUE ZERO.
       01 WS-LAST-HX            PIC 9(02) VALUE ZERO.

       01 WS-DAYS               PIC S9(07) VALUE ZERO.
       01 WS-WEEK-GROWTH        PIC S9(09) VALUE ZERO.
       01 WS-WEEK-RATE          PIC S9(09)V9 VALUE ZERO.
       01 WS-AVG-RATE           PIC S9(09)V9 VALUE ZERO.
       01 WS-EARLIER-RATE       PIC S9(09)V9 VALUE ZERO.
       01 WS-RATE-CHANGE        PIC S9(09)V9 VALUE ZERO.
       01 WS-WEEKS-LEFT         PIC 9(05) VALUE ZERO.
       01 WS-WEEKS-EDIT         PIC ZZZZ9.
       01 WS-SHARP              PIC X VALUE 'N'.
       01 WS-FLAG-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-SHARP-COUNT        PIC 9(04) VALUE ZERO.

       01 WS-FILE-TABLE.
          05 WS-FILE-COUNT      PIC 9(02) VALUE ZERO.
          05 WS-FILE-ENTRY OCCURS 24 TIMES.
             10 WS-TAB-NAME         PIC X(24).
             10 WS-TAB-RECORDS      PIC 9(09).
             10 WS-TAB-PRESENT      PIC X.
             10 WS-TAB-LIMIT        PIC 9(09).
             10 WS-TAB-POINTS       PIC 9(02).
             10 WS-TAB-POINT OCCURS 8 TIMES.
                15 WS-TAB-PT-DATE   PIC 9(08).
                15 WS-TAB-PT-COUNT  PIC 9(09).

       01 WS-DETAIL-LINE.
          05 WS-DL-NAME         PIC X(24).
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DL-RECORDS      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-LAST-WEEK    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-GROWTH       PIC -ZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-AVG-RATE     PIC -ZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-LIMIT        PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-WEEKS        PIC X(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-NOTE         PIC X(34).
       01 WS-LINE               PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           COMPUTE WS-CYCLE-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-CYCLE-DAY-NO - 1, 7) + 1

           DISPLAY 'PRODUCE THE WEEKLY CAPACITY REPORT ON A '
                   'NON-FRIDAY CYCLE (Y/N): '
           ACCEPT WS-FORCE-RUN
           IF WS-DAY-OF-WEEK NOT = 5 AND WS-FORCE-RUN NOT = 'Y'
               DISPLAY 'PRGR0174 CYCLE DATE ' WS-CURRENT-DATE
                       ' IS NOT A FRIDAY - NO CAPACITY REPORT'
               STOP RUN
           END-IF

           PERFORM COUNT-STUDENT
           PERFORM COUNT-ENRHIST
           PERFORM COUNT-GRADE
           PERFORM COUNT-COURSE
           PERFORM COUNT-SECTION
           PERFORM COUNT-HOLD
           PERFORM COUNT-ARCHIVE
           PERFORM COUNT-ENRLOG
           PERFORM COUNT-AUDIT
           PERFORM COUNT-JOURNAL
           PERFORM COUNT-REFAUDIT
           PERFORM COUNT-SECLOG
           PERFORM COUNT-MENUUSE
           PERFORM COUNT-PIIEXPORT
           PERFORM COUNT-PAYHIST
           PERFORM COUNT-RUNHIST
           PERFORM COUNT-NOTIFYQ
           PERFORM COUNT-LETTERQ

           PERFORM LOAD-LIMITS
           PERFORM LOAD-HISTORY
           PERFORM WRITE-CAPACITY-REPORT
           PERFORM APPEND-HISTORY
           PERFORM REGISTER-OUTPUT

           DISPLAY 'PRGR0174 FILES COUNTED: ' WS-FILE-COUNT
                   '  NEAR OR AT LIMIT: ' WS-FLAG-COUNT
                   '  SHARP GROWTH CHANGES: ' WS-SHARP-COUNT
           IF WS-FLAG-COUNT > 0 AND RETURN-CODE < 4
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

      * ONE COUNT PARAGRAPH PER FILE.  A FILE THAT CANNOT BE OPENED
      * IS SHOWN AS NOT ON FILE AND GETS NO HISTORY ROW.
       COUNT-STUDENT.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-VSAM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE STUDENT-VSAM-FILE
           END-IF
           MOVE 'STUDENT.VSAM' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-ENRHIST.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ENRHIST-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENRHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE ENRHIST-FILE
           END-IF
           MOVE 'ENRHIST.VSAM' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-GRADE.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT GRADE-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE GRADE-FILE
           END-IF
           MOVE 'GRADE.VSAM' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-COURSE.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT COURSE-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COURSE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE COURSE-FILE
           END-IF
           MOVE 'COURSE.VSAM' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-SECTION.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SECTION-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SECTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE SECTION-FILE
           END-IF
           MOVE 'SECTION.VSAM' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-HOLD.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE HOLD-FILE
           END-IF
           MOVE 'HOLD.VSAM' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-ARCHIVE.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT STUDENT-ARCHIVE-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-ARCHIVE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE STUDENT-ARCHIVE-FILE
           END-IF
           MOVE 'STUDENT-ARCHIVE.VSAM' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-ENRLOG.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ENROLLMENT-HISTORY-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE ENROLLMENT-HISTORY-FILE
           END-IF
           MOVE 'ENROLLMENT-HISTORY.LOG' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-AUDIT.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT STUDENT-AUDIT-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF
           MOVE 'STUDENT-AUDIT.LOG' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-JOURNAL.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT STUDENT-JOURNAL-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE STUDENT-JOURNAL-FILE
           END-IF
           MOVE 'STUDENT-JOURNAL.DAT' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-REFAUDIT.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT REF-AUDIT-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REF-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE REF-AUDIT-FILE
           END-IF
           MOVE 'REFAUDIT.LOG' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-SECLOG.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SECURITY-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE SECURITY-LOG-FILE
           END-IF
           MOVE 'SECURITY.LOG' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-MENUUSE.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT MENU-USAGE-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MENU-USAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE MENU-USAGE-FILE
           END-IF
           MOVE 'MENUUSE.LOG' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-PIIEXPORT.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PII-EXPORT-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PII-EXPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE PII-EXPORT-FILE
           END-IF
           MOVE 'PIIEXPORT.LOG' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-PAYHIST.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYHIST-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE PAYHIST-FILE
           END-IF
           MOVE 'PAYHIST.DAT' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-RUNHIST.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT RUNHIST-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUNHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE RUNHIST-FILE
           END-IF
           MOVE 'RUNHIST.DAT' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-NOTIFYQ.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTIFY-QUEUE-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOTIFY-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE NOTIFY-QUEUE-FILE
           END-IF
           MOVE 'NOTIFYQ.DAT' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.

       COUNT-LETTERQ.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'Y' TO WS-CAP-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT LETTER-QUEUE-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'N' TO WS-CAP-PRESENT
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LETTER-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAP-COUNT
               END-READ
           END-PERFORM
           IF WS-CAP-PRESENT = 'Y'
               CLOSE LETTER-QUEUE-FILE
           END-IF
           MOVE 'LETTERQ.DAT' TO WS-CAP-NAME
           PERFORM ADD-FILE-ENTRY.
       ADD-FILE-ENTRY.
           IF WS-FILE-COUNT < 24
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-CAP-NAME TO WS-TAB-NAME(WS-FILE-COUNT)
               MOVE WS-CAP-COUNT TO WS-TAB-RECORDS(WS-FILE-COUNT)
               MOVE WS-CAP-PRESENT TO WS-TAB-PRESENT(WS-FILE-COUNT)
               MOVE ZERO TO WS-TAB-LIMIT(WS-FILE-COUNT)
               MOVE ZERO TO WS-TAB-POINTS(WS-FILE-COUNT)
           END-IF.

       FIND-FILE-ENTRY.
           MOVE ZERO TO WS-FOUND-FX
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-COUNT
                      OR WS-FOUND-FX > 0
               IF WS-TAB-NAME(WS-FX) = WS-CAP-NAME
                   MOVE WS-FX TO WS-FOUND-FX
               END-IF
           END-PERFORM.

      * CAPLIMIT.DAT HOLDS ONE ROW PER FILE: THE FILE NAME AS SHOWN
      * ON THE REPORT AND THE RECORD COUNT IT MUST NOT REACH.
       LOAD-LIMITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CAPACITY-LIMIT-FILE
           IF WS-LIMIT-STATUS NOT = '00'
               DISPLAY 'PRGR0174 NO CAPACITY LIMITS ON FILE - '
                       'GROWTH IS REPORTED WITHOUT PROJECTION'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAPACITY-LIMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CL-FILE-NAME TO WS-CAP-NAME
                       PERFORM FIND-FILE-ENTRY
                       IF WS-FOUND-FX > 0 AND CL-LIMIT NUMERIC
                           MOVE CL-LIMIT TO WS-TAB-LIMIT(WS-FOUND-FX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPACITY-LIMIT-FILE.

      * HISTORY IS IN CYCLE-DATE ORDER.  THE LATEST WS-HIST-WEEKS
      * ROWS BEFORE THIS CYCLE ARE KEPT PER FILE, OLDEST FIRST.
       LOAD-HISTORY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CAPACITY-HISTORY-FILE
           IF WS-CAPHIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAPACITY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CH-CYCLE-DATE = WS-CURRENT-DATE
                           MOVE 'Y' TO WS-ALREADY-RECORDED
                       END-IF
                       IF CH-CYCLE-DATE < WS-CURRENT-DATE
                           MOVE CH-FILE-NAME TO WS-CAP-NAME
                           PERFORM FIND-FILE-ENTRY
                           IF WS-FOUND-FX > 0
                               PERFORM KEEP-HISTORY-POINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPACITY-HISTORY-FILE.

       KEEP-HISTORY-POINT.
           IF WS-TAB-POINTS(WS-FOUND-FX) < WS-HIST-WEEKS
               ADD 1 TO WS-TAB-POINTS(WS-FOUND-FX)
           ELSE
               PERFORM VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX >= WS-HIST-WEEKS
                   MOVE WS-TAB-POINT(WS-FOUND-FX, WS-HX + 1)
                     TO WS-TAB-POINT(WS-FOUND-FX, WS-HX)
               END-PERFORM
           END-IF
           MOVE WS-TAB-POINTS(WS-FOUND-FX) TO WS-HX
           MOVE CH-CYCLE-DATE TO WS-TAB-PT-DATE(WS-FOUND-FX, WS-HX)
           MOVE CH-RECORDS TO WS-TAB-PT-COUNT(WS-FOUND-FX, WS-HX).

       WRITE-CAPACITY-REPORT.
           OPEN OUTPUT CAPACITY-REPORT-FILE
           MOVE SPACES TO WS-LINE
           STRING 'MASTER FILE GROWTH AND CAPACITY   WEEK ENDING '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CAPACITY-REPORT-RECORD FROM WS-LINE
           WRITE CAPACITY-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'FILE                         RECORDS'
                  '    LAST WEEK       GROWTH     AVG/WEEK'
                  '        LIMIT  WEEKS   NOTE'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CAPACITY-REPORT-RECORD FROM WS-LINE
           MOVE ALL '-' TO WS-LINE(1:132)
           WRITE CAPACITY-REPORT-RECORD FROM WS-LINE

           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-COUNT
               PERFORM REPORT-ONE-FILE
           END-PERFORM

           WRITE CAPACITY-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'FILES: ' WS-FILE-COUNT
                  '  NEAR OR AT LIMIT: ' WS-FLAG-COUNT
                  '  SHARP GROWTH CHANGES: ' WS-SHARP-COUNT
                  '  WARNING HORIZON: ' WS-WARN-WEEKS ' WEEKS'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CAPACITY-REPORT-RECORD FROM WS-LINE
           IF WS-ALREADY-RECORDED = 'Y'
               MOVE '(CYCLE ALREADY IN HISTORY - NO ROWS ADDED)'
                 TO WS-LINE
               WRITE CAPACITY-REPORT-RECORD FROM WS-LINE
           END-IF
           CLOSE CAPACITY-REPORT-FILE.

      * WEEKLY RATES ARE SCALED BY THE DAYS BETWEEN THE COUNTS, SO A
      * MISSED OR FORCED RUN DOES NOT DISTORT THEM.
       REPORT-ONE-FILE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TAB-NAME(WS-FX) TO WS-DL-NAME
           MOVE WS-TAB-RECORDS(WS-FX) TO WS-DL-RECORDS
           MOVE WS-TAB-LIMIT(WS-FX) TO WS-DL-LIMIT
           MOVE ZERO TO WS-DL-LAST-WEEK WS-DL-GROWTH WS-DL-AVG-RATE
           MOVE ZERO TO WS-AVG-RATE WS-WEEK-RATE WS-EARLIER-RATE
           MOVE 'N' TO WS-SHARP

           IF WS-TAB-PRESENT(WS-FX) NOT = 'Y'
               MOVE 'NOT ON FILE' TO WS-DL-NOTE
               MOVE SPACES TO WS-DL-WEEKS
               WRITE CAPACITY-REPORT-RECORD FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TAB-POINTS(WS-FX) TO WS-LAST-HX
           IF WS-LAST-HX > 0
               MOVE WS-TAB-PT-COUNT(WS-FX, WS-LAST-HX)
                 TO WS-DL-LAST-WEEK
               COMPUTE WS-WEEK-GROWTH = WS-TAB-RECORDS(WS-FX)
                       - WS-TAB-PT-COUNT(WS-FX, WS-LAST-HX)
               MOVE WS-WEEK-GROWTH TO WS-DL-GROWTH
               COMPUTE WS-DAYS = WS-CYCLE-DAY-NO -
                       FUNCTION INTEGER-OF-DATE
                           (WS-TAB-PT-DATE(WS-FX, WS-LAST-HX))
               IF WS-DAYS > 0
                   COMPUTE WS-WEEK-RATE ROUNDED =
                           WS-WEEK-GROWTH * 7 / WS-DAYS
               END-IF
               COMPUTE WS-DAYS = WS-CYCLE-DAY-NO -
                       FUNCTION INTEGER-OF-DATE
                           (WS-TAB-PT-DATE(WS-FX, 1))
               IF WS-DAYS > 0
                   COMPUTE WS-AVG-RATE ROUNDED =
                           (WS-TAB-RECORDS(WS-FX)
                            - WS-TAB-PT-COUNT(WS-FX, 1)) * 7 / WS-DAYS
               END-IF
               MOVE WS-AVG-RATE TO WS-DL-AVG-RATE
           END-IF

           IF WS-LAST-HX > 1
               COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (WS-TAB-PT-DATE(WS-FX, WS-LAST-HX)) -
                       FUNCTION INTEGER-OF-DATE
                           (WS-TAB-PT-DATE(WS-FX, 1))
               IF WS-DAYS > 0
                   COMPUTE WS-EARLIER-RATE ROUNDED =
                           (WS-TAB-PT-COUNT(WS-FX, WS-LAST-HX)
                            - WS-TAB-PT-COUNT(WS-FX, 1)) * 7 / WS-DAYS
                   COMPUTE WS-RATE-CHANGE =
                           FUNCTION ABS(WS-WEEK-RATE - WS-EARLIER-RATE)
                   IF WS-RATE-CHANGE NOT < WS-SHARP-MIN AND
                      WS-RATE-CHANGE * 100 >
                      FUNCTION ABS(WS-EARLIER-RATE) * WS-SHARP-PCT
                       MOVE 'Y' TO WS-SHARP
                       ADD 1 TO WS-SHARP-COUNT
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO WS-DL-WEEKS
           EVALUATE TRUE
               WHEN WS-TAB-LIMIT(WS-FX) = ZERO
                   MOVE 'NO LIMIT' TO WS-DL-WEEKS
               WHEN WS-TAB-RECORDS(WS-FX) NOT < WS-TAB-LIMIT(WS-FX)
                   MOVE 'NOW' TO WS-DL-WEEKS
                   MOVE '*** AT OR OVER LIMIT ***' TO WS-DL-NOTE
                   ADD 1 TO WS-FLAG-COUNT
               WHEN WS-AVG-RATE NOT > ZERO
                   MOVE 'FLAT' TO WS-DL-WEEKS
               WHEN OTHER
                   COMPUTE WS-WEEKS-LEFT =
                           (WS-TAB-LIMIT(WS-FX) - WS-TAB-RECORDS(WS-FX))
                           / WS-AVG-RATE
                   MOVE WS-WEEKS-LEFT TO WS-WEEKS-EDIT
                   MOVE WS-WEEKS-EDIT TO WS-DL-WEEKS
                   IF WS-WEEKS-LEFT NOT > WS-WARN-WEEKS
                       MOVE '*** LIMIT WITHIN HORIZON ***'
                         TO WS-DL-NOTE
                       ADD 1 TO WS-FLAG-COUNT
                   END-IF
           END-EVALUATE

           IF WS-SHARP = 'Y' AND WS-DL-NOTE = SPACES
               IF WS-WEEK-RATE > WS-EARLIER-RATE
                   MOVE 'GROWTH UP SHARPLY' TO WS-DL-NOTE
               ELSE
                   MOVE 'GROWTH DOWN SHARPLY' TO WS-DL-NOTE
               END-IF
           END-IF
           WRITE CAPACITY-REPORT-RECORD FROM WS-DETAIL-LINE

           IF WS-SHARP = 'Y' AND WS-DL-NOTE(1:3) = '***'
               MOVE SPACES TO WS-LINE
               MOVE WS-EARLIER-RATE TO WS-DL-AVG-RATE
               STRING '   ALSO A SHARP CHANGE IN GROWTH - EARLIER '
                      'WEEKLY AVERAGE ' WS-DL-AVG-RATE
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE CAPACITY-REPORT-RECORD FROM WS-LINE
           END-IF.

       APPEND-HISTORY.
           IF WS-ALREADY-RECORDED = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CAPACITY-HISTORY-FILE
           IF WS-CAPHIST-STATUS = '05' OR WS-CAPHIST-STATUS = '35'
               OPEN OUTPUT CAPACITY-HISTORY-FILE
           END-IF
           IF WS-CAPHIST-STATUS NOT = '00'
               DISPLAY 'PRGR0174 ERROR WRITING CAPACITY HISTORY: '
                       WS-CAPHIST-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-COUNT
               IF WS-TAB-PRESENT(WS-FX) = 'Y'
                   MOVE WS-CURRENT-DATE TO CH-CYCLE-DATE
                   MOVE WS-TAB-NAME(WS-FX) TO CH-FILE-NAME
                   MOVE WS-TAB-RECORDS(WS-FX) TO CH-RECORDS
                   WRITE CAPACITY-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE CAPACITY-HISTORY-FILE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'CAPACITY-WEEKLY' TO RR-REPORT-NAME
               MOVE 'CAPACITY.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-PROGRAM-ID TO RR-OPERATOR
               MOVE WS-FILE-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGR0174 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
