       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0160.
       AUTHOR. Mohand Kessi.

      * MONTHLY CLINICAL PLACEMENT REQUIREMENT REVIEW.  EVERY STUDENT
      * REQUIREMENT IN CLINCOMP.VSAM THAT EXPIRES WITHIN THE NOTICE
      * WINDOW OF THE CYCLE DATE (OR HAS ALREADY EXPIRED) IS REPORTED
      * AND THE STUDENT IS SENT A CLINEXP NOTICE THROUGH NOTIFYQ.DAT,
      * ONCE PER EXPIRY DATE.  REQUIREMENTS NO LONGER ACTIVE FOR THE
      * STUDENT'S PROGRAM ARE PASSED OVER.  AN EXPIRED REQUIREMENT
      * NEEDS NO HOLD - PRGI0013 REFUSES THE CLINICAL COURSE UNTIL A
      * CURRENT DOCUMENT IS RECORDED THROUGH PRGC0111.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLINCOMP-FILE ASSIGN TO 'CLINCOMP.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CLINCOMP-STATUS.
           SELECT CLINREQ-FILE ASSIGN TO 'CLINREQ.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CLINREQ-STATUS.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT NOTIFY-QUEUE-FILE ASSIGN TO 'NOTIFYQ.DAT'
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT CLINICAL-REPORT-FILE ASSIGN TO 'CLINEXP.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLINCOMP-FILE.
       01 CLINCOMP-RECORD.
          05 CC-KEY.
             10 CC-STUDENT-ID    PIC 9(06).
             10 CC-REQ-CODE      PIC X(04).
          05 CC-RECEIVED-DATE    PIC 9(08).
          05 CC-EXPIRY-DATE      PIC 9(08).
          05 CC-RECORDED-BY      PIC X(08).
          05 CC-RECORDED-DATE    PIC 9(08).
          05 CC-NOTICE-EXPIRY    PIC 9(08).
          05 FILLER              PIC X(10).

       FD CLINREQ-FILE.
       01 CLINREQ-RECORD.
          05 CR-KEY.
             10 CR-PROGRAM       PIC X(04).
             10 CR-REQ-CODE      PIC X(04).
          05 CR-DESCRIPTION      PIC X(30).
          05 CR-VALID-MONTHS     PIC 9(03).
          05 CR-STATUS           PIC X.
          05 FILLER              PIC X(18).

       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 VSAM-STUDENT-NAME     PIC X(30).
          05 FILLER                PIC X(91).
          05 VSAM-STUDENT-PROGRAM  PIC X(04).
          05 FILLER                PIC X(49).

       FD NOTIFY-QUEUE-FILE.
       01 NOTIFY-QUEUE-RECORD.
          05 NQ-STATUS        PIC X.
          05 NQ-STUDENT-ID    PIC 9(06).
          05 NQ-EVENT-CODE    PIC X(08).
          05 NQ-EVENT-DATA    PIC X(40).
          05 NQ-TIMESTAMP     PIC X(16).
          05 NQ-RETRY         PIC 9.

       FD CLINICAL-REPORT-FILE.
       01 CLINICAL-REPORT-RECORD PIC X(132).

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
       01 WS-CLINCOMP-STATUS    PIC XX VALUE SPACES.
       01 WS-CLINREQ-STATUS     PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-NOTIFY-STATUS      PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CLINREQ-OPEN       PIC X VALUE 'N'.
       01 WS-STUDENT-OPEN       PIC X VALUE 'N'.
       01 WS-NOTIFY-OPEN        PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGR0160'.

      * REQUIREMENTS EXPIRING WITHIN THIS MANY DAYS ARE NOTIFIED.
       01 WS-NOTICE-DAYS        PIC 9(03) VALUE 60.
       01 WS-CYCLE-DAY-NO       PIC 9(07) VALUE ZERO.
       01 WS-EXPIRY-DAY-NO      PIC 9(07) VALUE ZERO.
       01 WS-DAYS-LEFT          PIC S9(07) VALUE ZERO.
       01 WS-ACTION             PIC X(20) VALUE SPACES.
       01 WS-STUDENT-NAME       PIC X(30) VALUE SPACES.
       01 WS-STUDENT-PROGRAM    PIC X(04) VALUE SPACES.
       01 WS-REQ-DESCRIPTION    PIC X(30) VALUE SPACES.
       01 WS-REQ-ACTIVE         PIC X VALUE 'Y'.

       01 WS-READ-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-LISTED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-EXPIRING-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-EXPIRED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-NOTICE-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-RETIRED-COUNT      PIC 9(06) VALUE ZERO.

       01 WS-DETAIL-LINE.
          05 WS-DL-STUD-ID      PIC 9(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-NAME         PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-PROGRAM      PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-REQ-CODE     PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-DESCRIPTION  PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-EXPIRY       PIC 9(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-DAYS         PIC ----,--9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-ACTION       PIC X(20).
          05 FILLER             PIC X(08) VALUE SPACES.
       01 WS-LINE               PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           COMPUTE WS-CYCLE-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)

           OPEN OUTPUT CLINICAL-REPORT-FILE
           PERFORM WRITE-HEADERS

           OPEN INPUT CLINCOMP-FILE
           IF WS-CLINCOMP-STATUS = '35'
               DISPLAY 'PRGR0160 NO CLINICAL REQUIREMENTS ON FILE'
               MOVE '(NO CLINICAL REQUIREMENTS ON FILE)' TO WS-LINE
               WRITE CLINICAL-REPORT-RECORD FROM WS-LINE
               PERFORM REGISTER-OUTPUT
               CLOSE CLINICAL-REPORT-FILE
               STOP RUN
           END-IF
           CLOSE CLINCOMP-FILE

           OPEN I-O CLINCOMP-FILE
           IF WS-CLINCOMP-STATUS NOT = '00'
               DISPLAY 'PRGR0160 ERROR OPENING COMPLIANCE FILE: '
                       WS-CLINCOMP-STATUS
               CLOSE CLINICAL-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLINREQ-FILE
           IF WS-CLINREQ-STATUS = '00'
               MOVE 'Y' TO WS-CLINREQ-OPEN
           END-IF

           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS = '00'
               MOVE 'Y' TO WS-STUDENT-OPEN
           END-IF

           OPEN EXTEND NOTIFY-QUEUE-FILE
           IF WS-NOTIFY-STATUS = '05'
               OPEN OUTPUT NOTIFY-QUEUE-FILE
           END-IF
           IF WS-NOTIFY-STATUS = '00'
               MOVE 'Y' TO WS-NOTIFY-OPEN
           ELSE
               DISPLAY 'PRGR0160 NOTIFICATION QUEUE NOT AVAILABLE: '
                       WS-NOTIFY-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CLINCOMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM REVIEW-REQUIREMENT
               END-READ
           END-PERFORM

           PERFORM WRITE-TOTALS
           PERFORM REGISTER-OUTPUT

           CLOSE CLINCOMP-FILE
                 CLINICAL-REPORT-FILE
           IF WS-CLINREQ-OPEN = 'Y'
               CLOSE CLINREQ-FILE
           END-IF
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-VSAM-FILE
           END-IF
           IF WS-NOTIFY-OPEN = 'Y'
               CLOSE NOTIFY-QUEUE-FILE
           END-IF

           DISPLAY 'PRGR0160 REQUIREMENTS READ: ' WS-READ-COUNT
                   '  EXPIRING: ' WS-EXPIRING-COUNT
                   '  EXPIRED: ' WS-EXPIRED-COUNT
           DISPLAY 'PRGR0160 NOTICES QUEUED: ' WS-NOTICE-COUNT
                   '  NO LONGER REQUIRED: ' WS-RETIRED-COUNT
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

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'CLINICAL PLACEMENT REQUIREMENT EXPIRY   CYCLE DATE: '
                  WS-CURRENT-DATE
                  '   NOTICE WINDOW: ' WS-NOTICE-DAYS ' DAYS'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CLINICAL-REPORT-RECORD FROM WS-LINE
           WRITE CLINICAL-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'STUDENT STUDENT NAME                    '
                  'PROG  REQ   REQUIREMENT                     '
                  'EXPIRY    DAYS LEFT ACTION'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CLINICAL-REPORT-RECORD FROM WS-LINE
           MOVE ALL '-' TO WS-LINE(1:124)
           WRITE CLINICAL-REPORT-RECORD FROM WS-LINE.

      * A DOCUMENT WITHOUT AN EXPIRY DATE NEVER LAPSES.  ONE INSIDE
      * THE NOTICE WINDOW (OR ALREADY PAST IT) GETS THE EXPIRY
      * NOTICE, UNLESS ONE HAS ALREADY GONE OUT FOR THIS EXPIRY DATE.
       REVIEW-REQUIREMENT.
           IF CC-EXPIRY-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXPIRY-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(CC-EXPIRY-DATE)
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-DAY-NO - WS-CYCLE-DAY-NO

           IF WS-DAYS-LEFT > WS-NOTICE-DAYS
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-STUDENT-AND-REQUIREMENT
           IF WS-REQ-ACTIVE = 'N'
               ADD 1 TO WS-RETIRED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-DAYS-LEFT < ZERO
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF
           IF CC-NOTICE-EXPIRY = CC-EXPIRY-DATE
               MOVE 'NOTICE ALREADY SENT' TO WS-ACTION
           ELSE
               PERFORM QUEUE-EXPIRY-NOTICE
           END-IF

           PERFORM WRITE-DETAIL.

       GET-STUDENT-AND-REQUIREMENT.
           MOVE SPACES TO WS-STUDENT-NAME
                          WS-STUDENT-PROGRAM
                          WS-REQ-DESCRIPTION
           MOVE 'Y' TO WS-REQ-ACTIVE
           IF WS-STUDENT-OPEN = 'Y'
               MOVE CC-STUDENT-ID TO VSAM-STUDENT-ID
               READ STUDENT-VSAM-FILE
                   INVALID KEY
                       MOVE '*** NOT ON STUDENT MASTER ***'
                         TO WS-STUDENT-NAME
                   NOT INVALID KEY
                       MOVE VSAM-STUDENT-NAME TO WS-STUDENT-NAME
                       MOVE VSAM-STUDENT-PROGRAM TO WS-STUDENT-PROGRAM
               END-READ
           END-IF
           IF WS-CLINREQ-OPEN = 'Y' AND WS-STUDENT-PROGRAM NOT = SPACES
               MOVE WS-STUDENT-PROGRAM TO CR-PROGRAM
               MOVE CC-REQ-CODE TO CR-REQ-CODE
               READ CLINREQ-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-REQ-ACTIVE
                   NOT INVALID KEY
                       MOVE CR-DESCRIPTION TO WS-REQ-DESCRIPTION
                       IF CR-STATUS NOT = 'A'
                           MOVE 'N' TO WS-REQ-ACTIVE
                       END-IF
               END-READ
           END-IF.

       QUEUE-EXPIRY-NOTICE.
           IF WS-NOTIFY-OPEN = 'N'
               MOVE 'NOTICE NOT QUEUED' TO WS-ACTION
           ELSE
               MOVE 'P' TO NQ-STATUS
               MOVE CC-STUDENT-ID TO NQ-STUDENT-ID
               MOVE 'CLINEXP' TO NQ-EVENT-CODE
               MOVE SPACES TO NQ-EVENT-DATA
               IF WS-REQ-DESCRIPTION = SPACES
                   STRING 'REQUIREMENT ' CC-REQ-CODE
                          ' EXPIRES ' CC-EXPIRY-DATE
                          DELIMITED BY SIZE
                          INTO NQ-EVENT-DATA
               ELSE
                   STRING WS-REQ-DESCRIPTION(1:23)
                          ' EXP ' CC-EXPIRY-DATE
                          DELIMITED BY SIZE
                          INTO NQ-EVENT-DATA
               END-IF
               MOVE FUNCTION CURRENT-DATE TO NQ-TIMESTAMP
               MOVE 0 TO NQ-RETRY
               WRITE NOTIFY-QUEUE-RECORD
               ADD 1 TO WS-NOTICE-COUNT
               MOVE 'NOTICE QUEUED' TO WS-ACTION
               MOVE CC-EXPIRY-DATE TO CC-NOTICE-EXPIRY
               REWRITE CLINCOMP-RECORD
                   INVALID KEY
                       DISPLAY 'PRGR0160 ERROR UPDATING COMPLIANCE: '
                               CC-STUDENT-ID ' ' CC-REQ-CODE ' '
                               WS-CLINCOMP-STATUS
               END-REWRITE
           END-IF.

       WRITE-DETAIL.
           MOVE CC-STUDENT-ID TO WS-DL-STUD-ID
           MOVE WS-STUDENT-NAME TO WS-DL-NAME
           MOVE WS-STUDENT-PROGRAM TO WS-DL-PROGRAM
           MOVE CC-REQ-CODE TO WS-DL-REQ-CODE
           MOVE WS-REQ-DESCRIPTION TO WS-DL-DESCRIPTION
           MOVE CC-EXPIRY-DATE TO WS-DL-EXPIRY
           MOVE WS-DAYS-LEFT TO WS-DL-DAYS
           MOVE WS-ACTION TO WS-DL-ACTION
           WRITE CLINICAL-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT.

       WRITE-TOTALS.
           WRITE CLINICAL-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'REQUIREMENTS EXPIRING: ' WS-EXPIRING-COUNT
                  '   ALREADY EXPIRED: ' WS-EXPIRED-COUNT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CLINICAL-REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'NOTICES QUEUED       : ' WS-NOTICE-COUNT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CLINICAL-REPORT-RECORD FROM WS-LINE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'CLINICAL-EXPIRY' TO RR-REPORT-NAME
               MOVE 'CLINEXP.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-PROGRAM-ID TO RR-OPERATOR
               MOVE WS-LISTED-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGR0160 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
