       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGI0152.
       AUTHOR. Mohand Kessi.

      * MONTHLY STUDY PERMIT REVIEW.  EVERY PERMIT IN STUDYPMT.VSAM
      * THAT EXPIRES WITHIN THE NOTICE WINDOW OF THE CYCLE DATE IS
      * REPORTED AND THE STUDENT IS SENT A PERMITEX NOTICE THROUGH
      * NOTIFYQ.DAT, ONCE PER EXPIRY DATE.  A PERMIT THAT HAS ALREADY
      * EXPIRED PUTS AN IP REGISTRATION HOLD ON THE STUDENT; THE HOLD
      * IS LIFTED WHEN A CURRENT PERMIT IS RECORDED THROUGH PRGC0102.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMIT-FILE ASSIGN TO 'STUDYPMT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-STUDENT-ID
               FILE STATUS IS WS-PERMIT-STATUS.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'HOLD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT NOTIFY-QUEUE-FILE ASSIGN TO 'NOTIFYQ.DAT'
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PERMIT-REPORT-FILE ASSIGN TO 'PERMITEXP.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERMIT-FILE.
       01 PERMIT-RECORD.
          05 SP-STUDENT-ID       PIC 9(06).
          05 SP-PERMIT-NO        PIC X(12).
          05 SP-ISSUE-DATE       PIC 9(08).
          05 SP-EXPIRY-DATE      PIC 9(08).
          05 SP-CONDITIONS       PIC X(60).
          05 SP-ENTERED-BY       PIC X(08).
          05 SP-ENTERED-DATE     PIC 9(08).
          05 SP-NOTICE-EXPIRY    PIC 9(08).
          05 FILLER              PIC X(10).

       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 VSAM-STUDENT-NAME     PIC X(30).
          05 FILLER                PIC X(142).
          05 VSAM-FEE-STATUS       PIC X(01).
          05 FILLER                PIC X(01).

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-KEY.
             10 HOLD-STUDENT-ID  PIC 9(06).
             10 HOLD-CODE        PIC X(02).
          05 HOLD-REASON         PIC X(30).
          05 HOLD-PLACED-BY      PIC X(08).
          05 HOLD-DATE           PIC 9(08).

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

       FD PERMIT-REPORT-FILE.
       01 PERMIT-REPORT-RECORD PIC X(132).

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
       01 WS-PERMIT-STATUS      PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS        PIC XX VALUE SPACES.
       01 WS-NOTIFY-STATUS      PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS       PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-STUDENT-OPEN       PIC X VALUE 'N'.
       01 WS-NOTIFY-OPEN        PIC X VALUE 'N'.
       01 WS-AUDIT-OPEN         PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGI0152'.

      * PERMITS EXPIRING WITHIN THIS MANY DAYS ARE NOTIFIED.
       01 WS-NOTICE-DAYS        PIC 9(03) VALUE 90.
       01 WS-PERMIT-HOLD-CODE   PIC X(02) VALUE 'IP'.
       01 WS-CYCLE-DAY-NO       PIC 9(07) VALUE ZERO.
       01 WS-EXPIRY-DAY-NO      PIC 9(07) VALUE ZERO.
       01 WS-DAYS-LEFT          PIC S9(07) VALUE ZERO.
       01 WS-ACTION             PIC X(20) VALUE SPACES.
       01 WS-STUDENT-NAME       PIC X(30) VALUE SPACES.

       01 WS-READ-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-LISTED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-EXPIRING-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-EXPIRED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-NOTICE-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-HOLD-COUNT         PIC 9(06) VALUE ZERO.

       01 WS-DETAIL-LINE.
          05 WS-DL-STUD-ID      PIC 9(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-NAME         PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-PERMIT-NO    PIC X(12).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-EXPIRY       PIC 9(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-DAYS         PIC ----,--9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-ACTION       PIC X(20).
          05 FILLER             PIC X(38) VALUE SPACES.
       01 WS-LINE               PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           COMPUTE WS-CYCLE-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)

           OPEN OUTPUT PERMIT-REPORT-FILE
           PERFORM WRITE-HEADERS

           OPEN INPUT PERMIT-FILE
           IF WS-PERMIT-STATUS = '35'
               DISPLAY 'PRGI0152 NO STUDY PERMITS ON FILE'
               MOVE '(NO STUDY PERMITS ON FILE)' TO WS-LINE
               WRITE PERMIT-REPORT-RECORD FROM WS-LINE
               PERFORM REGISTER-OUTPUT
               CLOSE PERMIT-REPORT-FILE
               STOP RUN
           END-IF
           CLOSE PERMIT-FILE

           OPEN I-O PERMIT-FILE
           IF WS-PERMIT-STATUS NOT = '00'
               DISPLAY 'PRGI0152 ERROR OPENING PERMIT FILE: '
                       WS-PERMIT-STATUS
               CLOSE PERMIT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'PRGI0152 ERROR OPENING HOLD FILE: '
                       WS-HOLD-STATUS
               CLOSE PERMIT-FILE
                     PERMIT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
               DISPLAY 'PRGI0152 NOTIFICATION QUEUE NOT AVAILABLE: '
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

           PERFORM UNTIL WS-EOF = 'Y'
               READ PERMIT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM REVIEW-PERMIT
               END-READ
           END-PERFORM

           PERFORM WRITE-TOTALS
           PERFORM REGISTER-OUTPUT

           CLOSE PERMIT-FILE
                 HOLD-FILE
                 PERMIT-REPORT-FILE
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-VSAM-FILE
           END-IF
           IF WS-NOTIFY-OPEN = 'Y'
               CLOSE NOTIFY-QUEUE-FILE
           END-IF
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF

           DISPLAY 'PRGI0152 PERMITS READ: ' WS-READ-COUNT
                   '  EXPIRING: ' WS-EXPIRING-COUNT
                   '  EXPIRED: ' WS-EXPIRED-COUNT
           DISPLAY 'PRGI0152 NOTICES QUEUED: ' WS-NOTICE-COUNT
                   '  HOLDS PLACED: ' WS-HOLD-COUNT
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
           STRING 'STUDY PERMIT EXPIRY REVIEW   CYCLE DATE: '
                  WS-CURRENT-DATE
                  '   NOTICE WINDOW: ' WS-NOTICE-DAYS ' DAYS'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PERMIT-REPORT-RECORD FROM WS-LINE
           WRITE PERMIT-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'STUDENT STUDENT NAME                    '
                  'PERMIT NO     EXPIRY    DAYS LEFT ACTION'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PERMIT-REPORT-RECORD FROM WS-LINE
           MOVE ALL '-' TO WS-LINE(1:94)
           WRITE PERMIT-REPORT-RECORD FROM WS-LINE.

      * A PERMIT PAST ITS EXPIRY DATE GETS THE REGISTRATION HOLD;
      * ONE INSIDE THE NOTICE WINDOW GETS THE EXPIRY NOTICE, UNLESS
      * ONE HAS ALREADY GONE OUT FOR THIS EXPIRY DATE.
       REVIEW-PERMIT.
           COMPUTE WS-EXPIRY-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(SP-EXPIRY-DATE)
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-DAY-NO - WS-CYCLE-DAY-NO

           IF WS-DAYS-LEFT > WS-NOTICE-DAYS
               EXIT PARAGRAPH
           END-IF

           IF WS-DAYS-LEFT < ZERO
               ADD 1 TO WS-EXPIRED-COUNT
               PERFORM PLACE-PERMIT-HOLD
           ELSE
               ADD 1 TO WS-EXPIRING-COUNT
               IF SP-NOTICE-EXPIRY = SP-EXPIRY-DATE
                   MOVE 'NOTICE ALREADY SENT' TO WS-ACTION
               ELSE
                   PERFORM QUEUE-EXPIRY-NOTICE
               END-IF
           END-IF

           PERFORM WRITE-DETAIL.

       QUEUE-EXPIRY-NOTICE.
           IF WS-NOTIFY-OPEN = 'N'
               MOVE 'NOTICE NOT QUEUED' TO WS-ACTION
           ELSE
               MOVE 'P' TO NQ-STATUS
               MOVE SP-STUDENT-ID TO NQ-STUDENT-ID
               MOVE 'PERMITEX' TO NQ-EVENT-CODE
               MOVE SPACES TO NQ-EVENT-DATA
               STRING 'PERMIT ' SP-PERMIT-NO
                      ' EXPIRES ' SP-EXPIRY-DATE
                      DELIMITED BY SIZE
                      INTO NQ-EVENT-DATA
               MOVE FUNCTION CURRENT-DATE TO NQ-TIMESTAMP
               MOVE 0 TO NQ-RETRY
               WRITE NOTIFY-QUEUE-RECORD
               ADD 1 TO WS-NOTICE-COUNT
               MOVE 'NOTICE QUEUED' TO WS-ACTION
               MOVE SP-EXPIRY-DATE TO SP-NOTICE-EXPIRY
               REWRITE PERMIT-RECORD
                   INVALID KEY
                       DISPLAY 'PRGI0152 ERROR UPDATING PERMIT: '
                               SP-STUDENT-ID ' ' WS-PERMIT-STATUS
               END-REWRITE
           END-IF.

       PLACE-PERMIT-HOLD.
           MOVE SP-STUDENT-ID TO HOLD-STUDENT-ID
           MOVE WS-PERMIT-HOLD-CODE TO HOLD-CODE
           MOVE SPACES TO HOLD-REASON
           STRING 'STUDY PERMIT EXPIRED ' SP-EXPIRY-DATE
                  DELIMITED BY SIZE
                  INTO HOLD-REASON
           MOVE WS-PROGRAM-ID TO HOLD-PLACED-BY
           MOVE WS-CURRENT-DATE TO HOLD-DATE
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE 'HOLD ALREADY ON FILE' TO WS-ACTION
               NOT INVALID KEY
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE 'HOLD PLACED' TO WS-ACTION
                   PERFORM WRITE-HOLD-AUDIT
           END-WRITE.

       WRITE-HOLD-AUDIT.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE HOLD-STUDENT-ID TO AUD-STUDENT-ID
               MOVE 'HOLD-PLACE' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING HOLD-CODE ' ' HOLD-REASON
                      DELIMITED BY SIZE
                      INTO AUD-NEW-VALUE
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               MOVE WS-PROGRAM-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       WRITE-DETAIL.
           MOVE SPACES TO WS-STUDENT-NAME
           IF WS-STUDENT-OPEN = 'Y'
               MOVE SP-STUDENT-ID TO VSAM-STUDENT-ID
               READ STUDENT-VSAM-FILE
                   INVALID KEY
                       MOVE '*** NOT ON STUDENT MASTER ***'
                         TO WS-STUDENT-NAME
                   NOT INVALID KEY
                       MOVE VSAM-STUDENT-NAME TO WS-STUDENT-NAME
               END-READ
           END-IF
           MOVE SP-STUDENT-ID TO WS-DL-STUD-ID
           MOVE WS-STUDENT-NAME TO WS-DL-NAME
           MOVE SP-PERMIT-NO TO WS-DL-PERMIT-NO
           MOVE SP-EXPIRY-DATE TO WS-DL-EXPIRY
           MOVE WS-DAYS-LEFT TO WS-DL-DAYS
           MOVE WS-ACTION TO WS-DL-ACTION
           WRITE PERMIT-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT.

       WRITE-TOTALS.
           WRITE PERMIT-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'PERMITS EXPIRING: ' WS-EXPIRING-COUNT
                  '   NOTICES QUEUED: ' WS-NOTICE-COUNT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PERMIT-REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'PERMITS EXPIRED : ' WS-EXPIRED-COUNT
                  '   HOLDS PLACED  : ' WS-HOLD-COUNT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PERMIT-REPORT-RECORD FROM WS-LINE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'PERMIT-EXPIRY' TO RR-REPORT-NAME
               MOVE 'PERMITEXP.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-PROGRAM-ID TO RR-OPERATOR
               MOVE WS-LISTED-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGI0152 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
