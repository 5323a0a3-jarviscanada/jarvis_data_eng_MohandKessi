       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0162.
       AUTHOR. Mohand Kessi.

      * NIGHTLY ADVISING APPOINTMENT REMINDERS.  EVERY APPOINTMENT
      * STILL BOOKED FOR THE NEXT DAY GETS AN APPTREM NOTICE THROUGH
      * NOTIFYQ.DAT.  THE CYCLE DOES NOT RUN AT THE WEEKEND, SO THE
      * FRIDAY RUN ALSO REMINDS FOR SATURDAY, SUNDAY AND MONDAY.
      * AP-REMINDED KEEPS A RERUN FROM SENDING A SECOND REMINDER;
      * A CANCELLED APPOINTMENT IS NEVER REMINDED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINT-FILE ASSIGN TO 'APPOINT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-SLOT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPOINT-STATUS.
           SELECT NOTIFY-QUEUE-FILE ASSIGN TO 'NOTIFYQ.DAT'
               FILE STATUS IS WS-NOTIFY-STATUS.
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

       FD NOTIFY-QUEUE-FILE.
       01 NOTIFY-QUEUE-RECORD.
          05 NQ-STATUS        PIC X.
          05 NQ-STUDENT-ID    PIC 9(06).
          05 NQ-EVENT-CODE    PIC X(08).
          05 NQ-EVENT-DATA    PIC X(40).
          05 NQ-TIMESTAMP     PIC X(16).
          05 NQ-RETRY         PIC 9.

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-APPOINT-STATUS     PIC XX VALUE SPACES.
       01 WS-NOTIFY-STATUS      PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CYCLE-DAY-NO       PIC 9(07) VALUE ZERO.
       01 WS-DAY-OF-WEEK        PIC 9 VALUE ZERO.
       01 WS-DAYS-AHEAD         PIC 9 VALUE 1.
       01 WS-REMIND-THRU        PIC 9(08) VALUE ZERO.

       01 WS-READ-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-REMINDED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-ALREADY-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           PERFORM SET-REMINDER-WINDOW

           OPEN I-O APPOINT-FILE
           IF WS-APPOINT-STATUS = '35'
               DISPLAY 'PRGN0162 NO ADVISING APPOINTMENTS ON FILE'
               STOP RUN
           END-IF
           IF WS-APPOINT-STATUS NOT = '00'
               DISPLAY 'PRGN0162 ERROR OPENING APPOINTMENT FILE: '
                       WS-APPOINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND NOTIFY-QUEUE-FILE
           IF WS-NOTIFY-STATUS = '05'
               OPEN OUTPUT NOTIFY-QUEUE-FILE
           END-IF
           IF WS-NOTIFY-STATUS NOT = '00'
               DISPLAY 'PRGN0162 NOTIFICATION QUEUE NOT AVAILABLE: '
                       WS-NOTIFY-STATUS
               CLOSE APPOINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ APPOINT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-APPOINTMENT
               END-READ
           END-PERFORM

           CLOSE APPOINT-FILE
                 NOTIFY-QUEUE-FILE

           IF WS-FAILED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'PRGN0162 REMINDING APPOINTMENTS AFTER '
                   WS-CURRENT-DATE ' THROUGH ' WS-REMIND-THRU
           DISPLAY 'PRGN0162 APPOINTMENTS READ: ' WS-READ-COUNT
                   '  REMINDERS QUEUED: ' WS-REMINDED-COUNT
                   '  ALREADY REMINDED: ' WS-ALREADY-COUNT
                   '  NOT UPDATED: ' WS-FAILED-COUNT
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

      * DAY 1 IS MONDAY.  A FRIDAY RUN COVERS THE WEEKEND AND MONDAY;
      * A SATURDAY RUN (FORCED CYCLE) COVERS SUNDAY AND MONDAY.
       SET-REMINDER-WINDOW.
           COMPUTE WS-CYCLE-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-CYCLE-DAY-NO - 1, 7) + 1
           EVALUATE WS-DAY-OF-WEEK
               WHEN 5
                   MOVE 3 TO WS-DAYS-AHEAD
               WHEN 6
                   MOVE 2 TO WS-DAYS-AHEAD
               WHEN OTHER
                   MOVE 1 TO WS-DAYS-AHEAD
           END-EVALUATE
           COMPUTE WS-REMIND-THRU = FUNCTION DATE-OF-INTEGER
                   (WS-CYCLE-DAY-NO + WS-DAYS-AHEAD).

       CHECK-APPOINTMENT.
           IF AP-STATUS NOT = 'B'
               EXIT PARAGRAPH
           END-IF
           IF AP-DATE NOT > WS-CURRENT-DATE OR
              AP-DATE > WS-REMIND-THRU
               EXIT PARAGRAPH
           END-IF
           IF AP-REMINDED = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO AP-REMINDED
           REWRITE APPOINT-RECORD
               INVALID KEY
                   DISPLAY 'PRGN0162 ERROR UPDATING APPOINTMENT: '
                           AP-STUDENT-ID ' ' AP-DATE ' ' AP-TIME ' '
                           WS-APPOINT-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               NOT INVALID KEY
                   PERFORM QUEUE-REMINDER
           END-REWRITE.

       QUEUE-REMINDER.
           MOVE 'P' TO NQ-STATUS
           MOVE AP-STUDENT-ID TO NQ-STUDENT-ID
           MOVE 'APPTREM' TO NQ-EVENT-CODE
           MOVE SPACES TO NQ-EVENT-DATA
           STRING 'REMINDER: ' AP-DATE ' AT ' AP-TIME
                  ' WITH ' AP-ADVISOR
                  DELIMITED BY SIZE
                  INTO NQ-EVENT-DATA
           MOVE FUNCTION CURRENT-DATE TO NQ-TIMESTAMP
           MOVE 0 TO NQ-RETRY
           WRITE NOTIFY-QUEUE-RECORD
           ADD 1 TO WS-REMINDED-COUNT.
