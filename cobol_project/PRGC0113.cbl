       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0113.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVAIL-FILE ASSIGN TO 'ADVAVAIL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-AVAIL-STATUS.

           SELECT APPOINT-FILE ASSIGN TO 'APPOINT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-SLOT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPOINT-STATUS.

           SELECT ADVNOTES-FILE ASSIGN TO 'ADVNOTES.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-NOTES-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO 'NOTIFYQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REF-AUDIT-FILE ASSIGN TO 'REFAUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ADVISOR AVAILABILITY, ONE RECORD PER BOOKABLE SLOT.  THE
      * ADVISOR IS IDENTIFIED BY OPERATOR ID.  AV-STATUS: O=OPEN,
      * B=BOOKED (AV-STUDENT-ID HOLDS THE STUDENT), W=WITHDRAWN.
       FD  AVAIL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  AVAIL-RECORD.
           05  AV-KEY.
               10  AV-ADVISOR          PIC X(8).
               10  AV-DATE             PIC 9(8).
               10  AV-TIME             PIC 9(4).
           05  AV-MINUTES              PIC 9(3).
           05  AV-STATUS               PIC X.
           05  AV-STUDENT-ID           PIC 9(6).
           05  AV-ENTERED-BY           PIC X(8).
           05  FILLER                  PIC X(2).

      * ONE RECORD PER APPOINTMENT, KEPT AFTER IT IS CANCELLED OR
      * HELD SO THE WEEKLY ADVISING REPORT CAN COUNT THEM.
      * AP-STATUS: B=BOOKED, C=COMPLETED, N=NO-SHOW, X=CANCELLED.
      * AP-NOTE-STAMP IS THE AN-TIMESTAMP OF THE ADVISING NOTE
      * WRITTEN FOR THE MEETING.  AP-REMINDED IS SET BY THE NIGHTLY
      * RUN ONCE THE DAY-BEFORE REMINDER HAS BEEN QUEUED.
       FD  APPOINT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  APPOINT-RECORD.
           05  AP-KEY.
               10  AP-STUDENT-ID       PIC 9(6).
               10  AP-DATE             PIC 9(8).
               10  AP-TIME             PIC 9(4).
           05  AP-SLOT-KEY.
               10  AP-ADVISOR          PIC X(8).
               10  AP-SLOT-DATE        PIC 9(8).
               10  AP-SLOT-TIME        PIC 9(4).
           05  AP-MINUTES              PIC 9(3).
           05  AP-REASON               PIC X(30).
           05  AP-STATUS               PIC X.
           05  AP-BOOKED-BY            PIC X(8).
           05  AP-BOOKED-DATE          PIC 9(8).
           05  AP-NOTE-STAMP           PIC X(16).
           05  AP-REMINDED             PIC X.
           05  FILLER                  PIC X(5).

       FD  ADVNOTES-FILE
           RECORD CONTAINS 92 CHARACTERS.
       01  ADVNOTES-RECORD.
           05  AN-KEY.
               10  AN-STUDENT-ID       PIC 9(6).
               10  AN-TIMESTAMP        PIC X(16).
           05  AN-OPERATOR             PIC X(8).
           05  AN-CATEGORY             PIC X(2).
           05  AN-TEXT                 PIC X(60).

       FD  STUDENT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  STUDENT-RECORD.
           05  STUDENT-ID              PIC 9(6).
           05  STUDENT-NAME            PIC X(30).
           05  STUDENT-ADDRESS         PIC X(40).
           05  STUDENT-PHONE           PIC X(15).
           05  STUDENT-EMAIL           PIC X(20).
           05  STUDENT-COURSE          PIC X(4).
           05  INCLUSION-DATE          PIC 9(8).
           05  STUDENT-STATUS          PIC X.
           05  STUDENT-GPA             PIC 9V99.
           05  STUDENT-PROGRAM         PIC X(4).
           05  FILLER                  PIC X(49).

       FD  NOTIFY-QUEUE-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  NOTIFY-QUEUE-RECORD.
           05  NQ-STATUS               PIC X.
           05  NQ-STUDENT-ID           PIC 9(6).
           05  NQ-EVENT-CODE           PIC X(8).
           05  NQ-EVENT-DATA           PIC X(40).
           05  NQ-TIMESTAMP            PIC X(16).
           05  NQ-RETRY                PIC 9.

       FD  STUDENT-AUDIT-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-STUDENT-ID          PIC 9(6).
           05  AUD-FIELD-NAME          PIC X(15).
           05  AUD-OLD-VALUE           PIC X(40).
           05  AUD-NEW-VALUE           PIC X(40).
           05  AUD-TIMESTAMP           PIC X(16).
           05  AUD-OPERATOR            PIC X(8).

       FD  REF-AUDIT-FILE
           RECORD CONTAINS 139 CHARACTERS.
       01  REF-AUDIT-RECORD.
           05  RA-ENTITY               PIC X(10).
           05  RA-ENTITY-KEY           PIC X(10).
           05  RA-ACTION               PIC X(15).
           05  RA-OLD-VALUE            PIC X(40).
           05  RA-NEW-VALUE            PIC X(40).
           05  RA-TIMESTAMP            PIC X(16).
           05  RA-OPERATOR             PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-AVAIL-STATUS             PIC XX VALUE SPACES.
       01  WS-APPOINT-STATUS           PIC XX VALUE SPACES.
       01  WS-NOTES-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-NOTIFY-STATUS            PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-AUDIT-OPEN               PIC X VALUE 'N'.
       01  WS-REFAUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-CONFLICT                 PIC X VALUE 'N'.
       01  WS-CONFLICT-TIME            PIC 9(4) VALUE ZEROES.
       01  WS-CONFLICT-ADVISOR         PIC X(8) VALUE SPACES.

       01  WS-ENTRY-ID                 PIC 9(6) VALUE ZEROES.
       01  WS-ENTRY-ADVISOR            PIC X(8) VALUE SPACES.
       01  WS-ENTRY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-TIME               PIC 9(4) VALUE ZEROES.
       01  WS-ENTRY-TIME-R REDEFINES WS-ENTRY-TIME.
           05  WS-ENTRY-HH             PIC 99.
           05  WS-ENTRY-MM             PIC 99.
       01  WS-ENTRY-MINUTES            PIC 9(3) VALUE ZEROES.
       01  WS-ENTRY-SLOTS              PIC 9(2) VALUE ZEROES.
       01  WS-ENTRY-REASON             PIC X(30) VALUE SPACES.
       01  WS-ENTRY-OUTCOME            PIC X VALUE SPACES.
       01  WS-ENTRY-CATEGORY           PIC X(2) VALUE SPACES.
       01  WS-ENTRY-NOTE               PIC X(60) VALUE SPACES.

      * SLOT TIMES ARE COMPARED AS MINUTES FROM MIDNIGHT.
       01  WS-SLOT-TIME                PIC 9(4) VALUE ZEROES.
       01  WS-SLOT-TIME-R REDEFINES WS-SLOT-TIME.
           05  WS-SLOT-HH              PIC 99.
           05  WS-SLOT-MM              PIC 99.
       01  WS-NEW-START                PIC 9(4) VALUE ZEROES.
       01  WS-NEW-END                  PIC 9(4) VALUE ZEROES.
       01  WS-OLD-START                PIC 9(4) VALUE ZEROES.
       01  WS-OLD-END                  PIC 9(4) VALUE ZEROES.
       01  WS-SLOT-NO                  PIC 9(2) VALUE ZEROES.
       01  WS-ADDED-COUNT              PIC 9(2) VALUE ZEROES.
       01  WS-SLOT-EXISTS              PIC X VALUE 'N'.

       01  WS-APPT-EXISTS              PIC X VALUE 'N'.
       01  WS-STATUS-TEXT              PIC X(9) VALUE SPACES.
       01  WS-NOTE-STAMP               PIC X(16) VALUE SPACES.
       01  WS-EVENT-CODE               PIC X(8) VALUE SPACES.
       01  WS-EVENT-DATA               PIC X(40) VALUE SPACES.
       01  WS-OLD-VALUE                PIC X(40) VALUE SPACES.
       01  WS-NEW-VALUE                PIC X(40) VALUE SPACES.
       01  WS-REF-STAMP                PIC X(16) VALUE SPACES.
       01  WS-AUDIT-TIMESTAMP          PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           PERFORM 3000-TERMINATE.
           GOBACK.

       1000-INIT.
           OPEN I-O AVAIL-FILE.
           IF WS-AVAIL-STATUS = '05' OR WS-AVAIL-STATUS = '35'
               CLOSE AVAIL-FILE
               OPEN OUTPUT AVAIL-FILE
               CLOSE AVAIL-FILE
               OPEN I-O AVAIL-FILE
           END-IF.
           OPEN I-O APPOINT-FILE.
           IF WS-APPOINT-STATUS = '05' OR WS-APPOINT-STATUS = '35'
               CLOSE APPOINT-FILE
               OPEN OUTPUT APPOINT-FILE
               CLOSE APPOINT-FILE
               OPEN I-O APPOINT-FILE
           END-IF.
           OPEN I-O ADVNOTES-FILE.
           IF WS-NOTES-STATUS = '05' OR WS-NOTES-STATUS = '35'
               CLOSE ADVNOTES-FILE
               OPEN OUTPUT ADVNOTES-FILE
               CLOSE ADVNOTES-FILE
               OPEN I-O ADVNOTES-FILE
           END-IF.
           IF WS-AVAIL-STATUS NOT = '00' OR
              WS-APPOINT-STATUS NOT = '00' OR
              WS-NOTES-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ADVISING FILES: '
                       WS-AVAIL-STATUS ' ' WS-APPOINT-STATUS ' '
                       WS-NOTES-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN INPUT STUDENT-FILE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE: '
                           WS-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               END-IF
               OPEN EXTEND STUDENT-AUDIT-FILE
               IF WS-AUDIT-STATUS = '05'
                   OPEN OUTPUT STUDENT-AUDIT-FILE
               END-IF
               IF WS-AUDIT-STATUS = '00'
                   MOVE 'Y' TO WS-AUDIT-OPEN
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '       ADVISING APPOINTMENTS            '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADVISOR AVAILABILITY'.
           DISPLAY '2. BOOK AN APPOINTMENT'.
           DISPLAY '3. CANCEL AN APPOINTMENT'.
           DISPLAY '4. RECORD COMPLETED / NO-SHOW'.
           DISPLAY '5. LIST APPOINTMENTS'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE (1-6): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-AVAILABILITY
               WHEN 2
                   PERFORM 2200-BOOK-APPOINTMENT
               WHEN 3
                   PERFORM 2300-CANCEL-APPOINTMENT
               WHEN 4
                   PERFORM 2400-RECORD-OUTCOME
               WHEN 5
                   PERFORM 2500-LIST-APPOINTMENTS
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

      * SLOTS ARE ADDED AS A RUN OF EQUAL-LENGTH APPOINTMENTS FROM A
      * START TIME.  A SLOT THAT WOULD OVERLAP ONE ALREADY OFFERED
      * IS SKIPPED.  ONLY AN OPEN SLOT CAN BE WITHDRAWN - A BOOKED
      * ONE MUST BE CANCELLED FIRST SO THE STUDENT IS TOLD.
       2100-MAINTAIN-AVAILABILITY.
           PERFORM 2600-GET-ADVISOR-DAY.
           IF WS-ENTRY-ADVISOR = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2610-SHOW-ADVISOR-DAY.

           DISPLAY 'A=ADD SLOTS, W=WITHDRAW A SLOT, ENTER=RETURN: '.
           MOVE SPACES TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'A' OR WS-CONFIRMATION = 'a'
               PERFORM 2110-ADD-SLOTS
           ELSE
               IF WS-CONFIRMATION = 'W' OR WS-CONFIRMATION = 'w'
                   PERFORM 2120-WITHDRAW-SLOT
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ADD-SLOTS.
           IF WS-ENTRY-DATE < WS-TODAY-DATE
               DISPLAY 'SLOTS CANNOT BE ADDED TO A PAST DATE'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'FIRST SLOT START TIME (HHMM): '.
           ACCEPT WS-ENTRY-TIME.
           DISPLAY 'MINUTES PER SLOT (0 = 30): '.
           ACCEPT WS-ENTRY-MINUTES.
           IF WS-ENTRY-MINUTES = ZERO
               MOVE 30 TO WS-ENTRY-MINUTES
           END-IF.
           DISPLAY 'NUMBER OF SLOTS (1-16): '.
           ACCEPT WS-ENTRY-SLOTS.
           IF WS-ENTRY-HH > 23 OR WS-ENTRY-MM > 59 OR
              WS-ENTRY-SLOTS = ZERO OR WS-ENTRY-SLOTS > 16
               DISPLAY 'INVALID START TIME OR NUMBER OF SLOTS '
                       '- NOTHING ADDED'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-START = WS-ENTRY-HH * 60 + WS-ENTRY-MM.
           IF WS-NEW-START + (WS-ENTRY-MINUTES * WS-ENTRY-SLOTS)
              > 1440
               DISPLAY 'SLOTS WOULD RUN PAST MIDNIGHT - NOTHING ADDED'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CONFIRM ADDING ' WS-ENTRY-SLOTS ' SLOTS OF '
                   WS-ENTRY-MINUTES ' MINUTES (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'OPERATION CANCELLED'
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-ADDED-COUNT.
           PERFORM VARYING WS-SLOT-NO FROM 1 BY 1
                   UNTIL WS-SLOT-NO > WS-ENTRY-SLOTS
               COMPUTE WS-NEW-END = WS-NEW-START + WS-ENTRY-MINUTES
               PERFORM 2800-CHECK-ADVISOR-FREE
               PERFORM 2820-MINUTES-TO-TIME
               IF WS-CONFLICT = 'Y'
                   DISPLAY 'SLOT ' WS-SLOT-TIME ' OVERLAPS THE SLOT AT '
                           WS-CONFLICT-TIME ' - SKIPPED'
               ELSE
                   PERFORM 2130-WRITE-SLOT
               END-IF
               MOVE WS-NEW-END TO WS-NEW-START
           END-PERFORM.
           DISPLAY 'SLOTS ADDED: ' WS-ADDED-COUNT.
           IF WS-ADDED-COUNT > ZERO
               MOVE 'ADVAVAIL' TO RA-ENTITY
               MOVE WS-ENTRY-ADVISOR TO RA-ENTITY-KEY
               MOVE 'ADD SLOTS' TO RA-ACTION
               MOVE SPACES TO RA-OLD-VALUE
               MOVE SPACES TO RA-NEW-VALUE
               STRING WS-ENTRY-DATE ' FROM ' WS-ENTRY-TIME ' '
                      WS-ADDED-COUNT ' X ' WS-ENTRY-MINUTES ' MIN'
                      DELIMITED BY SIZE
                      INTO RA-NEW-VALUE
               PERFORM 7900-WRITE-REF-AUDIT
           END-IF.

      * A WITHDRAWN SLOT AT THE SAME TIME IS REOPENED IN PLACE.
       2130-WRITE-SLOT.
           MOVE WS-ENTRY-ADVISOR TO AV-ADVISOR.
           MOVE WS-ENTRY-DATE TO AV-DATE.
           MOVE WS-SLOT-TIME TO AV-TIME.
           MOVE 'N' TO WS-SLOT-EXISTS.
           READ AVAIL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SLOT-EXISTS
           END-READ.
           MOVE SPACES TO AVAIL-RECORD.
           MOVE WS-ENTRY-ADVISOR TO AV-ADVISOR.
           MOVE WS-ENTRY-DATE TO AV-DATE.
           MOVE WS-SLOT-TIME TO AV-TIME.
           MOVE WS-ENTRY-MINUTES TO AV-MINUTES.
           MOVE 'O' TO AV-STATUS.
           MOVE ZEROES TO AV-STUDENT-ID.
           MOVE WS-OPERATOR-ID TO AV-ENTERED-BY.
           IF WS-SLOT-EXISTS = 'Y'
               REWRITE AVAIL-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REOPENING SLOT ' WS-SLOT-TIME
                               ': ' WS-AVAIL-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
               END-REWRITE
           ELSE
               WRITE AVAIL-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING SLOT ' WS-SLOT-TIME
                               ': ' WS-AVAIL-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           END-IF.

       2120-WITHDRAW-SLOT.
           DISPLAY 'SLOT START TIME (HHMM): '.
           ACCEPT WS-ENTRY-TIME.
           MOVE WS-ENTRY-ADVISOR TO AV-ADVISOR.
           MOVE WS-ENTRY-DATE TO AV-DATE.
           MOVE WS-ENTRY-TIME TO AV-TIME.
           READ AVAIL-FILE
               INVALID KEY
                   DISPLAY 'NO SLOT AT ' WS-ENTRY-TIME
                   EXIT PARAGRAPH
           END-READ.
           IF AV-STATUS NOT = 'O'
               DISPLAY 'ONLY AN OPEN SLOT CAN BE WITHDRAWN - CANCEL '
                       'THE APPOINTMENT FIRST'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CONFIRM WITHDRAWAL (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE 'W' TO AV-STATUS
               MOVE WS-OPERATOR-ID TO AV-ENTERED-BY
               REWRITE AVAIL-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WITHDRAWING SLOT: '
                               WS-AVAIL-STATUS
                   NOT INVALID KEY
                       DISPLAY 'SLOT WITHDRAWN'
                       MOVE 'ADVAVAIL' TO RA-ENTITY
                       MOVE WS-ENTRY-ADVISOR TO RA-ENTITY-KEY
                       MOVE 'WITHDRAW SLOT' TO RA-ACTION
                       MOVE SPACES TO RA-OLD-VALUE
                       MOVE SPACES TO RA-NEW-VALUE
                       STRING WS-ENTRY-DATE ' ' WS-ENTRY-TIME
                              DELIMITED BY SIZE
                              INTO RA-OLD-VALUE
                       PERFORM 7900-WRITE-REF-AUDIT
               END-REWRITE
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.

      * THE ADVISOR SIDE IS GUARDED BY THE SLOT ITSELF (ONLY AN OPEN
      * SLOT CAN BE BOOKED); THE STUDENT SIDE BY CHECKING THE
      * STUDENT'S OTHER BOOKINGS THAT DAY FOR AN OVERLAP.
       2200-BOOK-APPOINTMENT.
           PERFORM 2700-GET-STUDENT.
           IF WS-ENTRY-ID = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2600-GET-ADVISOR-DAY.
           IF WS-ENTRY-ADVISOR = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENTRY-DATE < WS-TODAY-DATE
               DISPLAY 'APPOINTMENTS CANNOT BE BOOKED IN THE PAST'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2610-SHOW-ADVISOR-DAY.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'SLOT START TIME (HHMM): '.
           ACCEPT WS-ENTRY-TIME.
           MOVE WS-ENTRY-ADVISOR TO AV-ADVISOR.
           MOVE WS-ENTRY-DATE TO AV-DATE.
           MOVE WS-ENTRY-TIME TO AV-TIME.
           READ AVAIL-FILE
               INVALID KEY
                   DISPLAY 'NO SLOT AT ' WS-ENTRY-TIME
                   DISPLAY 'PRESS ENTER TO CONTINUE...'
                   ACCEPT WS-CONFIRMATION
                   EXIT PARAGRAPH
           END-READ.
           IF AV-STATUS NOT = 'O'
               DISPLAY 'THAT SLOT IS NOT OPEN - THE ADVISOR IS '
                       'ALREADY BOOKED OR UNAVAILABLE'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           MOVE AV-MINUTES TO WS-ENTRY-MINUTES.

           COMPUTE WS-NEW-START = WS-ENTRY-HH * 60 + WS-ENTRY-MM.
           COMPUTE WS-NEW-END = WS-NEW-START + WS-ENTRY-MINUTES.
           PERFORM 2810-CHECK-STUDENT-FREE.
           IF WS-CONFLICT = 'Y'
               DISPLAY 'STUDENT ALREADY HAS AN APPOINTMENT AT '
                       WS-CONFLICT-TIME ' WITH ' WS-CONFLICT-ADVISOR
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'REASON FOR THE APPOINTMENT: '.
           MOVE SPACES TO WS-ENTRY-REASON.
           ACCEPT WS-ENTRY-REASON.

           DISPLAY 'CONFIRM BOOKING (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'OPERATION CANCELLED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

      * A STUDENT REBOOKING A SLOT THEY EARLIER CANCELLED REUSES
      * THE CANCELLED RECORD.
           MOVE WS-ENTRY-ID TO AP-STUDENT-ID.
           MOVE WS-ENTRY-DATE TO AP-DATE.
           MOVE WS-ENTRY-TIME TO AP-TIME.
           MOVE 'N' TO WS-APPT-EXISTS.
           READ APPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APPT-EXISTS
           END-READ.

           MOVE SPACES TO APPOINT-RECORD.
           MOVE WS-ENTRY-ID TO AP-STUDENT-ID.
           MOVE WS-ENTRY-DATE TO AP-DATE.
           MOVE WS-ENTRY-TIME TO AP-TIME.
           MOVE WS-ENTRY-ADVISOR TO AP-ADVISOR.
           MOVE WS-ENTRY-DATE TO AP-SLOT-DATE.
           MOVE WS-ENTRY-TIME TO AP-SLOT-TIME.
           MOVE WS-ENTRY-MINUTES TO AP-MINUTES.
           MOVE WS-ENTRY-REASON TO AP-REASON.
           MOVE 'B' TO AP-STATUS.
           MOVE WS-OPERATOR-ID TO AP-BOOKED-BY.
           MOVE WS-TODAY-DATE TO AP-BOOKED-DATE.
           MOVE 'N' TO AP-REMINDED.
           IF WS-APPT-EXISTS = 'Y'
               REWRITE APPOINT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR BOOKING APPOINTMENT: '
                               WS-APPOINT-STATUS
                       MOVE 'N' TO WS-APPT-EXISTS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-APPT-EXISTS
               END-REWRITE
           ELSE
               WRITE APPOINT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR BOOKING APPOINTMENT: '
                               WS-APPOINT-STATUS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-APPT-EXISTS
               END-WRITE
           END-IF.
           IF WS-APPT-EXISTS = 'Y'
               MOVE WS-ENTRY-ADVISOR TO AV-ADVISOR
               MOVE WS-ENTRY-DATE TO AV-DATE
               MOVE WS-ENTRY-TIME TO AV-TIME
               READ AVAIL-FILE
                   INVALID KEY
                       DISPLAY 'ERROR READING SLOT: ' WS-AVAIL-STATUS
                   NOT INVALID KEY
                       MOVE 'B' TO AV-STATUS
                       MOVE WS-ENTRY-ID TO AV-STUDENT-ID
                       REWRITE AVAIL-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR UPDATING SLOT: '
                                       WS-AVAIL-STATUS
                       END-REWRITE
               END-READ
               DISPLAY 'APPOINTMENT BOOKED!'
               MOVE SPACES TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               STRING 'BOOKED ' WS-ENTRY-DATE ' ' WS-ENTRY-TIME ' '
                      WS-ENTRY-ADVISOR
                      DELIMITED BY SIZE
                      INTO WS-NEW-VALUE
               PERFORM 2900-WRITE-APPT-AUDIT
               MOVE 'APPTCONF' TO WS-EVENT-CODE
               MOVE SPACES TO WS-EVENT-DATA
               STRING 'APPT ' WS-ENTRY-DATE ' AT ' WS-ENTRY-TIME
                      ' WITH ' WS-ENTRY-ADVISOR
                      DELIMITED BY SIZE
                      INTO WS-EVENT-DATA
               PERFORM 2950-QUEUE-NOTICE
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2300-CANCEL-APPOINTMENT.
           PERFORM 2700-GET-STUDENT.
           IF WS-ENTRY-ID = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2510-SHOW-STUDENT-APPTS.
           PERFORM 2750-GET-APPOINTMENT.
           IF WS-APPT-EXISTS = 'N'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           IF AP-STATUS NOT = 'B'
               DISPLAY 'ONLY A BOOKED APPOINTMENT CAN BE CANCELLED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CONFIRM CANCELLATION (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'OPERATION CANCELLED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE 'X' TO AP-STATUS.
           MOVE AP-ADVISOR TO WS-ENTRY-ADVISOR.
           REWRITE APPOINT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR CANCELLING APPOINTMENT: '
                           WS-APPOINT-STATUS
                   DISPLAY 'PRESS ENTER TO CONTINUE...'
                   ACCEPT WS-CONFIRMATION
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE WS-ENTRY-ADVISOR TO AV-ADVISOR.
           MOVE WS-ENTRY-DATE TO AV-DATE.
           MOVE WS-ENTRY-TIME TO AV-TIME.
           READ AVAIL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AV-STATUS = 'B' AND AV-STUDENT-ID = WS-ENTRY-ID
                       MOVE 'O' TO AV-STATUS
                       MOVE ZEROES TO AV-STUDENT-ID
                       REWRITE AVAIL-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR REOPENING SLOT: '
                                       WS-AVAIL-STATUS
                       END-REWRITE
                   END-IF
           END-READ.

           DISPLAY 'APPOINTMENT CANCELLED - SLOT REOPENED'.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING 'BOOKED ' WS-ENTRY-DATE ' ' WS-ENTRY-TIME ' '
                  WS-ENTRY-ADVISOR
                  DELIMITED BY SIZE
                  INTO WS-OLD-VALUE.
           MOVE 'CANCELLED' TO WS-NEW-VALUE.
           PERFORM 2900-WRITE-APPT-AUDIT.
           IF WS-ENTRY-DATE >= WS-TODAY-DATE
               MOVE 'APPTCANC' TO WS-EVENT-CODE
               MOVE SPACES TO WS-EVENT-DATA
               STRING 'CANCELLED ' WS-ENTRY-DATE ' AT '
                      WS-ENTRY-TIME ' WITH ' WS-ENTRY-ADVISOR
                      DELIMITED BY SIZE
                      INTO WS-EVENT-DATA
               PERFORM 2950-QUEUE-NOTICE
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * A COMPLETED APPOINTMENT IS LINKED TO ITS ADVISING NOTE.  THE
      * NOTE IS EITHER TYPED HERE (AND FILED IN ADVNOTES.VSAM) OR,
      * IF THE ADVISOR ALREADY WROTE IT THROUGH THE ADVISING NOTES
      * SCREEN, THE LATEST NOTE SINCE THE APPOINTMENT DATE IS USED.
       2400-RECORD-OUTCOME.
           PERFORM 2700-GET-STUDENT.
           IF WS-ENTRY-ID = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2510-SHOW-STUDENT-APPTS.
           PERFORM 2750-GET-APPOINTMENT.
           IF WS-APPT-EXISTS = 'N'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           IF AP-STATUS NOT = 'B' OR AP-DATE > WS-TODAY-DATE
               DISPLAY 'ONLY A BOOKED APPOINTMENT DATED TODAY OR '
                       'EARLIER CAN BE RECORDED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'OUTCOME (C=COMPLETED, N=NO-SHOW): '.
           MOVE SPACES TO WS-ENTRY-OUTCOME.
           ACCEPT WS-ENTRY-OUTCOME.
           IF WS-ENTRY-OUTCOME = 'c'
               MOVE 'C' TO WS-ENTRY-OUTCOME
           END-IF.
           IF WS-ENTRY-OUTCOME = 'n'
               MOVE 'N' TO WS-ENTRY-OUTCOME
           END-IF.
           IF WS-ENTRY-OUTCOME NOT = 'C' AND WS-ENTRY-OUTCOME NOT = 'N'
               DISPLAY 'OUTCOME MUST BE C OR N - NOT SAVED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOTE-STAMP.
           IF WS-ENTRY-OUTCOME = 'C'
               DISPLAY 'ADVISING NOTE (UP TO 60 CHARS, BLANK = LINK '
                       'THE NOTE ALREADY WRITTEN): '
               MOVE SPACES TO WS-ENTRY-NOTE
               ACCEPT WS-ENTRY-NOTE
               IF WS-ENTRY-NOTE NOT = SPACES
                   DISPLAY 'NOTE CATEGORY (AC=ACADEMIC, FI=FINANCIAL,'
                   DISPLAY 'PE=PERSONAL, LG=LEGAL HOLD, OT=OTHER): '
                   MOVE SPACES TO WS-ENTRY-CATEGORY
                   ACCEPT WS-ENTRY-CATEGORY
               ELSE
                   PERFORM 2420-FIND-LATEST-NOTE
                   IF WS-NOTE-STAMP = SPACES
                       DISPLAY 'NO ADVISING NOTE SINCE THE '
                               'APPOINTMENT - RECORDED WITHOUT A LINK'
                   ELSE
                       DISPLAY 'LINKING NOTE OF ' WS-NOTE-STAMP(1:8)
                               ': ' AN-TEXT
                   END-IF
               END-IF
           END-IF.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'OPERATION CANCELLED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           IF WS-ENTRY-OUTCOME = 'C' AND WS-ENTRY-NOTE NOT = SPACES
               PERFORM 2410-WRITE-NOTE
           END-IF.

      * THE NOTE SEARCH MOVED THE APPOINTMENT AREA; RE-READ IT.
           PERFORM 2760-READ-APPOINTMENT.
           MOVE WS-ENTRY-OUTCOME TO AP-STATUS.
           MOVE WS-NOTE-STAMP TO AP-NOTE-STAMP.
           REWRITE APPOINT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING APPOINTMENT: '
                           WS-APPOINT-STATUS
               NOT INVALID KEY
                   DISPLAY 'APPOINTMENT OUTCOME RECORDED'
                   MOVE SPACES TO WS-OLD-VALUE
                   STRING 'BOOKED ' WS-ENTRY-DATE ' ' WS-ENTRY-TIME
                          ' ' AP-ADVISOR
                          DELIMITED BY SIZE
                          INTO WS-OLD-VALUE
                   IF WS-ENTRY-OUTCOME = 'C'
                       MOVE 'COMPLETED' TO WS-NEW-VALUE
                   ELSE
                       MOVE 'NO-SHOW' TO WS-NEW-VALUE
                   END-IF
                   PERFORM 2900-WRITE-APPT-AUDIT
           END-REWRITE.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2410-WRITE-NOTE.
           MOVE SPACES TO ADVNOTES-RECORD.
           MOVE WS-ENTRY-ID TO AN-STUDENT-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-AUDIT-TIMESTAMP TO AN-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AN-OPERATOR.
           MOVE WS-ENTRY-CATEGORY TO AN-CATEGORY.
           MOVE WS-ENTRY-NOTE TO AN-TEXT.
           WRITE ADVNOTES-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING NOTE: ' WS-NOTES-STATUS
                   MOVE SPACES TO WS-NOTE-STAMP
               NOT INVALID KEY
                   DISPLAY 'NOTE RECORDED'
                   MOVE WS-AUDIT-TIMESTAMP TO WS-NOTE-STAMP
           END-WRITE.

       2420-FIND-LATEST-NOTE.
           MOVE SPACES TO WS-NOTE-STAMP.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-ID TO AN-STUDENT-ID.
           MOVE SPACES TO AN-TIMESTAMP.
           MOVE WS-ENTRY-DATE TO AN-TIMESTAMP(1:8).
           START ADVNOTES-FILE KEY IS >= AN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ ADVNOTES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF AN-STUDENT-ID = WS-ENTRY-ID
                           MOVE AN-TIMESTAMP TO WS-NOTE-STAMP
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NOTE-STAMP NOT = SPACES
               MOVE WS-ENTRY-ID TO AN-STUDENT-ID
               MOVE WS-NOTE-STAMP TO AN-TIMESTAMP
               READ ADVNOTES-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-NOTE-STAMP
               END-READ
           END-IF.

       2500-LIST-APPOINTMENTS.
           DISPLAY 'S=A STUDENT''S APPOINTMENTS, A=AN ADVISOR''S DAY: '.
           MOVE SPACES TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'S' OR WS-CONFIRMATION = 's'
               PERFORM 2700-GET-STUDENT
               IF WS-ENTRY-ID NOT = 0
                   PERFORM 2510-SHOW-STUDENT-APPTS
               END-IF
           ELSE
               IF WS-CONFIRMATION = 'A' OR WS-CONFIRMATION = 'a'
                   PERFORM 2600-GET-ADVISOR-DAY
                   IF WS-ENTRY-ADVISOR NOT = SPACES
                       PERFORM 2610-SHOW-ADVISOR-DAY
                   END-IF
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2510-SHOW-STUDENT-APPTS.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-ID TO AP-STUDENT-ID.
           MOVE ZEROES TO AP-DATE.
           MOVE ZEROES TO AP-TIME.
           START APPOINT-FILE KEY IS >= AP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           DISPLAY 'DATE     TIME MIN ADVISOR  STATUS    REASON'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ APPOINT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF AP-STUDENT-ID NOT = WS-ENTRY-ID
                           MOVE 'Y' TO WS-END-OF-LIST
                       ELSE
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 2520-STATUS-TEXT
                           DISPLAY AP-DATE ' ' AP-TIME ' ' AP-MINUTES
                                   ' ' AP-ADVISOR ' ' WS-STATUS-TEXT
                                   ' ' AP-REASON
                           IF AP-NOTE-STAMP NOT = SPACES
                               DISPLAY '    NOTE OF '
                                       AP-NOTE-STAMP(1:8) ' '
                                       AP-NOTE-STAMP(9:6)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'NO ADVISING APPOINTMENTS FOR THIS STUDENT'
           END-IF.

       2520-STATUS-TEXT.
           EVALUATE AP-STATUS
               WHEN 'B'
                   MOVE 'BOOKED' TO WS-STATUS-TEXT
               WHEN 'C'
                   MOVE 'COMPLETED' TO WS-STATUS-TEXT
               WHEN 'N'
                   MOVE 'NO-SHOW' TO WS-STATUS-TEXT
               WHEN 'X'
                   MOVE 'CANCELLED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE AP-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.

       2600-GET-ADVISOR-DAY.
           DISPLAY 'ADVISOR ID (BLANK = YOURSELF, * TO RETURN): '.
           MOVE SPACES TO WS-ENTRY-ADVISOR.
           ACCEPT WS-ENTRY-ADVISOR.
           IF WS-ENTRY-ADVISOR = '*'
               MOVE SPACES TO WS-ENTRY-ADVISOR
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENTRY-ADVISOR = SPACES
               MOVE WS-OPERATOR-ID TO WS-ENTRY-ADVISOR
           END-IF.
           DISPLAY 'DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-DATE) NOT = 0
               DISPLAY 'INVALID DATE: ' WS-ENTRY-DATE
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               MOVE SPACES TO WS-ENTRY-ADVISOR
           END-IF.

       2610-SHOW-ADVISOR-DAY.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-ADVISOR TO AV-ADVISOR.
           MOVE WS-ENTRY-DATE TO AV-DATE.
           MOVE ZEROES TO AV-TIME.
           START AVAIL-FILE KEY IS >= AV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           DISPLAY 'SLOTS FOR ' WS-ENTRY-ADVISOR ' ON ' WS-ENTRY-DATE.
           DISPLAY 'TIME MIN STATUS    STUDENT'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ AVAIL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF AV-ADVISOR NOT = WS-ENTRY-ADVISOR OR
                          AV-DATE NOT = WS-ENTRY-DATE
                           MOVE 'Y' TO WS-END-OF-LIST
                       ELSE
                           ADD 1 TO WS-LISTED-COUNT
                           EVALUATE AV-STATUS
                               WHEN 'O'
                                   DISPLAY AV-TIME ' ' AV-MINUTES
                                           ' OPEN'
                               WHEN 'B'
                                   DISPLAY AV-TIME ' ' AV-MINUTES
                                           ' BOOKED    '
                                           AV-STUDENT-ID
                               WHEN OTHER
                                   DISPLAY AV-TIME ' ' AV-MINUTES
                                           ' WITHDRAWN'
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'NO SLOTS OFFERED ON THIS DATE'
           END-IF.

       2700-GET-STUDENT.
           DISPLAY 'ENTER STUDENT ID (0 TO RETURN): '.
           ACCEPT WS-ENTRY-ID.
           IF WS-ENTRY-ID NOT = 0
               MOVE WS-ENTRY-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT ID NOT FOUND: ' WS-ENTRY-ID
                       DISPLAY 'PRESS ENTER TO CONTINUE...'
                       ACCEPT WS-CONFIRMATION
                       MOVE 0 TO WS-ENTRY-ID
                   NOT INVALID KEY
                       DISPLAY 'STUDENT: ' STUDENT-NAME
               END-READ
           END-IF.

       2750-GET-APPOINTMENT.
           MOVE 'N' TO WS-APPT-EXISTS.
           IF WS-LISTED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'APPOINTMENT DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-DATE.
           DISPLAY 'APPOINTMENT TIME (HHMM): '.
           ACCEPT WS-ENTRY-TIME.
           PERFORM 2760-READ-APPOINTMENT.
           IF WS-APPT-EXISTS = 'N'
               DISPLAY 'NO SUCH APPOINTMENT'
           END-IF.

       2760-READ-APPOINTMENT.
           MOVE WS-ENTRY-ID TO AP-STUDENT-ID.
           MOVE WS-ENTRY-DATE TO AP-DATE.
           MOVE WS-ENTRY-TIME TO AP-TIME.
           READ APPOINT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-APPT-EXISTS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APPT-EXISTS
           END-READ.

      * WS-NEW-START/WS-NEW-END AGAINST THE ADVISOR'S OTHER SLOTS
      * THAT DAY.  WITHDRAWN SLOTS DO NOT COUNT.
       2800-CHECK-ADVISOR-FREE.
           MOVE 'N' TO WS-CONFLICT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-ADVISOR TO AV-ADVISOR.
           MOVE WS-ENTRY-DATE TO AV-DATE.
           MOVE ZEROES TO AV-TIME.
           START AVAIL-FILE KEY IS >= AV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ AVAIL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF AV-ADVISOR NOT = WS-ENTRY-ADVISOR OR
                          AV-DATE NOT = WS-ENTRY-DATE
                           MOVE 'Y' TO WS-END-OF-LIST
                       ELSE
                           IF AV-STATUS NOT = 'W'
                               MOVE AV-TIME TO WS-SLOT-TIME
                               COMPUTE WS-OLD-START =
                                       WS-SLOT-HH * 60 + WS-SLOT-MM
                               COMPUTE WS-OLD-END =
                                       WS-OLD-START + AV-MINUTES
                               IF WS-NEW-START < WS-OLD-END AND
                                  WS-OLD-START < WS-NEW-END
                                   MOVE 'Y' TO WS-CONFLICT
                                   MOVE AV-TIME TO WS-CONFLICT-TIME
                                   MOVE 'Y' TO WS-END-OF-LIST
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * WS-NEW-START/WS-NEW-END AGAINST THE STUDENT'S OTHER BOOKED
      * APPOINTMENTS THAT DAY, WITH ANY ADVISOR.
       2810-CHECK-STUDENT-FREE.
           MOVE 'N' TO WS-CONFLICT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-ID TO AP-STUDENT-ID.
           MOVE WS-ENTRY-DATE TO AP-DATE.
           MOVE ZEROES TO AP-TIME.
           START APPOINT-FILE KEY IS >= AP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ APPOINT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF AP-STUDENT-ID NOT = WS-ENTRY-ID OR
                          AP-DATE NOT = WS-ENTRY-DATE
                           MOVE 'Y' TO WS-END-OF-LIST
                       ELSE
                           IF AP-STATUS = 'B'
                               MOVE AP-TIME TO WS-SLOT-TIME
                               COMPUTE WS-OLD-START =
                                       WS-SLOT-HH * 60 + WS-SLOT-MM
                               COMPUTE WS-OLD-END =
                                       WS-OLD-START + AP-MINUTES
                               IF WS-NEW-START < WS-OLD-END AND
                                  WS-OLD-START < WS-NEW-END
                                   MOVE 'Y' TO WS-CONFLICT
                                   MOVE AP-TIME TO WS-CONFLICT-TIME
                                   MOVE AP-ADVISOR
                                     TO WS-CONFLICT-ADVISOR
                                   MOVE 'Y' TO WS-END-OF-LIST
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2820-MINUTES-TO-TIME.
           DIVIDE WS-NEW-START BY 60 GIVING WS-SLOT-HH
               REMAINDER WS-SLOT-MM.

       2900-WRITE-APPT-AUDIT.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-ENTRY-ID TO AUD-STUDENT-ID
               MOVE 'ADVISING APPT' TO AUD-FIELD-NAME
               MOVE WS-OLD-VALUE TO AUD-OLD-VALUE
               MOVE WS-NEW-VALUE TO AUD-NEW-VALUE
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       2950-QUEUE-NOTICE.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           IF WS-NOTIFY-STATUS = '05'
               OPEN OUTPUT NOTIFY-QUEUE-FILE
           END-IF.
           IF WS-NOTIFY-STATUS = '00'
               MOVE 'P' TO NQ-STATUS
               MOVE WS-ENTRY-ID TO NQ-STUDENT-ID
               MOVE WS-EVENT-CODE TO NQ-EVENT-CODE
               MOVE WS-EVENT-DATA TO NQ-EVENT-DATA
               MOVE FUNCTION CURRENT-DATE TO NQ-TIMESTAMP
               MOVE ZERO TO NQ-RETRY
               WRITE NOTIFY-QUEUE-RECORD
               CLOSE NOTIFY-QUEUE-FILE
           ELSE
               DISPLAY 'STUDENT NOT NOTIFIED - QUEUE UNAVAILABLE: '
                       WS-NOTIFY-STATUS
           END-IF.

       7900-WRITE-REF-AUDIT.
           OPEN EXTEND REF-AUDIT-FILE.
           IF WS-REFAUDIT-STATUS = '05'
               OPEN OUTPUT REF-AUDIT-FILE
           END-IF.
           IF WS-REFAUDIT-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-REF-STAMP
               MOVE WS-REF-STAMP TO RA-TIMESTAMP
               MOVE WS-OPERATOR-ID TO RA-OPERATOR
               WRITE REF-AUDIT-RECORD
               CLOSE REF-AUDIT-FILE
           END-IF.

       3000-TERMINATE.
           IF WS-AVAIL-STATUS NOT = SPACES
               CLOSE AVAIL-FILE
                     APPOINT-FILE
                     ADVNOTES-FILE
                     STUDENT-FILE
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
