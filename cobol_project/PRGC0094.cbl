       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0094.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOMMOD-FILE ASSIGN TO 'ACCOMMOD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-STUDENT-ID
               FILE STATUS IS WS-ACCOMMOD-STATUS.

           SELECT ACCEXAM-FILE ASSIGN TO 'ACCEXAM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ACCEXAM-STATUS.

           SELECT EXAM-FILE ASSIGN TO 'EXAMSCHED.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXAM-STATUS.

           SELECT ROOM-FILE ASSIGN TO 'ROOM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'INSTRASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT ENROLLMENT-HISTORY-FILE
               ASSIGN TO 'ENROLLMENT-HISTORY.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ACCOMMODATION CODES: ET=EXTRA TIME, SR=SEPARATE ROOM,
      * RD=READER, SC=SCRIBE, CP=COMPUTER.  NO DIAGNOSIS IS HELD -
      * THE DOCUMENTATION STAYS WITH THE ACCESSIBILITY OFFICE.
       FD  ACCOMMOD-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  ACCOMMOD-RECORD.
           05  AC-STUDENT-ID           PIC 9(6).
           05  AC-CODE OCCURS 4 TIMES  PIC X(2).
           05  AC-EXTRA-PCT            PIC 9(3).
           05  AC-EXPIRY-DATE          PIC 9(8).
           05  AC-UPDATED-BY           PIC X(8).
           05  AC-UPDATED-DATE         PIC 9(8).

      * ACCOMMODATED SITTING OF ONE STUDENT'S EXAM.  REBUILT FOR A
      * TERM EACH TIME THE SCHEDULE IS GENERATED.
       FD  ACCEXAM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCEXAM-RECORD.
           05  AX-KEY.
               10  AX-TERM             PIC X(6).
               10  AX-STUDENT-ID       PIC 9(6).
               10  AX-COURSE-CODE      PIC X(4).
               10  AX-SECTION          PIC X(2).
           05  AX-DATE                 PIC 9(8).
           05  AX-START-TIME           PIC 9(4).
           05  AX-END-TIME             PIC 9(4).
           05  AX-ROOM                 PIC X(6).
           05  AX-SEPARATE             PIC X.
           05  AX-CLASH                PIC X.
           05  AX-GEN-DATE             PIC 9(8).

       FD  EXAM-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  EXAM-RECORD.
           05  EX-KEY.
               10  EX-COURSE-CODE      PIC X(4).
               10  EX-SECTION          PIC X(2).
           05  EX-DATE                 PIC 9(8).
           05  EX-START-TIME           PIC 9(4).
           05  EX-END-TIME             PIC 9(4).
           05  EX-ROOM                 PIC X(6).

       FD  ROOM-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  ROOM-RECORD.
           05  RM-KEY.
               10  RM-CAMPUS           PIC X(4).
               10  RM-CODE             PIC X(6).
           05  RM-BUILDING             PIC X(10).
           05  RM-CAPACITY             PIC 9(4).
           05  RM-TYPE                 PIC X(10).

       FD  SECTION-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  SECTION-RECORD.
           05  SEC-KEY.
               10  SEC-COURSE-CODE     PIC X(4).
               10  SEC-NUMBER          PIC X(2).
           05  SEC-DAYS                PIC X(7).
           05  SEC-START-TIME          PIC 9(4).
           05  SEC-END-TIME            PIC 9(4).
           05  SEC-ROOM                PIC X(6).
           05  SEC-CAMPUS              PIC X(4).

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

       FD  ASSIGN-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  ASSIGN-RECORD.
           05  ASG-KEY.
               10  ASG-COURSE-CODE     PIC X(4).
               10  ASG-SECTION         PIC X(2).
           05  ASG-INSTRUCTOR-ID      PIC X(4).

       FD  ENROLLMENT-HISTORY-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  ENROLLMENT-RECORD.
           05  ENR-STUDENT-ID          PIC 9(6).
           05  ENR-COURSE-CODE         PIC X(4).
           05  ENR-TERM                PIC X(6).
           05  ENR-DATE                PIC 9(8).
           05  ENR-SECTION             PIC X(2).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ACCOMMOD-STATUS          PIC XX VALUE SPACES.
       01  WS-ACCEXAM-STATUS           PIC XX VALUE SPACES.
       01  WS-EXAM-STATUS              PIC XX VALUE SPACES.
       01  WS-ROOM-STATUS              PIC XX VALUE SPACES.
       01  WS-SECTION-STATUS           PIC XX VALUE SPACES.
       01  WS-SECTION-OPEN             PIC X VALUE 'N'.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-ASSIGN-STATUS            PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-ACCOMMOD-OPEN            PIC X VALUE 'N'.
       01  WS-ACCEXAM-OPEN             PIC X VALUE 'N'.
       01  WS-EXAM-OPEN                PIC X VALUE 'N'.
       01  WS-ROOM-OPEN                PIC X VALUE 'N'.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-ASSIGN-OPEN              PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-SEARCH-ID                PIC 9(6) VALUE ZEROES.
       01  WS-ACCOM-EXISTS             PIC X VALUE 'N'.
       01  WS-ENTRY-TERM               PIC X(6) VALUE SPACES.
       01  WS-ENTRY-INSTRUCTOR         PIC X(4) VALUE SPACES.
       01  WS-TEMP-CODE                PIC X(2) VALUE SPACES.
       01  WS-TEMP-PCT                 PIC 9(3) VALUE ZEROES.
       01  WS-TEMP-EXPIRY              PIC 9(8) VALUE ZEROES.
       01  WS-VALID-CODE               PIC X VALUE 'Y'.
       01  WS-CX                       PIC 9 VALUE ZEROES.
       01  WS-END-OF-LOG               PIC X VALUE 'N'.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-END-OF-ROOMS             PIC X VALUE 'N'.
       01  WS-NEEDS-SEPARATE           PIC X VALUE 'N'.
       01  WS-ROOM-FOUND               PIC X VALUE 'N'.
       01  WS-ROOM-USABLE              PIC X VALUE 'N'.
       01  WS-ROOM-USED                PIC 9(4) VALUE ZEROES.
       01  WS-START-MINS               PIC 9(5) VALUE ZEROES.
       01  WS-END-MINS                 PIC 9(5) VALUE ZEROES.
       01  WS-DURATION                 PIC 9(5) VALUE ZEROES.
       01  WS-EXTENDED                 PIC 9(5) VALUE ZEROES.
       01  WS-HOURS                    PIC 9(3) VALUE ZEROES.
       01  WS-MINUTES                  PIC 9(2) VALUE ZEROES.
       01  WS-NEW-END                  PIC 9(4) VALUE ZEROES.
       01  WS-SITTING-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-NO-ROOM-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-CLASH-COUNT              PIC 9(4) VALUE ZEROES.
       01  WS-DELETED-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-LISTED-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-BX                       PIC 9(4) VALUE ZEROES.
       01  WS-BY                       PIC 9(4) VALUE ZEROES.
       01  WS-NEEDS-TEXT               PIC X(40) VALUE SPACES.
       01  WS-PCT-EDIT                 PIC ZZ9.
       01  WS-LINE                     PIC X(80) VALUE SPACES.

      * EVERY SITTING BOOKED IN THIS RUN, USED BOTH TO FILL THE
      * ACCESSIBLE ROOMS AND TO FIND CLASHES BETWEEN ONE STUDENT'S
      * EXTENDED SITTINGS.  A SITTING IS HELD ON THE CAMPUS ITS
      * SECTION MEETS ON, AND ONLY THAT CAMPUS'S ROOMS ARE USED.
       01  WS-BOOKING-TABLE.
           05  WS-BOOKING-COUNT        PIC 9(4) VALUE ZEROES.
           05  WS-BOOKING OCCURS 1000 TIMES.
               10  WS-BK-STUDENT       PIC 9(6).
               10  WS-BK-COURSE        PIC X(4).
               10  WS-BK-SECTION       PIC X(2).
               10  WS-BK-CAMPUS        PIC X(4).
               10  WS-BK-ROOM          PIC X(6).
               10  WS-BK-DATE          PIC 9(8).
               10  WS-BK-START         PIC 9(4).
               10  WS-BK-END           PIC 9(4).
               10  WS-BK-SEPARATE      PIC X.
               10  WS-BK-CLASH         PIC X.

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
           OPEN I-O ACCOMMOD-FILE.
           IF WS-ACCOMMOD-STATUS = '05' OR WS-ACCOMMOD-STATUS = '35'
               CLOSE ACCOMMOD-FILE
               OPEN OUTPUT ACCOMMOD-FILE
               CLOSE ACCOMMOD-FILE
               OPEN I-O ACCOMMOD-FILE
           END-IF.
           IF WS-ACCOMMOD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOMMODATION FILE: '
                       WS-ACCOMMOD-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'Y' TO WS-ACCOMMOD-OPEN
               OPEN I-O ACCEXAM-FILE
               IF WS-ACCEXAM-STATUS = '05' OR
                  WS-ACCEXAM-STATUS = '35'
                   CLOSE ACCEXAM-FILE
                   OPEN OUTPUT ACCEXAM-FILE
                   CLOSE ACCEXAM-FILE
                   OPEN I-O ACCEXAM-FILE
               END-IF
               IF WS-ACCEXAM-STATUS = '00'
                   MOVE 'Y' TO WS-ACCEXAM-OPEN
               END-IF
               OPEN INPUT STUDENT-FILE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE: '
                           WS-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   MOVE 'Y' TO WS-STUDENT-OPEN
               END-IF
               OPEN INPUT EXAM-FILE
               IF WS-EXAM-STATUS = '00'
                   MOVE 'Y' TO WS-EXAM-OPEN
               END-IF
               OPEN INPUT ROOM-FILE
               IF WS-ROOM-STATUS = '00'
                   MOVE 'Y' TO WS-ROOM-OPEN
               END-IF
               OPEN INPUT SECTION-FILE
               IF WS-SECTION-STATUS = '00'
                   MOVE 'Y' TO WS-SECTION-OPEN
               END-IF
               OPEN INPUT ASSIGN-FILE
               IF WS-ASSIGN-STATUS = '00'
                   MOVE 'Y' TO WS-ASSIGN-OPEN
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '      EXAM ACCOMMODATIONS               '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD OR UPDATE A STUDENT ACCOMMODATION'.
           DISPLAY '2. REMOVE A STUDENT ACCOMMODATION'.
           DISPLAY '3. GENERATE ACCOMMODATED EXAM SCHEDULE'.
           DISPLAY '4. INSTRUCTOR ACCOMMODATION LIST'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE (1-5): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-ACCOMMODATION
               WHEN 2
                   PERFORM 2200-REMOVE-ACCOMMODATION
               WHEN 3
                   PERFORM 2300-GENERATE-SCHEDULE
               WHEN 4
                   PERFORM 2600-INSTRUCTOR-LIST
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2050-GET-STUDENT.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-SEARCH-ID.
           IF WS-SEARCH-ID NOT = 0
               MOVE WS-SEARCH-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT ID NOT FOUND: ' WS-SEARCH-ID
                       MOVE ZEROES TO WS-SEARCH-ID
                   NOT INVALID KEY
                       DISPLAY 'STUDENT: ' STUDENT-NAME
               END-READ
           END-IF.

       2100-MAINTAIN-ACCOMMODATION.
           PERFORM 2050-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
               MOVE WS-SEARCH-ID TO AC-STUDENT-ID
               MOVE 'N' TO WS-ACCOM-EXISTS
               READ ACCOMMOD-FILE
                   INVALID KEY
                       DISPLAY 'NO ACCOMMODATION ON FILE - ADDING NEW'
                       MOVE SPACES TO AC-CODE(1) AC-CODE(2)
                                      AC-CODE(3) AC-CODE(4)
                       MOVE ZEROES TO AC-EXTRA-PCT
                       MOVE ZEROES TO AC-EXPIRY-DATE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCOM-EXISTS
                       DISPLAY 'CURRENT CODES : ' AC-CODE(1) ' '
                               AC-CODE(2) ' ' AC-CODE(3) ' '
                               AC-CODE(4)
                       DISPLAY 'EXTRA TIME %  : ' AC-EXTRA-PCT
                       DISPLAY 'EXPIRES       : ' AC-EXPIRY-DATE
               END-READ
               PERFORM 2110-ACCEPT-ACCOMMODATION
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ACCEPT-ACCOMMODATION.
           DISPLAY 'CODES: ET=EXTRA TIME SR=SEPARATE ROOM RD=READER'.
           DISPLAY '       SC=SCRIBE CP=COMPUTER'.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 4
               DISPLAY 'ENTER CODE ' WS-CX
                       ' (ENTER TO KEEP, XX TO CLEAR): '
               ACCEPT WS-TEMP-CODE
               IF WS-TEMP-CODE = 'XX'
                   MOVE SPACES TO AC-CODE(WS-CX)
               ELSE
                   IF WS-TEMP-CODE NOT = SPACES
                       PERFORM 2120-VALIDATE-CODE
                       IF WS-VALID-CODE = 'Y'
                           MOVE WS-TEMP-CODE TO AC-CODE(WS-CX)
                       ELSE
                           DISPLAY 'UNKNOWN CODE ' WS-TEMP-CODE
                                   ' - NOT CHANGED'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY 'ENTER EXTRA TIME PERCENT (OR 0 TO KEEP): '.
           ACCEPT WS-TEMP-PCT.
           IF WS-TEMP-PCT NOT = ZEROES
               MOVE WS-TEMP-PCT TO AC-EXTRA-PCT
           END-IF.
           DISPLAY 'ENTER EXPIRY DATE YYYYMMDD (OR 0 TO KEEP): '.
           ACCEPT WS-TEMP-EXPIRY.
           IF WS-TEMP-EXPIRY NOT = ZEROES
               MOVE WS-TEMP-EXPIRY TO AC-EXPIRY-DATE
           END-IF.
           MOVE WS-SEARCH-ID TO AC-STUDENT-ID.
           MOVE WS-OPERATOR-ID TO AC-UPDATED-BY.
           MOVE WS-TODAY-DATE TO AC-UPDATED-DATE.

           IF AC-EXPIRY-DATE = ZEROES
               DISPLAY 'AN EXPIRY DATE IS REQUIRED - NOT SAVED'
           ELSE
               DISPLAY 'CONFIRM SAVE (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   IF WS-ACCOM-EXISTS = 'Y'
                       REWRITE ACCOMMOD-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR UPDATING '
                                       'ACCOMMODATION: '
                                       WS-ACCOMMOD-STATUS
                           NOT INVALID KEY
                               DISPLAY 'ACCOMMODATION UPDATED!'
                       END-REWRITE
                   ELSE
                       WRITE ACCOMMOD-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR WRITING '
                                       'ACCOMMODATION: '
                                       WS-ACCOMMOD-STATUS
                           NOT INVALID KEY
                               DISPLAY 'ACCOMMODATION ADDED!'
                       END-WRITE
                   END-IF
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
           END-IF.

       2120-VALIDATE-CODE.
           MOVE 'N' TO WS-VALID-CODE.
           IF WS-TEMP-CODE = 'ET' OR WS-TEMP-CODE = 'SR' OR
              WS-TEMP-CODE = 'RD' OR WS-TEMP-CODE = 'SC' OR
              WS-TEMP-CODE = 'CP'
               MOVE 'Y' TO WS-VALID-CODE
           END-IF.

       2200-REMOVE-ACCOMMODATION.
           PERFORM 2050-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
               MOVE WS-SEARCH-ID TO AC-STUDENT-ID
               READ ACCOMMOD-FILE
                   INVALID KEY
                       DISPLAY 'NO ACCOMMODATION ON FILE'
                   NOT INVALID KEY
                       DISPLAY 'CONFIRM REMOVAL (Y/N)? '
                       ACCEPT WS-CONFIRMATION
                       IF WS-CONFIRMATION = 'Y' OR
                          WS-CONFIRMATION = 'y'
                           DELETE ACCOMMOD-FILE
                               INVALID KEY
                                   DISPLAY 'ERROR REMOVING: '
                                           WS-ACCOMMOD-STATUS
                               NOT INVALID KEY
                                   DISPLAY 'ACCOMMODATION REMOVED'
                           END-DELETE
                       ELSE
                           DISPLAY 'OPERATION CANCELLED'
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * EVERY EXAM OF EVERY STUDENT WITH A CURRENT ACCOMMODATION IS
      * GIVEN ITS OWN SITTING: SAME START AS THE SCHEDULED EXAM, END
      * TIME STRETCHED BY THE EXTRA-TIME PERCENTAGE, IN AN ACCESSIBLE
      * ROOM.  A STUDENT NEEDING A SEPARATE ROOM OR A READER/SCRIBE
      * GETS A ROOM TO THEMSELVES.
       2300-GENERATE-SCHEDULE.
           IF WS-EXAM-OPEN NOT = 'Y' OR WS-ROOM-OPEN NOT = 'Y' OR
              WS-ACCEXAM-OPEN NOT = 'Y'
               DISPLAY 'EXAM SCHEDULE OR ROOM MASTER NOT AVAILABLE'
           ELSE
               DISPLAY 'ENTER TERM (E.G. 2026FA): '
               ACCEPT WS-ENTRY-TERM
               MOVE ZEROES TO WS-BOOKING-COUNT WS-SITTING-COUNT
                              WS-NO-ROOM-COUNT WS-CLASH-COUNT
               PERFORM 2310-CLEAR-TERM-SITTINGS
               PERFORM 2320-BOOK-SITTINGS
               PERFORM 2400-CHECK-CLASHES
               PERFORM 2450-SAVE-SITTINGS
               PERFORM 2500-WRITE-SCHEDULE-REPORT
               DISPLAY 'SITTINGS SCHEDULED : ' WS-SITTING-COUNT
               DISPLAY 'NO ROOM AVAILABLE  : ' WS-NO-ROOM-COUNT
               DISPLAY 'CLASHES FLAGGED    : ' WS-CLASH-COUNT
               DISPLAY 'REPORT WRITTEN TO  : ' WS-REPORT-FILENAME
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2310-CLEAR-TERM-SITTINGS.
           MOVE ZEROES TO WS-DELETED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-TERM TO AX-TERM.
           MOVE ZEROES TO AX-STUDENT-ID.
           MOVE LOW-VALUES TO AX-COURSE-CODE AX-SECTION.
           START ACCEXAM-FILE KEY IS >= AX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ ACCEXAM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF AX-TERM = WS-ENTRY-TERM
                           DELETE ACCEXAM-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-DELETED-COUNT
                           END-DELETE
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.

       2320-BOOK-SITTINGS.
           MOVE 'N' TO WS-END-OF-LOG.
           OPEN INPUT ENROLLMENT-HISTORY-FILE.
           IF WS-ENROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-LOG
           END-IF.
           PERFORM UNTIL WS-END-OF-LOG = 'Y'
               READ ENROLLMENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-LOG
                   NOT AT END
                       IF ENR-TERM = WS-ENTRY-TERM
                           PERFORM 2330-BOOK-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ENROLL-STATUS = '10' OR WS-ENROLL-STATUS = '00'
               CLOSE ENROLLMENT-HISTORY-FILE
           END-IF.

       2330-BOOK-ONE-ENROLLMENT.
           MOVE ENR-STUDENT-ID TO AC-STUDENT-ID.
           READ ACCOMMOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ENR-COURSE-CODE TO EX-COURSE-CODE
                   IF ENR-SECTION = SPACES
                       MOVE '01' TO EX-SECTION
                   ELSE
                       MOVE ENR-SECTION TO EX-SECTION
                   END-IF
                   READ EXAM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AC-EXPIRY-DATE >= EX-DATE
                               PERFORM 2340-BOOK-SITTING
                           END-IF
                   END-READ
           END-READ.

       2340-BOOK-SITTING.
           IF WS-BOOKING-COUNT >= 1000
               DISPLAY 'BOOKING TABLE FULL - NOT BOOKED: '
                       ENR-STUDENT-ID ' ' EX-COURSE-CODE
           ELSE
               PERFORM 2350-EXTEND-END-TIME
               MOVE 'N' TO WS-NEEDS-SEPARATE
               PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 4
                   IF AC-CODE(WS-CX) = 'SR' OR AC-CODE(WS-CX) = 'RD'
                      OR AC-CODE(WS-CX) = 'SC'
                       MOVE 'Y' TO WS-NEEDS-SEPARATE
                   END-IF
               END-PERFORM
               ADD 1 TO WS-BOOKING-COUNT
               MOVE WS-BOOKING-COUNT TO WS-BX
               MOVE ENR-STUDENT-ID TO WS-BK-STUDENT(WS-BX)
               MOVE EX-COURSE-CODE TO WS-BK-COURSE(WS-BX)
               MOVE EX-SECTION TO WS-BK-SECTION(WS-BX)
               MOVE EX-DATE TO WS-BK-DATE(WS-BX)
               MOVE EX-START-TIME TO WS-BK-START(WS-BX)
               MOVE WS-NEW-END TO WS-BK-END(WS-BX)
               MOVE WS-NEEDS-SEPARATE TO WS-BK-SEPARATE(WS-BX)
               MOVE SPACES TO WS-BK-ROOM(WS-BX)
               MOVE 'N' TO WS-BK-CLASH(WS-BX)
               PERFORM 2355-FIND-SITTING-CAMPUS
               PERFORM 2360-ASSIGN-ROOM
               IF WS-BK-ROOM(WS-BX) = SPACES
                   ADD 1 TO WS-NO-ROOM-COUNT
               END-IF
               ADD 1 TO WS-SITTING-COUNT
           END-IF.

       2350-EXTEND-END-TIME.
           COMPUTE WS-START-MINS = (EX-START-TIME / 100) * 60
                   + FUNCTION MOD(EX-START-TIME, 100).
           COMPUTE WS-END-MINS = (EX-END-TIME / 100) * 60
                   + FUNCTION MOD(EX-END-TIME, 100).
           IF WS-END-MINS > WS-START-MINS
               COMPUTE WS-DURATION = WS-END-MINS - WS-START-MINS
           ELSE
               MOVE ZEROES TO WS-DURATION
           END-IF.
           COMPUTE WS-EXTENDED ROUNDED =
                   WS-DURATION * (100 + AC-EXTRA-PCT) / 100.
           COMPUTE WS-END-MINS = WS-START-MINS + WS-EXTENDED.
           DIVIDE WS-END-MINS BY 60 GIVING WS-HOURS
                  REMAINDER WS-MINUTES.
           IF WS-HOURS > 23
               MOVE 2359 TO WS-NEW-END
           ELSE
               COMPUTE WS-NEW-END = WS-HOURS * 100 + WS-MINUTES
           END-IF.

       2355-FIND-SITTING-CAMPUS.
           MOVE 'MAIN' TO WS-BK-CAMPUS(WS-BX).
           IF WS-SECTION-OPEN = 'Y'
               MOVE EX-COURSE-CODE TO SEC-COURSE-CODE
               MOVE EX-SECTION TO SEC-NUMBER
               READ SECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SEC-CAMPUS NOT = SPACES
                           MOVE SEC-CAMPUS TO WS-BK-CAMPUS(WS-BX)
                       END-IF
               END-READ
           END-IF.

      * FIRST ACCESSIBLE ROOM WITH SPACE FOR THE WHOLE EXTENDED
      * SITTING.  A SEPARATE-ROOM SITTING CANNOT SHARE, AND NOTHING
      * MAY JOIN A ROOM ALREADY HELD FOR ONE.
       2360-ASSIGN-ROOM.
           MOVE 'N' TO WS-ROOM-FOUND.
           MOVE 'N' TO WS-END-OF-ROOMS.
           MOVE WS-BK-CAMPUS(WS-BX) TO RM-CAMPUS.
           MOVE LOW-VALUES TO RM-CODE.
           START ROOM-FILE KEY IS >= RM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-ROOMS
           END-START.
           PERFORM UNTIL WS-END-OF-ROOMS = 'Y' OR WS-ROOM-FOUND = 'Y'
               READ ROOM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-ROOMS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RM-CAMPUS NOT = WS-BK-CAMPUS(WS-BX)
                               MOVE 'Y' TO WS-END-OF-ROOMS
                           WHEN RM-TYPE = 'ACCESSIBLE'
                               PERFORM 2370-CHECK-ROOM
                               IF WS-ROOM-USABLE = 'Y'
                                   MOVE RM-CODE TO WS-BK-ROOM(WS-BX)
                                   MOVE 'Y' TO WS-ROOM-FOUND
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2370-CHECK-ROOM.
           MOVE 'Y' TO WS-ROOM-USABLE.
           MOVE ZEROES TO WS-ROOM-USED.
           PERFORM VARYING WS-BY FROM 1 BY 1
                   UNTIL WS-BY >= WS-BX
               IF WS-BK-CAMPUS(WS-BY) = RM-CAMPUS AND
                  WS-BK-ROOM(WS-BY) = RM-CODE AND
                  WS-BK-DATE(WS-BY) = WS-BK-DATE(WS-BX) AND
                  WS-BK-START(WS-BY) < WS-BK-END(WS-BX) AND
                  WS-BK-END(WS-BY) > WS-BK-START(WS-BX)
                   ADD 1 TO WS-ROOM-USED
                   IF WS-BK-SEPARATE(WS-BY) = 'Y' OR
                      WS-BK-SEPARATE(WS-BX) = 'Y'
                       MOVE 'N' TO WS-ROOM-USABLE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ROOM-USED >= RM-CAPACITY
               MOVE 'N' TO WS-ROOM-USABLE
           END-IF.

      * TWO EXTENDED SITTINGS OF THE SAME STUDENT THAT OVERLAP.
       2400-CHECK-CLASHES.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BOOKING-COUNT
               PERFORM VARYING WS-BY FROM 1 BY 1
                       UNTIL WS-BY > WS-BOOKING-COUNT
                   IF WS-BY NOT = WS-BX AND
                      WS-BK-STUDENT(WS-BY) = WS-BK-STUDENT(WS-BX) AND
                      WS-BK-DATE(WS-BY) = WS-BK-DATE(WS-BX) AND
                      WS-BK-START(WS-BY) < WS-BK-END(WS-BX) AND
                      WS-BK-END(WS-BY) > WS-BK-START(WS-BX)
                       MOVE 'Y' TO WS-BK-CLASH(WS-BX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2450-SAVE-SITTINGS.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BOOKING-COUNT
               MOVE WS-ENTRY-TERM TO AX-TERM
               MOVE WS-BK-STUDENT(WS-BX) TO AX-STUDENT-ID
               MOVE WS-BK-COURSE(WS-BX) TO AX-COURSE-CODE
               MOVE WS-BK-SECTION(WS-BX) TO AX-SECTION
               MOVE WS-BK-DATE(WS-BX) TO AX-DATE
               MOVE WS-BK-START(WS-BX) TO AX-START-TIME
               MOVE WS-BK-END(WS-BX) TO AX-END-TIME
               MOVE WS-BK-ROOM(WS-BX) TO AX-ROOM
               MOVE WS-BK-SEPARATE(WS-BX) TO AX-SEPARATE
               MOVE WS-BK-CLASH(WS-BX) TO AX-CLASH
               IF WS-BK-CLASH(WS-BX) = 'Y'
                   ADD 1 TO WS-CLASH-COUNT
               END-IF
               MOVE WS-TODAY-DATE TO AX-GEN-DATE
               WRITE ACCEXAM-RECORD
                   INVALID KEY
                       REWRITE ACCEXAM-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR SAVING SITTING: '
                                       WS-ACCEXAM-STATUS
                       END-REWRITE
               END-WRITE
           END-PERFORM.

       2500-WRITE-SCHEDULE-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'ACCEXAM-' WS-ENTRY-TERM '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-LINE.
           STRING 'ACCOMMODATED EXAM SCHEDULE - TERM ' WS-ENTRY-TERM
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE 'STUDENT COURSE SEC DATE     TIME      ROOM   NOTE'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BOOKING-COUNT
               MOVE SPACES TO WS-LINE
               STRING WS-BK-STUDENT(WS-BX) ' ' WS-BK-COURSE(WS-BX)
                      '   ' WS-BK-SECTION(WS-BX) '  '
                      WS-BK-DATE(WS-BX) ' ' WS-BK-START(WS-BX) '-'
                      WS-BK-END(WS-BX) ' ' WS-BK-ROOM(WS-BX)
                      DELIMITED BY SIZE
                      INTO WS-LINE
               IF WS-BK-ROOM(WS-BX) = SPACES
                   MOVE '*** NO ACCESSIBLE ROOM ***' TO WS-LINE(55:26)
               END-IF
               IF WS-BK-CLASH(WS-BX) = 'Y'
                   MOVE '*** CLASH ***' TO WS-LINE(55:26)
               END-IF
               WRITE REPORT-LINE FROM WS-LINE
           END-PERFORM.
           IF WS-BOOKING-COUNT = 0
               MOVE '(NO ACCOMMODATED EXAMS FOR THE TERM)'
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

      * ONE PAGE PER SECTION TAUGHT BY THE INSTRUCTOR.  ONLY THE
      * ARRANGEMENTS AND THE SITTING ARE SHOWN - NEVER A REASON.
       2600-INSTRUCTOR-LIST.
           IF WS-ASSIGN-OPEN NOT = 'Y' OR WS-ACCEXAM-OPEN NOT = 'Y'
               DISPLAY 'INSTRUCTOR ASSIGNMENTS NOT AVAILABLE'
           ELSE
               DISPLAY 'ENTER INSTRUCTOR ID: '
               ACCEPT WS-ENTRY-INSTRUCTOR
               DISPLAY 'ENTER TERM (E.G. 2026FA): '
               ACCEPT WS-ENTRY-TERM
               MOVE ZEROES TO WS-LISTED-COUNT
               MOVE SPACES TO WS-REPORT-FILENAME
               STRING 'ACCLIST-' WS-ENTRY-INSTRUCTOR '-'
                      WS-ENTRY-TERM '.TXT'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-FILENAME
               OPEN OUTPUT REPORT-FILE
               MOVE 'CONFIDENTIAL - EXAM ACCOMMODATIONS'
                 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-LINE
               STRING 'INSTRUCTOR ' WS-ENTRY-INSTRUCTOR
                      '  TERM ' WS-ENTRY-TERM
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REPORT-LINE FROM WS-LINE
               MOVE 'N' TO WS-END-OF-LIST
               MOVE LOW-VALUES TO ASG-KEY
               START ASSIGN-FILE KEY IS >= ASG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LIST
               END-START
               PERFORM UNTIL WS-END-OF-LIST = 'Y'
                   READ ASSIGN-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-LIST
                       NOT AT END
                           IF ASG-INSTRUCTOR-ID = WS-ENTRY-INSTRUCTOR
                               PERFORM 2610-LIST-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-FILE
               DISPLAY 'STUDENTS LISTED: ' WS-LISTED-COUNT
               DISPLAY 'LIST WRITTEN TO: ' WS-REPORT-FILENAME
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2610-LIST-SECTION.
           WRITE REPORT-LINE FROM SPACES.
           MOVE SPACES TO WS-LINE.
           STRING 'COURSE ' ASG-COURSE-CODE ' SECTION ' ASG-SECTION
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE 'N' TO WS-END-OF-LOG.
           MOVE WS-ENTRY-TERM TO AX-TERM.
           MOVE ZEROES TO AX-STUDENT-ID.
           MOVE LOW-VALUES TO AX-COURSE-CODE AX-SECTION.
           START ACCEXAM-FILE KEY IS >= AX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOG
           END-START.
           PERFORM UNTIL WS-END-OF-LOG = 'Y'
               READ ACCEXAM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LOG
                   NOT AT END
                       IF AX-TERM NOT = WS-ENTRY-TERM
                           MOVE 'Y' TO WS-END-OF-LOG
                       ELSE
                           IF AX-COURSE-CODE = ASG-COURSE-CODE AND
                              AX-SECTION = ASG-SECTION
                               PERFORM 2620-LIST-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2620-LIST-STUDENT.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE AX-STUDENT-ID TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO STUDENT-NAME
           END-READ.
           MOVE SPACES TO WS-NEEDS-TEXT.
           MOVE AX-STUDENT-ID TO AC-STUDENT-ID.
           READ ACCOMMOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AC-EXTRA-PCT TO WS-PCT-EDIT
                   STRING AC-CODE(1) ' ' AC-CODE(2) ' ' AC-CODE(3)
                          ' ' AC-CODE(4) '  EXTRA ' WS-PCT-EDIT '%'
                          DELIMITED BY SIZE
                          INTO WS-NEEDS-TEXT
           END-READ.
           MOVE SPACES TO WS-LINE.
           STRING '  ' AX-STUDENT-ID ' ' STUDENT-NAME
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING '         ' WS-NEEDS-TEXT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING '         SITS ' AX-DATE ' ' AX-START-TIME '-'
                  AX-END-TIME ' ROOM ' AX-ROOM
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

       3000-TERMINATE.
           IF WS-ACCOMMOD-OPEN = 'Y'
               CLOSE ACCOMMOD-FILE
           END-IF.
           IF WS-ACCEXAM-OPEN = 'Y'
               CLOSE ACCEXAM-FILE
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-EXAM-OPEN = 'Y'
               CLOSE EXAM-FILE
           END-IF.
           IF WS-ROOM-OPEN = 'Y'
               CLOSE ROOM-FILE
           END-IF.
           IF WS-SECTION-OPEN = 'Y'
               CLOSE SECTION-FILE
           END-IF.
           IF WS-ASSIGN-OPEN = 'Y'
               CLOSE ASSIGN-FILE
           END-IF.
