               RECORD KEY IS NIN-ID
               FILE STATUS IS WS-NIN-STATUS.

           SELECT OLD-TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OTM-TERM
               FILE STATUS IS WS-OTM-STATUS.

           SELECT NEW-TERM-FILE ASSIGN TO 'TERM-NEW.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NTM-TERM
               FILE STATUS IS WS-NTM-STATUS.

           SELECT OLD-ARCHIVE-FILE ASSIGN TO 'STUDENT-ARCHIVE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NJR-STATUS.

           SELECT OLD-SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSC-KEY
               FILE STATUS IS WS-OSC-STATUS.

           SELECT NEW-SECTION-FILE ASSIGN TO 'SECTION-NEW.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NSC-KEY
               FILE STATUS IS WS-NSC-STATUS.

           SELECT OLD-ROOM-FILE ASSIGN TO 'ROOM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORM-CODE
               FILE STATUS IS WS-ORM-STATUS.

           SELECT NEW-ROOM-FILE ASSIGN TO 'ROOM-NEW.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NRM-KEY
               FILE STATUS IS WS-NRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-STUDENT-FILE
           05  NGR-REPEAT-FLAG         PIC X.

       FD  OLD-INSTRUCTOR-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  OLD-INSTRUCTOR-RECORD.
           05  OIN-ID                  PIC X(4).
           05  OIN-NAME                PIC X(30).
           05  OIN-DEPT                PIC X(10).
           05  OIN-STATUS              PIC X.
           05  OIN-MAX-SECTIONS        PIC 9(2).

       FD  NEW-INSTRUCTOR-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  NEW-INSTRUCTOR-RECORD.
           05  NIN-ID                  PIC X(4).
           05  NIN-NAME                PIC X(30).
           05  NIN-DEPT                PIC X(10).
           05  NIN-STATUS              PIC X.
           05  NIN-MAX-SECTIONS        PIC 9(2).
           05  NIN-RANK                PIC X(2).
           05  NIN-APPOINTMENT         PIC X.
           05  FILLER                  PIC X(10).

       FD  OLD-TERM-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  OLD-TERM-RECORD.
           05  OTM-TERM                PIC X(6).
           05  OTM-DATES               PIC X(48).

       FD  NEW-TERM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  NEW-TERM-RECORD.
           05  NTM-TERM                PIC X(6).
           05  NTM-DATES               PIC X(48).
           05  NTM-OPTOUT-DEADLINE     PIC 9(8).
           05  FILLER                  PIC X(8).

       FD  OLD-ARCHIVE-FILE
           RECORD CONTAINS 176 CHARACTERS.
           05  NAR-DELETION-REASON     PIC X(40).

       FD  OLD-CREDENTIALS-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  OLD-CREDENTIALS-RECORD.
           05  OCR-OPERATOR-ID         PIC X(8).
           05  OCR-PASSWORD            PIC X(8).
           05  OCR-LOCKED              PIC X.
           05  OCR-PWD-DATE            PIC 9(8).
           05  OCR-ROLE                PIC X.
           05  OCR-INS-ID              PIC X(4).

       FD  NEW-CREDENTIALS-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  NEW-CREDENTIALS-RECORD.
           05  NCR-OPERATOR-ID         PIC X(8).
           05  NCR-PASSWORD            PIC X(8).
           05  NCR-PWD-DATE            PIC 9(8).
           05  NCR-ROLE                PIC X.
           05  NCR-INS-ID              PIC X(4).
           05  NCR-CAMPUS              PIC X(4).

       FD  OLD-LETTERQ-FILE
           RECORD CONTAINS 49 CHARACTERS.
           05  NJR-BEFORE-IMAGE        PIC X(180).
           05  NJR-AFTER-IMAGE         PIC X(180).

       FD  OLD-SECTION-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  OLD-SECTION-RECORD.
           05  OSC-KEY                 PIC X(6).
           05  OSC-DAYS                PIC X(7).
           05  OSC-START-TIME          PIC 9(4).
           05  OSC-END-TIME            PIC 9(4).
           05  OSC-ROOM                PIC X(6).

       FD  NEW-SECTION-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  NEW-SECTION-RECORD.
           05  NSC-KEY                 PIC X(6).
           05  NSC-DAYS                PIC X(7).
           05  NSC-START-TIME          PIC 9(4).
           05  NSC-END-TIME            PIC 9(4).
           05  NSC-ROOM                PIC X(6).
           05  NSC-CAMPUS              PIC X(4).

       FD  OLD-ROOM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  OLD-ROOM-RECORD.
           05  ORM-CODE                PIC X(6).
           05  ORM-BUILDING            PIC X(10).
           05  ORM-CAPACITY            PIC 9(4).
           05  ORM-TYPE                PIC X(10).

       FD  NEW-ROOM-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  NEW-ROOM-RECORD.
           05  NRM-KEY.
               10  NRM-CAMPUS          PIC X(4).
               10  NRM-CODE            PIC X(6).
           05  NRM-BUILDING            PIC X(10).
           05  NRM-CAPACITY            PIC 9(4).
           05  NRM-TYPE                PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-OST-STATUS               PIC XX VALUE SPACES.
       01  WS-NST-STATUS               PIC XX VALUE SPACES.
       01  WS-NGR-STATUS               PIC XX VALUE SPACES.
       01  WS-OIN-STATUS               PIC XX VALUE SPACES.
       01  WS-NIN-STATUS               PIC XX VALUE SPACES.
       01  WS-OTM-STATUS               PIC XX VALUE SPACES.
       01  WS-NTM-STATUS               PIC XX VALUE SPACES.
       01  WS-OAR-STATUS               PIC XX VALUE SPACES.
       01  WS-NAR-STATUS               PIC XX VALUE SPACES.
       01  WS-OCR-STATUS               PIC XX VALUE SPACES.
       01  WS-NNQ-STATUS               PIC XX VALUE SPACES.
       01  WS-OJR-STATUS               PIC XX VALUE SPACES.
       01  WS-NJR-STATUS               PIC XX VALUE SPACES.
       01  WS-OSC-STATUS               PIC XX VALUE SPACES.
       01  WS-NSC-STATUS               PIC XX VALUE SPACES.
       01  WS-ORM-STATUS               PIC XX VALUE SPACES.
       01  WS-NRM-STATUS               PIC XX VALUE SPACES.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-IN-COUNT                 PIC 9(6) VALUE ZEROES.
           PERFORM 2100-CONVERT-STUDENT.
           PERFORM 2200-CONVERT-GRADE.
           PERFORM 2300-CONVERT-INSTRUCTOR.
           PERFORM 2350-CONVERT-TERM.
           PERFORM 2400-CONVERT-ARCHIVE.
           PERFORM 2500-CONVERT-CREDENTIALS.
           PERFORM 2600-CONVERT-LETTERQ.
           PERFORM 2700-CONVERT-NOTIFYQ.
           PERFORM 2800-CONVERT-JOURNAL.
           PERFORM 2900-CONVERT-SECTION.
           PERFORM 2950-CONVERT-ROOM.
           DISPLAY SPACE.
           DISPLAY 'FILES CONVERTED: ' WS-CONVERTED-FILES.
           DISPLAY 'FILES SKIPPED  : ' WS-SKIPPED-FILES.
                       ' -> GRADE-NEW.VSAM'
           END-IF.

      * THE CONVERTED INSTRUCTOR MASTER CARRIES NO RANK AND A BLANK
      * APPOINTMENT TYPE, SO NO ONE IS PAID AS A SESSIONAL UNTIL THE
      * INSTRUCTOR IS MAINTAINED WITH A RANK AND APPOINTMENT S.
       2300-CONVERT-INSTRUCTOR.
           MOVE ZEROES TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
                           MOVE OIN-NAME TO NIN-NAME
                           MOVE OIN-DEPT TO NIN-DEPT
                           MOVE OIN-STATUS TO NIN-STATUS
                           MOVE OIN-MAX-SECTIONS TO NIN-MAX-SECTIONS
                           MOVE SPACES TO NIN-RANK
                           MOVE SPACE TO NIN-APPOINTMENT
                           WRITE NEW-INSTRUCTOR-RECORD
                           ADD 1 TO WS-OUT-COUNT
                   END-READ
                       ' -> INSTRUCTOR-NEW.VSAM'
           END-IF.

      * THE CONVERTED TERM MASTER HAS NO HEALTH PLAN OPT-OUT
      * DEADLINE, SO NO CARRIER ENROLMENT GOES OUT FOR A TERM UNTIL
      * THE TERM IS MAINTAINED WITH ONE.
       2350-CONVERT-TERM.
           MOVE ZEROES TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT OLD-TERM-FILE.
           IF WS-OTM-STATUS NOT = '00'
               DISPLAY 'TERM.VSAM NOT IN OLD LAYOUT ('
                       WS-OTM-STATUS ') - SKIPPED'
               ADD 1 TO WS-SKIPPED-FILES
           ELSE
               OPEN OUTPUT NEW-TERM-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ OLD-TERM-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-IN-COUNT
                           MOVE SPACES TO NEW-TERM-RECORD
                           MOVE OTM-TERM TO NTM-TERM
                           MOVE OTM-DATES TO NTM-DATES
                           MOVE ZEROES TO NTM-OPTOUT-DEADLINE
                           WRITE NEW-TERM-RECORD
                           ADD 1 TO WS-OUT-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-TERM-FILE
                     NEW-TERM-FILE
               ADD 1 TO WS-CONVERTED-FILES
               DISPLAY 'TERM.VSAM           IN ' WS-IN-COUNT
                       ' OUT ' WS-OUT-COUNT
                       ' -> TERM-NEW.VSAM'
           END-IF.

       2400-CONVERT-ARCHIVE.
           MOVE ZEROES TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
                       ' -> STUDENT-ARCHIVE-NEW.VSAM'
           END-IF.

      * OPERATORS ON FILE BEFORE THE SECOND CAMPUS WORK AT THE MAIN
      * CAMPUS.
       2500-CONVERT-CREDENTIALS.
           MOVE ZEROES TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
                           MOVE OCR-LOCKED TO NCR-LOCKED
                           MOVE OCR-PWD-DATE TO NCR-PWD-DATE
                           MOVE OCR-ROLE TO NCR-ROLE
                           MOVE OCR-INS-ID TO NCR-INS-ID
                           MOVE 'MAIN' TO NCR-CAMPUS
                           WRITE NEW-CREDENTIALS-RECORD
                           ADD 1 TO WS-OUT-COUNT
                   END-READ
                       ' OUT ' WS-OUT-COUNT
                       ' -> STUDENT-JOURNAL-NEW.DAT'
           END-IF.

      * SECTIONS AND ROOMS ON FILE BEFORE THE SECOND CAMPUS ARE ALL
      * AT THE MAIN CAMPUS.  THE ROOM KEY NOW LEADS WITH THE CAMPUS,
      * SO THE SAME ROOM CODE MAY EXIST ON EACH CAMPUS.
       2900-CONVERT-SECTION.
           MOVE ZEROES TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT OLD-SECTION-FILE.
           IF WS-OSC-STATUS NOT = '00'
               DISPLAY 'SECTION.VSAM NOT IN OLD LAYOUT ('
                       WS-OSC-STATUS ') - SKIPPED'
               ADD 1 TO WS-SKIPPED-FILES
           ELSE
               OPEN OUTPUT NEW-SECTION-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ OLD-SECTION-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-IN-COUNT
                           MOVE SPACES TO NEW-SECTION-RECORD
                           MOVE OSC-KEY TO NSC-KEY
                           MOVE OSC-DAYS TO NSC-DAYS
                           MOVE OSC-START-TIME TO NSC-START-TIME
                           MOVE OSC-END-TIME TO NSC-END-TIME
                           MOVE OSC-ROOM TO NSC-ROOM
                           MOVE 'MAIN' TO NSC-CAMPUS
                           WRITE NEW-SECTION-RECORD
                           ADD 1 TO WS-OUT-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-SECTION-FILE
                     NEW-SECTION-FILE
               ADD 1 TO WS-CONVERTED-FILES
               DISPLAY 'SECTION.VSAM        IN ' WS-IN-COUNT
                       ' OUT ' WS-OUT-COUNT
                       ' -> SECTION-NEW.VSAM'
           END-IF.

       2950-CONVERT-ROOM.
           MOVE ZEROES TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT OLD-ROOM-FILE.
           IF WS-ORM-STATUS NOT = '00'
               DISPLAY 'ROOM.VSAM NOT IN OLD LAYOUT ('
                       WS-ORM-STATUS ') - SKIPPED'
               ADD 1 TO WS-SKIPPED-FILES
           ELSE
               OPEN OUTPUT NEW-ROOM-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ OLD-ROOM-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-IN-COUNT
                           MOVE SPACES TO NEW-ROOM-RECORD
                           MOVE 'MAIN' TO NRM-CAMPUS
                           MOVE ORM-CODE TO NRM-CODE
                           MOVE ORM-BUILDING TO NRM-BUILDING
                           MOVE ORM-CAPACITY TO NRM-CAPACITY
                           MOVE ORM-TYPE TO NRM-TYPE
                           WRITE NEW-ROOM-RECORD
                           ADD 1 TO WS-OUT-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-ROOM-FILE
                     NEW-ROOM-FILE
               ADD 1 TO WS-CONVERTED-FILES
               DISPLAY 'ROOM.VSAM           IN ' WS-IN-COUNT
                       ' OUT ' WS-OUT-COUNT
                       ' -> ROOM-NEW.VSAM'
           END-IF.
