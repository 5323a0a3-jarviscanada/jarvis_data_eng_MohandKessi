               RECORD KEY IS ATTX-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

           SELECT RESROOM-FILE ASSIGN TO 'RESROOM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RESROOM-STATUS.

           SELECT RESASGN-FILE ASSIGN TO 'RESASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               ALTERNATE RECORD KEY IS RA-ROOM-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESASGN-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO 'SECURITY.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ENROLLMENT-HISTORY-FILE
               ASSIGN TO 'ENROLLMENT-HISTORY.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO 'WAITLIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT BATCH-STATE-FILE ASSIGN TO 'BATCH-STATE.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATE-STATUS.

           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERMF-STATUS.

           SELECT REGWIN-FILE ASSIGN TO 'REGWIN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RW-KEY
               FILE STATUS IS WS-REGWIN-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT INUSE-FILE ASSIGN TO 'INUSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INUSE-STUDENT-ID
               FILE STATUS IS WS-INUSE-STATUS.

           SELECT CRSATTR-FILE ASSIGN TO 'CRSATTR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-COURSE-CODE
               FILE STATUS IS WS-CRSATTR-STATUS.

           SELECT CLINREQ-FILE ASSIGN TO 'CLINREQ.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CLINREQ-STATUS.

           SELECT CLINCOMP-FILE ASSIGN TO 'CLINCOMP.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CLINCOMP-STATUS.

           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'STUDENT-JOURNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REFUND-FILE ASSIGN TO 'REFUND.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO 'NOTIFYQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDPIN-FILE
           05  EH-DATE                 PIC 9(8).

       FD  SECTION-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  SECTION-RECORD.
           05  SEC-KEY.
               10  SEC-COURSE-CODE     PIC X(4).
           05  SEC-START-TIME          PIC 9(4).
           05  SEC-END-TIME            PIC 9(4).
           05  SEC-ROOM                PIC X(6).
           05  SEC-CAMPUS              PIC X(4).

       FD  GRADE-FILE
           RECORD CONTAINS 35 CHARACTERS.
               10  ATTX-SESSION-DATE   PIC X(8).
           05  ATTX-STATUS             PIC X.

       FD  RESROOM-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  RESROOM-RECORD.
           05  RES-KEY.
               10  RES-BUILDING        PIC X(4).
               10  RES-ROOM            PIC X(4).
           05  RES-BUILDING-NAME       PIC X(20).
           05  FILLER                  PIC X(32).

       FD  RESASGN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESASGN-RECORD.
           05  RA-KEY.
               10  RA-STUDENT-ID       PIC 9(6).
               10  RA-TERM             PIC X(6).
               10  RA-MOVE-IN          PIC 9(8).
           05  RA-ROOM-KEY.
               10  RA-BUILDING         PIC X(4).
               10  RA-ROOM             PIC X(4).
           05  RA-MOVE-OUT             PIC 9(8).
           05  RA-STATUS               PIC X.
           05  FILLER                  PIC X(43).

       FD  SECURITY-LOG-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  SECURITY-LOG-RECORD.
           05  SEC-OPERATOR              PIC X(8).
           05  SEC-EVENT                 PIC X(12).

       FD  COURSE-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  COURSE-RECORD.
           05  COURSE-CODE             PIC X(4).
           05  COURSE-NAME             PIC X(30).
           05  COURSE-CREDITS          PIC 9(2).
           05  COURSE-CAPACITY         PIC 9(4).
           05  COURSE-PREREQ-1         PIC X(4).
           05  COURSE-PREREQ-2         PIC X(4).
           05  COURSE-STATUS           PIC X.
           05  COURSE-ENROLLED         PIC 9(4).

       FD  STUDENT-AUDIT-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-STUDENT-ID          PIC 9(6).
           05  AUD-FIELD-NAME          PIC X(15).
           05  AUD-OLD-VALUE           PIC X(40).
           05  AUD-NEW-VALUE           PIC X(40).
           05  AUD-TIMESTAMP           PIC X(16).
           05  AUD-OPERATOR            PIC X(8).

       FD  ENROLLMENT-HISTORY-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  ENROLLMENT-RECORD.
           05  ENR-STUDENT-ID          PIC 9(6).
           05  ENR-COURSE-CODE         PIC X(4).
           05  ENR-TERM                PIC X(6).
           05  ENR-DATE                PIC 9(8).
           05  ENR-SECTION             PIC X(2).

       FD  WAITLIST-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  WAITLIST-RECORD.
           05  WL-KEY.
               10  WL-COURSE-CODE      PIC X(4).
               10  WL-SEQ              PIC 9(4).
           05  WL-STUDENT-ID           PIC 9(6).
           05  WL-TERM                 PIC X(6).
           05  WL-DATE                 PIC 9(8).

       FD  BATCH-STATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  BATCH-STATE-RECORD.
           05  BST-STATE               PIC X.
           05  BST-DATE                PIC 9(8).

       FD  TERM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  TERM-RECORD.
           05  TM-TERM                 PIC X(6).
           05  TM-START-DATE           PIC 9(8).
           05  TM-END-DATE             PIC 9(8).
           05  TM-ADD-DEADLINE         PIC 9(8).
           05  TM-REFUND-DATE-1        PIC 9(8).
           05  TM-REFUND-DATE-2        PIC 9(8).
           05  TM-REFUND-DATE-3        PIC 9(8).
           05  TM-OPTOUT-DEADLINE      PIC 9(8).
           05  FILLER                  PIC X(8).

      * REGISTRATION WINDOWS, WRITTEN PER TERM BY PRGW0164.
       FD  REGWIN-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  REGWIN-RECORD.
           05  RW-KEY.
               10  RW-TERM             PIC X(6).
               10  RW-STUDENT-ID       PIC 9(6).
           05  RW-WINDOW               PIC 9.
           05  RW-OPEN-DATE            PIC 9(8).
           05  RW-OPEN-TIME            PIC 9(4).
           05  RW-CREDITS              PIC 9(4).
           05  RW-GROUP                PIC X(2).
           05  RW-ASSIGNED-DATE        PIC 9(8).
           05  FILLER                  PIC X(11).

       FD  HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-STUDENT-ID     PIC 9(6).
               10  HOLD-CODE           PIC X(2).
           05  HOLD-REASON             PIC X(30).
           05  HOLD-PLACED-BY          PIC X(8).
           05  HOLD-DATE               PIC 9(8).

       FD  INUSE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  INUSE-RECORD.
           05  INUSE-STUDENT-ID        PIC 9(6).
           05  INUSE-OPERATOR          PIC X(8).
           05  INUSE-TIME              PIC X(16).

       FD  CRSATTR-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CRSATTR-RECORD.
           05  CA-COURSE-CODE          PIC X(4).
           05  CA-CLINICAL             PIC X.
           05  FILLER                  PIC X(25).

       FD  CLINREQ-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CLINREQ-RECORD.
           05  CR-KEY.
               10  CR-PROGRAM          PIC X(4).
               10  CR-REQ-CODE         PIC X(4).
           05  CR-DESCRIPTION          PIC X(30).
           05  CR-VALID-MONTHS         PIC 9(3).
           05  CR-STATUS               PIC X.
           05  FILLER                  PIC X(18).

       FD  CLINCOMP-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CLINCOMP-RECORD.
           05  CC-KEY.
               10  CC-STUDENT-ID       PIC 9(6).
               10  CC-REQ-CODE         PIC X(4).
           05  CC-RECEIVED-DATE        PIC 9(8).
           05  CC-EXPIRY-DATE          PIC 9(8).
           05  CC-RECORDED-BY          PIC X(8).
           05  CC-RECORDED-DATE        PIC 9(8).
           05  CC-NOTICE-EXPIRY        PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  STUDENT-JOURNAL-FILE
           RECORD CONTAINS 385 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JRN-TIMESTAMP           PIC X(16).
           05  JRN-PROGRAM             PIC X(8).
           05  JRN-OPERATION           PIC X.
           05  JRN-BEFORE-IMAGE        PIC X(180).
           05  JRN-AFTER-IMAGE         PIC X(180).

       FD  REFUND-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  REFUND-RECORD.
           05  REF-STUDENT-ID          PIC 9(6).
           05  REF-WITHDRAWAL-DATE     PIC 9(8).

       FD  NOTIFY-QUEUE-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  NOTIFY-QUEUE-RECORD.
           05  NQ-STATUS               PIC X.
           05  NQ-STUDENT-ID           PIC 9(6).
           05  NQ-EVENT-CODE           PIC X(8).
           05  NQ-EVENT-DATA           PIC X(40).
           05  NQ-TIMESTAMP            PIC X(16).
           05  NQ-RETRY                PIC 9.

       WORKING-STORAGE SECTION.
       01  WS-PIN-STATUS               PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-EXTRACT-OPEN             PIC X VALUE 'N'.
       01  WS-ATTEND-STATUS            PIC XX VALUE SPACES.
       01  WS-ATTEND-OPEN              PIC X VALUE 'N'.
       01  WS-RESROOM-STATUS           PIC XX VALUE SPACES.
       01  WS-RESROOM-OPEN             PIC X VALUE 'N'.
       01  WS-RESASGN-STATUS           PIC XX VALUE SPACES.
       01  WS-RESASGN-OPEN             PIC X VALUE 'N'.
       01  WS-BUILDING-NAME-SHOW       PIC X(20) VALUE SPACES.
       01  WS-SECLOG-STATUS            PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-SELF-ID                  PIC 9(6) VALUE ZEROES.
       01  WS-SELF-ID-X                PIC X(6) VALUE SPACES.
       01  WS-ENTRY-PIN                PIC X(6) VALUE SPACES.
       01  WS-HASH-REQUEST.
           05  WS-HS-KEY               PIC X(8).
           05  WS-HS-CLEAR             PIC X(8).
           05  WS-HS-LENGTH            PIC 9.
           05  WS-HS-SALT              PIC X.
           05  WS-HS-VALUE             PIC X(8).
       01  WS-ENTRY-TERM               PIC X(6) VALUE SPACES.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-SHOWN-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-SEC-EVENT                PIC X(12) VALUE SPACES.
       01  WS-SEC-USER                 PIC X(8) VALUE SPACES.
       01  WS-AUDIT-TIMESTAMP          PIC X(16) VALUE SPACES.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS            PIC XX VALUE SPACES.
       01  WS-WAITLIST-STATUS          PIC XX VALUE SPACES.
       01  WS-BATCH-STATE-STATUS       PIC XX VALUE SPACES.
       01  WS-TERMF-STATUS             PIC XX VALUE SPACES.
       01  WS-TERMF-OPEN               PIC X VALUE 'N'.
       01  WS-REGWIN-STATUS            PIC XX VALUE SPACES.
       01  WS-REGWIN-OPEN              PIC X VALUE 'N'.
       01  WS-WINDOW-OPEN              PIC X VALUE 'Y'.
       01  WS-NOW-TIME                 PIC 9(4) VALUE ZEROES.
       01  WS-HOLD-STATUS              PIC XX VALUE SPACES.
       01  WS-HOLD-OPEN                PIC X VALUE 'N'.
       01  WS-HOLD-FOUND               PIC X VALUE 'N'.
       01  WS-END-OF-HOLDS             PIC X VALUE 'N'.
       01  WS-INUSE-STATUS             PIC XX VALUE SPACES.
       01  WS-INUSE-OK                 PIC X VALUE 'Y'.
       01  WS-CRSATTR-STATUS           PIC XX VALUE SPACES.
       01  WS-CLINREQ-STATUS           PIC XX VALUE SPACES.
       01  WS-CLINCOMP-STATUS          PIC XX VALUE SPACES.
       01  WS-CLIN-OPEN                PIC X VALUE 'N'.
       01  WS-CLINICAL-OK              PIC X VALUE 'Y'.
       01  WS-CLIN-CUTOFF              PIC 9(8) VALUE ZEROES.
       01  WS-CLIN-END-OF-REQS         PIC X VALUE 'N'.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-JRN-OP                   PIC X VALUE SPACES.
       01  WS-JRN-BEFORE               PIC X(180) VALUE SPACES.
       01  WS-JRN-PROGRAM              PIC X(8) VALUE 'PRGQ0086'.
       01  WS-REFUND-STATUS            PIC XX VALUE SPACES.
       01  WS-NOTIFY-STATUS            PIC XX VALUE SPACES.
       01  WS-NQ-EVENT                 PIC X(8) VALUE SPACES.
       01  WS-NQ-DATA                  PIC X(40) VALUE SPACES.
       01  WS-SELF-OPERATOR            PIC X(8) VALUE 'SELF'.
       01  WS-LOAD-CALLED              PIC X VALUE 'N'.
       01  WS-LOAD-REQUEST.
           05  WS-LD-FUNCTION          PIC X.
           05  WS-LD-STUDENT-ID        PIC 9(6).
           05  WS-LD-TERM              PIC X(6).
           05  WS-LD-PROGRAM           PIC X(4).
           05  WS-LD-OPERATOR          PIC X(8).
           05  WS-LD-CREDITS           PIC 9(3).
           05  WS-LD-STATUS            PIC X.
           05  WS-LD-CHANGED           PIC X.
       01  WS-REG-OPEN                 PIC X VALUE 'N'.
       01  WS-CHANGE-OK                PIC X VALUE 'N'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-TERM                     PIC X(6) VALUE SPACES.
       01  WS-TERM-OK                  PIC X VALUE 'N'.
       01  WS-OLD-COURSE               PIC X(4) VALUE SPACES.
       01  WS-NEW-COURSE               PIC X(4) VALUE SPACES.
       01  WS-DROP-COURSE              PIC X(4) VALUE SPACES.
       01  WS-DROP-SECTION             PIC X(2) VALUE SPACES.
       01  WS-ADD-OK                   PIC X VALUE 'N'.
       01  WS-ALREADY-IN               PIC X VALUE 'N'.
       01  WS-LEFT-IN-TERM             PIC 9(3) VALUE ZEROES.
       01  WS-LIST-CLASSES             PIC X VALUE 'N'.
       01  WS-PREREQ-OK                PIC X VALUE 'Y'.
       01  WS-PREREQ-1                 PIC X(4) VALUE SPACES.
       01  WS-PREREQ-2                 PIC X(4) VALUE SPACES.
       01  WS-PREREQ-1-MET             PIC X VALUE 'N'.
       01  WS-PREREQ-2-MET             PIC X VALUE 'N'.
       01  WS-MISSING-PREREQS          PIC X(9) VALUE SPACES.
       01  WS-END-OF-HIST              PIC X VALUE 'N'.
       01  WS-WL-ANSWER                PIC X VALUE SPACES.
       01  WS-NEXT-SEQ                 PIC 9(4) VALUE ZEROES.
       01  WS-END-OF-WL                PIC X VALUE 'N'.
       01  WS-SECTION                  PIC X(2) VALUE SPACES.
       01  WS-NEW-DAYS                 PIC X(7) VALUE SPACES.
       01  WS-NEW-START                PIC 9(4) VALUE ZEROES.
       01  WS-NEW-END                  PIC 9(4) VALUE ZEROES.
       01  WS-CLASH-FOUND              PIC X VALUE 'N'.
       01  WS-SHARED-DAY               PIC X VALUE 'N'.
       01  WS-DAY-IX                   PIC 9(2) VALUE ZEROES.
       01  WS-ADJ-COURSE               PIC X(4) VALUE SPACES.
       01  WS-ADJ-DELTA                PIC S9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 0500-STUDENT-LOGIN.
           IF WS-LOGIN-OK = 'Y'
               PERFORM 1000-OPEN-VIEWS
                       'DESK'
           END-IF.

      * THE PIN FILE HOLDS ONLY A SALTED HASH (PRGS0072); THE KEYED
      * PIN IS HASHED WITH THE STORED SALT AND THE HASHES COMPARED.
       0510-CHECK-PIN.
           MOVE 'N' TO WS-MATCHED.
           MOVE 'N' TO WS-PIN-LOCKED.
                           IF SP-LOCKED = 'Y'
                               MOVE 'Y' TO WS-PIN-LOCKED
                           ELSE
                               MOVE WS-SELF-ID TO WS-HS-KEY
                               MOVE WS-ENTRY-PIN TO WS-HS-CLEAR
                               MOVE 6 TO WS-HS-LENGTH
                               MOVE SP-PIN(2:1) TO WS-HS-SALT
                               CALL 'PRGS0072' USING WS-HASH-REQUEST
                               IF SP-PIN = WS-HS-VALUE(1:6)
                                   MOVE 'Y' TO WS-MATCHED
                               END-IF
                           END-IF
           IF WS-PIN-STATUS = '10' OR WS-PIN-STATUS = '00'
               CLOSE STUDPIN-FILE
           END-IF.
           MOVE SPACES TO WS-ENTRY-PIN
                          WS-HS-CLEAR.

           MOVE WS-SELF-ID TO WS-SELF-ID-X.
           MOVE SPACES TO WS-SEC-USER.
           END-IF.

       1000-OPEN-VIEWS.
           OPEN I-O STUDENT-FILE.
           OPEN I-O ENRHIST-FILE.
           IF WS-ENRHIST-STATUS = '00'
               MOVE 'Y' TO WS-ENRHIST-OPEN
           ELSE
               IF WS-ENRHIST-STATUS = '05'
                   CLOSE ENRHIST-FILE
               END-IF
           END-IF.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-STATUS = '00'
           IF WS-ATTEND-STATUS = '00'
               MOVE 'Y' TO WS-ATTEND-OPEN
           END-IF.
           OPEN INPUT RESROOM-FILE.
           IF WS-RESROOM-STATUS = '00'
               MOVE 'Y' TO WS-RESROOM-OPEN
           END-IF.
           OPEN INPUT RESASGN-FILE.
           IF WS-RESASGN-STATUS = '00'
               MOVE 'Y' TO WS-RESASGN-OPEN
           END-IF.
           PERFORM 1050-OPEN-REGISTRATION.

      * ADD AND DROP NEED THE SAME FILES AS TERM ENROLLMENT
      * (PRGI0013).  IF ANY UPDATE FILE CANNOT BE OPENED THE VIEWS
      * STILL WORK BUT COURSE CHANGES ARE REFUSED.
       1050-OPEN-REGISTRATION.
           MOVE 'N' TO WS-REG-OPEN.
           IF WS-FILE-STATUS NOT = '00' OR WS-ENRHIST-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O COURSE-FILE.
           IF WS-COURSE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND STUDENT-AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05'
               OPEN OUTPUT STUDENT-AUDIT-FILE
           END-IF.
           OPEN EXTEND ENROLLMENT-HISTORY-FILE.
           IF WS-ENROLL-STATUS = '05'
               OPEN OUTPUT ENROLLMENT-HISTORY-FILE
           END-IF.
           OPEN EXTEND STUDENT-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '05'
               OPEN OUTPUT STUDENT-JOURNAL-FILE
           END-IF.
           OPEN EXTEND REFUND-FILE.
           IF WS-REFUND-STATUS = '05'
               OPEN OUTPUT REFUND-FILE
           END-IF.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = '05' OR WS-WAITLIST-STATUS = '35'
               CLOSE WAITLIST-FILE
               OPEN OUTPUT WAITLIST-FILE
               CLOSE WAITLIST-FILE
               OPEN I-O WAITLIST-FILE
           END-IF.
           OPEN I-O INUSE-FILE.
           IF WS-INUSE-STATUS = '05' OR WS-INUSE-STATUS = '35'
               CLOSE INUSE-FILE
               OPEN OUTPUT INUSE-FILE
               CLOSE INUSE-FILE
               OPEN I-O INUSE-FILE
           END-IF.
           IF WS-AUDIT-STATUS = '00' AND WS-ENROLL-STATUS = '00' AND
              WS-JOURNAL-STATUS = '00' AND WS-REFUND-STATUS = '00' AND
              WS-WAITLIST-STATUS = '00' AND WS-INUSE-STATUS = '00'
               MOVE 'Y' TO WS-REG-OPEN
           ELSE
               DISPLAY 'COURSE CHANGES UNAVAILABLE THIS SESSION'
               CLOSE COURSE-FILE
               IF WS-AUDIT-STATUS = '00'
                   CLOSE STUDENT-AUDIT-FILE
               END-IF
               IF WS-ENROLL-STATUS = '00'
                   CLOSE ENROLLMENT-HISTORY-FILE
               END-IF
               IF WS-JOURNAL-STATUS = '00'
                   CLOSE STUDENT-JOURNAL-FILE
               END-IF
               IF WS-REFUND-STATUS = '00'
                   CLOSE REFUND-FILE
               END-IF
               IF WS-WAITLIST-STATUS = '00'
                   CLOSE WAITLIST-FILE
               END-IF
               IF WS-INUSE-STATUS = '00'
                   CLOSE INUSE-FILE
               END-IF
           END-IF.

           OPEN INPUT TERM-FILE.
           IF WS-TERMF-STATUS = '00'
               MOVE 'Y' TO WS-TERMF-OPEN
           END-IF.
           OPEN INPUT REGWIN-FILE.
           IF WS-REGWIN-STATUS = '00'
               MOVE 'Y' TO WS-REGWIN-OPEN
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-OPEN
           END-IF.
           OPEN INPUT CRSATTR-FILE.
           OPEN INPUT CLINREQ-FILE.
           OPEN INPUT CLINCOMP-FILE.
           IF WS-CRSATTR-STATUS = '00' AND
              WS-CLINREQ-STATUS = '00' AND
              WS-CLINCOMP-STATUS = '00'
               MOVE 'Y' TO WS-CLIN-OPEN
           ELSE
               IF WS-CRSATTR-STATUS = '00'
                   CLOSE CRSATTR-FILE
               END-IF
               IF WS-CLINREQ-STATUS = '00'
                   CLOSE CLINREQ-FILE
               END-IF
               IF WS-CLINCOMP-STATUS = '00'
                   CLOSE CLINCOMP-FILE
               END-IF
           END-IF.

       2000-PROCESS.
           DISPLAY ' '.
           DISPLAY '2. MY ACCOUNT BALANCE'.
           DISPLAY '3. MY GRADES'.
           DISPLAY '4. MY ATTENDANCE'.
           DISPLAY '5. MY RESIDENCE'.
           DISPLAY '6. ADD A COURSE'.
           DISPLAY '7. DROP A COURSE'.
           DISPLAY '8. SIGN OFF'.
           DISPLAY 'ENTER CHOICE (1-8): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
                   PERFORM 2300-MY-GRADES
               WHEN 4
                   PERFORM 2400-MY-ATTENDANCE
               WHEN 5
                   PERFORM 2500-MY-RESIDENCE
               WHEN 6
                   PERFORM 2600-ADD-COURSE
               WHEN 7
                   PERFORM 2700-DROP-COURSE
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2500-MY-RESIDENCE.
           IF WS-RESASGN-OPEN NOT = 'Y'
               DISPLAY 'RESIDENCE DETAILS UNAVAILABLE'
           ELSE
               MOVE ZEROES TO WS-SHOWN-COUNT
               MOVE 'N' TO WS-END-OF-LIST
               MOVE WS-SELF-ID TO RA-STUDENT-ID
               MOVE LOW-VALUES TO RA-TERM
               MOVE ZEROES TO RA-MOVE-IN
               START RESASGN-FILE KEY IS >= RA-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LIST
               END-START
               PERFORM UNTIL WS-END-OF-LIST = 'Y'
                   READ RESASGN-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-LIST
                       NOT AT END
                           IF RA-STUDENT-ID = WS-SELF-ID
                               IF RA-STATUS = 'A'
                                   ADD 1 TO WS-SHOWN-COUNT
                                   PERFORM 2510-SHOW-ONE-STAY
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-END-OF-LIST
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SHOWN-COUNT = 0
                   DISPLAY '(NO RESIDENCE ASSIGNMENT ON FILE)'
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2510-SHOW-ONE-STAY.
           MOVE SPACES TO WS-BUILDING-NAME-SHOW.
           IF WS-RESROOM-OPEN = 'Y'
               MOVE RA-BUILDING TO RES-BUILDING
               MOVE RA-ROOM TO RES-ROOM
               READ RESROOM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RES-BUILDING-NAME TO WS-BUILDING-NAME-SHOW
               END-READ
           END-IF.
           IF RA-MOVE-OUT = ZERO
               DISPLAY RA-TERM ' ' WS-BUILDING-NAME-SHOW ' ROOM '
                       RA-ROOM ' FROM ' RA-MOVE-IN
           ELSE
               DISPLAY RA-TERM ' ' WS-BUILDING-NAME-SHOW ' ROOM '
                       RA-ROOM ' FROM ' RA-MOVE-IN ' TO ' RA-MOVE-OUT
           END-IF.

      * SELF-SERVICE ADD.  THE CHECKS ARE THOSE OF TERM ENROLLMENT
      * (PRGI0013) BUT A STUDENT IS NEVER OFFERED A SUPERVISOR
      * OVERRIDE - A MISSING PREREQUISITE, A PASSED DEADLINE, A
      * TIMETABLE CLASH OR UNMET PLACEMENT REQUIREMENTS SEND THEM TO
      * THE REGISTRAR, AND A FULL COURSE ONLY OFFERS THE WAITLIST.
       2600-ADD-COURSE.
           PERFORM 2690-START-CHANGE.
           IF WS-CHANGE-OK = 'Y'
               MOVE 'N' TO WS-ADD-OK
               PERFORM 2610-GET-TERM
               IF WS-TERM-OK = 'Y'
                   PERFORM 2615-CHECK-WINDOW
                   IF WS-WINDOW-OPEN NOT = 'Y'
                       DISPLAY 'YOUR REGISTRATION WINDOW FOR '
                               WS-TERM ' OPENS ' RW-OPEN-DATE
                               ' AT ' RW-OPEN-TIME
                       MOVE 'N' TO WS-TERM-OK
                   END-IF
               END-IF
               IF WS-TERM-OK = 'Y'
                   PERFORM 2620-VALIDATE-COURSE
               END-IF
               IF WS-ADD-OK = 'Y'
                   PERFORM 2630-SELECT-SECTION
               END-IF
               IF WS-ADD-OK = 'Y'
                   PERFORM 2640-CHECK-TIMETABLE-CLASH
               END-IF
               IF WS-ADD-OK = 'Y'
                   PERFORM 2650-CHECK-CLINICAL
                   IF WS-CLINICAL-OK NOT = 'Y'
                       DISPLAY 'ADD REFUSED - CLINICAL PLACEMENT '
                               'REQUIREMENTS NOT MET'
                       MOVE 'N' TO WS-ADD-OK
                   END-IF
               END-IF
               IF WS-ADD-OK = 'Y'
                   PERFORM 2660-CONFIRM-ADD
               END-IF
               PERFORM 7400-CLEAR-MARK
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2610-GET-TERM.
           MOVE 'N' TO WS-TERM-OK.
           DISPLAY 'ENTER TERM (E.G. 2026FA): '.
           ACCEPT WS-TERM.
           IF WS-TERM = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-TERMF-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-TERM-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TERM TO TM-TERM.
           READ TERM-FILE
               INVALID KEY
                   DISPLAY 'UNKNOWN TERM: ' WS-TERM
               NOT INVALID KEY
                   IF TM-ADD-DEADLINE > ZEROES AND
                      WS-TODAY-DATE > TM-ADD-DEADLINE
                       DISPLAY 'ADD/DROP DEADLINE ' TM-ADD-DEADLINE
                               ' HAS PASSED FOR ' WS-TERM
                               ' - SEE THE REGISTRAR'
                   ELSE
                       MOVE 'Y' TO WS-TERM-OK
                   END-IF
           END-READ.

      * A STUDENT WITH NO WINDOW FOR THE TERM IS NOT RESTRICTED.
      * DROPS ARE NEVER HELD BACK BY THE WINDOW.
       2615-CHECK-WINDOW.
           MOVE 'Y' TO WS-WINDOW-OPEN.
           IF WS-REGWIN-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TERM TO RW-TERM.
           MOVE WS-SELF-ID TO RW-STUDENT-ID.
           READ REGWIN-FILE
               INVALID KEY
                   MOVE ZEROES TO RW-OPEN-DATE RW-OPEN-TIME
           END-READ.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME.
           IF WS-TODAY-DATE < RW-OPEN-DATE OR
              (WS-TODAY-DATE = RW-OPEN-DATE AND
               WS-NOW-TIME < RW-OPEN-TIME)
               MOVE 'N' TO WS-WINDOW-OPEN
           END-IF.

       2620-VALIDATE-COURSE.
           DISPLAY 'ENTER COURSE CODE TO ADD: '.
           ACCEPT WS-NEW-COURSE.
           MOVE WS-NEW-COURSE TO COURSE-CODE.
           READ COURSE-FILE
               INVALID KEY
                   DISPLAY 'INVALID COURSE CODE: ' WS-NEW-COURSE
               NOT INVALID KEY
                   PERFORM 2621-CHECK-COURSE
           END-READ.

       2621-CHECK-COURSE.
           IF COURSE-STATUS = 'I'
               DISPLAY 'COURSE ' WS-NEW-COURSE
                       ' IS RETIRED - NOT OPEN TO ENROLLMENT'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2624-CHECK-ALREADY-IN.
           IF WS-ALREADY-IN = 'Y'
               DISPLAY 'YOU ARE ALREADY ENROLLED IN ' WS-NEW-COURSE
                       ' FOR ' WS-TERM
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2622-CHECK-PREREQS.
           IF WS-PREREQ-OK NOT = 'Y'
               DISPLAY 'MISSING PREREQUISITES FOR '
                       WS-NEW-COURSE ': ' WS-MISSING-PREREQS
               DISPLAY 'SEE YOUR ADVISOR OR THE REGISTRAR'
               EXIT PARAGRAPH
           END-IF.
           IF COURSE-ENROLLED >= COURSE-CAPACITY
               DISPLAY 'COURSE ' WS-NEW-COURSE
                       ' IS FULL (' COURSE-ENROLLED
                       '/' COURSE-CAPACITY ')'
               PERFORM 2626-OFFER-WAITLIST
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-ADD-OK.

       2622-CHECK-PREREQS.
           MOVE 'Y' TO WS-PREREQ-OK.
           MOVE COURSE-PREREQ-1 TO WS-PREREQ-1.
           MOVE COURSE-PREREQ-2 TO WS-PREREQ-2.
           MOVE SPACES TO WS-MISSING-PREREQS.

           IF WS-PREREQ-1 = SPACES AND WS-PREREQ-2 = SPACES
               CONTINUE
           ELSE
               PERFORM 2623-SCAN-HISTORY
               IF WS-PREREQ-1 NOT = SPACES AND WS-PREREQ-1-MET = 'N'
                   MOVE 'N' TO WS-PREREQ-OK
                   MOVE WS-PREREQ-1 TO WS-MISSING-PREREQS(1:4)
               END-IF
               IF WS-PREREQ-2 NOT = SPACES AND WS-PREREQ-2-MET = 'N'
                   MOVE 'N' TO WS-PREREQ-OK
                   MOVE WS-PREREQ-2 TO WS-MISSING-PREREQS(6:4)
               END-IF
           END-IF.

       2623-SCAN-HISTORY.
           MOVE 'N' TO WS-PREREQ-1-MET.
           MOVE 'N' TO WS-PREREQ-2-MET.
           MOVE 'N' TO WS-END-OF-HIST.

           CLOSE ENROLLMENT-HISTORY-FILE.
           OPEN INPUT ENROLLMENT-HISTORY-FILE.
           IF WS-ENROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-HIST
           END-IF.

           PERFORM UNTIL WS-END-OF-HIST = 'Y'
               READ ENROLLMENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-HIST
                   NOT AT END
                       IF ENR-STUDENT-ID = WS-SELF-ID
                           IF ENR-COURSE-CODE = WS-PREREQ-1
                               MOVE 'Y' TO WS-PREREQ-1-MET
                           END-IF
                           IF ENR-COURSE-CODE = WS-PREREQ-2
                               MOVE 'Y' TO WS-PREREQ-2-MET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENROLLMENT-HISTORY-FILE.
           OPEN EXTEND ENROLLMENT-HISTORY-FILE.

      * LOOKS FOR WS-NEW-COURSE IN THE STUDENT'S TERM; THE SECTION
      * FOUND IS KEPT FOR A DROP.
       2624-CHECK-ALREADY-IN.
           MOVE 'N' TO WS-ALREADY-IN.
           MOVE 'N' TO WS-END-OF-HIST.
           MOVE SPACES TO WS-DROP-SECTION.
           MOVE WS-SELF-ID TO EH-STUDENT-ID.
           MOVE WS-TERM TO EH-TERM.
           MOVE WS-NEW-COURSE TO EH-COURSE-CODE.
           MOVE LOW-VALUES TO EH-SECTION.
           START ENRHIST-FILE KEY IS >= EH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-HIST
           END-START.
           IF WS-END-OF-HIST NOT = 'Y'
               READ ENRHIST-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EH-STUDENT-ID = WS-SELF-ID AND
                          EH-TERM = WS-TERM AND
                          EH-COURSE-CODE = WS-NEW-COURSE
                           MOVE 'Y' TO WS-ALREADY-IN
                           MOVE EH-SECTION TO WS-DROP-SECTION
                       END-IF
               END-READ
           END-IF.

       2626-OFFER-WAITLIST.
           DISPLAY 'JOIN WAITLIST FOR ' WS-NEW-COURSE ' (Y/N)? '.
           ACCEPT WS-WL-ANSWER.
           IF WS-WL-ANSWER = 'Y' OR WS-WL-ANSWER = 'y'
               PERFORM 2627-WRITE-WAITLIST
           END-IF.

       2627-WRITE-WAITLIST.
           MOVE ZEROES TO WS-NEXT-SEQ.
           MOVE 'N' TO WS-END-OF-WL.
           MOVE WS-NEW-COURSE TO WL-COURSE-CODE.
           MOVE ZEROES TO WL-SEQ.

           START WAITLIST-FILE KEY IS >= WL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-WL
           END-START.

           PERFORM UNTIL WS-END-OF-WL = 'Y'
               READ WAITLIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-WL
                   NOT AT END
                       IF WL-COURSE-CODE = WS-NEW-COURSE
                           MOVE WL-SEQ TO WS-NEXT-SEQ
                       ELSE
                           MOVE 'Y' TO WS-END-OF-WL
                       END-IF
               END-READ
           END-PERFORM.

           ADD 1 TO WS-NEXT-SEQ.
           MOVE WS-NEW-COURSE TO WL-COURSE-CODE.
           MOVE WS-NEXT-SEQ TO WL-SEQ.
           MOVE WS-SELF-ID TO WL-STUDENT-ID.
           MOVE WS-TERM TO WL-TERM.
           MOVE WS-TODAY-DATE TO WL-DATE.
           WRITE WAITLIST-RECORD
               INVALID KEY
                   DISPLAY 'THE WAITLIST COULD NOT BE UPDATED - '
                           'SEE THE REGISTRAR'
               NOT INVALID KEY
                   DISPLAY 'YOU ARE WAITLISTED FOR ' WL-COURSE-CODE
                           ' POSITION ' WS-NEXT-SEQ
                   MOVE 'WAITLIST' TO AUD-FIELD-NAME
                   MOVE SPACES TO AUD-OLD-VALUE
                   MOVE SPACES TO AUD-NEW-VALUE
                   STRING WS-NEW-COURSE ' ' WS-TERM
                          ' POSITION ' WS-NEXT-SEQ
                          DELIMITED BY SIZE
                          INTO AUD-NEW-VALUE
                   PERFORM 7250-WRITE-AUDIT
                   MOVE 'SELFWL' TO WS-NQ-EVENT
                   MOVE SPACES TO WS-NQ-DATA
                   STRING 'WAITLISTED ' WS-NEW-COURSE ' ' WS-TERM
                          ' POSITION ' WS-NEXT-SEQ
                          DELIMITED BY SIZE
                          INTO WS-NQ-DATA
                   PERFORM 7600-QUEUE-NOTIFICATION
           END-WRITE.

       2630-SELECT-SECTION.
           MOVE SPACES TO WS-SECTION.
           MOVE SPACES TO WS-NEW-DAYS.
           IF WS-SECTION-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ENTER SECTION NUMBER (OR BLANK IF NONE): '.
           ACCEPT WS-SECTION.
           IF WS-SECTION NOT = SPACES
               MOVE WS-NEW-COURSE TO SEC-COURSE-CODE
               MOVE WS-SECTION TO SEC-NUMBER
               READ SECTION-FILE
                   INVALID KEY
                       DISPLAY 'NO SECTION ' WS-SECTION
                               ' FOR COURSE ' WS-NEW-COURSE
                       MOVE 'N' TO WS-ADD-OK
                   NOT INVALID KEY
                       DISPLAY 'SECTION ' SEC-NUMBER ' MEETS '
                               SEC-DAYS ' ' SEC-START-TIME '-'
                               SEC-END-TIME ' IN ROOM ' SEC-ROOM
                       MOVE SEC-DAYS TO WS-NEW-DAYS
                       MOVE SEC-START-TIME TO WS-NEW-START
                       MOVE SEC-END-TIME TO WS-NEW-END
               END-READ
           END-IF.

      * A STUDENT CANNOT BOOK TWO CLASSES AT THE SAME TIME FROM
      * SELF-SERVICE; ONLY THE REGISTRAR CAN ACCEPT A CLASH.
       2640-CHECK-TIMETABLE-CLASH.
           MOVE 'N' TO WS-CLASH-FOUND.
           IF WS-SECTION = SPACES OR WS-NEW-DAYS = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-END-OF-HIST.
           MOVE WS-SELF-ID TO EH-STUDENT-ID.
           MOVE WS-TERM TO EH-TERM.
           MOVE LOW-VALUES TO EH-COURSE-CODE.
           MOVE LOW-VALUES TO EH-SECTION.
           START ENRHIST-FILE KEY IS >= EH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-HIST
           END-START.
           PERFORM UNTIL WS-END-OF-HIST = 'Y'
               READ ENRHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-HIST
                   NOT AT END
                       IF EH-STUDENT-ID = WS-SELF-ID
                          AND EH-TERM = WS-TERM
                           IF EH-SECTION NOT = SPACES
                               PERFORM 2641-CHECK-ONE-CLASH
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-END-OF-HIST
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CLASH-FOUND = 'Y'
               DISPLAY 'ADD REFUSED - CHOOSE ANOTHER SECTION OR SEE '
                       'THE REGISTRAR'
               MOVE 'N' TO WS-ADD-OK
           END-IF.

       2641-CHECK-ONE-CLASH.
           MOVE EH-COURSE-CODE TO SEC-COURSE-CODE.
           MOVE EH-SECTION TO SEC-NUMBER.
           READ SECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-SHARED-DAY
                   PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                           UNTIL WS-DAY-IX > 7
                       IF SEC-DAYS(WS-DAY-IX:1) NOT = SPACE AND
                          WS-NEW-DAYS(WS-DAY-IX:1) NOT = SPACE
                           MOVE 'Y' TO WS-SHARED-DAY
                       END-IF
                   END-PERFORM
                   IF WS-SHARED-DAY = 'Y' AND
                      WS-NEW-START < SEC-END-TIME AND
                      WS-NEW-END > SEC-START-TIME
                       MOVE 'Y' TO WS-CLASH-FOUND
                       DISPLAY '*** TIMETABLE CLASH WITH '
                               SEC-COURSE-CODE ' SECTION '
                               SEC-NUMBER ' (' SEC-DAYS ' '
                               SEC-START-TIME '-' SEC-END-TIME
                               ') ***'
                   END-IF
           END-READ.

      * SAME RULE AS TERM ENROLLMENT: EVERY ACTIVE REQUIREMENT OF THE
      * STUDENT'S PROGRAM ON FILE AND CURRENT TO THE END OF THE TERM.
       2650-CHECK-CLINICAL.
           MOVE 'Y' TO WS-CLINICAL-OK.
           IF WS-CLIN-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-COURSE TO CA-COURSE-CODE.
           READ CRSATTR-FILE
               INVALID KEY
                   MOVE 'N' TO CA-CLINICAL
           END-READ.
           IF CA-CLINICAL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TODAY-DATE TO WS-CLIN-CUTOFF.
           IF WS-TERMF-OPEN = 'Y'
               MOVE WS-TERM TO TM-TERM
               READ TERM-FILE
                   NOT INVALID KEY
                       IF TM-END-DATE > WS-CLIN-CUTOFF
                           MOVE TM-END-DATE TO WS-CLIN-CUTOFF
                       END-IF
               END-READ
           END-IF.

           MOVE 'N' TO WS-CLIN-END-OF-REQS.
           MOVE STUDENT-PROGRAM TO CR-PROGRAM.
           MOVE LOW-VALUES TO CR-REQ-CODE.
           START CLINREQ-FILE KEY IS >= CR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CLIN-END-OF-REQS
           END-START.
           PERFORM UNTIL WS-CLIN-END-OF-REQS = 'Y'
               READ CLINREQ-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CLIN-END-OF-REQS
                   NOT AT END
                       IF CR-PROGRAM NOT = STUDENT-PROGRAM
                           MOVE 'Y' TO WS-CLIN-END-OF-REQS
                       ELSE
                           IF CR-STATUS = 'A'
                               PERFORM 2651-CHECK-ONE-REQUIREMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2651-CHECK-ONE-REQUIREMENT.
           MOVE WS-SELF-ID TO CC-STUDENT-ID.
           MOVE CR-REQ-CODE TO CC-REQ-CODE.
           READ CLINCOMP-FILE
               INVALID KEY
                   MOVE ZEROES TO CC-RECEIVED-DATE CC-EXPIRY-DATE
           END-READ.
           IF CC-RECEIVED-DATE = ZERO
               MOVE 'N' TO WS-CLINICAL-OK
               DISPLAY 'CLINICAL REQUIREMENT MISSING: '
                       CR-REQ-CODE ' ' CR-DESCRIPTION
           ELSE
               IF CC-EXPIRY-DATE NOT = ZERO AND
                  CC-EXPIRY-DATE < WS-CLIN-CUTOFF
                   MOVE 'N' TO WS-CLINICAL-OK
                   DISPLAY 'CLINICAL REQUIREMENT EXPIRES '
                           CC-EXPIRY-DATE ': '
                           CR-REQ-CODE ' ' CR-DESCRIPTION
               END-IF
           END-IF.

       2660-CONFIRM-ADD.
           DISPLAY ' '.
           DISPLAY 'ADD ' WS-NEW-COURSE ' ' WS-SECTION
                   ' FOR ' WS-TERM ' (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'NO CHANGE MADE'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-COURSE TO STUDENT-COURSE.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY 'YOUR RECORD COULD NOT BE UPDATED - '
                           'SEE THE REGISTRAR'
               NOT INVALID KEY
                   MOVE 'R' TO WS-JRN-OP
                   PERFORM 7200-WRITE-JOURNAL
                   MOVE 'COURSE' TO AUD-FIELD-NAME
                   MOVE WS-OLD-COURSE TO AUD-OLD-VALUE
                   MOVE STUDENT-COURSE TO AUD-NEW-VALUE
                   PERFORM 7250-WRITE-AUDIT
                   PERFORM 2665-WRITE-ENROLLMENT
                   IF WS-OLD-COURSE NOT = STUDENT-COURSE AND
                      STUDENT-STATUS = 'A'
                       MOVE WS-OLD-COURSE TO WS-ADJ-COURSE
                       MOVE -1 TO WS-ADJ-DELTA
                       PERFORM 7100-ADJUST-COURSE-COUNT
                       MOVE STUDENT-COURSE TO WS-ADJ-COURSE
                       MOVE 1 TO WS-ADJ-DELTA
                       PERFORM 7100-ADJUST-COURSE-COUNT
                   END-IF
                   MOVE 'SELFADD' TO WS-NQ-EVENT
                   MOVE SPACES TO WS-NQ-DATA
                   STRING 'ADDED ' WS-NEW-COURSE ' ' WS-SECTION
                          ' FOR ' WS-TERM
                          DELIMITED BY SIZE
                          INTO WS-NQ-DATA
                   PERFORM 7600-QUEUE-NOTIFICATION
                   DISPLAY 'COURSE ADDED - A CONFIRMATION WILL BE '
                           'SENT TO YOU'
           END-REWRITE.

       2665-WRITE-ENROLLMENT.
           MOVE WS-SELF-ID TO ENR-STUDENT-ID.
           MOVE WS-NEW-COURSE TO ENR-COURSE-CODE.
           MOVE WS-TERM TO ENR-TERM.
           MOVE WS-SECTION TO ENR-SECTION.
           MOVE WS-TODAY-DATE TO ENR-DATE.
           WRITE ENROLLMENT-RECORD.
           MOVE ENR-STUDENT-ID TO EH-STUDENT-ID.
           MOVE ENR-TERM TO EH-TERM.
           MOVE ENR-COURSE-CODE TO EH-COURSE-CODE.
           MOVE ENR-SECTION TO EH-SECTION.
           MOVE ENR-DATE TO EH-DATE.
           WRITE ENRHIST-RECORD
               INVALID KEY
                   REWRITE ENRHIST-RECORD
                   END-REWRITE
           END-WRITE.
           PERFORM 7700-UPDATE-LOAD-STATUS.

      * A COURSE CHANGE NEEDS THE UPDATE FILES, NO BATCH CYCLE
      * RUNNING, NO REGISTRATION HOLD AND NO STAFF MEMBER WORKING ON
      * THE STUDENT'S RECORD AT THE SAME TIME.  ON SUCCESS THE RECORD
      * IS MARKED IN USE UNDER THE SELF OPERATOR.
       2690-START-CHANGE.
           MOVE 'N' TO WS-CHANGE-OK.
           IF WS-REG-OPEN NOT = 'Y'
               DISPLAY 'COURSE CHANGES UNAVAILABLE - SEE THE '
                       'REGISTRAR'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CHANGE-OK.
           OPEN INPUT BATCH-STATE-FILE.
           IF WS-BATCH-STATE-STATUS = '00'
               READ BATCH-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BST-STATE = 'O'
                           DISPLAY 'BATCH CYCLE IN PROGRESS - '
                                   'COURSE CHANGES UNAVAILABLE UNTIL '
                                   'THE CYCLE ENDS'
                           MOVE 'N' TO WS-CHANGE-OK
                       END-IF
               END-READ
               CLOSE BATCH-STATE-FILE
           END-IF.
           IF WS-CHANGE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SELF-ID TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY 'STUDENT RECORD NOT FOUND - SEE THE '
                           'REGISTRAR'
                   MOVE 'N' TO WS-CHANGE-OK
           END-READ.
           IF WS-CHANGE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7500-CHECK-HOLDS.
           IF WS-HOLD-FOUND = 'Y'
               DISPLAY 'COURSE CHANGES REFUSED - A REGISTRATION '
                       'HOLD IS ON FILE. SEE THE REGISTRAR.'
               MOVE 'N' TO WS-CHANGE-OK
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7300-CHECK-AND-MARK.
           IF WS-INUSE-OK NOT = 'Y'
               MOVE 'N' TO WS-CHANGE-OK
           ELSE
               MOVE STUDENT-RECORD TO WS-JRN-BEFORE
               MOVE STUDENT-COURSE TO WS-OLD-COURSE
           END-IF.

      * SELF-SERVICE DROP.  THE ENROLLMENT IS REMOVED FROM THE KEYED
      * HISTORY AND, WHEN IT WAS THE STUDENT'S CURRENT COURSE, THE
      * SEAT IS RELEASED.  DROPPING THE LAST CLASS OF THE TERM IS A
      * WITHDRAWAL AND IS HANDED TO THE REFUND RUN EXACTLY AS A
      * STATUS CHANGE TO WITHDRAWN IS (PRGU0012).
       2700-DROP-COURSE.
           PERFORM 2690-START-CHANGE.
           IF WS-CHANGE-OK = 'Y'
               PERFORM 2610-GET-TERM
               IF WS-TERM-OK = 'Y'
                   PERFORM 2710-SELECT-DROP
               END-IF
               PERFORM 7400-CLEAR-MARK
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2710-SELECT-DROP.
           DISPLAY 'YOUR CLASSES FOR ' WS-TERM ':'.
           MOVE 'Y' TO WS-LIST-CLASSES.
           PERFORM 2730-COUNT-LEFT-IN-TERM.
           MOVE 'N' TO WS-LIST-CLASSES.
           IF WS-LEFT-IN-TERM = 0
               DISPLAY '(NO CLASSES ON FILE FOR THE TERM)'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ENTER COURSE CODE TO DROP: '.
           ACCEPT WS-DROP-COURSE.
           MOVE WS-DROP-COURSE TO WS-NEW-COURSE.
           PERFORM 2624-CHECK-ALREADY-IN.
           IF WS-ALREADY-IN NOT = 'Y'
               DISPLAY 'YOU ARE NOT ENROLLED IN ' WS-DROP-COURSE
                       ' FOR ' WS-TERM
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'DROP ' WS-DROP-COURSE ' ' WS-DROP-SECTION
                   ' FOR ' WS-TERM ' (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'NO CHANGE MADE'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SELF-ID TO EH-STUDENT-ID.
           MOVE WS-TERM TO EH-TERM.
           MOVE WS-DROP-COURSE TO EH-COURSE-CODE.
           MOVE WS-DROP-SECTION TO EH-SECTION.
           DELETE ENRHIST-FILE
               INVALID KEY
                   DISPLAY 'THE DROP COULD NOT BE RECORDED - SEE THE '
                           'REGISTRAR'
               NOT INVALID KEY
                   PERFORM 2720-RECORD-DROP
           END-DELETE.

       2720-RECORD-DROP.
           IF STUDENT-COURSE = WS-DROP-COURSE
               MOVE SPACES TO STUDENT-COURSE
               IF STUDENT-STATUS = 'A'
                   MOVE WS-DROP-COURSE TO WS-ADJ-COURSE
                   MOVE -1 TO WS-ADJ-DELTA
                   PERFORM 7100-ADJUST-COURSE-COUNT
               END-IF
           END-IF.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY 'YOUR RECORD COULD NOT BE UPDATED - '
                           'SEE THE REGISTRAR'
           END-REWRITE.
           MOVE 'R' TO WS-JRN-OP.
           PERFORM 7200-WRITE-JOURNAL.
           MOVE 'COURSE DROP' TO AUD-FIELD-NAME.
           MOVE SPACES TO AUD-OLD-VALUE.
           STRING WS-DROP-COURSE ' ' WS-DROP-SECTION ' ' WS-TERM
                  DELIMITED BY SIZE
                  INTO AUD-OLD-VALUE.
           MOVE STUDENT-COURSE TO AUD-NEW-VALUE.
           PERFORM 7250-WRITE-AUDIT.

           MOVE SPACES TO WS-NQ-DATA.
           PERFORM 2730-COUNT-LEFT-IN-TERM.
           IF WS-LEFT-IN-TERM = 0
               MOVE WS-SELF-ID TO REF-STUDENT-ID
               MOVE WS-TODAY-DATE TO REF-WITHDRAWAL-DATE
               WRITE REFUND-RECORD
               DISPLAY 'THAT WAS YOUR LAST CLASS FOR ' WS-TERM
                       ' - ANY REFUND DUE WILL BE CREDITED TO YOUR '
                       'ACCOUNT'
               STRING 'DROPPED ' WS-DROP-COURSE ' ' WS-TERM
                      ' - WITHDRAWN FROM TERM'
                      DELIMITED BY SIZE
                      INTO WS-NQ-DATA
           ELSE
               STRING 'DROPPED ' WS-DROP-COURSE ' FOR ' WS-TERM
                      DELIMITED BY SIZE
                      INTO WS-NQ-DATA
           END-IF.
           MOVE 'SELFDROP' TO WS-NQ-EVENT.
           PERFORM 7600-QUEUE-NOTIFICATION.
           PERFORM 7700-UPDATE-LOAD-STATUS.
           DISPLAY 'COURSE DROPPED - A CONFIRMATION WILL BE SENT '
                   'TO YOU'.

      * COUNTS (AND BEFORE A DROP, LISTS) THE STUDENT'S CLASSES FOR
      * WS-TERM ON THE KEYED HISTORY.
       2730-COUNT-LEFT-IN-TERM.
           MOVE ZEROES TO WS-LEFT-IN-TERM.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-SELF-ID TO EH-STUDENT-ID.
           MOVE WS-TERM TO EH-TERM.
           MOVE LOW-VALUES TO EH-COURSE-CODE.
           MOVE LOW-VALUES TO EH-SECTION.
           START ENRHIST-FILE KEY IS >= EH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ ENRHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF EH-STUDENT-ID = WS-SELF-ID AND
                          EH-TERM = WS-TERM
                           ADD 1 TO WS-LEFT-IN-TERM
                           IF WS-LIST-CLASSES = 'Y'
                               PERFORM 2110-SHOW-ONE-CLASS
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.

       7100-ADJUST-COURSE-COUNT.
           MOVE WS-ADJ-COURSE TO COURSE-CODE.
           READ COURSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ADJ-DELTA > 0
                       ADD 1 TO COURSE-ENROLLED
                   ELSE
                       IF COURSE-ENROLLED > 0
                           SUBTRACT 1 FROM COURSE-ENROLLED
                       END-IF
                   END-IF
                   REWRITE COURSE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING ENROLLMENT COUNT '
                                   'FOR COURSE: ' COURSE-CODE
                   END-REWRITE
           END-READ.

       7200-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-AUDIT-TIMESTAMP TO JRN-TIMESTAMP.
           MOVE WS-JRN-PROGRAM TO JRN-PROGRAM.
           MOVE WS-JRN-OP TO JRN-OPERATION.
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE.
           MOVE STUDENT-RECORD TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.

      * THE CALLER SETS THE FIELD NAME AND THE OLD AND NEW VALUES.
       7250-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-SELF-ID TO AUD-STUDENT-ID.
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE WS-SELF-OPERATOR TO AUD-OPERATOR.
           WRITE AUDIT-RECORD.

      * A STUDENT NEVER TAKES OVER A RECORD A STAFF MEMBER HAS OPEN.
       7300-CHECK-AND-MARK.
           MOVE 'Y' TO WS-INUSE-OK.
           MOVE STUDENT-ID TO INUSE-STUDENT-ID.
           READ INUSE-FILE
               INVALID KEY
                   PERFORM 7310-WRITE-MARK
               NOT INVALID KEY
                   IF INUSE-OPERATOR = WS-SELF-OPERATOR
                       PERFORM 7310-WRITE-MARK
                   ELSE
                       DISPLAY 'YOUR RECORD IS BEING UPDATED BY THE '
                               'REGISTRAR - PLEASE TRY AGAIN LATER'
                       MOVE 'N' TO WS-INUSE-OK
                   END-IF
           END-READ.

       7310-WRITE-MARK.
           MOVE STUDENT-ID TO INUSE-STUDENT-ID.
           MOVE WS-SELF-OPERATOR TO INUSE-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-AUDIT-TIMESTAMP TO INUSE-TIME.
           WRITE INUSE-RECORD
               INVALID KEY
                   REWRITE INUSE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR MARKING RECORD IN USE: '
                                   WS-INUSE-STATUS
                   END-REWRITE
           END-WRITE.

       7400-CLEAR-MARK.
           MOVE WS-SELF-ID TO INUSE-STUDENT-ID.
           DELETE INUSE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       7500-CHECK-HOLDS.
           MOVE 'N' TO WS-HOLD-FOUND.
           IF WS-HOLD-OPEN = 'Y'
               MOVE 'N' TO WS-END-OF-HOLDS
               MOVE STUDENT-ID TO HOLD-STUDENT-ID
               MOVE SPACES TO HOLD-CODE
               START HOLD-FILE KEY IS >= HOLD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-HOLDS
               END-START
               PERFORM UNTIL WS-END-OF-HOLDS = 'Y'
                   READ HOLD-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-HOLDS
                       NOT AT END
                           IF HOLD-STUDENT-ID = STUDENT-ID
                               MOVE 'Y' TO WS-HOLD-FOUND
                               DISPLAY 'HOLD ' HOLD-CODE ': '
                                       HOLD-REASON
                           ELSE
                               MOVE 'Y' TO WS-END-OF-HOLDS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       7600-QUEUE-NOTIFICATION.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           IF WS-NOTIFY-STATUS = '05'
               OPEN OUTPUT NOTIFY-QUEUE-FILE
           END-IF.
           IF WS-NOTIFY-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE 'P' TO NQ-STATUS
               MOVE WS-SELF-ID TO NQ-STUDENT-ID
               MOVE WS-NQ-EVENT TO NQ-EVENT-CODE
               MOVE WS-NQ-DATA TO NQ-EVENT-DATA
               MOVE WS-AUDIT-TIMESTAMP TO NQ-TIMESTAMP
               MOVE ZERO TO NQ-RETRY
               WRITE NOTIFY-QUEUE-RECORD
               CLOSE NOTIFY-QUEUE-FILE
           END-IF.

       0900-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS = '05'
               CLOSE SECURITY-LOG-FILE
           END-IF.

      * RECOMPUTES THE STUDENT'S FULL-TIME / PART-TIME LOAD FOR THE
      * TERM JUST CHANGED (PRGS0066 STORES IT AND AUDITS ANY CHANGE).
       7700-UPDATE-LOAD-STATUS.
           MOVE 'C' TO WS-LD-FUNCTION.
           MOVE WS-SELF-ID TO WS-LD-STUDENT-ID.
           MOVE WS-TERM TO WS-LD-TERM.
           MOVE STUDENT-PROGRAM TO WS-LD-PROGRAM.
           MOVE WS-SELF-OPERATOR TO WS-LD-OPERATOR.
           CALL 'PRGS0066' USING WS-LOAD-REQUEST.
           MOVE 'Y' TO WS-LOAD-CALLED.
           IF WS-LD-CHANGED = 'Y'
               EVALUATE WS-LD-STATUS
                   WHEN 'F'
                       DISPLAY 'LOAD FOR ' WS-LD-TERM
                               ' IS NOW FULL-TIME (' WS-LD-CREDITS
                               ' CREDITS)'
                   WHEN 'P'
                       DISPLAY 'LOAD FOR ' WS-LD-TERM
                               ' IS NOW PART-TIME (' WS-LD-CREDITS
                               ' CREDITS)'
                   WHEN OTHER
                       DISPLAY 'LOAD FOR ' WS-LD-TERM
                               ' IS NOW NOT ENROLLED'
               END-EVALUATE
           END-IF.

       3000-TERMINATE.
           IF WS-LOAD-CALLED = 'Y'
               MOVE 'X' TO WS-LD-FUNCTION
               CALL 'PRGS0066' USING WS-LOAD-REQUEST
           END-IF.
           MOVE 'SELF-OFF' TO WS-SEC-EVENT.
           PERFORM 0900-WRITE-SECURITY-LOG.
           CLOSE STUDENT-FILE.
           IF WS-ATTEND-OPEN = 'Y'
               CLOSE ATTEND-EXTRACT-FILE
           END-IF.
           IF WS-RESROOM-OPEN = 'Y'
               CLOSE RESROOM-FILE
           END-IF.
           IF WS-RESASGN-OPEN = 'Y'
               CLOSE RESASGN-FILE
           END-IF.
           IF WS-REG-OPEN = 'Y'
               CLOSE COURSE-FILE
                     STUDENT-AUDIT-FILE
                     ENROLLMENT-HISTORY-FILE
                     STUDENT-JOURNAL-FILE
                     REFUND-FILE
                     WAITLIST-FILE
                     INUSE-FILE
           END-IF.
           IF WS-TERMF-OPEN = 'Y'
               CLOSE TERM-FILE
           END-IF.
           IF WS-REGWIN-OPEN = 'Y'
               CLOSE REGWIN-FILE
           END-IF.
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-FILE
           END-IF.
           IF WS-CLIN-OPEN = 'Y'
               CLOSE CRSATTR-FILE
                     CLINREQ-FILE
                     CLINCOMP-FILE
           END-IF.
