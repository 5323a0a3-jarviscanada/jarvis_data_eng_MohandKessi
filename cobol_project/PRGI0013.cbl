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
           05  WL-DATE                 PIC 9(8).

       FD  SECTION-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  SECTION-RECORD.
           05  SEC-KEY.
               10  SEC-COURSE-CODE     PIC X(4).
           05  SEC-START-TIME          PIC 9(4).
           05  SEC-END-TIME            PIC 9(4).
           05  SEC-ROOM                PIC X(6).
           05  SEC-CAMPUS              PIC X(4).


       FD  STUDENT-JOURNAL-FILE
           05  EH-DATE                 PIC 9(8).

       FD  TERM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  TERM-RECORD.
           05  TM-TERM                 PIC X(6).
           05  TM-START-DATE           PIC 9(8).
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

       WORKING-STORAGE SECTION.
       01  WS-CRSATTR-STATUS           PIC XX VALUE SPACES.
       01  WS-CLINREQ-STATUS           PIC XX VALUE SPACES.
       01  WS-CLINCOMP-STATUS          PIC XX VALUE SPACES.
       01  WS-CLIN-OPEN                PIC X VALUE 'N'.
       01  WS-CLINICAL-OK              PIC X VALUE 'Y'.
       01  WS-CLIN-TERM                PIC X(6) VALUE SPACES.
       01  WS-CLIN-COURSE              PIC X(4) VALUE SPACES.
       01  WS-CLIN-CUTOFF              PIC 9(8) VALUE ZEROES.
       01  WS-CLIN-END-OF-REQS         PIC X VALUE 'N'.
       01  WS-ENRHIST-STATUS           PIC XX VALUE SPACES.
       01  WS-ENRHIST-OPEN             PIC X VALUE 'N'.
       01  WS-TERMF-STATUS             PIC XX VALUE SPACES.
       01  WS-TERMF-OPEN               PIC X VALUE 'N'.
       01  WS-REGWIN-STATUS            PIC XX VALUE SPACES.
       01  WS-REGWIN-OPEN              PIC X VALUE 'N'.
       01  WS-WINDOW-OPEN              PIC X VALUE 'Y'.
       01  WS-NOW-TIME                 PIC 9(4) VALUE ZEROES.
       01  WS-TERM-OK                  PIC X VALUE 'N'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-HOLD-STATUS              PIC XX VALUE SPACES.
       01  WS-ENROLLED-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-COURSE-FULL              PIC X VALUE 'N'.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
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
       01  WS-RUN-MODE                 PIC 9 VALUE 1.
       01  WS-SAVED-STUDENT-ID         PIC 9(6) VALUE ZEROES.
       01  WS-WAITLIST-STATUS          PIC XX VALUE SPACES.
                           PERFORM 1061-OPEN-ENRHIST
                           PERFORM 1062-OPEN-TERMS
                           PERFORM 1065-OPEN-HOLDS
                           PERFORM 1066-OPEN-CLINICAL
                           PERFORM 1070-OPEN-WAITLIST
                           PERFORM 1080-OPEN-JOURNAL
                           PERFORM 1090-OPEN-INUSE
               DISPLAY 'TERM MASTER NOT ON FILE - TERM VALIDATION '
                       'SKIPPED'
           END-IF.
           OPEN INPUT REGWIN-FILE.
           IF WS-REGWIN-STATUS = '00'
               MOVE 'Y' TO WS-REGWIN-OPEN
           END-IF.

       1065-OPEN-HOLDS.
           OPEN INPUT HOLD-FILE.
               END-IF
           END-IF.

      * CLINICAL PLACEMENT CHECKING APPLIES ONLY ONCE ALL THREE
      * FILES EXIST - UNTIL THEN NO COURSE IS TREATED AS CLINICAL.
       1066-OPEN-CLINICAL.
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

       1070-OPEN-WAITLIST.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = '05' OR WS-WAITLIST-STATUS = '35'
                           MOVE SPACES TO WS-NEW-DAYS
                           PERFORM 2157-SELECT-SECTION
                           PERFORM 2170-GET-TERM
                           IF WS-TERM-OK = 'Y'
                               PERFORM 2177-CHECK-REG-WINDOW
                           END-IF
                           IF WS-TERM-OK = 'Y' AND
                              WS-NEW-DAYS NOT = SPACES
                               PERFORM 2185-CHECK-TIMETABLE-CLASH
                           END-IF
                           IF WS-TERM-OK = 'Y'
                               MOVE WS-TERM TO WS-CLIN-TERM
                               MOVE WS-NEW-COURSE TO WS-CLIN-COURSE
                               PERFORM 2165-CHECK-CLINICAL
                               IF WS-CLINICAL-OK NOT = 'Y'
                                   DISPLAY 'ENROLLMENT REFUSED - '
                                           'CLINICAL PLACEMENT '
                                           'REQUIREMENTS NOT MET'
                                   MOVE 'N' TO WS-TERM-OK
                               END-IF
                           END-IF
                           IF WS-TERM-OK = 'Y'
                               PERFORM 2300-CONFIRM-AND-ENROLL
                           ELSE
               END-IF
           END-IF.

      * A CLINICAL COURSE NEEDS EVERY ACTIVE REQUIREMENT OF THE
      * STUDENT'S PROGRAM ON FILE AND STILL CURRENT ON THE LAST DAY
      * OF THE TERM.  THERE IS NO OVERRIDE - THE DOCUMENT MUST BE
      * RECORDED FIRST (PRGC0111).
       2165-CHECK-CLINICAL.
           MOVE 'Y' TO WS-CLINICAL-OK.
           IF WS-CLIN-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLIN-COURSE TO CA-COURSE-CODE.
           READ CRSATTR-FILE
               INVALID KEY
                   MOVE 'N' TO CA-CLINICAL
           END-READ.
           IF CA-CLINICAL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TODAY-DATE TO WS-CLIN-CUTOFF.
           IF WS-TERMF-OPEN = 'Y'
               MOVE WS-CLIN-TERM TO TM-TERM
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
                               PERFORM 2166-CHECK-ONE-REQUIREMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2166-CHECK-ONE-REQUIREMENT.
           MOVE STUDENT-ID TO CC-STUDENT-ID.
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

       2176-CHECK-TERM-BATCH.
           MOVE 'N' TO WS-TERM-OK.
           IF WS-TERMF-OPEN NOT = 'Y'
               END-READ
           END-IF.

      * REGISTRATION BEFORE THE STUDENT'S WINDOW OPENS NEEDS A
      * SUPERVISOR OVERRIDE, AUDITED AS WINDOW-OVR.  THE PARM FILE
      * RUN HAS NO OVERRIDE.  NO WINDOW FOR THE TERM MEANS NO
      * RESTRICTION.
       2177-CHECK-REG-WINDOW.
           MOVE 'Y' TO WS-WINDOW-OPEN.
           IF WS-REGWIN-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TERM TO RW-TERM.
           MOVE WS-SAVED-STUDENT-ID TO RW-STUDENT-ID.
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
           IF WS-WINDOW-OPEN = 'Y' OR WS-RUN-MODE = 2
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'REGISTRATION WINDOW FOR ' WS-TERM ' OPENS '
                   RW-OPEN-DATE ' AT ' RW-OPEN-TIME.
           DISPLAY 'SUPERVISOR OVERRIDE (Y/N)? '.
           ACCEPT WS-OVR-ANSWER.
           IF WS-OVR-ANSWER = 'Y' OR WS-OVR-ANSWER = 'y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-SAVED-STUDENT-ID TO AUD-STUDENT-ID
               MOVE 'WINDOW-OVR' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               STRING 'OPENS ' RW-OPEN-DATE ' ' RW-OPEN-TIME
                      DELIMITED BY SIZE
                      INTO AUD-OLD-VALUE
               MOVE WS-TERM TO AUD-NEW-VALUE
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
               MOVE 'Y' TO WS-WINDOW-OPEN
           ELSE
               MOVE 'N' TO WS-TERM-OK
           END-IF.

       2178-WRITE-TERM-OVR-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-SAVED-STUDENT-ID TO AUD-STUDENT-ID.
       2550-BATCH-ENROLL.
           MOVE SPACES TO WS-SECTION.
           PERFORM 2176-CHECK-TERM-BATCH.
           IF WS-TERM-OK = 'Y'
               MOVE PARM-TERM TO WS-TERM
               PERFORM 2177-CHECK-REG-WINDOW
           END-IF.
           IF WS-TERM-OK NOT = 'Y'
               DISPLAY 'SKIPPED, TERM NOT OPEN FOR ENROLLMENT: '
                       PARM-TERM ' FOR ID: ' PARM-STUDENT-ID
           ELSE
           IF WS-WINDOW-OPEN NOT = 'Y'
               DISPLAY 'SKIPPED, REGISTRATION WINDOW NOT OPEN UNTIL '
                       RW-OPEN-DATE ' FOR ID: ' PARM-STUDENT-ID
           ELSE
               MOVE PARM-TERM TO WS-CLIN-TERM
               MOVE PARM-COURSE-CODE TO WS-CLIN-COURSE
               PERFORM 2165-CHECK-CLINICAL
               IF WS-CLINICAL-OK NOT = 'Y'
                   DISPLAY 'SKIPPED, CLINICAL REQUIREMENTS NOT MET '
                           'FOR ' PARM-COURSE-CODE ' FOR ID: '
                           PARM-STUDENT-ID
               ELSE
                   PERFORM 2560-BATCH-ENROLL-COURSE
               END-IF
           END-IF
           END-IF.

       2560-BATCH-ENROLL-COURSE.
                       REWRITE ENRHIST-RECORD
                       END-REWRITE
               END-WRITE
               PERFORM 7700-UPDATE-LOAD-STATUS
           END-IF.


      * RECOMPUTES THE STUDENT'S FULL-TIME / PART-TIME LOAD FOR THE
      * TERM JUST CHANGED (PRGS0066 STORES IT AND AUDITS ANY CHANGE).
       7700-UPDATE-LOAD-STATUS.
           MOVE 'C' TO WS-LD-FUNCTION.
           MOVE STUDENT-ID TO WS-LD-STUDENT-ID.
           MOVE WS-TERM TO WS-LD-TERM.
           MOVE STUDENT-PROGRAM TO WS-LD-PROGRAM.
           MOVE WS-OPERATOR-ID TO WS-LD-OPERATOR.
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
           CLOSE STUDENT-FILE
                 COURSE-FILE
                 STUDENT-AUDIT-FILE
           IF WS-TERMF-OPEN = 'Y'
               CLOSE TERM-FILE
           END-IF.
           IF WS-REGWIN-OPEN = 'Y'
               CLOSE REGWIN-FILE
           END-IF.
           IF WS-ENRHIST-OPEN = 'Y'
               CLOSE ENRHIST-FILE
           END-IF.
           IF WS-CLIN-OPEN = 'Y'
               CLOSE CRSATTR-FILE
                     CLINREQ-FILE
                     CLINCOMP-FILE
           END-IF.
           IF WS-RUN-MODE = 2 AND WS-PARM-STATUS = '00'
               CLOSE PARM-FILE
           END-IF.
