               RECORD KEY IS GP-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT EXAM-REQUEST-FILE ASSIGN TO 'EXAMREQ.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EQ-KEY
               FILE STATUS IS WS-EXAMREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE
           05  FILLER                  PIC X(49).

       FD  CREDENTIALS-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  CREDENTIALS-RECORD.
           05  CRED-OPERATOR-ID          PIC X(8).
           05  CRED-PASSWORD             PIC X(8).
           05  CRED-PWD-DATE             PIC 9(8).
           05  CRED-ROLE                 PIC X.
           05  CRED-INS-ID               PIC X(4).
           05  CRED-CAMPUS               PIC X(4).

       FD  ASSIGN-FILE
           RECORD CONTAINS 10 CHARACTERS.
           05  GP-REQUEST-DATE         PIC 9(8).
           05  GP-LAPSE-DATE           PIC 9(8).

      * DEFERRED AND SUPPLEMENTAL EXAM REQUESTS (PRGC0117).  A
      * REPLACEMENT GRADE IS ONLY TAKEN FOR AN APPROVED REQUEST, AND
      * A SUPPLEMENTAL'S GRADE MAY NOT BE BETTER THAN EQ-GRADE-CAP.
       FD  EXAM-REQUEST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXAM-REQUEST-RECORD.
           05  EQ-KEY.
               10  EQ-STUDENT-ID       PIC 9(6).
               10  EQ-COURSE-CODE      PIC X(4).
               10  EQ-TERM             PIC X(6).
           05  EQ-TYPE                 PIC X.
           05  EQ-REASON               PIC X(30).
           05  EQ-DOC-RECEIVED         PIC X.
           05  EQ-STATUS               PIC X.
           05  EQ-FEE                  PIC 9(4)V99.
           05  EQ-GRADE-CAP            PIC X(2).
           05  EQ-REQUEST-DATE         PIC 9(8).
           05  EQ-DECIDED-BY           PIC X(8).
           05  EQ-DECISION-DATE        PIC 9(8).
           05  EQ-SIT-DATE             PIC 9(8).
           05  EQ-SIT-START            PIC 9(4).
           05  EQ-SIT-END              PIC 9(4).
           05  EQ-NEW-GRADE            PIC X(2).
           05  FILLER                  PIC X(1).

       FD  STUDENT-AUDIT-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  AUDIT-RECORD.
       01  WS-END-OF-CLOSE             PIC X VALUE 'N'.
       01  WS-LAPSE-DAYS               PIC 9(3) VALUE 60.
       01  WS-LAPSE-INTEGER            PIC 9(8) VALUE ZEROES.
       01  WS-EXAMREQ-STATUS           PIC XX VALUE SPACES.
       01  WS-EXAMREQ-OPEN             PIC X VALUE 'N'.
       01  WS-EXAM-REQUEST             PIC X VALUE 'N'.
       01  WS-EXAM-REFUSED             PIC X VALUE 'N'.
       01  WS-GRADE-CAP                PIC X(2) VALUE SPACES.
       01  WS-CAP-OK                   PIC X VALUE 'Y'.
       01  WS-GX                       PIC 9(2) VALUE ZEROES.
       01  WS-ENTRY-RANK               PIC 9(2) VALUE ZEROES.
       01  WS-CAP-RANK                 PIC 9(2) VALUE ZEROES.

       01  WS-GRADE-ORDER.
           05  FILLER                  PIC X(22)
               VALUE 'A A-B+B B-C+C C-D+D F '.
       01  WS-GRADE-ORDER-TABLE REDEFINES WS-GRADE-ORDER.
           05  WS-ORDER-GRADE OCCURS 11 TIMES PIC X(2).

       01  WS-AUDIT-TIMESTAMP.
           05  WS-AUD-DATE.
                       MOVE 'N' TO WS-CONTINUE
                   END-IF
               END-IF
               OPEN I-O EXAM-REQUEST-FILE
               IF WS-EXAMREQ-STATUS = '00'
                   MOVE 'Y' TO WS-EXAMREQ-OPEN
               END-IF
           END-IF.

       2000-PROCESS.
                   DISPLAY 'CURRENT GRADE: ' GR-GRADE
           END-READ.

           PERFORM 2250-CHECK-EXAM-REQUEST.
           IF WS-EXAM-REFUSED = 'Y'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-ACCEPT-GRADE.

           DISPLAY 'CONFIRM GRADE (Y/N)? '.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * A DEFERRED OR SUPPLEMENTAL EXAM REQUEST ON FILE FOR THE
      * COURSE AND TERM MUST BE APPROVED BEFORE ITS REPLACEMENT
      * GRADE IS KEYED.  A DENIED REQUEST LEAVES THE ORIGINAL GRADE,
      * WHICH ONLY A SUPERVISOR MAY STILL CORRECT.
       2250-CHECK-EXAM-REQUEST.
           MOVE 'N' TO WS-EXAM-REQUEST.
           MOVE 'N' TO WS-EXAM-REFUSED.
           MOVE SPACES TO WS-GRADE-CAP.
           IF WS-EXAMREQ-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE STUDENT-ID TO EQ-STUDENT-ID.
           MOVE WS-ENTRY-COURSE TO EQ-COURSE-CODE.
           MOVE WS-ENTRY-TERM TO EQ-TERM.
           READ EXAM-REQUEST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE EQ-STATUS
               WHEN 'P'
                   DISPLAY 'GRADE ENTRY REFUSED - THE '
                           'DEFERRED/SUPPLEMENTAL EXAM REQUEST IS '
                           'NOT YET APPROVED'
                   MOVE 'Y' TO WS-EXAM-REFUSED
               WHEN 'D'
                   IF WS-OPERATOR-ROLE = 'S' OR
                      WS-OPERATOR-ROLE = 'A'
                       DISPLAY 'EXAM REQUEST WAS DENIED - '
                               'SUPERVISOR CORRECTION OF THE '
                               'ORIGINAL GRADE ONLY'
                   ELSE
                       DISPLAY 'GRADE ENTRY REFUSED - THE '
                               'DEFERRED/SUPPLEMENTAL EXAM REQUEST '
                               'WAS DENIED'
                       MOVE 'Y' TO WS-EXAM-REFUSED
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-EXAM-REQUEST
                   IF EQ-TYPE = 'S'
                       MOVE EQ-GRADE-CAP TO WS-GRADE-CAP
                       DISPLAY 'APPROVED SUPPLEMENTAL EXAM - GRADE '
                               'CAPPED AT ' WS-GRADE-CAP
                   ELSE
                       DISPLAY 'APPROVED DEFERRED EXAM OF '
                               EQ-SIT-DATE
                   END-IF
           END-EVALUATE.

       2300-ACCEPT-GRADE.
           DISPLAY 'ENTER GRADE (A/A-/B+/B/B-/C+/C/C-/D+/D/F/I/W): '.
           ACCEPT WS-ENTRY-GRADE.
           IF WS-VALID-GRADE NOT = 'Y'
               DISPLAY 'INVALID GRADE CODE: ' WS-ENTRY-GRADE
               PERFORM 2300-ACCEPT-GRADE
           ELSE
               PERFORM 2320-CHECK-GRADE-CAP
               IF WS-CAP-OK NOT = 'Y'
                   DISPLAY 'A SUPPLEMENTAL EXAM GRADE MUST BE A '
                           'LETTER GRADE NO BETTER THAN '
                           WS-GRADE-CAP
                   PERFORM 2300-ACCEPT-GRADE
               END-IF
           END-IF.

       2310-VALIDATE-GRADE-CODE.
               MOVE 'Y' TO WS-VALID-GRADE
           END-IF.

      * GRADES RANK BEST TO WORST IN WS-GRADE-ORDER; I AND W ARE
      * NOT RANKED AND SO ARE NOT A SUPPLEMENTAL RESULT.
       2320-CHECK-GRADE-CAP.
           MOVE 'Y' TO WS-CAP-OK.
           IF WS-GRADE-CAP NOT = SPACES
               MOVE ZEROES TO WS-ENTRY-RANK
               MOVE ZEROES TO WS-CAP-RANK
               PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 11
                   IF WS-ORDER-GRADE(WS-GX) = WS-ENTRY-GRADE
                       MOVE WS-GX TO WS-ENTRY-RANK
                   END-IF
                   IF WS-ORDER-GRADE(WS-GX) = WS-GRADE-CAP
                       MOVE WS-GX TO WS-CAP-RANK
                   END-IF
               END-PERFORM
               IF WS-ENTRY-RANK = ZEROES OR
                  WS-ENTRY-RANK < WS-CAP-RANK
                   MOVE 'N' TO WS-CAP-OK
               END-IF
           END-IF.

      * ONCE A TERM HAS BEEN THROUGH TERM-END PROCESSING, GRADE
      * CHANGES GO TO THE PENDING QUEUE FOR SUPERVISOR APPROVAL
      * INSTEAD OF UPDATING GRADE.VSAM DIRECTLY.
                   NOT INVALID KEY
                       DISPLAY 'GRADE UPDATED!'
                       PERFORM 2500-WRITE-AUDIT-RECORD
                       PERFORM 2450-MARK-EXAM-REQUEST
               END-REWRITE
           ELSE
               WRITE GRADE-RECORD
                   NOT INVALID KEY
                       DISPLAY 'GRADE RECORDED!'
                       PERFORM 2500-WRITE-AUDIT-RECORD
                       PERFORM 2450-MARK-EXAM-REQUEST
               END-WRITE
           END-IF.

       2450-MARK-EXAM-REQUEST.
           IF WS-EXAM-REQUEST = 'Y'
               MOVE 'G' TO EQ-STATUS
               MOVE WS-ENTRY-GRADE TO EQ-NEW-GRADE
               REWRITE EXAM-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING EXAM REQUEST: '
                               WS-EXAMREQ-STATUS
                   NOT INVALID KEY
                       DISPLAY 'EXAM REQUEST MARKED GRADED'
               END-REWRITE
           END-IF.

       2350-GET-LAPSE-DATE.
           DISPLAY 'ENTER LAPSE DATE FOR INCOMPLETE (YYYYMMDD, '.
           DISPLAY 'OR 0 FOR THE 60-DAY DEFAULT): '.
           IF WS-OPERATOR-ROLE = 'I' AND WS-ASSIGN-STATUS = '00'
               CLOSE ASSIGN-FILE
           END-IF.
           IF WS-EXAMREQ-OPEN = 'Y'
               CLOSE EXAM-REQUEST-FILE
           END-IF.
