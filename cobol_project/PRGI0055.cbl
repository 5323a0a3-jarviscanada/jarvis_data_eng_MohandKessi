               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LETTERQ-STATUS.

           SELECT QUOTA-FILE ASSIGN TO 'QUOTA.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QT-KEY
               FILE STATUS IS WS-QUOTA-STATUS.

           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

           SELECT BATCH-STATE-FILE ASSIGN TO 'BATCH-STATE.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      * APP-DECISION: P=PENDING, O=OFFER MADE, A=ADMITTED (STUDENT
      * RECORD CREATED), D=DECLINED.  APP-OFFER-RESPONSE: BLANK=NOT
      * YET ANSWERED, A=ACCEPTED, D=DECLINED, E=EXPIRED UNANSWERED.
       FD  APPLICANT-FILE
           RECORD CONTAINS 210 CHARACTERS.
       01  APPLICANT-RECORD.
           05  APP-ID                  PIC 9(6).
           05  APP-NAME                PIC X(30).
           05  APP-DECISION            PIC X.
           05  APP-DECISION-DATE       PIC 9(8).
           05  APP-STUDENT-ID          PIC 9(6).
           05  APP-OFFER-DATE          PIC 9(8).
           05  APP-OFFER-DEADLINE      PIC 9(8).
           05  APP-OFFER-RESPONSE      PIC X.
           05  APP-RESPONSE-DATE       PIC 9(8).
           05  APP-DEPOSIT-AMOUNT      PIC 9(5)V99.
           05  APP-DEPOSIT-PAID        PIC 9(5)V99.
           05  APP-DEPOSIT-DATE        PIC 9(8).
           05  APP-DEPOSIT-RECEIPT     PIC X(8).
           05  FILLER                  PIC X(7).

       FD  STUDENT-FILE
           RECORD CONTAINS 180 CHARACTERS.
           05  LQ-START-DATE           PIC 9(8).
           05  LQ-LANG                 PIC X.

       FD  QUOTA-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  QUOTA-RECORD.
           05  QT-KEY.
               10  QT-PROGRAM          PIC X(4).
               10  QT-TERM             PIC X(6).
           05  QT-SEATS                PIC 9(4).
           05  QT-OVER-ALLOW           PIC 9(3).
           05  QT-CLOSE-DATE           PIC 9(8).
           05  QT-UPDATED-BY           PIC X(8).
           05  QT-UPDATED-DATE         PIC 9(8).

       FD  CREDENTIALS-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  CREDENTIALS-RECORD.
           05  CRED-OPERATOR-ID          PIC X(8).
           05  CRED-PASSWORD             PIC X(8).
           05  CRED-FAIL-COUNT           PIC 9.
           05  CRED-LOCKED               PIC X.
           05  CRED-PWD-DATE             PIC 9(8).
           05  CRED-ROLE                 PIC X.
           05  CRED-INS-ID               PIC X(4).
           05  CRED-CAMPUS               PIC X(4).

       FD  BATCH-STATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  BATCH-STATE-RECORD.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
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
       01  WS-APP-ID                   PIC 9(6) VALUE ZEROES.
       01  WS-NEW-STUDENT-ID           PIC 9(6) VALUE ZEROES.
       01  WS-ADMIT-OK                 PIC X VALUE 'Y'.
       01  WS-DOT-COUNT                PIC 9(2) VALUE ZEROES.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-QUOTA-STATUS             PIC XX VALUE SPACES.
       01  WS-QUOTA-OPEN               PIC X VALUE 'N'.
       01  WS-CRED-STATUS              PIC XX VALUE SPACES.
       01  WS-CRED-EOF                 PIC X VALUE 'N'.
       01  WS-OPERATOR-ROLE            PIC X VALUE 'C'.
       01  WS-QUOTA-REASON             PIC X(30) VALUE SPACES.
       01  WS-QUOTA-OFFERS             PIC 9(4) VALUE ZEROES.
       01  WS-QUOTA-LIMIT              PIC 9(5) VALUE ZEROES.
       01  WS-OVR-ANSWER               PIC X VALUE SPACES.
       01  WS-SAVE-APPLICANT           PIC X(210) VALUE SPACES.
       01  WS-SCAN-PROGRAM             PIC X(4) VALUE SPACES.
       01  WS-SCAN-TERM                PIC X(6) VALUE SPACES.
       01  WS-ID-TAKEN                 PIC X VALUE 'N'.
       01  WS-OFFER-DEADLINE           PIC 9(8) VALUE ZEROES.
       01  WS-OFFER-DEPOSIT            PIC 9(5)V99 VALUE ZEROES.
       01  WS-RESPONSE                 PIC X VALUE SPACES.
       01  WS-DEPOSIT-EDIT             PIC ZZ,ZZ9.99.
       01  WS-PAID-EDIT                PIC ZZ,ZZ9.99.

       01  WS-AUDIT-TIMESTAMP.
           05  WS-AUD-DATE.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 0900-CHECK-BATCH-WINDOW.
           PERFORM 0950-GET-OPERATOR-ROLE.
           IF WS-CONTINUE = 'Y'
               PERFORM 1000-INIT
           END-IF.
               CLOSE BATCH-STATE-FILE
           END-IF.

      * ONLY A SUPERVISOR OR ADMINISTRATOR MAY ADMIT PAST A PROGRAM
      * INTAKE QUOTA OR AFTER ITS CLOSE DATE.
       0950-GET-OPERATOR-ROLE.
           MOVE 'C' TO WS-OPERATOR-ROLE.
           MOVE 'N' TO WS-CRED-EOF.
           OPEN INPUT CREDENTIALS-FILE.
           IF WS-CRED-STATUS NOT = '00'
               MOVE 'Y' TO WS-CRED-EOF
           END-IF.
           PERFORM UNTIL WS-CRED-EOF = 'Y'
               READ CREDENTIALS-FILE
                   AT END
                       MOVE 'Y' TO WS-CRED-EOF
                   NOT AT END
                       IF CRED-OPERATOR-ID = WS-OPERATOR-ID
                           MOVE CRED-ROLE TO WS-OPERATOR-ROLE
                           MOVE 'Y' TO WS-CRED-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CRED-STATUS = '00' OR WS-CRED-STATUS = '10'
               CLOSE CREDENTIALS-FILE
           END-IF.

       1000-INIT.
           OPEN I-O APPLICANT-FILE.
           IF WS-APPLICANT-STATUS = '05' OR
                       OPEN OUTPUT LETTER-QUEUE-FILE
                   END-IF
                   PERFORM 1050-OPEN-ENRHIST
                   OPEN INPUT QUOTA-FILE
                   IF WS-QUOTA-STATUS = '00'
                       MOVE 'Y' TO WS-QUOTA-OPEN
                   END-IF

               END-IF
           END-IF.
           DISPLAY ' '.
           DISPLAY '1. ENTER NEW APPLICATION'.
           DISPLAY '2. REVIEW PENDING APPLICATIONS'.
           DISPLAY '3. MAKE AN OFFER'.
           DISPLAY '4. DECLINE AN APPLICANT'.
           DISPLAY '5. RECORD OFFER RESPONSE'.
           DISPLAY '6. ADMIT ACCEPTED AND PAID APPLICANT'.
           DISPLAY '7. EXIT'.
           DISPLAY 'ENTER CHOICE (1-7): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 2
                   PERFORM 2200-REVIEW-PENDING
               WHEN 3
                   PERFORM 2300-MAKE-OFFER
               WHEN 4
                   PERFORM 2400-DECLINE-APPLICANT
               WHEN 5
                   PERFORM 2500-RECORD-RESPONSE
               WHEN 6
                   PERFORM 2600-ADMIT-ACCEPTED
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * AN OFFER RESERVES THE STUDENT ID AND A SEAT IN THE PROGRAM
      * INTAKE.  THE STUDENT RECORD IS ONLY CREATED ONCE THE OFFER
      * IS ACCEPTED AND THE CONFIRMATION DEPOSIT HAS BEEN POSTED.
       2300-MAKE-OFFER.
           DISPLAY 'ENTER APPLICATION ID TO OFFER (OR 0): '.
           ACCEPT WS-APP-ID.
           IF WS-APP-ID = 0
               DISPLAY 'OPERATION CANCELLED'
                           DISPLAY 'APPLICATION ALREADY DECIDED: '
                                   APP-DECISION
                       ELSE
                           PERFORM 2310-OFFER-ONE
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2310-OFFER-ONE.
           MOVE 'Y' TO WS-ADMIT-OK.
           DISPLAY 'APPLICANT: ' APP-NAME.
           DISPLAY 'ENTER STUDENT ID TO RESERVE (6 DIGITS): '.
           ACCEPT WS-NEW-STUDENT-ID.

           MOVE WS-NEW-STUDENT-ID TO STUDENT-ID.
           END-IF.

           IF WS-ADMIT-OK = 'Y'
               PERFORM 2316-SCAN-OFFERS
               IF WS-ID-TAKEN = 'Y'
                   DISPLAY 'STUDENT ID ALREADY RESERVED BY ANOTHER '
                           'OFFER: ' WS-NEW-STUDENT-ID
                   MOVE 'N' TO WS-ADMIT-OK
               END-IF
           END-IF.

           IF WS-ADMIT-OK = 'Y'
               PERFORM 2315-CHECK-QUOTA
           END-IF.

           IF WS-ADMIT-OK = 'Y'
               PERFORM 2318-RECORD-OFFER
           END-IF.

      * NO QUOTA ON FILE FOR THE PROGRAM AND TERM MEANS NO LIMIT.
       2315-CHECK-QUOTA.
           MOVE SPACES TO WS-QUOTA-REASON.
           IF APP-PROGRAM NOT = SPACES AND WS-QUOTA-OPEN = 'Y'
               MOVE APP-PROGRAM TO QT-PROGRAM
               MOVE APP-TERM TO QT-TERM
               READ QUOTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-QUOTA-LIMIT =
                               QT-SEATS + QT-OVER-ALLOW
                       DISPLAY 'INTAKE ' QT-PROGRAM ' ' QT-TERM
                               ': ' WS-QUOTA-OFFERS ' OFFERS OF '
                               QT-SEATS ' SEATS + ' QT-OVER-ALLOW
                       IF WS-QUOTA-OFFERS >= WS-QUOTA-LIMIT
                           MOVE 'INTAKE QUOTA REACHED'
                             TO WS-QUOTA-REASON
                       END-IF
                       IF QT-CLOSE-DATE NOT = ZEROES AND
                          WS-TODAY-DATE > QT-CLOSE-DATE
                           MOVE 'INTAKE CLOSED' TO WS-QUOTA-REASON
                       END-IF
               END-READ
           END-IF.

           IF WS-QUOTA-REASON NOT = SPACES
               DISPLAY WS-QUOTA-REASON ' FOR ' APP-PROGRAM ' '
                       APP-TERM
               IF WS-OPERATOR-ROLE = 'S' OR WS-OPERATOR-ROLE = 'A'
                   DISPLAY 'SUPERVISOR OVERRIDE (Y/N)? '
                   ACCEPT WS-OVR-ANSWER
                   IF WS-OVR-ANSWER = 'Y' OR WS-OVR-ANSWER = 'y'
                       PERFORM 2317-WRITE-QUOTA-OVERRIDE
                   ELSE
                       MOVE 'N' TO WS-ADMIT-OK
                       DISPLAY 'OFFER CANCELLED'
                   END-IF
               ELSE
                   MOVE 'N' TO WS-ADMIT-OK
                   DISPLAY 'OFFER REFUSED - REFER TO A '
                           'SUPERVISOR FOR OVERRIDE'
               END-IF
           END-IF.

      * A SEAT IS HELD BY EVERY CONVERTED APPLICANT AND BY EVERY
      * OFFER NOT DECLINED OR EXPIRED.  THE SAME PASS CHECKS THAT
      * THE STUDENT ID IS NOT RESERVED BY ANOTHER LIVE OFFER.
       2316-SCAN-OFFERS.
           MOVE ZEROES TO WS-QUOTA-OFFERS.
           MOVE 'N' TO WS-ID-TAKEN.
           MOVE APPLICANT-RECORD TO WS-SAVE-APPLICANT.
           MOVE APP-PROGRAM TO WS-SCAN-PROGRAM.
           MOVE APP-TERM TO WS-SCAN-TERM.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE ZEROES TO APP-ID.
           START APPLICANT-FILE KEY IS >= APP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ APPLICANT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF APP-DECISION = 'A' OR
                          (APP-DECISION = 'O' AND
                           APP-OFFER-RESPONSE NOT = 'D' AND
                           APP-OFFER-RESPONSE NOT = 'E')
                           IF APP-PROGRAM = WS-SCAN-PROGRAM AND
                              APP-TERM = WS-SCAN-TERM
                               ADD 1 TO WS-QUOTA-OFFERS
                           END-IF
                           IF APP-STUDENT-ID = WS-NEW-STUDENT-ID
                               MOVE 'Y' TO WS-ID-TAKEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-SAVE-APPLICANT TO APPLICANT-RECORD.
           READ APPLICANT-FILE
               INVALID KEY
                   DISPLAY 'ERROR RE-READING APPLICATION: '
                           WS-APPLICANT-STATUS
                   MOVE 'N' TO WS-ADMIT-OK
           END-READ.

       2317-WRITE-QUOTA-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-NEW-STUDENT-ID TO AUD-STUDENT-ID.
           MOVE 'QUOTA-OVR' TO AUD-FIELD-NAME.
           MOVE WS-QUOTA-REASON TO AUD-OLD-VALUE.
           MOVE SPACES TO AUD-NEW-VALUE.
           STRING 'APP ' APP-ID ' ' APP-PROGRAM ' ' APP-TERM
                  DELIMITED BY SIZE
                  INTO AUD-NEW-VALUE.
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           WRITE AUDIT-RECORD.

       2318-RECORD-OFFER.
           DISPLAY 'ENTER RESPONSE DEADLINE (YYYYMMDD): '.
           ACCEPT WS-OFFER-DEADLINE.
           IF WS-OFFER-DEADLINE NOT > WS-TODAY-DATE
               DISPLAY 'DEADLINE MUST BE AFTER TODAY - OFFER NOT MADE'
           ELSE
               DISPLAY 'ENTER CONFIRMATION DEPOSIT AMOUNT: '
               ACCEPT WS-OFFER-DEPOSIT
               DISPLAY 'OFFER ' APP-ID ' STUDENT ID '
                       WS-NEW-STUDENT-ID ' RESPOND BY '
                       WS-OFFER-DEADLINE
               DISPLAY 'CONFIRM OFFER (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   MOVE 'O' TO APP-DECISION
                   MOVE WS-TODAY-DATE TO APP-DECISION-DATE
                   MOVE WS-NEW-STUDENT-ID TO APP-STUDENT-ID
                   MOVE WS-TODAY-DATE TO APP-OFFER-DATE
                   MOVE WS-OFFER-DEADLINE TO APP-OFFER-DEADLINE
                   MOVE SPACE TO APP-OFFER-RESPONSE
                   MOVE ZEROES TO APP-RESPONSE-DATE
                   MOVE WS-OFFER-DEPOSIT TO APP-DEPOSIT-AMOUNT
                   MOVE ZEROES TO APP-DEPOSIT-PAID
                                  APP-DEPOSIT-DATE
                   MOVE SPACES TO APP-DEPOSIT-RECEIPT
                   REWRITE APPLICANT-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING APPLICATION: '
                                   WS-APPLICANT-STATUS
                       NOT INVALID KEY
                           DISPLAY 'OFFER RECORDED'
                   END-REWRITE
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
           END-IF.

       2320-CREATE-STUDENT.
                       REWRITE ENRHIST-RECORD
                       END-REWRITE
               END-WRITE
               PERFORM 7700-UPDATE-LOAD-STATUS
           END-IF.


           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * AN OFFER PAST ITS DEADLINE CANNOT BE ACCEPTED HERE; THE
      * NIGHTLY EXPIRY RUN MARKS IT EXPIRED AND RELEASES THE SEAT.
       2500-RECORD-RESPONSE.
           DISPLAY 'ENTER APPLICATION ID (OR 0): '.
           ACCEPT WS-APP-ID.
           IF WS-APP-ID = 0
               DISPLAY 'OPERATION CANCELLED'
           ELSE
               MOVE WS-APP-ID TO APP-ID
               READ APPLICANT-FILE
                   INVALID KEY
                       DISPLAY 'APPLICATION NOT FOUND: ' WS-APP-ID
                   NOT INVALID KEY
                       IF APP-DECISION NOT = 'O' OR
                          APP-OFFER-RESPONSE NOT = SPACE
                           DISPLAY 'NO OPEN OFFER ON THIS APPLICATION'
                       ELSE
                           PERFORM 2510-RESPOND-ONE
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2510-RESPOND-ONE.
           MOVE APP-DEPOSIT-AMOUNT TO WS-DEPOSIT-EDIT.
           DISPLAY 'APPLICANT: ' APP-NAME.
           DISPLAY 'OFFERED ' APP-OFFER-DATE '  RESPOND BY '
                   APP-OFFER-DEADLINE '  DEPOSIT ' WS-DEPOSIT-EDIT.
           IF WS-TODAY-DATE > APP-OFFER-DEADLINE
               DISPLAY 'OFFER HAS LAPSED - RESPONSE NOT RECORDED'
           ELSE
               DISPLAY 'RESPONSE (A=ACCEPT, D=DECLINE): '
               ACCEPT WS-RESPONSE
               IF WS-RESPONSE = 'a'
                   MOVE 'A' TO WS-RESPONSE
               END-IF
               IF WS-RESPONSE = 'd'
                   MOVE 'D' TO WS-RESPONSE
               END-IF
               IF WS-RESPONSE NOT = 'A' AND WS-RESPONSE NOT = 'D'
                   DISPLAY 'INVALID RESPONSE - NOT RECORDED'
               ELSE
                   MOVE WS-RESPONSE TO APP-OFFER-RESPONSE
                   MOVE WS-TODAY-DATE TO APP-RESPONSE-DATE
                   REWRITE APPLICANT-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING APPLICATION: '
                                   WS-APPLICANT-STATUS
                       NOT INVALID KEY
                           IF WS-RESPONSE = 'A'
                               DISPLAY 'OFFER ACCEPTED - AWAITING '
                                       'DEPOSIT'
                           ELSE
                               DISPLAY 'OFFER DECLINED - SEAT '
                                       'RELEASED'
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.

       2600-ADMIT-ACCEPTED.
           DISPLAY 'ENTER APPLICATION ID TO ADMIT (OR 0): '.
           ACCEPT WS-APP-ID.
           IF WS-APP-ID = 0
               DISPLAY 'OPERATION CANCELLED'
           ELSE
               MOVE WS-APP-ID TO APP-ID
               READ APPLICANT-FILE
                   INVALID KEY
                       DISPLAY 'APPLICATION NOT FOUND: ' WS-APP-ID
                   NOT INVALID KEY
                       IF APP-DECISION NOT = 'O' OR
                          APP-OFFER-RESPONSE NOT = 'A'
                           DISPLAY 'OFFER NOT ACCEPTED: '
                                   APP-DECISION ' '
                                   APP-OFFER-RESPONSE
                       ELSE
                           PERFORM 2610-ADMIT-ONE
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2610-ADMIT-ONE.
           MOVE 'Y' TO WS-ADMIT-OK.
           MOVE APP-STUDENT-ID TO WS-NEW-STUDENT-ID.
           DISPLAY 'APPLICANT: ' APP-NAME.
           IF APP-DEPOSIT-PAID < APP-DEPOSIT-AMOUNT
               MOVE APP-DEPOSIT-AMOUNT TO WS-DEPOSIT-EDIT
               MOVE APP-DEPOSIT-PAID TO WS-PAID-EDIT
               DISPLAY 'DEPOSIT NOT RECEIVED - DUE ' WS-DEPOSIT-EDIT
                       '  POSTED ' WS-PAID-EDIT
               MOVE 'N' TO WS-ADMIT-OK
           END-IF.

           IF WS-ADMIT-OK = 'Y'
               MOVE WS-NEW-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'RESERVED STUDENT ID NOW IN USE: '
                               WS-NEW-STUDENT-ID
                       MOVE 'N' TO WS-ADMIT-OK
               END-READ
           END-IF.

           IF WS-ADMIT-OK = 'Y'
               MOVE APP-COURSE TO COURSE-CODE
               READ COURSE-FILE
                   INVALID KEY
                       DISPLAY 'INTENDED COURSE NO LONGER ON FILE: '
                               APP-COURSE
                       MOVE 'N' TO WS-ADMIT-OK
                   NOT INVALID KEY
                       IF COURSE-STATUS = 'I'
                           DISPLAY 'INTENDED COURSE RETIRED: '
                                   APP-COURSE
                           MOVE 'N' TO WS-ADMIT-OK
                       END-IF
               END-READ
           END-IF.

           IF WS-ADMIT-OK = 'Y'
               MOVE 'N' TO WS-COURSE-FULL
               IF COURSE-ENROLLED >= COURSE-CAPACITY
                   MOVE 'Y' TO WS-COURSE-FULL
                   DISPLAY 'COURSE ' APP-COURSE ' IS FULL - '
                           'ADMIT ANYWAY (Y/N)? '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION NOT = 'Y' AND
                      WS-CONFIRMATION NOT = 'y'
                       MOVE 'N' TO WS-ADMIT-OK
                       DISPLAY 'ADMISSION CANCELLED'
                   END-IF
               END-IF
           END-IF.

           IF WS-ADMIT-OK = 'Y'
               PERFORM 2320-CREATE-STUDENT
           END-IF.

      * RECOMPUTES THE STUDENT'S FULL-TIME / PART-TIME LOAD FOR THE
      * TERM JUST CHANGED (PRGS0066 STORES IT AND AUDITS ANY CHANGE).
       7700-UPDATE-LOAD-STATUS.
           MOVE 'C' TO WS-LD-FUNCTION.
           MOVE STUDENT-ID TO WS-LD-STUDENT-ID.
           MOVE APP-TERM TO WS-LD-TERM.
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
           CLOSE APPLICANT-FILE
                 STUDENT-FILE
                 COURSE-FILE
           IF WS-ENRHIST-OPEN = 'Y'
               CLOSE ENRHIST-FILE
           END-IF.
           IF WS-QUOTA-OPEN = 'Y'
               CLOSE QUOTA-FILE
           END-IF.
