       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGU0127.
       AUTHOR. Mohand Kessi.

      * SUSPECTED DUPLICATE PAYMENT REVIEW.  PAYMENT POSTING (PRGP0112)
      * HOLDS ANY PAYMENT OR DEPOSIT THAT REPEATS A RECEIPT NUMBER, OR
      * THE STUDENT, AMOUNT AND DATE OF ONE ALREADY POSTED.  HERE A
      * SUPERVISOR RELEASES IT, AND THE NEXT POSTING RUN POSTS IT, OR
      * REJECTS IT.  EACH DECISION IS LOGGED TO REFAUDIT.LOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYPEND-FILE ASSIGN TO 'PAYPEND.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYPEND-STATUS.

           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

           SELECT REF-AUDIT-FILE ASSIGN TO 'REFAUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PD-STATUS P = PENDING REVIEW, L = RELEASED FOR POSTING,
      *           J = REJECTED, D = RELEASED AND PUT THROUGH POSTING.
       FD  PAYPEND-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  PAYPEND-RECORD.
           05  PD-PAYMENT.
               10  PD-REC-TYPE         PIC X.
               10  PD-STUD-ID          PIC X(6).
               10  PD-TERM             PIC X(6).
               10  PD-AMOUNT           PIC 9(6)V99.
               10  PD-RECEIPT-NO       PIC X(8).
               10  PD-PAY-DATE         PIC X(8).
               10  PD-OPERATOR         PIC X(8).
               10  PD-REASON           PIC X(20).
               10  PD-SESS-CASHIER     PIC X(8).
               10  PD-SESS-DATE        PIC 9(8).
               10  PD-TENDER           PIC X.
           05  PD-DUP-REASON           PIC X(30).
           05  PD-HELD-DATE            PIC X(8).
           05  PD-STATUS               PIC X.
           05  PD-DECIDED-BY           PIC X(8).
           05  PD-DECIDED-DATE         PIC X(8).
           05  PD-POSTED-DATE          PIC X(8).
           05  FILLER                  PIC X(5).

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
       01  WS-PAYPEND-STATUS           PIC XX VALUE SPACES.
       01  WS-CRED-STATUS              PIC XX VALUE SPACES.
       01  WS-REFAUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-OPERATOR-ROLE            PIC X VALUE 'C'.
       01  WS-CRED-EOF                 PIC X VALUE 'N'.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-PENDING-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-RELEASED-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-REJECTED-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-ACTION                   PIC X VALUE SPACES.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-REF-STAMP                PIC X(16) VALUE SPACES.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99.
       01  WS-STATUS-TEXT              PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 0500-CHECK-SUPERVISOR.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           GOBACK.

       0500-CHECK-SUPERVISOR.
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

           IF WS-OPERATOR-ROLE NOT = 'S' AND
              WS-OPERATOR-ROLE NOT = 'A'
               DISPLAY 'DUPLICATE PAYMENT REVIEW REQUIRES A '
                       'SUPERVISOR OPERATOR'
               DISPLAY 'PRESS ENTER TO RETURN TO MENU...'
               ACCEPT WS-CONFIRMATION
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '   SUSPECTED DUPLICATE PAYMENT REVIEW   '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. REVIEW HELD PAYMENTS'.
           DISPLAY '2. LIST HELD PAYMENTS'.
           DISPLAY '3. EXIT'.
           DISPLAY 'ENTER CHOICE (1-3): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2200-REVIEW-HELD
               WHEN 2
                   PERFORM 2300-LIST-HELD
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

      * SEPARATION OF DUTIES: A SUPERVISOR MAY NOT DECIDE A PAYMENT
      * THEY KEYED THEMSELVES.
       2200-REVIEW-HELD.
           MOVE ZEROES TO WS-RELEASED-COUNT.
           MOVE ZEROES TO WS-REJECTED-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN I-O PAYPEND-FILE.
           IF WS-PAYPEND-STATUS NOT = '00'
               DISPLAY 'NO HELD PAYMENTS ON FILE'
               MOVE 'Y' TO WS-END-OF-FILE
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PAYPEND-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PD-STATUS = 'P'
                           PERFORM 2210-REVIEW-ONE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PAYPEND-STATUS = '10' OR WS-PAYPEND-STATUS = '00'
               CLOSE PAYPEND-FILE
           END-IF.
           DISPLAY 'RELEASED THIS SESSION: ' WS-RELEASED-COUNT
                   '  REJECTED THIS SESSION: ' WS-REJECTED-COUNT.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2210-REVIEW-ONE.
           MOVE PD-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY ' '.
           DISPLAY 'STUDENT ' PD-STUD-ID '  TERM ' PD-TERM
                   '  AMOUNT ' WS-AMOUNT-EDIT '  TYPE ' PD-REC-TYPE.
           DISPLAY 'RECEIPT ' PD-RECEIPT-NO '  PAID ' PD-PAY-DATE
                   '  KEYED BY ' PD-OPERATOR.
           DISPLAY 'HELD ' PD-HELD-DATE ' - ' PD-DUP-REASON.

           IF PD-OPERATOR = WS-OPERATOR-ID
               DISPLAY 'KEYED BY YOURSELF - A DIFFERENT '
                       'SUPERVISOR MUST DECIDE'
           ELSE
               DISPLAY 'ACTION: L-RELEASE  J-REJECT  S-SKIP  '
                       'X-STOP: '
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'L'
                   WHEN 'l'
                       MOVE 'L' TO PD-STATUS
                       MOVE WS-OPERATOR-ID TO PD-DECIDED-BY
                       MOVE WS-TODAY-DATE TO PD-DECIDED-DATE
                       REWRITE PAYPEND-RECORD
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE 'DUP-RELEASE' TO RA-ACTION
                       PERFORM 7900-WRITE-REF-AUDIT
                       DISPLAY 'RELEASED - WILL POST ON THE NEXT '
                               'PAYMENT POSTING RUN'
                   WHEN 'J'
                   WHEN 'j'
                       MOVE 'J' TO PD-STATUS
                       MOVE WS-OPERATOR-ID TO PD-DECIDED-BY
                       MOVE WS-TODAY-DATE TO PD-DECIDED-DATE
                       REWRITE PAYPEND-RECORD
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE 'DUP-REJECT' TO RA-ACTION
                       PERFORM 7900-WRITE-REF-AUDIT
                       DISPLAY 'REJECTED - NOT POSTED'
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2300-LIST-HELD.
           MOVE ZEROES TO WS-PENDING-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT PAYPEND-FILE.
           IF WS-PAYPEND-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PAYPEND-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE PD-AMOUNT TO WS-AMOUNT-EDIT
                       EVALUATE PD-STATUS
                           WHEN 'P'
                               MOVE 'PENDING' TO WS-STATUS-TEXT
                           WHEN 'L'
                               MOVE 'RELEASED' TO WS-STATUS-TEXT
                           WHEN 'J'
                               MOVE 'REJECTED' TO WS-STATUS-TEXT
                           WHEN 'D'
                               MOVE 'POSTED' TO WS-STATUS-TEXT
                           WHEN OTHER
                               MOVE PD-STATUS TO WS-STATUS-TEXT
                       END-EVALUATE
                       DISPLAY PD-STUD-ID ' ' PD-TERM ' '
                               WS-AMOUNT-EDIT ' ' PD-RECEIPT-NO ' '
                               PD-PAY-DATE ' ' WS-STATUS-TEXT ' '
                               PD-DECIDED-BY
               END-READ
           END-PERFORM.
           IF WS-PAYPEND-STATUS = '10'
               CLOSE PAYPEND-FILE
           END-IF.
           IF WS-PENDING-COUNT = 0
               DISPLAY '(NO HELD PAYMENTS ON FILE)'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * THE CALLER SETS RA-ACTION.  THE KEY IS THE RECEIPT NUMBER;
      * THE OLD VALUE IS WHY IT WAS HELD, THE NEW VALUE THE PAYMENT.
       7900-WRITE-REF-AUDIT.
           MOVE 'PAYMENT' TO RA-ENTITY.
           MOVE PD-RECEIPT-NO TO RA-ENTITY-KEY.
           MOVE PD-DUP-REASON TO RA-OLD-VALUE.
           MOVE SPACES TO RA-NEW-VALUE.
           STRING PD-STUD-ID ' ' PD-TERM ' ' PD-AMOUNT ' '
                  PD-PAY-DATE
                  DELIMITED BY SIZE
                  INTO RA-NEW-VALUE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-REF-STAMP.
           OPEN EXTEND REF-AUDIT-FILE.
           IF WS-REFAUDIT-STATUS = '05' OR WS-REFAUDIT-STATUS = '35'
               OPEN OUTPUT REF-AUDIT-FILE
           END-IF.
           IF WS-REFAUDIT-STATUS = '00'
               MOVE WS-REF-STAMP TO RA-TIMESTAMP
               MOVE WS-OPERATOR-ID TO RA-OPERATOR
               WRITE REF-AUDIT-RECORD
               CLOSE REF-AUDIT-FILE
           ELSE
               DISPLAY 'ERROR WRITING AUDIT LOG: '
                       WS-REFAUDIT-STATUS
           END-IF.
