               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CASHSESS-STATUS.
           SELECT APPLICANT-FILE ASSIGN TO 'APPLICANT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APP-ID
               FILE STATUS IS WS-APPLICANT-STATUS.
           SELECT CREDIT-FILE ASSIGN TO 'CREDITBAL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT CREDITGL-FILE ASSIGN TO 'CREDITGL.DAT'
               FILE STATUS IS WS-CREDITGL-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO 'RECEIPTREG.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-RECEIPT-NO
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT PAYPEND-FILE ASSIGN TO 'PAYPEND.DAT'
               FILE STATUS IS WS-PAYPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 CS-COUNTED-CASH     PIC 9(08)V99.
          05 CS-COUNTED-CHEQUE   PIC 9(08)V99.
          05 CS-COUNTED-CARD     PIC 9(08)V99.
          05 CS-CAMPUS           PIC X(04).
          05 FILLER              PIC X(08).

      * A 'D' PAYMENT RECORD IS AN ADMISSION CONFIRMATION DEPOSIT.
      * P-STUD-ID CARRIES THE APPLICATION ID; THE DEPOSIT IS CREDITED
      * TO THE STUDENT ID RESERVED WITH THE OFFER FOR THE APP-TERM.
       FD APPLICANT-FILE
           RECORD CONTAINS 210 CHARACTERS.
       01 APPLICANT-RECORD.
          05 APP-ID              PIC 9(06).
          05 FILLER              PIC X(113).
          05 APP-TERM            PIC X(06).
          05 APP-DATE            PIC 9(08).
          05 APP-DECISION        PIC X(01).
          05 APP-DECISION-DATE   PIC 9(08).
          05 APP-STUDENT-ID      PIC 9(06).
          05 APP-OFFER-DATE      PIC 9(08).
          05 APP-OFFER-DEADLINE  PIC 9(08).
          05 APP-OFFER-RESPONSE  PIC X(01).
          05 APP-RESPONSE-DATE   PIC 9(08).
          05 APP-DEPOSIT-AMOUNT  PIC 9(05)V99.
          05 APP-DEPOSIT-PAID    PIC 9(05)V99.
          05 APP-DEPOSIT-DATE    PIC 9(08).
          05 APP-DEPOSIT-RECEIPT PIC X(08).
          05 FILLER              PIC X(07).

      * UNAPPLIED CREDIT: MONEY RECEIVED WITH NO BILL TO TAKE IT, OR
      * MORE THAN THE BILL OWED, HELD PER STUDENT AND SOURCE RECEIPT
      * UNTIL THE TUITION ASSESSMENT RUN APPLIES IT TO A NEW CHARGE.
       FD CREDIT-FILE.
       01 CREDIT-RECORD.
          05 CB-KEY.
             10 CB-STUD-ID        PIC X(06).
             10 CB-RECEIPT-NO     PIC X(08).
          05 CB-RECEIVED-DATE     PIC 9(08).
          05 CB-SOURCE-TERM       PIC X(06).
          05 CB-ORIG-AMOUNT       PIC 9(06)V99.
          05 CB-AVAILABLE         PIC 9(06)V99.
          05 CB-APPLIED-TERM      PIC X(06).
          05 CB-APPLIED-AMOUNT    PIC 9(06)V99.
          05 CB-APPLIED-DATE      PIC 9(08).
          05 FILLER               PIC X(10).

      * CG-TYPE U = CASH HELD AS UNAPPLIED CREDIT,
      *         A = CREDIT APPLIED TO A NEW CHARGE.
       FD CREDITGL-FILE.
       01 CREDITGL-RECORD.
          05 CG-STUD-ID       PIC X(06).
          05 CG-TERM          PIC X(06).
          05 CG-TYPE          PIC X(01).
          05 CG-AMOUNT        PIC 9(06)V99.
          05 CG-DATE          PIC X(08).
          05 CG-RECEIPT-NO    PIC X(08).

      * EVERY RECEIPT NUMBER POSTED, SO A RE-KEYED RECEIPT IS SEEN
      * AGAIN.  CASHIER RECEIPT NUMBERS COME ROUND AGAIN EACH YEAR,
      * SO A USE OLDER THAN WS-RECEIPT-REUSE-DAYS DOES NOT COUNT.
       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
          05 RG-RECEIPT-NO    PIC X(08).
          05 RG-STUD-ID       PIC X(06).
          05 RG-TERM          PIC X(06).
          05 RG-AMOUNT        PIC 9(06)V99.
          05 RG-PAY-DATE      PIC X(08).
          05 RG-TYPE          PIC X(01).
          05 RG-POSTED-DATE   PIC X(08).
          05 FILLER           PIC X(05).

      * SUSPECTED DUPLICATES HELD FOR SUPERVISOR REVIEW (PRGU0127).
      * PD-PAYMENT IS THE FEED RECORD AS RECEIVED.
      * PD-STATUS P = PENDING REVIEW, L = RELEASED FOR POSTING,
      *           J = REJECTED, D = RELEASED AND PUT THROUGH POSTING.
       FD PAYPEND-FILE.
       01 PAYPEND-RECORD.
          05 PD-PAYMENT       PIC X(82).
          05 PD-DUP-REASON    PIC X(30).
          05 PD-HELD-DATE     PIC X(08).
          05 PD-STATUS        PIC X(01).
          05 PD-DECIDED-BY    PIC X(08).
          05 PD-DECIDED-DATE  PIC X(08).
          05 PD-POSTED-DATE   PIC X(08).
          05 FILLER           PIC X(05).

       FD NOTIFY-QUEUE-FILE.
       01 NOTIFY-QUEUE-RECORD.
       01 WS-PAYHIST-STATUS  PIC XX VALUE SPACES.
       01 WS-CASHSESS-OPEN   PIC X VALUE 'N'.
       01 WS-NO-SESSION-COUNT PIC 9(06) VALUE ZERO.
       01 WS-APPLICANT-STATUS PIC XX VALUE SPACES.
       01 WS-APPLICANT-OPEN  PIC X VALUE 'N'.
       01 WS-APP-ID-IN       PIC X(06) VALUE SPACES.
       01 WS-DEPOSIT-COUNT   PIC 9(06) VALUE ZERO.
       01 WS-DEPOSIT-AMOUNT  PIC 9(08)V99 VALUE ZERO.
       01 WS-CREDIT-STATUS   PIC XX VALUE SPACES.
       01 WS-CREDIT-OPEN     PIC X VALUE 'N'.
       01 WS-CREDITGL-STATUS PIC XX VALUE SPACES.
       01 WS-OPEN-BALANCE    PIC S9(06)V99 VALUE ZERO.
       01 WS-APPLY-AMOUNT    PIC 9(06)V99 VALUE ZERO.
       01 WS-EXCESS-AMOUNT   PIC 9(06)V99 VALUE ZERO.
       01 WS-BILL-FOUND      PIC X VALUE 'N'.
       01 WS-HELD-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-HELD-AMOUNT     PIC 9(08)V99 VALUE ZERO.
       01 WS-REVERSED-COUNT  PIC 9(06) VALUE ZERO.
       01 WS-REVERSED-AMOUNT PIC 9(08)V99 VALUE ZERO.
       01 WS-TRAILER-COUNT   PIC 9(06) VALUE ZERO.
       01 WS-PROGRAM-ID      PIC X(08) VALUE 'PRGP0112'.
       01 WS-ERROR-TEXT      PIC X(20).
       01 WS-SQLCODE-DISPLAY PIC S9(04).
       01 WS-LEDGER-ENTRY.
          05 WS-LG-STUD-ID      PIC X(06).
          05 WS-LG-TERM         PIC X(06).
          05 WS-LG-DATE         PIC X(08).
          05 WS-LG-TYPE         PIC X(02).
          05 WS-LG-DUE-AMT      PIC S9(06)V99.
          05 WS-LG-PAID-AMT     PIC S9(06)V99.
          05 WS-LG-WROFF-AMT    PIC S9(06)V99.
          05 WS-LG-REFERENCE    PIC X(15).
          05 WS-LG-OPERATOR     PIC X(08).
          05 WS-LG-PROGRAM      PIC X(08).
       01 WS-LEDGER-SQLCODE     PIC S9(04).
       01 WS-RECEIPT-STATUS  PIC XX VALUE SPACES.
       01 WS-RECEIPT-OPEN    PIC X VALUE 'N'.
       01 WS-PAYPEND-STATUS  PIC XX VALUE SPACES.
       01 WS-PAYPEND-EOF     PIC X VALUE 'N'.
       01 WS-PAYMENT-IMAGE   PIC X(82) VALUE SPACES.
       01 WS-RELEASE-PASS    PIC X VALUE 'N'.
       01 WS-DUPLICATE-FLAG  PIC X VALUE 'N'.
       01 WS-DUP-REASON      PIC X(30) VALUE SPACES.
       01 WS-DUP-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-DUP-AMOUNT      PIC 9(08)V99 VALUE ZERO.
       01 WS-HOLD-ERROR-COUNT PIC 9(06) VALUE ZERO.
       01 WS-RELEASED-COUNT  PIC 9(06) VALUE ZERO.
       01 WS-RELEASED-AMOUNT PIC 9(08)V99 VALUE ZERO.
       01 WS-RECEIPT-REUSE-DAYS PIC 9(03) VALUE 300.
       01 WS-RECENT-DAYS     PIC 9(03) VALUE 045.
       01 WS-RECENT-FROM     PIC X(08) VALUE SPACES.
       01 WS-RECENT-FROM-N REDEFINES WS-RECENT-FROM PIC 9(08).
       01 WS-DAYS-APART      PIC S9(07) VALUE ZERO.
       01 WS-RECENT-MAX      PIC 9(05) VALUE 5000.
       01 WS-RECENT-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-RECENT-FULL     PIC X VALUE 'N'.
       01 WS-RX              PIC 9(05) VALUE ZERO.
       01 WS-RECENT-TABLE.
          05 WS-RECENT-ENTRY OCCURS 5000 TIMES.
             10 WS-RC-STUD-ID    PIC X(06).
             10 WS-RC-AMOUNT     PIC 9(06)V99.
             10 WS-RC-PAY-DATE   PIC X(08).

       EXEC SQL INCLUDE SQLCA END-EXEC.

               MOVE 'Y' TO WS-CASHSESS-OPEN
           END-IF

           OPEN I-O APPLICANT-FILE
           IF WS-APPLICANT-STATUS = '00'
               MOVE 'Y' TO WS-APPLICANT-OPEN
           END-IF

           OPEN I-O CREDIT-FILE
           IF WS-CREDIT-STATUS = '05' OR WS-CREDIT-STATUS = '35'
               CLOSE CREDIT-FILE
               OPEN OUTPUT CREDIT-FILE
               CLOSE CREDIT-FILE
               OPEN I-O CREDIT-FILE
           END-IF
           IF WS-CREDIT-STATUS = '00'
               MOVE 'Y' TO WS-CREDIT-OPEN
           END-IF

           OPEN I-O RECEIPT-FILE
           IF WS-RECEIPT-STATUS = '05' OR WS-RECEIPT-STATUS = '35'
               CLOSE RECEIPT-FILE
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
               OPEN I-O RECEIPT-FILE
           END-IF
           IF WS-RECEIPT-STATUS = '00'
               MOVE 'Y' TO WS-RECEIPT-OPEN
           ELSE
               DISPLAY 'PRGP0112 RECEIPT REGISTER NOT OPENED: '
                       WS-RECEIPT-STATUS
           END-IF

           PERFORM LOAD-RECENT-PAYMENTS
           PERFORM WRITE-HEADERS
           PERFORM POST-RELEASED-ITEMS

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYMENT-FILE
                        WHEN 'H'
                          CONTINUE
                        WHEN 'T'
      * THE FEED MAY CARRY SEVERAL BATCHES (CASHIER KEYING, BANK
      * REMITTANCE IMPORT, SUSPENSE CLEARING), EACH WITH ITS OWN
      * HEADER AND TRAILER, SO THE TRAILER COUNTS ARE SUMMED.
                          COMPUTE WS-TRAILER-COUNT = WS-TRAILER-COUNT
                                + FUNCTION NUMVAL(P-STUD-ID)
                        WHEN OTHER
                          MOVE PAYMENT-RECORD TO WS-PAYMENT-IMAGE
                          PERFORM POST-PAYMENT-ITEM
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-RATE-OPEN = 'Y'
               CLOSE RATE-FILE
           END-IF
           IF WS-APPLICANT-OPEN = 'Y'
               CLOSE APPLICANT-FILE
           END-IF
           IF WS-CREDIT-OPEN = 'Y'
               CLOSE CREDIT-FILE
           END-IF
           IF WS-RECEIPT-OPEN = 'Y'
               CLOSE RECEIPT-FILE
           END-IF
           IF WS-RECENT-FULL = 'Y'
               DISPLAY 'PRGP0112 RECENT PAYMENT TABLE FULL AT '
                       WS-RECENT-MAX ' - OLDER ITEMS NOT CHECKED'
           END-IF
           IF WS-DUP-COUNT > ZERO
               DISPLAY 'PRGP0112 SUSPECTED DUPLICATES HELD FOR '
                       'REVIEW: ' WS-DUP-COUNT
           END-IF
           IF WS-CASHSESS-OPEN = 'Y'
               CLOSE CASHSESS-FILE
               IF WS-NO-SESSION-COUNT > ZERO
                       WS-PROCESSED-COUNT
           END-IF

           IF WS-HOLD-ERROR-COUNT > ZERO
               DISPLAY 'PRGP0112 DUPLICATES REJECTED - HOLD FILE '
                       'ERROR: ' WS-HOLD-ERROR-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * A REVERSAL IS NEVER HELD.  A PAYMENT OR DEPOSIT IS CHECKED
      * FOR A DUPLICATE ONCE IT HAS PASSED VALIDATION, UNLESS IT IS
      * ONE A SUPERVISOR HAS ALREADY RELEASED.
       POST-PAYMENT-ITEM.
           EVALUATE P-REC-TYPE
            WHEN 'R'
              PERFORM VALIDATE-PAYMENT
              IF WS-VALID-FLAG = 'Y'
                  PERFORM REVERSE-PAYMENT
              ELSE
                  PERFORM WRITE-PAY-REJECT
              END-IF
            WHEN 'D'
              PERFORM VALIDATE-PAYMENT
              IF WS-VALID-FLAG = 'Y'
                  PERFORM VALIDATE-DEPOSIT
              END-IF
              IF WS-VALID-FLAG = 'Y'
                  PERFORM CHECK-DUPLICATE
                  IF WS-DUPLICATE-FLAG = 'Y'
                      PERFORM HOLD-DUPLICATE
                  ELSE
                      PERFORM APPLY-DEPOSIT
                  END-IF
              ELSE
                  PERFORM WRITE-PAY-REJECT
              END-IF
            WHEN OTHER
              PERFORM VALIDATE-PAYMENT
              IF WS-VALID-FLAG = 'Y'
                  PERFORM CHECK-DUPLICATE
                  IF WS-DUPLICATE-FLAG = 'Y'
                      PERFORM HOLD-DUPLICATE
                  ELSE
                      PERFORM APPLY-PAYMENT
                  END-IF
              ELSE
                  PERFORM WRITE-PAY-REJECT
              END-IF
           END-EVALUATE.

      * THE SAME RECEIPT NUMBER USED AGAIN WITHIN THE REUSE WINDOW,
      * OR THE SAME STUDENT, AMOUNT AND PAYMENT DATE AS A PAYMENT OR
      * DEPOSIT ALREADY POSTED (EARLIER CYCLES FROM PAYHIST, THIS RUN
      * FROM THE TABLE AS IT IS POSTED), MARKS A SUSPECTED DUPLICATE.
       CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUPLICATE-FLAG
           MOVE SPACES TO WS-DUP-REASON
           IF WS-RELEASE-PASS = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-RECEIPT-OPEN = 'Y' AND P-RECEIPT-NO NOT = SPACES
               MOVE P-RECEIPT-NO TO RG-RECEIPT-NO
               READ RECEIPT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-RECEIPT-AGE
               END-READ
           END-IF

           IF WS-DUPLICATE-FLAG = 'N'
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RECENT-COUNT
                          OR WS-DUPLICATE-FLAG = 'Y'
                   IF WS-RC-STUD-ID(WS-RX) = P-STUD-ID AND
                      WS-RC-AMOUNT(WS-RX) = P-AMOUNT AND
                      WS-RC-PAY-DATE(WS-RX) = P-PAY-DATE
                       MOVE 'Y' TO WS-DUPLICATE-FLAG
                       MOVE 'SAME STUDENT/AMOUNT/DATE'
                         TO WS-DUP-REASON
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-RECEIPT-AGE.
           MOVE 999 TO WS-DAYS-APART
           IF RG-PAY-DATE NUMERIC
               COMPUTE WS-DAYS-APART =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(P-PAY-DATE))
                 - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(RG-PAY-DATE))
           END-IF
           IF WS-DAYS-APART < 0
               COMPUTE WS-DAYS-APART = 0 - WS-DAYS-APART
           END-IF
           IF WS-DAYS-APART <= WS-RECEIPT-REUSE-DAYS
               MOVE 'Y' TO WS-DUPLICATE-FLAG
               MOVE 'RECEIPT ALREADY USED' TO WS-DUP-REASON
           END-IF.

      * THE HELD ITEM IS COUNTED AS PROCESSED SO THE FEED STILL
      * BALANCES TO ITS TRAILERS.  IF IT CANNOT BE HELD IT GOES TO
      * THE REJECT REPORT INSTEAD, SO IT IS RE-ENTERED, NOT LOST.
       HOLD-DUPLICATE.
           OPEN EXTEND PAYPEND-FILE
           IF WS-PAYPEND-STATUS = '05' OR WS-PAYPEND-STATUS = '35'
               OPEN OUTPUT PAYPEND-FILE
           END-IF
           IF WS-PAYPEND-STATUS NOT = '00'
               DISPLAY 'PRGP0112 PAYMENT PENDING FILE ERROR: '
                       WS-PAYPEND-STATUS ' RECEIPT: ' P-RECEIPT-NO
               ADD 1 TO WS-HOLD-ERROR-COUNT
               MOVE 'DUPLICATE - HOLD FILE ERROR' TO WS-REJECT-REASON
               PERFORM WRITE-PAY-REJECT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PROCESSED-COUNT
           ADD 1 TO WS-DUP-COUNT
           ADD P-AMOUNT TO WS-DUP-AMOUNT
           MOVE SPACES TO PAYPEND-RECORD
           MOVE WS-PAYMENT-IMAGE TO PD-PAYMENT
           MOVE WS-DUP-REASON TO PD-DUP-REASON
           MOVE WS-CURRENT-DATE TO PD-HELD-DATE
           MOVE 'P' TO PD-STATUS
           WRITE PAYPEND-RECORD
           CLOSE PAYPEND-FILE

           MOVE SPACES TO WS-LINE
           STRING P-STUD-ID    DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  P-TERM       DELIMITED BY SIZE
                  ' RECEIPT: ' DELIMITED BY SIZE
                  P-RECEIPT-NO DELIMITED BY SIZE
                  ' HELD - '   DELIMITED BY SIZE
                  WS-DUP-REASON DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PAY-REPORT-RECORD FROM WS-LINE.

      * PAYMENTS AND DEPOSITS FROM PAYHIST DATED WITHIN THE LAST
      * WS-RECENT-DAYS OF THE CYCLE DATE.  A REVERSAL TAKES ITS
      * PAYMENT BACK OUT OF THE TABLE, SO A RE-PAYMENT AFTER AN NSF
      * CHEQUE IS NOT HELD.
       LOAD-RECENT-PAYMENTS.
           MOVE ZERO TO WS-RECENT-COUNT
           COMPUTE WS-RECENT-FROM-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE)) - WS-RECENT-DAYS)
           MOVE 'N' TO WS-PAYPEND-EOF
           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-PAYPEND-EOF
           END-IF
           PERFORM UNTIL WS-PAYPEND-EOF = 'Y'
               READ PAYHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYPEND-EOF
                   NOT AT END
                       IF PH-PAY-DATE >= WS-RECENT-FROM
                           EVALUATE PH-TYPE
                               WHEN 'P'
                               WHEN 'D'
                                   MOVE PH-STUD-ID TO P-STUD-ID
                                   MOVE PH-AMOUNT TO P-AMOUNT
                                   MOVE PH-PAY-DATE TO P-PAY-DATE
                                   PERFORM REMEMBER-PAYMENT
                               WHEN 'R'
                                   PERFORM FORGET-REVERSED
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYHIST-STATUS = '10'
               CLOSE PAYHIST-FILE
           END-IF
           MOVE SPACES TO PAYMENT-RECORD.

       FORGET-REVERSED.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RECENT-COUNT
               IF WS-RC-STUD-ID(WS-RX) = PH-STUD-ID AND
                  WS-RC-AMOUNT(WS-RX) = 0 - PH-AMOUNT
                   MOVE SPACES TO WS-RC-STUD-ID(WS-RX)
                   MOVE WS-RECENT-COUNT TO WS-RX
               END-IF
           END-PERFORM.

       REMEMBER-PAYMENT.
           IF WS-RECENT-COUNT < WS-RECENT-MAX
               ADD 1 TO WS-RECENT-COUNT
               MOVE P-STUD-ID TO WS-RC-STUD-ID(WS-RECENT-COUNT)
               MOVE P-AMOUNT TO WS-RC-AMOUNT(WS-RECENT-COUNT)
               MOVE P-PAY-DATE TO WS-RC-PAY-DATE(WS-RECENT-COUNT)
           ELSE
               MOVE 'Y' TO WS-RECENT-FULL
           END-IF.

      * A POSTED PAYMENT OR DEPOSIT IS REMEMBERED FOR THE REST OF THE
      * RUN AND ITS RECEIPT NUMBER GOES ON THE REGISTER.
       REGISTER-RECEIPT.
           PERFORM REMEMBER-PAYMENT
           IF WS-RECEIPT-OPEN = 'Y' AND P-RECEIPT-NO NOT = SPACES
               MOVE P-RECEIPT-NO TO RG-RECEIPT-NO
               READ RECEIPT-FILE
                   INVALID KEY
                       MOVE SPACES TO RECEIPT-RECORD
                       PERFORM FILL-RECEIPT-RECORD
                       WRITE RECEIPT-RECORD
                           INVALID KEY
                               DISPLAY 'PRGP0112 RECEIPT REGISTER '
                                       'WRITE ERROR: ' RG-RECEIPT-NO
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM FILL-RECEIPT-RECORD
                       REWRITE RECEIPT-RECORD
                           INVALID KEY
                               DISPLAY 'PRGP0112 RECEIPT REGISTER '
                                       'UPDATE ERROR: ' RG-RECEIPT-NO
                       END-REWRITE
               END-READ
           END-IF.

       FILL-RECEIPT-RECORD.
           MOVE P-RECEIPT-NO TO RG-RECEIPT-NO
           MOVE P-STUD-ID TO RG-STUD-ID
           MOVE P-TERM TO RG-TERM
           MOVE P-AMOUNT TO RG-AMOUNT
           MOVE P-PAY-DATE TO RG-PAY-DATE
           MOVE P-REC-TYPE TO RG-TYPE
           MOVE WS-CURRENT-DATE TO RG-POSTED-DATE.

      * ITEMS A SUPERVISOR HAS RELEASED ON THE REVIEW SCREEN ARE
      * POSTED AHEAD OF THE FEED WITHOUT THE DUPLICATE CHECK.  THEY
      * ARE NOT PART OF THE FEED, SO THEY ARE LEFT OUT OF THE COUNT
      * THAT BALANCES TO THE TRAILERS.
       POST-RELEASED-ITEMS.
           MOVE 'N' TO WS-PAYPEND-EOF
           OPEN I-O PAYPEND-FILE
           IF WS-PAYPEND-STATUS NOT = '00'
               MOVE 'Y' TO WS-PAYPEND-EOF
           END-IF
           MOVE 'Y' TO WS-RELEASE-PASS
           PERFORM UNTIL WS-PAYPEND-EOF = 'Y'
               READ PAYPEND-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYPEND-EOF
                   NOT AT END
                       IF PD-STATUS = 'L'
                           MOVE PD-PAYMENT TO PAYMENT-RECORD
                                              WS-PAYMENT-IMAGE
                           ADD 1 TO WS-RELEASED-COUNT
                           ADD P-AMOUNT TO WS-RELEASED-AMOUNT
                           PERFORM POST-PAYMENT-ITEM
                           MOVE 'D' TO PD-STATUS
                           MOVE WS-CURRENT-DATE TO PD-POSTED-DATE
                           REWRITE PAYPEND-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYPEND-STATUS = '10'
               CLOSE PAYPEND-FILE
           END-IF
           MOVE 'N' TO WS-RELEASE-PASS
           MOVE ZERO TO WS-PROCESSED-COUNT.

       VALIDATE-PAYMENT.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
               MOVE 'INVALID PAYMENT AMOUNT' TO WS-REJECT-REASON
           END-IF.

      * ONLY WHAT THE BILL STILL OWES IS POSTED TO IT.  A PAYMENT
      * WITH NO BILL FOR THE TERM, OR THE PART OF ONE BEYOND THE
      * BALANCE, IS HELD AS UNAPPLIED CREDIT INSTEAD OF LEAVING THE
      * BILL OVERPAID FOR THE REFUND RUN TO CHEQUE BACK.
       APPLY-PAYMENT.
           PERFORM SPLIT-PAYMENT
           IF WS-VALID-FLAG NOT = 'Y'
               PERFORM WRITE-PAY-REJECT
               EXIT PARAGRAPH
           END-IF

           IF WS-APPLY-AMOUNT > ZERO
               EXEC SQL
                   UPDATE STUDENT_BILLING
                   SET BILL_AMT_PAID = BILL_AMT_PAID + :WS-APPLY-AMOUNT
                   WHERE BILL_STUD_ID = :P-STUD-ID
                     AND BILL_TERM = :P-TERM
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE 'PAYMENT UPDATE FAILED' TO WS-ERROR-TEXT
                   CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                          P-STUD-ID WS-SQLCODE-DISPLAY
                   MOVE 'PAYMENT UPDATE FAILED' TO WS-REJECT-REASON
                   PERFORM WRITE-PAY-REJECT
                   EXIT PARAGRAPH
               END-IF
               MOVE 'PY' TO WS-LG-TYPE
               MOVE WS-APPLY-AMOUNT TO WS-LG-PAID-AMT
               MOVE ZERO TO WS-LG-DUE-AMT
               PERFORM WRITE-PAYMENT-LEDGER
           END-IF

           IF WS-EXCESS-AMOUNT > ZERO
               PERFORM HOLD-CREDIT
           END-IF

           ADD 1 TO WS-POSTED-COUNT
           ADD P-AMOUNT TO WS-POSTED-AMOUNT
           PERFORM TALLY-SESSION
           MOVE 'P' TO PH-TYPE
           PERFORM WRITE-PAYHIST
           PERFORM REGISTER-RECEIPT
           PERFORM WRITE-POSTING-LINE
           PERFORM QUEUE-PAYMENT-NOTICE
           PERFORM CHECKPOINT-COMMIT.

       SPLIT-PAYMENT.
           MOVE P-AMOUNT TO WS-APPLY-AMOUNT
           MOVE ZERO TO WS-EXCESS-AMOUNT
           MOVE 'N' TO WS-BILL-FOUND

           EXEC SQL
               SELECT BILL_AMT_DUE - BILL_AMT_PAID - BILL_AMT_WROFF
                 INTO :WS-OPEN-BALANCE
                 FROM STUDENT_BILLING
                WHERE BILL_STUD_ID = :P-STUD-ID
                  AND BILL_TERM = :P-TERM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO WS-BILL-FOUND
                   IF WS-OPEN-BALANCE < P-AMOUNT
                       IF WS-OPEN-BALANCE > ZERO
                           MOVE WS-OPEN-BALANCE TO WS-APPLY-AMOUNT
                       ELSE
                           MOVE ZERO TO WS-APPLY-AMOUNT
                       END-IF
                       COMPUTE WS-EXCESS-AMOUNT =
                               P-AMOUNT - WS-APPLY-AMOUNT
                   END-IF
               WHEN 100
                   MOVE ZERO TO WS-APPLY-AMOUNT
                   MOVE P-AMOUNT TO WS-EXCESS-AMOUNT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE 'PAYMENT UPDATE FAILED' TO WS-ERROR-TEXT
                   CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                          P-STUD-ID WS-SQLCODE-DISPLAY
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'PAYMENT UPDATE FAILED' TO WS-REJECT-REASON
           END-EVALUATE

      * WITHOUT THE CREDIT FILE THE OLD RULES STAND: THE WHOLE
      * AMOUNT GOES ON THE BILL, AND NO BILL MEANS A REJECT.
           IF WS-VALID-FLAG = 'Y' AND WS-CREDIT-OPEN NOT = 'Y'
               IF WS-BILL-FOUND = 'Y'
                   MOVE P-AMOUNT TO WS-APPLY-AMOUNT
                   MOVE ZERO TO WS-EXCESS-AMOUNT
               ELSE
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'NO BILL FOR STUDENT/TERM'
                     TO WS-REJECT-REASON
               END-IF
           END-IF.

       HOLD-CREDIT.
           MOVE P-STUD-ID TO CB-STUD-ID
           MOVE P-RECEIPT-NO TO CB-RECEIPT-NO
           READ CREDIT-FILE
               INVALID KEY
                   MOVE SPACES TO CREDIT-RECORD
                   MOVE P-STUD-ID TO CB-STUD-ID
                   MOVE P-RECEIPT-NO TO CB-RECEIPT-NO
                   MOVE P-PAY-DATE TO CB-RECEIVED-DATE
                   MOVE P-TERM TO CB-SOURCE-TERM
                   MOVE WS-EXCESS-AMOUNT TO CB-ORIG-AMOUNT
                   MOVE WS-EXCESS-AMOUNT TO CB-AVAILABLE
                   MOVE ZERO TO CB-APPLIED-AMOUNT
                   MOVE ZERO TO CB-APPLIED-DATE
                   WRITE CREDIT-RECORD
                       INVALID KEY
                           DISPLAY 'PRGP0112 CREDIT WRITE ERROR: '
                                   CB-KEY ' ' WS-CREDIT-STATUS
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-EXCESS-AMOUNT TO CB-ORIG-AMOUNT
                   ADD WS-EXCESS-AMOUNT TO CB-AVAILABLE
                   REWRITE CREDIT-RECORD
                       INVALID KEY
                           DISPLAY 'PRGP0112 CREDIT UPDATE ERROR: '
                                   CB-KEY ' ' WS-CREDIT-STATUS
                   END-REWRITE
           END-READ

           ADD 1 TO WS-HELD-COUNT
           ADD WS-EXCESS-AMOUNT TO WS-HELD-AMOUNT

           OPEN EXTEND CREDITGL-FILE
           IF WS-CREDITGL-STATUS = '05' OR WS-CREDITGL-STATUS = '35'
               OPEN OUTPUT CREDITGL-FILE
           END-IF
           IF WS-CREDITGL-STATUS = '00'
               MOVE P-STUD-ID TO CG-STUD-ID
               MOVE P-TERM TO CG-TERM
               MOVE 'U' TO CG-TYPE
               MOVE WS-EXCESS-AMOUNT TO CG-AMOUNT
               MOVE P-PAY-DATE TO CG-DATE
               MOVE P-RECEIPT-NO TO CG-RECEIPT-NO
               WRITE CREDITGL-RECORD
               CLOSE CREDITGL-FILE
           END-IF

           MOVE SPACES TO WS-LINE
           STRING P-STUD-ID    DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  P-TERM       DELIMITED BY SIZE
                  ' RECEIPT: ' DELIMITED BY SIZE
                  P-RECEIPT-NO DELIMITED BY SIZE
                  ' HELD AS UNAPPLIED CREDIT: ' DELIMITED BY SIZE
                  WS-EXCESS-AMOUNT DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PAY-REPORT-RECORD FROM WS-LINE.

      * THE DEPOSIT MUST BE AGAINST AN OFFER THE APPLICANT HAS
      * ACCEPTED.  THE TERM IS TAKEN FROM THE APPLICATION AND THE
      * ACCOUNT FROM THE STUDENT ID RESERVED WITH THE OFFER.
       VALIDATE-DEPOSIT.
           MOVE P-STUD-ID TO WS-APP-ID-IN
           IF WS-APPLICANT-OPEN NOT = 'Y'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'APPLICANT FILE NOT AVAILABLE' TO WS-REJECT-REASON
           ELSE
               IF P-STUD-ID NOT NUMERIC
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'INVALID APPLICATION ID' TO WS-REJECT-REASON
               ELSE
                   MOVE P-STUD-ID TO APP-ID
                   READ APPLICANT-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'APPLICATION NOT FOUND'
                             TO WS-REJECT-REASON
                       NOT INVALID KEY
                           IF APP-DECISION NOT = 'O' OR
                              APP-OFFER-RESPONSE NOT = 'A'
                               MOVE 'N' TO WS-VALID-FLAG
                               MOVE 'NO ACCEPTED OFFER'
                                 TO WS-REJECT-REASON
                           ELSE
                               MOVE APP-TERM TO P-TERM
                               MOVE APP-STUDENT-ID TO P-STUD-ID
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * THE DEPOSIT IS A CREDIT ON THE TERM'S BILL.  THE APPLICANT
      * USUALLY HAS NO BILL YET, SO A CREDIT-ONLY ROW IS OPENED AND
      * THE TERM ASSESSMENT IS MERGED INTO IT WHEN IT IS LOADED.
       APPLY-DEPOSIT.
           EXEC SQL
               UPDATE STUDENT_BILLING
               SET BILL_AMT_PAID = BILL_AMT_PAID + :P-AMOUNT
               WHERE BILL_STUD_ID = :P-STUD-ID
                 AND BILL_TERM = :P-TERM
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO STUDENT_BILLING
                   (BILL_STUD_ID, BILL_TERM, BILL_AMT_DUE,
                    BILL_AMT_PAID, BILL_DUE_DATE)
                   VALUES
                   (:P-STUD-ID, :P-TERM, 0,
                    :P-AMOUNT, :P-PAY-DATE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE 'DP' TO WS-LG-TYPE
               MOVE P-AMOUNT TO WS-LG-PAID-AMT
               MOVE ZERO TO WS-LG-DUE-AMT
               PERFORM WRITE-PAYMENT-LEDGER
               ADD P-AMOUNT TO APP-DEPOSIT-PAID
               MOVE P-PAY-DATE TO APP-DEPOSIT-DATE
               MOVE P-RECEIPT-NO TO APP-DEPOSIT-RECEIPT
               REWRITE APPLICANT-RECORD
                   INVALID KEY
                       DISPLAY 'PRGP0112 APPLICANT UPDATE ERROR: '
                               APP-ID
               END-REWRITE
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD P-AMOUNT TO WS-DEPOSIT-AMOUNT
               PERFORM TALLY-SESSION
               MOVE 'D' TO PH-TYPE
               PERFORM WRITE-PAYHIST
               PERFORM REGISTER-RECEIPT
               PERFORM WRITE-POSTING-LINE
               PERFORM CHECKPOINT-COMMIT
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE 'DEPOSIT POST FAILED' TO WS-ERROR-TEXT
               CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                      WS-APP-ID-IN WS-SQLCODE-DISPLAY
               MOVE 'DEPOSIT POST FAILED' TO WS-REJECT-REASON
               PERFORM WRITE-PAY-REJECT
           END-IF.

      * EVERY POSTED PAYMENT IS TIED BACK TO THE CASHIER SESSION
      * THAT TOOK THE MONEY SO THE DRAWER CAN BE BALANCED.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'RV' TO WS-LG-TYPE
                   COMPUTE WS-LG-PAID-AMT = ZERO - P-AMOUNT
                   MOVE ZERO TO WS-LG-DUE-AMT
                   PERFORM WRITE-PAYMENT-LEDGER
                   IF WS-NSF-FEE > ZERO
                       MOVE 'NF' TO WS-LG-TYPE
                       MOVE ZERO TO WS-LG-PAID-AMT
                       MOVE WS-NSF-FEE TO WS-LG-DUE-AMT
                       PERFORM WRITE-PAYMENT-LEDGER
                   END-IF
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD P-AMOUNT TO WS-REVERSED-AMOUNT
                   MOVE 'R' TO PH-TYPE
                   PERFORM WRITE-PAYHIST
                   MOVE P-STUD-ID TO PH-STUD-ID
                   COMPUTE PH-AMOUNT = 0 - P-AMOUNT
                   PERFORM FORGET-REVERSED
                   PERFORM WRITE-REVERSAL-LOG
                   PERFORM CHECKPOINT-COMMIT
                   MOVE SPACES TO WS-LINE
                   PERFORM WRITE-PAY-REJECT
           END-EVALUATE.

      * THE CALLER SETS THE TYPE AND AMOUNTS; THE REST OF THE ROW
      * COMES FROM THE PAYMENT RECORD.  A REVERSAL IS DATED THE
      * CYCLE DATE IT WAS POSTED, NOT THE DATE OF THE PAYMENT.
       WRITE-PAYMENT-LEDGER.
           MOVE P-STUD-ID TO WS-LG-STUD-ID
           MOVE P-TERM TO WS-LG-TERM
           IF WS-LG-TYPE = 'RV' OR WS-LG-TYPE = 'NF'
               MOVE WS-CURRENT-DATE TO WS-LG-DATE
           ELSE
               MOVE P-PAY-DATE TO WS-LG-DATE
           END-IF
           MOVE ZERO TO WS-LG-WROFF-AMT
           MOVE P-RECEIPT-NO TO WS-LG-REFERENCE
           MOVE P-OPERATOR TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE.

       LOOKUP-NSF-FEE.
           MOVE ZERO TO WS-NSF-FEE
           IF WS-RATE-OPEN = 'Y'
                  WS-REVERSED-AMOUNT    DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PAY-REPORT-RECORD FROM WS-LINE
           DISPLAY WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'DEPOSITS POSTED: '   DELIMITED BY SIZE
                  WS-DEPOSIT-COUNT      DELIMITED BY SIZE
                  '  AMOUNT: '          DELIMITED BY SIZE
                  WS-DEPOSIT-AMOUNT     DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PAY-REPORT-RECORD FROM WS-LINE
           DISPLAY WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'HELD AS UNAPPLIED CREDIT: ' DELIMITED BY SIZE
                  WS-HELD-COUNT         DELIMITED BY SIZE
                  '  AMOUNT: '          DELIMITED BY SIZE
                  WS-HELD-AMOUNT        DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PAY-REPORT-RECORD FROM WS-LINE
           DISPLAY WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'HELD AS SUSPECTED DUPLICATE: ' DELIMITED BY SIZE
                  WS-DUP-COUNT          DELIMITED BY SIZE
                  '  AMOUNT: '          DELIMITED BY SIZE
                  WS-DUP-AMOUNT         DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PAY-REPORT-RECORD FROM WS-LINE
           DISPLAY WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'RELEASED DUPLICATES POSTED: ' DELIMITED BY SIZE
                  WS-RELEASED-COUNT     DELIMITED BY SIZE
                  '  AMOUNT: '          DELIMITED BY SIZE
                  WS-RELEASED-AMOUNT    DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PAY-REPORT-RECORD FROM WS-LINE
           DISPLAY WS-LINE.
