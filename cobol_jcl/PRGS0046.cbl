       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGI0146.
       AUTHOR. Mohand Kessi.

      * IMPORT THE BANK'S DAILY ONLINE-BANKING REMITTANCE FILE.
      * EACH PAYMENT IS MATCHED TO A STUDENT BY THE PAYMENT
      * REFERENCE PRINTED ON THE STATEMENT (STUDENT ID + CHECK
      * DIGIT) AND WRITTEN TO PAYMENT.DAT AS ITS OWN HEADER/TRAILER
      * BATCH WITH TENDER 'E' UNDER THE SYSTEM CASHIER SESSION
      * EFTBANK, SO PRGP0112 POSTS IT LIKE ANY KEYED PAYMENT.
      * ANYTHING THAT CANNOT BE MATCHED TO ONE OPEN BILL GOES TO
      * THE SUSPENSE FILE FOR CLEARING FROM THE MENU (PRGC0098).
      * THE FILE IS REFUSED WHOLE IF ITS CONTROL TOTALS DO NOT
      * AGREE.  A FILE ALREADY IMPORTED IS LEFT ALONE WITHOUT ERROR:
      * THE BANK DOES NOT SEND ONE EVERY NIGHT, SO YESTERDAY'S FILE
      * IS STILL THERE ON A NIGHT WITH NO NEW ONE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO 'REMIT.DAT'
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT REMITCTL-FILE ASSIGN TO 'REMITCTL.DAT'
               FILE STATUS IS WS-REMITCTL-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'PAYMENT.DAT'
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO 'EFTSUSP.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT CASHSESS-FILE ASSIGN TO 'CASHSESS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CASHSESS-STATUS.
           SELECT REMIT-REPORT-FILE ASSIGN TO 'REMIT.RPT'.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REMIT-FILE.
       01 REMIT-HEADER.
          05 RH-REC-TYPE      PIC X(01).
          05 RH-BANK-ID       PIC X(08).
          05 RH-FILE-DATE     PIC 9(08).
          05 FILLER           PIC X(83).
       01 REMIT-DETAIL.
          05 RD-REC-TYPE      PIC X(01).
          05 RD-REFERENCE     PIC X(12).
          05 RD-AMOUNT        PIC 9(08)V99.
          05 RD-PAY-DATE      PIC 9(08).
          05 RD-TRACE         PIC X(15).
          05 RD-PAYER         PIC X(30).
          05 FILLER           PIC X(24).
       01 REMIT-TRAILER.
          05 RTL-REC-TYPE     PIC X(01).
          05 RTL-COUNT        PIC 9(06).
          05 RTL-TOTAL        PIC 9(10)V99.
          05 FILLER           PIC X(81).

      * ONE RECORD: THE LAST BANK FILE DATE TAKEN AND THE LAST
      * RECEIPT NUMBER GIVEN TO AN IMPORTED PAYMENT.
       FD REMITCTL-FILE.
       01 REMITCTL-RECORD.
          05 RC-LAST-FILE-DATE PIC 9(08).
          05 RC-LAST-RECEIPT   PIC 9(06).

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
          05 P-REC-TYPE       PIC X(01).
          05 P-STUD-ID        PIC X(06).
          05 P-TERM           PIC X(06).
          05 P-AMOUNT         PIC 9(06)V99.
          05 P-RECEIPT-NO     PIC X(08).
          05 P-PAY-DATE       PIC X(08).
          05 P-OPERATOR       PIC X(08).
          05 P-REASON         PIC X(20).
          05 P-SESSION.
             10 P-SESS-CASHIER PIC X(08).
             10 P-SESS-DATE    PIC 9(08).
          05 P-TENDER         PIC X(01).

      * SU-STATUS: O = OPEN, C = CLEARED TO A STUDENT,
      * R = RETURNED TO THE BANK.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
          05 SU-KEY.
             10 SU-FILE-DATE     PIC 9(08).
             10 SU-SEQ           PIC 9(04).
          05 SU-REFERENCE        PIC X(12).
          05 SU-AMOUNT           PIC 9(08)V99.
          05 SU-PAY-DATE         PIC 9(08).
          05 SU-TRACE            PIC X(15).
          05 SU-PAYER            PIC X(30).
          05 SU-REASON           PIC X(30).
          05 SU-STATUS           PIC X(01).
          05 SU-STUD-ID          PIC X(06).
          05 SU-TERM             PIC X(06).
          05 SU-CLEARED-BY       PIC X(08).
          05 SU-CLEARED-DATE     PIC 9(08).
          05 FILLER              PIC X(10).

       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 VSAM-STUDENT-NAME     PIC X(30).
          05 FILLER                PIC X(144).

       FD CASHSESS-FILE.
       01 CASHSESS-RECORD.
          05 CS-KEY.
             10 CS-CASHIER       PIC X(08).
             10 CS-DATE          PIC 9(08).
          05 CS-STATUS           PIC X(01).
          05 CS-POSTED-CASH      PIC 9(08)V99.
          05 CS-POSTED-CHEQUE    PIC 9(08)V99.
          05 CS-POSTED-CARD      PIC 9(08)V99.
          05 CS-COUNTED-CASH     PIC 9(08)V99.
          05 CS-COUNTED-CHEQUE   PIC 9(08)V99.
          05 CS-COUNTED-CARD     PIC 9(08)V99.
          05 CS-CAMPUS           PIC X(04).
          05 FILLER              PIC X(08).

       FD REMIT-REPORT-FILE.
       01 REMIT-REPORT-RECORD PIC X(100).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD   PIC 9(08).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-REMIT-STATUS      PIC XX VALUE SPACES.
       01 WS-REMITCTL-STATUS   PIC XX VALUE SPACES.
       01 WS-PAYMENT-STATUS    PIC XX VALUE SPACES.
       01 WS-SUSPENSE-STATUS   PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS       PIC XX VALUE SPACES.
       01 WS-CASHSESS-STATUS   PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS      PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE      PIC X(08).
       01 WS-CURRENT-DATE-NUM  PIC 9(08) VALUE ZERO.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-FILE-OK           PIC X VALUE 'Y'.
       01 WS-HEADER-SEEN       PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN      PIC X VALUE 'N'.
       01 WS-FILE-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BANK-ID           PIC X(08) VALUE SPACES.
       01 WS-LAST-FILE-DATE    PIC 9(08) VALUE ZERO.
       01 WS-LAST-RECEIPT      PIC 9(06) VALUE ZERO.
       01 WS-DETAIL-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-DETAIL-TOTAL      PIC 9(10)V99 VALUE ZERO.
       01 WS-CTL-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-CTL-TOTAL         PIC 9(10)V99 VALUE ZERO.
       01 WS-SEQ               PIC 9(04) VALUE ZERO.
       01 WS-MATCHED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-MATCHED-TOTAL     PIC 9(10)V99 VALUE ZERO.
       01 WS-SUSPENSE-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-SUSPENSE-TOTAL    PIC 9(10)V99 VALUE ZERO.
       01 WS-MATCH-FLAG        PIC X VALUE 'N'.
       01 WS-MATCH-REASON      PIC X(30) VALUE SPACES.
       01 WS-STUD-ID           PIC X(06) VALUE SPACES.
       01 WS-TERM              PIC X(06) VALUE SPACES.
       01 WS-OPEN-COUNT        PIC S9(06) COMP VALUE ZERO.
       01 WS-OPEN-BALANCE      PIC S9(08)V99 COMP-3 VALUE ZERO.
       01 WS-RECEIPT-NO.
          05 FILLER            PIC X(02) VALUE 'EF'.
          05 WS-RECEIPT-SEQ    PIC 9(06) VALUE ZERO.
       01 WS-AMOUNT-EDIT       PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-LINE              PIC X(100).
       01 WS-PROGRAM-ID        PIC X(08) VALUE 'PRGI0146'.
       01 WS-ERROR-TEXT        PIC X(20).
       01 WS-SQLCODE-DISPLAY   PIC S9(04).

      * PAYMENT REFERENCE = STUDENT ID + CHECK DIGIT, WEIGHTS
      * 3-1-3-1-3-1 MODULUS 10, AS PRINTED BY PRGM0129.
       01 WS-PAY-REF.
          05 WS-REF-STUD-ID    PIC X(06).
          05 WS-REF-CHECK      PIC 9(01).
       01 WS-PAY-REF-DIGITS REDEFINES WS-PAY-REF.
          05 WS-REF-DIGIT      PIC 9(01) OCCURS 7 TIMES.
       01 WS-REF-SUM           PIC 9(03) VALUE ZERO.
       01 WS-REF-IX            PIC 9(01) VALUE ZERO.
       01 WS-REF-EXPECTED      PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE

           OPEN INPUT REMIT-FILE
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'PRGI0146 NO REMITTANCE FILE FROM THE BANK'
               STOP RUN
           END-IF

           PERFORM CHECK-CONTROL-TOTALS
           CLOSE REMIT-FILE
           IF WS-FILE-OK NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-REMIT-CONTROL
           IF WS-FILE-DATE <= WS-LAST-FILE-DATE
               DISPLAY 'PRGI0146 REMITTANCE FILE OF ' WS-FILE-DATE
                       ' ALREADY IMPORTED (LAST: ' WS-LAST-FILE-DATE
                       ') - NOTHING WRITTEN'
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS NOT = '00'
               DISPLAY 'PRGI0146 STUDENT MASTER NOT AVAILABLE: '
                       WS-VSAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = '05' OR WS-SUSPENSE-STATUS = '35'
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'PRGI0146 ERROR OPENING SUSPENSE FILE: '
                       WS-SUSPENSE-STATUS
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-SYSTEM-SESSION

           OPEN EXTEND PAYMENT-FILE
           IF WS-PAYMENT-STATUS = '05' OR WS-PAYMENT-STATUS = '35'
               OPEN OUTPUT PAYMENT-FILE
           END-IF
           MOVE SPACES TO PAYMENT-RECORD
           MOVE 'H' TO P-REC-TYPE
           MOVE 'EFTBANK' TO P-OPERATOR
           MOVE WS-CURRENT-DATE TO P-PAY-DATE
           WRITE PAYMENT-RECORD

           OPEN OUTPUT REMIT-REPORT-FILE
           PERFORM WRITE-HEADERS

           MOVE 'N' TO WS-EOF
           OPEN INPUT REMIT-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ REMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RD-REC-TYPE = 'D'
                           ADD 1 TO WS-SEQ
                           PERFORM MATCH-ITEM
                           IF WS-MATCH-FLAG = 'Y'
                               PERFORM WRITE-PAYMENT
                           ELSE
                               PERFORM WRITE-SUSPENSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO PAYMENT-RECORD
           MOVE 'T' TO P-REC-TYPE
           MOVE WS-MATCHED-COUNT TO P-STUD-ID
           WRITE PAYMENT-RECORD

           PERFORM WRITE-TOTALS
           PERFORM WRITE-REMIT-CONTROL

           CLOSE REMIT-FILE
                 PAYMENT-FILE
                 SUSPENSE-FILE
                 STUDENT-VSAM-FILE
                 REMIT-REPORT-FILE

           IF WS-SUSPENSE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
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
           END-IF
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM.

      * FIRST PASS: THE DETAIL COUNT AND AMOUNT MUST AGREE WITH THE
      * BANK'S TRAILER BEFORE ANY PAYMENT IS WRITTEN.
       CHECK-CONTROL-TOTALS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE RH-REC-TYPE
                           WHEN 'H'
                               MOVE 'Y' TO WS-HEADER-SEEN
                               MOVE RH-FILE-DATE TO WS-FILE-DATE
                               MOVE RH-BANK-ID TO WS-BANK-ID
                           WHEN 'D'
                               ADD 1 TO WS-DETAIL-COUNT
                               IF RD-AMOUNT NUMERIC
                                   ADD RD-AMOUNT TO WS-DETAIL-TOTAL
                               END-IF
                           WHEN 'T'
                               MOVE 'Y' TO WS-TRAILER-SEEN
                               MOVE RTL-COUNT TO WS-CTL-COUNT
                               MOVE RTL-TOTAL TO WS-CTL-TOTAL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF WS-HEADER-SEEN NOT = 'Y' OR WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY 'PRGI0146 REMITTANCE FILE HAS NO HEADER OR '
                       'TRAILER - FILE REFUSED'
               MOVE 'N' TO WS-FILE-OK
           ELSE
               IF WS-DETAIL-COUNT NOT = WS-CTL-COUNT OR
                  WS-DETAIL-TOTAL NOT = WS-CTL-TOTAL
                   DISPLAY 'PRGI0146 CONTROL TOTALS DO NOT AGREE - '
                           'FILE REFUSED'
                   DISPLAY 'PRGI0146 TRAILER COUNT: ' WS-CTL-COUNT
                           '  TOTAL: ' WS-CTL-TOTAL
                   DISPLAY 'PRGI0146 DETAIL  COUNT: ' WS-DETAIL-COUNT
                           '  TOTAL: ' WS-DETAIL-TOTAL
                   MOVE 'N' TO WS-FILE-OK
               END-IF
           END-IF.

       READ-REMIT-CONTROL.
           MOVE ZERO TO WS-LAST-FILE-DATE
           MOVE ZERO TO WS-LAST-RECEIPT
           OPEN INPUT REMITCTL-FILE
           IF WS-REMITCTL-STATUS = '00'
               READ REMITCTL-FILE
                   NOT AT END
                       MOVE RC-LAST-FILE-DATE TO WS-LAST-FILE-DATE
                       MOVE RC-LAST-RECEIPT TO WS-LAST-RECEIPT
               END-READ
               CLOSE REMITCTL-FILE
           END-IF.

       WRITE-REMIT-CONTROL.
           OPEN OUTPUT REMITCTL-FILE
           MOVE WS-FILE-DATE TO RC-LAST-FILE-DATE
           MOVE WS-LAST-RECEIPT TO RC-LAST-RECEIPT
           WRITE REMITCTL-RECORD
           CLOSE REMITCTL-FILE.

      * THE IMPORTED PAYMENTS ARE TALLIED BY PRGP0112 AGAINST THE
      * SYSTEM SESSION EFTBANK FOR THE CYCLE DATE.
       OPEN-SYSTEM-SESSION.
           OPEN I-O CASHSESS-FILE
           IF WS-CASHSESS-STATUS = '05' OR WS-CASHSESS-STATUS = '35'
               CLOSE CASHSESS-FILE
               OPEN OUTPUT CASHSESS-FILE
               CLOSE CASHSESS-FILE
               OPEN I-O CASHSESS-FILE
           END-IF
           IF WS-CASHSESS-STATUS = '00'
               MOVE 'EFTBANK' TO CS-CASHIER
               MOVE WS-CURRENT-DATE-NUM TO CS-DATE
               READ CASHSESS-FILE
                   INVALID KEY
                       MOVE SPACES TO CASHSESS-RECORD
                       MOVE 'EFTBANK' TO CS-CASHIER
                       MOVE WS-CURRENT-DATE-NUM TO CS-DATE
                       MOVE 'O' TO CS-STATUS
                       MOVE ZERO TO CS-POSTED-CASH
                                    CS-POSTED-CHEQUE
                                    CS-POSTED-CARD
                                    CS-COUNTED-CASH
                                    CS-COUNTED-CHEQUE
                                    CS-COUNTED-CARD
                       WRITE CASHSESS-RECORD
                           INVALID KEY
                               DISPLAY 'PRGI0146 SESSION NOT OPENED: '
                                       WS-CASHSESS-STATUS
                       END-WRITE
               END-READ
               CLOSE CASHSESS-FILE
           ELSE
               DISPLAY 'PRGI0146 CASHIER SESSIONS NOT AVAILABLE: '
                       WS-CASHSESS-STATUS
           END-IF.

      * A PAYMENT MATCHES WHEN THE REFERENCE CHECKS, THE STUDENT IS
      * ON FILE AND THE AMOUNT FITS THE OLDEST OPEN BILL - OR THAT
      * IS THE ONLY OPEN BILL.  ANYTHING ELSE IS LEFT FOR A PERSON.
       MATCH-ITEM.
           MOVE 'N' TO WS-MATCH-FLAG
           MOVE SPACES TO WS-MATCH-REASON
           MOVE SPACES TO WS-STUD-ID
           MOVE SPACES TO WS-TERM

           IF RD-AMOUNT NOT NUMERIC OR RD-AMOUNT = ZERO
               MOVE 'INVALID AMOUNT' TO WS-MATCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF RD-AMOUNT > 999999.99
               MOVE 'AMOUNT TOO LARGE FOR ONE POSTING'
                 TO WS-MATCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF RD-REFERENCE(1:7) NOT NUMERIC OR
              RD-REFERENCE(8:5) NOT = SPACES
               MOVE 'REFERENCE NOT RECOGNISED' TO WS-MATCH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE RD-REFERENCE(1:7) TO WS-PAY-REF
           PERFORM COMPUTE-CHECK-DIGIT
           IF WS-REF-EXPECTED NOT = WS-REF-CHECK
               MOVE 'REFERENCE CHECK DIGIT WRONG' TO WS-MATCH-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REF-STUD-ID TO WS-STUD-ID
           MOVE WS-REF-STUD-ID TO VSAM-STUDENT-ID
           READ STUDENT-VSAM-FILE
               INVALID KEY
                   MOVE 'NO STUDENT FOR REFERENCE' TO WS-MATCH-REASON
                   EXIT PARAGRAPH
           END-READ

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-COUNT
                 FROM STUDENT_BILLING
                WHERE BILL_STUD_ID = :WS-STUD-ID
                  AND BILL_AMT_PAID + BILL_AMT_WROFF < BILL_AMT_DUE
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM LOG-SQL-ERROR
               MOVE 'BILLING LOOKUP FAILED' TO WS-MATCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-COUNT = ZERO
               MOVE 'NO OPEN BILL FOR STUDENT' TO WS-MATCH-REASON
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT MIN(BILL_TERM)
                 INTO :WS-TERM
                 FROM STUDENT_BILLING
                WHERE BILL_STUD_ID = :WS-STUD-ID
                  AND BILL_AMT_PAID + BILL_AMT_WROFF < BILL_AMT_DUE
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM LOG-SQL-ERROR
               MOVE 'BILLING LOOKUP FAILED' TO WS-MATCH-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-OPEN-COUNT > 1
               EXEC SQL
                   SELECT BILL_AMT_DUE - BILL_AMT_PAID - BILL_AMT_WROFF
                     INTO :WS-OPEN-BALANCE
                     FROM STUDENT_BILLING
                    WHERE BILL_STUD_ID = :WS-STUD-ID
                      AND BILL_TERM = :WS-TERM
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM LOG-SQL-ERROR
                   MOVE 'BILLING LOOKUP FAILED' TO WS-MATCH-REASON
                   EXIT PARAGRAPH
               END-IF
               IF RD-AMOUNT > WS-OPEN-BALANCE
                   MOVE 'SPANS MORE THAN ONE OPEN BILL'
                     TO WS-MATCH-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'Y' TO WS-MATCH-FLAG.

       COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-REF-SUM
           PERFORM VARYING WS-REF-IX FROM 1 BY 1 UNTIL WS-REF-IX > 6
               IF FUNCTION MOD(WS-REF-IX, 2) = 1
                   COMPUTE WS-REF-SUM = WS-REF-SUM
                                      + WS-REF-DIGIT(WS-REF-IX) * 3
               ELSE
                   ADD WS-REF-DIGIT(WS-REF-IX) TO WS-REF-SUM
               END-IF
           END-PERFORM
           COMPUTE WS-REF-EXPECTED =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-REF-SUM, 10), 10).

       LOG-SQL-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           MOVE 'BILLING LOOKUP' TO WS-ERROR-TEXT
           CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                  WS-STUD-ID WS-SQLCODE-DISPLAY.

       WRITE-PAYMENT.
           ADD 1 TO WS-LAST-RECEIPT
           MOVE WS-LAST-RECEIPT TO WS-RECEIPT-SEQ
           MOVE SPACES TO PAYMENT-RECORD
           MOVE 'P' TO P-REC-TYPE
           MOVE WS-STUD-ID TO P-STUD-ID
           MOVE WS-TERM TO P-TERM
           MOVE RD-AMOUNT TO P-AMOUNT
           MOVE WS-RECEIPT-NO TO P-RECEIPT-NO
           MOVE RD-PAY-DATE TO P-PAY-DATE
           MOVE 'EFTBANK' TO P-OPERATOR
           STRING 'EFT ' RD-TRACE
                  DELIMITED BY SIZE
                  INTO P-REASON
           MOVE 'EFTBANK' TO P-SESS-CASHIER
           MOVE WS-CURRENT-DATE-NUM TO P-SESS-DATE
           MOVE 'E' TO P-TENDER
           WRITE PAYMENT-RECORD

           ADD 1 TO WS-MATCHED-COUNT
           ADD RD-AMOUNT TO WS-MATCHED-TOTAL
           MOVE 'POSTED TO PAYMENT FEED' TO WS-MATCH-REASON
           PERFORM WRITE-ITEM-LINE.

       WRITE-SUSPENSE.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE WS-FILE-DATE TO SU-FILE-DATE
           MOVE WS-SEQ TO SU-SEQ
           MOVE RD-REFERENCE TO SU-REFERENCE
           IF RD-AMOUNT NUMERIC
               MOVE RD-AMOUNT TO SU-AMOUNT
           ELSE
               MOVE ZERO TO SU-AMOUNT
           END-IF
           MOVE RD-PAY-DATE TO SU-PAY-DATE
           MOVE RD-TRACE TO SU-TRACE
           MOVE RD-PAYER TO SU-PAYER
           MOVE WS-MATCH-REASON TO SU-REASON
           MOVE 'O' TO SU-STATUS
           MOVE ZERO TO SU-CLEARED-DATE
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'PRGI0146 SUSPENSE WRITE ERROR: ' SU-KEY
                           ' STATUS: ' WS-SUSPENSE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-WRITE

           ADD 1 TO WS-SUSPENSE-COUNT
           ADD SU-AMOUNT TO WS-SUSPENSE-TOTAL
           PERFORM WRITE-ITEM-LINE.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'BANK REMITTANCE IMPORT - BANK ' WS-BANK-ID
                  '  FILE DATE ' WS-FILE-DATE
                  '  CYCLE ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REMIT-REPORT-RECORD FROM WS-LINE
           WRITE REMIT-REPORT-RECORD FROM SPACES
           MOVE 'SEQ  REFERENCE         AMOUNT  TRACE           RESULT'
             TO WS-LINE
           WRITE REMIT-REPORT-RECORD FROM WS-LINE.

       WRITE-ITEM-LINE.
           IF RD-AMOUNT NUMERIC
               MOVE RD-AMOUNT TO WS-AMOUNT-EDIT
           ELSE
               MOVE ZERO TO WS-AMOUNT-EDIT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING WS-SEQ          DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  RD-REFERENCE    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-AMOUNT-EDIT  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  RD-TRACE        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-MATCH-REASON DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REMIT-REPORT-RECORD FROM WS-LINE.

       WRITE-TOTALS.
           WRITE REMIT-REPORT-RECORD FROM SPACES
           MOVE WS-CTL-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'BANK CONTROL   ITEMS: ' WS-CTL-COUNT
                  '  AMOUNT: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REMIT-REPORT-RECORD FROM WS-LINE
           DISPLAY 'PRGI0146 ' WS-LINE

           MOVE WS-MATCHED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'MATCHED        ITEMS: ' WS-MATCHED-COUNT
                  '  AMOUNT: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REMIT-REPORT-RECORD FROM WS-LINE
           DISPLAY 'PRGI0146 ' WS-LINE

           MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'TO SUSPENSE    ITEMS: ' WS-SUSPENSE-COUNT
                  '  AMOUNT: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REMIT-REPORT-RECORD FROM WS-LINE
           DISPLAY 'PRGI0146 ' WS-LINE.
