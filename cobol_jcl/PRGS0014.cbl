               FILE STATUS IS WS-REQ-STATUS.
           SELECT REQNO-FILE ASSIGN TO 'REFUND-REQNO.DAT'
               FILE STATUS IS WS-REQNO-STATUS.
           SELECT BANKACCT-FILE ASSIGN TO 'BANKACCT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-STUDENT-ID
               FILE STATUS IS WS-BANK-STATUS.
           SELECT DIRDEP-FILE ASSIGN TO 'DIRDEP.DAT'
               FILE STATUS IS WS-DIRDEP-STATUS.
           SELECT FILENO-FILE ASSIGN TO 'DIRDEP-FILENO.DAT'
               FILE STATUS IS WS-FILENO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQNO-FILE.
       01 REQNO-RECORD     PIC 9(06).

       FD BANKACCT-FILE.
       01 BANKACCT-RECORD.
          05 BK-STUDENT-ID    PIC 9(06).
          05 BK-TRANSIT       PIC 9(05).
          05 BK-INSTITUTION   PIC 9(03).
          05 BK-ACCOUNT       PIC X(12).
          05 BK-STATUS        PIC X(01).
          05 BK-CAPTURED-DATE PIC 9(08).
          05 BK-CAPTURED-BY   PIC X(08).
          05 BK-VERIFIED-DATE PIC 9(08).
          05 BK-VERIFIED-BY   PIC X(08).
          05 FILLER           PIC X(21).

      * CPA STANDARD 005 CREDIT FILE: ONE A HEADER, ONE C RECORD PER
      * DEPOSIT (FIRST SEGMENT ONLY), AND A Z TRAILER CARRYING THE
      * CONTROL TOTALS.
       FD DIRDEP-FILE.
       01 DD-HEADER-RECORD.
          05 DDA-TYPE             PIC X(01).
          05 DDA-RECORD-COUNT     PIC 9(09).
          05 DDA-ORIGINATOR       PIC X(10).
          05 DDA-FILE-NO          PIC 9(04).
          05 DDA-CREATE-DATE      PIC 9(06).
          05 DDA-DATA-CENTRE      PIC 9(05).
          05 FILLER               PIC X(20).
          05 DDA-CURRENCY         PIC X(03).
          05 FILLER               PIC X(1406).
       01 DD-CREDIT-RECORD.
          05 DDC-TYPE             PIC X(01).
          05 DDC-RECORD-COUNT     PIC 9(09).
          05 DDC-ORIGINATOR       PIC X(10).
          05 DDC-FILE-NO          PIC 9(04).
          05 DDC-TXN-TYPE         PIC 9(03).
          05 DDC-AMOUNT           PIC 9(08)V99.
          05 DDC-DUE-DATE         PIC 9(06).
          05 DDC-INSTITUTION-ID.
             10 DDC-ID-LEAD       PIC 9(01).
             10 DDC-INSTITUTION   PIC 9(03).
             10 DDC-TRANSIT       PIC 9(05).
          05 DDC-ACCOUNT          PIC X(12).
          05 DDC-TRACE-NO         PIC X(22).
          05 DDC-STORED-TYPE      PIC 9(03).
          05 DDC-SHORT-NAME       PIC X(15).
          05 DDC-PAYEE-NAME       PIC X(30).
          05 DDC-LONG-NAME        PIC X(30).
          05 DDC-USER-ID          PIC X(10).
          05 DDC-CROSS-REF        PIC X(19).
          05 DDC-RETURN-INST      PIC 9(09).
          05 DDC-RETURN-ACCOUNT   PIC X(12).
          05 DDC-SUNDRY           PIC X(15).
          05 FILLER               PIC X(22).
          05 DDC-SETTLEMENT       PIC X(02).
          05 DDC-INVALID-DATA     PIC X(11).
          05 FILLER               PIC X(1200).
       01 DD-TRAILER-RECORD.
          05 DDZ-TYPE             PIC X(01).
          05 DDZ-RECORD-COUNT     PIC 9(09).
          05 DDZ-ORIGINATOR       PIC X(10).
          05 DDZ-FILE-NO          PIC 9(04).
          05 DDZ-DEBIT-VALUE      PIC 9(12)V99.
          05 DDZ-DEBIT-COUNT      PIC 9(08).
          05 DDZ-CREDIT-VALUE     PIC 9(12)V99.
          05 DDZ-CREDIT-COUNT     PIC 9(08).
          05 FILLER               PIC X(1396).

       FD FILENO-FILE.
       01 FILENO-RECORD    PIC 9(04).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-REQ-STATUS         PIC XX VALUE SPACES.
       01 WS-REQNO-STATUS       PIC XX VALUE SPACES.
       01 WS-BANK-STATUS        PIC XX VALUE SPACES.
       01 WS-DIRDEP-STATUS      PIC XX VALUE SPACES.
       01 WS-FILENO-STATUS      PIC XX VALUE SPACES.
       01 WS-BANK-OPEN          PIC X VALUE 'N'.
       01 WS-DIRDEP-OPEN        PIC X VALUE 'N'.
       01 WS-DEPOSIT-OK         PIC X VALUE 'N'.
       01 WS-FILE-NO            PIC 9(04) VALUE ZERO.
       01 WS-DD-RECORD-COUNT    PIC 9(09) VALUE ZERO.
       01 WS-DD-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-DD-TOTAL           PIC 9(08)V99 VALUE ZERO.
       01 WS-ACCT-LEN           PIC 9(02) VALUE ZERO.
       01 WS-MASKED-ACCOUNT     PIC X(12) VALUE SPACES.
       01 WS-PAYEE-NAME         PIC X(30) VALUE SPACES.
       01 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
          05 WS-TODAY-CC        PIC 9(02).
          05 WS-TODAY-YY        PIC 9(02).
          05 WS-TODAY-MMDD      PIC 9(04).
       01 WS-JAN1-DATE          PIC 9(08) VALUE ZERO.
       01 WS-DAY-OF-YEAR        PIC 9(03) VALUE ZERO.
       01 WS-CPA-DATE           PIC 9(06) VALUE ZERO.
      * ORIGINATOR DETAILS ARE ASSIGNED BY THE UNIVERSITY'S BANK.
       01 WS-CPA-ORIGINATOR     PIC X(10) VALUE 'UNIVREG001'.
       01 WS-CPA-DATA-CENTRE    PIC 9(05) VALUE 00100.
       01 WS-CPA-TXN-TYPE       PIC 9(03) VALUE 450.
       01 WS-CPA-SHORT-NAME     PIC X(15) VALUE 'UNIV REGISTRAR'.
       01 WS-CPA-LONG-NAME      PIC X(30)
                                VALUE 'UNIVERSITY OFFICE OF REGISTRAR'.
       01 WS-CPA-RETURN-INST    PIC 9(09) VALUE 000100002.
       01 WS-CPA-RETURN-ACCOUNT PIC X(12) VALUE '1000001'.
       01 WS-NEXT-REQ-NO        PIC 9(06) VALUE ZERO.
       01 WS-CHEQUE-AMT         PIC 9(06)V99 VALUE ZERO.
       01 WS-REQ-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGF0114'.
       01 WS-ERROR-TEXT         PIC X(20).
       01 WS-SQLCODE-DISPLAY    PIC S9(04).
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
       01 WS-APPLIED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-CREDIT-TOTAL       PIC 9(08)V99 VALUE ZERO.
           IF WS-REQ-STATUS = '05'
               OPEN OUTPUT REFUND-REQ-FILE
           END-IF
           PERFORM OPEN-DIRECT-DEPOSIT
           PERFORM WRITE-HEADERS

           PERFORM UNTIL WS-EOF = 'Y'

           PERFORM WRITE-TOTALS
           PERFORM SAVE-NEXT-REQ-NO
           PERFORM CLOSE-DIRECT-DEPOSIT

           CLOSE REFUND-FILE
                 REGISTER-FILE
           IF WS-REQ-STATUS = '00'
               CLOSE REFUND-REQ-FILE
           END-IF
           IF WS-BANK-OPEN = 'Y'
               CLOSE BANKACCT-FILE
           END-IF

           OPEN OUTPUT REFUND-FILE
           CLOSE REFUND-FILE
           END-EXEC

           IF SQLCODE = 0
               PERFORM WRITE-REFUND-LEDGER
               ADD 1 TO WS-APPLIED-COUNT
               ADD WS-CREDIT TO WS-CREDIT-TOTAL
               PERFORM CONSIDER-CHEQUE-REQ
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       WRITE-REFUND-LEDGER.
           INITIALIZE WS-LEDGER-ENTRY
           MOVE WS-STUD-ID TO WS-LG-STUD-ID
           MOVE WS-TERM TO WS-LG-TERM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LG-DATE
           MOVE 'RF' TO WS-LG-TYPE
           COMPUTE WS-LG-DUE-AMT = ZERO - WS-CREDIT
           STRING 'WDRAW ' REF-WITHDRAWAL-DATE
                  DELIMITED BY SIZE
                  INTO WS-LG-REFERENCE
           MOVE WS-PROGRAM-ID TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE.

      * WHEN THE WITHDRAWAL CREDIT LEAVES THE ACCOUNT PAID PAST
      * THE REDUCED CHARGE, THE OVERPAYMENT IS REFUNDED: BY DIRECT
      * DEPOSIT WHEN THE STUDENT HAS VERIFIED BANKING DETAILS,
      * OTHERWISE TO AP AS A CHEQUE REQUISITION.
       CONSIDER-CHEQUE-REQ.
           IF WS-AMT-PAID > WS-AMT-DUE - WS-CREDIT
               COMPUTE WS-CHEQUE-AMT =
                       WS-AMT-PAID - (WS-AMT-DUE - WS-CREDIT)
               PERFORM CHECK-BANK-DETAILS
               IF WS-DEPOSIT-OK = 'Y'
                   PERFORM WRITE-DIRECT-DEPOSIT
               ELSE
                   PERFORM WRITE-CHEQUE-REQ
               END-IF
           END-IF.

       CHECK-BANK-DETAILS.
           MOVE 'N' TO WS-DEPOSIT-OK
           IF WS-BANK-OPEN = 'Y' AND WS-DIRDEP-OPEN = 'Y'
               MOVE REF-STUDENT-ID TO BK-STUDENT-ID
               READ BANKACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BK-STATUS = 'V'
                           MOVE 'Y' TO WS-DEPOSIT-OK
                       END-IF
               END-READ
           END-IF.

       WRITE-DIRECT-DEPOSIT.
           MOVE REF-STUDENT-ID TO VSAM-STUDENT-ID
           READ STUDENT-VSAM-FILE
               INVALID KEY
                   MOVE 'PAYEE UNKNOWN' TO WS-PAYEE-NAME
               NOT INVALID KEY
                   MOVE VSAM-STUDENT-NAME TO WS-PAYEE-NAME
           END-READ

           ADD 1 TO WS-DD-RECORD-COUNT
           MOVE SPACES TO DD-CREDIT-RECORD
           MOVE 'C' TO DDC-TYPE
           MOVE WS-DD-RECORD-COUNT TO DDC-RECORD-COUNT
           MOVE WS-CPA-ORIGINATOR TO DDC-ORIGINATOR
           MOVE WS-FILE-NO TO DDC-FILE-NO
           MOVE WS-CPA-TXN-TYPE TO DDC-TXN-TYPE
           MOVE WS-CHEQUE-AMT TO DDC-AMOUNT
           MOVE WS-CPA-DATE TO DDC-DUE-DATE
           MOVE ZERO TO DDC-ID-LEAD
           MOVE BK-INSTITUTION TO DDC-INSTITUTION
           MOVE BK-TRANSIT TO DDC-TRANSIT
           MOVE BK-ACCOUNT TO DDC-ACCOUNT
           MOVE ZEROS TO DDC-TRACE-NO
           MOVE ZERO TO DDC-STORED-TYPE
           MOVE WS-CPA-SHORT-NAME TO DDC-SHORT-NAME
           MOVE WS-PAYEE-NAME TO DDC-PAYEE-NAME
           MOVE WS-CPA-LONG-NAME TO DDC-LONG-NAME
           MOVE WS-CPA-ORIGINATOR TO DDC-USER-ID
           STRING REF-STUDENT-ID ' ' REF-WITHDRAWAL-DATE
                  DELIMITED BY SIZE
                  INTO DDC-CROSS-REF
           MOVE WS-CPA-RETURN-INST TO DDC-RETURN-INST
           MOVE WS-CPA-RETURN-ACCOUNT TO DDC-RETURN-ACCOUNT
           MOVE 'STUDENT REFUND' TO DDC-SUNDRY
           WRITE DD-CREDIT-RECORD
           ADD 1 TO WS-DD-COUNT
           ADD WS-CHEQUE-AMT TO WS-DD-TOTAL

           MOVE ZERO TO WS-ACCT-LEN
           INSPECT BK-ACCOUNT TALLYING WS-ACCT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE '********' TO WS-MASKED-ACCOUNT
           IF WS-ACCT-LEN > 4
               MOVE BK-ACCOUNT(WS-ACCT-LEN - 3:4)
                 TO WS-MASKED-ACCOUNT(9:4)
           END-IF
           MOVE SPACES TO WS-LINE
           STRING 'DIRECT DEPOSIT PAYEE ' WS-PAYEE-NAME
                  ' ACCT ' WS-MASKED-ACCOUNT
                  ' AMOUNT ' WS-CHEQUE-AMT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-CHEQUE-REQ.
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'PRGF0114 REQUISITION FILE UNAVAILABLE: '
               CLOSE REQNO-FILE
           END-IF.

      * THE BANKING FILE IS OPTIONAL; WITHOUT IT, OR WITHOUT THE
      * DEPOSIT FILE, EVERY REFUND GOES BY CHEQUE AS BEFORE.
       OPEN-DIRECT-DEPOSIT.
           OPEN INPUT BANKACCT-FILE
           IF WS-BANK-STATUS = '00'
               MOVE 'Y' TO WS-BANK-OPEN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-JAN1-DATE = (WS-TODAY-CC * 100 + WS-TODAY-YY)
                                  * 10000 + 0101
           COMPUTE WS-DAY-OF-YEAR =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-JAN1-DATE) + 1
           COMPUTE WS-CPA-DATE = WS-TODAY-YY * 1000 + WS-DAY-OF-YEAR

           MOVE ZERO TO WS-FILE-NO
           OPEN INPUT FILENO-FILE
           IF WS-FILENO-STATUS = '00'
               READ FILENO-FILE
                   NOT AT END
                       MOVE FILENO-RECORD TO WS-FILE-NO
               END-READ
               CLOSE FILENO-FILE
           END-IF
           IF WS-FILE-NO = 9999
               MOVE ZERO TO WS-FILE-NO
           END-IF
           ADD 1 TO WS-FILE-NO

           OPEN OUTPUT DIRDEP-FILE
           IF WS-DIRDEP-STATUS = '00'
               MOVE 'Y' TO WS-DIRDEP-OPEN
               MOVE 1 TO WS-DD-RECORD-COUNT
               MOVE SPACES TO DD-HEADER-RECORD
               MOVE 'A' TO DDA-TYPE
               MOVE WS-DD-RECORD-COUNT TO DDA-RECORD-COUNT
               MOVE WS-CPA-ORIGINATOR TO DDA-ORIGINATOR
               MOVE WS-FILE-NO TO DDA-FILE-NO
               MOVE WS-CPA-DATE TO DDA-CREATE-DATE
               MOVE WS-CPA-DATA-CENTRE TO DDA-DATA-CENTRE
               MOVE 'CAD' TO DDA-CURRENCY
               WRITE DD-HEADER-RECORD
           ELSE
               DISPLAY 'PRGF0114 DIRECT DEPOSIT FILE UNAVAILABLE: '
                       WS-DIRDEP-STATUS ' - ALL REFUNDS BY CHEQUE'
           END-IF.

       CLOSE-DIRECT-DEPOSIT.
           IF WS-DIRDEP-OPEN = 'Y'
               ADD 1 TO WS-DD-RECORD-COUNT
               MOVE SPACES TO DD-TRAILER-RECORD
               MOVE 'Z' TO DDZ-TYPE
               MOVE WS-DD-RECORD-COUNT TO DDZ-RECORD-COUNT
               MOVE WS-CPA-ORIGINATOR TO DDZ-ORIGINATOR
               MOVE WS-FILE-NO TO DDZ-FILE-NO
               MOVE ZERO TO DDZ-DEBIT-VALUE
               MOVE ZERO TO DDZ-DEBIT-COUNT
               MOVE WS-DD-TOTAL TO DDZ-CREDIT-VALUE
               MOVE WS-DD-COUNT TO DDZ-CREDIT-COUNT
               WRITE DD-TRAILER-RECORD
               CLOSE DIRDEP-FILE

               OPEN OUTPUT FILENO-FILE
               IF WS-FILENO-STATUS = '00'
                   MOVE WS-FILE-NO TO FILENO-RECORD
                   WRITE FILENO-RECORD
                   CLOSE FILENO-FILE
               END-IF
           END-IF.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'STUD ID TERM   WITHDRAWAL REFUND CREDIT'
                  WS-REQ-COUNT        DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'REFUNDS BY CHEQUE: '  DELIMITED BY SIZE
                  WS-REQ-COUNT          DELIMITED BY SIZE
                  '  AMOUNT: '          DELIMITED BY SIZE
                  WS-REQ-TOTAL          DELIMITED BY SIZE
                  '  BY DIRECT DEPOSIT: ' DELIMITED BY SIZE
                  WS-DD-COUNT           DELIMITED BY SIZE
                  '  AMOUNT: '          DELIMITED BY SIZE
                  WS-DD-TOTAL           DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY WS-LINE.
