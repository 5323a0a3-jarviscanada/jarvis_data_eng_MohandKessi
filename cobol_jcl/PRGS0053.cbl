       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGV0153.
       AUTHOR. Mohand Kessi.

      * MONTH-END RECEIVABLES RECONCILIATION.  THE OUTSTANDING
      * BALANCES IN THE STUDENT_BILLING SUBLEDGER ARE PROVED AGAINST
      * THE RECEIVABLE CONTROL ACCOUNTS AS BUILT UP IN GLACTUAL.VSAM
      * FROM THE GLPOST.DAT POSTINGS.  THE ACCOUNTS ARE TAKEN FROM
      * THE GL ACCOUNT MAP: THE DEBIT SIDE OF THE AS ROWS IS THE
      * RECEIVABLE, THE DEBIT SIDE OF THE AW AND WO ROWS THE AWARD
      * AND WRITE-OFF ACCOUNTS, AND THE CREDIT SIDE OF THE RF ROWS
      * THE REFUND ACCOUNT.  A DIFFERENCE BEYOND THE TOLERANCE ENDS
      * THE STEP WITH RC 8 SO THE PERIOD IS NOT CERTIFIED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GLACTUAL-FILE ASSIGN TO 'GLACTUAL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GLACTUAL-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO 'ARRECON.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT MONTHEND-DATE-FILE ASSIGN TO 'MONTHEND-DATE.DAT'
               FILE STATUS IS WS-MONTHEND-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GLMAP-FILE.
       01 GLMAP-RECORD.
          05 GLM-KEY.
             10 GLM-TRAN-TYPE    PIC X(02).
             10 GLM-COURSE       PIC X(04).
          05 GLM-DEBIT-ACCT      PIC X(08).
          05 GLM-CREDIT-ACCT     PIC X(08).

       FD GLACTUAL-FILE.
       01 GLACTUAL-RECORD.
          05 GA-KEY.
             10 GA-PERIOD        PIC 9(06).
             10 GA-ACCOUNT       PIC X(08).
          05 GA-DEBIT-TOTAL      PIC 9(12)V99.
          05 GA-CREDIT-TOTAL     PIC 9(12)V99.
          05 GA-LAST-POST-DATE   PIC X(08).
          05 FILLER              PIC X(10).

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD  PIC X(100).

       FD REPORT-REGISTRY-FILE.
       01 REPORT-REGISTRY-RECORD.
          05 RR-STATUS        PIC X.
          05 RR-REPORT-NAME   PIC X(16).
          05 RR-FILENAME      PIC X(30).
          05 RR-RUN-DATE      PIC X(08).
          05 RR-RUN-TIME      PIC X(06).
          05 RR-OPERATOR      PIC X(08).
          05 RR-COUNT         PIC 9(06).

       FD MONTHEND-DATE-FILE.
       01 MONTHEND-DATE-RECORD  PIC 9(06).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD     PIC 9(08).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-GLMAP-STATUS       PIC XX VALUE SPACES.
       01 WS-GLACTUAL-STATUS    PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-MONTHEND-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PERIOD             PIC 9(06) VALUE ZERO.
       01 WS-LINE               PIC X(100).

      * TOLERANCE COMES FROM SYSIN; A BLANK CARD TAKES THE DEFAULT.
       01 WS-TOLERANCE-IN       PIC X(12) VALUE SPACES.
       01 WS-DEFAULT-TOLERANCE  PIC 9(06)V99 VALUE 1.00.
       01 WS-TOLERANCE          PIC 9(06)V99 VALUE ZERO.

       01 WS-AX                 PIC 9(03) VALUE ZERO.
       01 WS-FOUND-AX           PIC 9(03) VALUE ZERO.
       01 WS-RX                 PIC 9(01) VALUE ZERO.
       01 WS-SEARCH-ACCOUNT     PIC X(08).
       01 WS-SEARCH-ROLE        PIC X(01).
       01 WS-TABLE-FULL         PIC X VALUE 'N'.
       01 WS-NET                PIC S9(12)V99 VALUE ZERO.

      * ROLE R = RECEIVABLE, A = AWARD, W = WRITE-OFF, F = REFUND.
       01 WS-ACCOUNT-TABLE.
          05 WS-ACT-COUNT       PIC 9(03) VALUE ZERO.
          05 WS-ACT-ENTRY OCCURS 100 TIMES.
             10 WS-ACT-ACCOUNT  PIC X(08).
             10 WS-ACT-ROLE     PIC X(01).
             10 WS-ACT-OPENING  PIC S9(12)V99.
             10 WS-ACT-ACTIVITY PIC S9(12)V99.

       01 WS-ROLE-CODES         PIC X(04) VALUE 'RAWF'.
       01 WS-ROLE-NAMES.
          05 FILLER             PIC X(12) VALUE 'RECEIVABLE'.
          05 FILLER             PIC X(12) VALUE 'AWARD'.
          05 FILLER             PIC X(12) VALUE 'WRITE-OFF'.
          05 FILLER             PIC X(12) VALUE 'REFUND'.
       01 WS-ROLE-NAME-TABLE REDEFINES WS-ROLE-NAMES.
          05 WS-ROLE-NAME       PIC X(12) OCCURS 4 TIMES.

       01 WS-ROLE-TOTALS.
          05 WS-ROLE-ENTRY OCCURS 4 TIMES.
             10 WS-ROLE-OPENING  PIC S9(12)V99.
             10 WS-ROLE-ACTIVITY PIC S9(12)V99.
             10 WS-ROLE-ACCOUNTS PIC 9(03).

       01 WS-GL-CLOSING         PIC S9(12)V99 VALUE ZERO.
       01 WS-SUB-COUNT          PIC S9(09) COMP VALUE ZERO.
       01 WS-SUB-BALANCE        PIC S9(12)V99 COMP-3 VALUE ZERO.
       01 WS-DIFFERENCE         PIC S9(12)V99 VALUE ZERO.
       01 WS-ABS-DIFFERENCE     PIC 9(12)V99 VALUE ZERO.
       01 WS-SQL-FAILED         PIC X VALUE 'N'.
       01 WS-SQLCODE-DISPLAY    PIC -(8)9.
       01 WS-RECONCILED         PIC X VALUE 'Y'.
       01 WS-COUNT-DISPLAY      PIC Z(8)9.

       01 WS-ACCOUNT-LINE.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-AL-ACCOUNT      PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-AL-ROLE         PIC X(12).
          05 WS-AL-OPENING      PIC ---,---,---,--9.99.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-AL-ACTIVITY     PIC ---,---,---,--9.99.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-AL-CLOSING      PIC ---,---,---,--9.99.

       01 WS-AMOUNT-LINE.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-ML-LABEL        PIC X(40).
          05 WS-ML-AMOUNT       PIC ---,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PERIOD
           PERFORM GET-TOLERANCE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           INITIALIZE WS-ACCOUNT-TABLE
           INITIALIZE WS-ROLE-TOTALS

           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM WRITE-HEADERS

           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-ACTUALS
           PERFORM SUM-SUBLEDGER

           PERFORM PRINT-ACCOUNTS
           PERFORM PRINT-RECONCILIATION

           PERFORM REGISTER-OUTPUT
           CLOSE RECON-REPORT-FILE

           IF WS-RECONCILED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * THE PERIOD BEING CLOSED IS THE MONTH-END CONTROL PERIOD;
      * WITHOUT ONE THE MONTH OF THE CYCLE DATE IS USED.
       GET-PERIOD.
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
           MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD

           OPEN INPUT MONTHEND-DATE-FILE
           IF WS-MONTHEND-STATUS = '00'
               READ MONTHEND-DATE-FILE
                   NOT AT END
                       IF MONTHEND-DATE-RECORD > ZERO
                           MOVE MONTHEND-DATE-RECORD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE MONTHEND-DATE-FILE
           END-IF.

       GET-TOLERANCE.
           DISPLAY 'ENTER RECONCILIATION TOLERANCE (DEFAULT 1.00): '
           ACCEPT WS-TOLERANCE-IN
           IF WS-TOLERANCE-IN = SPACES
               MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE
           ELSE
               COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-TOLERANCE-IN)
           END-IF.

      * THE MAP IS READ IN KEY ORDER, SO AN ACCOUNT THAT IS ALSO THE
      * RECEIVABLE ON AN AS ROW KEEPS THE RECEIVABLE ROLE.
       LOAD-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'PRGV0153 NO GL ACCOUNT MAP ON FILE'
               MOVE 'N' TO WS-RECONCILED
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLMAP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE GLM-TRAN-TYPE
                           WHEN 'AS'
                               MOVE GLM-DEBIT-ACCT TO WS-SEARCH-ACCOUNT
                               MOVE 'R' TO WS-SEARCH-ROLE
                               PERFORM ADD-ACCOUNT
                           WHEN 'AW'
                               MOVE GLM-DEBIT-ACCT TO WS-SEARCH-ACCOUNT
                               MOVE 'A' TO WS-SEARCH-ROLE
                               PERFORM ADD-ACCOUNT
                           WHEN 'WO'
                               MOVE GLM-DEBIT-ACCT TO WS-SEARCH-ACCOUNT
                               MOVE 'W' TO WS-SEARCH-ROLE
                               PERFORM ADD-ACCOUNT
                           WHEN 'RF'
                               MOVE GLM-CREDIT-ACCT
                                 TO WS-SEARCH-ACCOUNT
                               MOVE 'F' TO WS-SEARCH-ROLE
                               PERFORM ADD-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-GLMAP-STATUS = '10'
               CLOSE GLMAP-FILE
           END-IF

           IF WS-ROLE-ACCOUNTS(1) = ZERO
               DISPLAY 'PRGV0153 NO RECEIVABLE ACCOUNT ON THE MAP'
               MOVE 'N' TO WS-RECONCILED
           END-IF.

       ADD-ACCOUNT.
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-AX = ZERO
               IF WS-ACT-COUNT < 100
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-SEARCH-ACCOUNT
                     TO WS-ACT-ACCOUNT(WS-ACT-COUNT)
                   MOVE WS-SEARCH-ROLE TO WS-ACT-ROLE(WS-ACT-COUNT)
                   MOVE ZERO TO WS-ACT-OPENING(WS-ACT-COUNT)
                                WS-ACT-ACTIVITY(WS-ACT-COUNT)
                   PERFORM FIND-ROLE
                   ADD 1 TO WS-ROLE-ACCOUNTS(WS-RX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

       FIND-ACCOUNT.
           MOVE ZERO TO WS-FOUND-AX
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ACT-COUNT
                      OR WS-FOUND-AX > ZERO
               IF WS-ACT-ACCOUNT(WS-AX) = WS-SEARCH-ACCOUNT
                   MOVE WS-AX TO WS-FOUND-AX
               END-IF
           END-PERFORM.

       FIND-ROLE.
           MOVE 1 TO WS-RX
           PERFORM UNTIL WS-RX = 4
                      OR WS-ROLE-CODES(WS-RX:1) = WS-SEARCH-ROLE
               ADD 1 TO WS-RX
           END-PERFORM.

      * POSTINGS BEFORE THE PERIOD MAKE UP THE OPENING BALANCE AND
      * THE PERIOD'S OWN POSTINGS ARE ITS ACTIVITY, BOTH AS NET
      * DEBITS.  PERIOD 000000 ROWS ARE PRGG0132'S RERUN CONTROL
      * ROWS, NOT POSTINGS.
       LOAD-ACTUALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLACTUAL-FILE
           IF WS-GLACTUAL-STATUS NOT = '00'
               DISPLAY 'PRGV0153 NO GL ACTUALS ON FILE'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLACTUAL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GA-PERIOD > WS-PERIOD
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF GA-PERIOD NOT = ZERO
                               PERFORM ADD-ACTUAL-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GLACTUAL-STATUS = '00' OR WS-GLACTUAL-STATUS = '10'
               CLOSE GLACTUAL-FILE
           END-IF.

       ADD-ACTUAL-AMOUNT.
           MOVE GA-ACCOUNT TO WS-SEARCH-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-AX > ZERO
               COMPUTE WS-NET = GA-DEBIT-TOTAL - GA-CREDIT-TOTAL
               IF GA-PERIOD = WS-PERIOD
                   ADD WS-NET TO WS-ACT-ACTIVITY(WS-FOUND-AX)
               ELSE
                   ADD WS-NET TO WS-ACT-OPENING(WS-FOUND-AX)
               END-IF
           END-IF.

      * CREDIT BALANCES ARE HELD AS UNAPPLIED CREDIT OUTSIDE THE
      * RECEIVABLE, SO ONLY BILLS STILL OWING ARE TOTALLED.
       SUM-SUBLEDGER.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(BILL_AMT_DUE - BILL_AMT_PAID
                                   - BILL_AMT_WROFF), 0)
               INTO :WS-SUB-COUNT, :WS-SUB-BALANCE
               FROM STUDENT_BILLING
               WHERE BILL_AMT_PAID + BILL_AMT_WROFF < BILL_AMT_DUE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'PRGV0153 BILLING SUBLEDGER NOT READ - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               MOVE 'Y' TO WS-SQL-FAILED
               MOVE 'N' TO WS-RECONCILED
               MOVE ZERO TO WS-SUB-COUNT
               MOVE ZERO TO WS-SUB-BALANCE
           END-IF.

       PRINT-ACCOUNTS.
           WRITE RECON-REPORT-RECORD FROM SPACES
           MOVE 'GL ACCOUNTS RECONCILED' TO WS-LINE
           WRITE RECON-REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING '  ACCOUNT   ROLE                    OPENING'
                  '           ACTIVITY            CLOSING'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE RECON-REPORT-RECORD FROM WS-LINE
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ACT-COUNT
               MOVE WS-ACT-ROLE(WS-AX) TO WS-SEARCH-ROLE
               PERFORM FIND-ROLE
               ADD WS-ACT-OPENING(WS-AX) TO WS-ROLE-OPENING(WS-RX)
               ADD WS-ACT-ACTIVITY(WS-AX) TO WS-ROLE-ACTIVITY(WS-RX)
               MOVE WS-ACT-ACCOUNT(WS-AX) TO WS-AL-ACCOUNT
               MOVE WS-ROLE-NAME(WS-RX) TO WS-AL-ROLE
               MOVE WS-ACT-OPENING(WS-AX) TO WS-AL-OPENING
               MOVE WS-ACT-ACTIVITY(WS-AX) TO WS-AL-ACTIVITY
               COMPUTE WS-NET = WS-ACT-OPENING(WS-AX)
                              + WS-ACT-ACTIVITY(WS-AX)
               MOVE WS-NET TO WS-AL-CLOSING
               WRITE RECON-REPORT-RECORD FROM WS-ACCOUNT-LINE
           END-PERFORM
           IF WS-TABLE-FULL = 'Y'
               MOVE '*** ACCOUNT TABLE FULL - ACCOUNTS LEFT OUT ***'
                 TO WS-LINE
               WRITE RECON-REPORT-RECORD FROM WS-LINE
               DISPLAY 'PRGV0153 ' WS-LINE
               MOVE 'N' TO WS-RECONCILED
           END-IF.

       PRINT-RECONCILIATION.
           COMPUTE WS-GL-CLOSING = WS-ROLE-OPENING(1)
                                 + WS-ROLE-ACTIVITY(1)
           COMPUTE WS-DIFFERENCE = WS-SUB-BALANCE - WS-GL-CLOSING
           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
           IF WS-ABS-DIFFERENCE > WS-TOLERANCE
               MOVE 'N' TO WS-RECONCILED
           END-IF

           WRITE RECON-REPORT-RECORD FROM SPACES
           MOVE 'RECEIVABLE CONTROL PER GENERAL LEDGER' TO WS-LINE
           WRITE RECON-REPORT-RECORD FROM WS-LINE
           MOVE 'OPENING BALANCE' TO WS-ML-LABEL
           MOVE WS-ROLE-OPENING(1) TO WS-ML-AMOUNT
           WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'ACTIVITY FOR THE PERIOD' TO WS-ML-LABEL
           MOVE WS-ROLE-ACTIVITY(1) TO WS-ML-AMOUNT
           WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'CLOSING BALANCE' TO WS-ML-LABEL
           MOVE WS-GL-CLOSING TO WS-ML-AMOUNT
           WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE

           WRITE RECON-REPORT-RECORD FROM SPACES
           MOVE 'PERIOD ACTIVITY ON RELATED ACCOUNTS (NET DEBIT)'
             TO WS-LINE
           WRITE RECON-REPORT-RECORD FROM WS-LINE
           PERFORM VARYING WS-RX FROM 2 BY 1 UNTIL WS-RX > 4
               MOVE WS-ROLE-NAME(WS-RX) TO WS-ML-LABEL
               IF WS-ROLE-ACCOUNTS(WS-RX) = ZERO
                   MOVE SPACES TO WS-LINE
                   STRING '  ' WS-ROLE-NAME(WS-RX)
                          '                            NOT MAPPED'
                          DELIMITED BY SIZE
                          INTO WS-LINE
                   WRITE RECON-REPORT-RECORD FROM WS-LINE
               ELSE
                   MOVE WS-ROLE-ACTIVITY(WS-RX) TO WS-ML-AMOUNT
                   WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE
               END-IF
           END-PERFORM

           WRITE RECON-REPORT-RECORD FROM SPACES
           MOVE 'BILLING SUBLEDGER' TO WS-LINE
           WRITE RECON-REPORT-RECORD FROM WS-LINE
           MOVE WS-SUB-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-LINE
           STRING '  BILLS OUTSTANDING                       '
                  WS-COUNT-DISPLAY
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE RECON-REPORT-RECORD FROM WS-LINE
           MOVE 'OUTSTANDING BALANCE' TO WS-ML-LABEL
           MOVE WS-SUB-BALANCE TO WS-ML-AMOUNT
           WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE
           IF WS-SQL-FAILED = 'Y'
               MOVE '  *** SUBLEDGER COULD NOT BE READ ***' TO WS-LINE
               WRITE RECON-REPORT-RECORD FROM WS-LINE
           END-IF

           WRITE RECON-REPORT-RECORD FROM SPACES
           MOVE 'DIFFERENCE (SUBLEDGER LESS GL)' TO WS-ML-LABEL
           MOVE WS-DIFFERENCE TO WS-ML-AMOUNT
           WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'TOLERANCE' TO WS-ML-LABEL
           MOVE WS-TOLERANCE TO WS-ML-AMOUNT
           WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE

           WRITE RECON-REPORT-RECORD FROM SPACES
           IF WS-RECONCILED = 'Y'
               MOVE 'RESULT: RECEIVABLES RECONCILED' TO WS-LINE
           ELSE
               MOVE SPACES TO WS-LINE
               STRING 'RESULT: *** NOT RECONCILED - PERIOD MAY NOT BE '
                      'CERTIFIED ***'
                      DELIMITED BY SIZE
                      INTO WS-LINE
           END-IF
           WRITE RECON-REPORT-RECORD FROM WS-LINE
           DISPLAY 'PRGV0153 ' WS-LINE
           MOVE WS-DIFFERENCE TO WS-ML-AMOUNT
           DISPLAY 'PRGV0153 DIFFERENCE: ' WS-ML-AMOUNT.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'RECEIVABLES RECONCILIATION - PERIOD ' WS-PERIOD
                  '  RUN ' WS-CURRENT-STAMP(1:8)
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE RECON-REPORT-RECORD FROM WS-LINE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'AR-RECON' TO RR-REPORT-NAME
               MOVE 'ARRECON.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGV0153' TO RR-OPERATOR
               MOVE WS-ACT-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGV0153 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
