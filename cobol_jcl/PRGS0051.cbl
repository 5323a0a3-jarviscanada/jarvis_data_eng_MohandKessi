       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0151.
       AUTHOR. Mohand Kessi.

      * MONTHLY BUDGET-VERSUS-ACTUAL REVENUE REPORT.  THE APPROVED
      * BUDGET IN GLBUDGET.VSAM IS SET AGAINST THE GL POSTINGS TO
      * DATE ROLLED UP BY PRGG0132 INTO GLACTUAL.VSAM, FOR THE CYCLE
      * MONTH AND FOR THE FISCAL YEAR TO DATE.  ACTUAL REVENUE IS
      * CREDITS LESS DEBITS.  THE TUITION ACCOUNTS NAMED ON THE
      * AS (ASSESSMENT) ROWS OF GLMAP.VSAM ARE LISTED FIRST WITH
      * THEIR COURSE AND A TUITION SUBTOTAL; ANY OTHER ACCOUNT THAT
      * CARRIES A BUDGET FOLLOWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT BUDGET-FILE ASSIGN TO 'GLBUDGET.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT GLACTUAL-FILE ASSIGN TO 'GLACTUAL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GLACTUAL-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO 'BUDVACT.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
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

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
          05 BG-KEY.
             10 BG-PERIOD        PIC 9(06).
             10 BG-ACCOUNT       PIC X(08).
          05 BG-AMOUNT           PIC 9(10)V99.
          05 BG-ENTERED-BY       PIC X(08).
          05 BG-ENTERED-DATE     PIC 9(08).
          05 FILLER              PIC X(10).

       FD GLACTUAL-FILE.
       01 GLACTUAL-RECORD.
          05 GA-KEY.
             10 GA-PERIOD        PIC 9(06).
             10 GA-ACCOUNT       PIC X(08).
          05 GA-DEBIT-TOTAL      PIC 9(12)V99.
          05 GA-CREDIT-TOTAL     PIC 9(12)V99.
          05 GA-LAST-POST-DATE   PIC X(08).
          05 FILLER              PIC X(10).

       FD BUDGET-REPORT-FILE.
       01 BUDGET-REPORT-RECORD PIC X(132).

       FD REPORT-REGISTRY-FILE.
       01 REPORT-REGISTRY-RECORD.
          05 RR-STATUS        PIC X.
          05 RR-REPORT-NAME   PIC X(16).
          05 RR-FILENAME      PIC X(30).
          05 RR-RUN-DATE      PIC X(08).
          05 RR-RUN-TIME      PIC X(06).
          05 RR-OPERATOR      PIC X(08).
          05 RR-COUNT         PIC 9(06).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-GLMAP-STATUS       PIC XX VALUE SPACES.
       01 WS-BUDGET-STATUS      PIC XX VALUE SPACES.
       01 WS-GLACTUAL-STATUS    PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(21).

      * THE FISCAL YEAR OPENS WITH THE JULY PERIOD.
       01 WS-FY-START-MONTH     PIC 9(02) VALUE 07.
       01 WS-CYCLE-PERIOD       PIC 9(06) VALUE ZERO.
       01 WS-CYCLE-PERIOD-R REDEFINES WS-CYCLE-PERIOD.
          05 WS-CYCLE-YEAR      PIC 9(04).
          05 WS-CYCLE-MONTH     PIC 9(02).
       01 WS-FY-START-PERIOD    PIC 9(06) VALUE ZERO.
       01 WS-FY-START-R REDEFINES WS-FY-START-PERIOD.
          05 WS-FY-START-YEAR   PIC 9(04).
          05 WS-FY-START-MM     PIC 9(02).

       01 WS-AX                 PIC 9(03) VALUE ZERO.
       01 WS-FOUND-AX           PIC 9(03) VALUE ZERO.
       01 WS-SEARCH-ACCOUNT     PIC X(08).
       01 WS-TABLE-FULL         PIC X VALUE 'N'.
       01 WS-ACTUAL             PIC S9(12)V99 VALUE ZERO.
       01 WS-VARIANCE           PIC S9(12)V99 VALUE ZERO.
       01 WS-PERCENT            PIC S9(05)V9 VALUE ZERO.
       01 WS-LISTED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-SECTION-FLAG       PIC X VALUE SPACES.

       01 WS-ACCOUNT-TABLE.
          05 WS-ACT-COUNT       PIC 9(03) VALUE ZERO.
          05 WS-ACT-ENTRY OCCURS 300 TIMES.
             10 WS-ACT-ACCOUNT  PIC X(08).
             10 WS-ACT-TUITION  PIC X(01).
             10 WS-ACT-COURSE   PIC X(05).
             10 WS-ACT-MTD-BUD  PIC S9(12)V99.
             10 WS-ACT-MTD-ACT  PIC S9(12)V99.
             10 WS-ACT-YTD-BUD  PIC S9(12)V99.
             10 WS-ACT-YTD-ACT  PIC S9(12)V99.

       01 WS-TOTALS.
          05 WS-TOT-ENTRY OCCURS 3 TIMES.
             10 WS-TOT-MTD-BUD  PIC S9(12)V99.
             10 WS-TOT-MTD-ACT  PIC S9(12)V99.
             10 WS-TOT-YTD-BUD  PIC S9(12)V99.
             10 WS-TOT-YTD-ACT  PIC S9(12)V99.
       01 WS-TX                 PIC 9(01) VALUE ZERO.

       01 WS-PRINT-LINE.
          05 WS-PL-ACCOUNT      PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-PL-COURSE       PIC X(05).
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-PL-MTD-BUD      PIC ---,---,---,--9.99.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-PL-MTD-ACT      PIC ---,---,---,--9.99.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-PL-YTD-BUD      PIC ---,---,---,--9.99.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-PL-YTD-ACT      PIC ---,---,---,--9.99.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-PL-VARIANCE     PIC ---,---,---,--9.99.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-PL-PERCENT      PIC ----9.9.
          05 WS-PL-PERCENT-X REDEFINES WS-PL-PERCENT PIC X(07).
          05 FILLER             PIC X(01) VALUE SPACES.
       01 WS-LINE               PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-DATE(1:6) TO WS-CYCLE-PERIOD
           MOVE WS-CYCLE-YEAR TO WS-FY-START-YEAR
           IF WS-CYCLE-MONTH < WS-FY-START-MONTH
               SUBTRACT 1 FROM WS-FY-START-YEAR
           END-IF
           MOVE WS-FY-START-MONTH TO WS-FY-START-MM
           INITIALIZE WS-ACCOUNT-TABLE
           INITIALIZE WS-TOTALS

           OPEN OUTPUT BUDGET-REPORT-FILE
           PERFORM WRITE-HEADERS

           PERFORM LOAD-TUITION-ACCOUNTS
           PERFORM LOAD-BUDGET
           PERFORM LOAD-ACTUALS

           MOVE 'Y' TO WS-SECTION-FLAG
           MOVE 'TUITION REVENUE BY COURSE' TO WS-LINE
           PERFORM PRINT-SECTION
           MOVE 1 TO WS-TX
           PERFORM PRINT-TOTAL-LINE

           MOVE 'N' TO WS-SECTION-FLAG
           MOVE 'OTHER BUDGETED ACCOUNTS' TO WS-LINE
           PERFORM PRINT-SECTION
           MOVE 2 TO WS-TX
           PERFORM PRINT-TOTAL-LINE

           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 2
               ADD WS-TOT-MTD-BUD(WS-TX) TO WS-TOT-MTD-BUD(3)
               ADD WS-TOT-MTD-ACT(WS-TX) TO WS-TOT-MTD-ACT(3)
               ADD WS-TOT-YTD-BUD(WS-TX) TO WS-TOT-YTD-BUD(3)
               ADD WS-TOT-YTD-ACT(WS-TX) TO WS-TOT-YTD-ACT(3)
           END-PERFORM
           WRITE BUDGET-REPORT-RECORD FROM SPACES
           MOVE 3 TO WS-TX
           PERFORM PRINT-TOTAL-LINE

           IF WS-TABLE-FULL = 'Y'
               MOVE '*** ACCOUNT TABLE FULL - REPORT IS INCOMPLETE ***'
                 TO WS-LINE
               WRITE BUDGET-REPORT-RECORD FROM WS-LINE
               DISPLAY 'PRGR0151 ' WS-LINE
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM REGISTER-OUTPUT
           CLOSE BUDGET-REPORT-FILE
           DISPLAY 'PRGR0151 ACCOUNTS REPORTED: ' WS-LISTED-COUNT
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
           END-IF.

      * EVERY CREDIT ACCOUNT ON AN AS ROW OF THE MAP IS A TUITION
      * ACCOUNT.  WHEN SEVERAL COURSES SHARE ONE ACCOUNT IT SHOWS
      * ONCE, MARKED MULTI.
       LOAD-TUITION-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'PRGR0151 NO GL ACCOUNT MAP ON FILE'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLMAP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLM-TRAN-TYPE = 'AS'
                           PERFORM ADD-TUITION-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GLMAP-STATUS = '10'
               CLOSE GLMAP-FILE
           END-IF.

       ADD-TUITION-ACCOUNT.
           MOVE GLM-CREDIT-ACCT TO WS-SEARCH-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-AX = ZERO
               PERFORM ADD-ACCOUNT
               IF WS-FOUND-AX > ZERO
                   MOVE 'Y' TO WS-ACT-TUITION(WS-FOUND-AX)
                   IF GLM-COURSE = '****'
                       MOVE 'DEFLT' TO WS-ACT-COURSE(WS-FOUND-AX)
                   ELSE
                       MOVE GLM-COURSE TO WS-ACT-COURSE(WS-FOUND-AX)
                   END-IF
               END-IF
           ELSE
               MOVE 'MULTI' TO WS-ACT-COURSE(WS-FOUND-AX)
           END-IF.

       LOAD-BUDGET.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY 'PRGR0151 NO GL BUDGET ON FILE'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE WS-FY-START-PERIOD TO BG-PERIOD
               MOVE LOW-VALUES TO BG-ACCOUNT
               START BUDGET-FILE KEY IS >= BG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BUDGET-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BG-PERIOD > WS-CYCLE-PERIOD
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM ADD-BUDGET-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BUDGET-STATUS = '00' OR WS-BUDGET-STATUS = '10'
               CLOSE BUDGET-FILE
           END-IF.

       ADD-BUDGET-AMOUNT.
           MOVE BG-ACCOUNT TO WS-SEARCH-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-AX = ZERO
               PERFORM ADD-ACCOUNT
           END-IF
           IF WS-FOUND-AX > ZERO
               ADD BG-AMOUNT TO WS-ACT-YTD-BUD(WS-FOUND-AX)
               IF BG-PERIOD = WS-CYCLE-PERIOD
                   ADD BG-AMOUNT TO WS-ACT-MTD-BUD(WS-FOUND-AX)
               END-IF
           END-IF.

      * ONLY ACCOUNTS ALREADY IN THE TABLE (TUITION OR BUDGETED)
      * ARE REPORTED; RECEIVABLE AND CASH ACCOUNTS CARRY NO BUDGET.
       LOAD-ACTUALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLACTUAL-FILE
           IF WS-GLACTUAL-STATUS NOT = '00'
               DISPLAY 'PRGR0151 NO GL ACTUALS ON FILE'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE WS-FY-START-PERIOD TO GA-PERIOD
               MOVE LOW-VALUES TO GA-ACCOUNT
               START GLACTUAL-FILE KEY IS >= GA-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLACTUAL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GA-PERIOD > WS-CYCLE-PERIOD
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM ADD-ACTUAL-AMOUNT
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
               COMPUTE WS-ACTUAL = GA-CREDIT-TOTAL - GA-DEBIT-TOTAL
               ADD WS-ACTUAL TO WS-ACT-YTD-ACT(WS-FOUND-AX)
               IF GA-PERIOD = WS-CYCLE-PERIOD
                   ADD WS-ACTUAL TO WS-ACT-MTD-ACT(WS-FOUND-AX)
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

       ADD-ACCOUNT.
           IF WS-ACT-COUNT < 300
               ADD 1 TO WS-ACT-COUNT
               MOVE WS-ACT-COUNT TO WS-FOUND-AX
               MOVE WS-SEARCH-ACCOUNT TO WS-ACT-ACCOUNT(WS-FOUND-AX)
               MOVE 'N' TO WS-ACT-TUITION(WS-FOUND-AX)
               MOVE SPACES TO WS-ACT-COURSE(WS-FOUND-AX)
               MOVE ZERO TO WS-ACT-MTD-BUD(WS-FOUND-AX)
                            WS-ACT-MTD-ACT(WS-FOUND-AX)
                            WS-ACT-YTD-BUD(WS-FOUND-AX)
                            WS-ACT-YTD-ACT(WS-FOUND-AX)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
               MOVE ZERO TO WS-FOUND-AX
           END-IF.

       PRINT-SECTION.
           WRITE BUDGET-REPORT-RECORD FROM SPACES
           WRITE BUDGET-REPORT-RECORD FROM WS-LINE
           IF WS-SECTION-FLAG = 'Y'
               MOVE 1 TO WS-TX
           ELSE
               MOVE 2 TO WS-TX
           END-IF
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ACT-COUNT
               IF WS-ACT-TUITION(WS-AX) = WS-SECTION-FLAG
                   PERFORM PRINT-ACCOUNT-LINE
               END-IF
           END-PERFORM.

       PRINT-ACCOUNT-LINE.
           ADD 1 TO WS-LISTED-COUNT
           ADD WS-ACT-MTD-BUD(WS-AX) TO WS-TOT-MTD-BUD(WS-TX)
           ADD WS-ACT-MTD-ACT(WS-AX) TO WS-TOT-MTD-ACT(WS-TX)
           ADD WS-ACT-YTD-BUD(WS-AX) TO WS-TOT-YTD-BUD(WS-TX)
           ADD WS-ACT-YTD-ACT(WS-AX) TO WS-TOT-YTD-ACT(WS-TX)

           MOVE WS-ACT-ACCOUNT(WS-AX) TO WS-PL-ACCOUNT
           MOVE WS-ACT-COURSE(WS-AX) TO WS-PL-COURSE
           MOVE WS-ACT-MTD-BUD(WS-AX) TO WS-PL-MTD-BUD
           MOVE WS-ACT-MTD-ACT(WS-AX) TO WS-PL-MTD-ACT
           MOVE WS-ACT-YTD-BUD(WS-AX) TO WS-PL-YTD-BUD
           MOVE WS-ACT-YTD-ACT(WS-AX) TO WS-PL-YTD-ACT
           COMPUTE WS-VARIANCE = WS-ACT-YTD-ACT(WS-AX)
                               - WS-ACT-YTD-BUD(WS-AX)
           MOVE WS-VARIANCE TO WS-PL-VARIANCE
           IF WS-ACT-YTD-BUD(WS-AX) = ZERO
               MOVE '    N/A' TO WS-PL-PERCENT-X
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                       WS-VARIANCE * 100 / WS-ACT-YTD-BUD(WS-AX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PERCENT
               END-COMPUTE
               MOVE WS-PERCENT TO WS-PL-PERCENT
           END-IF
           WRITE BUDGET-REPORT-RECORD FROM WS-PRINT-LINE.

       PRINT-TOTAL-LINE.
           EVALUATE WS-TX
               WHEN 1
                   MOVE 'TUITION' TO WS-PL-ACCOUNT
               WHEN 2
                   MOVE 'OTHER' TO WS-PL-ACCOUNT
               WHEN OTHER
                   MOVE 'TOTAL' TO WS-PL-ACCOUNT
           END-EVALUATE
           MOVE 'TOTAL' TO WS-PL-COURSE
           MOVE WS-TOT-MTD-BUD(WS-TX) TO WS-PL-MTD-BUD
           MOVE WS-TOT-MTD-ACT(WS-TX) TO WS-PL-MTD-ACT
           MOVE WS-TOT-YTD-BUD(WS-TX) TO WS-PL-YTD-BUD
           MOVE WS-TOT-YTD-ACT(WS-TX) TO WS-PL-YTD-ACT
           COMPUTE WS-VARIANCE = WS-TOT-YTD-ACT(WS-TX)
                               - WS-TOT-YTD-BUD(WS-TX)
           MOVE WS-VARIANCE TO WS-PL-VARIANCE
           IF WS-TOT-YTD-BUD(WS-TX) = ZERO
               MOVE '    N/A' TO WS-PL-PERCENT-X
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                       WS-VARIANCE * 100 / WS-TOT-YTD-BUD(WS-TX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PERCENT
               END-COMPUTE
               MOVE WS-PERCENT TO WS-PL-PERCENT
           END-IF
           WRITE BUDGET-REPORT-RECORD FROM WS-PRINT-LINE.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'BUDGET VERSUS ACTUAL REVENUE - PERIOD '
                  WS-CYCLE-PERIOD
                  '  FISCAL YEAR FROM ' WS-FY-START-PERIOD
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-LINE
           WRITE BUDGET-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNT   COURSE      MONTH BUDGET'
                  '       MONTH ACTUAL         YTD BUDGET'
                  '         YTD ACTUAL       YTD VARIANCE     PCT'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-LINE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'BUDGET-VS-ACTUAL' TO RR-REPORT-NAME
               MOVE 'BUDVACT.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGR0151' TO RR-OPERATOR
               MOVE WS-LISTED-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGR0151 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
