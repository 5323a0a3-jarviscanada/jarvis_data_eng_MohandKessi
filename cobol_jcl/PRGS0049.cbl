       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0149.
       AUTHOR. Mohand Kessi.

      * NIGHTLY LEDGER PROOF.  FOR EVERY STUDENT_BILLING ROW THE
      * STUDENT_LEDGER ROWS OF THE SAME STUDENT AND TERM ARE SUMMED
      * AND MUST EQUAL BILL_AMT_DUE, BILL_AMT_PAID AND BILL_AMT_WROFF.
      * A BILL WITH NO LEDGER HISTORY AT ALL PREDATES THE LEDGER AND
      * IS GIVEN AN OPENING-BALANCE (OB) ROW FOR ITS CURRENT TOTALS.
      * ANY BILL THAT DOES NOT PROVE ENDS THE STEP WITH RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROOF-REPORT-FILE ASSIGN TO 'LEDGPROOF.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROOF-REPORT-FILE.
       01 PROOF-REPORT-RECORD PIC X(100).

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
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGL0149'.
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

       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(21).
       01 SQL-END               PIC X VALUE 'N'.

       01 WS-STUD-ID            PIC X(06).
       01 WS-TERM               PIC X(06).
       01 WS-BILL-DUE           PIC S9(08)V99.
       01 WS-BILL-PAID          PIC S9(08)V99.
       01 WS-BILL-WROFF         PIC S9(08)V99.
       01 WS-LEDG-DUE           PIC S9(08)V99.
       01 WS-LEDG-PAID          PIC S9(08)V99.
       01 WS-LEDG-WROFF         PIC S9(08)V99.
       01 WS-LEDG-COUNT         PIC 9(06).

       01 WS-BILL-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-PROVED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-OPENED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-MISMATCH-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-TOT-BILL-DUE       PIC S9(10)V99 VALUE ZERO.
       01 WS-TOT-BILL-PAID      PIC S9(10)V99 VALUE ZERO.
       01 WS-TOT-BILL-WROFF     PIC S9(10)V99 VALUE ZERO.
       01 WS-TOT-LEDG-DUE       PIC S9(10)V99 VALUE ZERO.
       01 WS-TOT-LEDG-PAID      PIC S9(10)V99 VALUE ZERO.
       01 WS-TOT-LEDG-WROFF     PIC S9(10)V99 VALUE ZERO.

       01 WS-AMOUNT-EDIT-1      PIC ----,--9.99.
       01 WS-AMOUNT-EDIT-2      PIC ----,--9.99.
       01 WS-TOTAL-EDIT-1       PIC -,---,---,--9.99.
       01 WS-TOTAL-EDIT-2       PIC -,---,---,--9.99.
       01 WS-COLUMN-NAME        PIC X(06).
       01 WS-LINE               PIC X(100).

       EXEC SQL
           DECLARE CLP CURSOR FOR
               SELECT B.BILL_STUD_ID, B.BILL_TERM,
                      B.BILL_AMT_DUE, B.BILL_AMT_PAID,
                      B.BILL_AMT_WROFF,
                      COALESCE(L.LEDG_DUE, 0),
                      COALESCE(L.LEDG_PAID, 0),
                      COALESCE(L.LEDG_WROFF, 0),
                      COALESCE(L.LEDG_COUNT, 0)
               FROM STUDENT_BILLING B
               LEFT JOIN
                   (SELECT LEDG_STUD_ID, LEDG_TERM,
                           SUM(LEDG_DUE_AMT) AS LEDG_DUE,
                           SUM(LEDG_PAID_AMT) AS LEDG_PAID,
                           SUM(LEDG_WROFF_AMT) AS LEDG_WROFF,
                           COUNT(*) AS LEDG_COUNT
                    FROM STUDENT_LEDGER
                    GROUP BY LEDG_STUD_ID, LEDG_TERM) L
                 ON L.LEDG_STUD_ID = B.BILL_STUD_ID
                AND L.LEDG_TERM = B.BILL_TERM
               ORDER BY B.BILL_STUD_ID, B.BILL_TERM
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP

           OPEN OUTPUT PROOF-REPORT-FILE
           PERFORM WRITE-HEADERS

           EXEC SQL
               OPEN CLP
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE 'LEDGER CURSOR FAILED' TO WS-ERROR-TEXT
               CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                      WS-STUD-ID WS-SQLCODE-DISPLAY
               CLOSE PROOF-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FETCH-BILL
           PERFORM UNTIL SQL-END = 'Y'
               PERFORM PROVE-BILL
               PERFORM FETCH-BILL
           END-PERFORM

           EXEC SQL
               CLOSE CLP
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC

           PERFORM WRITE-TOTALS
           PERFORM REGISTER-OUTPUT
           CLOSE PROOF-REPORT-FILE

           IF WS-MISMATCH-COUNT > ZERO AND RETURN-CODE < 4
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
           END-IF.

       FETCH-BILL.
           EXEC SQL
               FETCH CLP INTO :WS-STUD-ID, :WS-TERM,
                              :WS-BILL-DUE, :WS-BILL-PAID,
                              :WS-BILL-WROFF,
                              :WS-LEDG-DUE, :WS-LEDG-PAID,
                              :WS-LEDG-WROFF, :WS-LEDG-COUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-BILL-COUNT
               WHEN 100
                   MOVE 'Y' TO SQL-END
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE 'LEDGER FETCH FAILED' TO WS-ERROR-TEXT
                   CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                          WS-STUD-ID WS-SQLCODE-DISPLAY
                   MOVE 'Y' TO SQL-END
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       PROVE-BILL.
           IF WS-LEDG-COUNT = ZERO
               PERFORM WRITE-OPENING-BALANCE
               EXIT PARAGRAPH
           END-IF

           ADD WS-BILL-DUE TO WS-TOT-BILL-DUE
           ADD WS-BILL-PAID TO WS-TOT-BILL-PAID
           ADD WS-BILL-WROFF TO WS-TOT-BILL-WROFF
           ADD WS-LEDG-DUE TO WS-TOT-LEDG-DUE
           ADD WS-LEDG-PAID TO WS-TOT-LEDG-PAID
           ADD WS-LEDG-WROFF TO WS-TOT-LEDG-WROFF

           IF WS-BILL-DUE = WS-LEDG-DUE
              AND WS-BILL-PAID = WS-LEDG-PAID
              AND WS-BILL-WROFF = WS-LEDG-WROFF
               ADD 1 TO WS-PROVED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MISMATCH-COUNT
           IF WS-BILL-DUE NOT = WS-LEDG-DUE
               MOVE 'DUE' TO WS-COLUMN-NAME
               MOVE WS-BILL-DUE TO WS-AMOUNT-EDIT-1
               MOVE WS-LEDG-DUE TO WS-AMOUNT-EDIT-2
               PERFORM WRITE-MISMATCH-LINE
           END-IF
           IF WS-BILL-PAID NOT = WS-LEDG-PAID
               MOVE 'PAID' TO WS-COLUMN-NAME
               MOVE WS-BILL-PAID TO WS-AMOUNT-EDIT-1
               MOVE WS-LEDG-PAID TO WS-AMOUNT-EDIT-2
               PERFORM WRITE-MISMATCH-LINE
           END-IF
           IF WS-BILL-WROFF NOT = WS-LEDG-WROFF
               MOVE 'WROFF' TO WS-COLUMN-NAME
               MOVE WS-BILL-WROFF TO WS-AMOUNT-EDIT-1
               MOVE WS-LEDG-WROFF TO WS-AMOUNT-EDIT-2
               PERFORM WRITE-MISMATCH-LINE
           END-IF.

       WRITE-OPENING-BALANCE.
           INITIALIZE WS-LEDGER-ENTRY
           MOVE WS-STUD-ID TO WS-LG-STUD-ID
           MOVE WS-TERM TO WS-LG-TERM
           MOVE WS-CURRENT-DATE TO WS-LG-DATE
           MOVE 'OB' TO WS-LG-TYPE
           MOVE WS-BILL-DUE TO WS-LG-DUE-AMT
           MOVE WS-BILL-PAID TO WS-LG-PAID-AMT
           MOVE WS-BILL-WROFF TO WS-LG-WROFF-AMT
           MOVE 'OPENING BALANCE' TO WS-LG-REFERENCE
           MOVE WS-PROGRAM-ID TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE

           IF WS-LEDGER-SQLCODE = 0
               ADD 1 TO WS-OPENED-COUNT
               ADD WS-BILL-DUE TO WS-TOT-BILL-DUE WS-TOT-LEDG-DUE
               ADD WS-BILL-PAID TO WS-TOT-BILL-PAID WS-TOT-LEDG-PAID
               ADD WS-BILL-WROFF TO WS-TOT-BILL-WROFF
                                    WS-TOT-LEDG-WROFF
               MOVE SPACES TO WS-LINE
               STRING WS-STUD-ID ' ' WS-TERM
                      '  OPENING BALANCE ROW WRITTEN'
                      DELIMITED BY SIZE
                      INTO WS-LINE
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SPACES TO WS-LINE
               STRING WS-STUD-ID ' ' WS-TERM
                      '  NO LEDGER HISTORY - OPENING BALANCE FAILED'
                      DELIMITED BY SIZE
                      INTO WS-LINE
           END-IF
           WRITE PROOF-REPORT-RECORD FROM WS-LINE.

       WRITE-MISMATCH-LINE.
           MOVE SPACES TO WS-LINE
           STRING WS-STUD-ID        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-TERM           DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-COLUMN-NAME    DELIMITED BY SIZE
                  ' BILLING '       DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1  DELIMITED BY SIZE
                  ' LEDGER '        DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2  DELIMITED BY SIZE
                  '  OUT OF BALANCE' DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PROOF-REPORT-RECORD FROM WS-LINE.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'STUDENT LEDGER PROOF - CYCLE ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PROOF-REPORT-RECORD FROM WS-LINE
           WRITE PROOF-REPORT-RECORD FROM SPACES.

       WRITE-TOTALS.
           WRITE PROOF-REPORT-RECORD FROM SPACES
           MOVE 'DUE' TO WS-COLUMN-NAME
           MOVE WS-TOT-BILL-DUE TO WS-TOTAL-EDIT-1
           MOVE WS-TOT-LEDG-DUE TO WS-TOTAL-EDIT-2
           PERFORM WRITE-TOTAL-LINE
           MOVE 'PAID' TO WS-COLUMN-NAME
           MOVE WS-TOT-BILL-PAID TO WS-TOTAL-EDIT-1
           MOVE WS-TOT-LEDG-PAID TO WS-TOTAL-EDIT-2
           PERFORM WRITE-TOTAL-LINE
           MOVE 'WROFF' TO WS-COLUMN-NAME
           MOVE WS-TOT-BILL-WROFF TO WS-TOTAL-EDIT-1
           MOVE WS-TOT-LEDG-WROFF TO WS-TOTAL-EDIT-2
           PERFORM WRITE-TOTAL-LINE

           WRITE PROOF-REPORT-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'BILLS: '          DELIMITED BY SIZE
                  WS-BILL-COUNT      DELIMITED BY SIZE
                  '  PROVED: '       DELIMITED BY SIZE
                  WS-PROVED-COUNT    DELIMITED BY SIZE
                  '  OPENED: '       DELIMITED BY SIZE
                  WS-OPENED-COUNT    DELIMITED BY SIZE
                  '  OUT OF BALANCE: ' DELIMITED BY SIZE
                  WS-MISMATCH-COUNT  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PROOF-REPORT-RECORD FROM WS-LINE
           DISPLAY 'PRGL0149 ' WS-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL '           DELIMITED BY SIZE
                  WS-COLUMN-NAME     DELIMITED BY SIZE
                  '  BILLING '       DELIMITED BY SIZE
                  WS-TOTAL-EDIT-1    DELIMITED BY SIZE
                  '  LEDGER '        DELIMITED BY SIZE
                  WS-TOTAL-EDIT-2    DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE PROOF-REPORT-RECORD FROM WS-LINE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'LEDGER-PROOF' TO RR-REPORT-NAME
               MOVE 'LEDGPROOF.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGL0149' TO RR-OPERATOR
               MOVE WS-BILL-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGL0149 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
