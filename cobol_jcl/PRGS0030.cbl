       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGW0130'.
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
       01 WS-POSTED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-KEPT-COUNT         PIC 9(06) VALUE ZERO.
           END-EXEC

           IF SQLCODE = 0
               PERFORM WRITE-WRITEOFF-LEDGER
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-AMOUNT TO WS-POSTED-TOTAL
               PERFORM TALLY-REASON
               WRITE WRITEOFF-TEMP-RECORD FROM WRITEOFF-RECORD
           END-IF.

       WRITE-WRITEOFF-LEDGER.
           INITIALIZE WS-LEDGER-ENTRY
           MOVE WO-STUD-ID TO WS-LG-STUD-ID
           MOVE WO-TERM TO WS-LG-TERM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LG-DATE
           MOVE 'WO' TO WS-LG-TYPE
           MOVE WO-AMOUNT TO WS-LG-WROFF-AMT
           STRING 'REASON ' WO-REASON
                  DELIMITED BY SIZE
                  INTO WS-LG-REFERENCE
           MOVE WO-APPROVED-BY TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE.

       TALLY-REASON.
           MOVE ZERO TO WS-FOUND-RX
           PERFORM VARYING WS-RX FROM 1 BY 1
