       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGT0127'.
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
       01 WS-INSERTED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(06) VALUE ZERO.
               WHEN 0
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-AMOUNT TO WS-FEE-TOTAL
                   PERFORM WRITE-FEE-LEDGER
                   PERFORM WRITE-POSTING-LINE
               WHEN 100
                   PERFORM INSERT-BILLING-ROW
               ADD 1 TO WS-POSTED-COUNT
               ADD 1 TO WS-INSERTED-COUNT
               ADD WS-AMOUNT TO WS-FEE-TOTAL
               PERFORM WRITE-FEE-LEDGER
               PERFORM WRITE-POSTING-LINE
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       WRITE-FEE-LEDGER.
           INITIALIZE WS-LEDGER-ENTRY
           MOVE TF-STUD-ID TO WS-LG-STUD-ID
           MOVE TF-TERM TO WS-LG-TERM
           MOVE TF-DATE TO WS-LG-DATE
           MOVE 'TF' TO WS-LG-TYPE
           MOVE TF-AMOUNT TO WS-LG-DUE-AMT
           STRING 'REQUEST ' TF-REQUEST-NO
                  DELIMITED BY SIZE
                  INTO WS-LG-REFERENCE
           MOVE WS-PROGRAM-ID TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE.

       WRITE-POSTING-LINE.
           MOVE SPACES TO WS-LINE
           STRING TF-STUD-ID   DELIMITED BY SIZE
