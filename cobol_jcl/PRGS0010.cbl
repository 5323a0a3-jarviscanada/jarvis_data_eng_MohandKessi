       FILE-CONTROL.
           SELECT BILLING-FILE ASSIGN TO 'BILLING.DAT'.
           SELECT BILL-REJECT-FILE ASSIGN TO 'BILLING.REJ'.
           SELECT CREDITGL-FILE ASSIGN TO 'CREDITGL.DAT'
               FILE STATUS IS WS-CREDITGL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BILL-REJECT-FILE.
       01 BILL-REJECT-RECORD  PIC X(100).

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

       WORKING-STORAGE SECTION.
       01 WS-CREDITGL-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TRAILER-COUNT   PIC 9(06) VALUE ZERO.
       01 WS-PROCESSED-COUNT PIC 9(06) VALUE ZERO.
       01 WS-PROGRAM-ID      PIC X(08) VALUE 'PRGI0010'.
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

       EXEC SQL INCLUDE SQLCA END-EXEC.

               MOVE ZERO TO WS-COMMIT-COUNT
           END-IF.

      * A ROW MAY ALREADY EXIST FOR THE STUDENT/TERM WHEN AN
      * ADMISSION DEPOSIT WAS POSTED AHEAD OF THE ASSESSMENT; THE
      * ASSESSMENT IS THEN MERGED INTO IT SO THE CREDIT IS KEPT.
      * ONLY A ROW WITH NOTHING YET DUE IS MERGED; A ROW THAT ALREADY
      * CARRIES AN ASSESSMENT (A RERUN'S FEED LOADED AGAIN) IS
      * REFUSED AS A DUPLICATE AND NOTHING IS POSTED FOR IT.
       INSERT-BILLING.
           MOVE 'BILL INSERT FAILED' TO WS-ERROR-TEXT
           EXEC SQL
               INSERT INTO STUDENT_BILLING
               (BILL_STUD_ID, BILL_TERM, BILL_AMT_DUE,
                :B-AMT-PAID, :B-DUE-DATE)
           END-EXEC

           IF SQLCODE = -803
               EXEC SQL
                   UPDATE STUDENT_BILLING
                   SET BILL_AMT_DUE = BILL_AMT_DUE + :B-AMT-DUE,
                       BILL_AMT_PAID = BILL_AMT_PAID + :B-AMT-PAID,
                       BILL_DUE_DATE = :B-DUE-DATE
                   WHERE BILL_STUD_ID = :B-STUD-ID
                     AND BILL_TERM = :B-TERM
                     AND BILL_AMT_DUE = 0
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'DUPLICATE ASSESSMENT' TO WS-ERROR-TEXT
               END-IF
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                      B-STUD-ID WS-SQLCODE-DISPLAY
           ELSE
               PERFORM WRITE-ASSESS-LEDGER
               IF B-AMT-PAID > ZERO
                   PERFORM WRITE-CREDIT-TRANSFER
               END-IF
           END-IF.

      * THE CHARGE AND ANY UNAPPLIED CREDIT MOVED ONTO IT ARE TWO
      * SEPARATE EVENTS ON THE STUDENT'S LEDGER.
       WRITE-ASSESS-LEDGER.
           INITIALIZE WS-LEDGER-ENTRY
           MOVE B-STUD-ID TO WS-LG-STUD-ID
           MOVE B-TERM TO WS-LG-TERM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LG-DATE
           MOVE WS-PROGRAM-ID TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           IF B-AMT-DUE > ZERO
               MOVE 'AS' TO WS-LG-TYPE
               MOVE B-AMT-DUE TO WS-LG-DUE-AMT
               STRING 'DUE ' B-DUE-DATE
                      DELIMITED BY SIZE
                      INTO WS-LG-REFERENCE
               CALL 'PRGS0048' USING WS-LEDGER-ENTRY
                                     WS-LEDGER-SQLCODE
           END-IF
           IF B-AMT-PAID > ZERO
               MOVE 'CA' TO WS-LG-TYPE
               MOVE ZERO TO WS-LG-DUE-AMT
               MOVE B-AMT-PAID TO WS-LG-PAID-AMT
               MOVE 'CREDIT APPLIED' TO WS-LG-REFERENCE
               CALL 'PRGS0048' USING WS-LEDGER-ENTRY
                                     WS-LEDGER-SQLCODE
           END-IF.

      * AN AMOUNT PAID ON AN ASSESSMENT IS UNAPPLIED CREDIT THE
      * ASSESSMENT RUN MOVED ONTO THE NEW CHARGE; THE TRANSFER IS
      * LEFT FOR THE GL POSTING RUN.
       WRITE-CREDIT-TRANSFER.
           OPEN EXTEND CREDITGL-FILE
           IF WS-CREDITGL-STATUS = '05' OR WS-CREDITGL-STATUS = '35'
               OPEN OUTPUT CREDITGL-FILE
           END-IF
           IF WS-CREDITGL-STATUS = '00'
               MOVE B-STUD-ID TO CG-STUD-ID
               MOVE B-TERM TO CG-TERM
               MOVE 'A' TO CG-TYPE
               MOVE B-AMT-PAID TO CG-AMOUNT
               MOVE FUNCTION CURRENT-DATE(1:8) TO CG-DATE
               MOVE SPACES TO CG-RECEIPT-NO
               WRITE CREDITGL-RECORD
               CLOSE CREDITGL-FILE
           ELSE
               DISPLAY 'PRGI0010 CREDIT TRANSFER NOT RECORDED: '
                       B-STUD-ID ' ' B-TERM
           END-IF.
