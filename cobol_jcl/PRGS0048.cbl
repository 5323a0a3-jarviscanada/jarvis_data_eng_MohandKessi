       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0048.
       AUTHOR. Mohand Kessi.

      * WRITES ONE ROW TO THE STUDENT ACCOUNT LEDGER.  EVERY PROGRAM
      * THAT CHANGES STUDENT_BILLING CALLS THIS IN THE SAME UNIT OF
      * WORK, SO THE LEDGER ROWS FOR A BILL ADD UP TO ITS TOTALS.
      * THE THREE AMOUNTS ARE THE SIGNED CHANGES MADE TO
      * BILL_AMT_DUE, BILL_AMT_PAID AND BILL_AMT_WROFF.
      *
      * LG-TYPE  AS ASSESSMENT        CA CREDIT APPLIED
      *          PY PAYMENT           DP ADMISSION DEPOSIT
      *          RV PAYMENT REVERSAL  NF NSF FEE
      *          AW AWARD             TF TRANSCRIPT FEE
      *          LF LATE FEE          LI LATE INTEREST
      *          RF WITHDRAWAL REFUND WO WRITE-OFF
      *          OB OPENING BALANCE   AR AWARD REVERSAL
      *          XF SUPPLEMENTAL EXAM FEE

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-STUD-ID            PIC X(06).
       01 WS-TERM               PIC X(06).
       01 WS-DATE               PIC X(08).
       01 WS-TYPE               PIC X(02).
       01 WS-DUE-AMT            PIC S9(06)V99.
       01 WS-PAID-AMT           PIC S9(06)V99.
       01 WS-WROFF-AMT          PIC S9(06)V99.
       01 WS-REFERENCE          PIC X(15).
       01 WS-OPERATOR           PIC X(08).
       01 WS-PROGRAM            PIC X(08).
       01 WS-ERROR-TEXT         PIC X(20).
       01 WS-SQLCODE-DISPLAY    PIC S9(04).

       LINKAGE SECTION.
       01 LS-LEDGER-ENTRY.
          05 LS-LG-STUD-ID      PIC X(06).
          05 LS-LG-TERM         PIC X(06).
          05 LS-LG-DATE         PIC X(08).
          05 LS-LG-TYPE         PIC X(02).
          05 LS-LG-DUE-AMT      PIC S9(06)V99.
          05 LS-LG-PAID-AMT     PIC S9(06)V99.
          05 LS-LG-WROFF-AMT    PIC S9(06)V99.
          05 LS-LG-REFERENCE    PIC X(15).
          05 LS-LG-OPERATOR     PIC X(08).
          05 LS-LG-PROGRAM      PIC X(08).
       01 LS-SQLCODE            PIC S9(04).

       PROCEDURE DIVISION USING LS-LEDGER-ENTRY LS-SQLCODE.
       MAIN-PARA.
           MOVE LS-LG-STUD-ID TO WS-STUD-ID
           MOVE LS-LG-TERM TO WS-TERM
           MOVE LS-LG-DATE TO WS-DATE
           MOVE LS-LG-TYPE TO WS-TYPE
           MOVE LS-LG-DUE-AMT TO WS-DUE-AMT
           MOVE LS-LG-PAID-AMT TO WS-PAID-AMT
           MOVE LS-LG-WROFF-AMT TO WS-WROFF-AMT
           MOVE LS-LG-REFERENCE TO WS-REFERENCE
           MOVE LS-LG-OPERATOR TO WS-OPERATOR
           MOVE LS-LG-PROGRAM TO WS-PROGRAM

           EXEC SQL
               INSERT INTO STUDENT_LEDGER
               (LEDG_STUD_ID, LEDG_TERM, LEDG_DATE, LEDG_TYPE,
                LEDG_DUE_AMT, LEDG_PAID_AMT, LEDG_WROFF_AMT,
                LEDG_REFERENCE, LEDG_OPERATOR, LEDG_PROGRAM,
                LEDG_POSTED_TS)
               VALUES
               (:WS-STUD-ID, :WS-TERM, :WS-DATE, :WS-TYPE,
                :WS-DUE-AMT, :WS-PAID-AMT, :WS-WROFF-AMT,
                :WS-REFERENCE, :WS-OPERATOR, :WS-PROGRAM,
                CURRENT TIMESTAMP)
           END-EXEC

           MOVE SQLCODE TO LS-SQLCODE
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE 'LEDGER INSERT FAILED' TO WS-ERROR-TEXT
               CALL 'PRGS0003' USING WS-PROGRAM WS-ERROR-TEXT
                                      WS-STUD-ID WS-SQLCODE-DISPLAY
           END-IF

           GOBACK.
