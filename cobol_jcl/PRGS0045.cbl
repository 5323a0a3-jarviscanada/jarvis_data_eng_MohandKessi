       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGF0145.
       AUTHOR. Mohand Kessi.

      * MONTHLY LATE-PAYMENT CHARGES.  EVERY STUDENT_BILLING ROW
      * PAST DUE AT THE CYCLE DATE IS CHARGED A ONE-TIME FLAT LATE
      * FEE AND A MONTH OF INTEREST ON THE OVERDUE BALANCE.  RATES
      * COME FROM RATETBL.VSAM UNDER THE BILL TERM AND THE RESERVED
      * COURSE CODE 'LATE': RT-FLAT-CHARGE IS THE FLAT FEE AND
      * RT-PER-CREDIT IS THE MONTHLY INTEREST RATE IN PERCENT.
      * LATECHG.VSAM REMEMBERS WHAT WAS CHARGED SO A RERUN IN THE
      * SAME MONTH CHARGES NOTHING TWICE.  EVERY CHARGE IS WRITTEN
      * TO LATEFEE.DAT FOR THE GL POSTING RUN (PRGG0132).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO 'RATETBL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT AWARD-FILE ASSIGN TO 'AWARD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AWARD-STATUS.
           SELECT PLACED-FILE ASSIGN TO 'PLACED.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-KEY
               FILE STATUS IS WS-PLACED-STATUS.
           SELECT LATECHG-FILE ASSIGN TO 'LATECHG.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LC-KEY
               FILE STATUS IS WS-LATECHG-STATUS.
           SELECT LATEFEE-FILE ASSIGN TO 'LATEFEE.DAT'
               FILE STATUS IS WS-LATEFEE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'LATEFEE.RPT'.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       01 RATE-RECORD.
          05 RT-KEY.
             10 RT-TERM          PIC X(06).
             10 RT-COURSE        PIC X(04).
          05 RT-PER-CREDIT       PIC 9(04)V99.
          05 RT-FLAT-CHARGE      PIC 9(06)V99.

       FD AWARD-FILE.
       01 AWARD-RECORD.
          05 AW-KEY.
             10 AW-STUDENT-ID     PIC 9(06).
             10 AW-TERM           PIC X(06).
             10 AW-CODE           PIC X(04).
          05 AW-AMOUNT            PIC 9(06)V99.
          05 AW-SOURCE            PIC X(20).
          05 AW-STATUS            PIC X(01).
          05 AW-DISB-DATE         PIC 9(08).

       FD PLACED-FILE.
       01 PLACED-RECORD.
          05 PLC-KEY.
             10 PLC-STUD-ID       PIC X(06).
             10 PLC-TERM          PIC X(06).
          05 PLC-PLACED-DATE      PIC 9(08).
          05 PLC-AMOUNT           PIC 9(06)V99.

      * ONE RECORD PER BILL THAT HAS EVER BEEN CHARGED.
       FD LATECHG-FILE.
       01 LATECHG-RECORD.
          05 LC-KEY.
             10 LC-STUD-ID        PIC X(06).
             10 LC-TERM           PIC X(06).
          05 LC-FEE-DATE          PIC 9(08).
          05 LC-FEE-TOTAL         PIC 9(06)V99.
          05 LC-INT-DATE          PIC 9(08).
          05 LC-INT-TOTAL         PIC 9(06)V99.
          05 FILLER               PIC X(10).

      * LF-TYPE: F = FLAT LATE FEE, I = INTEREST.
       FD LATEFEE-FILE.
       01 LATEFEE-RECORD.
          05 LF-STUD-ID       PIC X(06).
          05 LF-TERM          PIC X(06).
          05 LF-TYPE          PIC X(01).
          05 LF-AMOUNT        PIC 9(06)V99.
          05 LF-DATE          PIC X(08).

       FD REGISTER-FILE.
       01 REGISTER-RECORD     PIC X(100).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD   PIC 9(08).

       FD REPORT-REGISTRY-FILE.
       01 REPORT-REGISTRY-RECORD.
          05 RR-STATUS        PIC X.
          05 RR-REPORT-NAME   PIC X(16).
          05 RR-FILENAME      PIC X(30).
          05 RR-RUN-DATE      PIC X(08).
          05 RR-RUN-TIME      PIC X(06).
          05 RR-OPERATOR      PIC X(08).
          05 RR-COUNT         PIC 9(06).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-RATE-STATUS        PIC XX VALUE SPACES.
       01 WS-AWARD-STATUS       PIC XX VALUE SPACES.
       01 WS-PLACED-STATUS      PIC XX VALUE SPACES.
       01 WS-LATECHG-STATUS     PIC XX VALUE SPACES.
       01 WS-LATEFEE-STATUS     PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-AWARD-OPEN         PIC X VALUE 'N'.
       01 WS-AWARD-EOF          PIC X VALUE 'N'.
       01 WS-PLACED-OPEN        PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC X(08).
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGF0145'.
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
       01 WS-LINE               PIC X(100).
       01 SQL-END               PIC X VALUE 'N'.
       01 WS-STUD-ID            PIC X(06).
       01 WS-TERM               PIC X(06).
       01 WS-AMT-DUE            PIC 9(06)V99.
       01 WS-AMT-PAID           PIC 9(06)V99.
       01 WS-AMT-WROFF          PIC 9(06)V99.
       01 WS-DUE-DATE           PIC X(08).
       01 WS-AMT-SETTLED        PIC 9(08)V99 VALUE ZERO.
       01 WS-BALANCE            PIC 9(06)V99 VALUE ZERO.
       01 WS-OVERDUE            PIC 9(06)V99 VALUE ZERO.
       01 WS-PENDING-AWARDS     PIC 9(08)V99 VALUE ZERO.
       01 WS-INST-END           PIC X VALUE 'N'.
       01 WS-INST-FOUND         PIC X VALUE 'N'.
       01 WS-INST-AMOUNT        PIC 9(06)V99.
       01 WS-INST-DUE-DATE      PIC X(08).
       01 WS-SCHED-DUE          PIC 9(08)V99 VALUE ZERO.
       01 WS-EXEMPT-FLAG        PIC X VALUE 'N'.
       01 WS-LC-EXISTS          PIC X VALUE 'N'.
       01 WS-FLAT-RATE          PIC 9(06)V99 VALUE ZERO.
       01 WS-INT-RATE           PIC 9(04)V99 VALUE ZERO.
       01 WS-FEE-AMOUNT         PIC 9(06)V99 VALUE ZERO.
       01 WS-INT-AMOUNT         PIC 9(06)V99 VALUE ZERO.
       01 WS-CHARGE             PIC 9(06)V99 VALUE ZERO.
       01 WS-OVERDUE-EDIT       PIC ZZZ,ZZ9.99.
       01 WS-FEE-EDIT           PIC ZZZ,ZZ9.99.
       01 WS-INT-EDIT           PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT         PIC ZZ,ZZZ,ZZ9.99.
       01 WS-READ-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-CHARGED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-PLACED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-PLAN-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-AWARD-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-DONE-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-NO-RATE-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-FEE-TOTAL          PIC 9(08)V99 VALUE ZERO.
       01 WS-INT-TOTAL          PIC 9(08)V99 VALUE ZERO.
       01 WS-COMMIT-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-COMMIT-INTERVAL    PIC 9(04) VALUE 0100.

       EXEC SQL
           DECLARE C9 CURSOR WITH HOLD FOR
               SELECT BILL_STUD_ID, BILL_TERM, BILL_AMT_DUE,
                      BILL_AMT_PAID, BILL_AMT_WROFF, BILL_DUE_DATE
               FROM STUDENT_BILLING
               WHERE BILL_AMT_PAID + BILL_AMT_WROFF < BILL_AMT_DUE
                 AND BILL_DUE_DATE < :WS-CURRENT-DATE
               ORDER BY BILL_STUD_ID, BILL_TERM
       END-EXEC.

       EXEC SQL
           DECLARE C10 CURSOR FOR
               SELECT INST_AMOUNT, INST_DUE_DATE
               FROM BILL_INSTALLMENT
               WHERE INST_STUD_ID = :WS-STUD-ID
                 AND INST_TERM = :WS-TERM
               ORDER BY INST_DUE_DATE, INST_NO
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP

           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'PRGF0145 NO RATE TABLE ON FILE - '
                       'NO CHARGES ASSESSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O LATECHG-FILE
           IF WS-LATECHG-STATUS = '05' OR WS-LATECHG-STATUS = '35'
               CLOSE LATECHG-FILE
               OPEN OUTPUT LATECHG-FILE
               CLOSE LATECHG-FILE
               OPEN I-O LATECHG-FILE
           END-IF
           IF WS-LATECHG-STATUS NOT = '00'
               DISPLAY 'PRGF0145 ERROR OPENING LATECHG: '
                       WS-LATECHG-STATUS
               CLOSE RATE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AWARD-FILE
           IF WS-AWARD-STATUS = '00'
               MOVE 'Y' TO WS-AWARD-OPEN
           END-IF

           OPEN INPUT PLACED-FILE
           IF WS-PLACED-STATUS = '00'
               MOVE 'Y' TO WS-PLACED-OPEN
           END-IF

      * CHARGES NOT YET PICKED UP BY THE GL RUN ARE KEPT.
           OPEN EXTEND LATEFEE-FILE
           IF WS-LATEFEE-STATUS = '05' OR WS-LATEFEE-STATUS = '35'
               OPEN OUTPUT LATEFEE-FILE
           END-IF

           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-HEADERS

           EXEC SQL
               OPEN C9
           END-EXEC

           PERFORM FETCH-PASTDUE
           PERFORM UNTIL SQL-END = 'Y'
               ADD 1 TO WS-READ-COUNT
               PERFORM PROCESS-PASTDUE
               PERFORM FETCH-PASTDUE
           END-PERFORM

           EXEC SQL
               CLOSE C9
           END-EXEC

           EXEC SQL
               COMMIT
           END-EXEC

           PERFORM WRITE-TOTALS
           PERFORM REGISTER-OUTPUT

           CLOSE RATE-FILE
                 LATECHG-FILE
                 LATEFEE-FILE
                 REGISTER-FILE
           IF WS-AWARD-OPEN = 'Y'
               CLOSE AWARD-FILE
           END-IF
           IF WS-PLACED-OPEN = 'Y'
               CLOSE PLACED-FILE
           END-IF

           IF WS-FAILED-COUNT > ZERO
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

       FETCH-PASTDUE.
           EXEC SQL
               FETCH C9 INTO :WS-STUD-ID, :WS-TERM, :WS-AMT-DUE,
                              :WS-AMT-PAID, :WS-AMT-WROFF,
                              :WS-DUE-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO SQL-END
               WHEN OTHER
                   DISPLAY 'PRGF0145 FETCH ERROR - SQLCODE: ' SQLCODE
                   MOVE 'Y' TO SQL-END
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       PROCESS-PASTDUE.
           COMPUTE WS-AMT-SETTLED = WS-AMT-PAID + WS-AMT-WROFF
           COMPUTE WS-BALANCE = WS-AMT-DUE - WS-AMT-SETTLED
           MOVE WS-BALANCE TO WS-OVERDUE

           PERFORM CHECK-PLACED
           IF WS-EXEMPT-FLAG = 'Y'
               ADD 1 TO WS-PLACED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PAYMENT-PLAN
           IF WS-EXEMPT-FLAG = 'Y'
               ADD 1 TO WS-PLAN-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PENDING-AWARDS
           IF WS-PENDING-AWARDS >= WS-BALANCE
               ADD 1 TO WS-AWARD-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOKUP-LATE-RATES
           IF WS-FLAT-RATE = ZERO AND WS-INT-RATE = ZERO
               ADD 1 TO WS-NO-RATE-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LATECHG
           MOVE ZERO TO WS-FEE-AMOUNT
           MOVE ZERO TO WS-INT-AMOUNT
           IF LC-FEE-DATE = ZERO
               MOVE WS-FLAT-RATE TO WS-FEE-AMOUNT
           END-IF
           IF LC-INT-DATE(1:6) NOT = WS-CURRENT-DATE(1:6)
               COMPUTE WS-INT-AMOUNT ROUNDED =
                       WS-OVERDUE * WS-INT-RATE / 100
           END-IF
           COMPUTE WS-CHARGE = WS-FEE-AMOUNT + WS-INT-AMOUNT

           IF WS-CHARGE = ZERO
               ADD 1 TO WS-DONE-COUNT
           ELSE
               PERFORM APPLY-CHARGE
           END-IF.

      * ACCOUNTS HANDED TO THE COLLECTIONS AGENCY ARE NOT CHARGED.
       CHECK-PLACED.
           MOVE 'N' TO WS-EXEMPT-FLAG
           IF WS-PLACED-OPEN = 'Y'
               MOVE WS-STUD-ID TO PLC-STUD-ID
               MOVE WS-TERM TO PLC-TERM
               READ PLACED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EXEMPT-FLAG
               END-READ
           END-IF.

      * A BILL ON A PAYMENT PLAN IS IN GOOD STANDING WHILE EVERY
      * INSTALLMENT ALREADY DUE IS COVERED; WHEN IT IS BEHIND, ONLY
      * THE MISSED INSTALLMENTS ARE OVERDUE, NOT THE WHOLE BILL.
       CHECK-PAYMENT-PLAN.
           MOVE 'N' TO WS-EXEMPT-FLAG
           MOVE 'N' TO WS-INST-FOUND
           MOVE 'N' TO WS-INST-END
           MOVE ZERO TO WS-SCHED-DUE

           EXEC SQL
               OPEN C10
           END-EXEC

           PERFORM FETCH-INSTALLMENT
           PERFORM UNTIL WS-INST-END = 'Y'
               MOVE 'Y' TO WS-INST-FOUND
               IF WS-INST-DUE-DATE < WS-CURRENT-DATE
                   ADD WS-INST-AMOUNT TO WS-SCHED-DUE
               END-IF
               PERFORM FETCH-INSTALLMENT
           END-PERFORM

           EXEC SQL
               CLOSE C10
           END-EXEC

           IF WS-INST-FOUND = 'Y'
               IF WS-SCHED-DUE <= WS-AMT-SETTLED
                   MOVE 'Y' TO WS-EXEMPT-FLAG
               ELSE
                   COMPUTE WS-OVERDUE = WS-SCHED-DUE - WS-AMT-SETTLED
                   IF WS-OVERDUE > WS-BALANCE
                       MOVE WS-BALANCE TO WS-OVERDUE
                   END-IF
               END-IF
           END-IF.

       FETCH-INSTALLMENT.
           EXEC SQL
               FETCH C10 INTO :WS-INST-AMOUNT, :WS-INST-DUE-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-INST-END
           END-IF.

      * NO CHARGE WHILE A PENDING AID AWARD COVERS THE BALANCE.
       CHECK-PENDING-AWARDS.
           MOVE ZERO TO WS-PENDING-AWARDS
           IF WS-AWARD-OPEN = 'Y'
               MOVE 'N' TO WS-AWARD-EOF
               COMPUTE AW-STUDENT-ID = FUNCTION NUMVAL(WS-STUD-ID)
               MOVE WS-TERM TO AW-TERM
               MOVE SPACES TO AW-CODE
               START AWARD-FILE KEY IS >= AW-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-AWARD-EOF
               END-START
               PERFORM UNTIL WS-AWARD-EOF = 'Y'
                   READ AWARD-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-AWARD-EOF
                       NOT AT END
                           IF AW-STUDENT-ID =
                              FUNCTION NUMVAL(WS-STUD-ID) AND
                              AW-TERM = WS-TERM
                               IF AW-STATUS = 'P'
                                   ADD AW-AMOUNT
                                     TO WS-PENDING-AWARDS
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-AWARD-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LOOKUP-LATE-RATES.
           MOVE ZERO TO WS-FLAT-RATE
           MOVE ZERO TO WS-INT-RATE
           MOVE WS-TERM TO RT-TERM
           MOVE 'LATE' TO RT-COURSE
           READ RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RT-FLAT-CHARGE TO WS-FLAT-RATE
                   MOVE RT-PER-CREDIT TO WS-INT-RATE
           END-READ.

       READ-LATECHG.
           MOVE 'Y' TO WS-LC-EXISTS
           MOVE WS-STUD-ID TO LC-STUD-ID
           MOVE WS-TERM TO LC-TERM
           READ LATECHG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LC-EXISTS
                   MOVE SPACES TO LATECHG-RECORD
                   MOVE WS-STUD-ID TO LC-STUD-ID
                   MOVE WS-TERM TO LC-TERM
                   MOVE ZERO TO LC-FEE-DATE
                                LC-FEE-TOTAL
                                LC-INT-DATE
                                LC-INT-TOTAL
           END-READ.

       WRITE-LATE-LEDGER.
           MOVE WS-STUD-ID TO WS-LG-STUD-ID
           MOVE WS-TERM TO WS-LG-TERM
           MOVE WS-CURRENT-DATE TO WS-LG-DATE
           MOVE ZERO TO WS-LG-PAID-AMT
           MOVE ZERO TO WS-LG-WROFF-AMT
           MOVE 'LATE CHARGE' TO WS-LG-REFERENCE
           MOVE WS-PROGRAM-ID TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE.

       APPLY-CHARGE.
           EXEC SQL
               UPDATE STUDENT_BILLING
               SET BILL_AMT_DUE = BILL_AMT_DUE + :WS-CHARGE
               WHERE BILL_STUD_ID = :WS-STUD-ID
                 AND BILL_TERM = :WS-TERM
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE 'LATE CHARGE FAILED' TO WS-ERROR-TEXT
               CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                      WS-STUD-ID WS-SQLCODE-DISPLAY
               EXIT PARAGRAPH
           END-IF

           IF WS-FEE-AMOUNT > ZERO
               MOVE WS-CURRENT-DATE TO LC-FEE-DATE
               ADD WS-FEE-AMOUNT TO LC-FEE-TOTAL
               ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
               MOVE 'F' TO LF-TYPE
               MOVE WS-FEE-AMOUNT TO LF-AMOUNT
               PERFORM WRITE-LATEFEE
               MOVE 'LF' TO WS-LG-TYPE
               MOVE WS-FEE-AMOUNT TO WS-LG-DUE-AMT
               PERFORM WRITE-LATE-LEDGER
           END-IF
           IF WS-INT-AMOUNT > ZERO
               MOVE WS-CURRENT-DATE TO LC-INT-DATE
               ADD WS-INT-AMOUNT TO LC-INT-TOTAL
               ADD WS-INT-AMOUNT TO WS-INT-TOTAL
               MOVE 'I' TO LF-TYPE
               MOVE WS-INT-AMOUNT TO LF-AMOUNT
               PERFORM WRITE-LATEFEE
               MOVE 'LI' TO WS-LG-TYPE
               MOVE WS-INT-AMOUNT TO WS-LG-DUE-AMT
               PERFORM WRITE-LATE-LEDGER
           END-IF

           IF WS-LC-EXISTS = 'Y'
               REWRITE LATECHG-RECORD
                   INVALID KEY
                       DISPLAY 'PRGF0145 LATECHG REWRITE ERROR: '
                               LC-KEY
               END-REWRITE
           ELSE
               WRITE LATECHG-RECORD
                   INVALID KEY
                       DISPLAY 'PRGF0145 LATECHG WRITE ERROR: '
                               LC-KEY
               END-WRITE
           END-IF

           ADD 1 TO WS-CHARGED-COUNT
           PERFORM WRITE-REGISTER-LINE
           PERFORM CHECKPOINT-COMMIT.

       WRITE-LATEFEE.
           MOVE WS-STUD-ID TO LF-STUD-ID
           MOVE WS-TERM TO LF-TERM
           MOVE WS-CURRENT-DATE TO LF-DATE
           WRITE LATEFEE-RECORD.

       CHECKPOINT-COMMIT.
           ADD 1 TO WS-COMMIT-COUNT
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO WS-COMMIT-COUNT
           END-IF.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'LATE-PAYMENT CHARGE REGISTER - CYCLE DATE '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           WRITE REGISTER-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'STUD ID TERM   DUE DATE    OVERDUE    LATE FEE'
                  '    INTEREST'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-REGISTER-LINE.
           MOVE WS-OVERDUE TO WS-OVERDUE-EDIT
           MOVE WS-FEE-AMOUNT TO WS-FEE-EDIT
           MOVE WS-INT-AMOUNT TO WS-INT-EDIT
           MOVE SPACES TO WS-LINE
           STRING WS-STUD-ID      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-TERM         DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-DUE-DATE     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-OVERDUE-EDIT DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-FEE-EDIT     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-INT-EDIT     DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-TOTALS.
           WRITE REGISTER-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'PAST-DUE BILLS READ: ' DELIMITED BY SIZE
                  WS-READ-COUNT           DELIMITED BY SIZE
                  '  CHARGED: '           DELIMITED BY SIZE
                  WS-CHARGED-COUNT        DELIMITED BY SIZE
                  '  ALREADY CHARGED: '   DELIMITED BY SIZE
                  WS-DONE-COUNT           DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGF0145 ' WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'EXEMPT - AT AGENCY: ' DELIMITED BY SIZE
                  WS-PLACED-COUNT        DELIMITED BY SIZE
                  '  ON PLAN: '          DELIMITED BY SIZE
                  WS-PLAN-COUNT          DELIMITED BY SIZE
                  '  AID-COVERED: '      DELIMITED BY SIZE
                  WS-AWARD-COUNT         DELIMITED BY SIZE
                  '  NO RATE: '          DELIMITED BY SIZE
                  WS-NO-RATE-COUNT       DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGF0145 ' WS-LINE

           MOVE WS-FEE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL LATE FEES    : ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGF0145 ' WS-LINE

           MOVE WS-INT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL INTEREST     : ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGF0145 ' WS-LINE

           IF WS-FAILED-COUNT > ZERO
               MOVE SPACES TO WS-LINE
               STRING 'CHARGES NOT APPLIED (SEE ERROR LOG): '
                      WS-FAILED-COUNT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REGISTER-RECORD FROM WS-LINE
               DISPLAY 'PRGF0145 ' WS-LINE
           END-IF.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'LATEFEE' TO RR-REPORT-NAME
               MOVE 'LATEFEE.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGF0145' TO RR-OPERATOR
               MOVE WS-CHARGED-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGF0145 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
