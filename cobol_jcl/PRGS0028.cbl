               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AWARD-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'AWARD-DISBURSE.RPT'.
           SELECT AWARDGL-FILE ASSIGN TO 'AWARDGL.DAT'
               FILE STATUS IS WS-AWARDGL-STATUS.
           SELECT AWARDREV-FILE ASSIGN TO 'AWARDREV.DAT'
               FILE STATUS IS WS-AWARDREV-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       FD REGISTER-FILE.
       01 REGISTER-RECORD  PIC X(100).

      * DISBURSED AWARDS WAIT HERE FOR THE GL POSTING RUN, WHICH
      * CLEARS THE FILE ONCE A BALANCED POSTING HAS TAKEN THEM.
       FD AWARDGL-FILE.
       01 AWARDGL-RECORD.
          05 AG-STUD-ID       PIC X(06).
          05 AG-TERM          PIC X(06).
          05 AG-CODE          PIC X(04).
          05 AG-AMOUNT        PIC 9(06)V99.
          05 AG-DATE          PIC X(08).

      * REVERSED AWARDS WAIT FOR THE SAME RUN AND POST AS TYPE 'AR'.
       FD AWARDREV-FILE.
       01 AWARDREV-RECORD.
          05 AR-STUD-ID       PIC X(06).
          05 AR-TERM          PIC X(06).
          05 AR-CODE          PIC X(04).
          05 AR-AMOUNT        PIC 9(06)V99.
          05 AR-DATE          PIC X(08).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD     PIC 9(08).


       01 WS-AWARD-STATUS       PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-AWARDGL-STATUS     PIC XX VALUE SPACES.
       01 WS-AWARDREV-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-STUD-ID            PIC X(06).
       01 WS-TERM               PIC X(06).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGA0128'.
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
       01 WS-DISBURSED-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-DISBURSED-TOTAL    PIC 9(08)V99 VALUE ZERO.
       01 WS-REVERSED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-REVERSED-TOTAL     PIC 9(08)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-HEADERS

           OPEN EXTEND AWARDGL-FILE
           IF WS-AWARDGL-STATUS = '05' OR WS-AWARDGL-STATUS = '35'
               OPEN OUTPUT AWARDGL-FILE
           END-IF
           IF WS-AWARDGL-STATUS NOT = '00'
               DISPLAY 'PRGA0128 AWARD GL FILE NOT AVAILABLE: '
                       WS-AWARDGL-STATUS
               CLOSE AWARD-FILE
                     REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AWARDREV-FILE
           IF WS-AWARDREV-STATUS = '05' OR WS-AWARDREV-STATUS = '35'
               OPEN OUTPUT AWARDREV-FILE
           END-IF
           IF WS-AWARDREV-STATUS NOT = '00'
               DISPLAY 'PRGA0128 AWARD REVERSAL FILE NOT AVAILABLE: '
                       WS-AWARDREV-STATUS
               CLOSE AWARD-FILE
                     REGISTER-FILE
                     AWARDGL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO AW-KEY
           START AWARD-FILE KEY IS >= AW-KEY
               INVALID KEY
                       IF AW-STATUS = 'P'
                           PERFORM DISBURSE-ONE-AWARD
                       END-IF
                       IF AW-STATUS = 'R'
                           PERFORM REVERSE-ONE-AWARD
                       END-IF
               END-READ
           END-PERFORM


           CLOSE AWARD-FILE
                 REGISTER-FILE
                 AWARDGL-FILE
                 AWARDREV-FILE
           STOP RUN.

       GET-CYCLE-DATE.

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM WRITE-AWARD-LEDGER
                   PERFORM WRITE-AWARD-GL
                   ADD 1 TO WS-DISBURSED-COUNT
                   ADD WS-AMOUNT TO WS-DISBURSED-TOTAL
                   MOVE 'D' TO AW-STATUS
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.

      * A REVERSAL TAKES THE AID BACK OFF THE ACCOUNT.  AW-DISB-DATE
      * IS KEPT SO THE T4A RUN KNOWS WHICH TAX YEAR TO AMEND.
       REVERSE-ONE-AWARD.
           MOVE AW-STUDENT-ID TO WS-STUD-ID
           MOVE AW-TERM TO WS-TERM
           MOVE AW-AMOUNT TO WS-AMOUNT

           EXEC SQL
               UPDATE STUDENT_BILLING
               SET BILL_AMT_PAID = BILL_AMT_PAID - :WS-AMOUNT,
                   BILL_AMT_AWARD = BILL_AMT_AWARD - :WS-AMOUNT
               WHERE BILL_STUD_ID = :WS-STUD-ID
                 AND BILL_TERM = :WS-TERM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM WRITE-REVERSAL-LEDGER
                   MOVE WS-STUD-ID TO AR-STUD-ID
                   MOVE WS-TERM TO AR-TERM
                   MOVE AW-CODE TO AR-CODE
                   MOVE WS-AMOUNT TO AR-AMOUNT
                   MOVE WS-CURRENT-DATE TO AR-DATE
                   WRITE AWARDREV-RECORD
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD WS-AMOUNT TO WS-REVERSED-TOTAL
                   MOVE 'V' TO AW-STATUS
                   REWRITE AWARD-RECORD
                       INVALID KEY
                           DISPLAY 'PRGA0128 ERROR MARKING AWARD '
                                   'REVERSED: ' AW-KEY
                   END-REWRITE
                   MOVE SPACES TO WS-LINE
                   STRING AW-STUDENT-ID ' ' AW-TERM ' ' AW-CODE
                          ' REVERSED - DISBURSED ' AW-DISB-DATE
                          ' AMOUNT: ' AW-AMOUNT
                          DELIMITED BY SIZE
                          INTO WS-LINE
                   WRITE REGISTER-RECORD FROM WS-LINE
               WHEN 100
                   MOVE SPACES TO WS-LINE
                   STRING AW-STUDENT-ID ' ' AW-TERM ' ' AW-CODE
                          ' NO BILLING ROW - REVERSAL LEFT PENDING'
                          DELIMITED BY SIZE
                          INTO WS-LINE
                   WRITE REGISTER-RECORD FROM WS-LINE
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE 'AWARD REVERSAL FAIL' TO WS-ERROR-TEXT
                   CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                          WS-STUD-ID WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.

       WRITE-REVERSAL-LEDGER.
           INITIALIZE WS-LEDGER-ENTRY
           MOVE WS-STUD-ID TO WS-LG-STUD-ID
           MOVE WS-TERM TO WS-LG-TERM
           MOVE WS-CURRENT-DATE TO WS-LG-DATE
           MOVE 'AR' TO WS-LG-TYPE
           COMPUTE WS-LG-PAID-AMT = ZERO - WS-AMOUNT
           STRING 'AWARD REV ' AW-CODE
                  DELIMITED BY SIZE
                  INTO WS-LG-REFERENCE
           MOVE WS-PROGRAM-ID TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE.

       WRITE-AWARD-LEDGER.
           INITIALIZE WS-LEDGER-ENTRY
           MOVE WS-STUD-ID TO WS-LG-STUD-ID
           MOVE WS-TERM TO WS-LG-TERM
           MOVE WS-CURRENT-DATE TO WS-LG-DATE
           MOVE 'AW' TO WS-LG-TYPE
           MOVE WS-AMOUNT TO WS-LG-PAID-AMT
           STRING 'AWARD ' AW-CODE
                  DELIMITED BY SIZE
                  INTO WS-LG-REFERENCE
           MOVE WS-PROGRAM-ID TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE.

       WRITE-AWARD-GL.
           MOVE WS-STUD-ID TO AG-STUD-ID
           MOVE WS-TERM TO AG-TERM
           MOVE AW-CODE TO AG-CODE
           MOVE WS-AMOUNT TO AG-AMOUNT
           MOVE WS-CURRENT-DATE TO AG-DATE
           WRITE AWARDGL-RECORD.

       WRITE-DISBURSE-LINE.
           MOVE SPACES TO WS-LINE
           STRING AW-STUDENT-ID ' ' AW-TERM ' ' AW-CODE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGA0128 ' WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'AWARDS REVERSED: ' WS-REVERSED-COUNT
                  '  AMOUNT: '        WS-REVERSED-TOTAL
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGA0128 ' WS-LINE.
