       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGF0169.
       AUTHOR. Mohand Kessi.

      * SUPPLEMENTAL EXAM FEE POSTING.  EVERY SUPPLEMENTAL EXAM
      * APPROVED SINCE THE LAST RUN (PRGC0117) LEAVES ITS FEE IN
      * EXAMFEE.DAT; EACH FEE IS ADDED TO THE STUDENT'S BILL FOR THE
      * TERM (OR OPENS ONE) AND LEDGERED AS TYPE 'XF'.  THE FEED IS
      * EMPTIED ONCE POSTED.  RC 4 IF ANY FEE FAILED TO POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-FEED-FILE ASSIGN TO 'EXAMFEE.DAT'
               FILE STATUS IS WS-FEE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'EXAMFEE.RPT'.

       DATA DIVISION.
       FILE SECTION.
       FD FEE-FEED-FILE.
       01 FEE-FEED-RECORD.
          05 XF-STUD-ID        PIC X(06).
          05 XF-TERM           PIC X(06).
          05 XF-AMOUNT         PIC 9(06)V99.
          05 XF-COURSE-CODE    PIC X(04).
          05 XF-EXAM-TYPE      PIC X(01).
          05 XF-DATE           PIC 9(08).
          05 FILLER            PIC X(02).

       FD REGISTER-FILE.
       01 REGISTER-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-FEE-STATUS         PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-STUD-ID            PIC X(06).
       01 WS-TERM               PIC X(06).
       01 WS-AMOUNT             PIC 9(06)V99.
       01 WS-DUE-DATE           PIC X(08).
       01 WS-DUE-INTEGER        PIC 9(08).
       01 WS-DUE-DATE-NUM       PIC 9(08).
       01 WS-LINE               PIC X(100).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGF0169'.
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
       01 WS-FEE-TOTAL          PIC 9(08)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT FEE-FEED-FILE
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY 'PRGF0169 NO SUPPLEMENTAL EXAM FEES TO POST'
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-HEADERS

           PERFORM UNTIL WS-EOF = 'Y'
               READ FEE-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM POST-ONE-FEE
               END-READ
           END-PERFORM

           EXEC SQL
               COMMIT
           END-EXEC

           PERFORM WRITE-TOTALS

           CLOSE FEE-FEED-FILE
                 REGISTER-FILE

           OPEN OUTPUT FEE-FEED-FILE
           CLOSE FEE-FEED-FILE

           IF WS-FAILED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       POST-ONE-FEE.
           MOVE XF-STUD-ID TO WS-STUD-ID
           MOVE XF-TERM TO WS-TERM
           MOVE XF-AMOUNT TO WS-AMOUNT

           EXEC SQL
               UPDATE STUDENT_BILLING
               SET BILL_AMT_DUE = BILL_AMT_DUE + :WS-AMOUNT
               WHERE BILL_STUD_ID = :WS-STUD-ID
                 AND BILL_TERM = :WS-TERM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-AMOUNT TO WS-FEE-TOTAL
                   PERFORM WRITE-FEE-LEDGER
                   PERFORM WRITE-POSTING-LINE
               WHEN 100
                   PERFORM INSERT-BILLING-ROW
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE 'FEE UPDATE FAILED' TO WS-ERROR-TEXT
                   CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                          WS-STUD-ID WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.

       INSERT-BILLING-ROW.
           COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(XF-DATE) + 30
           COMPUTE WS-DUE-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           MOVE WS-DUE-DATE-NUM TO WS-DUE-DATE

           EXEC SQL
               INSERT INTO STUDENT_BILLING
                   (BILL_STUD_ID, BILL_TERM, BILL_AMT_DUE,
                    BILL_AMT_PAID, BILL_DUE_DATE)
               VALUES (:WS-STUD-ID, :WS-TERM, :WS-AMOUNT,
                       0, :WS-DUE-DATE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-POSTED-COUNT
               ADD 1 TO WS-INSERTED-COUNT
               ADD WS-AMOUNT TO WS-FEE-TOTAL
               PERFORM WRITE-FEE-LEDGER
               PERFORM WRITE-POSTING-LINE
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE 'FEE INSERT FAILED' TO WS-ERROR-TEXT
               CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                      WS-STUD-ID WS-SQLCODE-DISPLAY
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       WRITE-FEE-LEDGER.
           INITIALIZE WS-LEDGER-ENTRY
           MOVE XF-STUD-ID TO WS-LG-STUD-ID
           MOVE XF-TERM TO WS-LG-TERM
           MOVE XF-DATE TO WS-LG-DATE
           MOVE 'XF' TO WS-LG-TYPE
           MOVE XF-AMOUNT TO WS-LG-DUE-AMT
           STRING 'SUPP EXAM ' XF-COURSE-CODE
                  DELIMITED BY SIZE
                  INTO WS-LG-REFERENCE
           MOVE WS-PROGRAM-ID TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE.

       WRITE-POSTING-LINE.
           MOVE SPACES TO WS-LINE
           STRING XF-STUD-ID   DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  XF-TERM      DELIMITED BY SIZE
                  ' COURSE: '  DELIMITED BY SIZE
                  XF-COURSE-CODE DELIMITED BY SIZE
                  ' FEE: '     DELIMITED BY SIZE
                  XF-AMOUNT    DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'SUPPLEMENTAL EXAM FEE POSTING REGISTER'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO WS-LINE
           STRING 'FEES POSTED: '  DELIMITED BY SIZE
                  WS-POSTED-COUNT  DELIMITED BY SIZE
                  '  NEW ROWS: '   DELIMITED BY SIZE
                  WS-INSERTED-COUNT DELIMITED BY SIZE
                  '  FAILED: '     DELIMITED BY SIZE
                  WS-FAILED-COUNT  DELIMITED BY SIZE
                  '  AMOUNT: '     DELIMITED BY SIZE
                  WS-FEE-TOTAL     DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGF0169 ' WS-LINE.
