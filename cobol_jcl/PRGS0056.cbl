       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGF0156.
       AUTHOR. Mohand Kessi.

      * NIGHTLY LIBRARY FINES POSTING.  THE CIRCULATION SYSTEM SENDS
      * LIBFINES.DAT WITH AN 'F' RECORD FOR EACH FINE CHARGED TO A
      * STUDENT AND A 'C' RECORD WHEN A STUDENT'S LIBRARY DEBT HAS
      * BEEN CLEARED.  FINES ARE ADDED TO THE STUDENT_BILLING ROW FOR
      * THE CURRENT TERM AND LEDGERED AS TYPE 'LB'; THEY WAIT IN
      * LIBFINGL.DAT FOR THE GL POSTING RUN (PRGG0132).  LIBDEBT.VSAM
      * CARRIES EACH STUDENT'S UNCLEARED LIBRARY DEBT; PAST THE
      * THRESHOLD ON SYSIN THE STUDENT GETS AN 'LB' REGISTRATION AND
      * TRANSCRIPT HOLD, LIFTED WHEN THE LIBRARY REPORTS IT CLEARED.
      * THE FEED IS EMPTIED AFTER THE RUN SO NO FINE POSTS TWICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINES-FEED-FILE ASSIGN TO 'LIBFINES.DAT'
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FINES-REJECT-FILE ASSIGN TO 'LIBFINES.REJ'.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.
           SELECT LIBDEBT-FILE ASSIGN TO 'LIBDEBT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LD-STUDENT-ID
               FILE STATUS IS WS-LIBDEBT-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'HOLD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT LIBFINGL-FILE ASSIGN TO 'LIBFINGL.DAT'
               FILE STATUS IS WS-LIBFINGL-STATUS.
           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'LIBFINES.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * LB-REC-TYPE: H HEADER, F FINE, C DEBT CLEARED, T TRAILER
      * WITH THE COUNT OF F AND C RECORDS IN LB-STUD-ID.
       FD FINES-FEED-FILE.
       01 FINES-FEED-RECORD.
          05 LB-REC-TYPE       PIC X(01).
          05 LB-STUD-ID        PIC X(06).
          05 LB-AMOUNT         PIC 9(06)V99.
          05 LB-ITEM-REF       PIC X(15).
          05 LB-TXN-DATE       PIC X(08).
          05 FILLER            PIC X(12).

       FD FINES-REJECT-FILE.
       01 FINES-REJECT-RECORD PIC X(100).

       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 VSAM-STUDENT-NAME     PIC X(30).
          05 FILLER                PIC X(144).

       FD TERM-FILE.
       01 TERM-RECORD.
          05 TM-TERM            PIC X(06).
          05 TM-START-DATE      PIC 9(08).
          05 TM-END-DATE        PIC 9(08).
          05 TM-ADD-DEADLINE    PIC 9(08).
          05 TM-REFUND-DATE-1   PIC 9(08).
          05 TM-REFUND-DATE-2   PIC 9(08).
          05 TM-REFUND-DATE-3   PIC 9(08).
          05 TM-OPTOUT-DEADLINE PIC 9(08).
          05 FILLER             PIC X(08).

      * ONE RECORD PER STUDENT WHO HAS EVER HAD A LIBRARY FINE.
       FD LIBDEBT-FILE.
       01 LIBDEBT-RECORD.
          05 LD-STUDENT-ID      PIC 9(06).
          05 LD-BALANCE         PIC 9(06)V99.
          05 LD-FINE-TOTAL      PIC 9(07)V99.
          05 LD-LAST-FINE-DATE  PIC 9(08).
          05 LD-CLEARED-DATE    PIC 9(08).
          05 FILLER             PIC X(10).

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-KEY.
             10 HOLD-STUDENT-ID  PIC 9(06).
             10 HOLD-CODE        PIC X(02).
          05 HOLD-REASON         PIC X(30).
          05 HOLD-PLACED-BY      PIC X(08).
          05 HOLD-DATE           PIC 9(08).

       FD LIBFINGL-FILE.
       01 LIBFINGL-RECORD.
          05 LBG-STUD-ID       PIC X(06).
          05 LBG-TERM          PIC X(06).
          05 LBG-AMOUNT        PIC 9(06)V99.
          05 LBG-DATE          PIC X(08).
          05 LBG-ITEM-REF      PIC X(15).

       FD STUDENT-AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AUD-STUDENT-ID        PIC 9(06).
          05 AUD-FIELD-NAME        PIC X(15).
          05 AUD-OLD-VALUE         PIC X(40).
          05 AUD-NEW-VALUE         PIC X(40).
          05 AUD-TIMESTAMP         PIC X(16).
          05 AUD-OPERATOR          PIC X(08).

       FD REGISTER-FILE.
       01 REGISTER-RECORD     PIC X(100).

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

       01 WS-FEED-STATUS        PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-TERM-STATUS        PIC XX VALUE SPACES.
       01 WS-LIBDEBT-STATUS     PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS        PIC XX VALUE SPACES.
       01 WS-LIBFINGL-STATUS    PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS       PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-AUDIT-OPEN         PIC X VALUE 'N'.
       01 WS-LD-EXISTS          PIC X VALUE 'N'.
       01 WS-VALID-FLAG         PIC X VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(08) VALUE SPACES.
       01 WS-CURRENT-DATE-NUM   REDEFINES WS-CURRENT-DATE
                                PIC 9(08).
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGF0156'.
       01 WS-LIBRARY-HOLD-CODE  PIC X(02) VALUE 'LB'.
       01 WS-BILL-TERM          PIC X(06) VALUE SPACES.
       01 WS-BILL-TERM-START    PIC 9(08) VALUE ZERO.
       01 WS-ERROR-TEXT         PIC X(20).
       01 WS-SQLCODE-DISPLAY    PIC S9(04).
       01 WS-REJECT-REASON      PIC X(30) VALUE SPACES.
       01 WS-ACTION             PIC X(20) VALUE SPACES.
       01 WS-LINE               PIC X(100).
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
       01 WS-STUD-ID            PIC X(06).
       01 WS-TERM               PIC X(06).
       01 WS-AMOUNT             PIC 9(06)V99.
       01 WS-DUE-DATE           PIC X(08).
       01 WS-DUE-INTEGER        PIC 9(08).
       01 WS-DUE-DATE-NUM       PIC 9(08).
       01 WS-THRESHOLD-IN       PIC X(12) VALUE SPACES.
       01 WS-THRESHOLD          PIC 9(06)V99 VALUE ZERO.
       01 WS-DEFAULT-THRESHOLD  PIC 9(06)V99 VALUE 100.00.
       01 WS-AMOUNT-EDIT        PIC ZZZ,ZZ9.99.
       01 WS-BALANCE-EDIT       PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT         PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TRAILER-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-PROCESSED-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-POSTED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-INSERTED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-CLEARED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-HOLD-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-RELEASE-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-FINE-TOTAL         PIC 9(08)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           PERFORM GET-THRESHOLD

           OPEN INPUT FINES-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'PRGF0156 NO LIBRARY FINES TO POST'
               STOP RUN
           END-IF

           PERFORM FIND-BILL-TERM
           IF WS-BILL-TERM = SPACES
               DISPLAY 'PRGF0156 NO CURRENT TERM ON THE TERM MASTER - '
                       'FINES NOT POSTED'
               CLOSE FINES-FEED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS NOT = '00'
               DISPLAY 'PRGF0156 STUDENT MASTER NOT AVAILABLE: '
                       WS-VSAM-STATUS
               CLOSE FINES-FEED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O LIBDEBT-FILE
           IF WS-LIBDEBT-STATUS = '05' OR WS-LIBDEBT-STATUS = '35'
               CLOSE LIBDEBT-FILE
               OPEN OUTPUT LIBDEBT-FILE
               CLOSE LIBDEBT-FILE
               OPEN I-O LIBDEBT-FILE
           END-IF
           IF WS-LIBDEBT-STATUS NOT = '00'
               DISPLAY 'PRGF0156 ERROR OPENING LIBDEBT: '
                       WS-LIBDEBT-STATUS
               CLOSE FINES-FEED-FILE
                     STUDENT-VSAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'PRGF0156 ERROR OPENING HOLD FILE: '
                       WS-HOLD-STATUS
               CLOSE FINES-FEED-FILE
                     STUDENT-VSAM-FILE
                     LIBDEBT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * FINES NOT YET PICKED UP BY THE GL RUN ARE KEPT.
           OPEN EXTEND LIBFINGL-FILE
           IF WS-LIBFINGL-STATUS = '05' OR WS-LIBFINGL-STATUS = '35'
               OPEN OUTPUT LIBFINGL-FILE
           END-IF

           OPEN EXTEND STUDENT-AUDIT-FILE
           IF WS-AUDIT-STATUS = '05'
               OPEN OUTPUT STUDENT-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = '00'
               MOVE 'Y' TO WS-AUDIT-OPEN
           END-IF

           OPEN OUTPUT FINES-REJECT-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-HEADERS

           PERFORM UNTIL WS-EOF = 'Y'
               READ FINES-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE LB-REC-TYPE
                        WHEN 'H'
                          CONTINUE
                        WHEN 'T'
                          COMPUTE WS-TRAILER-COUNT =
                                  FUNCTION NUMVAL(LB-STUD-ID)
                        WHEN OTHER
                          ADD 1 TO WS-PROCESSED-COUNT
                          PERFORM VALIDATE-FINE
                          IF WS-VALID-FLAG = 'Y'
                              IF LB-REC-TYPE = 'F'
                                  PERFORM POST-ONE-FINE
                              ELSE
                                  PERFORM CLEAR-LIBRARY-DEBT
                              END-IF
                          ELSE
                              PERFORM WRITE-FINE-REJECT
                          END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM

           EXEC SQL
               COMMIT
           END-EXEC

           PERFORM WRITE-TOTALS
           PERFORM REGISTER-OUTPUT

           CLOSE FINES-FEED-FILE
                 FINES-REJECT-FILE
                 STUDENT-VSAM-FILE
                 LIBDEBT-FILE
                 HOLD-FILE
                 LIBFINGL-FILE
                 REGISTER-FILE
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF

           OPEN OUTPUT FINES-FEED-FILE
           CLOSE FINES-FEED-FILE

           IF WS-TRAILER-COUNT NOT = WS-PROCESSED-COUNT
               DISPLAY 'PRGF0156 OUT OF BALANCE - TRAILER: '
                       WS-TRAILER-COUNT '  PROCESSED: '
                       WS-PROCESSED-COUNT
               MOVE 4 TO RETURN-CODE
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

      * HOLD THRESHOLD COMES FROM SYSIN; A BLANK CARD TAKES THE
      * DEFAULT.
       GET-THRESHOLD.
           DISPLAY 'ENTER LIBRARY DEBT HOLD THRESHOLD '
                   '(DEFAULT 100.00): '
           ACCEPT WS-THRESHOLD-IN
           IF WS-THRESHOLD-IN = SPACES
               MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
           ELSE
               COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(WS-THRESHOLD-IN)
           END-IF.

      * FINES BILL TO THE LATEST TERM THAT HAS STARTED BY THE CYCLE
      * DATE.
       FIND-BILL-TERM.
           MOVE SPACES TO WS-BILL-TERM
           MOVE ZERO TO WS-BILL-TERM-START
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TERM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TM-START-DATE NOT > WS-CURRENT-DATE-NUM
                              AND
                              TM-START-DATE > WS-BILL-TERM-START
                               MOVE TM-TERM TO WS-BILL-TERM
                               MOVE TM-START-DATE TO WS-BILL-TERM-START
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       VALIDATE-FINE.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           IF LB-REC-TYPE NOT = 'F' AND LB-REC-TYPE NOT = 'C'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
           END-IF

           IF LB-REC-TYPE = 'F' AND
              (LB-AMOUNT NOT NUMERIC OR LB-AMOUNT = ZERO)
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'INVALID FINE AMOUNT' TO WS-REJECT-REASON
           END-IF

           IF LB-STUD-ID NOT NUMERIC
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'INVALID STUDENT ID' TO WS-REJECT-REASON
           END-IF

           IF WS-VALID-FLAG = 'Y'
               MOVE LB-STUD-ID TO VSAM-STUDENT-ID
               READ STUDENT-VSAM-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'NOT ON STUDENT MASTER'
                         TO WS-REJECT-REASON
               END-READ
           END-IF.

       POST-ONE-FINE.
           MOVE LB-STUD-ID TO WS-STUD-ID
           MOVE WS-BILL-TERM TO WS-TERM
           MOVE LB-AMOUNT TO WS-AMOUNT

           EXEC SQL
               UPDATE STUDENT_BILLING
               SET BILL_AMT_DUE = BILL_AMT_DUE + :WS-AMOUNT
               WHERE BILL_STUD_ID = :WS-STUD-ID
                 AND BILL_TERM = :WS-TERM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM FINE-POSTED
               WHEN 100
                   PERFORM INSERT-BILLING-ROW
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE 'LIB FINE FAILED' TO WS-ERROR-TEXT
                   CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                          WS-STUD-ID WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'BILLING UPDATE FAILED' TO WS-REJECT-REASON
                   PERFORM WRITE-FINE-REJECT
           END-EVALUATE.

       INSERT-BILLING-ROW.
           COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) + 30
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
               ADD 1 TO WS-INSERTED-COUNT
               PERFORM FINE-POSTED
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE 'LIB FINE INSERT FAIL' TO WS-ERROR-TEXT
               CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                      WS-STUD-ID WS-SQLCODE-DISPLAY
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'BILLING INSERT FAILED' TO WS-REJECT-REASON
               PERFORM WRITE-FINE-REJECT
           END-IF.

       FINE-POSTED.
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-AMOUNT TO WS-FINE-TOTAL
           PERFORM WRITE-FINE-LEDGER
           PERFORM WRITE-FINE-GL

           PERFORM READ-LIBDEBT
           ADD WS-AMOUNT TO LD-BALANCE
           ADD WS-AMOUNT TO LD-FINE-TOTAL
           MOVE WS-CURRENT-DATE TO LD-LAST-FINE-DATE
           PERFORM SAVE-LIBDEBT

           MOVE 'POSTED' TO WS-ACTION
           IF LD-BALANCE > WS-THRESHOLD
               PERFORM PLACE-LIBRARY-HOLD
           END-IF
           PERFORM WRITE-REGISTER-LINE.

       WRITE-FINE-LEDGER.
           INITIALIZE WS-LEDGER-ENTRY
           MOVE WS-STUD-ID TO WS-LG-STUD-ID
           MOVE WS-TERM TO WS-LG-TERM
           MOVE WS-CURRENT-DATE TO WS-LG-DATE
           MOVE 'LB' TO WS-LG-TYPE
           MOVE WS-AMOUNT TO WS-LG-DUE-AMT
           MOVE LB-ITEM-REF TO WS-LG-REFERENCE
           MOVE WS-PROGRAM-ID TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE.

       WRITE-FINE-GL.
           MOVE WS-STUD-ID TO LBG-STUD-ID
           MOVE WS-TERM TO LBG-TERM
           MOVE WS-AMOUNT TO LBG-AMOUNT
           MOVE WS-CURRENT-DATE TO LBG-DATE
           MOVE LB-ITEM-REF TO LBG-ITEM-REF
           WRITE LIBFINGL-RECORD.

       READ-LIBDEBT.
           MOVE 'Y' TO WS-LD-EXISTS
           MOVE LB-STUD-ID TO LD-STUDENT-ID
           READ LIBDEBT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LD-EXISTS
                   MOVE SPACES TO LIBDEBT-RECORD
                   MOVE LB-STUD-ID TO LD-STUDENT-ID
                   MOVE ZERO TO LD-BALANCE
                                LD-FINE-TOTAL
                                LD-LAST-FINE-DATE
                                LD-CLEARED-DATE
           END-READ.

       SAVE-LIBDEBT.
           IF WS-LD-EXISTS = 'Y'
               REWRITE LIBDEBT-RECORD
                   INVALID KEY
                       DISPLAY 'PRGF0156 LIBDEBT REWRITE ERROR: '
                               LD-STUDENT-ID
               END-REWRITE
           ELSE
               WRITE LIBDEBT-RECORD
                   INVALID KEY
                       DISPLAY 'PRGF0156 LIBDEBT WRITE ERROR: '
                               LD-STUDENT-ID
               END-WRITE
           END-IF.

      * THE LIBRARY HAS CLEARED THE STUDENT: THE DEBT GOES TO ZERO
      * AND THE LIBRARY HOLD, IF ANY, IS LIFTED.
       CLEAR-LIBRARY-DEBT.
           ADD 1 TO WS-CLEARED-COUNT
           PERFORM READ-LIBDEBT
           MOVE ZERO TO LD-BALANCE
           MOVE WS-CURRENT-DATE TO LD-CLEARED-DATE
           PERFORM SAVE-LIBDEBT
           MOVE ZERO TO WS-AMOUNT
           MOVE 'CLEARED' TO WS-ACTION
           PERFORM RELEASE-LIBRARY-HOLD
           PERFORM WRITE-REGISTER-LINE.

       PLACE-LIBRARY-HOLD.
           MOVE LD-STUDENT-ID TO HOLD-STUDENT-ID
           MOVE WS-LIBRARY-HOLD-CODE TO HOLD-CODE
           MOVE LD-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO HOLD-REASON
           STRING 'LIBRARY DEBT ' WS-BALANCE-EDIT
                  DELIMITED BY SIZE
                  INTO HOLD-REASON
           MOVE WS-PROGRAM-ID TO HOLD-PLACED-BY
           MOVE WS-CURRENT-DATE TO HOLD-DATE
           WRITE HOLD-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE 'POSTED - HOLD PLACED' TO WS-ACTION
                   IF WS-AUDIT-OPEN = 'Y'
                       MOVE HOLD-STUDENT-ID TO AUD-STUDENT-ID
                       MOVE 'HOLD-PLACE' TO AUD-FIELD-NAME
                       MOVE SPACES TO AUD-OLD-VALUE
                       MOVE SPACES TO AUD-NEW-VALUE
                       STRING HOLD-CODE ' ' HOLD-REASON
                              DELIMITED BY SIZE
                              INTO AUD-NEW-VALUE
                       MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
                       MOVE WS-PROGRAM-ID TO AUD-OPERATOR
                       WRITE AUDIT-RECORD
                   END-IF
           END-WRITE.

       RELEASE-LIBRARY-HOLD.
           MOVE LD-STUDENT-ID TO HOLD-STUDENT-ID
           MOVE WS-LIBRARY-HOLD-CODE TO HOLD-CODE
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO AUD-OLD-VALUE
                   STRING HOLD-CODE ' ' HOLD-REASON
                          DELIMITED BY SIZE
                          INTO AUD-OLD-VALUE
                   DELETE HOLD-FILE
                       INVALID KEY
                           DISPLAY 'PRGF0156 ERROR RELEASING HOLD: '
                                   HOLD-STUDENT-ID ' ' WS-HOLD-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-RELEASE-COUNT
                           MOVE 'CLEARED - HOLD LIFTED' TO WS-ACTION
                           IF WS-AUDIT-OPEN = 'Y'
                               MOVE LD-STUDENT-ID TO AUD-STUDENT-ID
                               MOVE 'HOLD-REL' TO AUD-FIELD-NAME
                               MOVE SPACES TO AUD-NEW-VALUE
                               MOVE FUNCTION CURRENT-DATE
                                 TO AUD-TIMESTAMP
                               MOVE WS-PROGRAM-ID TO AUD-OPERATOR
                               WRITE AUDIT-RECORD
                           END-IF
                   END-DELETE
           END-READ.

       WRITE-FINE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'REASON: '       DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  '  RECORD: '     DELIMITED BY SIZE
                  FINES-FEED-RECORD DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE FINES-REJECT-RECORD FROM WS-LINE.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'LIBRARY FINES POSTING REGISTER - CYCLE DATE '
                  WS-CURRENT-DATE '  BILL TERM ' WS-BILL-TERM
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           WRITE REGISTER-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'STUD ID ITEM REFERENCE          FINE'
                  '   LIB DEBT  ACTION'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-REGISTER-LINE.
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE LD-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-LINE
           STRING LB-STUD-ID      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  LB-ITEM-REF     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-AMOUNT-EDIT  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  WS-ACTION       DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-TOTALS.
           WRITE REGISTER-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'FINES POSTED: '  DELIMITED BY SIZE
                  WS-POSTED-COUNT   DELIMITED BY SIZE
                  '  NEW ROWS: '    DELIMITED BY SIZE
                  WS-INSERTED-COUNT DELIMITED BY SIZE
                  '  CLEARED: '     DELIMITED BY SIZE
                  WS-CLEARED-COUNT  DELIMITED BY SIZE
                  '  REJECTED: '    DELIMITED BY SIZE
                  WS-REJECT-COUNT   DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGF0156 ' WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'HOLDS PLACED: '  DELIMITED BY SIZE
                  WS-HOLD-COUNT     DELIMITED BY SIZE
                  '  HOLDS LIFTED: ' DELIMITED BY SIZE
                  WS-RELEASE-COUNT  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGF0156 ' WS-LINE

           MOVE WS-FINE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL FINES POSTED : ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGF0156 ' WS-LINE

           IF WS-FAILED-COUNT > ZERO
               MOVE SPACES TO WS-LINE
               STRING 'FINES NOT POSTED (SEE ERROR LOG): '
                      WS-FAILED-COUNT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REGISTER-RECORD FROM WS-LINE
               DISPLAY 'PRGF0156 ' WS-LINE
           END-IF.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'LIBFINES' TO RR-REPORT-NAME
               MOVE 'LIBFINES.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-PROGRAM-ID TO RR-OPERATOR
               MOVE WS-POSTED-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGF0156 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
