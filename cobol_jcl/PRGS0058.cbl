       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGH0158.
       AUTHOR. Mohand Kessi.

      * NIGHTLY HEALTH AND DENTAL PLAN RUN.  FIRST, EVERY APPROVED
      * OPT-OUT ON HLTHOPT.VSAM WHOSE STUDENT WAS ALREADY CHARGED THE
      * PLAN FEE BY THE ASSESSMENT (HLTHPLAN.VSAM STATUS C) HAS THE
      * FEE CREDITED BACK ON STUDENT_BILLING, LEDGERED AS TYPE 'HO'
      * AND WRITTEN TO HLTHGL.DAT FOR THE GL POSTING RUN (PRGG0132,
      * TYPE HC).  THEN, FOR EVERY TERM WHOSE OPT-OUT DEADLINE HAS
      * PASSED, THE CARRIER ENROLMENT FILE HLTHENRL.DAT CARRIES EACH
      * COVERED STUDENT NOT YET SENT AS AN 'A' ADDITION AND EACH
      * STUDENT SENT BUT SINCE OPTED OUT AS AN 'X' CANCELLATION.  THE
      * FIRST RUN AFTER A DEADLINE SENDS THE WHOLE COVERED LIST;
      * LATER RUNS SEND ONLY THE CHANGES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTOUT-FILE ASSIGN TO 'HLTHOPT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-OPTOUT-STATUS.
           SELECT PLAN-FILE ASSIGN TO 'HLTHPLAN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-KEY
               FILE STATUS IS WS-PLAN-STATUS.
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
           SELECT HLTHGL-FILE ASSIGN TO 'HLTHGL.DAT'
               FILE STATUS IS WS-HLTHGL-STATUS.
           SELECT ENROL-FILE ASSIGN TO 'HLTHENRL.DAT'
               FILE STATUS IS WS-ENROL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'HLTHPLAN.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * HO-STATUS: P=PENDING, A=APPROVED, D=DENIED.
       FD OPTOUT-FILE.
       01 OPTOUT-RECORD.
          05 HO-KEY.
             10 HO-STUDENT-ID    PIC 9(06).
             10 HO-TERM          PIC X(06).
          05 HO-INSURER          PIC X(25).
          05 HO-POLICY-NO        PIC X(20).
          05 HO-RECEIVED-DATE    PIC 9(08).
          05 HO-STATUS           PIC X(01).
          05 HO-ENTERED-BY       PIC X(08).
          05 HO-ENTERED-DATE     PIC 9(08).
          05 HO-DECIDED-BY       PIC X(08).
          05 HO-DECIDED-DATE     PIC 9(08).
          05 FILLER              PIC X(22).

      * HP-STATUS: C=COVERED, O=OPTED OUT AFTER ASSESSMENT.
       FD PLAN-FILE.
       01 PLAN-RECORD.
          05 HP-KEY.
             10 HP-STUDENT-ID    PIC 9(06).
             10 HP-TERM          PIC X(06).
          05 HP-STATUS           PIC X(01).
          05 HP-FEE-AMT          PIC 9(06)V99.
          05 HP-ASSESSED-DATE    PIC 9(08).
          05 HP-CREDIT-AMT       PIC 9(06)V99.
          05 HP-CREDIT-DATE      PIC 9(08).
          05 HP-SENT-DATE        PIC 9(08).
          05 HP-CANCEL-DATE      PIC 9(08).
          05 FILLER              PIC X(09).

       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 VSAM-STUDENT-NAME     PIC X(30).
          05 VSAM-STUDENT-ADDRESS  PIC X(40).
          05 VSAM-STUDENT-PHONE    PIC X(15).
          05 VSAM-STUDENT-EMAIL    PIC X(20).
          05 VSAM-STUDENT-COURSE   PIC X(04).
          05 VSAM-INCLUSION-DATE   PIC 9(08).
          05 VSAM-STUDENT-STATUS   PIC X(01).
          05 VSAM-STUDENT-GPA      PIC 9V99.
          05 VSAM-STUDENT-PROGRAM  PIC X(04).
          05 FILLER                PIC X(49).

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

       FD HLTHGL-FILE.
       01 HLTHGL-RECORD.
          05 HCG-STUD-ID       PIC X(06).
          05 HCG-TERM          PIC X(06).
          05 HCG-AMOUNT        PIC 9(06)V99.
          05 HCG-DATE          PIC X(08).

      * CARRIER ENROLMENT FILE.  EN-REC-TYPE: H HEADER, A ADD,
      * X CANCEL, T TRAILER.  COVERAGE RUNS FOR THE TERM.
       FD ENROL-FILE.
       01 ENROL-RECORD.
          05 EN-REC-TYPE       PIC X(01).
          05 EN-STUD-ID        PIC X(06).
          05 EN-NAME           PIC X(30).
          05 EN-EMAIL          PIC X(20).
          05 EN-TERM           PIC X(06).
          05 EN-COVER-START    PIC X(08).
          05 EN-COVER-END      PIC X(08).
          05 FILLER            PIC X(21).
       01 ENROL-HEADER-RECORD.
          05 EH-REC-TYPE       PIC X(01).
          05 EH-FILE-DATE      PIC X(08).
          05 EH-SOURCE         PIC X(20).
          05 FILLER            PIC X(71).
       01 ENROL-TRAILER-RECORD.
          05 ET-REC-TYPE       PIC X(01).
          05 ET-ADD-COUNT      PIC 9(06).
          05 ET-CANCEL-COUNT   PIC 9(06).
          05 FILLER            PIC X(87).

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

       01 WS-OPTOUT-STATUS      PIC XX VALUE SPACES.
       01 WS-PLAN-STATUS        PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-TERM-STATUS        PIC XX VALUE SPACES.
       01 WS-HLTHGL-STATUS      PIC XX VALUE SPACES.
       01 WS-ENROL-STATUS       PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-OPTOUT-OPEN        PIC X VALUE 'N'.
       01 WS-VSAM-OPEN          PIC X VALUE 'N'.
       01 WS-POSTED-OK          PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC X(08) VALUE SPACES.
       01 WS-CURRENT-DATE-NUM   REDEFINES WS-CURRENT-DATE
                                PIC 9(08).
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGH0158'.
       01 WS-ERROR-TEXT         PIC X(20).
       01 WS-SQLCODE-DISPLAY    PIC S9(04).
       01 WS-EXCEPTION          PIC X(30) VALUE SPACES.
       01 WS-LINE               PIC X(100).

       01 WS-TERM-TABLE.
          05 WS-TERM-ENTRY OCCURS 60 TIMES.
             10 WS-TT-TERM      PIC X(06).
             10 WS-TT-START     PIC 9(08).
             10 WS-TT-END       PIC 9(08).
             10 WS-TT-DEADLINE  PIC 9(08).
       01 WS-TERM-COUNT         PIC 9(03) VALUE ZERO.
       01 WS-TX                 PIC 9(03) VALUE ZERO.
       01 WS-FOUND-TX           PIC 9(03) VALUE ZERO.

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
       01 WS-CREDIT-AMT         PIC S9(06)V99.

       01 WS-AMT-EDIT           PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT         PIC ZZ,ZZZ,ZZ9.99.
       01 WS-APPROVED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-CREDIT-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-CREDIT-TOTAL       PIC 9(08)V99 VALUE ZERO.
       01 WS-ADD-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-CANCEL-COUNT       PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP

           OPEN I-O PLAN-FILE
           IF WS-PLAN-STATUS NOT = '00'
               DISPLAY 'PRGH0158 NO HEALTH PLAN CHARGES ON FILE'
               STOP RUN
           END-IF

           PERFORM LOAD-TERMS

           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS = '00'
               MOVE 'Y' TO WS-VSAM-OPEN
           END-IF

      * CREDITS NOT YET PICKED UP BY THE GL RUN ARE KEPT.
           OPEN EXTEND HLTHGL-FILE
           IF WS-HLTHGL-STATUS = '05' OR WS-HLTHGL-STATUS = '35'
               OPEN OUTPUT HLTHGL-FILE
           END-IF

           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-HEADERS

           OPEN INPUT OPTOUT-FILE
           IF WS-OPTOUT-STATUS = '00'
               MOVE 'Y' TO WS-OPTOUT-OPEN
               PERFORM CREDIT-OPTOUTS
               CLOSE OPTOUT-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           PERFORM WRITE-ENROLMENT

           PERFORM WRITE-TOTALS
           PERFORM REGISTER-OUTPUT

           CLOSE PLAN-FILE
                 HLTHGL-FILE
                 REGISTER-FILE
           IF WS-VSAM-OPEN = 'Y'
               CLOSE STUDENT-VSAM-FILE
           END-IF

           IF WS-EXCEPTION-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
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

       LOAD-TERMS.
           MOVE ZERO TO WS-TERM-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TERM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-TERM-COUNT < 60
                               ADD 1 TO WS-TERM-COUNT
                               MOVE TM-TERM
                                 TO WS-TT-TERM(WS-TERM-COUNT)
                               MOVE TM-START-DATE
                                 TO WS-TT-START(WS-TERM-COUNT)
                               MOVE TM-END-DATE
                                 TO WS-TT-END(WS-TERM-COUNT)
                               MOVE TM-OPTOUT-DEADLINE
                                 TO WS-TT-DEADLINE(WS-TERM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           ELSE
               DISPLAY 'PRGH0158 TERM MASTER NOT AVAILABLE: '
                       WS-TERM-STATUS ' - NO CARRIER ENROLMENT'
           END-IF
           MOVE 'N' TO WS-EOF.

      * AN APPROVED OPT-OUT FOR A STUDENT WHO HAS NOT BEEN CHARGED
      * NEEDS NOTHING HERE - THE ASSESSMENT LEAVES THE FEE OFF.
       CREDIT-OPTOUTS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPTOUT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HO-STATUS = 'A'
                           ADD 1 TO WS-APPROVED-COUNT
                           PERFORM CREDIT-ONE-OPTOUT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       CREDIT-ONE-OPTOUT.
           MOVE HO-STUDENT-ID TO HP-STUDENT-ID
           MOVE HO-TERM TO HP-TERM
           READ PLAN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HP-STATUS NOT = 'C' OR HP-FEE-AMT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE HP-STUDENT-ID TO WS-STUD-ID
           MOVE HP-TERM TO WS-TERM
           COMPUTE WS-CREDIT-AMT = 0 - HP-FEE-AMT
           PERFORM POST-PLAN-CREDIT
           IF WS-POSTED-OK = 'Y'
               MOVE 'O' TO HP-STATUS
               MOVE HP-FEE-AMT TO HP-CREDIT-AMT
               MOVE WS-CURRENT-DATE-NUM TO HP-CREDIT-DATE
               REWRITE PLAN-RECORD
                   INVALID KEY
                       DISPLAY 'PRGH0158 PLAN REWRITE ERROR: '
                               HP-STUDENT-ID ' ' HP-TERM
               END-REWRITE
               PERFORM WRITE-CREDIT-LINE
           END-IF.

       POST-PLAN-CREDIT.
           MOVE 'N' TO WS-POSTED-OK
           EXEC SQL
               UPDATE STUDENT_BILLING
               SET BILL_AMT_DUE = BILL_AMT_DUE + :WS-CREDIT-AMT
               WHERE BILL_STUD_ID = :WS-STUD-ID
                 AND BILL_TERM = :WS-TERM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM CREDIT-POSTED
               WHEN 100
                   MOVE 'NO BILL TO CREDIT' TO WS-EXCEPTION
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE 'PLAN CREDIT FAILED' TO WS-ERROR-TEXT
                   CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                          WS-STUD-ID WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.

       CREDIT-POSTED.
           MOVE 'Y' TO WS-POSTED-OK
           INITIALIZE WS-LEDGER-ENTRY
           MOVE WS-STUD-ID TO WS-LG-STUD-ID
           MOVE WS-TERM TO WS-LG-TERM
           MOVE WS-CURRENT-DATE TO WS-LG-DATE
           MOVE 'HO' TO WS-LG-TYPE
           MOVE WS-CREDIT-AMT TO WS-LG-DUE-AMT
           MOVE HO-POLICY-NO TO WS-LG-REFERENCE
           MOVE WS-PROGRAM-ID TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE

           MOVE WS-STUD-ID TO HCG-STUD-ID
           MOVE WS-TERM TO HCG-TERM
           MOVE HP-FEE-AMT TO HCG-AMOUNT
           MOVE WS-CURRENT-DATE TO HCG-DATE
           WRITE HLTHGL-RECORD
           ADD 1 TO WS-CREDIT-COUNT
           ADD HP-FEE-AMT TO WS-CREDIT-TOTAL.

      * ONLY TERMS WHOSE OPT-OUT DEADLINE IS SET AND HAS PASSED GO
      * TO THE CARRIER; UNTIL THEN THE COVERED LIST CAN STILL CHANGE.
       WRITE-ENROLMENT.
           OPEN OUTPUT ENROL-FILE
           MOVE SPACES TO ENROL-HEADER-RECORD
           MOVE 'H' TO EH-REC-TYPE
           MOVE WS-CURRENT-DATE TO EH-FILE-DATE
           MOVE 'STUDENT RECORDS' TO EH-SOURCE
           WRITE ENROL-HEADER-RECORD

           WRITE REGISTER-RECORD FROM SPACES
           MOVE 'CARRIER ENROLMENT' TO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE

           MOVE LOW-VALUES TO HP-KEY
           START PLAN-FILE KEY IS NOT LESS THAN HP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PLAN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ENROL-ONE-STUDENT
               END-READ
           END-PERFORM

           MOVE SPACES TO ENROL-TRAILER-RECORD
           MOVE 'T' TO ET-REC-TYPE
           MOVE WS-ADD-COUNT TO ET-ADD-COUNT
           MOVE WS-CANCEL-COUNT TO ET-CANCEL-COUNT
           WRITE ENROL-TRAILER-RECORD
           CLOSE ENROL-FILE.

       ENROL-ONE-STUDENT.
           MOVE ZERO TO WS-FOUND-TX
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TERM-COUNT OR WS-FOUND-TX > ZERO
               IF WS-TT-TERM(WS-TX) = HP-TERM
                   MOVE WS-TX TO WS-FOUND-TX
               END-IF
           END-PERFORM
           IF WS-FOUND-TX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-TT-DEADLINE(WS-FOUND-TX) = ZERO OR
              WS-TT-DEADLINE(WS-FOUND-TX) NOT < WS-CURRENT-DATE-NUM
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ENROL-RECORD
           IF HP-STATUS = 'C' AND HP-SENT-DATE = ZERO
               MOVE 'A' TO EN-REC-TYPE
               MOVE WS-CURRENT-DATE-NUM TO HP-SENT-DATE
               ADD 1 TO WS-ADD-COUNT
           ELSE
               IF HP-STATUS = 'O' AND HP-SENT-DATE NOT = ZERO
                  AND HP-CANCEL-DATE = ZERO
                   MOVE 'X' TO EN-REC-TYPE
                   MOVE WS-CURRENT-DATE-NUM TO HP-CANCEL-DATE
                   ADD 1 TO WS-CANCEL-COUNT
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE HP-STUDENT-ID TO EN-STUD-ID
           IF WS-VSAM-OPEN = 'Y'
               MOVE HP-STUDENT-ID TO VSAM-STUDENT-ID
               READ STUDENT-VSAM-FILE
                   INVALID KEY
                       MOVE '(NOT ON STUDENT MASTER)' TO EN-NAME
                   NOT INVALID KEY
                       MOVE VSAM-STUDENT-NAME TO EN-NAME
                       MOVE VSAM-STUDENT-EMAIL TO EN-EMAIL
               END-READ
           END-IF
           MOVE HP-TERM TO EN-TERM
           MOVE WS-TT-START(WS-FOUND-TX) TO EN-COVER-START
           MOVE WS-TT-END(WS-FOUND-TX) TO EN-COVER-END
           WRITE ENROL-RECORD

           REWRITE PLAN-RECORD
               INVALID KEY
                   DISPLAY 'PRGH0158 PLAN REWRITE ERROR: '
                           HP-STUDENT-ID ' ' HP-TERM
           END-REWRITE

           MOVE SPACES TO WS-LINE
           STRING EN-REC-TYPE ' ' HP-STUDENT-ID ' ' EN-NAME ' '
                  HP-TERM ' ' EN-COVER-START '-' EN-COVER-END
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-LINE
           STRING HO-STUDENT-ID ' ' HO-TERM ' *** ' WS-EXCEPTION
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'HEALTH AND DENTAL PLAN REGISTER - CYCLE DATE '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           WRITE REGISTER-RECORD FROM SPACES
           MOVE 'OPT-OUT CREDITS' TO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'STUDENT TERM   INSURER                   '
                  'POLICY NO                CREDITED'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-CREDIT-LINE.
           MOVE HP-FEE-AMT TO WS-AMT-EDIT
           MOVE SPACES TO WS-LINE
           STRING HO-STUDENT-ID ' ' HO-TERM ' ' HO-INSURER ' '
                  HO-POLICY-NO '  ' WS-AMT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-TOTALS.
           WRITE REGISTER-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'APPROVED OPT-OUTS: '  DELIMITED BY SIZE
                  WS-APPROVED-COUNT      DELIMITED BY SIZE
                  '  CREDITED: '         DELIMITED BY SIZE
                  WS-CREDIT-COUNT        DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGH0158 ' WS-LINE

           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL PLAN FEES CREDITED: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGH0158 ' WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'CARRIER ADDITIONS: '  DELIMITED BY SIZE
                  WS-ADD-COUNT           DELIMITED BY SIZE
                  '  CANCELLATIONS: '    DELIMITED BY SIZE
                  WS-CANCEL-COUNT        DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGH0158 ' WS-LINE

           IF WS-EXCEPTION-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
               MOVE SPACES TO WS-LINE
               STRING 'OPT-OUTS NOT CREDITED: ' WS-EXCEPTION-COUNT
                      '  POSTINGS FAILED (SEE ERROR LOG): '
                      WS-FAILED-COUNT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REGISTER-RECORD FROM WS-LINE
               DISPLAY 'PRGH0158 ' WS-LINE
           END-IF.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'HEALTH-PLAN' TO RR-REPORT-NAME
               MOVE 'HLTHPLAN.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-PROGRAM-ID TO RR-OPERATOR
               COMPUTE RR-COUNT = WS-CREDIT-COUNT + WS-ADD-COUNT
                                + WS-CANCEL-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGH0158 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
