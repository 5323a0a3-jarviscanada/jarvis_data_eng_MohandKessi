       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGH0157.
       AUTHOR. Mohand Kessi.

      * NIGHTLY HOUSING CHARGE RUN.  EVERY RESIDENCE STAY ON
      * RESASGN.VSAM IS PRICED AT ITS ROOM'S FULL-TERM RATE,
      * PRORATED BY THE NIGHTS BETWEEN MOVE-IN AND MOVE-OUT (OR THE
      * TERM END) OVER THE NIGHTS IN THE TERM.  WHAT HAS ALREADY BEEN
      * BILLED FOR THE STAY IS KEPT ON THE STAY, SO EACH RUN BILLS
      * ONLY THE DIFFERENCE: A NEW STAY IS CHARGED, AN EARLY
      * MOVE-OUT, ROOM CHANGE OR CANCELLATION IS CREDITED BACK.
      * CHARGES ARE LEDGERED AS TYPE 'HS' AND WAIT IN HOUSEGL.DAT FOR
      * THE GL POSTING RUN (PRGG0132) AS TYPES HS (CHARGE) AND HR
      * (REDUCTION).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIGN-FILE ASSIGN TO 'RESASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RA-KEY
               ALTERNATE RECORD KEY IS RA-ROOM-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT ROOM-FILE ASSIGN TO 'RESROOM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-ROOM-STATUS.
           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.
           SELECT HOUSEGL-FILE ASSIGN TO 'HOUSEGL.DAT'
               FILE STATUS IS WS-HOUSEGL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'HOUSING.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
          05 RA-KEY.
             10 RA-STUDENT-ID    PIC 9(06).
             10 RA-TERM          PIC X(06).
             10 RA-MOVE-IN       PIC 9(08).
          05 RA-ROOM-KEY.
             10 RA-BUILDING      PIC X(04).
             10 RA-ROOM          PIC X(04).
          05 RA-MOVE-OUT         PIC 9(08).
          05 RA-STATUS           PIC X(01).
          05 RA-CHARGED-AMT      PIC 9(06)V99.
          05 RA-CHARGED-DATE     PIC 9(08).
          05 RA-ENTERED-BY       PIC X(08).
          05 RA-ENTERED-DATE     PIC 9(08).
          05 FILLER              PIC X(11).

       FD ROOM-FILE.
       01 ROOM-RECORD.
          05 RES-KEY.
             10 RES-BUILDING     PIC X(04).
             10 RES-ROOM         PIC X(04).
          05 RES-BUILDING-NAME   PIC X(20).
          05 RES-BEDS            PIC 9(02).
          05 RES-TERM-RATE       PIC 9(05)V99.
          05 RES-STATUS          PIC X(01).
          05 RES-ENTERED-BY      PIC X(08).
          05 RES-ENTERED-DATE    PIC 9(08).
          05 FILLER              PIC X(06).

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

      * HG-TYPE: HS HOUSING CHARGE, HR HOUSING REDUCTION.
       FD HOUSEGL-FILE.
       01 HOUSEGL-RECORD.
          05 HG-STUD-ID        PIC X(06).
          05 HG-TERM           PIC X(06).
          05 HG-TYPE           PIC X(02).
          05 HG-AMOUNT         PIC 9(06)V99.
          05 HG-DATE           PIC X(08).
          05 HG-BUILDING       PIC X(04).
          05 HG-ROOM           PIC X(04).

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

       01 WS-ASSIGN-STATUS      PIC XX VALUE SPACES.
       01 WS-ROOM-STATUS        PIC XX VALUE SPACES.
       01 WS-TERM-STATUS        PIC XX VALUE SPACES.
       01 WS-HOUSEGL-STATUS     PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-POSTED-OK          PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC X(08) VALUE SPACES.
       01 WS-CURRENT-DATE-NUM   REDEFINES WS-CURRENT-DATE
                                PIC 9(08).
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGH0157'.
       01 WS-ERROR-TEXT         PIC X(20).
       01 WS-SQLCODE-DISPLAY    PIC S9(04).
       01 WS-EXCEPTION          PIC X(30) VALUE SPACES.
       01 WS-LINE               PIC X(100).

       01 WS-TERM-TABLE.
          05 WS-TERM-ENTRY OCCURS 60 TIMES.
             10 WS-TT-TERM      PIC X(06).
             10 WS-TT-START     PIC 9(08).
             10 WS-TT-END       PIC 9(08).
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
       01 WS-DELTA              PIC S9(06)V99.
       01 WS-DUE-DATE           PIC X(08).
       01 WS-DUE-INTEGER        PIC 9(08).
       01 WS-DUE-DATE-NUM       PIC 9(08).

       01 WS-STAY-IN            PIC 9(08).
       01 WS-STAY-OUT           PIC 9(08).
       01 WS-STAY-NIGHTS        PIC S9(05).
       01 WS-TERM-NIGHTS        PIC S9(05).
       01 WS-TARGET-AMT         PIC 9(06)V99.

       01 WS-TARGET-EDIT        PIC ZZZ,ZZ9.99.
       01 WS-BILLED-EDIT        PIC ZZZ,ZZ9.99.
       01 WS-DELTA-EDIT         PIC ZZZ,ZZ9.99-.
       01 WS-TOTAL-EDIT         PIC ZZ,ZZZ,ZZ9.99.
       01 WS-READ-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-CHARGE-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-CREDIT-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-INSERTED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-CHARGE-TOTAL       PIC 9(08)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL       PIC 9(08)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP

           PERFORM LOAD-TERMS
           IF WS-TERM-COUNT = ZERO
               DISPLAY 'PRGH0157 NO TERMS ON THE TERM MASTER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = '00'
               DISPLAY 'PRGH0157 NO RESIDENCE ASSIGNMENTS TO CHARGE'
               STOP RUN
           END-IF

           OPEN INPUT ROOM-FILE
           IF WS-ROOM-STATUS NOT = '00'
               DISPLAY 'PRGH0157 RESIDENCE ROOM MASTER NOT AVAILABLE: '
                       WS-ROOM-STATUS
               CLOSE ASSIGN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * CHARGES NOT YET PICKED UP BY THE GL RUN ARE KEPT.
           OPEN EXTEND HOUSEGL-FILE
           IF WS-HOUSEGL-STATUS = '05' OR WS-HOUSEGL-STATUS = '35'
               OPEN OUTPUT HOUSEGL-FILE
           END-IF

           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-HEADERS

           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PRICE-ONE-STAY
               END-READ
           END-PERFORM

           EXEC SQL
               COMMIT
           END-EXEC

           PERFORM WRITE-TOTALS
           PERFORM REGISTER-OUTPUT

           CLOSE ASSIGN-FILE
                 ROOM-FILE
                 HOUSEGL-FILE
                 REGISTER-FILE

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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      * A CANCELLED STAY IS WORTH NOTHING, SO ANYTHING BILLED FOR
      * IT COMES BACK.
       PRICE-ONE-STAY.
           MOVE SPACES TO WS-EXCEPTION
           MOVE ZERO TO WS-FOUND-TX
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TERM-COUNT OR WS-FOUND-TX > ZERO
               IF WS-TT-TERM(WS-TX) = RA-TERM
                   MOVE WS-TX TO WS-FOUND-TX
               END-IF
           END-PERFORM
           IF WS-FOUND-TX = ZERO
               MOVE 'TERM NOT ON TERM MASTER' TO WS-EXCEPTION
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-TARGET-AMT
           IF RA-STATUS NOT = 'X'
               MOVE RA-BUILDING TO RES-BUILDING
               MOVE RA-ROOM TO RES-ROOM
               READ ROOM-FILE
                   INVALID KEY
                       MOVE 'ROOM NOT ON ROOM MASTER' TO WS-EXCEPTION
               END-READ
               IF WS-EXCEPTION NOT = SPACES
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               PERFORM PRORATE-STAY
           END-IF

           COMPUTE WS-DELTA = WS-TARGET-AMT - RA-CHARGED-AMT
           IF WS-DELTA = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE RA-STUDENT-ID TO WS-STUD-ID
           MOVE RA-TERM TO WS-TERM
           PERFORM POST-HOUSING-DELTA
           IF WS-POSTED-OK = 'Y'
               PERFORM WRITE-REGISTER-LINE
               MOVE WS-TARGET-AMT TO RA-CHARGED-AMT
               MOVE WS-CURRENT-DATE-NUM TO RA-CHARGED-DATE
               REWRITE ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY 'PRGH0157 ASSIGNMENT REWRITE ERROR: '
                               RA-STUDENT-ID ' ' RA-TERM
               END-REWRITE
           END-IF.

      * NIGHTS ARE COUNTED FROM MOVE-IN UP TO MOVE-OUT, BOTH HELD
      * INSIDE THE TERM, SO A FULL-TERM STAY PAYS THE FULL RATE.
       PRORATE-STAY.
           MOVE RA-MOVE-IN TO WS-STAY-IN
           IF WS-STAY-IN < WS-TT-START(WS-FOUND-TX)
               MOVE WS-TT-START(WS-FOUND-TX) TO WS-STAY-IN
           END-IF
           MOVE RA-MOVE-OUT TO WS-STAY-OUT
           IF WS-STAY-OUT = ZERO OR
              WS-STAY-OUT > WS-TT-END(WS-FOUND-TX)
               MOVE WS-TT-END(WS-FOUND-TX) TO WS-STAY-OUT
           END-IF

           COMPUTE WS-TERM-NIGHTS =
                   FUNCTION INTEGER-OF-DATE(WS-TT-END(WS-FOUND-TX))
                 - FUNCTION INTEGER-OF-DATE(WS-TT-START(WS-FOUND-TX))
           COMPUTE WS-STAY-NIGHTS =
                   FUNCTION INTEGER-OF-DATE(WS-STAY-OUT)
                 - FUNCTION INTEGER-OF-DATE(WS-STAY-IN)

           IF WS-STAY-NIGHTS <= ZERO OR WS-TERM-NIGHTS <= ZERO
               MOVE ZERO TO WS-TARGET-AMT
           ELSE
               IF WS-STAY-NIGHTS >= WS-TERM-NIGHTS
                   MOVE RES-TERM-RATE TO WS-TARGET-AMT
               ELSE
                   COMPUTE WS-TARGET-AMT ROUNDED =
                           RES-TERM-RATE * WS-STAY-NIGHTS
                           / WS-TERM-NIGHTS
               END-IF
           END-IF.

       POST-HOUSING-DELTA.
           MOVE 'N' TO WS-POSTED-OK
           EXEC SQL
               UPDATE STUDENT_BILLING
               SET BILL_AMT_DUE = BILL_AMT_DUE + :WS-DELTA
               WHERE BILL_STUD_ID = :WS-STUD-ID
                 AND BILL_TERM = :WS-TERM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM HOUSING-POSTED
               WHEN 100
                   IF WS-DELTA > ZERO
                       PERFORM INSERT-BILLING-ROW
                   ELSE
                       MOVE 'NO BILL TO CREDIT' TO WS-EXCEPTION
                       PERFORM WRITE-EXCEPTION
                   END-IF
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE 'HOUSING CHG FAILED' TO WS-ERROR-TEXT
                   CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                          WS-STUD-ID WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FAILED-COUNT
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
               VALUES (:WS-STUD-ID, :WS-TERM, :WS-DELTA,
                       0, :WS-DUE-DATE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-INSERTED-COUNT
               PERFORM HOUSING-POSTED
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE 'HOUSING INSERT FAIL' TO WS-ERROR-TEXT
               CALL 'PRGS0003' USING WS-PROGRAM-ID WS-ERROR-TEXT
                                      WS-STUD-ID WS-SQLCODE-DISPLAY
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       HOUSING-POSTED.
           MOVE 'Y' TO WS-POSTED-OK
           INITIALIZE WS-LEDGER-ENTRY
           MOVE WS-STUD-ID TO WS-LG-STUD-ID
           MOVE WS-TERM TO WS-LG-TERM
           MOVE WS-CURRENT-DATE TO WS-LG-DATE
           MOVE 'HS' TO WS-LG-TYPE
           MOVE WS-DELTA TO WS-LG-DUE-AMT
           MOVE SPACES TO WS-LG-REFERENCE
           STRING RA-BUILDING ' ' RA-ROOM ' ' RA-MOVE-IN(5:4)
                  DELIMITED BY SIZE
                  INTO WS-LG-REFERENCE
           MOVE WS-PROGRAM-ID TO WS-LG-OPERATOR
           MOVE WS-PROGRAM-ID TO WS-LG-PROGRAM
           CALL 'PRGS0048' USING WS-LEDGER-ENTRY WS-LEDGER-SQLCODE

           MOVE WS-STUD-ID TO HG-STUD-ID
           MOVE WS-TERM TO HG-TERM
           IF WS-DELTA > ZERO
               MOVE 'HS' TO HG-TYPE
               MOVE WS-DELTA TO HG-AMOUNT
               ADD 1 TO WS-CHARGE-COUNT
               ADD WS-DELTA TO WS-CHARGE-TOTAL
           ELSE
               MOVE 'HR' TO HG-TYPE
               COMPUTE HG-AMOUNT = 0 - WS-DELTA
               ADD 1 TO WS-CREDIT-COUNT
               ADD HG-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           MOVE WS-CURRENT-DATE TO HG-DATE
           MOVE RA-BUILDING TO HG-BUILDING
           MOVE RA-ROOM TO HG-ROOM
           WRITE HOUSEGL-RECORD.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-LINE
           STRING RA-STUDENT-ID ' ' RA-TERM ' ' RA-BUILDING ' '
                  RA-ROOM ' *** ' WS-EXCEPTION
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'HOUSING CHARGE REGISTER - CYCLE DATE '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           WRITE REGISTER-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'STUDENT TERM   BLDG ROOM MOVE-IN  MOVE-OUT '
                  '   STAY TOTAL  PREV BILLED     POSTED'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-REGISTER-LINE.
           MOVE WS-TARGET-AMT TO WS-TARGET-EDIT
           MOVE RA-CHARGED-AMT TO WS-BILLED-EDIT
           MOVE WS-DELTA TO WS-DELTA-EDIT
           MOVE SPACES TO WS-LINE
           STRING RA-STUDENT-ID  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RA-TERM        DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RA-BUILDING    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RA-ROOM        DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RA-MOVE-IN     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RA-MOVE-OUT    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-TARGET-EDIT DELIMITED BY SIZE
                  '   '          DELIMITED BY SIZE
                  WS-BILLED-EDIT DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-DELTA-EDIT  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-TOTALS.
           WRITE REGISTER-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'STAYS READ: '     DELIMITED BY SIZE
                  WS-READ-COUNT      DELIMITED BY SIZE
                  '  CHARGED: '      DELIMITED BY SIZE
                  WS-CHARGE-COUNT    DELIMITED BY SIZE
                  '  CREDITED: '     DELIMITED BY SIZE
                  WS-CREDIT-COUNT    DELIMITED BY SIZE
                  '  NEW BILLS: '    DELIMITED BY SIZE
                  WS-INSERTED-COUNT  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGH0157 ' WS-LINE

           MOVE WS-CHARGE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL HOUSING CHARGED : ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGH0157 ' WS-LINE

           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL HOUSING CREDITED: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGH0157 ' WS-LINE

           IF WS-EXCEPTION-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
               MOVE SPACES TO WS-LINE
               STRING 'STAYS NOT PRICED: ' WS-EXCEPTION-COUNT
                      '  POSTINGS FAILED (SEE ERROR LOG): '
                      WS-FAILED-COUNT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REGISTER-RECORD FROM WS-LINE
               DISPLAY 'PRGH0157 ' WS-LINE
           END-IF.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'HOUSING-CHARGES' TO RR-REPORT-NAME
               MOVE 'HOUSING.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-PROGRAM-ID TO RR-OPERATOR
               COMPUTE RR-COUNT = WS-CHARGE-COUNT + WS-CREDIT-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGH0157 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
