               FILE STATUS IS WS-REFUND-STATUS.
           SELECT WRITEOFF-FILE ASSIGN TO 'WRITEOFF-PEND.DAT'
               FILE STATUS IS WS-WRITEOFF-STATUS.
           SELECT LATEFEE-FILE ASSIGN TO 'LATEFEE.DAT'
               FILE STATUS IS WS-LATEFEE-STATUS.
           SELECT CREDITGL-FILE ASSIGN TO 'CREDITGL.DAT'
               FILE STATUS IS WS-CREDITGL-STATUS.
           SELECT WAIVER-FILE ASSIGN TO 'WAIVER.DAT'
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT AWARDGL-FILE ASSIGN TO 'AWARDGL.DAT'
               FILE STATUS IS WS-AWARDGL-STATUS.
           SELECT AWARDREV-FILE ASSIGN TO 'AWARDREV.DAT'
               FILE STATUS IS WS-AWARDREV-STATUS.
           SELECT LIBFINGL-FILE ASSIGN TO 'LIBFINGL.DAT'
               FILE STATUS IS WS-LIBFINGL-STATUS.
           SELECT HOUSEGL-FILE ASSIGN TO 'HOUSEGL.DAT'
               FILE STATUS IS WS-HOUSEGL-STATUS.
           SELECT HLTHFEE-FILE ASSIGN TO 'HLTHFEE.DAT'
               FILE STATUS IS WS-HLTHFEE-STATUS.
           SELECT HLTHGL-FILE ASSIGN TO 'HLTHGL.DAT'
               FILE STATUS IS WS-HLTHGL-STATUS.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GLPOST-FILE ASSIGN TO 'GLPOST.DAT'
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT GLACTUAL-FILE ASSIGN TO 'GLACTUAL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GLACTUAL-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

          05 WO-STATUS         PIC X(01).
          05 WO-APPROVED-BY    PIC X(08).

       FD LATEFEE-FILE.
       01 LATEFEE-RECORD.
          05 LF-STUD-ID       PIC X(06).
          05 LF-TERM          PIC X(06).
          05 LF-TYPE          PIC X(01).
          05 LF-AMOUNT        PIC 9(06)V99.
          05 LF-DATE          PIC X(08).

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

       FD WAIVER-FILE.
       01 WAIVER-RECORD.
          05 WV-STUD-ID          PIC X(06).
          05 WV-TERM             PIC X(06).
          05 WV-CODE             PIC X(04).
          05 WV-AMOUNT           PIC 9(06)V99.

       FD AWARDGL-FILE.
       01 AWARDGL-RECORD.
          05 AG-STUD-ID       PIC X(06).
          05 AG-TERM          PIC X(06).
          05 AG-CODE          PIC X(04).
          05 AG-AMOUNT        PIC 9(06)V99.
          05 AG-DATE          PIC X(08).

       FD AWARDREV-FILE.
       01 AWARDREV-RECORD.
          05 AR-STUD-ID       PIC X(06).
          05 AR-TERM          PIC X(06).
          05 AR-CODE          PIC X(04).
          05 AR-AMOUNT        PIC 9(06)V99.
          05 AR-DATE          PIC X(08).

       FD LIBFINGL-FILE.
       01 LIBFINGL-RECORD.
          05 LBG-STUD-ID       PIC X(06).
          05 LBG-TERM          PIC X(06).
          05 LBG-AMOUNT        PIC 9(06)V99.
          05 LBG-DATE          PIC X(08).
          05 LBG-ITEM-REF      PIC X(15).

       FD HOUSEGL-FILE.
       01 HOUSEGL-RECORD.
          05 HG-STUD-ID        PIC X(06).
          05 HG-TERM           PIC X(06).
          05 HG-TYPE           PIC X(02).
          05 HG-AMOUNT         PIC 9(06)V99.
          05 HG-DATE           PIC X(08).
          05 HG-BUILDING       PIC X(04).
          05 HG-ROOM           PIC X(04).

       FD HLTHFEE-FILE.
       01 HLTHFEE-RECORD.
          05 HF-STUD-ID        PIC 9(06).
          05 HF-TERM           PIC X(06).
          05 HF-AMOUNT         PIC 9(06)V99.

       FD HLTHGL-FILE.
       01 HLTHGL-RECORD.
          05 HCG-STUD-ID       PIC X(06).
          05 HCG-TERM          PIC X(06).
          05 HCG-AMOUNT        PIC 9(06)V99.
          05 HCG-DATE          PIC X(08).

       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 GL-TRAN-TYPE     PIC X(02).
          05 GL-POST-DATE     PIC X(08).

      * POSTINGS TO DATE BY FISCAL PERIOD (YYYYMM OF THE POSTING
      * DATE) AND ACCOUNT, FOR THE BUDGET-VERSUS-ACTUAL REPORT.
      * PERIOD 000000 ROWS ARE NOT ACTUALS: EACH HOLDS, FOR ONE
      * ACCOUNT, WHAT THE LAST ROLL-UP (CYCLE DATE IN
      * GA-LAST-POST-DATE) ADDED FROM FEEDS THAT ARE NOT CLEARED
      * AFTER A CLEAN POST, SO A RERUN OF THAT CYCLE CAN TAKE IT
      * BACK OUT BEFORE ADDING THE SAME FEEDS AGAIN.
       FD GLACTUAL-FILE.
       01 GLACTUAL-RECORD.
          05 GA-KEY.
             10 GA-PERIOD        PIC 9(06).
             10 GA-ACCOUNT       PIC X(08).
          05 GA-DEBIT-TOTAL      PIC 9(12)V99.
          05 GA-CREDIT-TOTAL     PIC 9(12)V99.
          05 GA-LAST-POST-DATE   PIC X(08).
          05 FILLER              PIC X(10).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD     PIC 9(08).

       01 WS-PAYMENT-STATUS     PIC XX VALUE SPACES.
       01 WS-REFUND-STATUS      PIC XX VALUE SPACES.
       01 WS-WRITEOFF-STATUS    PIC XX VALUE SPACES.
       01 WS-LATEFEE-STATUS     PIC XX VALUE SPACES.
       01 WS-CREDITGL-STATUS    PIC XX VALUE SPACES.
       01 WS-WAIVER-STATUS      PIC XX VALUE SPACES.
       01 WS-AWARDGL-STATUS     PIC XX VALUE SPACES.
       01 WS-LIBFINGL-STATUS    PIC XX VALUE SPACES.
       01 WS-HOUSEGL-STATUS     PIC XX VALUE SPACES.
       01 WS-HLTHFEE-STATUS     PIC XX VALUE SPACES.
       01 WS-HLTHGL-STATUS      PIC XX VALUE SPACES.
       01 WS-AWARDREV-STATUS    PIC XX VALUE SPACES.
       01 WS-GLMAP-STATUS       PIC XX VALUE SPACES.
       01 WS-GLPOST-STATUS      PIC XX VALUE SPACES.
       01 WS-GLACTUAL-STATUS    PIC XX VALUE SPACES.
       01 WS-ACTUAL-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-GA-FOUND           PIC X VALUE 'N'.
       01 WS-GA-EOF             PIC X VALUE 'N'.
       01 WS-BACKOUT-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-RBX                PIC 9(03) VALUE ZERO.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-VSAM-OPEN          PIC X VALUE 'N'.
       01 WS-REVERSAL-TOTAL     PIC 9(10)V99 VALUE ZERO.
       01 WS-REFUND-TOTAL       PIC 9(10)V99 VALUE ZERO.
       01 WS-WRITEOFF-TOTAL     PIC 9(10)V99 VALUE ZERO.
       01 WS-LATEFEE-TOTAL      PIC 9(10)V99 VALUE ZERO.
       01 WS-INTEREST-TOTAL     PIC 9(10)V99 VALUE ZERO.
       01 WS-CREDIT-HELD-TOTAL  PIC 9(10)V99 VALUE ZERO.
       01 WS-CREDIT-USED-TOTAL  PIC 9(10)V99 VALUE ZERO.
       01 WS-AWARD-TOTAL        PIC 9(10)V99 VALUE ZERO.
       01 WS-AWARD-REV-TOTAL    PIC 9(10)V99 VALUE ZERO.
       01 WS-LIBFINE-TOTAL      PIC 9(10)V99 VALUE ZERO.
       01 WS-HOUSING-TOTAL      PIC 9(10)V99 VALUE ZERO.
       01 WS-HOUSING-CR-TOTAL   PIC 9(10)V99 VALUE ZERO.
       01 WS-PLANFEE-TOTAL      PIC 9(10)V99 VALUE ZERO.
       01 WS-PLANCR-TOTAL       PIC 9(10)V99 VALUE ZERO.
       01 WS-DEBIT-TOTAL        PIC 9(12)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL       PIC 9(12)V99 VALUE ZERO.
       01 WS-POST-AMOUNT        PIC 9(10)V99 VALUE ZERO.
             10 WS-CRS-CODE     PIC X(04).
             10 WS-CRS-AMOUNT   PIC 9(10)V99.

       01 WS-ROLLUP-TABLE.
          05 WS-RB-COUNT        PIC 9(03) VALUE ZERO.
          05 WS-RB-ENTRY OCCURS 500 TIMES.
             10 WS-RB-ACCOUNT   PIC X(08).
             10 WS-RB-DEBIT     PIC 9(12)V99.
             10 WS-RB-CREDIT    PIC 9(12)V99.
             10 WS-RB-DATE      PIC X(08).

       01 WS-WAIVER-TABLE.
          05 WS-WVT-COUNT       PIC 9(03) VALUE ZERO.
          05 WS-WVT-ENTRY OCCURS 100 TIMES.
             10 WS-WVT-CODE     PIC X(04).
             10 WS-WVT-AMOUNT   PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           PERFORM SUM-PAYMENTS
           PERFORM SUM-REFUNDS
           PERFORM SUM-WRITEOFFS
           PERFORM SUM-LATEFEES
           PERFORM SUM-CREDIT-TRANSFERS
           PERFORM SUM-WAIVERS
           PERFORM SUM-AWARDS
           PERFORM SUM-AWARD-REVERSALS
           PERFORM SUM-LIBFINES
           PERFORM SUM-HOUSING
           PERFORM SUM-HEALTH-PLAN

           PERFORM POST-ASSESSMENTS
           PERFORM POST-WAIVERS

           MOVE 'PY' TO WS-POST-TYPE
           MOVE WS-PAYMENT-TOTAL TO WS-POST-AMOUNT
           MOVE WS-WRITEOFF-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           MOVE 'LF' TO WS-POST-TYPE
           MOVE WS-LATEFEE-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           MOVE 'LI' TO WS-POST-TYPE
           MOVE WS-INTEREST-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           MOVE 'UC' TO WS-POST-TYPE
           MOVE WS-CREDIT-HELD-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           MOVE 'CA' TO WS-POST-TYPE
           MOVE WS-CREDIT-USED-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           MOVE 'AW' TO WS-POST-TYPE
           MOVE WS-AWARD-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           MOVE 'AR' TO WS-POST-TYPE
           MOVE WS-AWARD-REV-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           MOVE 'LB' TO WS-POST-TYPE
           MOVE WS-LIBFINE-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           MOVE 'HS' TO WS-POST-TYPE
           MOVE WS-HOUSING-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           MOVE 'HR' TO WS-POST-TYPE
           MOVE WS-HOUSING-CR-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           MOVE 'HF' TO WS-POST-TYPE
           MOVE WS-PLANFEE-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           MOVE 'HC' TO WS-POST-TYPE
           MOVE WS-PLANCR-TOTAL TO WS-POST-AMOUNT
           PERFORM POST-ONE-TYPE

           CLOSE GLPOST-FILE
                 GLMAP-FILE
           IF WS-VSAM-OPEN = 'Y'
               DISPLAY 'PRGG0132 GL POSTING BALANCED - DEBITS: '
                       WS-DEBIT-TOTAL '  CREDITS: '
                       WS-CREDIT-TOTAL
               PERFORM CLEAR-LATEFEES
               PERFORM CLEAR-CREDIT-TRANSFERS
               PERFORM CLEAR-AWARDS
               PERFORM CLEAR-AWARD-REVERSALS
               PERFORM CLEAR-LIBFINES
               PERFORM CLEAR-HOUSING
               PERFORM CLEAR-HEALTH-PLAN
               PERFORM ACCUMULATE-ACTUALS
           ELSE
               DISPLAY 'PRGG0132 *** GL POSTING OUT OF BALANCE OR '
                       'MAPPING MISSING - DEBITS: ' WS-DEBIT-TOTAL
               CLOSE WRITEOFF-FILE
           END-IF.

      * LATE FEES AND INTEREST ACCUMULATE IN LATEFEE.DAT FROM THE
      * MONTHLY CHARGE RUN (PRGF0145) UNTIL A CLEAN POSTING TAKES
      * THEM, SO EACH CHARGE REACHES THE GL EXACTLY ONCE.
       SUM-LATEFEES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LATEFEE-FILE
           IF WS-LATEFEE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LATEFEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LF-TYPE = 'I'
                           ADD LF-AMOUNT TO WS-INTEREST-TOTAL
                       ELSE
                           ADD LF-AMOUNT TO WS-LATEFEE-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LATEFEE-STATUS = '10'
               CLOSE LATEFEE-FILE
           END-IF.

       CLEAR-LATEFEES.
           IF WS-LATEFEE-TOTAL > ZERO OR WS-INTEREST-TOTAL > ZERO
               OPEN OUTPUT LATEFEE-FILE
               CLOSE LATEFEE-FILE
           END-IF.

      * UNAPPLIED CREDIT MOVEMENTS WAIT IN CREDITGL.DAT THE SAME
      * WAY.  CASH HELD AS CREDIT ('UC') MOVES OUT OF RECEIVABLES
      * INTO THE UNAPPLIED-CREDIT LIABILITY, AND CREDIT APPLIED TO A
      * NEW CHARGE ('CA') MOVES IT BACK AGAINST THE RECEIVABLE.
       SUM-CREDIT-TRANSFERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CREDITGL-FILE
           IF WS-CREDITGL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CREDITGL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CG-TYPE = 'A'
                           ADD CG-AMOUNT TO WS-CREDIT-USED-TOTAL
                       ELSE
                           ADD CG-AMOUNT TO WS-CREDIT-HELD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CREDITGL-STATUS = '10'
               CLOSE CREDITGL-FILE
           END-IF.

      * TUITION WAIVERS FROM THE LAST ASSESSMENT RUN, BUCKETED BY
      * WAIVER CATEGORY SO EACH CATEGORY CAN CARRY ITS OWN ACCOUNT.
      * ENTRY 1 IS THE **** BUCKET FOR TABLE OVERFLOW.
       SUM-WAIVERS.
           MOVE 1 TO WS-WVT-COUNT
           MOVE '****' TO WS-WVT-CODE(1)
           MOVE ZERO TO WS-WVT-AMOUNT(1)
           MOVE 'N' TO WS-EOF
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WAIVER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ADD-WAIVER-TO-CODE
               END-READ
           END-PERFORM
           IF WS-WAIVER-STATUS = '10'
               CLOSE WAIVER-FILE
           END-IF.

       ADD-WAIVER-TO-CODE.
           MOVE ZERO TO WS-FOUND-CX
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-WVT-COUNT
                      OR WS-FOUND-CX > ZERO
               IF WS-WVT-CODE(WS-CX) = WV-CODE
                   MOVE WS-CX TO WS-FOUND-CX
               END-IF
           END-PERFORM

           IF WS-FOUND-CX = ZERO
               IF WS-WVT-COUNT < 100
                   ADD 1 TO WS-WVT-COUNT
                   MOVE WV-CODE TO WS-WVT-CODE(WS-WVT-COUNT)
                   MOVE ZERO TO WS-WVT-AMOUNT(WS-WVT-COUNT)
                   MOVE WS-WVT-COUNT TO WS-FOUND-CX
               ELSE
                   MOVE 1 TO WS-FOUND-CX
               END-IF
           END-IF
           ADD WV-AMOUNT TO WS-WVT-AMOUNT(WS-FOUND-CX).

       CLEAR-CREDIT-TRANSFERS.
           IF WS-CREDIT-HELD-TOTAL > ZERO OR
              WS-CREDIT-USED-TOTAL > ZERO
               OPEN OUTPUT CREDITGL-FILE
               CLOSE CREDITGL-FILE
           END-IF.

      * AWARDS DISBURSED ONTO STUDENT ACCOUNTS BY PRGA0128 WAIT IN
      * AWARDGL.DAT THE SAME WAY AND POST AS TYPE 'AW', MOVING THE
      * AID OUT OF RECEIVABLES.
       SUM-AWARDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AWARDGL-FILE
           IF WS-AWARDGL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AWARDGL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD AG-AMOUNT TO WS-AWARD-TOTAL
               END-READ
           END-PERFORM
           IF WS-AWARDGL-STATUS = '10'
               CLOSE AWARDGL-FILE
           END-IF.

       CLEAR-AWARDS.
           IF WS-AWARD-TOTAL > ZERO
               OPEN OUTPUT AWARDGL-FILE
               CLOSE AWARDGL-FILE
           END-IF.

      * AWARDS TAKEN BACK BY PRGA0128 WAIT IN AWARDREV.DAT AND POST
      * AS TYPE 'AR', RETURNING THE AID TO RECEIVABLES.
       SUM-AWARD-REVERSALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AWARDREV-FILE
           IF WS-AWARDREV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AWARDREV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD AR-AMOUNT TO WS-AWARD-REV-TOTAL
               END-READ
           END-PERFORM
           IF WS-AWARDREV-STATUS = '10'
               CLOSE AWARDREV-FILE
           END-IF.

       CLEAR-AWARD-REVERSALS.
           IF WS-AWARD-REV-TOTAL > ZERO
               OPEN OUTPUT AWARDREV-FILE
               CLOSE AWARDREV-FILE
           END-IF.

      * LIBRARY FINES CHARGED BY PRGF0156 WAIT IN LIBFINGL.DAT AND
      * POST AS TYPE 'LB', RECEIVABLE AGAINST LIBRARY FINE REVENUE.
       SUM-LIBFINES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIBFINGL-FILE
           IF WS-LIBFINGL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIBFINGL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD LBG-AMOUNT TO WS-LIBFINE-TOTAL
               END-READ
           END-PERFORM
           IF WS-LIBFINGL-STATUS = '10'
               CLOSE LIBFINGL-FILE
           END-IF.

       CLEAR-LIBFINES.
           IF WS-LIBFINE-TOTAL > ZERO
               OPEN OUTPUT LIBFINGL-FILE
               CLOSE LIBFINGL-FILE
           END-IF.

      * RESIDENCE CHARGES FROM PRGH0157 WAIT IN HOUSEGL.DAT.  NEW
      * CHARGES POST AS TYPE 'HS'; CREDITS FOR EARLY MOVE-OUTS, ROOM
      * CHANGES AND CANCELLATIONS POST AS TYPE 'HR'.
       SUM-HOUSING.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOUSEGL-FILE
           IF WS-HOUSEGL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOUSEGL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HG-TYPE = 'HR'
                           ADD HG-AMOUNT TO WS-HOUSING-CR-TOTAL
                       ELSE
                           ADD HG-AMOUNT TO WS-HOUSING-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOUSEGL-STATUS = '10'
               CLOSE HOUSEGL-FILE
           END-IF.

       CLEAR-HOUSING.
           IF WS-HOUSING-TOTAL > ZERO OR WS-HOUSING-CR-TOTAL > ZERO
               OPEN OUTPUT HOUSEGL-FILE
               CLOSE HOUSEGL-FILE
           END-IF.

      * HEALTH AND DENTAL PLAN FEES CHARGED BY THE LAST ASSESSMENT
      * RUN ARE IN HLTHFEE.DAT AND ARE PART OF THE ASSESSED AMOUNT;
      * TYPE 'HF' MOVES THEM FROM TUITION REVENUE TO THE PLAN
      * PAYABLE.  FEES CREDITED BACK FOR OPT-OUTS BY PRGH0158 WAIT IN
      * HLTHGL.DAT AND POST AS TYPE 'HC' AGAINST THE RECEIVABLE.
       SUM-HEALTH-PLAN.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HLTHFEE-FILE
           IF WS-HLTHFEE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HLTHFEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD HF-AMOUNT TO WS-PLANFEE-TOTAL
               END-READ
           END-PERFORM
           IF WS-HLTHFEE-STATUS = '10'
               CLOSE HLTHFEE-FILE
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT HLTHGL-FILE
           IF WS-HLTHGL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HLTHGL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD HCG-AMOUNT TO WS-PLANCR-TOTAL
               END-READ
           END-PERFORM
           IF WS-HLTHGL-STATUS = '10'
               CLOSE HLTHGL-FILE
           END-IF.

       CLEAR-HEALTH-PLAN.
           IF WS-PLANCR-TOTAL > ZERO
               OPEN OUTPUT HLTHGL-FILE
               CLOSE HLTHGL-FILE
           END-IF.

      * ASSESSMENT TOTALS POST BY COURSE SO TUITION REVENUE CAN
      * LAND IN COURSE-LEVEL ACCOUNTS; A COURSE WITHOUT ITS OWN
      * MAP ROW FALLS BACK TO THE **** DEFAULT ROW.
               PERFORM POST-ONE-COURSE
           END-PERFORM.

      * WAIVERS POST AS TYPE 'WV' WITH THE WAIVER CATEGORY IN THE
      * COURSE SLOT OF THE MAP KEY; A CATEGORY WITHOUT ITS OWN ROW
      * FALLS BACK TO THE WV/**** DEFAULT ROW.
       POST-WAIVERS.
           MOVE 'WV' TO WS-POST-TYPE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-WVT-COUNT
               MOVE WS-WVT-AMOUNT(WS-CX) TO WS-POST-AMOUNT
               MOVE WS-WVT-CODE(WS-CX) TO WS-POST-COURSE
               PERFORM POST-ONE-COURSE
           END-PERFORM.

       POST-ONE-COURSE.
           IF WS-POST-AMOUNT = ZERO
               CONTINUE
               END-READ
           END-IF.

      * A CLEAN POSTING IS ROLLED INTO GLACTUAL.VSAM SO THE MONTHLY
      * BUDGET REPORT SEES EVERY POSTING, NOT JUST THE LAST RUN'S.
      * BILLING, PAYMENT, REFUND, WRITE-OFF, WAIVER AND PLAN FEE
      * FEEDS ARE STILL IN PLACE AFTER THE POST, SO A RERUN FOR THE
      * SAME CYCLE DATE POSTS THEM AGAIN; WHAT THE EARLIER RUN ADDED
      * FROM THEM IS BACKED OUT FIRST.  THE OTHER FEEDS ARE EMPTIED
      * ON A CLEAN POST AND ONLY EVER POST ONCE.
       ACCUMULATE-ACTUALS.
           OPEN I-O GLACTUAL-FILE
           IF WS-GLACTUAL-STATUS = '05' OR WS-GLACTUAL-STATUS = '35'
               CLOSE GLACTUAL-FILE
               OPEN OUTPUT GLACTUAL-FILE
               CLOSE GLACTUAL-FILE
               OPEN I-O GLACTUAL-FILE
           END-IF
           IF WS-GLACTUAL-STATUS NOT = '00'
               DISPLAY 'PRGG0132 GL ACTUALS NOT UPDATED: '
                       WS-GLACTUAL-STATUS
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM BACK-OUT-LAST-ROLLUP

           MOVE 'N' TO WS-EOF
           OPEN INPUT GLPOST-FILE
           IF WS-GLPOST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLPOST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ADD-POSTING-TO-ACTUAL
               END-READ
           END-PERFORM
           IF WS-GLPOST-STATUS = '10'
               CLOSE GLPOST-FILE
           END-IF
           CLOSE GLACTUAL-FILE
           DISPLAY 'PRGG0132 POSTINGS ADDED TO GL ACTUALS: '
                   WS-ACTUAL-COUNT.

      * THE CONTROL ROWS OF THE LAST ROLL-UP ARE TAKEN OFF THE FILE.
      * IF THEY ARE FOR THIS CYCLE DATE THIS IS A RERUN AND THEIR
      * AMOUNTS COME OFF THE ACTUALS AS WELL.
       BACK-OUT-LAST-ROLLUP.
           MOVE ZERO TO WS-RB-COUNT
           MOVE 'N' TO WS-GA-EOF
           MOVE ZERO TO GA-PERIOD
           MOVE LOW-VALUES TO GA-ACCOUNT
           START GLACTUAL-FILE KEY IS >= GA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GA-EOF
           END-START
           PERFORM UNTIL WS-GA-EOF = 'Y'
               READ GLACTUAL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-GA-EOF
                   NOT AT END
                       IF GA-PERIOD NOT = ZERO
                           MOVE 'Y' TO WS-GA-EOF
                       ELSE
                           IF WS-RB-COUNT < 500
                               ADD 1 TO WS-RB-COUNT
                               MOVE GA-ACCOUNT
                                 TO WS-RB-ACCOUNT(WS-RB-COUNT)
                               MOVE GA-DEBIT-TOTAL
                                 TO WS-RB-DEBIT(WS-RB-COUNT)
                               MOVE GA-CREDIT-TOTAL
                                 TO WS-RB-CREDIT(WS-RB-COUNT)
                               MOVE GA-LAST-POST-DATE
                                 TO WS-RB-DATE(WS-RB-COUNT)
                           ELSE
                               DISPLAY 'PRGG0132 GL ACTUAL CONTROL '
                                       'TABLE FULL AT 500 ACCOUNTS'
                               MOVE 4 TO RETURN-CODE
                               MOVE 'Y' TO WS-GA-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE ZERO TO WS-BACKOUT-COUNT
           PERFORM VARYING WS-RBX FROM 1 BY 1
                   UNTIL WS-RBX > WS-RB-COUNT
               MOVE ZERO TO GA-PERIOD
               MOVE WS-RB-ACCOUNT(WS-RBX) TO GA-ACCOUNT
               DELETE GLACTUAL-FILE RECORD
                   INVALID KEY
                       DISPLAY 'PRGG0132 GL ACTUAL DELETE ERROR: '
                               GA-KEY
               END-DELETE
               IF WS-RB-DATE(WS-RBX) = WS-CURRENT-DATE
                   PERFORM BACK-OUT-ONE-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-BACKOUT-COUNT > ZERO
               DISPLAY 'PRGG0132 RERUN FOR ' WS-CURRENT-DATE
                       ' - EARLIER ROLL-UP BACKED OUT FOR '
                       WS-BACKOUT-COUNT ' ACCOUNTS'
           END-IF.

       BACK-OUT-ONE-ACCOUNT.
           MOVE WS-RB-DATE(WS-RBX)(1:6) TO GA-PERIOD
           MOVE WS-RB-ACCOUNT(WS-RBX) TO GA-ACCOUNT
           READ GLACTUAL-FILE
               INVALID KEY
                   DISPLAY 'PRGG0132 GL ACTUAL NOT FOUND TO BACK OUT: '
                           GA-KEY
               NOT INVALID KEY
                   SUBTRACT WS-RB-DEBIT(WS-RBX) FROM GA-DEBIT-TOTAL
                   SUBTRACT WS-RB-CREDIT(WS-RBX) FROM GA-CREDIT-TOTAL
                   REWRITE GLACTUAL-RECORD
                       INVALID KEY
                           DISPLAY 'PRGG0132 GL ACTUAL REWRITE ERROR: '
                                   GA-KEY
                   END-REWRITE
                   ADD 1 TO WS-BACKOUT-COUNT
           END-READ.

       ADD-POSTING-TO-ACTUAL.
           MOVE GL-POST-DATE(1:6) TO GA-PERIOD
           MOVE GL-ACCOUNT TO GA-ACCOUNT
           READ GLACTUAL-FILE
               INVALID KEY
                   MOVE ZERO TO GA-DEBIT-TOTAL
                   MOVE ZERO TO GA-CREDIT-TOTAL
                   MOVE 'N' TO WS-GA-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GA-FOUND
           END-READ
           IF GL-DRCR = 'D'
               ADD GL-AMOUNT TO GA-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO GA-CREDIT-TOTAL
           END-IF
           MOVE GL-POST-DATE TO GA-LAST-POST-DATE
           IF WS-GA-FOUND = 'Y'
               REWRITE GLACTUAL-RECORD
                   INVALID KEY
                       DISPLAY 'PRGG0132 GL ACTUAL REWRITE ERROR: '
                               GA-KEY
               END-REWRITE
           ELSE
               WRITE GLACTUAL-RECORD
                   INVALID KEY
                       DISPLAY 'PRGG0132 GL ACTUAL WRITE ERROR: '
                               GA-KEY
               END-WRITE
           END-IF
           ADD 1 TO WS-ACTUAL-COUNT
           EVALUATE GL-TRAN-TYPE
               WHEN 'AS'
               WHEN 'WV'
               WHEN 'PY'
               WHEN 'RV'
               WHEN 'RF'
               WHEN 'WO'
               WHEN 'HF'
                   PERFORM ADD-POSTING-TO-CONTROL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-POSTING-TO-CONTROL.
           MOVE ZERO TO GA-PERIOD
           MOVE GL-ACCOUNT TO GA-ACCOUNT
           READ GLACTUAL-FILE
               INVALID KEY
                   MOVE ZERO TO GA-DEBIT-TOTAL
                   MOVE ZERO TO GA-CREDIT-TOTAL
                   MOVE 'N' TO WS-GA-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GA-FOUND
           END-READ
           IF GL-DRCR = 'D'
               ADD GL-AMOUNT TO GA-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO GA-CREDIT-TOTAL
           END-IF
           MOVE WS-CURRENT-DATE TO GA-LAST-POST-DATE
           IF WS-GA-FOUND = 'Y'
               REWRITE GLACTUAL-RECORD
                   INVALID KEY
                       DISPLAY 'PRGG0132 GL ACTUAL REWRITE ERROR: '
                               GA-KEY
               END-REWRITE
           ELSE
               WRITE GLACTUAL-RECORD
                   INVALID KEY
                       DISPLAY 'PRGG0132 GL ACTUAL WRITE ERROR: '
                               GA-KEY
               END-WRITE
           END-IF.

       WRITE-POSTING-PAIR.
           MOVE GLM-DEBIT-ACCT TO GL-ACCOUNT
           MOVE 'D' TO GL-DRCR
