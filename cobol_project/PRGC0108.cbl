       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0108.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLTHOPT-FILE ASSIGN TO 'HLTHOPT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-HLTHOPT-STATUS.

           SELECT HLTHPLAN-FILE ASSIGN TO 'HLTHPLAN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HP-KEY
               FILE STATUS IS WS-HLTHPLAN-STATUS.

           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * HEALTH AND DENTAL PLAN OPT-OUTS BY STUDENT AND TERM.
      * HO-STATUS: P=PENDING, A=APPROVED, D=DENIED.  ONLY APPROVED
      * OPT-OUTS SUPPRESS THE PLAN FEE.
       FD  HLTHOPT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  HLTHOPT-RECORD.
           05  HO-KEY.
               10  HO-STUDENT-ID       PIC 9(6).
               10  HO-TERM             PIC X(6).
           05  HO-INSURER              PIC X(25).
           05  HO-POLICY-NO            PIC X(20).
           05  HO-RECEIVED-DATE        PIC 9(8).
           05  HO-STATUS               PIC X.
           05  HO-ENTERED-BY           PIC X(8).
           05  HO-ENTERED-DATE         PIC 9(8).
           05  HO-DECIDED-BY           PIC X(8).
           05  HO-DECIDED-DATE         PIC 9(8).
           05  FILLER                  PIC X(22).

      * ONE RECORD PER STUDENT AND TERM CHARGED THE PLAN FEE.
      * HP-STATUS: C=COVERED, O=OPTED OUT AFTER ASSESSMENT (THE FEE
      * HAS BEEN CREDITED BACK).
       FD  HLTHPLAN-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  HLTHPLAN-RECORD.
           05  HP-KEY.
               10  HP-STUDENT-ID       PIC 9(6).
               10  HP-TERM             PIC X(6).
           05  HP-STATUS               PIC X.
           05  HP-FEE-AMT              PIC 9(6)V99.
           05  HP-ASSESSED-DATE        PIC 9(8).
           05  HP-CREDIT-AMT           PIC 9(6)V99.
           05  HP-CREDIT-DATE          PIC 9(8).
           05  HP-SENT-DATE            PIC 9(8).
           05  HP-CANCEL-DATE          PIC 9(8).
           05  FILLER                  PIC X(9).

       FD  TERM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  TERM-RECORD.
           05  TM-TERM                 PIC X(6).
           05  TM-START-DATE           PIC 9(8).
           05  TM-END-DATE             PIC 9(8).
           05  TM-ADD-DEADLINE         PIC 9(8).
           05  TM-REFUND-DATE-1        PIC 9(8).
           05  TM-REFUND-DATE-2        PIC 9(8).
           05  TM-REFUND-DATE-3        PIC 9(8).
           05  TM-OPTOUT-DEADLINE      PIC 9(8).
           05  FILLER                  PIC X(8).

       FD  STUDENT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  STUDENT-RECORD.
           05  STUDENT-ID              PIC 9(6).
           05  STUDENT-NAME            PIC X(30).
           05  FILLER                  PIC X(144).

       FD  STUDENT-AUDIT-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-STUDENT-ID          PIC 9(6).
           05  AUD-FIELD-NAME          PIC X(15).
           05  AUD-OLD-VALUE           PIC X(40).
           05  AUD-NEW-VALUE           PIC X(40).
           05  AUD-TIMESTAMP           PIC X(16).
           05  AUD-OPERATOR            PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-HLTHOPT-STATUS           PIC XX VALUE SPACES.
       01  WS-HLTHPLAN-STATUS          PIC XX VALUE SPACES.
       01  WS-TERM-STATUS              PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-HLTHPLAN-OPEN            PIC X VALUE 'N'.
       01  WS-TERM-OPEN                PIC X VALUE 'N'.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-AUDIT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-FOUND                    PIC X VALUE 'N'.
       01  WS-RECORD-EXISTS            PIC X VALUE 'N'.
       01  WS-VALID                    PIC X VALUE 'Y'.
       01  WS-ENTRY-ID                 PIC 9(6) VALUE ZEROES.
       01  WS-ENTRY-TERM               PIC X(6) VALUE SPACES.
       01  WS-DEADLINE                 PIC 9(8) VALUE ZEROES.
       01  WS-TEMP-INSURER             PIC X(25) VALUE SPACES.
       01  WS-TEMP-POLICY              PIC X(20) VALUE SPACES.
       01  WS-TEMP-DATE                PIC 9(8) VALUE ZEROES.
       01  WS-DECISION                 PIC X VALUE SPACES.
       01  WS-OLD-VALUE                PIC X(40) VALUE SPACES.
       01  WS-STATUS-DESC              PIC X(8) VALUE SPACES.
       01  WS-AMT-EDIT                 PIC ZZZ,ZZ9.99.
       01  WS-LIST-COUNT               PIC 9(4) VALUE ZEROES.
       01  WS-PENDING-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-APPROVED-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-DENIED-COUNT             PIC 9(4) VALUE ZEROES.

       01  WS-AUDIT-TIMESTAMP.
           05  WS-AUD-DATE.
               10  WS-AUD-YEAR         PIC 9(4).
               10  WS-AUD-MONTH        PIC 9(2).
               10  WS-AUD-DAY          PIC 9(2).
           05  WS-AUD-TIME.
               10  WS-AUD-HOURS        PIC 9(2).
               10  WS-AUD-MINUTES      PIC 9(2).
               10  WS-AUD-SECONDS      PIC 9(2).
               10  WS-AUD-MSECS        PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           PERFORM 3000-TERMINATE.
           GOBACK.

       1000-INIT.
           OPEN I-O HLTHOPT-FILE.
           IF WS-HLTHOPT-STATUS = '05' OR WS-HLTHOPT-STATUS = '35'
               CLOSE HLTHOPT-FILE
               OPEN OUTPUT HLTHOPT-FILE
               CLOSE HLTHOPT-FILE
               OPEN I-O HLTHOPT-FILE
           END-IF.
           IF WS-HLTHOPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OPT-OUT FILE: '
                       WS-HLTHOPT-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN INPUT TERM-FILE
               IF WS-TERM-STATUS = '00'
                   MOVE 'Y' TO WS-TERM-OPEN
               END-IF
               OPEN INPUT HLTHPLAN-FILE
               IF WS-HLTHPLAN-STATUS = '00'
                   MOVE 'Y' TO WS-HLTHPLAN-OPEN
               END-IF
               OPEN INPUT STUDENT-FILE
               IF WS-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-STUDENT-OPEN
               END-IF
               OPEN EXTEND STUDENT-AUDIT-FILE
               IF WS-AUDIT-STATUS = '05'
                   OPEN OUTPUT STUDENT-AUDIT-FILE
               END-IF
               IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '05'
                   MOVE 'Y' TO WS-AUDIT-OPEN
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '   HEALTH AND DENTAL PLAN OPT-OUTS      '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. RECORD AN OPT-OUT'.
           DISPLAY '2. APPROVE OR DENY AN OPT-OUT'.
           DISPLAY '3. VIEW A STUDENT OPT-OUT'.
           DISPLAY '4. LIST OPT-OUTS FOR A TERM'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE (1-5): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-RECORD-OPTOUT
               WHEN 2
                   PERFORM 2200-DECIDE-OPTOUT
               WHEN 3
                   PERFORM 2300-VIEW-OPTOUT
               WHEN 4
                   PERFORM 2400-LIST-OPTOUTS
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

      * AN OPT-OUT HAS TO REACH THE OFFICE BY THE TERM'S OPT-OUT
      * DEADLINE.  A NEW OR CHANGED OPT-OUT GOES BACK TO PENDING AND
      * IS DECIDED BY A SECOND OPERATOR.
       2100-RECORD-OPTOUT.
           PERFORM 2110-GET-STUDENT.
           IF WS-FOUND = 'Y'
               PERFORM 2120-GET-TERM
           END-IF.
           IF WS-FOUND = 'Y'
               MOVE 'N' TO WS-RECORD-EXISTS
               MOVE WS-ENTRY-ID TO HO-STUDENT-ID
               MOVE WS-ENTRY-TERM TO HO-TERM
               READ HLTHOPT-FILE
                   INVALID KEY
                       MOVE SPACES TO HLTHOPT-RECORD
                       MOVE WS-ENTRY-ID TO HO-STUDENT-ID
                       MOVE WS-ENTRY-TERM TO HO-TERM
                       MOVE ZEROES TO HO-RECEIVED-DATE
                       MOVE ZEROES TO HO-DECIDED-DATE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RECORD-EXISTS
                       PERFORM 2350-SHOW-OPTOUT
               END-READ
               IF HO-STATUS = 'A'
                   DISPLAY 'OPT-OUT IS ALREADY APPROVED - NOT CHANGED'
               ELSE
                   PERFORM 2130-ACCEPT-OPTOUT
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-GET-STUDENT.
           MOVE 'N' TO WS-FOUND.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           IF WS-STUDENT-OPEN NOT = 'Y'
               DISPLAY 'STUDENT FILE NOT AVAILABLE'
           ELSE
               MOVE WS-ENTRY-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT NOT FOUND: ' WS-ENTRY-ID
                   NOT INVALID KEY
                       DISPLAY 'STUDENT     : ' STUDENT-NAME
                       MOVE 'Y' TO WS-FOUND
               END-READ
           END-IF.

       2120-GET-TERM.
           MOVE 'N' TO WS-FOUND.
           MOVE ZEROES TO WS-DEADLINE.
           DISPLAY 'ENTER TERM (E.G. 2026FA): '.
           ACCEPT WS-ENTRY-TERM.
           IF WS-TERM-OPEN NOT = 'Y'
               DISPLAY 'TERM FILE NOT AVAILABLE'
           ELSE
               MOVE WS-ENTRY-TERM TO TM-TERM
               READ TERM-FILE
                   INVALID KEY
                       DISPLAY 'TERM NOT ON FILE: ' WS-ENTRY-TERM
                   NOT INVALID KEY
                       MOVE TM-OPTOUT-DEADLINE TO WS-DEADLINE
                       IF WS-DEADLINE = ZEROES
                           DISPLAY 'NO OPT-OUT DEADLINE IS SET FOR '
                                   'TERM ' WS-ENTRY-TERM
                       ELSE
                           DISPLAY 'OPT-OUT DEADLINE: ' WS-DEADLINE
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-IF.

       2130-ACCEPT-OPTOUT.
           MOVE SPACES TO WS-OLD-VALUE.
           IF WS-RECORD-EXISTS = 'Y'
               STRING HO-TERM ' ' HO-STATUS ' ' HO-POLICY-NO
                      DELIMITED BY SIZE
                      INTO WS-OLD-VALUE
           END-IF.
           DISPLAY 'ENTER OTHER INSURER (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-INSURER.
           IF WS-TEMP-INSURER NOT = SPACES
               MOVE WS-TEMP-INSURER TO HO-INSURER
           END-IF.
           DISPLAY 'ENTER POLICY NUMBER (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-POLICY.
           IF WS-TEMP-POLICY NOT = SPACES
               MOVE WS-TEMP-POLICY TO HO-POLICY-NO
           END-IF.
           DISPLAY 'ENTER DATE RECEIVED (YYYYMMDD, 0 FOR TODAY): '.
           ACCEPT WS-TEMP-DATE.
           IF WS-TEMP-DATE = ZEROES
               IF HO-RECEIVED-DATE = ZEROES
                   MOVE WS-TODAY-DATE TO HO-RECEIVED-DATE
               END-IF
           ELSE
               MOVE WS-TEMP-DATE TO HO-RECEIVED-DATE
           END-IF.

           MOVE 'Y' TO WS-VALID.
           IF HO-INSURER = SPACES OR HO-POLICY-NO = SPACES
               DISPLAY 'INSURER AND POLICY NUMBER ARE REQUIRED'
                       ' - NOT SAVED'
               MOVE 'N' TO WS-VALID
           END-IF.
           IF HO-RECEIVED-DATE > WS-TODAY-DATE
               DISPLAY 'DATE RECEIVED IS IN THE FUTURE - NOT SAVED'
               MOVE 'N' TO WS-VALID
           END-IF.
           IF HO-RECEIVED-DATE > WS-DEADLINE
               DISPLAY 'RECEIVED AFTER THE OPT-OUT DEADLINE '
                       WS-DEADLINE ' - NOT SAVED'
               MOVE 'N' TO WS-VALID
           END-IF.

           IF WS-VALID = 'Y'
               MOVE 'P' TO HO-STATUS
               MOVE WS-OPERATOR-ID TO HO-ENTERED-BY
               MOVE WS-TODAY-DATE TO HO-ENTERED-DATE
               MOVE SPACES TO HO-DECIDED-BY
               MOVE ZEROES TO HO-DECIDED-DATE
               DISPLAY 'CONFIRM SAVE (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   PERFORM 2140-SAVE-OPTOUT
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
           END-IF.

       2140-SAVE-OPTOUT.
           IF WS-RECORD-EXISTS = 'Y'
               REWRITE HLTHOPT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING OPT-OUT: '
                               WS-HLTHOPT-STATUS
                   NOT INVALID KEY
                       DISPLAY 'OPT-OUT RECORDED - PENDING APPROVAL'
                       PERFORM 2500-AUDIT-OPTOUT
               END-REWRITE
           ELSE
               WRITE HLTHOPT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR ADDING OPT-OUT: '
                               WS-HLTHOPT-STATUS
                   NOT INVALID KEY
                       DISPLAY 'OPT-OUT RECORDED - PENDING APPROVAL'
                       PERFORM 2500-AUDIT-OPTOUT
               END-WRITE
           END-IF.

       2200-DECIDE-OPTOUT.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           DISPLAY 'ENTER TERM (E.G. 2026FA): '.
           ACCEPT WS-ENTRY-TERM.
           MOVE WS-ENTRY-ID TO HO-STUDENT-ID.
           MOVE WS-ENTRY-TERM TO HO-TERM.
           READ HLTHOPT-FILE
               INVALID KEY
                   DISPLAY 'NO OPT-OUT ON FILE FOR THAT STUDENT/TERM'
               NOT INVALID KEY
                   PERFORM 2350-SHOW-OPTOUT
                   PERFORM 2210-CHECK-DECISION
           END-READ.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * AN APPROVAL AFTER THE STUDENT WAS ASSESSED IS CREDITED BACK
      * BY THE NIGHTLY PLAN RUN; THE SCREEN ONLY RECORDS THE DECISION.
       2210-CHECK-DECISION.
           IF HO-STATUS NOT = 'P'
               DISPLAY 'OPT-OUT HAS ALREADY BEEN DECIDED'
           ELSE
               IF HO-ENTERED-BY = WS-OPERATOR-ID
                   DISPLAY 'AN OPT-OUT CANNOT BE DECIDED BY THE '
                           'OPERATOR WHO ENTERED IT'
               ELSE
                   DISPLAY 'A=APPROVE  D=DENY  (OR ENTER TO CANCEL): '
                   ACCEPT WS-DECISION
                   IF WS-DECISION = 'a'
                       MOVE 'A' TO WS-DECISION
                   END-IF
                   IF WS-DECISION = 'd'
                       MOVE 'D' TO WS-DECISION
                   END-IF
                   IF WS-DECISION = 'A' OR WS-DECISION = 'D'
                       MOVE SPACES TO WS-OLD-VALUE
                       STRING HO-TERM ' ' HO-STATUS ' ' HO-POLICY-NO
                              DELIMITED BY SIZE
                              INTO WS-OLD-VALUE
                       MOVE WS-DECISION TO HO-STATUS
                       MOVE WS-OPERATOR-ID TO HO-DECIDED-BY
                       MOVE WS-TODAY-DATE TO HO-DECIDED-DATE
                       REWRITE HLTHOPT-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR UPDATING OPT-OUT: '
                                       WS-HLTHOPT-STATUS
                           NOT INVALID KEY
                               IF HO-STATUS = 'A'
                                   DISPLAY 'OPT-OUT APPROVED'
                               ELSE
                                   DISPLAY 'OPT-OUT DENIED'
                               END-IF
                               PERFORM 2500-AUDIT-OPTOUT
                       END-REWRITE
                   ELSE
                       DISPLAY 'OPERATION CANCELLED'
                   END-IF
               END-IF
           END-IF.

       2300-VIEW-OPTOUT.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           DISPLAY 'ENTER TERM (E.G. 2026FA): '.
           ACCEPT WS-ENTRY-TERM.
           MOVE WS-ENTRY-ID TO HO-STUDENT-ID.
           MOVE WS-ENTRY-TERM TO HO-TERM.
           READ HLTHOPT-FILE
               INVALID KEY
                   DISPLAY 'NO OPT-OUT ON FILE FOR THAT STUDENT/TERM'
               NOT INVALID KEY
                   PERFORM 2350-SHOW-OPTOUT
           END-READ.
           PERFORM 2360-SHOW-PLAN.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2350-SHOW-OPTOUT.
           EVALUATE HO-STATUS
               WHEN 'A'
                   MOVE 'APPROVED' TO WS-STATUS-DESC
               WHEN 'D'
                   MOVE 'DENIED' TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE 'PENDING' TO WS-STATUS-DESC
           END-EVALUATE.
           DISPLAY 'TERM        : ' HO-TERM.
           DISPLAY 'INSURER     : ' HO-INSURER.
           DISPLAY 'POLICY NO   : ' HO-POLICY-NO.
           DISPLAY 'RECEIVED    : ' HO-RECEIVED-DATE.
           DISPLAY 'ENTERED     : ' HO-ENTERED-DATE
                   ' BY ' HO-ENTERED-BY.
           IF HO-STATUS = 'P'
               DISPLAY 'STATUS      : ' WS-STATUS-DESC
           ELSE
               DISPLAY 'STATUS      : ' WS-STATUS-DESC ' '
                       HO-DECIDED-DATE ' BY ' HO-DECIDED-BY
           END-IF.

       2360-SHOW-PLAN.
           IF WS-HLTHPLAN-OPEN = 'Y'
               MOVE WS-ENTRY-ID TO HP-STUDENT-ID
               MOVE WS-ENTRY-TERM TO HP-TERM
               READ HLTHPLAN-FILE
                   INVALID KEY
                       DISPLAY 'PLAN FEE    : NOT CHARGED FOR THE TERM'
                   NOT INVALID KEY
                       MOVE HP-FEE-AMT TO WS-AMT-EDIT
                       DISPLAY 'PLAN FEE    : ' WS-AMT-EDIT
                               ' ASSESSED ' HP-ASSESSED-DATE
                       IF HP-STATUS = 'O'
                           MOVE HP-CREDIT-AMT TO WS-AMT-EDIT
                           DISPLAY 'CREDITED    : ' WS-AMT-EDIT
                                   ' ON ' HP-CREDIT-DATE
                       END-IF
                       IF HP-SENT-DATE NOT = ZEROES
                           DISPLAY 'TO CARRIER  : ' HP-SENT-DATE
                       END-IF
               END-READ
           END-IF.

       2400-LIST-OPTOUTS.
           MOVE ZEROES TO WS-LIST-COUNT WS-PENDING-COUNT
                          WS-APPROVED-COUNT WS-DENIED-COUNT.
           DISPLAY 'ENTER TERM (E.G. 2026FA): '.
           ACCEPT WS-ENTRY-TERM.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO HO-KEY.
           START HLTHOPT-FILE KEY IS NOT LESS THAN HO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           DISPLAY 'STUDENT INSURER                   '
                   'POLICY NO            RECEIVED ST'.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HLTHOPT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HO-TERM = WS-ENTRY-TERM
                           ADD 1 TO WS-LIST-COUNT
                           EVALUATE HO-STATUS
                               WHEN 'A'
                                   ADD 1 TO WS-APPROVED-COUNT
                               WHEN 'D'
                                   ADD 1 TO WS-DENIED-COUNT
                               WHEN OTHER
                                   ADD 1 TO WS-PENDING-COUNT
                           END-EVALUATE
                           DISPLAY HO-STUDENT-ID ' ' HO-INSURER ' '
                                   HO-POLICY-NO ' ' HO-RECEIVED-DATE
                                   ' ' HO-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'OPT-OUTS ON FILE: ' WS-LIST-COUNT
                   '  PENDING: ' WS-PENDING-COUNT
                   '  APPROVED: ' WS-APPROVED-COUNT
                   '  DENIED: ' WS-DENIED-COUNT.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2500-AUDIT-OPTOUT.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE HO-STUDENT-ID TO AUD-STUDENT-ID
               MOVE 'HEALTH-OPTOUT' TO AUD-FIELD-NAME
               MOVE WS-OLD-VALUE TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING HO-TERM ' ' HO-STATUS ' ' HO-POLICY-NO
                      DELIMITED BY SIZE
                      INTO AUD-NEW-VALUE
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       3000-TERMINATE.
           CLOSE HLTHOPT-FILE.
           IF WS-TERM-OPEN = 'Y'
               CLOSE TERM-FILE
           END-IF.
           IF WS-HLTHPLAN-OPEN = 'Y'
               CLOSE HLTHPLAN-FILE
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
