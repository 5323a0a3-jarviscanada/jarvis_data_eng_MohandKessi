       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0101.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO 'GLBUDGET.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * APPROVED REVENUE BUDGET BY FISCAL PERIOD (YYYYMM OF THE
      * POSTING MONTH) AND GL ACCOUNT, AS A CREDIT-SIDE AMOUNT.
       FD  BUDGET-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  BUDGET-RECORD.
           05  BG-KEY.
               10  BG-PERIOD           PIC 9(6).
               10  BG-ACCOUNT          PIC X(8).
           05  BG-AMOUNT               PIC 9(10)V99.
           05  BG-ENTERED-BY           PIC X(8).
           05  BG-ENTERED-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-BUDGET-STATUS            PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-PERIOD             PIC 9(6) VALUE ZEROES.
       01  WS-ENTRY-ACCOUNT            PIC X(8) VALUE SPACES.
       01  WS-TEMP-AMOUNT-X            PIC X(14) VALUE SPACES.
       01  WS-BUDGET-EXISTS            PIC X VALUE 'N'.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-LISTED-TOTAL             PIC 9(12)V99 VALUE ZEROES.
       01  WS-AMT-EDIT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

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
           OPEN I-O BUDGET-FILE.
           IF WS-BUDGET-STATUS = '05' OR WS-BUDGET-STATUS = '35'
               CLOSE BUDGET-FILE
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GL BUDGET FILE: '
                       WS-BUDGET-STATUS
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '      MAINTAIN GL REVENUE BUDGET        '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD OR UPDATE A BUDGET AMOUNT'.
           DISPLAY '2. REMOVE A BUDGET AMOUNT'.
           DISPLAY '3. LIST BUDGET FOR A PERIOD'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE (1-4): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-BUDGET
               WHEN 2
                   PERFORM 2200-REMOVE-BUDGET
               WHEN 3
                   PERFORM 2300-LIST-BUDGET
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2100-MAINTAIN-BUDGET.
           PERFORM 2110-ACCEPT-KEY.
           IF WS-ENTRY-PERIOD = ZEROES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENTRY-PERIOD TO BG-PERIOD.
           MOVE WS-ENTRY-ACCOUNT TO BG-ACCOUNT.
           MOVE 'N' TO WS-BUDGET-EXISTS.
           READ BUDGET-FILE
               INVALID KEY
                   DISPLAY 'BUDGET NOT FOUND - ADDING NEW'
                   MOVE ZEROES TO BG-AMOUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BUDGET-EXISTS
                   MOVE BG-AMOUNT TO WS-AMT-EDIT
                   DISPLAY 'CURRENT BUDGET : ' WS-AMT-EDIT
                   DISPLAY 'ENTERED        : ' BG-ENTERED-DATE
                           ' BY ' BG-ENTERED-BY
           END-READ.

           DISPLAY 'ENTER BUDGET AMOUNT: '.
           MOVE SPACES TO WS-TEMP-AMOUNT-X.
           ACCEPT WS-TEMP-AMOUNT-X.
           IF WS-TEMP-AMOUNT-X = SPACES
               DISPLAY 'AMOUNT IS REQUIRED - NOT SAVED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BUDGET-RECORD.
           MOVE WS-ENTRY-PERIOD TO BG-PERIOD.
           MOVE WS-ENTRY-ACCOUNT TO BG-ACCOUNT.
           COMPUTE BG-AMOUNT = FUNCTION NUMVAL(WS-TEMP-AMOUNT-X).
           MOVE WS-OPERATOR-ID TO BG-ENTERED-BY.
           MOVE WS-TODAY-DATE TO BG-ENTERED-DATE.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               IF WS-BUDGET-EXISTS = 'Y'
                   REWRITE BUDGET-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING BUDGET: '
                                   WS-BUDGET-STATUS
                       NOT INVALID KEY
                           DISPLAY 'BUDGET UPDATED!'
                   END-REWRITE
               ELSE
                   WRITE BUDGET-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING BUDGET: '
                                   WS-BUDGET-STATUS
                       NOT INVALID KEY
                           DISPLAY 'BUDGET ADDED!'
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ACCEPT-KEY.
           DISPLAY 'ENTER FISCAL PERIOD (YYYYMM): '.
           ACCEPT WS-ENTRY-PERIOD.
           DISPLAY 'ENTER GL ACCOUNT (8 CHARS): '.
           ACCEPT WS-ENTRY-ACCOUNT.
           IF WS-ENTRY-PERIOD(5:2) < '01' OR
              WS-ENTRY-PERIOD(5:2) > '12' OR
              WS-ENTRY-ACCOUNT = SPACES
               DISPLAY 'PERIOD MUST BE YYYYMM AND ACCOUNT IS REQUIRED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               MOVE ZEROES TO WS-ENTRY-PERIOD
           END-IF.

       2200-REMOVE-BUDGET.
           PERFORM 2110-ACCEPT-KEY.
           IF WS-ENTRY-PERIOD = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY-PERIOD TO BG-PERIOD.
           MOVE WS-ENTRY-ACCOUNT TO BG-ACCOUNT.
           DELETE BUDGET-FILE
               INVALID KEY
                   DISPLAY 'BUDGET NOT ON FILE'
               NOT INVALID KEY
                   DISPLAY 'BUDGET REMOVED'
           END-DELETE.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2300-LIST-BUDGET.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE ZEROES TO WS-LISTED-TOTAL.
           MOVE 'N' TO WS-END-OF-LIST.
           DISPLAY 'ENTER FISCAL PERIOD (YYYYMM): '.
           ACCEPT WS-ENTRY-PERIOD.
           MOVE WS-ENTRY-PERIOD TO BG-PERIOD.
           MOVE LOW-VALUES TO BG-ACCOUNT.
           START BUDGET-FILE KEY IS >= BG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.

           DISPLAY 'ACCOUNT            BUDGET  ENTERED  BY'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ BUDGET-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF BG-PERIOD NOT = WS-ENTRY-PERIOD
                           MOVE 'Y' TO WS-END-OF-LIST
                       ELSE
                           ADD 1 TO WS-LISTED-COUNT
                           ADD BG-AMOUNT TO WS-LISTED-TOTAL
                           MOVE BG-AMOUNT TO WS-AMT-EDIT
                           DISPLAY BG-ACCOUNT ' ' WS-AMT-EDIT ' '
                                   BG-ENTERED-DATE ' ' BG-ENTERED-BY
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LISTED-COUNT = 0
               DISPLAY '(NO BUDGET ON FILE FOR PERIOD)'
           ELSE
               MOVE WS-LISTED-TOTAL TO WS-TOTAL-EDIT
               DISPLAY 'TOTAL  ' WS-TOTAL-EDIT
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       3000-TERMINATE.
           CLOSE BUDGET-FILE.
