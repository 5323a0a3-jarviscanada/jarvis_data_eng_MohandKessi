       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0103.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO 'AWDRULE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CODE
               FILE STATUS IS WS-RULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * RENEWAL RULE FOR AN AWARD CODE.  AN AWARD IS RENEWED FOR THE
      * NEXT TERM ONLY WHEN AR-RENEWABLE IS Y AND THE RECIPIENT MEETS
      * THE MINIMUM CUMULATIVE GPA, CARRIED AT LEAST AR-MIN-CREDITS
      * IN THE TERM, AND (WHEN AR-SAME-PROGRAM IS Y) IS STILL IN THE
      * PROGRAM THE AWARD WAS MADE IN.  A ZERO AR-RENEW-AMOUNT
      * RENEWS AT THE AMOUNT OF THE CURRENT AWARD.
       FD  RULE-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  RULE-RECORD.
           05  AR-CODE                 PIC X(4).
           05  AR-DESC                 PIC X(30).
           05  AR-RENEWABLE            PIC X.
           05  AR-MIN-GPA              PIC 9V99.
           05  AR-MIN-CREDITS          PIC 9(2).
           05  AR-SAME-PROGRAM         PIC X.
           05  AR-RENEW-AMOUNT         PIC 9(6)V99.
           05  AR-ENTERED-BY           PIC X(8).
           05  AR-ENTERED-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-RULE-STATUS              PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-CODE               PIC X(4) VALUE SPACES.
       01  WS-ENTRY-DESC               PIC X(30) VALUE SPACES.
       01  WS-ENTRY-RENEWABLE          PIC X VALUE SPACES.
       01  WS-ENTRY-SAME-PROGRAM       PIC X VALUE SPACES.
       01  WS-TEMP-GPA-X               PIC X(5) VALUE SPACES.
       01  WS-TEMP-CREDITS-X           PIC X(3) VALUE SPACES.
       01  WS-TEMP-AMOUNT-X            PIC X(10) VALUE SPACES.
       01  WS-RULE-EXISTS              PIC X VALUE 'N'.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-GPA-EDIT                 PIC 9.99.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99.

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
           OPEN I-O RULE-FILE.
           IF WS-RULE-STATUS = '05' OR WS-RULE-STATUS = '35'
               CLOSE RULE-FILE
               OPEN OUTPUT RULE-FILE
               CLOSE RULE-FILE
               OPEN I-O RULE-FILE
           END-IF.
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AWARD RULE FILE: '
                       WS-RULE-STATUS
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '    SCHOLARSHIP RENEWAL RULES           '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD OR UPDATE A RENEWAL RULE'.
           DISPLAY '2. REMOVE A RENEWAL RULE'.
           DISPLAY '3. LIST RENEWAL RULES'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE (1-4): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-RULE
               WHEN 2
                   PERFORM 2200-REMOVE-RULE
               WHEN 3
                   PERFORM 2300-LIST-RULES
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2100-MAINTAIN-RULE.
           DISPLAY 'ENTER AWARD CODE (E.G. SCHL, OR BLANK TO CANCEL): '.
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           IF WS-ENTRY-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENTRY-CODE TO AR-CODE.
           MOVE 'N' TO WS-RULE-EXISTS.
           READ RULE-FILE
               INVALID KEY
                   DISPLAY 'RULE NOT FOUND - ADDING NEW'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RULE-EXISTS
                   PERFORM 2310-SHOW-RULE
           END-READ.

           DISPLAY 'ENTER DESCRIPTION: '.
           MOVE SPACES TO WS-ENTRY-DESC.
           ACCEPT WS-ENTRY-DESC.
           DISPLAY 'RENEWABLE EACH TERM (Y/N)? '.
           MOVE SPACES TO WS-ENTRY-RENEWABLE.
           ACCEPT WS-ENTRY-RENEWABLE.
           DISPLAY 'MINIMUM CUMULATIVE GPA (9.99): '.
           MOVE SPACES TO WS-TEMP-GPA-X.
           ACCEPT WS-TEMP-GPA-X.
           DISPLAY 'MINIMUM CREDITS CARRIED IN THE TERM (FULL LOAD): '.
           MOVE SPACES TO WS-TEMP-CREDITS-X.
           ACCEPT WS-TEMP-CREDITS-X.
           DISPLAY 'MUST STAY IN THE SAME PROGRAM (Y/N)? '.
           MOVE SPACES TO WS-ENTRY-SAME-PROGRAM.
           ACCEPT WS-ENTRY-SAME-PROGRAM.
           DISPLAY 'RENEWAL AMOUNT (BLANK = SAME AS CURRENT AWARD): '.
           MOVE SPACES TO WS-TEMP-AMOUNT-X.
           ACCEPT WS-TEMP-AMOUNT-X.

           IF WS-ENTRY-RENEWABLE = 'y'
               MOVE 'Y' TO WS-ENTRY-RENEWABLE
           END-IF.
           IF WS-ENTRY-SAME-PROGRAM = 'y'
               MOVE 'Y' TO WS-ENTRY-SAME-PROGRAM
           END-IF.
           IF WS-ENTRY-RENEWABLE NOT = 'Y'
               MOVE 'N' TO WS-ENTRY-RENEWABLE
           END-IF.
           IF WS-ENTRY-SAME-PROGRAM NOT = 'Y'
               MOVE 'N' TO WS-ENTRY-SAME-PROGRAM
           END-IF.

           MOVE SPACES TO RULE-RECORD.
           MOVE WS-ENTRY-CODE TO AR-CODE.
           MOVE WS-ENTRY-DESC TO AR-DESC.
           MOVE WS-ENTRY-RENEWABLE TO AR-RENEWABLE.
           MOVE ZEROES TO AR-MIN-GPA.
           IF WS-TEMP-GPA-X NOT = SPACES
               COMPUTE AR-MIN-GPA = FUNCTION NUMVAL(WS-TEMP-GPA-X)
           END-IF.
           MOVE ZEROES TO AR-MIN-CREDITS.
           IF WS-TEMP-CREDITS-X NOT = SPACES
               COMPUTE AR-MIN-CREDITS =
                       FUNCTION NUMVAL(WS-TEMP-CREDITS-X)
           END-IF.
           MOVE WS-ENTRY-SAME-PROGRAM TO AR-SAME-PROGRAM.
           MOVE ZEROES TO AR-RENEW-AMOUNT.
           IF WS-TEMP-AMOUNT-X NOT = SPACES
               COMPUTE AR-RENEW-AMOUNT =
                       FUNCTION NUMVAL(WS-TEMP-AMOUNT-X)
           END-IF.
           MOVE WS-OPERATOR-ID TO AR-ENTERED-BY.
           MOVE WS-TODAY-DATE TO AR-ENTERED-DATE.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               IF WS-RULE-EXISTS = 'Y'
                   REWRITE RULE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING RULE: '
                                   WS-RULE-STATUS
                       NOT INVALID KEY
                           DISPLAY 'RULE UPDATED!'
                   END-REWRITE
               ELSE
                   WRITE RULE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING RULE: '
                                   WS-RULE-STATUS
                       NOT INVALID KEY
                           DISPLAY 'RULE ADDED!'
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2200-REMOVE-RULE.
           DISPLAY 'ENTER AWARD CODE: '.
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO AR-CODE.
           DELETE RULE-FILE
               INVALID KEY
                   DISPLAY 'RULE NOT ON FILE'
               NOT INVALID KEY
                   DISPLAY 'RULE REMOVED'
           END-DELETE.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2300-LIST-RULES.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE LOW-VALUES TO AR-CODE.
           START RULE-FILE KEY IS >= AR-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.

           DISPLAY 'CODE DESCRIPTION                    RENEW  GPA  '
                   'CRED PROG     AMOUNT'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ RULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE AR-MIN-GPA TO WS-GPA-EDIT
                       MOVE AR-RENEW-AMOUNT TO WS-AMOUNT-EDIT
                       DISPLAY AR-CODE ' ' AR-DESC ' '
                               AR-RENEWABLE '    ' WS-GPA-EDIT '  '
                               AR-MIN-CREDITS '   ' AR-SAME-PROGRAM
                               '  ' WS-AMOUNT-EDIT
               END-READ
           END-PERFORM.

           IF WS-LISTED-COUNT = 0
               DISPLAY '(NO RENEWAL RULES ON FILE)'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2310-SHOW-RULE.
           MOVE AR-MIN-GPA TO WS-GPA-EDIT.
           MOVE AR-RENEW-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY 'DESCRIPTION     : ' AR-DESC.
           DISPLAY 'RENEWABLE       : ' AR-RENEWABLE.
           DISPLAY 'MINIMUM GPA     : ' WS-GPA-EDIT.
           DISPLAY 'MINIMUM CREDITS : ' AR-MIN-CREDITS.
           DISPLAY 'SAME PROGRAM    : ' AR-SAME-PROGRAM.
           DISPLAY 'RENEWAL AMOUNT  : ' WS-AMOUNT-EDIT.
           DISPLAY 'ENTERED         : ' AR-ENTERED-DATE
                   ' BY ' AR-ENTERED-BY.

       3000-TERMINATE.
           CLOSE RULE-FILE.
