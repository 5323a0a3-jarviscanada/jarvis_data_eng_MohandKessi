       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0109.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKACCT-FILE ASSIGN TO 'BANKACCT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-STUDENT-ID
               FILE STATUS IS WS-BANKACCT-STATUS.

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
      * STUDENT BANKING DETAILS FOR DIRECT DEPOSIT OF REFUNDS.
      * BK-STATUS: P=CAPTURED, AWAITING VERIFICATION, V=VERIFIED.
      * ONLY VERIFIED DETAILS ARE PAID BY DIRECT DEPOSIT.  THIS IS
      * THE ONLY SCREEN THAT SHOWS THE FULL ACCOUNT NUMBER.
       FD  BANKACCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BANKACCT-RECORD.
           05  BK-STUDENT-ID           PIC 9(6).
           05  BK-TRANSIT              PIC 9(5).
           05  BK-INSTITUTION          PIC 9(3).
           05  BK-ACCOUNT              PIC X(12).
           05  BK-STATUS               PIC X.
           05  BK-CAPTURED-DATE        PIC 9(8).
           05  BK-CAPTURED-BY          PIC X(8).
           05  BK-VERIFIED-DATE        PIC 9(8).
           05  BK-VERIFIED-BY          PIC X(8).
           05  FILLER                  PIC X(21).

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
       01  WS-BANKACCT-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-AUDIT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-FOUND                    PIC X VALUE 'N'.
       01  WS-RECORD-EXISTS            PIC X VALUE 'N'.
       01  WS-VALID                    PIC X VALUE 'Y'.
       01  WS-ENTRY-ID                 PIC 9(6) VALUE ZEROES.
       01  WS-TEMP-TRANSIT             PIC X(5) VALUE SPACES.
       01  WS-TEMP-INSTITUTION         PIC X(3) VALUE SPACES.
       01  WS-TEMP-ACCOUNT             PIC X(12) VALUE SPACES.
       01  WS-ACCT-LEN                 PIC 9(2) VALUE ZEROES.
       01  WS-MASKED-ACCOUNT           PIC X(12) VALUE SPACES.
       01  WS-OLD-VALUE                PIC X(40) VALUE SPACES.
       01  WS-AUDIT-VALUE              PIC X(40) VALUE SPACES.
       01  WS-REMOVED                  PIC X VALUE 'N'.
       01  WS-STATUS-DESC              PIC X(10) VALUE SPACES.

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
           OPEN I-O BANKACCT-FILE.
           IF WS-BANKACCT-STATUS = '05' OR WS-BANKACCT-STATUS = '35'
               CLOSE BANKACCT-FILE
               OPEN OUTPUT BANKACCT-FILE
               CLOSE BANKACCT-FILE
               OPEN I-O BANKACCT-FILE
           END-IF.
           IF WS-BANKACCT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BANKING DETAILS FILE: '
                       WS-BANKACCT-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
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
           DISPLAY '   STUDENT BANKING DETAILS              '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. CAPTURE OR CHANGE BANKING DETAILS'.
           DISPLAY '2. VERIFY BANKING DETAILS'.
           DISPLAY '3. VIEW BANKING DETAILS'.
           DISPLAY '4. REMOVE BANKING DETAILS'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE (1-5): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-CAPTURE-DETAILS
               WHEN 2
                   PERFORM 2200-VERIFY-DETAILS
               WHEN 3
                   PERFORM 2300-VIEW-DETAILS
               WHEN 4
                   PERFORM 2400-REMOVE-DETAILS
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

      * NEW OR CHANGED DETAILS GO BACK TO AWAITING VERIFICATION, SO
      * REFUNDS REVERT TO CHEQUE UNTIL A SECOND OPERATOR HAS CHECKED
      * THEM AGAINST THE STUDENT'S VOID CHEQUE OR BANK LETTER.
       2100-CAPTURE-DETAILS.
           PERFORM 2110-GET-STUDENT.
           IF WS-FOUND = 'Y'
               MOVE 'N' TO WS-RECORD-EXISTS
               MOVE SPACES TO WS-OLD-VALUE
               MOVE WS-ENTRY-ID TO BK-STUDENT-ID
               READ BANKACCT-FILE
                   INVALID KEY
                       MOVE SPACES TO BANKACCT-RECORD
                       MOVE WS-ENTRY-ID TO BK-STUDENT-ID
                       MOVE ZEROES TO BK-TRANSIT BK-INSTITUTION
                                      BK-CAPTURED-DATE
                                      BK-VERIFIED-DATE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RECORD-EXISTS
                       PERFORM 2350-SHOW-DETAILS
                       PERFORM 2610-BUILD-AUDIT-VALUE
                       MOVE WS-AUDIT-VALUE TO WS-OLD-VALUE
               END-READ
               PERFORM 2130-ACCEPT-DETAILS
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

       2130-ACCEPT-DETAILS.
           DISPLAY 'ENTER TRANSIT NUMBER (5 DIGITS): '.
           ACCEPT WS-TEMP-TRANSIT.
           DISPLAY 'ENTER INSTITUTION NUMBER (3 DIGITS): '.
           ACCEPT WS-TEMP-INSTITUTION.
           DISPLAY 'ENTER ACCOUNT NUMBER (7-12 DIGITS): '.
           ACCEPT WS-TEMP-ACCOUNT.

           MOVE 'Y' TO WS-VALID.
           IF WS-TEMP-TRANSIT IS NOT NUMERIC
               DISPLAY 'TRANSIT MUST BE 5 DIGITS - NOT SAVED'
               MOVE 'N' TO WS-VALID
           END-IF.
           IF WS-TEMP-INSTITUTION IS NOT NUMERIC
               DISPLAY 'INSTITUTION MUST BE 3 DIGITS - NOT SAVED'
               MOVE 'N' TO WS-VALID
           END-IF.
           MOVE ZEROES TO WS-ACCT-LEN.
           INSPECT WS-TEMP-ACCOUNT TALLYING WS-ACCT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-ACCT-LEN < 7
               DISPLAY 'ACCOUNT MUST BE 7 TO 12 DIGITS - NOT SAVED'
               MOVE 'N' TO WS-VALID
           ELSE
               IF WS-TEMP-ACCOUNT(1:WS-ACCT-LEN) IS NOT NUMERIC
                   DISPLAY 'ACCOUNT MUST BE DIGITS ONLY - NOT SAVED'
                   MOVE 'N' TO WS-VALID
               END-IF
           END-IF.

           IF WS-VALID = 'Y'
               MOVE WS-TEMP-TRANSIT TO BK-TRANSIT
               MOVE WS-TEMP-INSTITUTION TO BK-INSTITUTION
               MOVE WS-TEMP-ACCOUNT TO BK-ACCOUNT
               MOVE 'P' TO BK-STATUS
               MOVE WS-TODAY-DATE TO BK-CAPTURED-DATE
               MOVE WS-OPERATOR-ID TO BK-CAPTURED-BY
               MOVE ZEROES TO BK-VERIFIED-DATE
               MOVE SPACES TO BK-VERIFIED-BY
               DISPLAY 'CONFIRM SAVE (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   PERFORM 2140-SAVE-DETAILS
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
           END-IF.

       2140-SAVE-DETAILS.
           IF WS-RECORD-EXISTS = 'Y'
               REWRITE BANKACCT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING BANKING DETAILS: '
                               WS-BANKACCT-STATUS
                   NOT INVALID KEY
                       DISPLAY 'BANKING DETAILS SAVED - PENDING '
                               'VERIFICATION'
                       PERFORM 2500-AUDIT-DETAILS
               END-REWRITE
           ELSE
               WRITE BANKACCT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR ADDING BANKING DETAILS: '
                               WS-BANKACCT-STATUS
                   NOT INVALID KEY
                       DISPLAY 'BANKING DETAILS SAVED - PENDING '
                               'VERIFICATION'
                       PERFORM 2500-AUDIT-DETAILS
               END-WRITE
           END-IF.

       2200-VERIFY-DETAILS.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           MOVE WS-ENTRY-ID TO BK-STUDENT-ID.
           READ BANKACCT-FILE
               INVALID KEY
                   DISPLAY 'NO BANKING DETAILS ON FILE FOR STUDENT '
                           WS-ENTRY-ID
               NOT INVALID KEY
                   PERFORM 2350-SHOW-DETAILS
                   PERFORM 2210-CHECK-VERIFY
           END-READ.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2210-CHECK-VERIFY.
           IF BK-STATUS = 'V'
               DISPLAY 'BANKING DETAILS ARE ALREADY VERIFIED'
           ELSE
               IF BK-CAPTURED-BY = WS-OPERATOR-ID
                   DISPLAY 'BANKING DETAILS CANNOT BE VERIFIED BY '
                           'THE OPERATOR WHO CAPTURED THEM'
               ELSE
                   DISPLAY 'DETAILS MATCH THE STUDENT''S BANK '
                           'DOCUMENT (Y/N)? '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                       PERFORM 2610-BUILD-AUDIT-VALUE
                       MOVE WS-AUDIT-VALUE TO WS-OLD-VALUE
                       MOVE 'V' TO BK-STATUS
                       MOVE WS-TODAY-DATE TO BK-VERIFIED-DATE
                       MOVE WS-OPERATOR-ID TO BK-VERIFIED-BY
                       REWRITE BANKACCT-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR UPDATING BANKING '
                                       'DETAILS: ' WS-BANKACCT-STATUS
                           NOT INVALID KEY
                               DISPLAY 'BANKING DETAILS VERIFIED - '
                                       'REFUNDS WILL BE DEPOSITED'
                               PERFORM 2500-AUDIT-DETAILS
                       END-REWRITE
                   ELSE
                       DISPLAY 'OPERATION CANCELLED'
                   END-IF
               END-IF
           END-IF.

       2300-VIEW-DETAILS.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           MOVE WS-ENTRY-ID TO BK-STUDENT-ID.
           READ BANKACCT-FILE
               INVALID KEY
                   DISPLAY 'NO BANKING DETAILS ON FILE - REFUNDS '
                           'GO BY CHEQUE'
               NOT INVALID KEY
                   PERFORM 2350-SHOW-DETAILS
           END-READ.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2350-SHOW-DETAILS.
           IF BK-STATUS = 'V'
               MOVE 'VERIFIED' TO WS-STATUS-DESC
           ELSE
               MOVE 'UNVERIFIED' TO WS-STATUS-DESC
           END-IF.
           DISPLAY 'TRANSIT     : ' BK-TRANSIT.
           DISPLAY 'INSTITUTION : ' BK-INSTITUTION.
           DISPLAY 'ACCOUNT     : ' BK-ACCOUNT.
           DISPLAY 'CAPTURED    : ' BK-CAPTURED-DATE
                   ' BY ' BK-CAPTURED-BY.
           IF BK-STATUS = 'V'
               DISPLAY 'STATUS      : ' WS-STATUS-DESC ' '
                       BK-VERIFIED-DATE ' BY ' BK-VERIFIED-BY
           ELSE
               DISPLAY 'STATUS      : ' WS-STATUS-DESC
                       ' - REFUNDS GO BY CHEQUE'
           END-IF.

       2400-REMOVE-DETAILS.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           MOVE WS-ENTRY-ID TO BK-STUDENT-ID.
           READ BANKACCT-FILE
               INVALID KEY
                   DISPLAY 'NO BANKING DETAILS ON FILE FOR STUDENT '
                           WS-ENTRY-ID
               NOT INVALID KEY
                   PERFORM 2350-SHOW-DETAILS
                   DISPLAY 'REMOVE THESE DETAILS (Y/N)? '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                       PERFORM 2610-BUILD-AUDIT-VALUE
                       MOVE WS-AUDIT-VALUE TO WS-OLD-VALUE
                       DELETE BANKACCT-FILE
                           INVALID KEY
                               DISPLAY 'ERROR REMOVING BANKING '
                                       'DETAILS: ' WS-BANKACCT-STATUS
                           NOT INVALID KEY
                               DISPLAY 'BANKING DETAILS REMOVED - '
                                       'REFUNDS GO BY CHEQUE'
                               MOVE 'Y' TO WS-REMOVED
                               PERFORM 2500-AUDIT-DETAILS
                               MOVE 'N' TO WS-REMOVED
                       END-DELETE
                   ELSE
                       DISPLAY 'OPERATION CANCELLED'
                   END-IF
           END-READ.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * THE AUDIT TRAIL IS SHOWN ON OTHER SCREENS, SO IT ONLY EVER
      * CARRIES THE MASKED ACCOUNT NUMBER.
       2500-AUDIT-DETAILS.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-ENTRY-ID TO AUD-STUDENT-ID
               MOVE 'BANK-ACCOUNT' TO AUD-FIELD-NAME
               MOVE WS-OLD-VALUE TO AUD-OLD-VALUE
               IF WS-REMOVED = 'Y'
                   MOVE 'REMOVED' TO AUD-NEW-VALUE
               ELSE
                   PERFORM 2610-BUILD-AUDIT-VALUE
                   MOVE WS-AUDIT-VALUE TO AUD-NEW-VALUE
               END-IF
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

      * ONLY THE LAST FOUR DIGITS OF THE ACCOUNT ARE EVER SHOWN
      * OUTSIDE THIS SCREEN.
       2600-MASK-ACCOUNT.
           MOVE ZEROES TO WS-ACCT-LEN.
           INSPECT BK-ACCOUNT TALLYING WS-ACCT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE '********' TO WS-MASKED-ACCOUNT.
           IF WS-ACCT-LEN > 4
               MOVE BK-ACCOUNT(WS-ACCT-LEN - 3:4)
                 TO WS-MASKED-ACCOUNT(9:4)
           END-IF.

       2610-BUILD-AUDIT-VALUE.
           PERFORM 2600-MASK-ACCOUNT.
           MOVE SPACES TO WS-AUDIT-VALUE.
           STRING BK-INSTITUTION '-***** ' WS-MASKED-ACCOUNT ' '
                  BK-STATUS
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-VALUE.

       3000-TERMINATE.
           CLOSE BANKACCT-FILE.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
