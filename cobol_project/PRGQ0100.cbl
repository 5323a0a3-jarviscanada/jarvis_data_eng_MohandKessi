       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0100.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-EXTRACT-FILE
               ASSIGN TO 'LEDGER-EXTRACT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LX-KEY
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-EXTRACT-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  LEDGER-EXTRACT-RECORD.
           05  LX-KEY.
               10  LX-STUD-ID          PIC X(6).
               10  LX-SEQ              PIC 9(6).
           05  LX-TERM                 PIC X(6).
           05  LX-DATE                 PIC X(8).
           05  LX-TYPE                 PIC X(2).
           05  LX-DUE-AMT              PIC S9(6)V99.
           05  LX-PAID-AMT             PIC S9(6)V99.
           05  LX-WROFF-AMT            PIC S9(6)V99.
           05  LX-REFERENCE            PIC X(15).
           05  LX-OPERATOR             PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-STATUS           PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-END-OF-MATCHES           PIC X VALUE 'N'.
       01  WS-MATCH-COUNT              PIC 9(4) VALUE ZEROES.
       01  WS-LINE-COUNTER             PIC 9(2) VALUE ZEROES.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 15.
       01  WS-SEARCH-ID                PIC 9(6) VALUE ZEROES.
       01  WS-SEARCH-ID-X              PIC X(6) VALUE SPACES.
       01  WS-SEARCH-TERM              PIC X(6) VALUE SPACES.
       01  WS-AMOUNT                   PIC S9(6)V99 VALUE ZEROES.
       01  WS-RUNNING-BALANCE          PIC S9(8)V99 VALUE ZEROES.
       01  WS-TOTAL-CHARGES            PIC S9(8)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDITS            PIC S9(8)V99 VALUE ZEROES.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99-.
       01  WS-BALANCE-EDIT             PIC Z,ZZZ,ZZ9.99-.
       01  WS-TOTAL-CHG-EDIT           PIC Z,ZZZ,ZZ9.99-.
       01  WS-TOTAL-CRD-EDIT           PIC Z,ZZZ,ZZ9.99-.
       01  WS-TYPE-DESC                PIC X(12) VALUE SPACES.

       01  WS-FORMATTED-DATE.
           05  WS-LX-YEAR              PIC X(4).
           05  FILLER                  PIC X VALUE '/'.
           05  WS-LX-MONTH             PIC X(2).
           05  FILLER                  PIC X VALUE '/'.
           05  WS-LX-DAY               PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           PERFORM 3000-TERMINATE.
           GOBACK.

       1000-INIT.
           OPEN INPUT LEDGER-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEDGER EXTRACT: '
                       WS-EXTRACT-STATUS
               DISPLAY 'RUN THE NIGHTLY LEDGER EXTRACT FIRST'
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '       STUDENT ACCOUNT LEDGER           '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.

           DISPLAY 'ENTER STUDENT ID TO QUERY (OR 0 TO EXIT): '.
           ACCEPT WS-SEARCH-ID.

           IF WS-SEARCH-ID = 0
               MOVE 'N' TO WS-CONTINUE
           ELSE
               DISPLAY 'ENTER TERM (BLANK FOR ALL TERMS): '
               MOVE SPACES TO WS-SEARCH-TERM
               ACCEPT WS-SEARCH-TERM
               PERFORM 2100-SHOW-LEDGER
           END-IF.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2100-SHOW-LEDGER.
           MOVE ZEROES TO WS-MATCH-COUNT.
           MOVE ZEROES TO WS-LINE-COUNTER.
           MOVE ZEROES TO WS-RUNNING-BALANCE.
           MOVE ZEROES TO WS-TOTAL-CHARGES.
           MOVE ZEROES TO WS-TOTAL-CREDITS.
           MOVE 'N' TO WS-END-OF-MATCHES.

           MOVE WS-SEARCH-ID TO WS-SEARCH-ID-X.
           MOVE WS-SEARCH-ID-X TO LX-STUD-ID.
           MOVE ZEROES TO LX-SEQ.
           START LEDGER-EXTRACT-FILE KEY IS >= LX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-MATCHES
           END-START.

           PERFORM 2110-DISPLAY-HEADER.

           PERFORM 2200-READ-NEXT-ENTRY
               UNTIL WS-END-OF-MATCHES = 'Y'.

           IF WS-MATCH-COUNT = 0
               IF WS-SEARCH-TERM = SPACES
                   DISPLAY 'NO LEDGER ENTRIES FOR STUDENT: '
                           WS-SEARCH-ID
               ELSE
                   DISPLAY 'NO LEDGER ENTRIES FOR STUDENT: '
                           WS-SEARCH-ID ' TERM: ' WS-SEARCH-TERM
               END-IF
           ELSE
               DISPLAY '----------------------------------------'
                       '----------------------------'
               MOVE WS-TOTAL-CHARGES TO WS-TOTAL-CHG-EDIT
               MOVE WS-TOTAL-CREDITS TO WS-TOTAL-CRD-EDIT
               MOVE WS-RUNNING-BALANCE TO WS-BALANCE-EDIT
               DISPLAY 'CHARGES ' WS-TOTAL-CHG-EDIT
                       '  CREDITS ' WS-TOTAL-CRD-EDIT
                       '  BALANCE ' WS-BALANCE-EDIT
           END-IF.

           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-DISPLAY-HEADER.
           DISPLAY 'DATE       TERM   TYPE         REFERENCE      '
                   '      AMOUNT       BALANCE'.
           DISPLAY '----------------------------------------'
                   '----------------------------'.

       2200-READ-NEXT-ENTRY.
           READ LEDGER-EXTRACT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-END-OF-MATCHES
               NOT AT END
                   IF LX-STUD-ID = WS-SEARCH-ID-X
                       IF WS-SEARCH-TERM = SPACES OR
                          LX-TERM = WS-SEARCH-TERM
                           ADD 1 TO WS-MATCH-COUNT
                           PERFORM 2210-DISPLAY-ENTRY-LINE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-END-OF-MATCHES
                   END-IF
           END-READ.

       2210-DISPLAY-ENTRY-LINE.
           ADD 1 TO WS-LINE-COUNTER.
           IF WS-LINE-COUNTER > WS-LINES-PER-PAGE
               DISPLAY 'PRESS ENTER FOR MORE (Q TO STOP)...'
               MOVE SPACES TO WS-CONFIRMATION
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Q' OR WS-CONFIRMATION = 'q'
                   MOVE 'Y' TO WS-END-OF-MATCHES
               ELSE
                   PERFORM 2110-DISPLAY-HEADER
               END-IF
               MOVE 1 TO WS-LINE-COUNTER
           END-IF.

           IF WS-END-OF-MATCHES = 'Y'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-AMOUNT = LX-DUE-AMT - LX-PAID-AMT
                             - LX-WROFF-AMT.
           ADD WS-AMOUNT TO WS-RUNNING-BALANCE.
           IF WS-AMOUNT > ZERO
               ADD WS-AMOUNT TO WS-TOTAL-CHARGES
           ELSE
               SUBTRACT WS-AMOUNT FROM WS-TOTAL-CREDITS
           END-IF.

           PERFORM 2220-DESCRIBE-TYPE.
           MOVE LX-DATE(1:4) TO WS-LX-YEAR.
           MOVE LX-DATE(5:2) TO WS-LX-MONTH.
           MOVE LX-DATE(7:2) TO WS-LX-DAY.
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-EDIT.

           DISPLAY WS-FORMATTED-DATE ' ' LX-TERM ' ' WS-TYPE-DESC ' '
                   LX-REFERENCE ' ' WS-AMOUNT-EDIT ' '
                   WS-BALANCE-EDIT.

       2220-DESCRIBE-TYPE.
           EVALUATE LX-TYPE
               WHEN 'AS'
                   MOVE 'ASSESSMENT' TO WS-TYPE-DESC
               WHEN 'CA'
                   MOVE 'CREDIT APPLD' TO WS-TYPE-DESC
               WHEN 'PY'
                   MOVE 'PAYMENT' TO WS-TYPE-DESC
               WHEN 'DP'
                   MOVE 'DEPOSIT' TO WS-TYPE-DESC
               WHEN 'RV'
                   MOVE 'REVERSAL' TO WS-TYPE-DESC
               WHEN 'NF'
                   MOVE 'NSF FEE' TO WS-TYPE-DESC
               WHEN 'AW'
                   MOVE 'AWARD' TO WS-TYPE-DESC
               WHEN 'AR'
                   MOVE 'AWARD REVRSL' TO WS-TYPE-DESC
               WHEN 'TF'
                   MOVE 'TRANSCR FEE' TO WS-TYPE-DESC
               WHEN 'LF'
                   MOVE 'LATE FEE' TO WS-TYPE-DESC
               WHEN 'LI'
                   MOVE 'LATE INTRST' TO WS-TYPE-DESC
               WHEN 'LB'
                   MOVE 'LIBRARY FINE' TO WS-TYPE-DESC
               WHEN 'HS'
                   MOVE 'HOUSING' TO WS-TYPE-DESC
               WHEN 'HO'
                   MOVE 'PLAN OPT-OUT' TO WS-TYPE-DESC
               WHEN 'RF'
                   MOVE 'REFUND' TO WS-TYPE-DESC
               WHEN 'WO'
                   MOVE 'WRITE-OFF' TO WS-TYPE-DESC
               WHEN 'OB'
                   MOVE 'OPENING BAL' TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE LX-TYPE TO WS-TYPE-DESC
           END-EVALUATE.

       3000-TERMINATE.
           CLOSE LEDGER-EXTRACT-FILE.
