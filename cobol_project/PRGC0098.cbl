       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0098.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO 'EFTSUSP.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CASHSESS-FILE ASSIGN TO 'CASHSESS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CASHSESS-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO 'PAYMENT.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * BANK REMITTANCE ITEMS THE NIGHTLY IMPORT COULD NOT MATCH.
      * SU-STATUS: O=OPEN, C=CLEARED TO A STUDENT, R=RETURNED TO BANK.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 156 CHARACTERS.
       01  SUSPENSE-RECORD.
           05  SU-KEY.
               10  SU-FILE-DATE        PIC 9(8).
               10  SU-SEQ              PIC 9(4).
           05  SU-REFERENCE            PIC X(12).
           05  SU-AMOUNT               PIC 9(8)V99.
           05  SU-PAY-DATE             PIC 9(8).
           05  SU-TRACE                PIC X(15).
           05  SU-PAYER                PIC X(30).
           05  SU-REASON               PIC X(30).
           05  SU-STATUS               PIC X.
           05  SU-STUD-ID              PIC X(6).
           05  SU-TERM                 PIC X(6).
           05  SU-CLEARED-BY           PIC X(8).
           05  SU-CLEARED-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  STUDENT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  STUDENT-RECORD.
           05  STUDENT-ID              PIC 9(6).
           05  STUDENT-NAME            PIC X(30).
           05  FILLER                  PIC X(144).

       FD  CASHSESS-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  CASHSESS-RECORD.
           05  CS-KEY.
               10  CS-CASHIER          PIC X(8).
               10  CS-DATE             PIC 9(8).
           05  CS-STATUS               PIC X.
           05  CS-POSTED-CASH          PIC 9(8)V99.
           05  CS-POSTED-CHEQUE        PIC 9(8)V99.
           05  CS-POSTED-CARD          PIC 9(8)V99.
           05  CS-COUNTED-CASH         PIC 9(8)V99.
           05  CS-COUNTED-CHEQUE       PIC 9(8)V99.
           05  CS-COUNTED-CARD         PIC 9(8)V99.
           05  CS-CAMPUS               PIC X(4).
           05  FILLER                  PIC X(8).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  P-REC-TYPE              PIC X.
           05  P-STUD-ID               PIC X(6).
           05  P-TERM                  PIC X(6).
           05  P-AMOUNT                PIC 9(6)V99.
           05  P-RECEIPT-NO            PIC X(8).
           05  P-PAY-DATE              PIC X(8).
           05  P-OPERATOR              PIC X(8).
           05  P-REASON                PIC X(20).
           05  P-SESSION.
               10  P-SESS-CASHIER      PIC X(8).
               10  P-SESS-DATE         PIC 9(8).
           05  P-TENDER                PIC X.

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
       01  WS-SUSPENSE-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-CASHSESS-STATUS          PIC XX VALUE SPACES.
       01  WS-PAYMENT-STATUS           PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-SUSPENSE-OPEN            PIC X VALUE 'N'.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-AUDIT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-FOUND                    PIC X VALUE 'N'.
       01  WS-OPEN-COUNT               PIC 9(4) VALUE ZEROES.
       01  WS-SEARCH-DATE              PIC 9(8) VALUE ZEROES.
       01  WS-SEARCH-SEQ               PIC 9(4) VALUE ZEROES.
       01  WS-CLEAR-ID                 PIC 9(6) VALUE ZEROES.
       01  WS-CLEAR-TERM               PIC X(6) VALUE SPACES.
       01  WS-AMT-EDIT                 PIC ZZ,ZZZ,ZZ9.99.

       01  WS-RECEIPT-NO.
           05  FILLER                  PIC X VALUE 'S'.
           05  WS-RECEIPT-MMDD         PIC 9(4).
           05  WS-RECEIPT-SEQ          PIC 9(3).

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
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = '05' OR WS-SUSPENSE-STATUS = '35'
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EFT SUSPENSE FILE: '
                       WS-SUSPENSE-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'Y' TO WS-SUSPENSE-OPEN
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
           DISPLAY '        EFT SUSPENSE CLEARING           '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. LIST OPEN SUSPENSE ITEMS'.
           DISPLAY '2. CLEAR AN ITEM TO A STUDENT'.
           DISPLAY '3. RETURN AN ITEM TO THE BANK'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE (1-4): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-LIST-OPEN
               WHEN 2
                   PERFORM 2200-CLEAR-ITEM
               WHEN 3
                   PERFORM 2300-RETURN-ITEM
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2100-LIST-OPEN.
           MOVE ZEROES TO WS-OPEN-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO SU-KEY.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           DISPLAY 'FILE DATE SEQ  REFERENCE       AMOUNT  REASON'.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPENSE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SU-STATUS = 'O'
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE SU-AMOUNT TO WS-AMT-EDIT
                           DISPLAY SU-FILE-DATE ' ' SU-SEQ ' '
                                   SU-REFERENCE WS-AMT-EDIT ' '
                                   SU-REASON
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'OPEN ITEMS: ' WS-OPEN-COUNT.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2050-GET-ITEM.
           MOVE 'N' TO WS-FOUND.
           DISPLAY 'ENTER BANK FILE DATE (YYYYMMDD): '.
           ACCEPT WS-SEARCH-DATE.
           DISPLAY 'ENTER ITEM SEQUENCE: '.
           ACCEPT WS-SEARCH-SEQ.
           MOVE WS-SEARCH-DATE TO SU-FILE-DATE.
           MOVE WS-SEARCH-SEQ TO SU-SEQ.
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY 'NO SUSPENSE ITEM: ' WS-SEARCH-DATE
                           ' ' WS-SEARCH-SEQ
               NOT INVALID KEY
                   PERFORM 2060-SHOW-ITEM
                   IF SU-STATUS NOT = 'O'
                       DISPLAY 'ITEM IS NO LONGER OPEN'
                   ELSE
                       MOVE 'Y' TO WS-FOUND
                   END-IF
           END-READ.

       2060-SHOW-ITEM.
           MOVE SU-AMOUNT TO WS-AMT-EDIT.
           DISPLAY 'REFERENCE  : ' SU-REFERENCE.
           DISPLAY 'AMOUNT     : ' WS-AMT-EDIT
                   '  PAID: ' SU-PAY-DATE.
           DISPLAY 'PAYER      : ' SU-PAYER.
           DISPLAY 'BANK TRACE : ' SU-TRACE.
           DISPLAY 'REASON     : ' SU-REASON.
           DISPLAY 'STATUS     : ' SU-STATUS.
           IF SU-STATUS NOT = 'O'
               DISPLAY 'CLEARED    : ' SU-CLEARED-DATE
                       ' BY ' SU-CLEARED-BY
                       '  STUDENT: ' SU-STUD-ID
                       '  TERM: ' SU-TERM
           END-IF.

      * A CLEARED ITEM IS WRITTEN TO THE PAYMENT FEED AS A BATCH OF
      * ONE UNDER CASHIER SESSION EFTBANK, SO THE NEXT PAYMENT RUN
      * POSTS IT LIKE THE ITEMS THE IMPORT MATCHED ITSELF.
       2200-CLEAR-ITEM.
           PERFORM 2050-GET-ITEM.
           IF WS-FOUND = 'Y'
               IF SU-AMOUNT > 999999.99
                   DISPLAY 'AMOUNT TOO LARGE FOR ONE POSTING - '
                           'RETURN IT TO THE BANK'
               ELSE
                   PERFORM 2210-ACCEPT-TARGET
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2210-ACCEPT-TARGET.
           DISPLAY 'ENTER STUDENT ID TO CREDIT: '.
           ACCEPT WS-CLEAR-ID.
           IF WS-STUDENT-OPEN NOT = 'Y'
               DISPLAY 'STUDENT FILE NOT AVAILABLE'
           ELSE
               MOVE WS-CLEAR-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT NOT FOUND: ' WS-CLEAR-ID
                   NOT INVALID KEY
                       DISPLAY 'STUDENT    : ' STUDENT-NAME
                       DISPLAY 'ENTER TERM TO CREDIT: '
                       ACCEPT WS-CLEAR-TERM
                       IF WS-CLEAR-TERM = SPACES
                           DISPLAY 'TERM IS REQUIRED'
                       ELSE
                           DISPLAY 'CONFIRM SAVE (Y/N)? '
                           ACCEPT WS-CONFIRMATION
                           IF WS-CONFIRMATION = 'Y' OR
                              WS-CONFIRMATION = 'y'
                               PERFORM 2220-WRITE-PAYMENT
                           ELSE
                               DISPLAY 'OPERATION CANCELLED'
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2220-WRITE-PAYMENT.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = '05' OR WS-PAYMENT-STATUS = '35'
               OPEN OUTPUT PAYMENT-FILE
           END-IF.
           IF WS-PAYMENT-STATUS NOT = '00' AND
              WS-PAYMENT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PAYMENT FEED: '
                       WS-PAYMENT-STATUS
           ELSE
               PERFORM 2230-OPEN-SESSION
               MOVE SPACES TO PAYMENT-RECORD
               MOVE 'H' TO P-REC-TYPE
               MOVE WS-OPERATOR-ID TO P-OPERATOR
               MOVE WS-TODAY-DATE TO P-PAY-DATE
               WRITE PAYMENT-RECORD

               MOVE SU-FILE-DATE(5:4) TO WS-RECEIPT-MMDD
               MOVE SU-SEQ(2:3) TO WS-RECEIPT-SEQ
               MOVE SPACES TO PAYMENT-RECORD
               MOVE 'P' TO P-REC-TYPE
               MOVE WS-CLEAR-ID TO P-STUD-ID
               MOVE WS-CLEAR-TERM TO P-TERM
               MOVE SU-AMOUNT TO P-AMOUNT
               MOVE WS-RECEIPT-NO TO P-RECEIPT-NO
               MOVE SU-PAY-DATE TO P-PAY-DATE
               MOVE WS-OPERATOR-ID TO P-OPERATOR
               STRING 'EFT ' SU-TRACE
                      DELIMITED BY SIZE
                      INTO P-REASON
               MOVE 'EFTBANK' TO P-SESS-CASHIER
               MOVE WS-TODAY-DATE TO P-SESS-DATE
               MOVE 'E' TO P-TENDER
               WRITE PAYMENT-RECORD

               MOVE SPACES TO PAYMENT-RECORD
               MOVE 'T' TO P-REC-TYPE
               MOVE '000001' TO P-STUD-ID
               WRITE PAYMENT-RECORD
               CLOSE PAYMENT-FILE

               MOVE 'C' TO SU-STATUS
               MOVE WS-CLEAR-ID TO SU-STUD-ID
               MOVE WS-CLEAR-TERM TO SU-TERM
               PERFORM 2250-CLOSE-ITEM
           END-IF.

       2230-OPEN-SESSION.
           OPEN I-O CASHSESS-FILE.
           IF WS-CASHSESS-STATUS = '05' OR WS-CASHSESS-STATUS = '35'
               CLOSE CASHSESS-FILE
               OPEN OUTPUT CASHSESS-FILE
               CLOSE CASHSESS-FILE
               OPEN I-O CASHSESS-FILE
           END-IF.
           IF WS-CASHSESS-STATUS = '00'
               MOVE 'EFTBANK' TO CS-CASHIER
               MOVE WS-TODAY-DATE TO CS-DATE
               READ CASHSESS-FILE
                   INVALID KEY
                       MOVE SPACES TO CASHSESS-RECORD
                       MOVE 'EFTBANK' TO CS-CASHIER
                       MOVE WS-TODAY-DATE TO CS-DATE
                       MOVE 'O' TO CS-STATUS
                       MOVE ZEROES TO CS-POSTED-CASH
                                      CS-POSTED-CHEQUE
                                      CS-POSTED-CARD
                                      CS-COUNTED-CASH
                                      CS-COUNTED-CHEQUE
                                      CS-COUNTED-CARD
                       WRITE CASHSESS-RECORD
               END-READ
               CLOSE CASHSESS-FILE
           END-IF.

       2250-CLOSE-ITEM.
           MOVE WS-OPERATOR-ID TO SU-CLEARED-BY.
           MOVE WS-TODAY-DATE TO SU-CLEARED-DATE.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING SUSPENSE ITEM: '
                           WS-SUSPENSE-STATUS
               NOT INVALID KEY
                   IF SU-STATUS = 'C'
                       DISPLAY 'ITEM CLEARED TO STUDENT ' SU-STUD-ID
                               ' - RECEIPT ' WS-RECEIPT-NO
                   ELSE
                       DISPLAY 'ITEM MARKED RETURNED TO BANK'
                   END-IF
                   PERFORM 2260-AUDIT-ITEM
           END-REWRITE.

       2260-AUDIT-ITEM.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               IF SU-STATUS = 'C'
                   MOVE WS-CLEAR-ID TO AUD-STUDENT-ID
               ELSE
                   MOVE ZEROES TO AUD-STUDENT-ID
               END-IF
               MOVE 'EFT-CLEAR' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               STRING SU-FILE-DATE ' ' SU-SEQ ' ' SU-REFERENCE
                      DELIMITED BY SIZE
                      INTO AUD-OLD-VALUE
               MOVE SU-AMOUNT TO WS-AMT-EDIT
               MOVE SPACES TO AUD-NEW-VALUE
               STRING SU-STATUS ' ' SU-STUD-ID ' ' SU-TERM ' '
                      WS-AMT-EDIT
                      DELIMITED BY SIZE
                      INTO AUD-NEW-VALUE
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       2300-RETURN-ITEM.
           PERFORM 2050-GET-ITEM.
           IF WS-FOUND = 'Y'
               DISPLAY 'RETURN THIS PAYMENT TO THE BANK (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   MOVE 'R' TO SU-STATUS
                   MOVE SPACES TO SU-STUD-ID
                   MOVE SPACES TO SU-TERM
                   PERFORM 2250-CLOSE-ITEM
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       3000-TERMINATE.
           IF WS-SUSPENSE-OPEN = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
