               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CASHSESS-STATUS.

           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'CASHSESS.RPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  CS-COUNTED-CASH         PIC 9(8)V99.
           05  CS-COUNTED-CHEQUE       PIC 9(8)V99.
           05  CS-COUNTED-CARD         PIC 9(8)V99.
           05  CS-CAMPUS               PIC X(4).
           05  FILLER                  PIC X(8).

       FD  CREDENTIALS-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  CREDENTIALS-RECORD.
           05  CRED-OPERATOR-ID          PIC X(8).
           05  CRED-PASSWORD             PIC X(8).
           05  CRED-FAIL-COUNT           PIC 9.
           05  CRED-LOCKED               PIC X.
           05  CRED-PWD-DATE             PIC 9(8).
           05  CRED-ROLE                 PIC X.
           05  CRED-INS-ID               PIC X(4).
           05  CRED-CAMPUS               PIC X(4).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-OS-EDIT                  PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMT-EDIT                 PIC Z,ZZZ,ZZ9.99.
       01  WS-LINE                     PIC X(80) VALUE SPACES.
       01  WS-CRED-STATUS              PIC XX VALUE SPACES.
       01  WS-CRED-EOF                 PIC X VALUE 'N'.
       01  WS-OPERATOR-ROLE            PIC X VALUE 'C'.
       01  WS-OPERATOR-CAMPUS          PIC X(4) VALUE 'MAIN'.
       01  WS-BAL-DATE                 PIC 9(8) VALUE ZEROES.
       01  WS-BAL-CAMPUS               PIC X(4) VALUE SPACES.
       01  WS-SESS-CAMPUS              PIC X(4) VALUE SPACES.
       01  WS-SESS-EOF                 PIC X VALUE 'N'.
       01  WS-SESS-POSTED              PIC 9(9)V99 VALUE ZEROES.
       01  WS-SESS-COUNTED             PIC 9(9)V99 VALUE ZEROES.
       01  WS-CNT-EDIT                 PIC Z,ZZZ,ZZ9.99.
       01  WS-BX                       PIC 9(2) VALUE ZEROES.
       01  WS-BAL-FOUND-IX             PIC 9(2) VALUE ZEROES.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * SESSION TOTALS FOR ONE DAY, BY CAMPUS.
       01  WS-BAL-TABLE.
           05  WS-BAL-COUNT            PIC 9(2) VALUE ZEROES.
           05  WS-BAL-ENTRY OCCURS 20 TIMES.
               10  WS-BAL-TAB-CAMPUS   PIC X(4).
               10  WS-BAL-TAB-SESSIONS PIC 9(4).
               10  WS-BAL-TAB-POSTED   PIC 9(9)V99.
               10  WS-BAL-TAB-COUNTED  PIC 9(9)V99.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 0500-LOAD-OPERATOR.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           PERFORM 3000-TERMINATE.
           GOBACK.

      * THE OPERATOR'S ROLE AND CAMPUS.  A BLANK CAMPUS IS THE MAIN
      * CAMPUS.  SESSIONS ARE STAMPED WITH THE CAMPUS WHEN OPENED.
       0500-LOAD-OPERATOR.
           MOVE 'N' TO WS-CRED-EOF.
           OPEN INPUT CREDENTIALS-FILE.
           IF WS-CRED-STATUS NOT = '00'
               MOVE 'Y' TO WS-CRED-EOF
           END-IF.
           PERFORM UNTIL WS-CRED-EOF = 'Y'
               READ CREDENTIALS-FILE
                   AT END
                       MOVE 'Y' TO WS-CRED-EOF
                   NOT AT END
                       IF CRED-OPERATOR-ID = WS-OPERATOR-ID
                           MOVE CRED-ROLE TO WS-OPERATOR-ROLE
                           IF CRED-CAMPUS NOT = SPACES
                               MOVE CRED-CAMPUS TO WS-OPERATOR-CAMPUS
                           END-IF
                           MOVE 'Y' TO WS-CRED-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CRED-STATUS = '00' OR WS-CRED-STATUS = '10'
               CLOSE CREDENTIALS-FILE
           END-IF.

       1000-INIT.
           OPEN I-O CASHSESS-FILE.
           IF WS-CASHSESS-STATUS = '05' OR WS-CASHSESS-STATUS = '35'
           DISPLAY '        CASHIER SESSION DESK            '.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CASHIER: ' WS-OPERATOR-ID '  DATE: '
                   WS-TODAY-DATE '  CAMPUS: ' WS-OPERATOR-CAMPUS.
           DISPLAY ' '.
           DISPLAY '1. OPEN TODAY''S SESSION'.
           DISPLAY '2. CLOSE OUT TODAY''S SESSION'.
           DISPLAY '3. SHOW SESSION TOTALS'.
           DISPLAY '4. CAMPUS BALANCING SUMMARY'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE (1-5): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
                   PERFORM 2200-CLOSE-SESSION
               WHEN 3
                   PERFORM 2300-SHOW-SESSION
               WHEN 4
                   PERFORM 2400-CAMPUS-BALANCING
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.
           MOVE WS-OPERATOR-ID TO CS-CASHIER.
           MOVE WS-TODAY-DATE TO CS-DATE.
           MOVE 'O' TO CS-STATUS.
           MOVE WS-OPERATOR-CAMPUS TO CS-CAMPUS.
           MOVE ZEROES TO CS-POSTED-CASH.
           MOVE ZEROES TO CS-POSTED-CHEQUE.
           MOVE ZEROES TO CS-POSTED-CARD.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * ALL SESSIONS FOR ONE DAY WITH POSTED AGAINST COUNTED, THEN
      * TOTALS BY CAMPUS.  AN ADMINISTRATOR MAY BALANCE ANY CAMPUS OR
      * ALL OF THEM; EVERY OTHER OPERATOR SEES ONLY THEIR OWN CAMPUS.
       2400-CAMPUS-BALANCING.
           DISPLAY 'ENTER SESSION DATE (YYYYMMDD, 0 = TODAY): '.
           ACCEPT WS-BAL-DATE.
           IF WS-BAL-DATE = ZEROES
               MOVE WS-TODAY-DATE TO WS-BAL-DATE
           END-IF.
           IF WS-OPERATOR-ROLE = 'A'
               DISPLAY 'ENTER CAMPUS (BLANK FOR ALL): '
               ACCEPT WS-BAL-CAMPUS
               INSPECT WS-BAL-CAMPUS
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           ELSE
               MOVE WS-OPERATOR-CAMPUS TO WS-BAL-CAMPUS
               DISPLAY 'BALANCING LIMITED TO CAMPUS '
                       WS-OPERATOR-CAMPUS
           END-IF.

           OPEN EXTEND REPORT-FILE.
           IF WS-REPORT-STATUS = '05'
               OPEN OUTPUT REPORT-FILE
           END-IF.

           MOVE SPACES TO WS-LINE.
           IF WS-BAL-CAMPUS = SPACES
               STRING 'CAMPUS BALANCING SUMMARY ' WS-BAL-DATE
                      ' - ALL CAMPUSES'
                      DELIMITED BY SIZE
                      INTO WS-LINE
           ELSE
               STRING 'CAMPUS BALANCING SUMMARY ' WS-BAL-DATE
                      ' - CAMPUS ' WS-BAL-CAMPUS
                      DELIMITED BY SIZE
                      INTO WS-LINE
           END-IF.
           PERFORM 2490-WRITE-BAL-LINE.
           MOVE SPACES TO WS-LINE.
           STRING '  CASHIER  CAMP S       POSTED'
                  '      COUNTED   OVER/SHORT'
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM 2490-WRITE-BAL-LINE.

           MOVE ZEROES TO WS-BAL-COUNT.
           MOVE 'N' TO WS-SESS-EOF.
           MOVE LOW-VALUES TO CS-KEY.
           START CASHSESS-FILE KEY IS >= CS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SESS-EOF
           END-START.
           PERFORM 2410-READ-SESSION UNTIL WS-SESS-EOF = 'Y'.

           IF WS-BAL-COUNT = 0
               MOVE '  NO SESSIONS FOR THIS DATE' TO WS-LINE
               PERFORM 2490-WRITE-BAL-LINE
           ELSE
               MOVE '  CAMPUS TOTALS' TO WS-LINE
               PERFORM 2490-WRITE-BAL-LINE
               PERFORM VARYING WS-BX FROM 1 BY 1
                       UNTIL WS-BX > WS-BAL-COUNT
                   PERFORM 2430-WRITE-CAMPUS-TOTAL
               END-PERFORM
           END-IF.

           IF WS-REPORT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY 'BALANCING SUMMARY APPENDED TO CASHSESS.RPT'.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2410-READ-SESSION.
           READ CASHSESS-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SESS-EOF
               NOT AT END
                   IF CS-CAMPUS = SPACES
                       MOVE 'MAIN' TO WS-SESS-CAMPUS
                   ELSE
                       MOVE CS-CAMPUS TO WS-SESS-CAMPUS
                   END-IF
                   IF CS-DATE = WS-BAL-DATE AND
                      (WS-BAL-CAMPUS = SPACES OR
                       WS-SESS-CAMPUS = WS-BAL-CAMPUS)
                       PERFORM 2420-BALANCE-SESSION
                   END-IF
           END-READ.

       2420-BALANCE-SESSION.
           COMPUTE WS-SESS-POSTED = CS-POSTED-CASH + CS-POSTED-CHEQUE
                                  + CS-POSTED-CARD.
           COMPUTE WS-SESS-COUNTED = CS-COUNTED-CASH
                                   + CS-COUNTED-CHEQUE
                                   + CS-COUNTED-CARD.
           COMPUTE WS-OVER-SHORT = WS-SESS-COUNTED - WS-SESS-POSTED.
           MOVE WS-SESS-POSTED TO WS-AMT-EDIT.
           MOVE WS-SESS-COUNTED TO WS-CNT-EDIT.
           MOVE WS-OVER-SHORT TO WS-OS-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING '  ' CS-CASHIER ' ' WS-SESS-CAMPUS ' ' CS-STATUS
                  ' ' WS-AMT-EDIT ' ' WS-CNT-EDIT ' ' WS-OS-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM 2490-WRITE-BAL-LINE.

           MOVE ZEROES TO WS-BAL-FOUND-IX.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BAL-COUNT OR WS-BAL-FOUND-IX > 0
               IF WS-BAL-TAB-CAMPUS(WS-BX) = WS-SESS-CAMPUS
                   MOVE WS-BX TO WS-BAL-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-BAL-FOUND-IX = 0
               IF WS-BAL-COUNT < 20
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-FOUND-IX
                   MOVE WS-SESS-CAMPUS
                     TO WS-BAL-TAB-CAMPUS(WS-BAL-FOUND-IX)
                   MOVE ZEROES TO WS-BAL-TAB-SESSIONS(WS-BAL-FOUND-IX)
                                  WS-BAL-TAB-POSTED(WS-BAL-FOUND-IX)
                                  WS-BAL-TAB-COUNTED(WS-BAL-FOUND-IX)
               ELSE
                   DISPLAY 'CAMPUS TABLE FULL - ' WS-SESS-CAMPUS
                           ' OMITTED FROM TOTALS'
               END-IF
           END-IF.
           IF WS-BAL-FOUND-IX > 0
               ADD 1 TO WS-BAL-TAB-SESSIONS(WS-BAL-FOUND-IX)
               ADD WS-SESS-POSTED TO WS-BAL-TAB-POSTED(WS-BAL-FOUND-IX)
               ADD WS-SESS-COUNTED
                 TO WS-BAL-TAB-COUNTED(WS-BAL-FOUND-IX)
           END-IF.

       2430-WRITE-CAMPUS-TOTAL.
           COMPUTE WS-OVER-SHORT = WS-BAL-TAB-COUNTED(WS-BX)
                                 - WS-BAL-TAB-POSTED(WS-BX).
           MOVE WS-BAL-TAB-POSTED(WS-BX) TO WS-AMT-EDIT.
           MOVE WS-BAL-TAB-COUNTED(WS-BX) TO WS-CNT-EDIT.
           MOVE WS-OVER-SHORT TO WS-OS-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING '  ' WS-BAL-TAB-SESSIONS(WS-BX) ' SESS '
                  WS-BAL-TAB-CAMPUS(WS-BX) '  '
                  WS-AMT-EDIT ' ' WS-CNT-EDIT ' ' WS-OS-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM 2490-WRITE-BAL-LINE.

       2490-WRITE-BAL-LINE.
           IF WS-REPORT-STATUS = '00'
               WRITE REPORT-LINE FROM WS-LINE
           END-IF.
           DISPLAY WS-LINE.

       3000-TERMINATE.
           CLOSE CASHSESS-FILE.
