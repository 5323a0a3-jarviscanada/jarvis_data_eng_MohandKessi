               RECORD KEY IS BILLX-KEY
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERMF-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ATRISK.TXT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ATRISK-LIST-FILE ASSIGN TO 'ATRISK.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           05  BILLX-AMT-PAID          PIC 9(6)V99.
           05  BILLX-DUE-DATE          PIC X(8).

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

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                 PIC X(100).

      * THE STUDENTS ON THE LATEST WORKLIST, FOR THE WEEKLY ADVISING
      * REPORT TO CHECK AGAINST APPOINTMENTS KEPT.
       FD  ATRISK-LIST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ATRISK-LIST-RECORD.
           05  AR-STUDENT-ID           PIC 9(6).
           05  AR-SCORE                PIC 9(3).
           05  AR-RUN-DATE             PIC 9(8).
           05  AR-NAME                 PIC X(30).
           05  FILLER                  PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-ATTEND-STATUS            PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS           PIC XX VALUE SPACES.
       01  WS-EXTRACT-OPEN             PIC X VALUE 'N'.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-LIST-STATUS              PIC XX VALUE SPACES.
       01  WS-TERMF-STATUS             PIC XX VALUE SPACES.
       01  WS-CURRENT-TERM             PIC X(6) VALUE SPACES.
       01  WS-LOAD-CALLED              PIC X VALUE 'N'.
       01  WS-LOAD-TEXT                PIC X(2) VALUE SPACES.
       01  WS-LOAD-REQUEST.
           05  WS-LD-FUNCTION          PIC X.
           05  WS-LD-STUDENT-ID        PIC 9(6).
           05  WS-LD-TERM              PIC X(6).
           05  WS-LD-PROGRAM           PIC X(4).
           05  WS-LD-OPERATOR          PIC X(8) VALUE 'PRGR0075'.
           05  WS-LD-CREDITS           PIC 9(3).
           05  WS-LD-STATUS            PIC X.
           05  WS-LD-CHANGED           PIC X.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
               10  WS-TAB-GPA          PIC 9V99.
               10  WS-TAB-ATT-PCT      PIC 9(3).
               10  WS-TAB-BALANCE      PIC S9(8)V99.
               10  WS-TAB-LOAD         PIC X(2).

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-STUDENT-ID      PIC 9(6).
           05  WS-SWAP-GPA             PIC 9V99.
           05  WS-SWAP-ATT-PCT         PIC 9(3).
           05  WS-SWAP-BALANCE         PIC S9(8)V99.
           05  WS-SWAP-LOAD            PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN.
               IF WS-EXTRACT-STATUS = '00'
                   MOVE 'Y' TO WS-EXTRACT-OPEN
               END-IF
               PERFORM 1100-FIND-CURRENT-TERM
               MOVE ZEROES TO STUDENT-ID
               START STUDENT-FILE KEY IS >= STUDENT-ID
                   INVALID KEY
               END-START
           END-IF.

      * THE TERM IN SESSION TODAY, FOR THE LOAD COLUMN.  OUTSIDE A
      * TERM THE COLUMN IS LEFT BLANK.
       1100-FIND-CURRENT-TERM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT TERM-FILE.
           IF WS-TERMF-STATUS = '00'
               PERFORM UNTIL WS-TERMF-STATUS NOT = '00'
                          OR WS-CURRENT-TERM NOT = SPACES
                   READ TERM-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TM-START-DATE <= WS-RUN-DATE AND
                              TM-END-DATE >= WS-RUN-DATE
                               MOVE TM-TERM TO WS-CURRENT-TERM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.

       2000-SCORE-STUDENTS.
           READ STUDENT-FILE NEXT
               AT END
                     TO WS-TAB-ATT-PCT(WS-RISK-COUNT)
                   MOVE WS-BALANCE
                     TO WS-TAB-BALANCE(WS-RISK-COUNT)
                   PERFORM 2400-LOAD-STATUS
                   MOVE WS-LOAD-TEXT TO WS-TAB-LOAD(WS-RISK-COUNT)
               ELSE
                   DISPLAY 'RISK TABLE FULL - STUDENT OMITTED: '
                           STUDENT-ID
               END-PERFORM
           END-IF.

      * THE STORED FULL-TIME / PART-TIME LOAD FOR THE CURRENT TERM
      * (PRGS0066), SHOWN ALONGSIDE THE SCORE - IT DOES NOT SCORE.
       2400-LOAD-STATUS.
           MOVE SPACES TO WS-LOAD-TEXT.
           IF WS-CURRENT-TERM NOT = SPACES
               MOVE 'R' TO WS-LD-FUNCTION
               MOVE STUDENT-ID TO WS-LD-STUDENT-ID
               MOVE WS-CURRENT-TERM TO WS-LD-TERM
               MOVE STUDENT-PROGRAM TO WS-LD-PROGRAM
               CALL 'PRGS0066' USING WS-LOAD-REQUEST
               MOVE 'Y' TO WS-LOAD-CALLED
               EVALUATE WS-LD-STATUS
                   WHEN 'F'
                       MOVE 'FT' TO WS-LOAD-TEXT
                   WHEN 'P'
                       MOVE 'PT' TO WS-LOAD-TEXT
                   WHEN OTHER
                       MOVE 'NE' TO WS-LOAD-TEXT
               END-EVALUATE
           END-IF.

       3000-RANK-AND-REPORT.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >= WS-RISK-COUNT
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT ATRISK-LIST-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'AT-RISK STUDENT WORKLIST - WORST FIRST'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SCORE ID     NAME                           '
             TO WS-LINE.
           STRING WS-LINE(1:44) 'GPA  ATT%  BALANCE     LOAD'
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
                      WS-TAB-NAME(WS-IX) ' '
                      WS-GPA-EDIT ' '
                      WS-TAB-ATT-PCT(WS-IX) '   '
                      WS-BAL-EDIT '  '
                      WS-TAB-LOAD(WS-IX)
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REPORT-LINE FROM WS-LINE
               MOVE SPACES TO ATRISK-LIST-RECORD
               MOVE WS-TAB-STUDENT-ID(WS-IX) TO AR-STUDENT-ID
               MOVE WS-TAB-SCORE(WS-IX) TO AR-SCORE
               MOVE WS-RUN-DATE TO AR-RUN-DATE
               MOVE WS-TAB-NAME(WS-IX) TO AR-NAME
               WRITE ATRISK-LIST-RECORD
           END-PERFORM.

           IF WS-RISK-COUNT = 0
               WRITE REPORT-LINE
           END-IF.

           CLOSE REPORT-FILE
                 ATRISK-LIST-FILE.
           DISPLAY 'AT-RISK STUDENTS: ' WS-RISK-COUNT.
           DISPLAY 'WORKLIST: ATRISK.TXT'.

       4000-TERMINATE.
           IF WS-LOAD-CALLED = 'Y'
               MOVE 'X' TO WS-LD-FUNCTION
               CALL 'PRGS0066' USING WS-LOAD-REQUEST
           END-IF.
           IF WS-CONTINUE = 'Y'
               CLOSE STUDENT-FILE
               IF WS-ATTEND-OPEN = 'Y'
