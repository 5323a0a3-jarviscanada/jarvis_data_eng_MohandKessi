       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0147.
       AUTHOR. Mohand Kessi.

      * AGED UNAPPLIED-CREDIT REPORT FOR THE FINANCE OFFICE.  EVERY
      * CREDIT STILL HOLDING MONEY IS LISTED WITH ITS SOURCE RECEIPT
      * AND AGED FROM THE DATE IT WAS RECEIVED TO THE CYCLE DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-FILE ASSIGN TO 'CREDITBAL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT CREDIT-REPORT-FILE ASSIGN TO 'UNAPPCR.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDIT-FILE.
       01 CREDIT-RECORD.
          05 CB-KEY.
             10 CB-STUD-ID        PIC X(06).
             10 CB-RECEIPT-NO     PIC X(08).
          05 CB-RECEIVED-DATE     PIC 9(08).
          05 CB-SOURCE-TERM       PIC X(06).
          05 CB-ORIG-AMOUNT       PIC 9(06)V99.
          05 CB-AVAILABLE         PIC 9(06)V99.
          05 CB-APPLIED-TERM      PIC X(06).
          05 CB-APPLIED-AMOUNT    PIC 9(06)V99.
          05 CB-APPLIED-DATE      PIC 9(08).
          05 FILLER               PIC X(10).

       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 VSAM-STUDENT-NAME     PIC X(30).
          05 FILLER                PIC X(144).

       FD CREDIT-REPORT-FILE.
       01 CREDIT-REPORT-RECORD PIC X(100).

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
       01 WS-CREDIT-STATUS      PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-VSAM-OPEN          PIC X VALUE 'N'.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-CYCLE-INTEGER      PIC 9(08) VALUE ZERO.
       01 WS-AGE-DAYS           PIC S9(06) VALUE ZERO.
       01 WS-BUCKET             PIC 9(01) VALUE ZERO.
       01 WS-NAME               PIC X(30).
       01 WS-CREDIT-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-CREDIT-TOTAL       PIC 9(10)V99 VALUE ZERO.
       01 WS-AMOUNT-EDIT        PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DAYS-EDIT          PIC ZZZZ9.
       01 WS-LINE               PIC X(100).

       01 WS-BUCKET-TABLE.
          05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
             10 WS-BKT-COUNT    PIC 9(06).
             10 WS-BKT-AMOUNT   PIC 9(10)V99.
       01 WS-BUCKET-NAMES.
          05 FILLER             PIC X(12) VALUE '0-30 DAYS   '.
          05 FILLER             PIC X(12) VALUE '31-60 DAYS  '.
          05 FILLER             PIC X(12) VALUE '61-90 DAYS  '.
          05 FILLER             PIC X(12) VALUE 'OVER 90 DAYS'.
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
          05 WS-BUCKET-NAME     PIC X(12) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           COMPUTE WS-CYCLE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           INITIALIZE WS-BUCKET-TABLE

           OPEN OUTPUT CREDIT-REPORT-FILE
           PERFORM WRITE-HEADERS

           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = '00'
               DISPLAY 'PRGR0147 NO UNAPPLIED CREDIT ON FILE'
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN INPUT STUDENT-VSAM-FILE
               IF WS-VSAM-STATUS = '00'
                   MOVE 'Y' TO WS-VSAM-OPEN
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CREDIT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CB-AVAILABLE > ZERO
                           PERFORM REPORT-CREDIT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-TOTALS
           PERFORM REGISTER-OUTPUT

           IF WS-CREDIT-STATUS = '10'
               CLOSE CREDIT-FILE
           END-IF
           IF WS-VSAM-OPEN = 'Y'
               CLOSE STUDENT-VSAM-FILE
           END-IF
           CLOSE CREDIT-REPORT-FILE

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

       REPORT-CREDIT.
           IF CB-RECEIVED-DATE NUMERIC AND CB-RECEIVED-DATE > ZERO
               COMPUTE WS-AGE-DAYS = WS-CYCLE-INTEGER -
                       FUNCTION INTEGER-OF-DATE(CB-RECEIVED-DATE)
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE

           ADD 1 TO WS-BKT-COUNT(WS-BUCKET)
           ADD CB-AVAILABLE TO WS-BKT-AMOUNT(WS-BUCKET)
           ADD 1 TO WS-CREDIT-COUNT
           ADD CB-AVAILABLE TO WS-CREDIT-TOTAL

           MOVE 'NAME NOT ON FILE' TO WS-NAME
           IF WS-VSAM-OPEN = 'Y' AND CB-STUD-ID NUMERIC
               MOVE CB-STUD-ID TO VSAM-STUDENT-ID
               READ STUDENT-VSAM-FILE
                   NOT INVALID KEY
                       MOVE VSAM-STUDENT-NAME TO WS-NAME
               END-READ
           END-IF

           MOVE CB-AVAILABLE TO WS-AMOUNT-EDIT
           MOVE WS-AGE-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO WS-LINE
           STRING CB-STUD-ID        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-NAME(1:24)     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  CB-RECEIPT-NO     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  CB-RECEIVED-DATE  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  CB-SOURCE-TERM    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-AMOUNT-EDIT    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-DAYS-EDIT      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-BUCKET-NAME(WS-BUCKET) DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CREDIT-REPORT-RECORD FROM WS-LINE.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'AGED UNAPPLIED CREDIT - AS OF ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CREDIT-REPORT-RECORD FROM WS-LINE
           WRITE CREDIT-REPORT-RECORD FROM SPACES
           MOVE 'STUD   NAME                     RECEIPT  RECEIVED'
             TO WS-LINE
           MOVE ' TERM      AVAILABLE  DAYS AGE' TO WS-LINE(51:31)
           WRITE CREDIT-REPORT-RECORD FROM WS-LINE.

       WRITE-TOTALS.
           WRITE CREDIT-REPORT-RECORD FROM SPACES
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
               MOVE WS-BKT-AMOUNT(WS-BUCKET) TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-LINE
               STRING WS-BUCKET-NAME(WS-BUCKET) DELIMITED BY SIZE
                      '  CREDITS: '             DELIMITED BY SIZE
                      WS-BKT-COUNT(WS-BUCKET)   DELIMITED BY SIZE
                      '  AMOUNT: '              DELIMITED BY SIZE
                      WS-TOTAL-EDIT             DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE CREDIT-REPORT-RECORD FROM WS-LINE
           END-PERFORM

           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL         CREDITS: ' DELIMITED BY SIZE
                  WS-CREDIT-COUNT           DELIMITED BY SIZE
                  '  AMOUNT: '              DELIMITED BY SIZE
                  WS-TOTAL-EDIT             DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CREDIT-REPORT-RECORD FROM WS-LINE
           DISPLAY 'PRGR0147 ' WS-LINE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'UNAPPLIED-CREDIT' TO RR-REPORT-NAME
               MOVE 'UNAPPCR.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGR0147' TO RR-OPERATOR
               MOVE WS-CREDIT-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGR0147 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
