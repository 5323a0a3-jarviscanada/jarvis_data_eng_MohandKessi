       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGT0159.
       AUTHOR. Mohand Kessi.

      * ANNUAL T4A RUN.  SCHOLARSHIP AND BURSARY AMOUNTS DISBURSED
      * BY PRGA0128 IN THE CALENDAR YEAR ARE TOTALLED PER STUDENT
      * FROM AWARD.VSAM AND REPORTED IN BOX 105.  T4AHIST.VSAM HOLDS
      * WHAT WAS LAST ISSUED FOR EACH STUDENT AND YEAR, SO THE RUN
      * CAN BE REPEATED: AN UNCHANGED TOTAL IS SKIPPED, A CHANGED
      * TOTAL (E.G. AN AWARD REVERSED AFTER ISSUE) GETS AN AMENDED
      * SLIP, AND A TOTAL THAT FALLS TO ZERO GETS A CANCELLED SLIP.
      * EACH SLIP IS WRITTEN TO ITS OWN FILE AND REGISTERED SO THE
      * FRONT DESK CAN REPRINT IT; THE SLIP IT REPLACES IS MARKED
      * SUPERSEDED IN THE REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-FILE ASSIGN TO 'AWARD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AWARD-STATUS.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT T4AHIST-FILE ASSIGN TO 'T4AHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-T4AHIST-STATUS.
           SELECT SLIP-FILE ASSIGN TO WS-SLIP-FILENAME
               FILE STATUS IS WS-SLIP-STATUS.
           SELECT CRA-FILE ASSIGN TO 'T4A-CRA.DAT'
               FILE STATUS IS WS-CRA-STATUS.
           SELECT SERIAL-FILE ASSIGN TO 'T4A-SERIAL.DAT'
               FILE STATUS IS WS-SERIAL-STATUS.
           SELECT LETTER-QUEUE-FILE ASSIGN TO 'LETTERQ.DAT'
               FILE STATUS IS WS-LETTERQ-STATUS.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AWARD-FILE.
       01 AWARD-RECORD.
          05 AW-KEY.
             10 AW-STUDENT-ID     PIC 9(06).
             10 AW-TERM           PIC X(06).
             10 AW-CODE           PIC X(04).
          05 AW-AMOUNT            PIC 9(06)V99.
          05 AW-SOURCE            PIC X(20).
          05 AW-STATUS            PIC X(01).
          05 AW-DISB-DATE         PIC 9(08).
          05 AW-DISB-PARTS REDEFINES AW-DISB-DATE.
             10 AW-DISB-YEAR      PIC 9(04).
             10 AW-DISB-MMDD      PIC 9(04).

       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 VSAM-STUDENT-NAME     PIC X(30).
          05 VSAM-STUDENT-ADDRESS  PIC X(40).
          05 VSAM-STUDENT-PHONE    PIC X(15).
          05 VSAM-STUDENT-EMAIL    PIC X(20).
          05 VSAM-STUDENT-COURSE   PIC X(04).
          05 VSAM-INCLUSION-DATE   PIC 9(08).
          05 VSAM-STUDENT-STATUS   PIC X(01).
          05 VSAM-STUDENT-GPA      PIC 9V99.
          05 VSAM-STUDENT-PROGRAM  PIC X(04).
          05 FILLER                PIC X(11).
          05 VSAM-STUDENT-PREF-NAME PIC X(30).
          05 VSAM-STUDENT-LANG     PIC X(01).
          05 FILLER                PIC X(07).

      * TH-SLIP-TYPE: O=ORIGINAL, A=AMENDED, C=CANCELLED.
      * TH-ISSUE-NO COUNTS THE AMENDMENTS (0 FOR THE ORIGINAL).
       FD T4AHIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 T4AHIST-RECORD.
          05 TH-KEY.
             10 TH-STUDENT-ID     PIC 9(06).
             10 TH-TAX-YEAR       PIC 9(04).
          05 TH-AMOUNT            PIC 9(08)V99.
          05 TH-SLIP-NO           PIC 9(06).
          05 TH-ISSUE-NO          PIC 9(02).
          05 TH-SLIP-TYPE         PIC X(01).
          05 TH-ISSUE-DATE        PIC 9(08).
          05 TH-FILENAME          PIC X(30).
          05 FILLER               PIC X(13).

       FD SLIP-FILE.
       01 SLIP-RECORD             PIC X(100).

      * ELECTRONIC SUMMARY FOR CRA: ONE H, ONE D PER SLIP ISSUED IN
      * THIS RUN, AND A T CARRYING THE COUNTS AND BOX 105 TOTALS BY
      * SLIP TYPE.
       FD CRA-FILE.
       01 CRA-RECORD.
          05 CR-REC-TYPE          PIC X(01).
          05 CR-PAYER-ACCOUNT     PIC X(15).
          05 CR-TAX-YEAR          PIC 9(04).
          05 CR-SLIP-TYPE         PIC X(01).
          05 CR-STUD-ID           PIC 9(06).
          05 CR-SLIP-NO           PIC 9(06).
          05 CR-BOX-105           PIC 9(08)V99.
          05 CR-RECIPIENT-NAME    PIC X(30).
          05 FILLER               PIC X(07).
       01 CRA-TRAILER-RECORD.
          05 CT-REC-TYPE          PIC X(01).
          05 CT-PAYER-ACCOUNT     PIC X(15).
          05 CT-TAX-YEAR          PIC 9(04).
          05 CT-ORIGINAL-COUNT    PIC 9(06).
          05 CT-ORIGINAL-TOTAL    PIC 9(10)V99.
          05 CT-AMENDED-COUNT     PIC 9(06).
          05 CT-AMENDED-TOTAL     PIC 9(10)V99.
          05 CT-CANCELLED-COUNT   PIC 9(06).
          05 FILLER               PIC X(18).

       FD SERIAL-FILE.
       01 SERIAL-RECORD       PIC 9(06).

       FD LETTER-QUEUE-FILE.
       01 LETTER-QUEUE-RECORD.
          05 LQ-STATUS        PIC X.
          05 LQ-STUDENT-ID    PIC 9(06).
          05 LQ-STUDENT-NAME  PIC X(30).
          05 LQ-COURSE        PIC X(04).
          05 LQ-START-DATE    PIC 9(08).
          05 LQ-LANG          PIC X.

       FD REPORT-REGISTRY-FILE.
       01 REPORT-REGISTRY-RECORD.
          05 RR-STATUS        PIC X.
          05 RR-REPORT-NAME   PIC X(16).
          05 RR-FILENAME      PIC X(30).
          05 RR-RUN-DATE      PIC X(08).
          05 RR-RUN-TIME      PIC X(06).
          05 RR-OPERATOR      PIC X(08).
          05 RR-COUNT         PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-AWARD-STATUS       PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-T4AHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-SLIP-STATUS        PIC XX VALUE SPACES.
       01 WS-CRA-STATUS         PIC XX VALUE SPACES.
       01 WS-SERIAL-STATUS      PIC XX VALUE SPACES.
       01 WS-LETTERQ-STATUS     PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-END-OF-AWARDS      PIC X VALUE 'N'.
       01 WS-TAX-YEAR           PIC 9(04) VALUE ZERO.
       01 WS-LINE               PIC X(100).
       01 WS-SX                 PIC 9(04) VALUE ZERO.
       01 WS-FOUND-SX           PIC 9(04) VALUE ZERO.
       01 WS-SERIAL-NO          PIC 9(06) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(16) VALUE SPACES.
       01 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
       01 WS-SLIP-FILENAME      PIC X(30) VALUE SPACES.
       01 WS-PRIOR-FILENAME     PIC X(30) VALUE SPACES.
       01 WS-HIST-EXISTS        PIC X VALUE 'N'.
       01 WS-SLIP-TYPE          PIC X VALUE SPACES.
       01 WS-SLIP-TITLE         PIC X(20) VALUE SPACES.
       01 WS-ISSUE-NO           PIC 9(02) VALUE ZERO.
       01 WS-BOX-105            PIC 9(08)V99 VALUE ZERO.
       01 WS-PRIOR-AMOUNT       PIC 9(08)V99 VALUE ZERO.
       01 WS-AMOUNT-EDIT        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-AWARD-EDIT         PIC ZZZ,ZZ9.99.
       01 WS-ORIGINAL-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-ORIGINAL-TOTAL     PIC 9(10)V99 VALUE ZERO.
       01 WS-AMENDED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-AMENDED-TOTAL      PIC 9(10)V99 VALUE ZERO.
       01 WS-CANCELLED-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-UNCHANGED-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-TABLE-FULL         PIC X VALUE 'N'.
      * CRA PAYER PROGRAM ACCOUNT AND NAME FOR THE T4A RETURN.
       01 WS-PAYER-ACCOUNT      PIC X(15) VALUE '000000000RZ0001'.
       01 WS-PAYER-NAME         PIC X(30)
                                VALUE 'UNIVERSITY OFFICE OF REGISTRAR'.

       01 WS-STUDENT-TABLE.
          05 WS-STUDENT-COUNT   PIC 9(04) VALUE ZERO.
          05 WS-STUDENT-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-STUD-ID  PIC 9(06).
             10 WS-TAB-AMOUNT   PIC 9(08)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'ENTER TAX YEAR (YYYY): '
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR = ZERO
               DISPLAY 'PRGT0159 NO TAX YEAR - NOTHING PRODUCED'
               STOP RUN
           END-IF

           OPEN INPUT AWARD-FILE
           IF WS-AWARD-STATUS NOT = '00'
               DISPLAY 'PRGT0159 NO AWARD FILE ON FILE: '
                       WS-AWARD-STATUS
               STOP RUN
           END-IF

           OPEN I-O T4AHIST-FILE
           IF WS-T4AHIST-STATUS = '05' OR WS-T4AHIST-STATUS = '35'
               CLOSE T4AHIST-FILE
               OPEN OUTPUT T4AHIST-FILE
               CLOSE T4AHIST-FILE
               OPEN I-O T4AHIST-FILE
           END-IF
           IF WS-T4AHIST-STATUS NOT = '00'
               DISPLAY 'PRGT0159 T4A HISTORY NOT AVAILABLE: '
                       WS-T4AHIST-STATUS
               CLOSE AWARD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-VSAM-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           MOVE LOW-VALUES TO AW-KEY
           START AWARD-FILE KEY IS >= AW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ AWARD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AW-DISB-YEAR = WS-TAX-YEAR
                          AND (AW-STATUS = 'D' OR AW-STATUS = 'R'
                               OR AW-STATUS = 'V')
                           PERFORM TALLY-AWARD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM GET-SERIAL
           OPEN OUTPUT CRA-FILE

           MOVE SPACES TO CRA-RECORD
           MOVE 'H' TO CR-REC-TYPE
           MOVE WS-PAYER-ACCOUNT TO CR-PAYER-ACCOUNT
           MOVE WS-TAX-YEAR TO CR-TAX-YEAR
           MOVE WS-PAYER-NAME TO CR-RECIPIENT-NAME
           WRITE CRA-RECORD

           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STUDENT-COUNT
               PERFORM CONSIDER-SLIP
           END-PERFORM

           MOVE SPACES TO CRA-TRAILER-RECORD
           MOVE 'T' TO CT-REC-TYPE
           MOVE WS-PAYER-ACCOUNT TO CT-PAYER-ACCOUNT
           MOVE WS-TAX-YEAR TO CT-TAX-YEAR
           MOVE WS-ORIGINAL-COUNT TO CT-ORIGINAL-COUNT
           MOVE WS-ORIGINAL-TOTAL TO CT-ORIGINAL-TOTAL
           MOVE WS-AMENDED-COUNT TO CT-AMENDED-COUNT
           MOVE WS-AMENDED-TOTAL TO CT-AMENDED-TOTAL
           MOVE WS-CANCELLED-COUNT TO CT-CANCELLED-COUNT
           WRITE CRA-TRAILER-RECORD

           CLOSE AWARD-FILE
                 T4AHIST-FILE
                 STUDENT-VSAM-FILE
                 CRA-FILE

           PERFORM SAVE-SERIAL

           DISPLAY 'PRGT0159 T4A ' WS-TAX-YEAR
                   ' ORIGINAL: ' WS-ORIGINAL-COUNT
                   '  AMOUNT: ' WS-ORIGINAL-TOTAL
           DISPLAY 'PRGT0159 AMENDED: ' WS-AMENDED-COUNT
                   '  AMOUNT: ' WS-AMENDED-TOTAL
                   '  CANCELLED: ' WS-CANCELLED-COUNT
                   '  UNCHANGED: ' WS-UNCHANGED-COUNT
           IF WS-TABLE-FULL = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * A REVERSED AWARD STILL GETS A TABLE ENTRY (WITH NOTHING
      * ADDED) SO A STUDENT WHOSE ONLY AWARD WAS REVERSED AFTER
      * ISSUE IS SEEN AND SENT A CANCELLED SLIP.
       TALLY-AWARD.
           MOVE ZERO TO WS-FOUND-SX
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STUDENT-COUNT
                      OR WS-FOUND-SX > 0
               IF WS-TAB-STUD-ID(WS-SX) = AW-STUDENT-ID
                   MOVE WS-SX TO WS-FOUND-SX
               END-IF
           END-PERFORM

           IF WS-FOUND-SX = 0
               IF WS-STUDENT-COUNT < 2000
                   ADD 1 TO WS-STUDENT-COUNT
                   MOVE WS-STUDENT-COUNT TO WS-FOUND-SX
                   MOVE AW-STUDENT-ID
                     TO WS-TAB-STUD-ID(WS-FOUND-SX)
                   MOVE ZERO TO WS-TAB-AMOUNT(WS-FOUND-SX)
               ELSE
                   DISPLAY 'PRGT0159 STUDENT TABLE FULL - OMITTED: '
                           AW-STUDENT-ID
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF

           IF WS-FOUND-SX > 0 AND AW-STATUS NOT = 'V'
               ADD AW-AMOUNT TO WS-TAB-AMOUNT(WS-FOUND-SX)
           END-IF.

       CONSIDER-SLIP.
           MOVE WS-TAB-AMOUNT(WS-SX) TO WS-BOX-105
           MOVE WS-TAB-STUD-ID(WS-SX) TO TH-STUDENT-ID
           MOVE WS-TAX-YEAR TO TH-TAX-YEAR
           MOVE 'N' TO WS-HIST-EXISTS
           READ T4AHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-EXISTS
           END-READ

           IF WS-HIST-EXISTS = 'N'
               IF WS-BOX-105 > ZERO
                   MOVE 'O' TO WS-SLIP-TYPE
                   MOVE ZERO TO WS-ISSUE-NO
                   MOVE ZERO TO WS-PRIOR-AMOUNT
                   MOVE SPACES TO WS-PRIOR-FILENAME
                   PERFORM ISSUE-SLIP
               END-IF
           ELSE
               IF WS-BOX-105 = TH-AMOUNT
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   IF WS-BOX-105 = ZERO
                       MOVE 'C' TO WS-SLIP-TYPE
                   ELSE
                       MOVE 'A' TO WS-SLIP-TYPE
                   END-IF
                   COMPUTE WS-ISSUE-NO = TH-ISSUE-NO + 1
                   MOVE TH-AMOUNT TO WS-PRIOR-AMOUNT
                   MOVE TH-FILENAME TO WS-PRIOR-FILENAME
                   PERFORM ISSUE-SLIP
               END-IF
           END-IF.

       ISSUE-SLIP.
           ADD 1 TO WS-SERIAL-NO
           MOVE WS-TAB-STUD-ID(WS-SX) TO VSAM-STUDENT-ID
           READ STUDENT-VSAM-FILE
               INVALID KEY
                   MOVE 'NAME UNKNOWN' TO VSAM-STUDENT-NAME
                   MOVE SPACES TO VSAM-STUDENT-ADDRESS
                   MOVE 'E' TO VSAM-STUDENT-LANG
           END-READ

           EVALUATE WS-SLIP-TYPE
               WHEN 'O'
                   MOVE 'ORIGINAL' TO WS-SLIP-TITLE
                   ADD 1 TO WS-ORIGINAL-COUNT
                   ADD WS-BOX-105 TO WS-ORIGINAL-TOTAL
               WHEN 'A'
                   MOVE 'AMENDED' TO WS-SLIP-TITLE
                   ADD 1 TO WS-AMENDED-COUNT
                   ADD WS-BOX-105 TO WS-AMENDED-TOTAL
               WHEN OTHER
                   MOVE 'CANCELLED' TO WS-SLIP-TITLE
                   ADD 1 TO WS-CANCELLED-COUNT
           END-EVALUATE

           MOVE SPACES TO WS-SLIP-FILENAME
           STRING 'T4A-' WS-TAX-YEAR '-' WS-TAB-STUD-ID(WS-SX)
                  '-' WS-ISSUE-NO '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-SLIP-FILENAME
           PERFORM WRITE-SLIP-FILE

           MOVE SPACES TO CRA-RECORD
           MOVE 'D' TO CR-REC-TYPE
           MOVE WS-PAYER-ACCOUNT TO CR-PAYER-ACCOUNT
           MOVE WS-TAX-YEAR TO CR-TAX-YEAR
           MOVE WS-SLIP-TYPE TO CR-SLIP-TYPE
           MOVE WS-TAB-STUD-ID(WS-SX) TO CR-STUD-ID
           MOVE WS-SERIAL-NO TO CR-SLIP-NO
           MOVE WS-BOX-105 TO CR-BOX-105
           MOVE VSAM-STUDENT-NAME TO CR-RECIPIENT-NAME
           WRITE CRA-RECORD

           PERFORM QUEUE-SLIP-LETTER
           IF WS-PRIOR-FILENAME NOT = SPACES
               PERFORM SUPERSEDE-PRIOR-SLIP
           END-IF
           PERFORM REGISTER-SLIP
           PERFORM SAVE-HISTORY.

       WRITE-SLIP-FILE.
           OPEN OUTPUT SLIP-FILE
           IF WS-SLIP-STATUS NOT = '00'
               DISPLAY 'PRGT0159 CANNOT WRITE SLIP FILE '
                       WS-SLIP-FILENAME ': ' WS-SLIP-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINE
           STRING 'T4A STATEMENT OF PENSION, RETIREMENT, ANNUITY '
                  'AND OTHER INCOME'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE SLIP-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'TAX YEAR ' WS-TAX-YEAR
                  '   SLIP NO ' WS-SERIAL-NO
                  '   ' WS-SLIP-TITLE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE SLIP-RECORD FROM WS-LINE
           WRITE SLIP-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'PAYER     : ' WS-PAYER-NAME
                  '  ACCOUNT ' WS-PAYER-ACCOUNT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE SLIP-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'RECIPIENT : ' VSAM-STUDENT-NAME
                  '  STUDENT ' WS-TAB-STUD-ID(WS-SX)
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE SLIP-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING '            ' VSAM-STUDENT-ADDRESS
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE SLIP-RECORD FROM WS-LINE
           WRITE SLIP-RECORD FROM SPACES

           PERFORM WRITE-AWARD-LINES

           MOVE WS-BOX-105 TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'BOX 105 SCHOLARSHIPS, BURSARIES, FELLOWSHIPS: '
                  WS-AMOUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE SLIP-RECORD FROM WS-LINE
           IF WS-SLIP-TYPE NOT = 'O'
               MOVE WS-PRIOR-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-LINE
               STRING 'REPLACES THE SLIP PREVIOUSLY ISSUED FOR '
                      WS-AMOUNT-EDIT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE SLIP-RECORD FROM WS-LINE
           END-IF
           CLOSE SLIP-FILE.

      * THE SLIP LISTS EACH AWARD BEHIND THE BOX 105 FIGURE; A
      * REVERSED AWARD IS SHOWN BUT NOT COUNTED.
       WRITE-AWARD-LINES.
           MOVE 'N' TO WS-END-OF-AWARDS
           MOVE WS-TAB-STUD-ID(WS-SX) TO AW-STUDENT-ID
           MOVE LOW-VALUES TO AW-TERM
           MOVE LOW-VALUES TO AW-CODE
           START AWARD-FILE KEY IS >= AW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-AWARDS
           END-START
           PERFORM UNTIL WS-END-OF-AWARDS = 'Y'
               READ AWARD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-AWARDS
                   NOT AT END
                       IF AW-STUDENT-ID NOT = WS-TAB-STUD-ID(WS-SX)
                           MOVE 'Y' TO WS-END-OF-AWARDS
                       ELSE
                           IF AW-DISB-YEAR = WS-TAX-YEAR
                              AND (AW-STATUS = 'D' OR AW-STATUS = 'R'
                                   OR AW-STATUS = 'V')
                               PERFORM WRITE-ONE-AWARD-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           WRITE SLIP-RECORD FROM SPACES.

       WRITE-ONE-AWARD-LINE.
           MOVE AW-AMOUNT TO WS-AWARD-EDIT
           MOVE SPACES TO WS-LINE
           IF AW-STATUS = 'V'
               STRING '  ' AW-TERM ' ' AW-CODE ' ' AW-SOURCE
                      ' ' WS-AWARD-EDIT ' REVERSED'
                      DELIMITED BY SIZE
                      INTO WS-LINE
           ELSE
               STRING '  ' AW-TERM ' ' AW-CODE ' ' AW-SOURCE
                      ' ' WS-AWARD-EDIT ' PAID ' AW-DISB-DATE
                      DELIMITED BY SIZE
                      INTO WS-LINE
           END-IF
           WRITE SLIP-RECORD FROM WS-LINE.

       QUEUE-SLIP-LETTER.
           OPEN EXTEND LETTER-QUEUE-FILE
           IF WS-LETTERQ-STATUS = '05'
               OPEN OUTPUT LETTER-QUEUE-FILE
           END-IF
           IF WS-LETTERQ-STATUS = '00'
               MOVE 'P' TO LQ-STATUS
               MOVE WS-TAB-STUD-ID(WS-SX) TO LQ-STUDENT-ID
               MOVE VSAM-STUDENT-NAME TO LQ-STUDENT-NAME
               MOVE 'T4A ' TO LQ-COURSE
               COMPUTE LQ-START-DATE = WS-TAX-YEAR * 10000 + 1231
               MOVE VSAM-STUDENT-LANG TO LQ-LANG
               WRITE LETTER-QUEUE-RECORD
               CLOSE LETTER-QUEUE-FILE
           END-IF.

      * THE SLIP BEING REPLACED STAYS ON DISK BUT IS MARKED
      * SUPERSEDED SO THE FRONT DESK DOES NOT REPRINT IT.
       SUPERSEDE-PRIOR-SLIP.
           OPEN I-O REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REPORT-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RR-FILENAME = WS-PRIOR-FILENAME
                          AND RR-STATUS = 'A'
                           MOVE 'S' TO RR-STATUS
                           REWRITE REPORT-REGISTRY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-REGISTRY-FILE.

       REGISTER-SLIP.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE 'A' TO RR-STATUS
               MOVE 'T4A-SLIP' TO RR-REPORT-NAME
               MOVE WS-SLIP-FILENAME TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGT0159' TO RR-OPERATOR
               MOVE 1 TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           END-IF.

       SAVE-HISTORY.
           MOVE WS-TAB-STUD-ID(WS-SX) TO TH-STUDENT-ID
           MOVE WS-TAX-YEAR TO TH-TAX-YEAR
           MOVE WS-BOX-105 TO TH-AMOUNT
           MOVE WS-SERIAL-NO TO TH-SLIP-NO
           MOVE WS-ISSUE-NO TO TH-ISSUE-NO
           MOVE WS-SLIP-TYPE TO TH-SLIP-TYPE
           MOVE WS-TODAY-DATE TO TH-ISSUE-DATE
           MOVE WS-SLIP-FILENAME TO TH-FILENAME
           IF WS-HIST-EXISTS = 'Y'
               REWRITE T4AHIST-RECORD
                   INVALID KEY
                       DISPLAY 'PRGT0159 ERROR UPDATING T4A HISTORY: '
                               TH-KEY
               END-REWRITE
           ELSE
               WRITE T4AHIST-RECORD
                   INVALID KEY
                       DISPLAY 'PRGT0159 ERROR WRITING T4A HISTORY: '
                               TH-KEY
               END-WRITE
           END-IF.

       GET-SERIAL.
           MOVE ZERO TO WS-SERIAL-NO
           OPEN INPUT SERIAL-FILE
           IF WS-SERIAL-STATUS = '00'
               READ SERIAL-FILE
                   NOT AT END
                       MOVE SERIAL-RECORD TO WS-SERIAL-NO
               END-READ
               CLOSE SERIAL-FILE
           END-IF.

       SAVE-SERIAL.
           OPEN OUTPUT SERIAL-FILE
           IF WS-SERIAL-STATUS = '00'
               MOVE WS-SERIAL-NO TO SERIAL-RECORD
               WRITE SERIAL-RECORD
               CLOSE SERIAL-FILE
           END-IF.
