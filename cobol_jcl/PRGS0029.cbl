               ACCESS MODE IS RANDOM
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'STATEMENTS.TXT'
               FILE STATUS IS WS-STMT-STATUS.
           SELECT LETTER-QUEUE-FILE ASSIGN TO 'LETTERQ.DAT'
               FILE STATUS IS WS-LETTERQ-STATUS.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'STMT-CHKPT.DAT'
               FILE STATUS IS WS-CHKPT-STATUS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO 'STMT-BEFORE.DAT'
               FILE STATUS IS WS-BEFORE-STATUS.
           SELECT RESTART-WORK-FILE ASSIGN TO 'STMT-RESTART.TMP'
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO 'STMT-CONTROL.RPT'
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD     PIC 9(08).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD     PIC X(80).

      * THE SNAPSHOT ROW AS IT WAS BEFORE THIS RUN UPDATED IT.  THE
      * FILE IS EMPTIED AT EVERY CHECKPOINT, SO IT HOLDS ONLY THE
      * UPDATES A RESTART HAS TO TAKE BACK.
       FD BEFORE-IMAGE-FILE.
       01 BEFORE-IMAGE-RECORD.
          05 BI-STUD-ID       PIC X(06).
          05 BI-TERM          PIC X(06).
          05 BI-EXISTED       PIC X(01).
          05 BI-AMT-DUE       PIC 9(06)V99.
          05 BI-AMT-PAID      PIC 9(06)V99.

       FD RESTART-WORK-FILE.
       01 RESTART-WORK-RECORD   PIC X(100).

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-LETTERQ-STATUS     PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-STMT-STATUS        PIC XX VALUE SPACES.
       01 WS-CHKPT-STATUS       PIC XX VALUE SPACES.
       01 WS-BEFORE-STATUS      PIC XX VALUE SPACES.
       01 WS-WORK-STATUS        PIC XX VALUE SPACES.
       01 WS-CONTROL-STATUS     PIC XX VALUE SPACES.
       01 WS-RESTART-CARD       PIC X(01) VALUE SPACES.
       01 WS-INTERVAL-CARD      PIC X(04) VALUE SPACES.
       01 WS-CHECKPOINT-INTERVAL PIC 9(04) VALUE 500.
       01 WS-RESTART-RUN        PIC X VALUE 'N'.
       01 WS-RESUME-STUD        PIC X(06) VALUE SPACES.
       01 WS-RESUME-TEXT        PIC X(60) VALUE SPACES.
       01 WS-STUDENTS-DONE      PIC 9(06) VALUE ZERO.
       01 WS-STMT-LINES         PIC 9(08) VALUE ZERO.
       01 WS-LETTER-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-LETTERQ-BASE       PIC 9(08) VALUE ZERO.
       01 WS-SNAPSHOT-COUNT     PIC 9(08) VALUE ZERO.
       01 WS-RESTORED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-CHECKPOINT-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-KEEP-COUNT         PIC 9(08) VALUE ZERO.
       01 WS-COPIED             PIC 9(08) VALUE ZERO.
       01 WS-TRIM-EOF           PIC X VALUE 'N'.
       01 WS-CHECKPOINT-STAMP   PIC X(16) VALUE SPACES.

      * HOW FAR THE RUN HAD GOT: THE LAST STUDENT WHOSE STATEMENT WAS
      * FINISHED AND WHAT THE OUTPUTS HELD AT THAT POINT.
      * CK-STATUS: O=RUN IN PROGRESS, C=RUN COMPLETED.
       01 WS-CHECKPOINT.
          05 CK-STATUS          PIC X(01).
          05 CK-CYCLE-DATE      PIC X(08).
          05 CK-LAST-STUD       PIC X(06).
          05 CK-STUDENTS        PIC 9(06).
          05 CK-STMT-COUNT      PIC 9(06).
          05 CK-STMT-LINES      PIC 9(08).
          05 CK-LETTERQ-BASE    PIC 9(08).
          05 CK-LETTERS         PIC 9(06).
          05 CK-SNAPSHOTS       PIC 9(08).
          05 CK-TAKEN-STAMP     PIC X(14).
          05 CK-RESTARTS        PIC 9(02).
          05 FILLER             PIC X(07) VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(08).
       01 WS-CURRENT-STAMP      PIC X(16).
       01 WS-TODAY-INTEGER      PIC 9(08) VALUE ZERO.
       01 WS-HELD-ADDRESS       PIC X(40) VALUE SPACES.
       01 WS-VSAM-ID-NUM        PIC 9(06) VALUE ZERO.

      * THE PAYMENT REFERENCE QUOTED FOR ONLINE BANKING IS THE
      * STUDENT ID FOLLOWED BY A CHECK DIGIT (WEIGHTS 3-1-3-1-3-1,
      * MODULUS 10).  THE REMITTANCE IMPORT PRGI0146 CHECKS IT.
       01 WS-PAY-REF.
          05 WS-REF-STUD-ID     PIC X(06).
          05 WS-REF-CHECK       PIC 9(01).
       01 WS-PAY-REF-DIGITS REDEFINES WS-PAY-REF.
          05 WS-REF-DIGIT       PIC 9(01) OCCURS 7 TIMES.
       01 WS-REF-SUM            PIC 9(03) VALUE ZERO.
       01 WS-REF-IX             PIC 9(01) VALUE ZERO.

       EXEC SQL
           DECLARE C12 CURSOR FOR
               SELECT BILL_STUD_ID, BILL_TERM, BILL_AMT_DUE,
                      BILL_AMT_PAID, BILL_DUE_DATE
               FROM STUDENT_BILLING
               WHERE BILL_STUD_ID > :WS-RESUME-STUD
               ORDER BY BILL_STUD_ID, BILL_TERM
       END-EXEC.

                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-CURRENT-DATE))

           PERFORM GET-RUN-OPTIONS

           OPEN INPUT STUDENT-VSAM-FILE

           OPEN I-O STMT-PRIOR-FILE
           IF WS-PRIOR-STATUS = '05' OR WS-PRIOR-STATUS = '35'
               OPEN I-O STMT-PRIOR-FILE
           END-IF

           IF WS-RESTART-RUN = 'Y'
               PERFORM RESUME-FROM-CHECKPOINT
           ELSE
               OPEN OUTPUT STATEMENT-FILE
               PERFORM COUNT-LETTER-QUEUE
           END-IF
           MOVE 'O' TO CK-STATUS
           PERFORM TAKE-CHECKPOINT

           EXEC SQL
               OPEN C12
           END-EXEC

           IF WS-FIRST-RECORD = 'N'
               PERFORM FINISH-STATEMENT
               ADD 1 TO WS-STUDENTS-DONE
           END-IF

           EXEC SQL
           END-EXEC

           PERFORM REGISTER-RUN
           PERFORM WRITE-CONTROL-REPORT

           CLOSE STUDENT-VSAM-FILE
                 STATEMENT-FILE
                 STMT-PRIOR-FILE

           MOVE 'C' TO CK-STATUS
           MOVE WS-PREV-STUD TO CK-LAST-STUD
           PERFORM SAVE-CHECKPOINT

           DISPLAY 'PRGM0129 STATEMENTS PRODUCED: ' WS-STMT-COUNT
           IF WS-RESTART-RUN = 'Y'
               DISPLAY 'PRGM0129 RESTARTED - ' WS-RESUME-TEXT
           END-IF
           STOP RUN.

      * SYSIN: R TO RESTART AN INTERRUPTED RUN FROM ITS LAST
      * CHECKPOINT (ANYTHING ELSE IS A FULL RUN), THEN THE NUMBER OF
      * STUDENTS BETWEEN CHECKPOINTS (BLANK = 500).
       GET-RUN-OPTIONS.
           DISPLAY 'RESTART FROM LAST CHECKPOINT (R/N): '
           ACCEPT WS-RESTART-CARD
           DISPLAY 'STUDENTS BETWEEN CHECKPOINTS (BLANK = 500): '
           ACCEPT WS-INTERVAL-CARD
           IF WS-INTERVAL-CARD IS NUMERIC
               MOVE WS-INTERVAL-CARD TO WS-CHECKPOINT-INTERVAL
           END-IF
           IF WS-CHECKPOINT-INTERVAL = ZERO
               MOVE 500 TO WS-CHECKPOINT-INTERVAL
           END-IF

           IF WS-RESTART-CARD = 'R'
               MOVE 'Y' TO WS-RESTART-RUN
               PERFORM LOAD-CHECKPOINT
           END-IF.

       LOAD-CHECKPOINT.
           MOVE SPACE TO CK-STATUS
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS = '00'
               READ CHECKPOINT-FILE INTO WS-CHECKPOINT
                   AT END
                       MOVE SPACE TO CK-STATUS
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF

           IF CK-STATUS NOT = 'O'
               DISPLAY 'PRGM0129 NO INTERRUPTED STATEMENT RUN TO '
                       'RESTART'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CK-CYCLE-DATE NOT = WS-CURRENT-DATE
               DISPLAY 'PRGM0129 CHECKPOINT IS FOR CYCLE '
                       CK-CYCLE-DATE ' NOT ' WS-CURRENT-DATE
                       ' - RESTART NOT POSSIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * PUT BACK THE SNAPSHOT ROWS UPDATED SINCE THE CHECKPOINT, CUT
      * THE STATEMENTS AND THE LETTER QUEUE BACK TO WHAT THEY HELD AT
      * IT, AND CARRY ON WITH THE NEXT STUDENT AFTER IT.
       RESUME-FROM-CHECKPOINT.
           PERFORM RESTORE-SNAPSHOTS

           MOVE CK-STMT-LINES TO WS-KEEP-COUNT
           PERFORM TRIM-STATEMENTS
           COMPUTE WS-KEEP-COUNT = CK-LETTERQ-BASE + CK-LETTERS
           PERFORM TRIM-LETTER-QUEUE

           MOVE CK-LAST-STUD TO WS-RESUME-STUD
           MOVE CK-LAST-STUD TO WS-PREV-STUD
           MOVE CK-STUDENTS TO WS-STUDENTS-DONE
           MOVE CK-STMT-COUNT TO WS-STMT-COUNT
           MOVE CK-STMT-LINES TO WS-STMT-LINES
           MOVE CK-LETTERQ-BASE TO WS-LETTERQ-BASE
           MOVE CK-LETTERS TO WS-LETTER-COUNT
           MOVE CK-SNAPSHOTS TO WS-SNAPSHOT-COUNT
           ADD 1 TO CK-RESTARTS

           MOVE SPACES TO WS-RESUME-TEXT
           STRING 'RESUMED AFTER STUDENT ' CK-LAST-STUD
                  ' (' CK-STUDENTS ' DONE) CHECKPOINT '
                  CK-TAKEN-STAMP
                  DELIMITED BY SIZE
                  INTO WS-RESUME-TEXT
           DISPLAY 'PRGM0129 ' WS-RESUME-TEXT
           DISPLAY 'PRGM0129 SNAPSHOT ROWS ROLLED BACK: '
                   WS-RESTORED-COUNT.

       RESTORE-SNAPSHOTS.
           MOVE 'N' TO WS-TRIM-EOF
           OPEN INPUT BEFORE-IMAGE-FILE
           IF WS-BEFORE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRIM-EOF
           END-IF
           PERFORM UNTIL WS-TRIM-EOF = 'Y'
               READ BEFORE-IMAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       IF BI-STUD-ID > CK-LAST-STUD
                           PERFORM RESTORE-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BEFORE-STATUS = '00' OR WS-BEFORE-STATUS = '10'
               CLOSE BEFORE-IMAGE-FILE
           END-IF.

       RESTORE-ONE-SNAPSHOT.
           ADD 1 TO WS-RESTORED-COUNT
           MOVE BI-STUD-ID TO STP-STUD-ID
           MOVE BI-TERM TO STP-TERM
           IF BI-EXISTED = 'Y'
               MOVE BI-AMT-DUE TO STP-AMT-DUE
               MOVE BI-AMT-PAID TO STP-AMT-PAID
               REWRITE STMT-PRIOR-RECORD
                   INVALID KEY
                       WRITE STMT-PRIOR-RECORD
                           INVALID KEY
                               DISPLAY 'PRGM0129 ROLLBACK ERROR: '
                                       STP-KEY
                       END-WRITE
               END-REWRITE
           ELSE
               DELETE STMT-PRIOR-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      * COPY THE FIRST WS-KEEP-COUNT LINES ASIDE AND BACK; THE FILE IS
      * LEFT OPEN AFTER THEM FOR THE RUN TO CARRY ON WRITING.
       TRIM-STATEMENTS.
           MOVE ZERO TO WS-COPIED
           MOVE 'N' TO WS-TRIM-EOF
           OPEN INPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
               DISPLAY 'PRGM0129 STATEMENTS FILE NOT ON FILE: '
                       WS-STMT-STATUS
               PERFORM ABANDON-RESTART
           END-IF
           OPEN OUTPUT RESTART-WORK-FILE
           PERFORM UNTIL WS-TRIM-EOF = 'Y'
                      OR WS-COPIED = WS-KEEP-COUNT
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE STATEMENT-RECORD TO RESTART-WORK-RECORD
                       WRITE RESTART-WORK-RECORD
                       ADD 1 TO WS-COPIED
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
                 RESTART-WORK-FILE
           IF WS-COPIED < WS-KEEP-COUNT
               DISPLAY 'PRGM0129 STATEMENTS FILE HOLDS ONLY '
                       WS-COPIED ' OF ' WS-KEEP-COUNT
                       ' CHECKPOINTED LINES'
               PERFORM ABANDON-RESTART
           END-IF

           OPEN OUTPUT STATEMENT-FILE
           OPEN INPUT RESTART-WORK-FILE
           MOVE 'N' TO WS-TRIM-EOF
           PERFORM UNTIL WS-TRIM-EOF = 'Y'
               READ RESTART-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       WRITE STATEMENT-RECORD FROM RESTART-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE RESTART-WORK-FILE.

       TRIM-LETTER-QUEUE.
           MOVE ZERO TO WS-COPIED
           MOVE 'N' TO WS-TRIM-EOF
           OPEN INPUT LETTER-QUEUE-FILE
           IF WS-LETTERQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRIM-EOF
           END-IF
           OPEN OUTPUT RESTART-WORK-FILE
           PERFORM UNTIL WS-TRIM-EOF = 'Y'
                      OR WS-COPIED = WS-KEEP-COUNT
               READ LETTER-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE LETTER-QUEUE-RECORD TO RESTART-WORK-RECORD
                       WRITE RESTART-WORK-RECORD
                       ADD 1 TO WS-COPIED
               END-READ
           END-PERFORM
           IF WS-LETTERQ-STATUS = '00' OR WS-LETTERQ-STATUS = '10'
               CLOSE LETTER-QUEUE-FILE
           END-IF
           CLOSE RESTART-WORK-FILE
           IF WS-COPIED < WS-KEEP-COUNT
               DISPLAY 'PRGM0129 LETTER QUEUE HOLDS ONLY '
                       WS-COPIED ' OF ' WS-KEEP-COUNT
                       ' CHECKPOINTED LETTERS'
               PERFORM ABANDON-RESTART
           END-IF

           OPEN OUTPUT LETTER-QUEUE-FILE
           OPEN INPUT RESTART-WORK-FILE
           MOVE 'N' TO WS-TRIM-EOF
           PERFORM UNTIL WS-TRIM-EOF = 'Y'
               READ RESTART-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE RESTART-WORK-RECORD(1:50)
                         TO LETTER-QUEUE-RECORD
                       WRITE LETTER-QUEUE-RECORD
               END-READ
           END-PERFORM
           CLOSE RESTART-WORK-FILE
                 LETTER-QUEUE-FILE.

       ABANDON-RESTART.
           DISPLAY 'PRGM0129 RESTART NOT POSSIBLE - RESTORE THE '
                   'STATEMENT FILES AND RERUN IN FULL'
           CLOSE STUDENT-VSAM-FILE
                 STMT-PRIOR-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * THE LETTER QUEUE IS SHARED, SO THE CHECKPOINT KEEPS HOW MANY
      * LETTERS WERE ALREADY ON IT WHEN THIS RUN STARTED.
       COUNT-LETTER-QUEUE.
           MOVE ZERO TO WS-LETTERQ-BASE
           MOVE 'N' TO WS-TRIM-EOF
           OPEN INPUT LETTER-QUEUE-FILE
           IF WS-LETTERQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRIM-EOF
           END-IF
           PERFORM UNTIL WS-TRIM-EOF = 'Y'
               READ LETTER-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       ADD 1 TO WS-LETTERQ-BASE
               END-READ
           END-PERFORM
           IF WS-LETTERQ-STATUS = '00' OR WS-LETTERQ-STATUS = '10'
               CLOSE LETTER-QUEUE-FILE
           END-IF.

      * A STUDENT'S STATEMENT IS FINISHED.  EVERY
      * WS-CHECKPOINT-INTERVAL STUDENTS THE POSITION IS SAVED.
       STUDENT-DONE.
           ADD 1 TO WS-STUDENTS-DONE
           IF FUNCTION MOD(WS-STUDENTS-DONE, WS-CHECKPOINT-INTERVAL)
                   = 0
               PERFORM TAKE-CHECKPOINT
           END-IF.

      * CLOSING AND REOPENING THE STATEMENTS PUTS EVERY LINE WRITTEN
      * SO FAR ON DISK BEFORE THE CHECKPOINT SAYS IT IS THERE.  ONCE
      * THE CHECKPOINT IS SAVED THE BEFORE-IMAGES ARE NO LONGER NEEDED.
       TAKE-CHECKPOINT.
           CLOSE STATEMENT-FILE
           OPEN EXTEND STATEMENT-FILE
           MOVE WS-PREV-STUD TO CK-LAST-STUD
           PERFORM SAVE-CHECKPOINT
           OPEN OUTPUT BEFORE-IMAGE-FILE
           CLOSE BEFORE-IMAGE-FILE
           ADD 1 TO WS-CHECKPOINT-COUNT.

       SAVE-CHECKPOINT.
           IF WS-RESTART-RUN NOT = 'Y'
               MOVE ZERO TO CK-RESTARTS
           END-IF
           MOVE WS-CURRENT-DATE TO CK-CYCLE-DATE
           MOVE WS-STUDENTS-DONE TO CK-STUDENTS
           MOVE WS-STMT-COUNT TO CK-STMT-COUNT
           MOVE WS-STMT-LINES TO CK-STMT-LINES
           MOVE WS-LETTERQ-BASE TO CK-LETTERQ-BASE
           MOVE WS-LETTER-COUNT TO CK-LETTERS
           MOVE WS-SNAPSHOT-COUNT TO CK-SNAPSHOTS
           MOVE FUNCTION CURRENT-DATE TO WS-CHECKPOINT-STAMP
           MOVE WS-CHECKPOINT-STAMP(1:14) TO CK-TAKEN-STAMP
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS = '00'
               WRITE CHECKPOINT-RECORD FROM WS-CHECKPOINT
               CLOSE CHECKPOINT-FILE
           ELSE
               DISPLAY 'PRGM0129 CHECKPOINT WRITE ERROR: '
                       WS-CHKPT-STATUS
           END-IF.

       GET-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CYCLE-STATUS = '00'

           IF WS-STUD-ID NOT = WS-PREV-STUD
               PERFORM FINISH-STATEMENT
               PERFORM STUDENT-DONE
               MOVE WS-STUD-ID TO WS-PREV-STUD
               PERFORM START-STATEMENT
           END-IF
               INVALID KEY
                   MOVE ZERO TO WS-OPEN-DUE
                   MOVE ZERO TO WS-OPEN-PAID
                   MOVE 'N' TO BI-EXISTED
               NOT INVALID KEY
                   MOVE STP-AMT-DUE TO WS-OPEN-DUE
                   MOVE STP-AMT-PAID TO WS-OPEN-PAID
                   MOVE 'Y' TO BI-EXISTED
           END-READ
           PERFORM WRITE-BEFORE-IMAGE

           COMPUTE WS-OPENING-BAL = WS-OPEN-DUE - WS-OPEN-PAID
           COMPUTE WS-PERIOD-CHARGES = WS-AMT-DUE - WS-OPEN-DUE
                  '  BALANCE ' WS-BALANCE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           PERFORM PUT-STATEMENT-LINE

           PERFORM UPDATE-SNAPSHOT.

       WRITE-BEFORE-IMAGE.
           MOVE WS-STUD-ID TO BI-STUD-ID
           MOVE WS-TERM TO BI-TERM
           MOVE WS-OPEN-DUE TO BI-AMT-DUE
           MOVE WS-OPEN-PAID TO BI-AMT-PAID
           OPEN EXTEND BEFORE-IMAGE-FILE
           IF WS-BEFORE-STATUS = '05' OR WS-BEFORE-STATUS = '35'
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF
           IF WS-BEFORE-STATUS = '00'
               WRITE BEFORE-IMAGE-RECORD
               CLOSE BEFORE-IMAGE-FILE
           END-IF.

       AGE-THE-BALANCE.
           IF WS-DUE-DATE NUMERIC
               COMPUTE WS-DUE-INTEGER =
                           DISPLAY 'PRGM0129 SNAPSHOT ERROR: '
                                   STP-KEY
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-SNAPSHOT-COUNT.

       FINISH-STATEMENT.
           IF WS-ANY-ACTIVITY = 'Y'
                      '  CLOSING ' WS-TOT-CLOSING
                      DELIMITED BY SIZE
                      INTO WS-LINE
               PERFORM PUT-STATEMENT-LINE
               MOVE SPACES TO WS-LINE
               STRING '  AGED  CURRENT ' WS-AGE-CURRENT
                      '  30D ' WS-AGE-30
                      '  90D+ ' WS-AGE-90
                      DELIMITED BY SIZE
                      INTO WS-LINE
               PERFORM PUT-STATEMENT-LINE
               PERFORM QUEUE-STATEMENT-LETTER
           ELSE
               MOVE '  (NO ACTIVITY THIS PERIOD)' TO WS-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           PERFORM PUT-STATEMENT-LINE.

       PUT-STATEMENT-LINE.
           WRITE STATEMENT-RECORD FROM WS-LINE
           ADD 1 TO WS-STMT-LINES.

       WRITE-STATEMENT-HEADER.
           MOVE SPACES TO WS-LINE
                  '  AS OF ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           PERFORM COMPUTE-PAY-REF
           MOVE SPACES TO WS-LINE
           STRING 'ONLINE BANKING PAYMENT REFERENCE: ' WS-PAY-REF
                  DELIMITED BY SIZE
                  INTO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM PUT-STATEMENT-LINE.

       COMPUTE-PAY-REF.
           MOVE WS-PREV-STUD TO WS-REF-STUD-ID
           MOVE ZERO TO WS-REF-CHECK
           MOVE ZERO TO WS-REF-SUM
           PERFORM VARYING WS-REF-IX FROM 1 BY 1 UNTIL WS-REF-IX > 6
               IF FUNCTION MOD(WS-REF-IX, 2) = 1
                   COMPUTE WS-REF-SUM = WS-REF-SUM
                                      + WS-REF-DIGIT(WS-REF-IX) * 3
               ELSE
                   ADD WS-REF-DIGIT(WS-REF-IX) TO WS-REF-SUM
               END-IF
           END-PERFORM
           COMPUTE WS-REF-CHECK =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-REF-SUM, 10), 10).

       QUEUE-STATEMENT-LETTER.
           OPEN EXTEND LETTER-QUEUE-FILE
                       FUNCTION NUMVAL(WS-CURRENT-DATE)
               MOVE WS-HELD-LANG TO LQ-LANG
               WRITE LETTER-QUEUE-RECORD
               ADD 1 TO WS-LETTER-COUNT
               CLOSE LETTER-QUEUE-FILE
           END-IF.

               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           END-IF.

      * RUN CONTROL TOTALS, WITH A NOTE OF ANY RESTART AND WHERE THE
      * RUN WAS PICKED UP.
       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'PRGM0129 CONTROL REPORT OPEN ERROR: '
                       WS-CONTROL-STATUS
           ELSE
               MOVE SPACES TO WS-LINE
               STRING 'STATEMENT RUN CONTROL - CYCLE ' WS-CURRENT-DATE
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE CONTROL-REPORT-RECORD FROM WS-LINE
               MOVE SPACES TO WS-LINE
               IF WS-RESTART-RUN = 'Y'
                   STRING 'RUN RESTARTED (RESTART ' CK-RESTARTS ') - '
                          WS-RESUME-TEXT
                          DELIMITED BY SIZE
                          INTO WS-LINE
               ELSE
                   MOVE 'FULL RUN - NO RESTART' TO WS-LINE
               END-IF
               WRITE CONTROL-REPORT-RECORD FROM WS-LINE
               WRITE CONTROL-REPORT-RECORD FROM SPACES
               MOVE SPACES TO WS-LINE
               STRING 'STUDENTS PROCESSED       : ' WS-STUDENTS-DONE
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE CONTROL-REPORT-RECORD FROM WS-LINE
               MOVE SPACES TO WS-LINE
               STRING 'STATEMENTS PRODUCED      : ' WS-STMT-COUNT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE CONTROL-REPORT-RECORD FROM WS-LINE
               MOVE SPACES TO WS-LINE
               STRING 'STATEMENT LINES          : ' WS-STMT-LINES
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE CONTROL-REPORT-RECORD FROM WS-LINE
               MOVE SPACES TO WS-LINE
               STRING 'LETTERS QUEUED           : ' WS-LETTER-COUNT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE CONTROL-REPORT-RECORD FROM WS-LINE
               MOVE SPACES TO WS-LINE
               STRING 'SNAPSHOT ROWS UPDATED    : ' WS-SNAPSHOT-COUNT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE CONTROL-REPORT-RECORD FROM WS-LINE
               MOVE SPACES TO WS-LINE
               STRING 'CHECKPOINTS TAKEN        : ' WS-CHECKPOINT-COUNT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE CONTROL-REPORT-RECORD FROM WS-LINE
               IF WS-RESTART-RUN = 'Y'
                   MOVE SPACES TO WS-LINE
                   STRING 'SNAPSHOT ROWS ROLLED BACK: '
                          WS-RESTORED-COUNT
                          DELIMITED BY SIZE
                          INTO WS-LINE
                   WRITE CONTROL-REPORT-RECORD FROM WS-LINE
               END-IF
               CLOSE CONTROL-REPORT-FILE
               PERFORM REGISTER-CONTROL-REPORT
           END-IF.

       REGISTER-CONTROL-REPORT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE 'A' TO RR-STATUS
               MOVE 'STMT-CONTROL' TO RR-REPORT-NAME
               MOVE 'STMT-CONTROL.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGM0129' TO RR-OPERATOR
               MOVE WS-STUDENTS-DONE TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           END-IF.
