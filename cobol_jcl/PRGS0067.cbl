       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0167.
       AUTHOR. Mohand Kessi.

      * NIGHTLY TERM LOAD STATUS.  RECOMPUTES FULL-TIME / PART-TIME /
      * NOT ENROLLED (PRGS0066) FOR EVERY STUDENT IN EVERY TERM THAT
      * HAS NOT ENDED BY THE CYCLE DATE, SO CHANGES MADE OUTSIDE THE
      * ADD/DROP PROGRAMS - GRADES OF W, CHANGED COURSE CREDITS OR
      * PROGRAM THRESHOLDS, MERGED RECORDS - ARE PICKED UP OVERNIGHT.
      * PRGS0066 WRITES THE AUDIT RECORD FOR EACH STATUS THAT CHANGES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERMF-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
          05 FILLER                PIC X(49).

       FD TERM-FILE.
       01 TERM-RECORD.
          05 TM-TERM          PIC X(06).
          05 TM-START-DATE    PIC 9(08).
          05 TM-END-DATE      PIC 9(08).
          05 TM-ADD-DEADLINE  PIC 9(08).
          05 TM-REFUND-DATE-1 PIC 9(08).
          05 TM-REFUND-DATE-2 PIC 9(08).
          05 TM-REFUND-DATE-3 PIC 9(08).
          05 TM-OPTOUT-DEADLINE PIC 9(08).
          05 FILLER           PIC X(08).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-TERMF-STATUS       PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGL0167'.
       01 WS-TX                 PIC 9(02) VALUE ZERO.

       01 WS-STUDENT-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-COMPUTED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-CHANGED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-FULL-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-PART-COUNT         PIC 9(06) VALUE ZERO.

       01 WS-TERM-TABLE.
          05 WS-TERM-COUNT      PIC 9(02) VALUE ZERO.
          05 WS-TERM-ENTRY OCCURS 10 TIMES.
             10 WS-TT-TERM      PIC X(06).

       01 WS-LOAD-REQUEST.
          05 WS-LD-FUNCTION     PIC X(01).
          05 WS-LD-STUDENT-ID   PIC 9(06).
          05 WS-LD-TERM         PIC X(06).
          05 WS-LD-PROGRAM      PIC X(04).
          05 WS-LD-OPERATOR     PIC X(08).
          05 WS-LD-CREDITS      PIC 9(03).
          05 WS-LD-STATUS       PIC X(01).
          05 WS-LD-CHANGED      PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           PERFORM LOAD-OPEN-TERMS
           IF WS-TERM-COUNT = ZERO
               DISPLAY 'PRGL0167 NO CURRENT OR COMING TERMS AFTER '
                       WS-CURRENT-DATE ' - NOTHING TO COMPUTE'
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS NOT = '00'
               DISPLAY 'PRGL0167 ERROR OPENING STUDENT MASTER: '
                       WS-VSAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PROGRAM-ID TO WS-LD-OPERATOR
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-VSAM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-STUDENT-COUNT
                       PERFORM VARYING WS-TX FROM 1 BY 1
                               UNTIL WS-TX > WS-TERM-COUNT
                           PERFORM COMPUTE-ONE-LOAD
                       END-PERFORM
               END-READ
           END-PERFORM

           MOVE 'X' TO WS-LD-FUNCTION
           CALL 'PRGS0066' USING WS-LOAD-REQUEST
           CLOSE STUDENT-VSAM-FILE

           DISPLAY 'PRGL0167 TERMS: ' WS-TERM-COUNT
                   '  STUDENTS READ: ' WS-STUDENT-COUNT
                   '  LOADS COMPUTED: ' WS-COMPUTED-COUNT
                   '  STATUS CHANGES: ' WS-CHANGED-COUNT
           DISPLAY 'PRGL0167 FULL-TIME: ' WS-FULL-COUNT
                   '  PART-TIME: ' WS-PART-COUNT
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

       LOAD-OPEN-TERMS.
           OPEN INPUT TERM-FILE
           IF WS-TERMF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TERMF-STATUS NOT = '00'
               READ TERM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TM-END-DATE >= WS-CURRENT-DATE
                           IF WS-TERM-COUNT < 10
                               ADD 1 TO WS-TERM-COUNT
                               MOVE TM-TERM
                                 TO WS-TT-TERM(WS-TERM-COUNT)
                           ELSE
                               DISPLAY 'PRGL0167 TERM TABLE FULL - '
                                       TM-TERM ' NOT COMPUTED'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.

       COMPUTE-ONE-LOAD.
           MOVE 'C' TO WS-LD-FUNCTION
           MOVE VSAM-STUDENT-ID TO WS-LD-STUDENT-ID
           MOVE WS-TT-TERM(WS-TX) TO WS-LD-TERM
           MOVE VSAM-STUDENT-PROGRAM TO WS-LD-PROGRAM
           CALL 'PRGS0066' USING WS-LOAD-REQUEST
           ADD 1 TO WS-COMPUTED-COUNT
           IF WS-LD-CHANGED = 'Y'
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           EVALUATE WS-LD-STATUS
               WHEN 'F'
                   ADD 1 TO WS-FULL-COUNT
               WHEN 'P'
                   ADD 1 TO WS-PART-COUNT
           END-EVALUATE.
