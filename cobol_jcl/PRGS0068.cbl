       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0168.
       AUTHOR. Mohand Kessi.

      * CENSUS-DATE ENROLLMENT SNAPSHOT.  ON A TERM'S CENSUS DATE
      * (TM-CENSUS-DATE ON TERM.VSAM) EVERY COURSE/SECTION ON THE
      * KEYED HISTORY FOR THE TERM IS FROZEN ONTO CENSUS.VSAM WITH
      * THE STUDENT'S PROGRAM AND STATUS, THE COURSE CREDITS AND THE
      * STUDENT'S TERM CREDITS AND LOAD STATUS (PRGS0066).  THE
      * MINISTRY EXTRACT AND THE STATISTICS REPORTS CAN READ THE
      * FROZEN FIGURES INSTEAD OF WHATEVER IS ON FILE WHEN THEY RUN.
      *
      * SYSIN: A TERM CODE TO SNAPSHOT THAT TERM NOW, OR BLANK FOR
      * EVERY TERM WHOSE CENSUS DATE IS THE CYCLE DATE.  A TERM THAT
      * ALREADY HAS A SNAPSHOT IS NEVER OVERWRITTEN (RC 4).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERMF-STATUS.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.
           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT CENSUS-FILE ASSIGN TO 'CENSUS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CENSUS-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
          05 TM-CENSUS-DATE   PIC 9(08).

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

       FD ENRHIST-FILE.
       01 ENRHIST-RECORD.
          05 EH-KEY.
             10 EH-STUDENT-ID     PIC 9(06).
             10 EH-TERM           PIC X(06).
             10 EH-COURSE-CODE    PIC X(04).
             10 EH-SECTION        PIC X(02).
          05 EH-DATE              PIC 9(08).

       FD COURSE-FILE.
       01 COURSE-RECORD.
          05 COURSE-CODE          PIC X(04).
          05 COURSE-NAME          PIC X(30).
          05 COURSE-CREDITS       PIC 9(02).
          05 COURSE-CAPACITY      PIC 9(04).
          05 COURSE-PREREQ-1      PIC X(04).
          05 COURSE-PREREQ-2      PIC X(04).
          05 COURSE-STATUS        PIC X(01).
          05 COURSE-ENROLLED      PIC 9(04).

       FD CENSUS-FILE.
       01 CENSUS-RECORD.
          05 CS-KEY.
             10 CS-TERM           PIC X(06).
             10 CS-STUDENT-ID     PIC 9(06).
             10 CS-COURSE-CODE    PIC X(04).
             10 CS-SECTION        PIC X(02).
          05 CS-PROGRAM           PIC X(04).
          05 CS-STUDENT-STATUS    PIC X(01).
          05 CS-CREDITS           PIC 9(02).
          05 CS-TERM-CREDITS      PIC 9(03).
          05 CS-LOAD-STATUS       PIC X(01).
          05 CS-SNAP-DATE         PIC 9(08).
          05 FILLER               PIC X(03).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-TERMF-STATUS       PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-ENRHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-COURSE-STATUS      PIC XX VALUE SPACES.
       01 WS-CENSUS-STATUS      PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-FROZEN             PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGB0168'.
       01 WS-SYSIN-TERM         PIC X(06) VALUE SPACES.
       01 WS-TX                 PIC 9(02) VALUE ZERO.
       01 WS-LAST-STUDENT       PIC 9(06) VALUE ZERO.
       01 WS-STUDENT-FOUND      PIC X VALUE 'N'.

       01 WS-ROW-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-STUDENT-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-FULL-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-PART-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-TERMS-FROZEN       PIC 9(02) VALUE ZERO.

       01 WS-TERM-TABLE.
          05 WS-TERM-COUNT      PIC 9(02) VALUE ZERO.
          05 WS-TERM-ENTRY OCCURS 10 TIMES.
             10 WS-TT-TERM      PIC X(06).

       01 WS-LOAD-REQUEST.
          05 WS-LD-FUNCTION     PIC X(01).
          05 WS-LD-STUDENT-ID   PIC 9(06).
          05 WS-LD-TERM         PIC X(06).
          05 WS-LD-PROGRAM      PIC X(04).
          05 WS-LD-OPERATOR     PIC X(08) VALUE 'PRGB0168'.
          05 WS-LD-CREDITS      PIC 9(03).
          05 WS-LD-STATUS       PIC X(01).
          05 WS-LD-CHANGED      PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           DISPLAY 'ENTER TERM TO SNAPSHOT (BLANK = CENSUS DATE): '
           ACCEPT WS-SYSIN-TERM
           PERFORM SELECT-TERMS
           IF WS-TERM-COUNT = ZERO
               DISPLAY 'PRGB0168 NO TERM HAS ITS CENSUS DATE ON '
                       WS-CURRENT-DATE ' - NO SNAPSHOT TAKEN'
               STOP RUN
           END-IF

           OPEN I-O CENSUS-FILE
           IF WS-CENSUS-STATUS = '05' OR WS-CENSUS-STATUS = '35'
               CLOSE CENSUS-FILE
               OPEN OUTPUT CENSUS-FILE
               CLOSE CENSUS-FILE
               OPEN I-O CENSUS-FILE
           END-IF
           IF WS-CENSUS-STATUS NOT = '00'
               DISPLAY 'PRGB0168 ERROR OPENING CENSUS FILE: '
                       WS-CENSUS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS NOT = '00'
               DISPLAY 'PRGB0168 ERROR OPENING STUDENT MASTER: '
                       WS-VSAM-STATUS
               CLOSE CENSUS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS NOT = '00'
               DISPLAY 'PRGB0168 ERROR OPENING COURSE FILE: '
                       WS-COURSE-STATUS
               CLOSE CENSUS-FILE
                     STUDENT-VSAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TERM-COUNT
               PERFORM SNAPSHOT-TERM
           END-PERFORM

           MOVE 'X' TO WS-LD-FUNCTION
           CALL 'PRGS0066' USING WS-LOAD-REQUEST
           CLOSE CENSUS-FILE
                 STUDENT-VSAM-FILE
                 COURSE-FILE

           DISPLAY 'PRGB0168 TERMS FROZEN: ' WS-TERMS-FROZEN
                   '  STUDENTS: ' WS-STUDENT-COUNT
                   '  COURSE ROWS: ' WS-ROW-COUNT
           DISPLAY 'PRGB0168 FULL-TIME: ' WS-FULL-COUNT
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

      * A TERM NAMED ON SYSIN MUST BE ON THE TERM MASTER; OTHERWISE
      * EVERY TERM WHOSE CENSUS DATE IS THE CYCLE DATE IS TAKEN.
       SELECT-TERMS.
           OPEN INPUT TERM-FILE
           IF WS-TERMF-STATUS NOT = '00'
               DISPLAY 'PRGB0168 ERROR OPENING TERM MASTER: '
                       WS-TERMF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SYSIN-TERM NOT = SPACES
               MOVE WS-SYSIN-TERM TO TM-TERM
               READ TERM-FILE
                   INVALID KEY
                       DISPLAY 'PRGB0168 UNKNOWN TERM: ' WS-SYSIN-TERM
                       CLOSE TERM-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   NOT INVALID KEY
                       MOVE 1 TO WS-TERM-COUNT
                       MOVE TM-TERM TO WS-TT-TERM(1)
               END-READ
           ELSE
               MOVE LOW-VALUES TO TM-TERM
               START TERM-FILE KEY IS >= TM-TERM
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TERM-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TM-CENSUS-DATE = WS-CURRENT-DATE
                               PERFORM ADD-CENSUS-TERM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TERM-FILE.

       ADD-CENSUS-TERM.
           IF WS-TERM-COUNT < 10
               ADD 1 TO WS-TERM-COUNT
               MOVE TM-TERM TO WS-TT-TERM(WS-TERM-COUNT)
           ELSE
               DISPLAY 'PRGB0168 TERM TABLE FULL - ' TM-TERM
                       ' NOT FROZEN'
               MOVE 4 TO RETURN-CODE
           END-IF.

      * ONE PASS OF THE KEYED HISTORY PER TERM.  THE HISTORY IS IN
      * STUDENT ORDER SO THE STUDENT AND LOAD ARE LOOKED UP ONCE PER
      * STUDENT, NOT ONCE PER COURSE.
       SNAPSHOT-TERM.
           PERFORM CHECK-FROZEN
           IF WS-FROZEN = 'Y'
               DISPLAY 'PRGB0168 TERM ' WS-TT-TERM(WS-TX)
                       ' ALREADY HAS A CENSUS SNAPSHOT - NOT REPLACED'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ENRHIST-FILE
           IF WS-ENRHIST-STATUS NOT = '00'
               DISPLAY 'PRGB0168 ERROR OPENING KEYED HISTORY: '
                       WS-ENRHIST-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TERMS-FROZEN
           MOVE ZERO TO WS-LAST-STUDENT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENRHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EH-TERM = WS-TT-TERM(WS-TX)
                           PERFORM SNAPSHOT-ONE-COURSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENRHIST-FILE
           DISPLAY 'PRGB0168 TERM ' WS-TT-TERM(WS-TX)
                   ' FROZEN AS AT ' WS-CURRENT-DATE.

       CHECK-FROZEN.
           MOVE 'N' TO WS-FROZEN
           MOVE WS-TT-TERM(WS-TX) TO CS-TERM
           MOVE ZERO TO CS-STUDENT-ID
           MOVE LOW-VALUES TO CS-COURSE-CODE
           MOVE LOW-VALUES TO CS-SECTION
           START CENSUS-FILE KEY IS >= CS-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ CENSUS-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF CS-TERM = WS-TT-TERM(WS-TX)
                       MOVE 'Y' TO WS-FROZEN
                   END-IF
           END-READ.

       SNAPSHOT-ONE-COURSE.
           IF EH-STUDENT-ID NOT = WS-LAST-STUDENT
               MOVE EH-STUDENT-ID TO WS-LAST-STUDENT
               PERFORM GET-STUDENT-LOAD
           END-IF

           MOVE SPACES TO CENSUS-RECORD
           MOVE EH-TERM TO CS-TERM
           MOVE EH-STUDENT-ID TO CS-STUDENT-ID
           MOVE EH-COURSE-CODE TO CS-COURSE-CODE
           MOVE EH-SECTION TO CS-SECTION
           IF WS-STUDENT-FOUND = 'Y'
               MOVE VSAM-STUDENT-PROGRAM TO CS-PROGRAM
               MOVE VSAM-STUDENT-STATUS TO CS-STUDENT-STATUS
           END-IF
           MOVE EH-COURSE-CODE TO COURSE-CODE
           READ COURSE-FILE
               INVALID KEY
                   MOVE ZERO TO CS-CREDITS
               NOT INVALID KEY
                   MOVE COURSE-CREDITS TO CS-CREDITS
           END-READ
           MOVE WS-LD-CREDITS TO CS-TERM-CREDITS
           MOVE WS-LD-STATUS TO CS-LOAD-STATUS
           MOVE WS-CURRENT-DATE TO CS-SNAP-DATE
           WRITE CENSUS-RECORD
               INVALID KEY
                   DISPLAY 'PRGB0168 DUPLICATE CENSUS ROW: ' CS-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-ROW-COUNT
           END-WRITE.

       GET-STUDENT-LOAD.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE 'N' TO WS-STUDENT-FOUND
           MOVE SPACES TO WS-LD-PROGRAM
           MOVE EH-STUDENT-ID TO VSAM-STUDENT-ID
           READ STUDENT-VSAM-FILE
               INVALID KEY
                   DISPLAY 'PRGB0168 NO MASTER RECORD FOR '
                           EH-STUDENT-ID ' - FROZEN WITHOUT PROGRAM'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STUDENT-FOUND
                   MOVE VSAM-STUDENT-PROGRAM TO WS-LD-PROGRAM
           END-READ
           MOVE 'R' TO WS-LD-FUNCTION
           MOVE EH-STUDENT-ID TO WS-LD-STUDENT-ID
           MOVE EH-TERM TO WS-LD-TERM
           CALL 'PRGS0066' USING WS-LOAD-REQUEST
           EVALUATE WS-LD-STATUS
               WHEN 'F'
                   ADD 1 TO WS-FULL-COUNT
               WHEN 'P'
                   ADD 1 TO WS-PART-COUNT
           END-EVALUATE.
