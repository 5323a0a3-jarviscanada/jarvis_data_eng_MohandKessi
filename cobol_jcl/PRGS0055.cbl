       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGE0155.
       AUTHOR. Mohand Kessi.

      * NIGHTLY LIBRARY PATRON LOAD.  EVERY ACTIVE STUDENT ON
      * STUDENT.VSAM GOES TO THE CIRCULATION SYSTEM AS AN 'A' RECORD
      * WITH NAME, EMAIL, PROGRAM AND A BORROWING EXPIRY DATE - THE
      * END OF THE LATEST TERM THE STUDENT IS ENROLLED IN, AND NEVER
      * EARLIER THAN THE END OF THE CURRENT TERM.  A STUDENT THE
      * LIBRARY HAS AS ACTIVE WHO HAS SINCE WITHDRAWN, GRADUATED OR
      * LEFT THE STUDENT MASTER IS SENT ONCE AS AN 'X' EXPIRATION.
      * LIBPATRN.VSAM REMEMBERS WHAT THE LIBRARY WAS LAST SENT.

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
               FILE STATUS IS WS-TERM-STATUS.
           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.
           SELECT PATRON-SENT-FILE ASSIGN TO 'LIBPATRN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-STUDENT-ID
               FILE STATUS IS WS-SENT-STATUS.
           SELECT PATRON-FILE ASSIGN TO 'LIBPATRON.DAT'
               FILE STATUS IS WS-PATRON-STATUS.
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
          05 TM-TERM            PIC X(06).
          05 TM-START-DATE      PIC 9(08).
          05 TM-END-DATE        PIC 9(08).
          05 TM-ADD-DEADLINE    PIC 9(08).
          05 TM-REFUND-DATE-1   PIC 9(08).
          05 TM-REFUND-DATE-2   PIC 9(08).
          05 TM-REFUND-DATE-3   PIC 9(08).
          05 TM-OPTOUT-DEADLINE PIC 9(08).
          05 FILLER             PIC X(08).

       FD ENRHIST-FILE.
       01 ENRHIST-RECORD.
          05 EH-KEY.
             10 EH-STUDENT-ID   PIC 9(06).
             10 EH-TERM         PIC X(06).
             10 EH-COURSE-CODE  PIC X(04).
             10 EH-SECTION      PIC X(02).
          05 EH-DATE            PIC 9(08).

      * LP-STATUS: A = LIBRARY HAS THE STUDENT AS A PATRON,
      *            X = AN EXPIRATION HAS BEEN SENT.
       FD PATRON-SENT-FILE.
       01 PATRON-SENT-RECORD.
          05 LP-STUDENT-ID      PIC 9(06).
          05 LP-STATUS          PIC X(01).
          05 LP-EXPIRY-DATE     PIC 9(08).
          05 LP-SENT-DATE       PIC 9(08).
          05 FILLER             PIC X(07).

      * PT-REC-TYPE: H HEADER, A ACTIVE PATRON, X EXPIRE PATRON,
      * T TRAILER WITH THE PATRON RECORD COUNT IN PT-STUD-ID.
       FD PATRON-FILE.
       01 PATRON-RECORD.
          05 PT-REC-TYPE        PIC X(01).
          05 PT-STUD-ID         PIC X(06).
          05 PT-NAME            PIC X(30).
          05 PT-EMAIL           PIC X(20).
          05 PT-PROGRAM         PIC X(04).
          05 PT-EXPIRY-DATE     PIC X(08).
          05 FILLER             PIC X(11).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD     PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-TERM-STATUS        PIC XX VALUE SPACES.
       01 WS-ENRHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-SENT-STATUS        PIC XX VALUE SPACES.
       01 WS-PATRON-STATUS      PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-ENR-EOF            PIC X VALUE 'N'.
       01 WS-ENRHIST-OPEN       PIC X VALUE 'N'.
       01 WS-SENT-EXISTS        PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-TERM-END   PIC 9(08) VALUE ZERO.
       01 WS-NEXT-TERM-START    PIC 9(08) VALUE ZERO.
       01 WS-NEXT-TERM-END      PIC 9(08) VALUE ZERO.
       01 WS-EXPIRY-DATE        PIC 9(08) VALUE ZERO.
       01 WS-DEFAULT-DAYS       PIC 9(03) VALUE 120.
       01 WS-DAY-NO             PIC 9(08) VALUE ZERO.
       01 WS-TX                 PIC 9(04) VALUE ZERO.
       01 WS-PATRON-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-ACTIVE-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-EXPIRED-COUNT      PIC 9(06) VALUE ZERO.

       01 WS-TERM-TABLE.
          05 WS-TERM-COUNT      PIC 9(04) VALUE ZERO.
          05 WS-TERM-ENTRY OCCURS 200 TIMES.
             10 WS-TT-TERM      PIC X(06).
             10 WS-TT-END-DATE  PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           PERFORM LOAD-TERMS

           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS NOT = '00'
               DISPLAY 'PRGE0155 STUDENT MASTER NOT AVAILABLE: '
                       WS-VSAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PATRON-SENT-FILE
           IF WS-SENT-STATUS = '05' OR WS-SENT-STATUS = '35'
               CLOSE PATRON-SENT-FILE
               OPEN OUTPUT PATRON-SENT-FILE
               CLOSE PATRON-SENT-FILE
               OPEN I-O PATRON-SENT-FILE
           END-IF
           IF WS-SENT-STATUS NOT = '00'
               DISPLAY 'PRGE0155 ERROR OPENING LIBPATRN: '
                       WS-SENT-STATUS
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ENRHIST-FILE
           IF WS-ENRHIST-STATUS = '00'
               MOVE 'Y' TO WS-ENRHIST-OPEN
           END-IF

           OPEN OUTPUT PATRON-FILE
           PERFORM WRITE-PATRON-HEADER

           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-VSAM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-STUDENT
               END-READ
           END-PERFORM

           PERFORM EXPIRE-DEPARTED

           PERFORM WRITE-PATRON-TRAILER

           CLOSE STUDENT-VSAM-FILE
                 PATRON-SENT-FILE
                 PATRON-FILE
           IF WS-ENRHIST-OPEN = 'Y'
               CLOSE ENRHIST-FILE
           END-IF

           DISPLAY 'PRGE0155 ACTIVE PATRONS SENT: ' WS-ACTIVE-COUNT
                   '  EXPIRATIONS SENT: ' WS-EXPIRED-COUNT
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

      * THE CURRENT TERM IS THE ONE THE CYCLE DATE FALLS IN; BETWEEN
      * TERMS IT IS THE NEXT ONE TO START.
       LOAD-TERMS.
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS NOT = '00'
               DISPLAY 'PRGE0155 TERM MASTER NOT AVAILABLE: '
                       WS-TERM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-TERM-COUNT < 200
                           ADD 1 TO WS-TERM-COUNT
                           MOVE TM-TERM
                             TO WS-TT-TERM(WS-TERM-COUNT)
                           MOVE TM-END-DATE
                             TO WS-TT-END-DATE(WS-TERM-COUNT)
                       END-IF
                       IF TM-START-DATE NOT > WS-CURRENT-DATE AND
                          TM-END-DATE NOT < WS-CURRENT-DATE
                           MOVE TM-END-DATE TO WS-CURRENT-TERM-END
                       END-IF
                       IF TM-START-DATE > WS-CURRENT-DATE AND
                          (WS-NEXT-TERM-START = ZERO OR
                           TM-START-DATE < WS-NEXT-TERM-START)
                           MOVE TM-START-DATE TO WS-NEXT-TERM-START
                           MOVE TM-END-DATE TO WS-NEXT-TERM-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE
           MOVE 'N' TO WS-EOF

           IF WS-CURRENT-TERM-END = ZERO
               MOVE WS-NEXT-TERM-END TO WS-CURRENT-TERM-END
           END-IF
           IF WS-CURRENT-TERM-END = ZERO
               COMPUTE WS-DAY-NO =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       + WS-DEFAULT-DAYS
               COMPUTE WS-CURRENT-TERM-END =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
           END-IF.

       PROCESS-STUDENT.
           PERFORM READ-PATRON-SENT
           IF VSAM-STUDENT-STATUS = 'A'
               PERFORM FIND-EXPIRY-DATE
               MOVE 'A' TO LP-STATUS
               MOVE WS-EXPIRY-DATE TO LP-EXPIRY-DATE
               MOVE WS-CURRENT-DATE TO LP-SENT-DATE
               PERFORM SAVE-PATRON-SENT
               MOVE SPACES TO PATRON-RECORD
               MOVE 'A' TO PT-REC-TYPE
               MOVE VSAM-STUDENT-ID TO PT-STUD-ID
               MOVE VSAM-STUDENT-NAME TO PT-NAME
               MOVE VSAM-STUDENT-EMAIL TO PT-EMAIL
               MOVE VSAM-STUDENT-PROGRAM TO PT-PROGRAM
               MOVE WS-EXPIRY-DATE TO PT-EXPIRY-DATE
               PERFORM WRITE-PATRON
               ADD 1 TO WS-ACTIVE-COUNT
           ELSE
               IF WS-SENT-EXISTS = 'Y' AND LP-STATUS = 'A'
                   PERFORM SEND-EXPIRATION
                   MOVE VSAM-STUDENT-NAME TO PT-NAME
                   MOVE VSAM-STUDENT-EMAIL TO PT-EMAIL
                   MOVE VSAM-STUDENT-PROGRAM TO PT-PROGRAM
                   PERFORM WRITE-PATRON
               END-IF
           END-IF.

      * LATEST TERM END ACROSS THE STUDENT'S ENROLLMENT HISTORY.
       FIND-EXPIRY-DATE.
           MOVE WS-CURRENT-TERM-END TO WS-EXPIRY-DATE
           IF WS-ENRHIST-OPEN = 'Y'
               MOVE 'N' TO WS-ENR-EOF
               MOVE VSAM-STUDENT-ID TO EH-STUDENT-ID
               MOVE LOW-VALUES TO EH-TERM
               MOVE LOW-VALUES TO EH-COURSE-CODE
               MOVE LOW-VALUES TO EH-SECTION
               START ENRHIST-FILE KEY IS >= EH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ENR-EOF
               END-START
               PERFORM UNTIL WS-ENR-EOF = 'Y'
                   READ ENRHIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-ENR-EOF
                       NOT AT END
                           IF EH-STUDENT-ID = VSAM-STUDENT-ID
                               PERFORM CHECK-TERM-END
                           ELSE
                               MOVE 'Y' TO WS-ENR-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-TERM-END.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TERM-COUNT
               IF WS-TT-TERM(WS-TX) = EH-TERM AND
                  WS-TT-END-DATE(WS-TX) > WS-EXPIRY-DATE
                   MOVE WS-TT-END-DATE(WS-TX) TO WS-EXPIRY-DATE
               END-IF
           END-PERFORM.

       READ-PATRON-SENT.
           MOVE 'Y' TO WS-SENT-EXISTS
           MOVE VSAM-STUDENT-ID TO LP-STUDENT-ID
           READ PATRON-SENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SENT-EXISTS
                   MOVE SPACES TO PATRON-SENT-RECORD
                   MOVE VSAM-STUDENT-ID TO LP-STUDENT-ID
                   MOVE ZERO TO LP-EXPIRY-DATE
                                LP-SENT-DATE
           END-READ.

       SAVE-PATRON-SENT.
           IF WS-SENT-EXISTS = 'Y'
               REWRITE PATRON-SENT-RECORD
                   INVALID KEY
                       DISPLAY 'PRGE0155 LIBPATRN REWRITE ERROR: '
                               LP-STUDENT-ID
               END-REWRITE
           ELSE
               WRITE PATRON-SENT-RECORD
                   INVALID KEY
                       DISPLAY 'PRGE0155 LIBPATRN WRITE ERROR: '
                               LP-STUDENT-ID
               END-WRITE
           END-IF.

       SEND-EXPIRATION.
           MOVE 'X' TO LP-STATUS
           MOVE WS-CURRENT-DATE TO LP-EXPIRY-DATE
           MOVE WS-CURRENT-DATE TO LP-SENT-DATE
           PERFORM SAVE-PATRON-SENT
           MOVE SPACES TO PATRON-RECORD
           MOVE 'X' TO PT-REC-TYPE
           MOVE LP-STUDENT-ID TO PT-STUD-ID
           MOVE WS-CURRENT-DATE TO PT-EXPIRY-DATE
           ADD 1 TO WS-EXPIRED-COUNT.

      * A PATRON STILL ACTIVE AT THE LIBRARY BUT NOT SENT TONIGHT
      * IS NO LONGER ON THE STUDENT MASTER.
       EXPIRE-DEPARTED.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO LP-STUDENT-ID
           START PATRON-SENT-FILE KEY IS >= LP-STUDENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PATRON-SENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LP-STATUS = 'A' AND
                          LP-SENT-DATE NOT = WS-CURRENT-DATE
                           MOVE 'Y' TO WS-SENT-EXISTS
                           PERFORM SEND-EXPIRATION
                           PERFORM WRITE-PATRON
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-PATRON.
           WRITE PATRON-RECORD
           ADD 1 TO WS-PATRON-COUNT.

       WRITE-PATRON-HEADER.
           MOVE SPACES TO PATRON-RECORD
           MOVE 'H' TO PT-REC-TYPE
           MOVE WS-CURRENT-DATE TO PT-EXPIRY-DATE
           WRITE PATRON-RECORD.

       WRITE-PATRON-TRAILER.
           MOVE SPACES TO PATRON-RECORD
           MOVE 'T' TO PT-REC-TYPE
           MOVE WS-PATRON-COUNT TO PT-STUD-ID
           MOVE WS-CURRENT-DATE TO PT-EXPIRY-DATE
           WRITE PATRON-RECORD.
