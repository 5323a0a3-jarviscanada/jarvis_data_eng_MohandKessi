       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGE0154.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENRHIST-FILE ASSIGN TO 'ENRHIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENRHIST-STATUS.
           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.
           SELECT SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SECTION-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO 'INSTRASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT GRADE-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRADE-KEY
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT INSTRUCTOR-FILE ASSIGN TO 'INSTRUCTOR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.
           SELECT LMS-SENT-FILE ASSIGN TO 'LMSSENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SENT-STATUS.
           SELECT LMS-ROSTER-FILE ASSIGN TO 'LMSROSTER.DAT'
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENRHIST-FILE.
       01 ENRHIST-RECORD.
          05 EH-KEY.
             10 EH-STUDENT-ID   PIC 9(06).
             10 EH-TERM         PIC X(06).
             10 EH-COURSE-CODE  PIC X(04).
             10 EH-SECTION      PIC X(02).
          05 EH-DATE            PIC 9(08).

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

       FD SECTION-FILE.
       01 SECTION-RECORD.
          05 SEC-KEY.
             10 SEC-COURSE-CODE PIC X(04).
             10 SEC-NUMBER      PIC X(02).
          05 SEC-DAYS           PIC X(07).
          05 SEC-START-TIME     PIC 9(04).
          05 SEC-END-TIME       PIC 9(04).
          05 SEC-ROOM           PIC X(06).
          05 SEC-CAMPUS         PIC X(04).

       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
          05 ASG-KEY.
             10 ASG-COURSE-CODE PIC X(04).
             10 ASG-SECTION     PIC X(02).
          05 ASG-INSTRUCTOR-ID  PIC X(04).

       FD GRADE-FILE.
       01 GRADE-RECORD.
          05 GRADE-KEY.
             10 GR-STUDENT-ID   PIC 9(06).
             10 GR-COURSE-CODE  PIC X(04).
             10 GR-TERM         PIC X(06).
          05 GR-GRADE           PIC X(02).
          05 GR-LOAD-DATE       PIC 9(08).
          05 GR-LAPSE-DATE      PIC 9(08).
          05 GR-REPEAT-FLAG     PIC X(01).

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

       FD INSTRUCTOR-FILE.
       01 INSTRUCTOR-RECORD.
          05 INS-ID             PIC X(04).
          05 INS-NAME           PIC X(30).
          05 INS-DEPT           PIC X(10).
          05 INS-STATUS         PIC X(01).
          05 INS-MAX-SECTIONS   PIC 9(02).
          05 INS-RANK           PIC X(02).
          05 INS-APPOINTMENT    PIC X(01).
          05 FILLER             PIC X(10).

      * ONE RECORD PER SECTION MEMBERSHIP LAST SENT TO THE LMS.
      * ROLE S = STUDENT (USER ID IS THE STUDENT NUMBER), ROLE I =
      * INSTRUCTOR (USER ID IS THE INSTRUCTOR ID).  STATUS A MEANS
      * THE LMS HAS THE MEMBER ON ITS ROSTER, D MEANS A DROP WAS SENT.
       FD LMS-SENT-FILE.
       01 LMS-SENT-RECORD.
          05 LS-KEY.
             10 LS-TERM         PIC X(06).
             10 LS-COURSE-CODE  PIC X(04).
             10 LS-SECTION      PIC X(02).
             10 LS-ROLE         PIC X(01).
             10 LS-USER-ID      PIC X(06).
          05 LS-STATUS          PIC X(01).
          05 LS-SEEN-DATE       PIC 9(08).
          05 LS-SENT-DATE       PIC 9(08).
          05 FILLER             PIC X(04).

      * LMS ENROLLMENT IMPORT.  H HEADER, A ADD, D DROP, T TRAILER
      * WITH THE COUNT OF ADDS AND DROPS IN LM-USER-ID.
       FD LMS-ROSTER-FILE.
       01 LMS-ROSTER-RECORD.
          05 LM-OP-CODE         PIC X(01).
          05 LM-ROLE            PIC X(01).
          05 LM-TERM            PIC X(06).
          05 LM-COURSE-CODE     PIC X(04).
          05 LM-SECTION         PIC X(02).
          05 LM-USER-ID         PIC X(06).
          05 LM-USER-NAME       PIC X(30).
          05 LM-USER-EMAIL      PIC X(20).
          05 LM-INSTRUCTOR-ID   PIC X(04).
          05 LM-SEC-DAYS        PIC X(07).
          05 LM-SEC-START-TIME  PIC X(04).
          05 LM-SEC-END-TIME    PIC X(04).
          05 LM-SEC-ROOM        PIC X(06).
          05 LM-EFF-DATE        PIC X(08).
          05 FILLER             PIC X(07).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD     PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-ENRHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-TERM-STATUS        PIC XX VALUE SPACES.
       01 WS-SECTION-STATUS     PIC XX VALUE SPACES.
       01 WS-ASSIGN-STATUS      PIC XX VALUE SPACES.
       01 WS-GRADE-STATUS       PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-INSTRUCTOR-STATUS  PIC XX VALUE SPACES.
       01 WS-SENT-STATUS        PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS      PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-TX                 PIC 9(04) VALUE ZERO.
       01 WS-TERM-OPEN          PIC X VALUE 'N'.
       01 WS-WITHDRAWN          PIC X VALUE 'N'.
       01 WS-SECTION-FOUND      PIC X VALUE 'N'.
       01 WS-SEC-INSTRUCTOR     PIC X(04) VALUE SPACES.
       01 WS-WANT-ROLE          PIC X VALUE SPACE.
       01 WS-WANT-USER          PIC X(06) VALUE SPACES.
       01 WS-DELTA-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-ADD-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-DROP-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-KEPT-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-NO-SECTION-COUNT   PIC 9(06) VALUE ZERO.

       01 WS-TERM-TABLE.
          05 WS-TERM-COUNT      PIC 9(04) VALUE ZERO.
          05 WS-TERM-ENTRY OCCURS 200 TIMES.
             10 WS-TT-TERM      PIC X(06).
             10 WS-TT-OPEN      PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           PERFORM LOAD-OPEN-TERMS

           OPEN INPUT ENRHIST-FILE
           IF WS-ENRHIST-STATUS NOT = '00'
               DISPLAY 'PRGE0154 ENROLLMENT HISTORY NOT AVAILABLE: '
                       WS-ENRHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O LMS-SENT-FILE
           IF WS-SENT-STATUS = '05' OR WS-SENT-STATUS = '35'
               CLOSE LMS-SENT-FILE
               OPEN OUTPUT LMS-SENT-FILE
               CLOSE LMS-SENT-FILE
               OPEN I-O LMS-SENT-FILE
           END-IF
           IF WS-SENT-STATUS NOT = '00'
               DISPLAY 'PRGE0154 ERROR OPENING LMSSENT: '
                       WS-SENT-STATUS
               CLOSE ENRHIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SECTION-FILE
           OPEN INPUT ASSIGN-FILE
           OPEN INPUT GRADE-FILE
           OPEN INPUT STUDENT-VSAM-FILE
           OPEN INPUT INSTRUCTOR-FILE
           OPEN OUTPUT LMS-ROSTER-FILE

           PERFORM WRITE-ROSTER-HEADER

      * PASS 1 - EVERY CURRENT SECTION ENROLLMENT IN AN OPEN TERM
      * IS MARKED AS SEEN TONIGHT; ANY THE LMS DOES NOT HAVE YET
      * GO OUT AS ADDS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENRHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EH-SECTION NOT = SPACES
                           PERFORM CHECK-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM

      * PASS 2 - ANYONE THE LMS STILL HAS FOR AN OPEN TERM WHO WAS
      * NOT SEEN IN PASS 1 HAS DROPPED, WITHDRAWN OR BEEN MOVED.
           PERFORM SEND-DROPS

           PERFORM WRITE-ROSTER-TRAILER

           CLOSE ENRHIST-FILE
                 LMS-SENT-FILE
                 LMS-ROSTER-FILE
           IF WS-SECTION-STATUS = '00' OR WS-SECTION-STATUS = '23'
               CLOSE SECTION-FILE
           END-IF
           IF WS-ASSIGN-STATUS = '00' OR WS-ASSIGN-STATUS = '23'
               CLOSE ASSIGN-FILE
           END-IF
           IF WS-GRADE-STATUS = '00' OR WS-GRADE-STATUS = '23'
               CLOSE GRADE-FILE
           END-IF
           IF WS-VSAM-STATUS = '00' OR WS-VSAM-STATUS = '23'
               CLOSE STUDENT-VSAM-FILE
           END-IF
           IF WS-INSTRUCTOR-STATUS = '00' OR
              WS-INSTRUCTOR-STATUS = '23'
               CLOSE INSTRUCTOR-FILE
           END-IF

           DISPLAY 'PRGE0154 LMS ROSTER ADDS: ' WS-ADD-COUNT
                   '  DROPS: ' WS-DROP-COUNT
                   '  UNCHANGED: ' WS-KEPT-COUNT
           IF WS-NO-SECTION-COUNT > 0
               DISPLAY 'PRGE0154 ENROLLMENTS IN SECTIONS NOT ON '
                       'SECTION MASTER: ' WS-NO-SECTION-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
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

      * A TERM STAYS ON THE LMS FEED UNTIL ITS END DATE HAS PASSED.
      * AFTER THAT THE LMS KEEPS THE FINAL ROSTER AS IT STANDS.
       LOAD-OPEN-TERMS.
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS NOT = '00'
               DISPLAY 'PRGE0154 TERM MASTER NOT AVAILABLE: '
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
                           IF TM-END-DATE < WS-CURRENT-DATE
                               MOVE 'N' TO WS-TT-OPEN(WS-TERM-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TT-OPEN(WS-TERM-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'PRGE0154 TERM TABLE FULL AT '
                                   TM-TERM
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE
           MOVE 'N' TO WS-EOF.

       FIND-TERM-OPEN.
           MOVE 'N' TO WS-TERM-OPEN
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TERM-COUNT
               IF WS-TT-TERM(WS-TX) = LS-TERM
                   MOVE WS-TT-OPEN(WS-TX) TO WS-TERM-OPEN
               END-IF
           END-PERFORM.

       CHECK-ENROLLMENT.
           MOVE EH-TERM TO LS-TERM
           PERFORM FIND-TERM-OPEN
           IF WS-TERM-OPEN = 'Y'
      * A WITHDRAWAL LEAVES THE ENROLLMENT ROW IN PLACE AND POSTS
      * A W GRADE, SO IT IS TREATED HERE AS NO LONGER ENROLLED.
               MOVE 'N' TO WS-WITHDRAWN
               MOVE EH-STUDENT-ID TO GR-STUDENT-ID
               MOVE EH-COURSE-CODE TO GR-COURSE-CODE
               MOVE EH-TERM TO GR-TERM
               READ GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GR-GRADE = 'W '
                           MOVE 'Y' TO WS-WITHDRAWN
                       END-IF
               END-READ
               IF WS-WITHDRAWN = 'N'
                   PERFORM FIND-SECTION
                   IF WS-SECTION-FOUND = 'Y'
                       MOVE 'S' TO WS-WANT-ROLE
                       MOVE EH-STUDENT-ID TO WS-WANT-USER
                       PERFORM MARK-SEEN
                       IF WS-SEC-INSTRUCTOR NOT = SPACES
                           MOVE 'I' TO WS-WANT-ROLE
                           MOVE WS-SEC-INSTRUCTOR TO WS-WANT-USER
                           PERFORM MARK-SEEN
                       END-IF
                   ELSE
                       ADD 1 TO WS-NO-SECTION-COUNT
                   END-IF
               END-IF
           END-IF.

      * THE SECTION'S OWN ASSIGNMENT WINS; A WHOLE-COURSE ASSIGNMENT
      * (SECTION SPACES) COVERS SECTIONS WITHOUT ONE.
       FIND-SECTION.
           MOVE 'N' TO WS-SECTION-FOUND
           MOVE SPACES TO WS-SEC-INSTRUCTOR
           MOVE EH-COURSE-CODE TO SEC-COURSE-CODE
           MOVE EH-SECTION TO SEC-NUMBER
           READ SECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SECTION-FOUND
           END-READ
           IF WS-SECTION-FOUND = 'Y'
               MOVE EH-COURSE-CODE TO ASG-COURSE-CODE
               MOVE EH-SECTION TO ASG-SECTION
               READ ASSIGN-FILE
                   INVALID KEY
                       MOVE SPACES TO ASG-SECTION
                       READ ASSIGN-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE ASG-INSTRUCTOR-ID
                                 TO WS-SEC-INSTRUCTOR
                       END-READ
                   NOT INVALID KEY
                       MOVE ASG-INSTRUCTOR-ID TO WS-SEC-INSTRUCTOR
               END-READ
           END-IF.

       MARK-SEEN.
           MOVE EH-TERM TO LS-TERM
           MOVE EH-COURSE-CODE TO LS-COURSE-CODE
           MOVE EH-SECTION TO LS-SECTION
           MOVE WS-WANT-ROLE TO LS-ROLE
           MOVE WS-WANT-USER TO LS-USER-ID
           READ LMS-SENT-FILE
               INVALID KEY
                   MOVE 'A' TO LS-STATUS
                   MOVE WS-CURRENT-DATE TO LS-SEEN-DATE
                   MOVE WS-CURRENT-DATE TO LS-SENT-DATE
                   WRITE LMS-SENT-RECORD
                       INVALID KEY
                           DISPLAY 'PRGE0154 LMSSENT WRITE FAILED: '
                                   WS-SENT-STATUS
                   END-WRITE
                   PERFORM EMIT-ROSTER-RECORD
               NOT INVALID KEY
                   IF LS-SEEN-DATE NOT = WS-CURRENT-DATE
                       MOVE WS-CURRENT-DATE TO LS-SEEN-DATE
                       IF LS-STATUS = 'D'
                           MOVE 'A' TO LS-STATUS
                           MOVE WS-CURRENT-DATE TO LS-SENT-DATE
                           PERFORM EMIT-ROSTER-RECORD
                       ELSE
                           IF LS-ROLE = 'S'
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                       END-IF
                       REWRITE LMS-SENT-RECORD
                           INVALID KEY
                               DISPLAY 'PRGE0154 LMSSENT REWRITE '
                                       'FAILED: ' WS-SENT-STATUS
                       END-REWRITE
                   END-IF
           END-READ.

       SEND-DROPS.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO LS-KEY
           START LMS-SENT-FILE KEY IS >= LS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LMS-SENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LS-STATUS = 'A' AND
                          LS-SEEN-DATE NOT = WS-CURRENT-DATE
                           PERFORM FIND-TERM-OPEN
                           IF WS-TERM-OPEN = 'Y'
                               MOVE 'D' TO LS-STATUS
                               MOVE WS-CURRENT-DATE TO LS-SENT-DATE
                               REWRITE LMS-SENT-RECORD
                                   INVALID KEY
                                       DISPLAY 'PRGE0154 LMSSENT '
                                               'REWRITE FAILED: '
                                               WS-SENT-STATUS
                               END-REWRITE
                               PERFORM EMIT-ROSTER-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EMIT-ROSTER-RECORD.
           MOVE SPACES TO LMS-ROSTER-RECORD
           IF LS-STATUS = 'D'
               MOVE 'D' TO LM-OP-CODE
               ADD 1 TO WS-DROP-COUNT
           ELSE
               MOVE 'A' TO LM-OP-CODE
               ADD 1 TO WS-ADD-COUNT
           END-IF
           MOVE LS-ROLE TO LM-ROLE
           MOVE LS-TERM TO LM-TERM
           MOVE LS-COURSE-CODE TO LM-COURSE-CODE
           MOVE LS-SECTION TO LM-SECTION
           MOVE LS-USER-ID TO LM-USER-ID
           MOVE WS-CURRENT-DATE TO LM-EFF-DATE

           IF LS-ROLE = 'S'
               MOVE LS-USER-ID TO VSAM-STUDENT-ID
               READ STUDENT-VSAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VSAM-STUDENT-NAME TO LM-USER-NAME
                       MOVE VSAM-STUDENT-EMAIL TO LM-USER-EMAIL
               END-READ
           ELSE
               MOVE LS-USER-ID(1:4) TO INS-ID
               READ INSTRUCTOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INS-NAME TO LM-USER-NAME
               END-READ
           END-IF

           MOVE LS-COURSE-CODE TO SEC-COURSE-CODE
           MOVE LS-SECTION TO SEC-NUMBER
           READ SECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEC-DAYS TO LM-SEC-DAYS
                   MOVE SEC-START-TIME TO LM-SEC-START-TIME
                   MOVE SEC-END-TIME TO LM-SEC-END-TIME
                   MOVE SEC-ROOM TO LM-SEC-ROOM
           END-READ

           MOVE LS-COURSE-CODE TO ASG-COURSE-CODE
           MOVE LS-SECTION TO ASG-SECTION
           READ ASSIGN-FILE
               INVALID KEY
                   MOVE SPACES TO ASG-SECTION
                   READ ASSIGN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ASG-INSTRUCTOR-ID TO LM-INSTRUCTOR-ID
                   END-READ
               NOT INVALID KEY
                   MOVE ASG-INSTRUCTOR-ID TO LM-INSTRUCTOR-ID
           END-READ

           WRITE LMS-ROSTER-RECORD
           ADD 1 TO WS-DELTA-COUNT.

       WRITE-ROSTER-HEADER.
           MOVE SPACES TO LMS-ROSTER-RECORD
           MOVE 'H' TO LM-OP-CODE
           MOVE WS-CURRENT-DATE TO LM-EFF-DATE
           WRITE LMS-ROSTER-RECORD.

       WRITE-ROSTER-TRAILER.
           MOVE SPACES TO LMS-ROSTER-RECORD
           MOVE 'T' TO LM-OP-CODE
           MOVE WS-DELTA-COUNT TO LM-USER-ID
           MOVE WS-CURRENT-DATE TO LM-EFF-DATE
           WRITE LMS-ROSTER-RECORD.
