               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS STUDENT-COURSE
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT SPONSLNK-FILE ASSIGN TO 'SPONSLNK.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPBILL-STATUS.

           SELECT CREDIT-FILE ASSIGN TO 'CREDITBAL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CREDIT-STATUS.

           SELECT WAIVCAT-FILE ASSIGN TO 'WAIVCAT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WC-CODE
               FILE STATUS IS WS-WAIVCAT-STATUS.

           SELECT WAIVASGN-FILE ASSIGN TO 'WAIVASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WA-KEY
               FILE STATUS IS WS-WAIVASGN-STATUS.

           SELECT WAIVER-FEED-FILE ASSIGN TO 'WAIVER.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WAIVFEED-STATUS.

           SELECT HLTHOPT-FILE ASSIGN TO 'HLTHOPT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-HLTHOPT-STATUS.

           SELECT HLTHPLAN-FILE ASSIGN TO 'HLTHPLAN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HP-KEY
               FILE STATUS IS WS-HLTHPLAN-STATUS.

           SELECT HLTHFEE-FILE ASSIGN TO 'HLTHFEE.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HLTHFEE-STATUS.

           SELECT BILLING-FILE ASSIGN TO 'BILLING.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO 'ASSESS-CHKPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT RESTART-WORK-FILE ASSIGN TO 'ASSESS-RESTART.TMP'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-HISTORY-FILE
           05  RT-PER-CREDIT           PIC 9(4)V99.
           05  RT-FLAT-CHARGE          PIC 9(6)V99.

      * STUDENT-FEE-STATUS: I=INTERNATIONAL, D OR BLANK=DOMESTIC.
      * INTERNATIONAL STUDENTS ARE PRICED FROM THE TERM'S 'INTL' ROW.
       FD  STUDENT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  STUDENT-RECORD.
           05  STUDENT-ID              PIC 9(6).
           05  STUDENT-NAME            PIC X(30).
           05  STUDENT-ADDRESS         PIC X(40).
           05  STUDENT-PHONE           PIC X(15).
           05  STUDENT-EMAIL           PIC X(20).
           05  STUDENT-COURSE          PIC X(4).
           05  INCLUSION-DATE          PIC 9(8).
           05  STUDENT-STATUS          PIC X.
           05  STUDENT-GPA             PIC 9V99.
           05  STUDENT-PROGRAM         PIC X(4).
           05  STUDENT-STANDING        PIC X.
           05  FILLER                  PIC X(46).
           05  STUDENT-FEE-STATUS      PIC X.
           05  FILLER                  PIC X.

       FD  SPONSLNK-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  SPONSLNK-RECORD.
           05  SPB-TERM                PIC X(6).
           05  SPB-AMOUNT              PIC 9(6)V99.

      * UNAPPLIED CREDIT HELD BY THE PAYMENT POSTING RUN.  THE
      * APPLIED-TERM/AMOUNT REMEMBER WHAT THIS RUN TOOK SO A RERUN
      * FOR THE SAME TERM PUTS IT BACK BEFORE APPLYING AGAIN.
       FD  CREDIT-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01  CREDIT-RECORD.
           05  CB-KEY.
               10  CB-STUD-ID          PIC 9(6).
               10  CB-RECEIPT-NO       PIC X(8).
           05  CB-RECEIVED-DATE        PIC 9(8).
           05  CB-SOURCE-TERM          PIC X(6).
           05  CB-ORIG-AMOUNT          PIC 9(6)V99.
           05  CB-AVAILABLE            PIC 9(6)V99.
           05  CB-APPLIED-TERM         PIC X(6).
           05  CB-APPLIED-AMOUNT       PIC 9(6)V99.
           05  CB-APPLIED-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).

      * TUITION WAIVER CATEGORIES.  WC-TYPE: P=PERCENTAGE OF THE
      * CHARGE, F=FIXED AMOUNT.  WC-ON-TUITION/WC-ON-FEES SAY WHICH
      * PART OF THE CHARGE (PER-CREDIT TUITION, FLAT COURSE FEES)
      * THE WAIVER COVERS.  BLANK TERMS LEAVE THE RANGE OPEN.
       FD  WAIVCAT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  WAIVCAT-RECORD.
           05  WC-CODE                 PIC X(4).
           05  WC-DESC                 PIC X(30).
           05  WC-TYPE                 PIC X.
           05  WC-PCT                  PIC 9(3).
           05  WC-AMOUNT               PIC 9(6)V99.
           05  WC-ON-TUITION           PIC X.
           05  WC-ON-FEES              PIC X.
           05  WC-FROM-TERM            PIC X(6).
           05  WC-TO-TERM              PIC X(6).
           05  FILLER                  PIC X(10).

      * WAIVERS ASSIGNED TO STUDENTS.  ONLY APPROVED (WA-STATUS A)
      * ASSIGNMENTS ARE APPLIED.
       FD  WAIVASGN-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  WAIVASGN-RECORD.
           05  WA-KEY.
               10  WA-STUDENT-ID       PIC 9(6).
               10  WA-CODE             PIC X(4).
           05  WA-FROM-TERM            PIC X(6).
           05  WA-TO-TERM              PIC X(6).
           05  WA-STATUS               PIC X.
           05  WA-ENTERED-BY           PIC X(8).
           05  WA-ENTERED-DATE         PIC 9(8).
           05  WA-APPROVED-BY          PIC X(8).
           05  WA-APPROVED-DATE        PIC 9(8).
           05  FILLER                  PIC X(10).

      * WAIVED AMOUNTS BY STUDENT AND CATEGORY FOR THE GL POSTING.
       FD  WAIVER-FEED-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  WAIVER-FEED-RECORD.
           05  WV-STUD-ID              PIC 9(6).
           05  WV-TERM                 PIC X(6).
           05  WV-CODE                 PIC X(4).
           05  WV-AMOUNT               PIC 9(6)V99.

      * HEALTH AND DENTAL PLAN OPT-OUTS BY STUDENT AND TERM.
      * HO-STATUS: P=PENDING, A=APPROVED, D=DENIED.  ONLY APPROVED
      * OPT-OUTS SUPPRESS THE PLAN FEE.
       FD  HLTHOPT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  HLTHOPT-RECORD.
           05  HO-KEY.
               10  HO-STUDENT-ID       PIC 9(6).
               10  HO-TERM             PIC X(6).
           05  HO-INSURER              PIC X(25).
           05  HO-POLICY-NO            PIC X(20).
           05  HO-RECEIVED-DATE        PIC 9(8).
           05  HO-STATUS               PIC X.
           05  HO-ENTERED-BY           PIC X(8).
           05  HO-ENTERED-DATE         PIC 9(8).
           05  HO-DECIDED-BY           PIC X(8).
           05  HO-DECIDED-DATE         PIC 9(8).
           05  FILLER                  PIC X(22).

      * ONE RECORD PER STUDENT AND TERM CHARGED THE PLAN FEE.
      * HP-STATUS: C=COVERED, O=OPTED OUT AFTER ASSESSMENT (THE FEE
      * HAS BEEN CREDITED BACK).  THE SENT/CANCEL DATES SAY WHEN THE
      * CARRIER WAS TOLD OF THE ENROLMENT AND OF ITS CANCELLATION.
       FD  HLTHPLAN-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  HLTHPLAN-RECORD.
           05  HP-KEY.
               10  HP-STUDENT-ID       PIC 9(6).
               10  HP-TERM             PIC X(6).
           05  HP-STATUS               PIC X.
           05  HP-FEE-AMT              PIC 9(6)V99.
           05  HP-ASSESSED-DATE        PIC 9(8).
           05  HP-CREDIT-AMT           PIC 9(6)V99.
           05  HP-CREDIT-DATE          PIC 9(8).
           05  HP-SENT-DATE            PIC 9(8).
           05  HP-CANCEL-DATE          PIC 9(8).
           05  FILLER                  PIC X(9).

      * PLAN FEES CHARGED BY STUDENT FOR THE GL POSTING.
       FD  HLTHFEE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  HLTHFEE-RECORD.
           05  HF-STUD-ID              PIC 9(6).
           05  HF-TERM                 PIC X(6).
           05  HF-AMOUNT               PIC 9(6)V99.

       FD  BILLING-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  BILLING-RECORD.
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCEPT-RECORD               PIC X(100).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  CHECKPOINT-RECORD           PIC X(150).

       FD  RESTART-WORK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RESTART-WORK-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ENROLL-STATUS            PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-BILLING-STATUS           PIC XX VALUE SPACES.
       01  WS-LINK-STATUS              PIC XX VALUE SPACES.
       01  WS-LINK-OPEN                PIC X VALUE 'N'.
       01  WS-STUDENT-STATUS           PIC XX VALUE SPACES.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-FEE-STUDENT-ID           PIC 9(6) VALUE ZEROES.
       01  WS-FEE-STATUS               PIC X VALUE 'D'.
       01  WS-INTL-COUNT               PIC 9(6) VALUE ZEROES.
       01  WS-SPBILL-STATUS            PIC XX VALUE SPACES.
       01  WS-SPONSOR-AMT              PIC 9(6)V99 VALUE ZEROES.
       01  WS-STUDENT-AMT              PIC 9(6)V99 VALUE ZEROES.
       01  WS-SPONSOR-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-SPONSOR-TOTAL            PIC 9(8)V99 VALUE ZEROES.
       01  WS-WAIVCAT-STATUS           PIC XX VALUE SPACES.
       01  WS-WAIVASGN-STATUS          PIC XX VALUE SPACES.
       01  WS-WAIVFEED-STATUS          PIC XX VALUE SPACES.
       01  WS-WAIVER-OPEN              PIC X VALUE 'N'.
       01  WS-WAIVER-EOF               PIC X VALUE 'N'.
       01  WS-WAIVER-AMT               PIC 9(6)V99 VALUE ZEROES.
       01  WS-WAIVER-ONE               PIC 9(6)V99 VALUE ZEROES.
       01  WS-WAIVER-BASE              PIC 9(6)V99 VALUE ZEROES.
       01  WS-WAIVER-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-WAIVED             PIC 9(8)V99 VALUE ZEROES.
       01  WS-TOTAL-NET                PIC 9(8)V99 VALUE ZEROES.
       01  WS-GROSS-EDIT               PIC ZZZ,ZZ9.99.
       01  WS-NET-EDIT                 PIC ZZZ,ZZ9.99.
       01  WS-TUITION-PART             PIC 9(6)V99 VALUE ZEROES.
       01  WS-FEE-PART                 PIC 9(6)V99 VALUE ZEROES.
       01  WS-ASSESS-ORD               PIC 9(5) VALUE ZEROES.
       01  WS-ORD-TERM                 PIC X(6) VALUE SPACES.
       01  WS-ORD-VALUE                PIC 9(5) VALUE ZEROES.
       01  WS-RANGE-FROM               PIC X(6) VALUE SPACES.
       01  WS-RANGE-TO                 PIC X(6) VALUE SPACES.
       01  WS-IN-RANGE                 PIC X VALUE 'N'.
       01  WS-CREDIT-STATUS            PIC XX VALUE SPACES.
       01  WS-CREDIT-OPEN              PIC X VALUE 'N'.
       01  WS-CREDIT-EOF               PIC X VALUE 'N'.
       01  WS-CREDIT-AMT               PIC 9(6)V99 VALUE ZEROES.
       01  WS-CREDIT-TAKE              PIC 9(6)V99 VALUE ZEROES.
       01  WS-CREDIT-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-CREDIT-TOTAL             PIC 9(8)V99 VALUE ZEROES.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-HLTHOPT-STATUS           PIC XX VALUE SPACES.
       01  WS-HLTHOPT-OPEN             PIC X VALUE 'N'.
       01  WS-HLTHPLAN-STATUS          PIC XX VALUE SPACES.
       01  WS-HLTHFEE-STATUS           PIC XX VALUE SPACES.
       01  WS-PLAN-ON                  PIC X VALUE 'N'.
       01  WS-PLAN-FEE                 PIC 9(6)V99 VALUE ZEROES.
       01  WS-PLAN-COUNT               PIC 9(4) VALUE ZEROES.
       01  WS-OPTOUT-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-PLAN-TOTAL               PIC 9(8)V99 VALUE ZEROES.
       01  WS-LOAD-CALLED              PIC X VALUE 'N'.
       01  WS-LOAD-REQUEST.
           05  WS-LD-FUNCTION          PIC X.
           05  WS-LD-STUDENT-ID        PIC 9(6).
           05  WS-LD-TERM              PIC X(6).
           05  WS-LD-PROGRAM           PIC X(4).
           05  WS-LD-OPERATOR          PIC X(8).
           05  WS-LD-CREDITS           PIC 9(3).
           05  WS-LD-STATUS            PIC X.
           05  WS-LD-CHANGED           PIC X.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-EXCEPT-STATUS            PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-BILL-COUNT               PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-ASSESSED           PIC 9(8)V99 VALUE ZEROES.
       01  WS-TOTAL-EDIT               PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CHECKPOINT-STATUS        PIC XX VALUE SPACES.
       01  WS-WORK-STATUS              PIC XX VALUE SPACES.
       01  WS-CHECKPOINT-INTERVAL      PIC 9(4) VALUE 100.
       01  WS-CHECKPOINT-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-RUN-TYPE                 PIC X VALUE 'N'.
       01  WS-RESTART-RUN              PIC X VALUE 'N'.
       01  WS-RESTART-OK               PIC X VALUE 'Y'.
       01  WS-REGISTER-OPEN            PIC X VALUE 'N'.
       01  WS-REGISTER-LINES           PIC 9(8) VALUE ZEROES.
       01  WS-WAIVER-RECS              PIC 9(6) VALUE ZEROES.
       01  WS-START-IX                 PIC 9(4) VALUE 1.
       01  WS-LAST-DONE-IX             PIC 9(4) VALUE ZEROES.
       01  WS-KEEP-COUNT               PIC 9(8) VALUE ZEROES.
       01  WS-COPIED                   PIC 9(8) VALUE ZEROES.
       01  WS-TRIM-EOF                 PIC X VALUE 'N'.
       01  WS-CHECKPOINT-STAMP         PIC X(16) VALUE SPACES.
       01  WS-RESUME-TEXT              PIC X(60) VALUE SPACES.

      * WHERE THE BILLING PASS HAD GOT TO.  WRITTEN AT THE START OF
      * THE PASS AND EVERY WS-CHECKPOINT-INTERVAL STUDENTS AFTER IT,
      * ONCE THE FEEDS AND THE REGISTER HAVE BEEN FLUSHED.  THE
      * RECORD COUNTS ARE WHAT EACH OUTPUT HELD AT THAT POINT, SO A
      * RESTART CUTS THEM BACK BEFORE CARRYING ON.
      * CK-STATUS: O=RUN IN PROGRESS, C=RUN COMPLETED.
       01  WS-CHECKPOINT.
           05  CK-STATUS               PIC X.
           05  CK-TERM                 PIC X(6).
           05  CK-DUE-DATE             PIC 9(8).
           05  CK-STUDENT-COUNT        PIC 9(4).
           05  CK-LAST-IX              PIC 9(4).
           05  CK-LAST-STUDENT         PIC 9(6).
           05  CK-BILL-COUNT           PIC 9(6).
           05  CK-REGISTER-LINES       PIC 9(8).
           05  CK-WAIVER-RECS          PIC 9(6).
           05  CK-TOTAL-ASSESSED       PIC 9(8)V99.
           05  CK-TOTAL-WAIVED         PIC 9(8)V99.
           05  CK-WAIVER-COUNT         PIC 9(4).
           05  CK-SPONSOR-COUNT        PIC 9(4).
           05  CK-SPONSOR-TOTAL        PIC 9(8)V99.
           05  CK-CREDIT-COUNT         PIC 9(4).
           05  CK-CREDIT-TOTAL         PIC 9(8)V99.
           05  CK-PLAN-COUNT           PIC 9(4).
           05  CK-PLAN-TOTAL           PIC 9(8)V99.
           05  CK-OPTOUT-COUNT         PIC 9(4).
           05  CK-TAKEN-STAMP          PIC X(14).
           05  CK-RESTARTS             PIC 9(2).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-STUDENT-TABLE.
           05  WS-STUDENT-ENTRY OCCURS 1000 TIMES.
               10  WS-TAB-STUDENT-ID   PIC 9(6).
               10  WS-TAB-AMOUNT       PIC 9(6)V99.
               10  WS-TAB-TUITION      PIC 9(6)V99.
               10  WS-TAB-FEES         PIC 9(6)V99.
               10  WS-TAB-CREDITS      PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY '        TUITION ASSESSMENT RUN          '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY 'N = NEW ASSESSMENT RUN'.
           DISPLAY 'R = RESTART AN INTERRUPTED RUN FROM ITS CHECKPOINT'.
           DISPLAY 'ENTER RUN TYPE (DEFAULT N): '.
           ACCEPT WS-RUN-TYPE.
           IF WS-RUN-TYPE = 'R' OR WS-RUN-TYPE = 'r'
               PERFORM 1150-LOAD-CHECKPOINT
               IF WS-CONTINUE = 'Y'
                   PERFORM 1200-OPEN-FILES
               END-IF
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ENTER TERM TO ASSESS (E.G. 2026FA), '.
           DISPLAY 'OR BLANK TO EXIT: '.
           ACCEPT WS-ASSESS-TERM.
           DISPLAY SPACE.
           DISPLAY SPACE.

      * A RESTART REPEATS THE PRICING PASS, WHICH ONLY READS, AND
      * PICKS THE BILLING PASS UP AFTER THE LAST CHECKPOINTED STUDENT.
       1150-LOAD-CHECKPOINT.
           MOVE SPACE TO CK-STATUS.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = '00'
               READ CHECKPOINT-FILE INTO WS-CHECKPOINT
                   AT END
                       MOVE SPACE TO CK-STATUS
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF CK-STATUS NOT = 'O'
               DISPLAY 'NO INTERRUPTED ASSESSMENT RUN TO RESTART'
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.

           MOVE CK-TERM TO WS-ASSESS-TERM.
           MOVE CK-DUE-DATE TO WS-DUE-DATE.
           DISPLAY 'INTERRUPTED RUN FOR TERM ' CK-TERM
                   ' DUE ' CK-DUE-DATE.
           DISPLAY 'LAST CHECKPOINT ' CK-TAKEN-STAMP ' AFTER '
                   CK-LAST-IX ' OF ' CK-STUDENT-COUNT ' STUDENTS ('
                   CK-BILL-COUNT ' BILLS WRITTEN)'.
           DISPLAY 'RESTART FROM THIS CHECKPOINT (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE 'Y' TO WS-RESTART-RUN
           ELSE
               DISPLAY 'RESTART CANCELLED'
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       1200-OPEN-FILES.
           OPEN INPUT ENROLLMENT-HISTORY-FILE.
           IF WS-ENROLL-STATUS NOT = '00'
           ELSE
               OPEN INPUT COURSE-FILE
               OPEN INPUT RATE-FILE
               IF WS-RESTART-RUN = 'Y'
                   OPEN EXTEND EXCEPT-FILE
               ELSE
                   OPEN OUTPUT REGISTER-FILE
                   MOVE 'Y' TO WS-REGISTER-OPEN
                   OPEN OUTPUT EXCEPT-FILE
               END-IF
               OPEN INPUT SPONSLNK-FILE
               IF WS-LINK-STATUS = '00'
                   MOVE 'Y' TO WS-LINK-OPEN
               END-IF
               OPEN INPUT STUDENT-FILE
               IF WS-STUDENT-STATUS = '00'
                   MOVE 'Y' TO WS-STUDENT-OPEN
               END-IF
               OPEN I-O CREDIT-FILE
               IF WS-CREDIT-STATUS = '00'
                   MOVE 'Y' TO WS-CREDIT-OPEN
               END-IF
               OPEN INPUT WAIVCAT-FILE
               OPEN INPUT WAIVASGN-FILE
               IF WS-WAIVCAT-STATUS = '00' AND
                  WS-WAIVASGN-STATUS = '00'
                   MOVE 'Y' TO WS-WAIVER-OPEN
               ELSE
                   IF WS-WAIVCAT-STATUS = '00'
                       CLOSE WAIVCAT-FILE
                   END-IF
                   IF WS-WAIVASGN-STATUS = '00'
                       CLOSE WAIVASGN-FILE
                   END-IF
               END-IF
               MOVE WS-ASSESS-TERM TO WS-ORD-TERM
               PERFORM 3400-TERM-ORDINAL
               MOVE WS-ORD-VALUE TO WS-ASSESS-ORD
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               IF WS-COURSE-STATUS NOT = '00' OR
                  WS-RATE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING COURSE/RATE FILES: '
                           WS-COURSE-STATUS ' ' WS-RATE-STATUS
                   MOVE 'N' TO WS-CONTINUE
                   CLOSE ENROLLMENT-HISTORY-FILE
               ELSE
                   PERFORM 1300-OPEN-HEALTH-PLAN
               END-IF
           END-IF.

      * THE HEALTH AND DENTAL PLAN FEE IS THE FLAT CHARGE ON THE
      * TERM'S 'HLTH' RATE ROW.  WITH NO SUCH ROW THE TERM HAS NO
      * PLAN FEE AND NOTHING IS CHARGED.
       1300-OPEN-HEALTH-PLAN.
           MOVE WS-ASSESS-TERM TO RT-TERM.
           MOVE 'HLTH' TO RT-COURSE.
           READ RATE-FILE
               INVALID KEY
                   DISPLAY 'NO HLTH RATE FOR TERM - NO PLAN FEE CHARGED'
               NOT INVALID KEY
                   MOVE RT-FLAT-CHARGE TO WS-PLAN-FEE
           END-READ.
           IF WS-PLAN-FEE > 0
               OPEN I-O HLTHPLAN-FILE
               IF WS-HLTHPLAN-STATUS = '05' OR
                  WS-HLTHPLAN-STATUS = '35'
                   CLOSE HLTHPLAN-FILE
                   OPEN OUTPUT HLTHPLAN-FILE
                   CLOSE HLTHPLAN-FILE
                   OPEN I-O HLTHPLAN-FILE
               END-IF
               IF WS-HLTHPLAN-STATUS = '00'
                   MOVE 'Y' TO WS-PLAN-ON
                   OPEN INPUT HLTHOPT-FILE
                   IF WS-HLTHOPT-STATUS = '00'
                       MOVE 'Y' TO WS-HLTHOPT-OPEN
                   END-IF
               ELSE
                   DISPLAY 'ERROR OPENING HEALTH PLAN FILE: '
                           WS-HLTHPLAN-STATUS ' - NO PLAN FEE CHARGED'
               END-IF
           END-IF.

           END-READ.

       2200-LOOKUP-RATE.
           PERFORM 2210-GET-FEE-STATUS.
           IF WS-FEE-STATUS = 'I'
               MOVE WS-ASSESS-TERM TO RT-TERM
               MOVE 'INTL' TO RT-COURSE
               READ RATE-FILE
                   INVALID KEY
                       MOVE 'NO INTL RATE - DOMESTIC USED'
                         TO WS-EXCEPT-TEXT
                       PERFORM 2500-WRITE-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO WS-INTL-COUNT
                       PERFORM 2300-ACCUMULATE-CHARGE
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE WS-ASSESS-TERM TO RT-TERM.
           MOVE ENR-COURSE-CODE TO RT-COURSE.
           READ RATE-FILE
                   PERFORM 2300-ACCUMULATE-CHARGE
           END-READ.

       2210-GET-FEE-STATUS.
           IF ENR-STUDENT-ID NOT = WS-FEE-STUDENT-ID
               MOVE ENR-STUDENT-ID TO WS-FEE-STUDENT-ID
               MOVE 'D' TO WS-FEE-STATUS
               IF WS-STUDENT-OPEN = 'Y'
                   MOVE ENR-STUDENT-ID TO STUDENT-ID
                   READ STUDENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF STUDENT-FEE-STATUS = 'I'
                               MOVE 'I' TO WS-FEE-STATUS
                           END-IF
                   END-READ
               END-IF
           END-IF.

       2250-LOOKUP-DEFAULT-RATE.
           MOVE WS-ASSESS-TERM TO RT-TERM.
           MOVE '****' TO RT-COURSE.
                  WS-EXCEPT-TEXT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           IF WS-RESTART-RUN NOT = 'Y'
               WRITE EXCEPT-RECORD FROM WS-LINE
           END-IF.

      * ON A RESTART THE REGISTER STAYS CLOSED THROUGH THE PRICING
      * PASS; ITS LINES ARE ALREADY ON THE REGISTER FROM THE FIRST RUN.
       2600-PUT-REGISTER-LINE.
           IF WS-REGISTER-OPEN = 'Y'
               WRITE REGISTER-RECORD FROM WS-LINE
               ADD 1 TO WS-REGISTER-LINES
           END-IF.

       2300-ACCUMULATE-CHARGE.
           COMPUTE WS-TUITION-PART =
                   RT-PER-CREDIT * COURSE-CREDITS.
           MOVE RT-FLAT-CHARGE TO WS-FEE-PART.
           COMPUTE WS-CHARGE = WS-FEE-PART + WS-TUITION-PART.

           PERFORM 2400-FIND-STUDENT-SLOT.
           IF WS-FOUND-IX > 0
               ADD WS-CHARGE TO WS-TAB-AMOUNT(WS-FOUND-IX)
               ADD WS-TUITION-PART TO WS-TAB-TUITION(WS-FOUND-IX)
               ADD WS-FEE-PART TO WS-TAB-FEES(WS-FOUND-IX)
               ADD COURSE-CREDITS TO WS-TAB-CREDITS(WS-FOUND-IX)
               ADD 1 TO WS-PRICED-COUNT
               ADD WS-CHARGE TO WS-TOTAL-ASSESSED
               MOVE WS-CHARGE TO WS-CHARGE-EDIT
                      ' CHARGE ' WS-CHARGE-EDIT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               PERFORM 2600-PUT-REGISTER-LINE
           END-IF.

       2400-FIND-STUDENT-SLOT.
                   MOVE ENR-STUDENT-ID
                     TO WS-TAB-STUDENT-ID(WS-FOUND-IX)
                   MOVE ZEROES TO WS-TAB-AMOUNT(WS-FOUND-IX)
                   MOVE ZEROES TO WS-TAB-TUITION(WS-FOUND-IX)
                   MOVE ZEROES TO WS-TAB-FEES(WS-FOUND-IX)
                   MOVE ZEROES TO WS-TAB-CREDITS(WS-FOUND-IX)
               ELSE
                   MOVE 'STUDENT TABLE FULL - NOT PRICED'
                     TO WS-EXCEPT-TEXT
           END-IF.

       3000-WRITE-BILLING-FEED.
           IF WS-RESTART-RUN = 'Y'
               PERFORM 3700-PREPARE-RESTART
               IF WS-RESTART-OK NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               OPEN OUTPUT BILLING-FILE
           END-IF.
           IF WS-BILLING-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BILLING FEED: '
                       WS-BILLING-STATUS
           ELSE
               IF WS-RESTART-RUN NOT = 'Y'
                   MOVE SPACES TO BILLING-RECORD
                   MOVE 'H' TO B-REC-TYPE
                   MOVE ZEROES TO B-AMT-DUE
                   MOVE ZEROES TO B-AMT-PAID
                   WRITE BILLING-RECORD

                   OPEN OUTPUT SPONSOR-BILLING-FILE
                   OPEN OUTPUT WAIVER-FEED-FILE
                   OPEN OUTPUT HLTHFEE-FILE
                   MOVE ZEROES TO WS-LAST-DONE-IX
                   PERFORM 3800-TAKE-CHECKPOINT
               END-IF
               PERFORM VARYING WS-IX FROM WS-START-IX BY 1
                       UNTIL WS-IX > WS-STUDENT-COUNT
                   MOVE WS-TAB-AMOUNT(WS-IX) TO WS-STUDENT-AMT
                   PERFORM 3300-APPLY-WAIVERS
                   PERFORM 3100-SPLIT-SPONSOR-PORTION
                   PERFORM 3500-HEALTH-PLAN-FEE
                   PERFORM 3200-APPLY-CREDIT
                   MOVE SPACES TO BILLING-RECORD
                   MOVE 'B' TO B-REC-TYPE
                   MOVE WS-TAB-STUDENT-ID(WS-IX) TO B-STUD-ID
                   MOVE WS-ASSESS-TERM TO B-TERM
                   MOVE WS-STUDENT-AMT TO B-AMT-DUE
                   MOVE WS-CREDIT-AMT TO B-AMT-PAID
                   MOVE WS-DUE-DATE TO B-DUE-DATE
                   WRITE BILLING-RECORD
                   ADD 1 TO WS-BILL-COUNT
                   IF FUNCTION MOD(WS-IX WS-CHECKPOINT-INTERVAL) = 0
                       MOVE WS-IX TO WS-LAST-DONE-IX
                       PERFORM 3800-TAKE-CHECKPOINT
                   END-IF
               END-PERFORM
               CLOSE SPONSOR-BILLING-FILE
               CLOSE WAIVER-FEED-FILE
               CLOSE HLTHFEE-FILE

               MOVE SPACES TO BILLING-RECORD
               MOVE 'T' TO B-REC-TYPE
                  '  TOTAL ASSESSED: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM 2600-PUT-REGISTER-LINE.
           COMPUTE WS-TOTAL-NET = WS-TOTAL-ASSESSED - WS-TOTAL-WAIVED.
           MOVE SPACES TO WS-LINE.
           MOVE WS-TOTAL-ASSESSED TO WS-TOTAL-EDIT.
           STRING 'GROSS: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           MOVE WS-TOTAL-WAIVED TO WS-TOTAL-EDIT.
           MOVE '  WAIVED: ' TO WS-LINE(21:10).
           MOVE WS-TOTAL-EDIT TO WS-LINE(31:13).
           MOVE WS-TOTAL-NET TO WS-TOTAL-EDIT.
           MOVE '  NET: ' TO WS-LINE(44:7).
           MOVE WS-TOTAL-EDIT TO WS-LINE(51:13).
           PERFORM 2600-PUT-REGISTER-LINE.
           IF WS-PLAN-ON = 'Y'
               MOVE WS-PLAN-TOTAL TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-LINE
               STRING 'HEALTH PLAN FEES: ' WS-PLAN-COUNT
                      '  TOTAL: ' WS-TOTAL-EDIT
                      '  OPTED OUT: ' WS-OPTOUT-COUNT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               PERFORM 2600-PUT-REGISTER-LINE
           END-IF.
           IF WS-RESTART-RUN = 'Y'
               MOVE SPACES TO WS-LINE
               STRING 'RUN WAS RESTARTED - ' WS-RESUME-TEXT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               PERFORM 2600-PUT-REGISTER-LINE
           END-IF.
           IF WS-BILLING-STATUS = '00'
               PERFORM 3850-CLOSE-CHECKPOINT
           END-IF.

      * A SPONSORED STUDENT IS BILLED ONLY THEIR OWN SHARE; THE
      * SPONSOR PORTION GOES ON THE SPONSOR BILLING FEED AND NEVER
               END-READ
           END-IF.

      * ANY UNAPPLIED CREDIT THE STUDENT HOLDS GOES AGAINST THEIR
      * SHARE OF THE NEW CHARGE AS AN AMOUNT ALREADY PAID ON THE
      * BILL.  THE BILLING LOAD RECORDS THE TRANSFER FOR THE GL.
       3200-APPLY-CREDIT.
           MOVE ZEROES TO WS-CREDIT-AMT.
           IF WS-CREDIT-OPEN = 'Y'
               MOVE 'N' TO WS-CREDIT-EOF
               MOVE WS-TAB-STUDENT-ID(WS-IX) TO CB-STUD-ID
               MOVE LOW-VALUES TO CB-RECEIPT-NO
               START CREDIT-FILE KEY IS NOT LESS THAN CB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CREDIT-EOF
               END-START
               PERFORM UNTIL WS-CREDIT-EOF = 'Y'
                   READ CREDIT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CREDIT-EOF
                       NOT AT END
                           IF CB-STUD-ID NOT = WS-TAB-STUDENT-ID(WS-IX)
                               MOVE 'Y' TO WS-CREDIT-EOF
                           ELSE
                               PERFORM 3210-TAKE-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CREDIT-AMT > 0
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD WS-CREDIT-AMT TO WS-CREDIT-TOTAL
                   MOVE WS-CREDIT-AMT TO WS-CHARGE-EDIT
                   MOVE SPACES TO WS-LINE
                   STRING WS-TAB-STUDENT-ID(WS-IX)
                          ' UNAPPLIED CREDIT APPLIED ' WS-CHARGE-EDIT
                          DELIMITED BY SIZE
                          INTO WS-LINE
                   PERFORM 2600-PUT-REGISTER-LINE
               END-IF
           END-IF.

       3210-TAKE-CREDIT.
           IF CB-APPLIED-TERM = WS-ASSESS-TERM
               ADD CB-APPLIED-AMOUNT TO CB-AVAILABLE
               MOVE ZEROES TO CB-APPLIED-AMOUNT
               MOVE SPACES TO CB-APPLIED-TERM
           END-IF.
           COMPUTE WS-CREDIT-TAKE = WS-STUDENT-AMT - WS-CREDIT-AMT.
           IF WS-CREDIT-TAKE > CB-AVAILABLE
               MOVE CB-AVAILABLE TO WS-CREDIT-TAKE
           END-IF.
           IF WS-CREDIT-TAKE > 0
               SUBTRACT WS-CREDIT-TAKE FROM CB-AVAILABLE
               ADD WS-CREDIT-TAKE TO WS-CREDIT-AMT
               MOVE WS-ASSESS-TERM TO CB-APPLIED-TERM
               MOVE WS-CREDIT-TAKE TO CB-APPLIED-AMOUNT
               MOVE WS-TODAY-DATE TO CB-APPLIED-DATE
           END-IF.
           REWRITE CREDIT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING CREDIT: ' CB-KEY
                           ' ' WS-CREDIT-STATUS
           END-REWRITE.

      * APPROVED WAIVERS FOR THE TERM COME OFF THE GROSS CHARGE
      * BEFORE THE SPONSOR SPLIT.  EACH CATEGORY WORKS ON THE PART
      * OF THE CHARGE IT COVERS, AND THE WAIVERS TOGETHER NEVER
      * TAKE MORE THAN THE GROSS.
       3300-APPLY-WAIVERS.
           MOVE ZEROES TO WS-WAIVER-AMT.
           IF WS-WAIVER-OPEN = 'Y'
               MOVE 'N' TO WS-WAIVER-EOF
               MOVE WS-TAB-STUDENT-ID(WS-IX) TO WA-STUDENT-ID
               MOVE LOW-VALUES TO WA-CODE
               START WAIVASGN-FILE KEY IS NOT LESS THAN WA-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-WAIVER-EOF
               END-START
               PERFORM UNTIL WS-WAIVER-EOF = 'Y'
                   READ WAIVASGN-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-WAIVER-EOF
                       NOT AT END
                           IF WA-STUDENT-ID NOT =
                              WS-TAB-STUDENT-ID(WS-IX)
                               MOVE 'Y' TO WS-WAIVER-EOF
                           ELSE
                               IF WA-STATUS = 'A'
                                   PERFORM 3310-WAIVER-ONE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           SUBTRACT WS-WAIVER-AMT FROM WS-STUDENT-AMT.
           IF WS-WAIVER-AMT > 0
               ADD 1 TO WS-WAIVER-COUNT
               ADD WS-WAIVER-AMT TO WS-TOTAL-WAIVED
           END-IF.
           MOVE WS-TAB-AMOUNT(WS-IX) TO WS-GROSS-EDIT.
           MOVE WS-WAIVER-AMT TO WS-CHARGE-EDIT.
           MOVE WS-STUDENT-AMT TO WS-NET-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING WS-TAB-STUDENT-ID(WS-IX)
                  ' GROSS ' WS-GROSS-EDIT
                  ' WAIVER ' WS-CHARGE-EDIT
                  ' NET ' WS-NET-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM 2600-PUT-REGISTER-LINE.

       3310-WAIVER-ONE.
           MOVE WA-FROM-TERM TO WS-RANGE-FROM.
           MOVE WA-TO-TERM TO WS-RANGE-TO.
           PERFORM 3410-TERM-IN-RANGE.
           IF WS-IN-RANGE = 'Y'
               MOVE WA-CODE TO WC-CODE
               READ WAIVCAT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-IN-RANGE
                   NOT INVALID KEY
                       MOVE WC-FROM-TERM TO WS-RANGE-FROM
                       MOVE WC-TO-TERM TO WS-RANGE-TO
                       PERFORM 3410-TERM-IN-RANGE
               END-READ
           END-IF.
           IF WS-IN-RANGE = 'Y'
               MOVE ZEROES TO WS-WAIVER-BASE
               IF WC-ON-TUITION = 'Y'
                   ADD WS-TAB-TUITION(WS-IX) TO WS-WAIVER-BASE
               END-IF
               IF WC-ON-FEES = 'Y'
                   ADD WS-TAB-FEES(WS-IX) TO WS-WAIVER-BASE
               END-IF
               IF WC-TYPE = 'F'
                   MOVE WC-AMOUNT TO WS-WAIVER-ONE
                   IF WS-WAIVER-ONE > WS-WAIVER-BASE
                       MOVE WS-WAIVER-BASE TO WS-WAIVER-ONE
                   END-IF
               ELSE
                   COMPUTE WS-WAIVER-ONE ROUNDED =
                           WS-WAIVER-BASE * WC-PCT / 100
               END-IF
               IF WS-WAIVER-ONE > WS-STUDENT-AMT - WS-WAIVER-AMT
                   COMPUTE WS-WAIVER-ONE =
                           WS-STUDENT-AMT - WS-WAIVER-AMT
               END-IF
               IF WS-WAIVER-ONE > 0
                   ADD WS-WAIVER-ONE TO WS-WAIVER-AMT
                   MOVE WS-TAB-STUDENT-ID(WS-IX) TO WV-STUD-ID
                   MOVE WS-ASSESS-TERM TO WV-TERM
                   MOVE WA-CODE TO WV-CODE
                   MOVE WS-WAIVER-ONE TO WV-AMOUNT
                   WRITE WAIVER-FEED-RECORD
                   ADD 1 TO WS-WAIVER-RECS
               END-IF
           END-IF.

      * EVERY FULL-TIME STUDENT PAYS THE HEALTH AND DENTAL PLAN FEE
      * UNLESS AN APPROVED OPT-OUT IS ON FILE FOR THE TERM.  THE FEE
      * IS THE STUDENT'S OWN, SO IT GOES ON AFTER THE WAIVERS AND THE
      * SPONSOR SPLIT.  AN OPT-OUT APPROVED AFTER THIS RUN IS CREDITED
      * BACK BY THE NIGHTLY PLAN RUN FROM THE HLTHPLAN RECORD.
       3500-HEALTH-PLAN-FEE.
           IF WS-PLAN-ON NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3505-GET-LOAD-STATUS.
           IF WS-LD-STATUS NOT = 'F'
               EXIT PARAGRAPH
           END-IF.
           IF WS-HLTHOPT-OPEN = 'Y'
               MOVE WS-TAB-STUDENT-ID(WS-IX) TO HO-STUDENT-ID
               MOVE WS-ASSESS-TERM TO HO-TERM
               READ HLTHOPT-FILE
                   INVALID KEY
                       MOVE SPACE TO HO-STATUS
               END-READ
               IF HO-STATUS = 'A'
                   ADD 1 TO WS-OPTOUT-COUNT
                   MOVE SPACES TO WS-LINE
                   STRING WS-TAB-STUDENT-ID(WS-IX)
                          ' HEALTH PLAN OPTED OUT - '
                          HO-INSURER
                          DELIMITED BY SIZE
                          INTO WS-LINE
                   PERFORM 2600-PUT-REGISTER-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD WS-PLAN-FEE TO WS-STUDENT-AMT.
           ADD WS-PLAN-FEE TO WS-TOTAL-ASSESSED.
           ADD WS-PLAN-FEE TO WS-PLAN-TOTAL.
           ADD 1 TO WS-PLAN-COUNT.
           MOVE WS-TAB-STUDENT-ID(WS-IX) TO HF-STUD-ID.
           MOVE WS-ASSESS-TERM TO HF-TERM.
           MOVE WS-PLAN-FEE TO HF-AMOUNT.
           WRITE HLTHFEE-RECORD.
           MOVE WS-PLAN-FEE TO WS-CHARGE-EDIT.
           MOVE SPACES TO WS-LINE.
           STRING WS-TAB-STUDENT-ID(WS-IX)
                  ' CREDITS ' WS-TAB-CREDITS(WS-IX)
                  ' HEALTH PLAN FEE ' WS-CHARGE-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM 2600-PUT-REGISTER-LINE.

           MOVE WS-TAB-STUDENT-ID(WS-IX) TO HP-STUDENT-ID.
           MOVE WS-ASSESS-TERM TO HP-TERM.
           READ HLTHPLAN-FILE
               INVALID KEY
                   MOVE SPACES TO HLTHPLAN-RECORD
                   MOVE WS-TAB-STUDENT-ID(WS-IX) TO HP-STUDENT-ID
                   MOVE WS-ASSESS-TERM TO HP-TERM
                   MOVE 'C' TO HP-STATUS
                   MOVE WS-PLAN-FEE TO HP-FEE-AMT
                   MOVE WS-TODAY-DATE TO HP-ASSESSED-DATE
                   MOVE ZEROES TO HP-CREDIT-AMT HP-CREDIT-DATE
                                  HP-SENT-DATE HP-CANCEL-DATE
                   WRITE HLTHPLAN-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR ADDING HEALTH PLAN: '
                                   HP-KEY ' ' WS-HLTHPLAN-STATUS
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 3510-RECHARGE-PLAN
           END-READ.

      * A RERUN REPLACES THE FEE.  A STUDENT WHOSE OPT-OUT WAS
      * CREDITED BUT NO LONGER STANDS IS COVERED AGAIN AND GOES BACK
      * TO THE CARRIER AS A NEW ENROLMENT.
      * FULL-TIME OR NOT IS THE TERM LOAD STATUS KEPT BY PRGS0066
      * AGAINST THE STUDENT'S PROGRAM RULES, NOT A CREDIT COUNT HERE.
       3505-GET-LOAD-STATUS.
           MOVE SPACES TO WS-LD-PROGRAM.
           IF WS-STUDENT-OPEN = 'Y'
               MOVE WS-TAB-STUDENT-ID(WS-IX) TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-PROGRAM TO WS-LD-PROGRAM
               END-READ
           END-IF.
           MOVE 'R' TO WS-LD-FUNCTION.
           MOVE WS-TAB-STUDENT-ID(WS-IX) TO WS-LD-STUDENT-ID.
           MOVE WS-ASSESS-TERM TO WS-LD-TERM.
           MOVE 'PRGA0051' TO WS-LD-OPERATOR.
           CALL 'PRGS0066' USING WS-LOAD-REQUEST.
           MOVE 'Y' TO WS-LOAD-CALLED.

       3510-RECHARGE-PLAN.
           IF HP-STATUS = 'O'
               MOVE 'C' TO HP-STATUS
               MOVE ZEROES TO HP-CREDIT-AMT HP-CREDIT-DATE
                              HP-SENT-DATE HP-CANCEL-DATE
           END-IF.
           MOVE WS-PLAN-FEE TO HP-FEE-AMT.
           MOVE WS-TODAY-DATE TO HP-ASSESSED-DATE.
           REWRITE HLTHPLAN-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING HEALTH PLAN: '
                           HP-KEY ' ' WS-HLTHPLAN-STATUS
           END-REWRITE.

      * TERMS ARE YYYY + SESSION; SP, SU, FA RUN IN THAT ORDER
      * WITHIN THE YEAR.
       3400-TERM-ORDINAL.
           MOVE ZEROES TO WS-ORD-VALUE.
           IF WS-ORD-TERM(1:4) NUMERIC
               COMPUTE WS-ORD-VALUE =
                       FUNCTION NUMVAL(WS-ORD-TERM(1:4)) * 10
               EVALUATE WS-ORD-TERM(5:2)
                   WHEN 'SP'
                       ADD 1 TO WS-ORD-VALUE
                   WHEN 'SU'
                       ADD 2 TO WS-ORD-VALUE
                   WHEN 'FA'
                       ADD 3 TO WS-ORD-VALUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3410-TERM-IN-RANGE.
           MOVE 'Y' TO WS-IN-RANGE.
           IF WS-RANGE-FROM NOT = SPACES
               MOVE WS-RANGE-FROM TO WS-ORD-TERM
               PERFORM 3400-TERM-ORDINAL
               IF WS-ORD-VALUE > WS-ASSESS-ORD
                   MOVE 'N' TO WS-IN-RANGE
               END-IF
           END-IF.
           IF WS-RANGE-TO NOT = SPACES
               MOVE WS-RANGE-TO TO WS-ORD-TERM
               PERFORM 3400-TERM-ORDINAL
               IF WS-ORD-VALUE < WS-ASSESS-ORD
                   MOVE 'N' TO WS-IN-RANGE
               END-IF
           END-IF.

      * THE PRICING PASS MUST HAVE BUILT THE SAME STUDENT TABLE AS
      * THE INTERRUPTED RUN, OR THE CHECKPOINT POSITION MEANS NOTHING.
      * EACH OUTPUT IS THEN CUT BACK TO WHAT IT HELD AT THE CHECKPOINT
      * SO THE STUDENTS BILLED SINCE ARE NOT BILLED TWICE, AND IS LEFT
      * OPEN TO CARRY ON.  CREDITS AND HEALTH PLAN RECORDS NEED NO
      * UNDOING: APPLYING THEM AGAIN FOR THE SAME TERM REPLACES WHAT
      * THE INTERRUPTED RUN DID.
       3700-PREPARE-RESTART.
           MOVE 'Y' TO WS-RESTART-OK.
           IF WS-STUDENT-COUNT NOT = CK-STUDENT-COUNT
               MOVE 'N' TO WS-RESTART-OK
           ELSE
               IF CK-LAST-IX > 0
                   IF WS-TAB-STUDENT-ID(CK-LAST-IX)
                      NOT = CK-LAST-STUDENT
                       MOVE 'N' TO WS-RESTART-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-RESTART-OK NOT = 'Y'
               DISPLAY 'ENROLLMENTS HAVE CHANGED SINCE THE INTERRUPTED '
                       'RUN - START A NEW RUN INSTEAD'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-KEEP-COUNT = CK-BILL-COUNT + 1.
           PERFORM 3710-TRIM-BILLING.
           IF WS-RESTART-OK = 'Y'
               MOVE CK-SPONSOR-COUNT TO WS-KEEP-COUNT
               PERFORM 3720-TRIM-SPONSOR
           END-IF.
           IF WS-RESTART-OK = 'Y'
               MOVE CK-WAIVER-RECS TO WS-KEEP-COUNT
               PERFORM 3730-TRIM-WAIVER
           END-IF.
           IF WS-RESTART-OK = 'Y'
               MOVE CK-PLAN-COUNT TO WS-KEEP-COUNT
               PERFORM 3740-TRIM-HLTHFEE
           END-IF.
           IF WS-RESTART-OK = 'Y'
               MOVE CK-REGISTER-LINES TO WS-KEEP-COUNT
               PERFORM 3750-TRIM-REGISTER
           END-IF.
           IF WS-RESTART-OK NOT = 'Y'
               DISPLAY 'RESTART NOT POSSIBLE - START A NEW RUN INSTEAD'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-REGISTER-OPEN.
           MOVE CK-REGISTER-LINES TO WS-REGISTER-LINES.
           MOVE CK-BILL-COUNT TO WS-BILL-COUNT.
           MOVE CK-WAIVER-RECS TO WS-WAIVER-RECS.
           MOVE CK-TOTAL-ASSESSED TO WS-TOTAL-ASSESSED.
           MOVE CK-TOTAL-WAIVED TO WS-TOTAL-WAIVED.
           MOVE CK-WAIVER-COUNT TO WS-WAIVER-COUNT.
           MOVE CK-SPONSOR-COUNT TO WS-SPONSOR-COUNT.
           MOVE CK-SPONSOR-TOTAL TO WS-SPONSOR-TOTAL.
           MOVE CK-CREDIT-COUNT TO WS-CREDIT-COUNT.
           MOVE CK-CREDIT-TOTAL TO WS-CREDIT-TOTAL.
           MOVE CK-PLAN-COUNT TO WS-PLAN-COUNT.
           MOVE CK-PLAN-TOTAL TO WS-PLAN-TOTAL.
           MOVE CK-OPTOUT-COUNT TO WS-OPTOUT-COUNT.
           ADD 1 TO CK-RESTARTS.
           COMPUTE WS-START-IX = CK-LAST-IX + 1.

           MOVE SPACES TO WS-RESUME-TEXT.
           STRING 'RESUMED AFTER STUDENT ' CK-LAST-STUDENT
                  ' (' CK-LAST-IX ' OF ' CK-STUDENT-COUNT
                  ') CHECKPOINT ' CK-TAKEN-STAMP
                  DELIMITED BY SIZE
                  INTO WS-RESUME-TEXT.
           MOVE FUNCTION CURRENT-DATE TO WS-CHECKPOINT-STAMP.
           MOVE SPACES TO WS-LINE.
           STRING '*** RESTART ' WS-CHECKPOINT-STAMP(1:14) ' - '
                  WS-RESUME-TEXT
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM 2600-PUT-REGISTER-LINE.
           DISPLAY 'RESTART: ' WS-RESUME-TEXT.

       3710-TRIM-BILLING.
           MOVE ZEROES TO WS-COPIED.
           MOVE 'N' TO WS-TRIM-EOF.
           OPEN INPUT BILLING-FILE.
           IF WS-BILLING-STATUS NOT = '00'
               DISPLAY 'BILLING FEED NOT ON FILE: ' WS-BILLING-STATUS
               MOVE 'N' TO WS-RESTART-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RESTART-WORK-FILE.
           PERFORM UNTIL WS-TRIM-EOF = 'Y' OR WS-COPIED = WS-KEEP-COUNT
               READ BILLING-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE BILLING-RECORD TO RESTART-WORK-RECORD
                       WRITE RESTART-WORK-RECORD
                       ADD 1 TO WS-COPIED
               END-READ
           END-PERFORM.
           CLOSE BILLING-FILE
                 RESTART-WORK-FILE.
           IF WS-COPIED < WS-KEEP-COUNT
               DISPLAY 'BILLING FEED HOLDS ONLY ' WS-COPIED
                       ' OF ' WS-KEEP-COUNT ' CHECKPOINTED RECORDS'
               MOVE 'N' TO WS-RESTART-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BILLING-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO WS-TRIM-EOF.
           PERFORM UNTIL WS-TRIM-EOF = 'Y'
               READ RESTART-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE RESTART-WORK-RECORD(1:37) TO BILLING-RECORD
                       WRITE BILLING-RECORD
               END-READ
           END-PERFORM.
           CLOSE RESTART-WORK-FILE.

       3720-TRIM-SPONSOR.
           MOVE ZEROES TO WS-COPIED.
           MOVE 'N' TO WS-TRIM-EOF.
           OPEN INPUT SPONSOR-BILLING-FILE.
           IF WS-SPBILL-STATUS NOT = '00'
               DISPLAY 'SPONSOR FEED NOT ON FILE: ' WS-SPBILL-STATUS
               MOVE 'N' TO WS-RESTART-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RESTART-WORK-FILE.
           PERFORM UNTIL WS-TRIM-EOF = 'Y' OR WS-COPIED = WS-KEEP-COUNT
               READ SPONSOR-BILLING-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE SPONSOR-BILLING-RECORD
                         TO RESTART-WORK-RECORD
                       WRITE RESTART-WORK-RECORD
                       ADD 1 TO WS-COPIED
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-BILLING-FILE
                 RESTART-WORK-FILE.
           IF WS-COPIED < WS-KEEP-COUNT
               DISPLAY 'SPONSOR FEED HOLDS ONLY ' WS-COPIED
                       ' OF ' WS-KEEP-COUNT ' CHECKPOINTED RECORDS'
               MOVE 'N' TO WS-RESTART-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SPONSOR-BILLING-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO WS-TRIM-EOF.
           PERFORM UNTIL WS-TRIM-EOF = 'Y'
               READ RESTART-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE RESTART-WORK-RECORD(1:26)
                         TO SPONSOR-BILLING-RECORD
                       WRITE SPONSOR-BILLING-RECORD
               END-READ
           END-PERFORM.
           CLOSE RESTART-WORK-FILE.

       3730-TRIM-WAIVER.
           MOVE ZEROES TO WS-COPIED.
           MOVE 'N' TO WS-TRIM-EOF.
           OPEN INPUT WAIVER-FEED-FILE.
           IF WS-WAIVFEED-STATUS NOT = '00'
               DISPLAY 'WAIVER FEED NOT ON FILE: ' WS-WAIVFEED-STATUS
               MOVE 'N' TO WS-RESTART-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RESTART-WORK-FILE.
           PERFORM UNTIL WS-TRIM-EOF = 'Y' OR WS-COPIED = WS-KEEP-COUNT
               READ WAIVER-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE WAIVER-FEED-RECORD TO RESTART-WORK-RECORD
                       WRITE RESTART-WORK-RECORD
                       ADD 1 TO WS-COPIED
               END-READ
           END-PERFORM.
           CLOSE WAIVER-FEED-FILE
                 RESTART-WORK-FILE.
           IF WS-COPIED < WS-KEEP-COUNT
               DISPLAY 'WAIVER FEED HOLDS ONLY ' WS-COPIED
                       ' OF ' WS-KEEP-COUNT ' CHECKPOINTED RECORDS'
               MOVE 'N' TO WS-RESTART-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WAIVER-FEED-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO WS-TRIM-EOF.
           PERFORM UNTIL WS-TRIM-EOF = 'Y'
               READ RESTART-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE RESTART-WORK-RECORD(1:24)
                         TO WAIVER-FEED-RECORD
                       WRITE WAIVER-FEED-RECORD
               END-READ
           END-PERFORM.
           CLOSE RESTART-WORK-FILE.

       3740-TRIM-HLTHFEE.
           MOVE ZEROES TO WS-COPIED.
           MOVE 'N' TO WS-TRIM-EOF.
           OPEN INPUT HLTHFEE-FILE.
           IF WS-HLTHFEE-STATUS NOT = '00'
               DISPLAY 'HEALTH PLAN FEED NOT ON FILE: '
                       WS-HLTHFEE-STATUS
               MOVE 'N' TO WS-RESTART-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RESTART-WORK-FILE.
           PERFORM UNTIL WS-TRIM-EOF = 'Y' OR WS-COPIED = WS-KEEP-COUNT
               READ HLTHFEE-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE HLTHFEE-RECORD TO RESTART-WORK-RECORD
                       WRITE RESTART-WORK-RECORD
                       ADD 1 TO WS-COPIED
               END-READ
           END-PERFORM.
           CLOSE HLTHFEE-FILE
                 RESTART-WORK-FILE.
           IF WS-COPIED < WS-KEEP-COUNT
               DISPLAY 'HEALTH PLAN FEED HOLDS ONLY ' WS-COPIED
                       ' OF ' WS-KEEP-COUNT ' CHECKPOINTED RECORDS'
               MOVE 'N' TO WS-RESTART-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HLTHFEE-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO WS-TRIM-EOF.
           PERFORM UNTIL WS-TRIM-EOF = 'Y'
               READ RESTART-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE RESTART-WORK-RECORD(1:20) TO HLTHFEE-RECORD
                       WRITE HLTHFEE-RECORD
               END-READ
           END-PERFORM.
           CLOSE RESTART-WORK-FILE.

       3750-TRIM-REGISTER.
           MOVE ZEROES TO WS-COPIED.
           MOVE 'N' TO WS-TRIM-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'ASSESSMENT REGISTER NOT ON FILE: '
                       WS-REGISTER-STATUS
               MOVE 'N' TO WS-RESTART-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RESTART-WORK-FILE.
           PERFORM UNTIL WS-TRIM-EOF = 'Y' OR WS-COPIED = WS-KEEP-COUNT
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE REGISTER-RECORD TO RESTART-WORK-RECORD
                       WRITE RESTART-WORK-RECORD
                       ADD 1 TO WS-COPIED
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE
                 RESTART-WORK-FILE.
           IF WS-COPIED < WS-KEEP-COUNT
               DISPLAY 'ASSESSMENT REGISTER HOLDS ONLY ' WS-COPIED
                       ' OF ' WS-KEEP-COUNT ' CHECKPOINTED RECORDS'
               MOVE 'N' TO WS-RESTART-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO WS-TRIM-EOF.
           PERFORM UNTIL WS-TRIM-EOF = 'Y'
               READ RESTART-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE RESTART-WORK-RECORD(1:100)
                         TO REGISTER-RECORD
                       WRITE REGISTER-RECORD
               END-READ
           END-PERFORM.
           CLOSE RESTART-WORK-FILE.

      * CLOSING AND REOPENING THE OUTPUTS PUTS EVERYTHING WRITTEN SO
      * FAR ON DISK BEFORE THE CHECKPOINT SAYS IT IS THERE.
       3800-TAKE-CHECKPOINT.
           CLOSE BILLING-FILE
                 SPONSOR-BILLING-FILE
                 WAIVER-FEED-FILE
                 HLTHFEE-FILE
                 REGISTER-FILE.
           OPEN EXTEND BILLING-FILE.
           OPEN EXTEND SPONSOR-BILLING-FILE.
           OPEN EXTEND WAIVER-FEED-FILE.
           OPEN EXTEND HLTHFEE-FILE.
           OPEN EXTEND REGISTER-FILE.

           IF WS-RESTART-RUN NOT = 'Y'
               MOVE ZEROES TO CK-RESTARTS
           END-IF.
           MOVE 'O' TO CK-STATUS.
           MOVE WS-ASSESS-TERM TO CK-TERM.
           MOVE WS-DUE-DATE TO CK-DUE-DATE.
           MOVE WS-STUDENT-COUNT TO CK-STUDENT-COUNT.
           MOVE WS-LAST-DONE-IX TO CK-LAST-IX.
           IF WS-LAST-DONE-IX > 0
               MOVE WS-TAB-STUDENT-ID(WS-LAST-DONE-IX)
                 TO CK-LAST-STUDENT
           ELSE
               MOVE ZEROES TO CK-LAST-STUDENT
           END-IF.
           PERFORM 3860-SAVE-TOTALS.
           PERFORM 3870-WRITE-CHECKPOINT.
           ADD 1 TO WS-CHECKPOINT-COUNT.

       3850-CLOSE-CHECKPOINT.
           MOVE 'C' TO CK-STATUS.
           MOVE WS-STUDENT-COUNT TO CK-LAST-IX.
           PERFORM 3860-SAVE-TOTALS.
           PERFORM 3870-WRITE-CHECKPOINT.

       3860-SAVE-TOTALS.
           MOVE WS-BILL-COUNT TO CK-BILL-COUNT.
           MOVE WS-REGISTER-LINES TO CK-REGISTER-LINES.
           MOVE WS-WAIVER-RECS TO CK-WAIVER-RECS.
           MOVE WS-TOTAL-ASSESSED TO CK-TOTAL-ASSESSED.
           MOVE WS-TOTAL-WAIVED TO CK-TOTAL-WAIVED.
           MOVE WS-WAIVER-COUNT TO CK-WAIVER-COUNT.
           MOVE WS-SPONSOR-COUNT TO CK-SPONSOR-COUNT.
           MOVE WS-SPONSOR-TOTAL TO CK-SPONSOR-TOTAL.
           MOVE WS-CREDIT-COUNT TO CK-CREDIT-COUNT.
           MOVE WS-CREDIT-TOTAL TO CK-CREDIT-TOTAL.
           MOVE WS-PLAN-COUNT TO CK-PLAN-COUNT.
           MOVE WS-PLAN-TOTAL TO CK-PLAN-TOTAL.
           MOVE WS-OPTOUT-COUNT TO CK-OPTOUT-COUNT.

       3870-WRITE-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO WS-CHECKPOINT-STAMP.
           MOVE WS-CHECKPOINT-STAMP(1:14) TO CK-TAKEN-STAMP.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = '00'
               WRITE CHECKPOINT-RECORD FROM WS-CHECKPOINT
               CLOSE CHECKPOINT-FILE
           ELSE
               DISPLAY 'ERROR WRITING CHECKPOINT: '
                       WS-CHECKPOINT-STATUS
           END-IF.

       4000-TERMINATE.
           IF WS-CONTINUE = 'Y'
               CLOSE ENROLLMENT-HISTORY-FILE
                     COURSE-FILE
                     RATE-FILE
                     EXCEPT-FILE
               IF WS-REGISTER-OPEN = 'Y'
                   CLOSE REGISTER-FILE
               END-IF
               DISPLAY 'ENROLLMENTS PRICED : ' WS-PRICED-COUNT
               DISPLAY 'EXCEPTIONS         : ' WS-EXCEPT-COUNT
               DISPLAY 'BILLS WRITTEN      : ' WS-BILL-COUNT
               DISPLAY 'SPONSORED SPLITS   : ' WS-SPONSOR-COUNT
               DISPLAY 'WAIVERS APPLIED    : ' WS-WAIVER-COUNT
               DISPLAY 'CREDITS APPLIED    : ' WS-CREDIT-COUNT
               DISPLAY 'INTERNATIONAL RATES: ' WS-INTL-COUNT
               DISPLAY 'CHECKPOINTS TAKEN  : ' WS-CHECKPOINT-COUNT
               IF WS-RESTART-RUN = 'Y'
                   DISPLAY 'RESTARTED - ' WS-RESUME-TEXT
               END-IF
               IF WS-WAIVER-OPEN = 'Y'
                   CLOSE WAIVCAT-FILE
                         WAIVASGN-FILE
               END-IF
               IF WS-LINK-OPEN = 'Y'
                   CLOSE SPONSLNK-FILE
               END-IF
               IF WS-STUDENT-OPEN = 'Y'
                   CLOSE STUDENT-FILE
               END-IF
               IF WS-CREDIT-OPEN = 'Y'
                   CLOSE CREDIT-FILE
               END-IF
               IF WS-PLAN-ON = 'Y'
                   CLOSE HLTHPLAN-FILE
                   DISPLAY 'HEALTH PLAN FEES   : ' WS-PLAN-COUNT
                   DISPLAY 'PLAN OPT-OUTS      : ' WS-OPTOUT-COUNT
               END-IF
               IF WS-HLTHOPT-OPEN = 'Y'
                   CLOSE HLTHOPT-FILE
               END-IF
               IF WS-LOAD-CALLED = 'Y'
                   MOVE 'X' TO WS-LD-FUNCTION
                   CALL 'PRGS0066' USING WS-LOAD-REQUEST
               END-IF
               DISPLAY 'BILLING FEED: BILLING.DAT'
               DISPLAY 'SPONSOR FEED: SPONSOR-BILLING.DAT'
               DISPLAY 'WAIVER FEED: WAIVER.DAT'
               DISPLAY 'HEALTH PLAN FEED: HLTHFEE.DAT'
               DISPLAY 'REGISTER: ASSESS-REGISTER.RPT'
               DISPLAY 'EXCEPTIONS: ASSESS-EXCEPT.RPT'
           END-IF.
