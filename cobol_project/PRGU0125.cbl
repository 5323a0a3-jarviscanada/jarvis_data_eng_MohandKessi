       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGU0125.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEPEND-FILE ASSIGN TO 'RATEPEND.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RATEPEND-STATUS.

           SELECT RATE-FILE ASSIGN TO 'RATETBL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

           SELECT REF-AUDIT-FILE ASSIGN TO 'REFAUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATEPEND-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  RATEPEND-RECORD.
           05  RP-KEY.
               10  RP-TERM             PIC X(6).
               10  RP-COURSE           PIC X(4).
           05  RP-PER-CREDIT           PIC 9(4)V99.
           05  RP-FLAT-CHARGE          PIC 9(6)V99.
           05  RP-SOURCE-TERM          PIC X(6).
           05  RP-OLD-PER-CREDIT       PIC 9(4)V99.
           05  RP-OLD-FLAT-CHARGE      PIC 9(6)V99.
           05  RP-PCT                  PIC 9(3)V99.
           05  RP-ROUNDING             PIC X.
           05  RP-CREATED-BY           PIC X(8).
           05  RP-CREATED-DATE         PIC 9(8).
           05  FILLER                  PIC X(4).

       FD  RATE-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  RATE-RECORD.
           05  RT-KEY.
               10  RT-TERM             PIC X(6).
               10  RT-COURSE           PIC X(4).
           05  RT-PER-CREDIT           PIC 9(4)V99.
           05  RT-FLAT-CHARGE          PIC 9(6)V99.

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

       FD  REF-AUDIT-FILE
           RECORD CONTAINS 139 CHARACTERS.
       01  REF-AUDIT-RECORD.
           05  RA-ENTITY               PIC X(10).
           05  RA-ENTITY-KEY           PIC X(10).
           05  RA-ACTION               PIC X(15).
           05  RA-OLD-VALUE            PIC X(40).
           05  RA-NEW-VALUE            PIC X(40).
           05  RA-TIMESTAMP            PIC X(16).
           05  RA-OPERATOR             PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-RATEPEND-STATUS          PIC XX VALUE SPACES.
       01  WS-RATE-STATUS              PIC XX VALUE SPACES.
       01  WS-CRED-STATUS              PIC XX VALUE SPACES.
       01  WS-REFAUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-REF-STAMP                PIC X(16) VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-OPERATOR-ROLE            PIC X VALUE 'C'.
       01  WS-FILES-OPEN               PIC X VALUE 'N'.
       01  WS-CRED-EOF                 PIC X VALUE 'N'.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-ACTION                   PIC X VALUE SPACES.
       01  WS-TARGET-TERM              PIC X(6) VALUE SPACES.
       01  WS-SOURCE-TERM              PIC X(6) VALUE SPACES.
       01  WS-CREATED-BY               PIC X(8) VALUE SPACES.
       01  WS-CREATED-DATE             PIC 9(8) VALUE ZEROES.
       01  WS-PENDING-ROWS             PIC 9(6) VALUE ZEROES.
       01  WS-APPROVED-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-REJECTED-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-ERROR-COUNT              PIC 9(6) VALUE ZEROES.
       01  WS-OLD-RATE-VALUE           PIC X(14) VALUE SPACES.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM 0500-CHECK-SUPERVISOR.
           IF WS-CONTINUE = 'Y'
               PERFORM 1000-INIT
           END-IF.
           IF WS-CONTINUE = 'Y'
               PERFORM 1500-SELECT-ROLLOVER
           END-IF.
           IF WS-CONTINUE = 'Y'
               PERFORM 2000-DECIDE-ROLLOVER
           END-IF.
           PERFORM 3000-TERMINATE.
           GOBACK.

       0500-CHECK-SUPERVISOR.
           MOVE 'C' TO WS-OPERATOR-ROLE.
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
                           MOVE 'Y' TO WS-CRED-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CRED-STATUS = '00' OR WS-CRED-STATUS = '10'
               CLOSE CREDENTIALS-FILE
           END-IF.

           IF WS-OPERATOR-ROLE NOT = 'S' AND
              WS-OPERATOR-ROLE NOT = 'A'
               DISPLAY 'RATE ROLLOVER APPROVAL REQUIRES A '
                       'SUPERVISOR OPERATOR'
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       1000-INIT.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY '----------------------------------------'.
           DISPLAY '      APPROVE TUITION RATE ROLLOVER     '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           OPEN I-O RATEPEND-FILE.
           IF WS-RATEPEND-STATUS = '05' OR WS-RATEPEND-STATUS = '35'
               DISPLAY 'NO RATE ROLLOVERS AWAITING APPROVAL'
               CLOSE RATEPEND-FILE
               MOVE 'N' TO WS-CONTINUE
           ELSE
               IF WS-RATEPEND-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PENDING RATES: '
                           WS-RATEPEND-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   OPEN I-O RATE-FILE
                   IF WS-RATE-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING RATE TABLE: '
                               WS-RATE-STATUS
                       MOVE 'N' TO WS-CONTINUE
                       CLOSE RATEPEND-FILE
                   ELSE
                       MOVE 'Y' TO WS-FILES-OPEN
                   END-IF
               END-IF
           END-IF.

       1500-SELECT-ROLLOVER.
           DISPLAY 'ENTER TARGET TERM OF THE ROLLOVER (E.G. 2027FA): '.
           ACCEPT WS-TARGET-TERM.
           INSPECT WS-TARGET-TERM
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

           MOVE ZEROES TO WS-PENDING-ROWS.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE WS-TARGET-TERM TO RP-TERM.
           MOVE LOW-VALUES TO RP-COURSE.
           START RATEPEND-FILE KEY IS >= RP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RATEPEND-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF RP-TERM NOT = WS-TARGET-TERM
                           MOVE 'Y' TO WS-END-OF-FILE
                       ELSE
                           ADD 1 TO WS-PENDING-ROWS
                           MOVE RP-SOURCE-TERM TO WS-SOURCE-TERM
                           MOVE RP-CREATED-BY TO WS-CREATED-BY
                           MOVE RP-CREATED-DATE TO WS-CREATED-DATE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PENDING-ROWS = 0
               DISPLAY 'NO ROLLOVER AWAITING APPROVAL FOR '
                       WS-TARGET-TERM
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY ' '.
           DISPLAY 'ROLLOVER   : ' WS-SOURCE-TERM ' -> ' WS-TARGET-TERM.
           DISPLAY 'RATE ROWS  : ' WS-PENDING-ROWS.
           DISPLAY 'BUILT BY   : ' WS-CREATED-BY ' ON ' WS-CREATED-DATE.
           DISPLAY 'PROOF      : RATEROLL-' WS-TARGET-TERM '.TXT'.

      * THE OPERATOR WHO BUILT THE ROLLOVER MAY NOT APPROVE IT.
           IF WS-CREATED-BY = WS-OPERATOR-ID
               DISPLAY 'A ROLLOVER MUST BE APPROVED BY A DIFFERENT '
                       'SUPERVISOR THAN THE ONE WHO BUILT IT'
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       2000-DECIDE-ROLLOVER.
           DISPLAY 'ACTION: A-APPROVE ALL  R-REJECT ALL  X-EXIT: '.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM 2050-PROCESS-PENDING
               WHEN 'R'
               WHEN 'r'
                   PERFORM 2050-PROCESS-PENDING
               WHEN OTHER
                   DISPLAY 'ROLLOVER LEFT PENDING'
           END-EVALUATE.

       2050-PROCESS-PENDING.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE WS-TARGET-TERM TO RP-TERM.
           MOVE LOW-VALUES TO RP-COURSE.
           START RATEPEND-FILE KEY IS >= RP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RATEPEND-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF RP-TERM NOT = WS-TARGET-TERM
                           MOVE 'Y' TO WS-END-OF-FILE
                       ELSE
                           IF WS-ACTION = 'A' OR WS-ACTION = 'a'
                               PERFORM 2200-APPROVE-RATE
                           ELSE
                               PERFORM 2300-REJECT-RATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2200-APPROVE-RATE.
           MOVE RP-KEY TO RT-KEY.
           READ RATE-FILE
               INVALID KEY
                   MOVE SPACES TO WS-OLD-RATE-VALUE
                   MOVE RP-KEY TO RT-KEY
                   MOVE RP-PER-CREDIT TO RT-PER-CREDIT
                   MOVE RP-FLAT-CHARGE TO RT-FLAT-CHARGE
                   WRITE RATE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY 'ERROR APPLYING RATE ' RP-COURSE
                                   ': ' WS-RATE-STATUS
                       NOT INVALID KEY
                           PERFORM 2250-FINISH-APPROVAL
                   END-WRITE
               NOT INVALID KEY
                   MOVE RATE-RECORD(11:14) TO WS-OLD-RATE-VALUE
                   MOVE RP-PER-CREDIT TO RT-PER-CREDIT
                   MOVE RP-FLAT-CHARGE TO RT-FLAT-CHARGE
                   REWRITE RATE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY 'ERROR APPLYING RATE ' RP-COURSE
                                   ': ' WS-RATE-STATUS
                       NOT INVALID KEY
                           PERFORM 2250-FINISH-APPROVAL
                   END-REWRITE
           END-READ.

       2250-FINISH-APPROVAL.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE 'RATE' TO RA-ENTITY.
           MOVE RP-KEY TO RA-ENTITY-KEY.
           MOVE 'ROLLOVER-APPR' TO RA-ACTION.
           MOVE WS-OLD-RATE-VALUE TO RA-OLD-VALUE.
           MOVE RATE-RECORD(11:14) TO RA-NEW-VALUE.
           PERFORM 7900-WRITE-REF-AUDIT.
           DELETE RATEPEND-FILE
               INVALID KEY
                   DISPLAY 'ERROR CLEARING PENDING RATE: '
                           WS-RATEPEND-STATUS
           END-DELETE.

       2300-REJECT-RATE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 'RATE' TO RA-ENTITY.
           MOVE RP-KEY TO RA-ENTITY-KEY.
           MOVE 'ROLLOVER-REJ' TO RA-ACTION.
           MOVE SPACES TO RA-OLD-VALUE.
           STRING 'BUILT BY ' RP-CREATED-BY ' FROM ' RP-SOURCE-TERM
                  DELIMITED BY SIZE
                  INTO RA-OLD-VALUE.
           MOVE RATEPEND-RECORD(11:14) TO RA-NEW-VALUE.
           PERFORM 7900-WRITE-REF-AUDIT.
           DELETE RATEPEND-FILE
               INVALID KEY
                   DISPLAY 'ERROR CLEARING PENDING RATE: '
                           WS-RATEPEND-STATUS
           END-DELETE.

       7900-WRITE-REF-AUDIT.
           OPEN EXTEND REF-AUDIT-FILE.
           IF WS-REFAUDIT-STATUS = '05'
               OPEN OUTPUT REF-AUDIT-FILE
           END-IF.
           IF WS-REFAUDIT-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-REF-STAMP
               MOVE WS-REF-STAMP TO RA-TIMESTAMP
               MOVE WS-OPERATOR-ID TO RA-OPERATOR
               WRITE REF-AUDIT-RECORD
               CLOSE REF-AUDIT-FILE
           END-IF.

       3000-TERMINATE.
           IF WS-FILES-OPEN = 'Y'
               CLOSE RATEPEND-FILE
                     RATE-FILE
           END-IF.
           IF WS-APPROVED-COUNT > 0 OR WS-REJECTED-COUNT > 0
               DISPLAY ' '
               DISPLAY 'RATES APPROVED : ' WS-APPROVED-COUNT
               DISPLAY 'RATES REJECTED : ' WS-REJECTED-COUNT
               DISPLAY 'ERRORS         : ' WS-ERROR-COUNT
           END-IF.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.
