       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGG0171.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-CONTROL-FILE ASSIGN TO 'JOBCTL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JC-KEY
               FILE STATUS IS WS-JOBCTL-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT MONTHEND-DATE-FILE ASSIGN TO 'MONTHEND-DATE.DAT'
               FILE STATUS IS WS-MONTHEND-STATUS.
           SELECT BUSCAL-FILE ASSIGN TO 'BUSCAL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-DATE
               FILE STATUS IS WS-BUSCAL-STATUS.
           SELECT CYCLE-CERT-FILE ASSIGN TO 'CYCLE-CERT.RPT'
               FILE STATUS IS WS-CERT-STATUS.
           SELECT MONTHEND-CERT-FILE ASSIGN TO 'MONTHEND-CERT.RPT'
               FILE STATUS IS WS-CERT-STATUS.
           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               FILE STATUS IS WS-CRED-STATUS.
           SELECT REF-AUDIT-FILE ASSIGN TO 'REFAUDIT.LOG'
               FILE STATUS IS WS-REFAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER JOB PER CYCLE DATE.  MONTHEND IS KEPT UNDER THE
      * LAST BUSINESS DAY OF ITS PERIOD, THE STUDBAT CYCLE IT NEEDS.
       FD JOB-CONTROL-FILE.
       01 JOB-CONTROL-RECORD.
          05 JC-KEY.
             10 JC-JOB           PIC X(08).
             10 JC-CYCLE-DATE    PIC 9(08).
          05 JC-STARTED          PIC X(01).
          05 JC-START-STAMP      PIC X(14).
          05 JC-COMPLETED        PIC X(01).
          05 JC-END-STAMP        PIC X(14).
          05 JC-CERTIFIED        PIC X(01).
          05 JC-CERT-FILE        PIC X(20).
          05 JC-OVERRIDE         PIC X(01).
          05 JC-OVERRIDE-BY      PIC X(08).
          05 JC-RUNS             PIC 9(02).
          05 FILLER              PIC X(02).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD     PIC 9(08).

       FD MONTHEND-DATE-FILE.
       01 MONTHEND-DATE-RECORD  PIC 9(06).

       FD BUSCAL-FILE.
       01 BUSCAL-RECORD.
          05 BC-DATE          PIC 9(08).
          05 BC-TYPE          PIC X(01).
          05 BC-DESC          PIC X(30).

       FD CYCLE-CERT-FILE.
       01 CYCLE-CERT-RECORD     PIC X(100).

       FD MONTHEND-CERT-FILE.
       01 MONTHEND-CERT-RECORD  PIC X(100).

       FD CREDENTIALS-FILE.
       01 CREDENTIALS-RECORD.
          05 CRED-OPERATOR-ID   PIC X(08).
          05 CRED-PASSWORD      PIC X(08).
          05 CRED-FAIL-COUNT    PIC 9.
          05 CRED-LOCKED        PIC X.
          05 CRED-PWD-DATE      PIC 9(08).
          05 CRED-ROLE          PIC X.
          05 CRED-INS-ID        PIC X(04).
          05 CRED-CAMPUS        PIC X(04).

       FD REF-AUDIT-FILE.
       01 REF-AUDIT-RECORD.
          05 RA-ENTITY          PIC X(10).
          05 RA-ENTITY-KEY      PIC X(10).
          05 RA-ACTION          PIC X(15).
          05 RA-OLD-VALUE       PIC X(40).
          05 RA-NEW-VALUE       PIC X(40).
          05 RA-TIMESTAMP       PIC X(16).
          05 RA-OPERATOR        PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-JOBCTL-STATUS      PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-MONTHEND-STATUS    PIC XX VALUE SPACES.
       01 WS-BUSCAL-STATUS      PIC XX VALUE SPACES.
       01 WS-CERT-STATUS        PIC XX VALUE SPACES.
       01 WS-CRED-STATUS        PIC XX VALUE SPACES.
       01 WS-REFAUDIT-STATUS    PIC XX VALUE SPACES.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-JOB                PIC X(08) VALUE SPACES.
       01 WS-OVERRIDE-ID        PIC X(08) VALUE SPACES.
       01 WS-OVERRIDE-REASON    PIC X(40) VALUE SPACES.
       01 WS-OVERRIDE-ROLE      PIC X VALUE SPACE.
       01 WS-CYCLE-DATE         PIC 9(08) VALUE ZERO.
       01 WS-PERIOD             PIC 9(06) VALUE ZERO.
       01 WS-JOB-DATE           PIC 9(08) VALUE ZERO.
       01 WS-NEW-DATE           PIC 9(08) VALUE ZERO.
       01 WS-DATE-INTEGER       PIC 9(08) VALUE ZERO.
       01 WS-DAY-OF-WEEK        PIC 9 VALUE ZERO.
       01 WS-DAY-CLOSED         PIC X VALUE 'N'.
       01 WS-BUSCAL-OPEN        PIC X VALUE 'N'.
       01 WS-SKIP-GUARD         PIC 9(02) VALUE ZERO.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-GATE-OK            PIC X VALUE 'Y'.
       01 WS-GATE-REASON        PIC X(40) VALUE SPACES.
       01 WS-CERT-OK            PIC X VALUE 'N'.
       01 WS-CERT-NAME          PIC X(20) VALUE SPACES.
       01 WS-CURRENT-STAMP      PIC X(16) VALUE SPACES.

      * THE LAST ROW ON FILE FOR A JOB, AS FOUND BY FIND-LATEST-ROW.
       01 WS-CHECK-JOB          PIC X(08) VALUE SPACES.
       01 WS-CHECK-BEFORE       PIC 9(08) VALUE ZERO.
       01 WS-LATEST-FOUND       PIC X VALUE 'N'.
       01 WS-LATEST-DATE        PIC 9(08) VALUE ZERO.
       01 WS-LATEST-STARTED     PIC X VALUE SPACE.
       01 WS-LATEST-COMPLETED   PIC X VALUE SPACE.
       01 WS-LATEST-CERTIFIED   PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-MODE
           ACCEPT WS-JOB

           IF WS-MODE NOT = 'G' AND WS-MODE NOT = 'E'
               DISPLAY 'PRGG0171 INVALID MODE - USE G TO GATE THE '
                       'START OF A JOB OR E TO RECORD ITS END'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-JOB NOT = 'STUDBAT' AND WS-JOB NOT = 'MONTHEND'
              AND WS-JOB NOT = 'DRBUNDLE'
               DISPLAY 'PRGG0171 UNKNOWN JOB: ' WS-JOB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM GET-JOB-DATE
           IF WS-JOB-DATE = ZERO
               DISPLAY 'PRGG0171 NO CYCLE DATE FOR ' WS-JOB
                       ' - SET THE CYCLE DATE BEFORE RUNNING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O JOB-CONTROL-FILE
           IF WS-JOBCTL-STATUS = '05' OR WS-JOBCTL-STATUS = '35'
               CLOSE JOB-CONTROL-FILE
               OPEN OUTPUT JOB-CONTROL-FILE
               CLOSE JOB-CONTROL-FILE
               OPEN I-O JOB-CONTROL-FILE
           END-IF
           IF WS-JOBCTL-STATUS NOT = '00'
               DISPLAY 'PRGG0171 JOB CONTROL FILE ERROR: '
                       WS-JOBCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MODE = 'G'
               PERFORM GATE-JOB-START
           ELSE
               PERFORM RECORD-JOB-END
           END-IF

           CLOSE JOB-CONTROL-FILE
           STOP RUN.

      * STUDBAT AND DRBUNDLE RUN UNDER THE CURRENT CYCLE DATE.
      * MONTHEND NEEDS STUDBAT TO HAVE CLOSED THE LAST BUSINESS DAY
      * OF ITS PERIOD, SO THAT DAY IS ITS CYCLE DATE.
       GET-JOB-DATE.
           MOVE ZERO TO WS-CYCLE-DATE
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CYCLE-STATUS = '00'
               READ CYCLE-DATE-FILE
                   NOT AT END
                       MOVE CYCLE-DATE-RECORD TO WS-CYCLE-DATE
               END-READ
               CLOSE CYCLE-DATE-FILE
           END-IF

           IF WS-JOB = 'MONTHEND'
               PERFORM GET-PERIOD-END
           ELSE
               MOVE WS-CYCLE-DATE TO WS-JOB-DATE
           END-IF.

       GET-PERIOD-END.
           MOVE ZERO TO WS-PERIOD
           MOVE ZERO TO WS-JOB-DATE
           OPEN INPUT MONTHEND-DATE-FILE
           IF WS-MONTHEND-STATUS = '00'
               READ MONTHEND-DATE-FILE
                   NOT AT END
                       MOVE MONTHEND-DATE-RECORD TO WS-PERIOD
               END-READ
               CLOSE MONTHEND-DATE-FILE
           END-IF
           IF WS-PERIOD = ZERO
               DISPLAY 'PRGG0171 NO MONTH-END PERIOD ON FILE'
           ELSE
               OPEN INPUT BUSCAL-FILE
               IF WS-BUSCAL-STATUS = '00'
                   MOVE 'Y' TO WS-BUSCAL-OPEN
               END-IF

      *        FIRST DAY OF THE NEXT MONTH, THEN BACK TO THE LAST
      *        DAY THAT IS NEITHER A WEEKEND NOR A CLOSED DAY.
               COMPUTE WS-NEW-DATE = WS-PERIOD * 100 + 1
               IF WS-NEW-DATE(5:2) = '12'
                   COMPUTE WS-NEW-DATE = WS-NEW-DATE + 8900
               ELSE
                   COMPUTE WS-NEW-DATE = WS-NEW-DATE + 100
               END-IF
               COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-NEW-DATE)
               MOVE ZERO TO WS-SKIP-GUARD
               MOVE 'Y' TO WS-DAY-CLOSED
               PERFORM UNTIL WS-DAY-CLOSED = 'N'
                          OR WS-SKIP-GUARD > 30
                   SUBTRACT 1 FROM WS-DATE-INTEGER
                   ADD 1 TO WS-SKIP-GUARD
                   COMPUTE WS-NEW-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   PERFORM CHECK-DAY-CLOSED
               END-PERFORM
               IF WS-DAY-CLOSED = 'N'
                   MOVE WS-NEW-DATE TO WS-JOB-DATE
               ELSE
                   DISPLAY 'PRGG0171 NO BUSINESS DAY FOUND IN PERIOD '
                           WS-PERIOD ' - CALENDAR NEEDS ATTENTION'
               END-IF

               IF WS-BUSCAL-OPEN = 'Y'
                   CLOSE BUSCAL-FILE
               END-IF
           END-IF.

       CHECK-DAY-CLOSED.
           MOVE 'N' TO WS-DAY-CLOSED
           COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 7
               MOVE 'Y' TO WS-DAY-CLOSED
           END-IF
           IF WS-DAY-CLOSED = 'N' AND WS-BUSCAL-OPEN = 'Y'
               MOVE WS-NEW-DATE TO BC-DATE
               READ BUSCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DAY-CLOSED
               END-READ
           END-IF.

      * SYSIN AFTER THE MODE AND JOB CARDS MAY CARRY A SUPERVISOR
      * OPERATOR ID AND A REASON.  THEY ARE ONLY LOOKED AT WHEN A
      * PREREQUISITE IS MISSING, AND THE OVERRIDE IS LOGGED.
       GATE-JOB-START.
           ACCEPT WS-OVERRIDE-ID
           ACCEPT WS-OVERRIDE-REASON

           MOVE 'Y' TO WS-GATE-OK
           EVALUATE WS-JOB
               WHEN 'STUDBAT'
                   PERFORM GATE-STUDBAT
               WHEN 'MONTHEND'
                   PERFORM GATE-MONTHEND
               WHEN 'DRBUNDLE'
                   PERFORM GATE-DRBUNDLE
           END-EVALUATE

           IF WS-GATE-OK = 'Y'
               PERFORM RECORD-JOB-START
               DISPLAY 'PRGG0171 ' WS-JOB ' CLEARED TO RUN FOR '
                       WS-JOB-DATE
           ELSE
               DISPLAY 'PRGG0171 ' WS-JOB ' HELD: ' WS-GATE-REASON
               IF WS-OVERRIDE-ID = SPACES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CHECK-OVERRIDE
               END-IF
           END-IF.

      * THE PREVIOUS STUDBAT CYCLE MUST HAVE BEEN CERTIFIED, AND NO
      * MONTH-END OR RECOVERY BUNDLE MAY BE LEFT HALF RUN.
       GATE-STUDBAT.
           MOVE 'STUDBAT' TO WS-CHECK-JOB
           MOVE WS-JOB-DATE TO WS-CHECK-BEFORE
           PERFORM FIND-LATEST-ROW
           IF WS-LATEST-FOUND = 'Y' AND WS-LATEST-CERTIFIED NOT = 'Y'
               MOVE SPACES TO WS-GATE-REASON
               STRING 'STUDBAT ' WS-LATEST-DATE ' NOT CERTIFIED'
                      DELIMITED BY SIZE
                      INTO WS-GATE-REASON
               MOVE 'N' TO WS-GATE-OK
           END-IF
           IF WS-GATE-OK = 'Y'
               MOVE 'MONTHEND' TO WS-CHECK-JOB
               PERFORM CHECK-NOT-IN-FLIGHT
           END-IF
           IF WS-GATE-OK = 'Y'
               MOVE 'DRBUNDLE' TO WS-CHECK-JOB
               PERFORM CHECK-NOT-IN-FLIGHT
           END-IF.

      * STUDBAT MUST HAVE CERTIFIED THE LAST BUSINESS DAY OF THE
      * PERIOD, AND NO RECOVERY BUNDLE MAY BE LEFT HALF RUN.
       GATE-MONTHEND.
           MOVE 'STUDBAT' TO JC-JOB
           MOVE WS-JOB-DATE TO JC-CYCLE-DATE
           READ JOB-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO WS-GATE-REASON
                   STRING 'STUDBAT ' WS-JOB-DATE ' HAS NOT RUN'
                          DELIMITED BY SIZE
                          INTO WS-GATE-REASON
                   MOVE 'N' TO WS-GATE-OK
               NOT INVALID KEY
                   IF JC-CERTIFIED NOT = 'Y'
                       MOVE SPACES TO WS-GATE-REASON
                       STRING 'STUDBAT ' WS-JOB-DATE ' NOT CERTIFIED'
                              DELIMITED BY SIZE
                              INTO WS-GATE-REASON
                       MOVE 'N' TO WS-GATE-OK
                   END-IF
           END-READ
           IF WS-GATE-OK = 'Y'
               MOVE 'DRBUNDLE' TO WS-CHECK-JOB
               PERFORM CHECK-NOT-IN-FLIGHT
           END-IF.

      * THE BUNDLE MUST NOT BE TAKEN IN THE MIDDLE OF A FAILED OR
      * UNCERTIFIED DAILY CYCLE OR MONTH-END.
       GATE-DRBUNDLE.
           MOVE 'STUDBAT' TO WS-CHECK-JOB
           PERFORM CHECK-NOT-IN-FLIGHT
           IF WS-GATE-OK = 'Y'
               MOVE 'MONTHEND' TO WS-CHECK-JOB
               PERFORM CHECK-NOT-IN-FLIGHT
           END-IF.

      * A JOB IS IN FLIGHT WHEN ITS LATEST RUN STARTED BUT NEVER
      * REACHED A CERTIFIED END.
       CHECK-NOT-IN-FLIGHT.
           MOVE 99999999 TO WS-CHECK-BEFORE
           PERFORM FIND-LATEST-ROW
           IF WS-LATEST-FOUND = 'Y' AND WS-LATEST-STARTED = 'Y'
              AND WS-LATEST-CERTIFIED NOT = 'Y'
               MOVE SPACES TO WS-GATE-REASON
               IF WS-LATEST-COMPLETED = 'Y'
                   STRING WS-CHECK-JOB ' ' WS-LATEST-DATE
                          ' NOT CERTIFIED'
                          DELIMITED BY SIZE
                          INTO WS-GATE-REASON
               ELSE
                   STRING WS-CHECK-JOB ' ' WS-LATEST-DATE
                          ' DID NOT COMPLETE'
                          DELIMITED BY SIZE
                          INTO WS-GATE-REASON
               END-IF
               MOVE 'N' TO WS-GATE-OK
           END-IF.

      * LATEST ROW FOR WS-CHECK-JOB WITH A CYCLE DATE BEFORE
      * WS-CHECK-BEFORE.
       FIND-LATEST-ROW.
           MOVE 'N' TO WS-LATEST-FOUND
           MOVE 'N' TO WS-EOF
           MOVE WS-CHECK-JOB TO JC-JOB
           MOVE ZERO TO JC-CYCLE-DATE
           START JOB-CONTROL-FILE KEY IS NOT LESS THAN JC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOB-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JC-JOB NOT = WS-CHECK-JOB
                          OR JC-CYCLE-DATE NOT < WS-CHECK-BEFORE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE 'Y' TO WS-LATEST-FOUND
                           MOVE JC-CYCLE-DATE TO WS-LATEST-DATE
                           MOVE JC-STARTED TO WS-LATEST-STARTED
                           MOVE JC-COMPLETED TO WS-LATEST-COMPLETED
                           MOVE JC-CERTIFIED TO WS-LATEST-CERTIFIED
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-OVERRIDE.
           MOVE SPACE TO WS-OVERRIDE-ROLE
           MOVE 'N' TO WS-EOF
           OPEN INPUT CREDENTIALS-FILE
           IF WS-CRED-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CREDENTIALS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CRED-OPERATOR-ID = WS-OVERRIDE-ID
                           MOVE CRED-ROLE TO WS-OVERRIDE-ROLE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CRED-STATUS = '00' OR WS-CRED-STATUS = '10'
               CLOSE CREDENTIALS-FILE
           END-IF

           IF WS-OVERRIDE-ROLE NOT = 'S' AND WS-OVERRIDE-ROLE NOT = 'A'
               DISPLAY 'PRGG0171 OVERRIDE REFUSED - ' WS-OVERRIDE-ID
                       ' IS NOT A SUPERVISOR OPERATOR'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVERRIDE-REASON = SPACES
                   DISPLAY 'PRGG0171 OVERRIDE REFUSED - A REASON '
                           'CARD IS REQUIRED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOG-OVERRIDE
                   PERFORM RECORD-JOB-START
                   DISPLAY 'PRGG0171 ' WS-JOB ' RELEASED BY '
                           'SUPERVISOR OVERRIDE ' WS-OVERRIDE-ID
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOG-OVERRIDE.
           OPEN EXTEND REF-AUDIT-FILE
           IF WS-REFAUDIT-STATUS = '05' OR WS-REFAUDIT-STATUS = '35'
               OPEN OUTPUT REF-AUDIT-FILE
           END-IF
           IF WS-REFAUDIT-STATUS = '00'
               MOVE 'JOBCTL' TO RA-ENTITY
               MOVE WS-JOB TO RA-ENTITY-KEY
               MOVE 'GATE-OVERRIDE' TO RA-ACTION
               MOVE WS-GATE-REASON TO RA-OLD-VALUE
               MOVE WS-OVERRIDE-REASON TO RA-NEW-VALUE
               MOVE FUNCTION CURRENT-DATE TO RA-TIMESTAMP
               MOVE WS-OVERRIDE-ID TO RA-OPERATOR
               WRITE REF-AUDIT-RECORD
               CLOSE REF-AUDIT-FILE
           ELSE
               DISPLAY 'PRGG0171 AUDIT LOG ERROR: '
                       WS-REFAUDIT-STATUS
           END-IF.

      * A RERUN OF THE SAME CYCLE REOPENS ITS ROW.
       RECORD-JOB-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-JOB TO JC-JOB
           MOVE WS-JOB-DATE TO JC-CYCLE-DATE
           READ JOB-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO JOB-CONTROL-RECORD
                   MOVE WS-JOB TO JC-JOB
                   MOVE WS-JOB-DATE TO JC-CYCLE-DATE
                   MOVE ZERO TO JC-RUNS
                   MOVE 'N' TO JC-OVERRIDE
           END-READ
           MOVE 'Y' TO JC-STARTED
           MOVE WS-CURRENT-STAMP(1:14) TO JC-START-STAMP
           MOVE 'N' TO JC-COMPLETED
           MOVE SPACES TO JC-END-STAMP
           MOVE 'N' TO JC-CERTIFIED
           IF WS-GATE-OK NOT = 'Y'
               MOVE 'Y' TO JC-OVERRIDE
               MOVE WS-OVERRIDE-ID TO JC-OVERRIDE-BY
           END-IF
           ADD 1 TO JC-RUNS
           IF WS-JOBCTL-STATUS = '00'
               REWRITE JOB-CONTROL-RECORD
           ELSE
               WRITE JOB-CONTROL-RECORD
           END-IF
           IF WS-JOBCTL-STATUS NOT = '00'
               DISPLAY 'PRGG0171 JOB CONTROL UPDATE ERROR: '
                       WS-JOBCTL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * THE LAST STEP OF THE JOB.  STUDBAT AND MONTHEND ARE ONLY
      * CERTIFIED WHEN THEIR CERTIFICATE CARRIES A CLEAN VERDICT;
      * THE RECOVERY BUNDLE HAS ALREADY PROVED ITSELF BY THIS POINT.
       RECORD-JOB-END.
           MOVE WS-JOB TO JC-JOB
           MOVE WS-JOB-DATE TO JC-CYCLE-DATE
           READ JOB-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'PRGG0171 NO START RECORDED FOR ' WS-JOB
                           ' ' WS-JOB-DATE
                   MOVE 8 TO RETURN-CODE
           END-READ

           IF WS-JOBCTL-STATUS = '00'
               EVALUATE WS-JOB
                   WHEN 'STUDBAT'
                       PERFORM CHECK-CYCLE-CERT
                   WHEN 'MONTHEND'
                       PERFORM CHECK-MONTHEND-CERT
                   WHEN 'DRBUNDLE'
                       MOVE 'Y' TO WS-CERT-OK
                       MOVE 'BUNDLE VERIFIED' TO WS-CERT-NAME
               END-EVALUATE

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE 'Y' TO JC-COMPLETED
               MOVE WS-CURRENT-STAMP(1:14) TO JC-END-STAMP
               MOVE WS-CERT-OK TO JC-CERTIFIED
               MOVE WS-CERT-NAME TO JC-CERT-FILE
               REWRITE JOB-CONTROL-RECORD
               IF WS-JOBCTL-STATUS NOT = '00'
                   DISPLAY 'PRGG0171 JOB CONTROL UPDATE ERROR: '
                           WS-JOBCTL-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-CERT-OK = 'Y'
                       DISPLAY 'PRGG0171 ' WS-JOB ' ' WS-JOB-DATE
                               ' COMPLETED AND CERTIFIED'
                   ELSE
                       DISPLAY 'PRGG0171 ' WS-JOB ' ' WS-JOB-DATE
                               ' COMPLETED BUT NOT CERTIFIED - '
                               WS-CERT-NAME
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       CHECK-CYCLE-CERT.
           MOVE 'N' TO WS-CERT-OK
           MOVE 'CYCLE-CERT.RPT' TO WS-CERT-NAME
           MOVE 'N' TO WS-EOF
           OPEN INPUT CYCLE-CERT-FILE
           IF WS-CERT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CYCLE-CERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CYCLE-CERT-RECORD = 'CYCLE BALANCED'
                           MOVE 'Y' TO WS-CERT-OK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CERT-STATUS = '00' OR WS-CERT-STATUS = '10'
               CLOSE CYCLE-CERT-FILE
           END-IF.

       CHECK-MONTHEND-CERT.
           MOVE 'N' TO WS-CERT-OK
           MOVE 'MONTHEND-CERT.RPT' TO WS-CERT-NAME
           MOVE 'N' TO WS-EOF
           OPEN INPUT MONTHEND-CERT-FILE
           IF WS-CERT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MONTHEND-CERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MONTHEND-CERT-RECORD =
                          'PERIOD CERTIFIED COMPLETE'
                           MOVE 'Y' TO WS-CERT-OK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CERT-STATUS = '00' OR WS-CERT-STATUS = '10'
               CLOSE MONTHEND-CERT-FILE
           END-IF.
