               RECORD KEY IS PGM-CODE
               FILE STATUS IS WS-PROGRAM-STATUS.

           SELECT PGMREQ-FILE ASSIGN TO 'PGMREQ.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRQ-KEY
               FILE STATUS IS WS-PGMREQ-STATUS.

           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.

           SELECT LOADRULE-FILE ASSIGN TO 'LOADRULE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LRL-PGM-CODE
               FILE STATUS IS WS-LOADRULE-STATUS.

           SELECT DEPT-FILE ASSIGN TO 'DEPT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROGRAM-FILE
           05  PGM-DEPT                PIC X(10).
           05  PGM-REQ-CREDITS         PIC 9(3).

      * ONE RECORD PER COURSE NAMED BY A PROGRAM.  TYPE R IS A
      * REQUIRED COURSE; TYPE E BELONGS TO ELECTIVE GROUP PRQ-GROUP,
      * WHICH IS SATISFIED ONCE PRQ-GROUP-CREDITS ARE EARNED FROM IT.
      * PRQ-EFF-TERM AND PRQ-END-TERM ARE THE FIRST AND LAST CATALOG
      * TERMS THE REQUIREMENT APPLIES TO; BLANK MEANS NO LIMIT, SO A
      * REQUIREMENT WITH NO END TERM IS PART OF THE CURRENT PROGRAM.
       FD  PGMREQ-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  PGMREQ-RECORD.
           05  PRQ-KEY.
               10  PRQ-PGM-CODE        PIC X(4).
               10  PRQ-COURSE-CODE     PIC X(4).
           05  PRQ-TYPE                PIC X.
           05  PRQ-GROUP               PIC X(2).
           05  PRQ-GROUP-CREDITS       PIC 9(3).
           05  PRQ-EFF-TERM            PIC X(6).
           05  PRQ-END-TERM            PIC X(6).

       FD  COURSE-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  COURSE-RECORD.
           05  COURSE-CODE             PIC X(4).
           05  COURSE-NAME             PIC X(30).
           05  COURSE-CREDITS          PIC 9(2).
           05  COURSE-CAPACITY         PIC 9(4).
           05  COURSE-PREREQ-1         PIC X(4).
           05  COURSE-PREREQ-2         PIC X(4).
           05  COURSE-STATUS           PIC X.
           05  COURSE-ENROLLED         PIC 9(4).

       FD  TERM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  TERM-RECORD.
           05  TM-TERM                 PIC X(6).
           05  TM-START-DATE           PIC 9(8).
           05  TM-END-DATE             PIC 9(8).
           05  FILLER                  PIC X(48).

      * TERM LOAD THRESHOLDS: THE CREDITS IN A TERM THAT MAKE A
      * STUDENT OF THE PROGRAM FULL-TIME, AND THE LEAST THAT COUNT AS
      * PART-TIME.  A PROGRAM WITH NO RECORD USES 12 AND 1 (PRGS0066).
       FD  LOADRULE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  LOADRULE-RECORD.
           05  LRL-PGM-CODE            PIC X(4).
           05  LRL-FT-CREDITS          PIC 9(2).
           05  LRL-PT-CREDITS          PIC 9(2).
           05  LRL-UPDATED-DATE        PIC 9(8).
           05  FILLER                  PIC X(4).

      * DEPARTMENT MASTER, MAINTAINED BY PRGC0119.
       FD  DEPT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  DEPT-RECORD.
           05  DEPT-CODE               PIC X(10).
           05  DEPT-NAME               PIC X(30).
           05  DEPT-FACULTY            PIC X(10).
           05  DEPT-CHAIR              PIC X(4).
           05  DEPT-STATUS             PIC X.
           05  FILLER                  PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-STATUS           PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-TEMP-CREDITS             PIC 9(3) VALUE ZEROES.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-PGMREQ-STATUS            PIC XX VALUE SPACES.
       01  WS-PGMREQ-OPEN              PIC X VALUE 'N'.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-COURSE-OPEN              PIC X VALUE 'N'.
       01  WS-REQ-COURSE               PIC X(4) VALUE SPACES.
       01  WS-REQ-EXISTS               PIC X VALUE 'N'.
       01  WS-REQ-ACTION               PIC X VALUE SPACES.
       01  WS-REQ-TYPE                 PIC X VALUE SPACES.
       01  WS-REQ-GROUP                PIC X(2) VALUE SPACES.
       01  WS-REQ-GROUP-CREDITS        PIC 9(3) VALUE ZEROES.
       01  WS-REQ-REMOVED              PIC 9(3) VALUE ZEROES.
       01  WS-REQ-EFF-TERM             PIC X(6) VALUE SPACES.
       01  WS-REQ-END-TERM             PIC X(6) VALUE SPACES.
       01  WS-EFF-START                PIC 9(8) VALUE ZEROES.
       01  WS-TERM-STATUS              PIC XX VALUE SPACES.
       01  WS-TERM-OPEN                PIC X VALUE 'N'.
       01  WS-LOADRULE-STATUS          PIC XX VALUE SPACES.
       01  WS-LOADRULE-OPEN            PIC X VALUE 'N'.
       01  WS-RULE-EXISTS              PIC X VALUE 'N'.
       01  WS-TEMP-FT                  PIC 9(2) VALUE ZEROES.
       01  WS-TEMP-PT                  PIC 9(2) VALUE ZEROES.
       01  WS-DEPT-STATUS              PIC XX VALUE SPACES.
       01  WS-DEPT-OPEN                PIC X VALUE 'N'.
       01  WS-DEPT-OK                  PIC X VALUE 'N'.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       PROCEDURE DIVISION.
       0000-MAIN.
               MOVE 'N' TO WS-CONTINUE
           END-IF.

           IF WS-CONTINUE = 'Y'
               OPEN I-O PGMREQ-FILE
               IF WS-PGMREQ-STATUS = '05' OR WS-PGMREQ-STATUS = '35'
                   CLOSE PGMREQ-FILE
                   OPEN OUTPUT PGMREQ-FILE
                   CLOSE PGMREQ-FILE
                   OPEN I-O PGMREQ-FILE
               END-IF
               IF WS-PGMREQ-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PROGRAM REQUIREMENTS: '
                           WS-PGMREQ-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   MOVE 'Y' TO WS-PGMREQ-OPEN
               END-IF
               OPEN INPUT COURSE-FILE
               IF WS-COURSE-STATUS = '00'
                   MOVE 'Y' TO WS-COURSE-OPEN
               END-IF
               OPEN INPUT TERM-FILE
               IF WS-TERM-STATUS = '00'
                   MOVE 'Y' TO WS-TERM-OPEN
               END-IF
               OPEN I-O LOADRULE-FILE
               IF WS-LOADRULE-STATUS = '05' OR
                  WS-LOADRULE-STATUS = '35'
                   CLOSE LOADRULE-FILE
                   OPEN OUTPUT LOADRULE-FILE
                   CLOSE LOADRULE-FILE
                   OPEN I-O LOADRULE-FILE
               END-IF
               IF WS-LOADRULE-STATUS = '00'
                   MOVE 'Y' TO WS-LOADRULE-OPEN
               END-IF
               OPEN INPUT DEPT-FILE
               IF WS-DEPT-STATUS = '00'
                   MOVE 'Y' TO WS-DEPT-OPEN
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '1. ADD OR UPDATE A PROGRAM'.
           DISPLAY '2. REMOVE A PROGRAM'.
           DISPLAY '3. LIST PROGRAMS'.
           DISPLAY '4. MAINTAIN PROGRAM REQUIREMENTS'.
           DISPLAY '5. LIST PROGRAM REQUIREMENTS'.
           DISPLAY '6. MAINTAIN LOAD THRESHOLDS'.
           DISPLAY '7. EXIT'.
           DISPLAY 'ENTER CHOICE (1-7): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
                   PERFORM 2200-REMOVE-PROGRAM
               WHEN 3
                   PERFORM 2300-LIST-PROGRAMS
               WHEN 4
                   PERFORM 2400-MAINTAIN-REQUIREMENT
               WHEN 5
                   PERFORM 2500-LIST-REQUIREMENTS
               WHEN 6
                   PERFORM 2600-MAINTAIN-LOAD-RULE
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.
           END-IF.

           DISPLAY 'ENTER DEPARTMENT (OR ENTER TO KEEP CURRENT): '.
           MOVE SPACES TO WS-TEMP-DEPT.
           ACCEPT WS-TEMP-DEPT.
           IF WS-TEMP-DEPT NOT = SPACES
               PERFORM 2115-CHECK-DEPARTMENT
               IF WS-DEPT-OK = 'Y'
                   MOVE WS-TEMP-DEPT TO PGM-DEPT
               END-IF
           END-IF.

           DISPLAY 'ENTER REQUIRED CREDITS (OR 0 TO KEEP CURRENT): '.

           MOVE WS-ENTRY-CODE TO PGM-CODE.

      * DEPARTMENTS COME FROM THE DEPARTMENT MASTER ONLY, SO EVERY
      * PROGRAM AND INSTRUCTOR ROLLS UP UNDER ONE CODE.
       2115-CHECK-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-OK.
           INSPECT WS-TEMP-DEPT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-DEPT-OPEN NOT = 'Y'
               DISPLAY 'DEPARTMENT MASTER UNAVAILABLE - DEPARTMENT '
                       'NOT CHANGED'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TEMP-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
                   DISPLAY 'UNKNOWN DEPARTMENT: ' WS-TEMP-DEPT
                           ' - SEE THE DEPARTMENT MASTER (MENU 120)'
               NOT INVALID KEY
                   IF DEPT-STATUS NOT = 'A'
                       DISPLAY 'DEPARTMENT ' WS-TEMP-DEPT
                               ' IS INACTIVE - NOT CHANGED'
                   ELSE
                       DISPLAY 'DEPARTMENT: ' DEPT-NAME
                       MOVE 'Y' TO WS-DEPT-OK
                   END-IF
           END-READ.

       2120-SAVE-PROGRAM.
           IF WS-PROGRAM-EXISTS = 'N' AND PGM-DEPT = SPACES
               DISPLAY 'A NEW PROGRAM NEEDS A DEPARTMENT - NOT SAVED'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                                       WS-PROGRAM-STATUS
                           NOT INVALID KEY
                               DISPLAY 'PROGRAM REMOVED'
                               PERFORM 2210-REMOVE-REQUIREMENTS
                               PERFORM 2220-REMOVE-LOAD-RULE
                       END-DELETE
                   ELSE
                       DISPLAY 'OPERATION CANCELLED'
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * A PROGRAM THAT IS REMOVED TAKES ITS REQUIREMENT LIST WITH IT
      * SO THE DEGREE AUDIT NEVER READS AN ORPHANED PLAN.
       2210-REMOVE-REQUIREMENTS.
           MOVE ZEROES TO WS-REQ-REMOVED.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-CODE TO PRQ-PGM-CODE.
           MOVE LOW-VALUES TO PRQ-COURSE-CODE.
           START PGMREQ-FILE KEY IS >= PRQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ PGMREQ-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF PRQ-PGM-CODE = WS-ENTRY-CODE
                           DELETE PGMREQ-FILE
                               INVALID KEY
                                   DISPLAY 'ERROR REMOVING '
                                           'REQUIREMENT: '
                                           PRQ-COURSE-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WS-REQ-REMOVED
                           END-DELETE
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REQ-REMOVED > 0
               DISPLAY 'REQUIREMENTS REMOVED: ' WS-REQ-REMOVED
           END-IF.

       2220-REMOVE-LOAD-RULE.
           IF WS-LOADRULE-OPEN = 'Y'
               MOVE WS-ENTRY-CODE TO LRL-PGM-CODE
               DELETE LOADRULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'LOAD THRESHOLDS REMOVED'
               END-DELETE
           END-IF.

       2400-MAINTAIN-REQUIREMENT.
           DISPLAY 'ENTER PROGRAM CODE (4 CHARS): '.
           ACCEPT WS-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO PGM-CODE.
           READ PROGRAM-FILE
               INVALID KEY
                   DISPLAY 'PROGRAM NOT ON FILE: ' WS-ENTRY-CODE
               NOT INVALID KEY
                   PERFORM 2410-MAINTAIN-PROGRAM-REQ
           END-READ.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2410-MAINTAIN-PROGRAM-REQ.
           DISPLAY 'PROGRAM: ' PGM-NAME.
           DISPLAY 'ENTER COURSE CODE: '.
           ACCEPT WS-REQ-COURSE.
           IF WS-REQ-COURSE = SPACES
               DISPLAY 'NO COURSE ENTERED - CANCELLED'
           ELSE
               IF WS-COURSE-OPEN = 'Y'
                   MOVE WS-REQ-COURSE TO COURSE-CODE
                   READ COURSE-FILE
                       INVALID KEY
                           DISPLAY 'WARNING - COURSE NOT ON COURSE '
                                   'MASTER: ' WS-REQ-COURSE
                       NOT INVALID KEY
                           DISPLAY 'COURSE: ' COURSE-NAME
                   END-READ
               END-IF
               MOVE WS-ENTRY-CODE TO PRQ-PGM-CODE
               MOVE WS-REQ-COURSE TO PRQ-COURSE-CODE
               MOVE 'N' TO WS-REQ-EXISTS
               READ PGMREQ-FILE
                   INVALID KEY
                       MOVE 'R' TO PRQ-TYPE
                       MOVE SPACES TO PRQ-GROUP
                       MOVE ZEROES TO PRQ-GROUP-CREDITS
                       MOVE SPACES TO PRQ-EFF-TERM
                       MOVE SPACES TO PRQ-END-TERM
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REQ-EXISTS
                       DISPLAY 'CURRENT TYPE    : ' PRQ-TYPE
                       DISPLAY 'CURRENT GROUP   : ' PRQ-GROUP
                       DISPLAY 'GROUP CREDITS   : ' PRQ-GROUP-CREDITS
                       DISPLAY 'CATALOG TERMS   : ' PRQ-EFF-TERM
                               ' TO ' PRQ-END-TERM
               END-READ
               IF WS-REQ-EXISTS = 'Y'
                   DISPLAY 'U=UPDATE, D=DELETE: '
                   ACCEPT WS-REQ-ACTION
               ELSE
                   MOVE 'U' TO WS-REQ-ACTION
               END-IF
               IF WS-REQ-ACTION = 'D' OR WS-REQ-ACTION = 'd'
                   PERFORM 2430-DELETE-REQUIREMENT
               ELSE
                   PERFORM 2420-SAVE-REQUIREMENT
               END-IF
           END-IF.

       2420-SAVE-REQUIREMENT.
           DISPLAY 'ENTER TYPE (R=REQUIRED, E=ELECTIVE GROUP): '.
           ACCEPT WS-REQ-TYPE.
           IF WS-REQ-TYPE = 'e'
               MOVE 'E' TO WS-REQ-TYPE
           END-IF.
           IF WS-REQ-TYPE NOT = 'E'
               MOVE 'R' TO WS-REQ-TYPE
           END-IF.
           MOVE WS-REQ-TYPE TO PRQ-TYPE.
           IF PRQ-TYPE = 'E'
               DISPLAY 'ENTER ELECTIVE GROUP (2 CHARS): '
               ACCEPT WS-REQ-GROUP
               DISPLAY 'ENTER CREDITS REQUIRED FROM THE GROUP: '
               ACCEPT WS-REQ-GROUP-CREDITS
               IF WS-REQ-GROUP = SPACES OR
                  WS-REQ-GROUP-CREDITS = ZEROES
                   DISPLAY 'ELECTIVE NEEDS A GROUP AND CREDITS - '
                           'CANCELLED'
                   MOVE SPACES TO WS-REQ-TYPE
               ELSE
                   MOVE WS-REQ-GROUP TO PRQ-GROUP
                   MOVE WS-REQ-GROUP-CREDITS TO PRQ-GROUP-CREDITS
               END-IF
           ELSE
               MOVE SPACES TO PRQ-GROUP
               MOVE ZEROES TO PRQ-GROUP-CREDITS
           END-IF.

           IF WS-REQ-TYPE NOT = SPACES
               PERFORM 2425-ACCEPT-CATALOG-TERMS
           END-IF.

           IF WS-REQ-TYPE NOT = SPACES
               DISPLAY 'CONFIRM SAVE (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   IF WS-REQ-EXISTS = 'Y'
                       REWRITE PGMREQ-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR UPDATING REQUIREMENT: '
                                       WS-PGMREQ-STATUS
                           NOT INVALID KEY
                               DISPLAY 'REQUIREMENT UPDATED!'
                       END-REWRITE
                   ELSE
                       WRITE PGMREQ-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR WRITING REQUIREMENT: '
                                       WS-PGMREQ-STATUS
                           NOT INVALID KEY
                               DISPLAY 'REQUIREMENT ADDED!'
                       END-WRITE
                   END-IF
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
           END-IF.

      * A REQUIREMENT THAT CHANGES FOR NEW STUDENTS IS RETIRED BY
      * GIVING IT A LAST CATALOG TERM; ITS REPLACEMENT IS ADDED WITH
      * THE FOLLOWING TERM AS ITS FIRST.  TERMS ARE ORDERED BY THEIR
      * START DATES ON THE TERM MASTER, NOT BY THEIR CODES.
       2425-ACCEPT-CATALOG-TERMS.
           DISPLAY 'ENTER FIRST CATALOG TERM (BLANK = NO LIMIT): '.
           MOVE SPACES TO WS-REQ-EFF-TERM.
           ACCEPT WS-REQ-EFF-TERM.
           DISPLAY 'ENTER LAST CATALOG TERM (BLANK = STILL CURRENT): '.
           MOVE SPACES TO WS-REQ-END-TERM.
           ACCEPT WS-REQ-END-TERM.
           MOVE ZEROES TO WS-EFF-START.
           IF WS-REQ-EFF-TERM NOT = SPACES AND WS-TERM-OPEN = 'Y'
               MOVE WS-REQ-EFF-TERM TO TM-TERM
               READ TERM-FILE
                   INVALID KEY
                       DISPLAY 'TERM NOT ON TERM MASTER: '
                               WS-REQ-EFF-TERM ' - CANCELLED'
                       MOVE SPACES TO WS-REQ-TYPE
                   NOT INVALID KEY
                       MOVE TM-START-DATE TO WS-EFF-START
               END-READ
           END-IF.
           IF WS-REQ-TYPE NOT = SPACES AND
              WS-REQ-END-TERM NOT = SPACES AND WS-TERM-OPEN = 'Y'
               MOVE WS-REQ-END-TERM TO TM-TERM
               READ TERM-FILE
                   INVALID KEY
                       DISPLAY 'TERM NOT ON TERM MASTER: '
                               WS-REQ-END-TERM ' - CANCELLED'
                       MOVE SPACES TO WS-REQ-TYPE
                   NOT INVALID KEY
                       IF TM-START-DATE < WS-EFF-START
                           DISPLAY 'LAST TERM STARTS BEFORE THE FIRST '
                                   'TERM - CANCELLED'
                           MOVE SPACES TO WS-REQ-TYPE
                       END-IF
               END-READ
           END-IF.
           IF WS-REQ-TYPE NOT = SPACES
               MOVE WS-REQ-EFF-TERM TO PRQ-EFF-TERM
               MOVE WS-REQ-END-TERM TO PRQ-END-TERM
           END-IF.

       2430-DELETE-REQUIREMENT.
           DISPLAY 'CONFIRM REMOVAL OF ' PRQ-COURSE-CODE ' (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               DELETE PGMREQ-FILE
                   INVALID KEY
                       DISPLAY 'ERROR REMOVING REQUIREMENT: '
                               WS-PGMREQ-STATUS
                   NOT INVALID KEY
                       DISPLAY 'REQUIREMENT REMOVED'
               END-DELETE
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.

       2500-LIST-REQUIREMENTS.
           DISPLAY 'ENTER PROGRAM CODE: '.
           ACCEPT WS-ENTRY-CODE.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-CODE TO PRQ-PGM-CODE.
           MOVE LOW-VALUES TO PRQ-COURSE-CODE.
           START PGMREQ-FILE KEY IS >= PRQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.

           DISPLAY 'CRSE TYPE GROUP CREDITS CATALOG TERMS'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ PGMREQ-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF PRQ-PGM-CODE = WS-ENTRY-CODE
                           ADD 1 TO WS-LISTED-COUNT
                           DISPLAY PRQ-COURSE-CODE '  ' PRQ-TYPE
                                   '    ' PRQ-GROUP '    '
                                   PRQ-GROUP-CREDITS '     '
                                   PRQ-EFF-TERM ' ' PRQ-END-TERM
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LISTED-COUNT = 0
               DISPLAY '(NO REQUIREMENTS ON FILE)'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * A CHANGED THRESHOLD REACHES STORED LOAD STATUSES AT THE NEXT
      * NIGHTLY RECOMPUTE (PRGL0167) OR THE STUDENT'S NEXT ADD/DROP.
       2600-MAINTAIN-LOAD-RULE.
           IF WS-LOADRULE-OPEN NOT = 'Y'
               DISPLAY 'LOAD THRESHOLD FILE NOT AVAILABLE: '
                       WS-LOADRULE-STATUS
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ENTER PROGRAM CODE (4 CHARS): '.
           ACCEPT WS-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO PGM-CODE.
           READ PROGRAM-FILE
               INVALID KEY
                   DISPLAY 'PROGRAM NOT ON FILE: ' WS-ENTRY-CODE
               NOT INVALID KEY
                   PERFORM 2610-ACCEPT-LOAD-RULE
           END-READ.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2610-ACCEPT-LOAD-RULE.
           DISPLAY 'PROGRAM: ' PGM-NAME.
           MOVE WS-ENTRY-CODE TO LRL-PGM-CODE.
           MOVE 'N' TO WS-RULE-EXISTS.
           READ LOADRULE-FILE
               INVALID KEY
                   DISPLAY 'NO THRESHOLDS ON FILE - DEFAULTS 12 AND 1'
                   MOVE SPACES TO LOADRULE-RECORD
                   MOVE WS-ENTRY-CODE TO LRL-PGM-CODE
                   MOVE 12 TO LRL-FT-CREDITS
                   MOVE 1 TO LRL-PT-CREDITS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RULE-EXISTS
                   DISPLAY 'FULL-TIME CREDITS : ' LRL-FT-CREDITS
                   DISPLAY 'PART-TIME CREDITS : ' LRL-PT-CREDITS
           END-READ.
           DISPLAY 'ENTER FULL-TIME MINIMUM CREDITS (0 TO KEEP): '.
           ACCEPT WS-TEMP-FT.
           IF WS-TEMP-FT NOT = ZEROES
               MOVE WS-TEMP-FT TO LRL-FT-CREDITS
           END-IF.
           DISPLAY 'ENTER PART-TIME MINIMUM CREDITS (0 TO KEEP): '.
           ACCEPT WS-TEMP-PT.
           IF WS-TEMP-PT NOT = ZEROES
               MOVE WS-TEMP-PT TO LRL-PT-CREDITS
           END-IF.
           IF LRL-PT-CREDITS > LRL-FT-CREDITS
               DISPLAY 'PART-TIME MINIMUM CANNOT EXCEED FULL-TIME - '
                       'NOT SAVED'
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LRL-UPDATED-DATE.
           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'OPERATION CANCELLED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-RULE-EXISTS = 'Y'
               REWRITE LOADRULE-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING THRESHOLDS: '
                               WS-LOADRULE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'LOAD THRESHOLDS UPDATED!'
               END-REWRITE
           ELSE
               WRITE LOADRULE-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING THRESHOLDS: '
                               WS-LOADRULE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'LOAD THRESHOLDS ADDED!'
               END-WRITE
           END-IF.

       3000-TERMINATE.
           CLOSE PROGRAM-FILE.
           IF WS-PGMREQ-OPEN = 'Y'
               CLOSE PGMREQ-FILE
           END-IF.
           IF WS-COURSE-OPEN = 'Y'
               CLOSE COURSE-FILE
           END-IF.
           IF WS-LOADRULE-OPEN = 'Y'
               CLOSE LOADRULE-FILE
           END-IF.
           IF WS-TERM-OPEN = 'Y'
               CLOSE TERM-FILE
           END-IF.
           IF WS-DEPT-OPEN = 'Y'
               CLOSE DEPT-FILE
           END-IF.
