       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0115.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO 'PLANSTDY.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT COURSE-FILE ASSIGN TO 'COURSE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SECTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PLAN OF STUDY: THE COURSES AND TARGET SECTIONS A COHORT OF A
      * PROGRAM TAKES IN A GIVEN SEMESTER OF ITS STUDIES AND TERM.
      * READ BY THE BLOCK REGISTRATION RUN (PRGB0165).
       FD  PLAN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PLAN-RECORD.
           05  PS-KEY.
               10  PS-PROGRAM          PIC X(4).
               10  PS-SEMESTER         PIC 9(2).
               10  PS-TERM             PIC X(6).
               10  PS-COURSE-CODE      PIC X(4).
           05  PS-SECTION              PIC X(2).
           05  PS-UPDATED-BY           PIC X(8).
           05  PS-UPDATED-DATE         PIC 9(8).
           05  FILLER                  PIC X(6).

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

       FD  SECTION-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  SECTION-RECORD.
           05  SEC-KEY.
               10  SEC-COURSE-CODE     PIC X(4).
               10  SEC-NUMBER          PIC X(2).
           05  SEC-DAYS                PIC X(7).
           05  SEC-START-TIME          PIC 9(4).
           05  SEC-END-TIME            PIC 9(4).
           05  SEC-ROOM                PIC X(6).
           05  SEC-CAMPUS              PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-PLAN-STATUS              PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-SECTION-STATUS           PIC XX VALUE SPACES.
       01  WS-PLAN-OPEN                PIC X VALUE 'N'.
       01  WS-COURSE-OPEN              PIC X VALUE 'N'.
       01  WS-SECTION-OPEN             PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-PROGRAM            PIC X(4) VALUE SPACES.
       01  WS-ENTRY-SEMESTER           PIC 9(2) VALUE ZEROES.
       01  WS-ENTRY-TERM               PIC X(6) VALUE SPACES.
       01  WS-ENTRY-COURSE             PIC X(4) VALUE SPACES.
       01  WS-ENTRY-SECTION            PIC X(2) VALUE SPACES.
       01  WS-KEY-OK                   PIC X VALUE 'N'.
       01  WS-ENTRY-OK                 PIC X VALUE 'N'.
       01  WS-PLAN-EXISTS              PIC X VALUE 'N'.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(4) VALUE ZEROES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           PERFORM 3000-TERMINATE.
           GOBACK.

       1000-INIT.
           OPEN I-O PLAN-FILE.
           IF WS-PLAN-STATUS = '05' OR WS-PLAN-STATUS = '35'
               CLOSE PLAN-FILE
               OPEN OUTPUT PLAN-FILE
               CLOSE PLAN-FILE
               OPEN I-O PLAN-FILE
           END-IF.
           IF WS-PLAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PLAN OF STUDY FILE: '
                       WS-PLAN-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'Y' TO WS-PLAN-OPEN
               OPEN INPUT COURSE-FILE
               IF WS-COURSE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING COURSE FILE: '
                           WS-COURSE-STATUS
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   MOVE 'Y' TO WS-COURSE-OPEN
               END-IF
               OPEN INPUT SECTION-FILE
               IF WS-SECTION-STATUS = '00'
                   MOVE 'Y' TO WS-SECTION-OPEN
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '      PLANS OF STUDY                    '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD OR UPDATE A PLANNED COURSE'.
           DISPLAY '2. REMOVE A PLANNED COURSE'.
           DISPLAY '3. LIST A PLAN OF STUDY'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE (1-4): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-PLAN
               WHEN 2
                   PERFORM 2200-REMOVE-PLAN
               WHEN 3
                   PERFORM 2300-LIST-PLAN
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2050-GET-PLAN-KEY.
           MOVE 'N' TO WS-KEY-OK.
           DISPLAY 'ENTER PROGRAM CODE: '.
           MOVE SPACES TO WS-ENTRY-PROGRAM.
           ACCEPT WS-ENTRY-PROGRAM.
           DISPLAY 'ENTER SEMESTER NUMBER (E.G. 01): '.
           ACCEPT WS-ENTRY-SEMESTER.
           DISPLAY 'ENTER TERM (E.G. 2026FA): '.
           MOVE SPACES TO WS-ENTRY-TERM.
           ACCEPT WS-ENTRY-TERM.
           IF WS-ENTRY-PROGRAM = SPACES OR WS-ENTRY-SEMESTER = ZEROES
              OR WS-ENTRY-TERM = SPACES
               DISPLAY 'PROGRAM, SEMESTER AND TERM ARE REQUIRED'
           ELSE
               MOVE 'Y' TO WS-KEY-OK
           END-IF.

       2060-GET-COURSE.
           MOVE 'N' TO WS-ENTRY-OK.
           DISPLAY 'ENTER COURSE CODE: '.
           MOVE SPACES TO WS-ENTRY-COURSE.
           ACCEPT WS-ENTRY-COURSE.
           IF WS-ENTRY-COURSE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY-COURSE TO COURSE-CODE.
           READ COURSE-FILE
               INVALID KEY
                   DISPLAY 'COURSE NOT FOUND: ' WS-ENTRY-COURSE
               NOT INVALID KEY
                   DISPLAY 'COURSE: ' COURSE-NAME
                   IF COURSE-STATUS = 'I'
                       DISPLAY 'WARNING - COURSE IS RETIRED'
                   END-IF
                   MOVE 'Y' TO WS-ENTRY-OK
           END-READ.

      * THE TARGET SECTION MUST BE ON THE SECTION MASTER WHEN THERE
      * IS ONE - BLOCK REGISTRATION NEEDS ITS MEETING TIMES.
       2100-MAINTAIN-PLAN.
           PERFORM 2050-GET-PLAN-KEY.
           IF WS-KEY-OK = 'Y'
               PERFORM 2060-GET-COURSE
           END-IF.
           IF WS-KEY-OK = 'Y' AND WS-ENTRY-OK = 'Y'
               MOVE WS-ENTRY-PROGRAM TO PS-PROGRAM
               MOVE WS-ENTRY-SEMESTER TO PS-SEMESTER
               MOVE WS-ENTRY-TERM TO PS-TERM
               MOVE WS-ENTRY-COURSE TO PS-COURSE-CODE
               MOVE 'N' TO WS-PLAN-EXISTS
               READ PLAN-FILE
                   INVALID KEY
                       DISPLAY 'NOT IN THE PLAN - ADDING NEW'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PLAN-EXISTS
                       DISPLAY 'CURRENT SECTION: ' PS-SECTION
               END-READ
               PERFORM 2110-ACCEPT-PLAN
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ACCEPT-PLAN.
           DISPLAY 'ENTER TARGET SECTION: '.
           MOVE SPACES TO WS-ENTRY-SECTION.
           ACCEPT WS-ENTRY-SECTION.
           IF WS-ENTRY-SECTION = SPACES
               DISPLAY 'A TARGET SECTION IS REQUIRED - NOT SAVED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SECTION-OPEN = 'Y'
               MOVE WS-ENTRY-COURSE TO SEC-COURSE-CODE
               MOVE WS-ENTRY-SECTION TO SEC-NUMBER
               READ SECTION-FILE
                   INVALID KEY
                       DISPLAY 'SECTION ' WS-ENTRY-SECTION
                               ' NOT ON FILE FOR ' WS-ENTRY-COURSE
                               ' - NOT SAVED'
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       DISPLAY 'MEETS ' SEC-DAYS ' ' SEC-START-TIME
                               '-' SEC-END-TIME ' ROOM ' SEC-ROOM
               END-READ
           END-IF.
           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'OPERATION CANCELLED'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY-SECTION TO PS-SECTION.
           MOVE WS-OPERATOR-ID TO PS-UPDATED-BY.
           MOVE WS-TODAY-DATE TO PS-UPDATED-DATE.
           IF WS-PLAN-EXISTS = 'Y'
               REWRITE PLAN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING PLAN OF STUDY: '
                               WS-PLAN-STATUS
                   NOT INVALID KEY
                       DISPLAY 'PLANNED COURSE UPDATED!'
               END-REWRITE
           ELSE
               WRITE PLAN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING PLAN OF STUDY: '
                               WS-PLAN-STATUS
                   NOT INVALID KEY
                       DISPLAY 'PLANNED COURSE ADDED!'
               END-WRITE
           END-IF.

       2200-REMOVE-PLAN.
           PERFORM 2050-GET-PLAN-KEY.
           IF WS-KEY-OK = 'Y'
               DISPLAY 'ENTER COURSE CODE: '
               MOVE SPACES TO WS-ENTRY-COURSE
               ACCEPT WS-ENTRY-COURSE
               MOVE WS-ENTRY-PROGRAM TO PS-PROGRAM
               MOVE WS-ENTRY-SEMESTER TO PS-SEMESTER
               MOVE WS-ENTRY-TERM TO PS-TERM
               MOVE WS-ENTRY-COURSE TO PS-COURSE-CODE
               READ PLAN-FILE
                   INVALID KEY
                       DISPLAY 'COURSE IS NOT IN THIS PLAN'
                   NOT INVALID KEY
                       DISPLAY 'COURSE ' PS-COURSE-CODE ' SECTION '
                               PS-SECTION
                       DISPLAY 'CONFIRM REMOVAL (Y/N)? '
                       ACCEPT WS-CONFIRMATION
                       IF WS-CONFIRMATION = 'Y' OR
                          WS-CONFIRMATION = 'y'
                           DELETE PLAN-FILE
                               INVALID KEY
                                   DISPLAY 'ERROR REMOVING: '
                                           WS-PLAN-STATUS
                               NOT INVALID KEY
                                   DISPLAY 'PLANNED COURSE REMOVED'
                           END-DELETE
                       ELSE
                           DISPLAY 'OPERATION CANCELLED'
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2300-LIST-PLAN.
           PERFORM 2050-GET-PLAN-KEY.
           IF WS-KEY-OK = 'Y'
               MOVE ZEROES TO WS-LISTED-COUNT
               MOVE 'N' TO WS-END-OF-LIST
               MOVE WS-ENTRY-PROGRAM TO PS-PROGRAM
               MOVE WS-ENTRY-SEMESTER TO PS-SEMESTER
               MOVE WS-ENTRY-TERM TO PS-TERM
               MOVE LOW-VALUES TO PS-COURSE-CODE
               START PLAN-FILE KEY IS >= PS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LIST
               END-START
               DISPLAY 'COURSE SECTION UPDATED  BY'
               PERFORM UNTIL WS-END-OF-LIST = 'Y'
                   READ PLAN-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-LIST
                       NOT AT END
                           IF PS-PROGRAM NOT = WS-ENTRY-PROGRAM OR
                              PS-SEMESTER NOT = WS-ENTRY-SEMESTER OR
                              PS-TERM NOT = WS-ENTRY-TERM
                               MOVE 'Y' TO WS-END-OF-LIST
                           ELSE
                               DISPLAY PS-COURSE-CODE '   '
                                       PS-SECTION '      '
                                       PS-UPDATED-DATE ' '
                                       PS-UPDATED-BY
                               ADD 1 TO WS-LISTED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LISTED-COUNT = ZEROES
                   DISPLAY 'NO PLAN OF STUDY ON FILE FOR '
                           WS-ENTRY-PROGRAM ' SEMESTER '
                           WS-ENTRY-SEMESTER ' ' WS-ENTRY-TERM
               ELSE
                   DISPLAY 'COURSES LISTED: ' WS-LISTED-COUNT
               END-IF
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       3000-TERMINATE.
           IF WS-PLAN-OPEN = 'Y'
               CLOSE PLAN-FILE
           END-IF.
           IF WS-COURSE-OPEN = 'Y'
               CLOSE COURSE-FILE
           END-IF.
           IF WS-SECTION-OPEN = 'Y'
               CLOSE SECTION-FILE
           END-IF.
