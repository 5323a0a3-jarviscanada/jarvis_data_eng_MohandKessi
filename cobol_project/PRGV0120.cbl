       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGV0120.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-FILE ASSIGN TO 'DEPT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT PROGRAM-FILE ASSIGN TO 'PROGRAM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGM-CODE
               FILE STATUS IS WS-PROGRAM-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO 'INSTRUCTOR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DEPTCLEAN.RPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  DEPT-RECORD.
           05  DEPT-CODE               PIC X(10).
           05  DEPT-NAME               PIC X(30).
           05  DEPT-FACULTY            PIC X(10).
           05  DEPT-CHAIR              PIC X(4).
           05  DEPT-STATUS             PIC X.
           05  FILLER                  PIC X(15).

       FD  PROGRAM-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  PROGRAM-RECORD.
           05  PGM-CODE                PIC X(4).
           05  PGM-NAME                PIC X(30).
           05  PGM-DEPT                PIC X(10).
           05  PGM-REQ-CREDITS         PIC 9(3).

       FD  INSTRUCTOR-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  INSTRUCTOR-RECORD.
           05  INS-ID                  PIC X(4).
           05  INS-NAME                PIC X(30).
           05  INS-DEPT                PIC X(10).
           05  INS-STATUS              PIC X.
           05  INS-MAX-SECTIONS        PIC 9(2).
           05  INS-RANK                PIC X(2).
           05  INS-APPOINTMENT         PIC X.
           05  FILLER                  PIC X(10).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DEPT-STATUS              PIC XX VALUE SPACES.
       01  WS-PROGRAM-STATUS           PIC XX VALUE SPACES.
       01  WS-INSTRUCTOR-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
       01  WS-DX                       PIC 9(3) VALUE ZEROES.
       01  WS-FOUND-DX                 PIC 9(3) VALUE ZEROES.
       01  WS-VX                       PIC 9(3) VALUE ZEROES.
       01  WS-FOUND-VX                 PIC 9(3) VALUE ZEROES.
       01  WS-CODE-LEN                 PIC 9(2) VALUE ZEROES.
       01  WS-CHECK-VALUE              PIC X(10) VALUE SPACES.
       01  WS-CHECK-UPPER              PIC X(10) VALUE SPACES.
       01  WS-NAME-UPPER               PIC X(30) VALUE SPACES.
       01  WS-PROBLEM                  PIC X(14) VALUE SPACES.
       01  WS-SUGGESTION               PIC X(10) VALUE SPACES.
       01  WS-SOURCE                   PIC X(10) VALUE SPACES.
       01  WS-SOURCE-KEY               PIC X(4) VALUE SPACES.
       01  WS-SOURCE-NAME              PIC X(30) VALUE SPACES.
       01  WS-PROGRAM-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-PROGRAM-BAD              PIC 9(5) VALUE ZEROES.
       01  WS-INSTRUCTOR-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-INSTRUCTOR-BAD           PIC 9(5) VALUE ZEROES.
       01  WS-SUGGESTED-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-LINE                     PIC X(100) VALUE SPACES.
       01  WS-LOWER-CASE               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT           PIC 9(3) VALUE ZEROES.
           05  WS-DEPT-ENTRY OCCURS 300 TIMES.
               10  WS-TAB-CODE         PIC X(10).
               10  WS-TAB-NAME         PIC X(30).
               10  WS-TAB-STATUS       PIC X.

      * EVERY DISTINCT NON-CONFORMING VALUE, SO ONE CORRECTION
      * DECISION COVERS ALL THE RECORDS THAT CARRY IT.
       01  WS-VALUE-TABLE.
           05  WS-VALUE-COUNT          PIC 9(3) VALUE ZEROES.
           05  WS-VALUE-ENTRY OCCURS 300 TIMES.
               10  WS-VAL-TEXT         PIC X(10).
               10  WS-VAL-PROBLEM      PIC X(14).
               10  WS-VAL-SUGGEST      PIC X(10).
               10  WS-VAL-PROGRAMS     PIC 9(5).
               10  WS-VAL-INSTRUCTORS  PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF WS-CONTINUE = 'Y'
               PERFORM 2000-CHECK-PROGRAMS
               PERFORM 2500-CHECK-INSTRUCTORS
               PERFORM 3000-WRITE-TOTALS
           END-IF.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.
           GOBACK.

       1000-INIT.
           PERFORM 1200-LOAD-DEPARTMENTS.
           IF WS-CONTINUE = 'Y'
               OPEN OUTPUT REPORT-FILE
               MOVE 'DEPARTMENT CODE CLEANUP WORKLIST'
                 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-LINE
               STRING 'FIX THROUGH MAINTAIN PROGRAM MASTER AND '
                      'MAINTAIN INSTRUCTORS; ADD MISSING CODES TO THE '
                      'DEPARTMENT MASTER'
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REPORT-LINE FROM WS-LINE
               WRITE REPORT-LINE FROM SPACES
               MOVE SPACES TO WS-LINE
               STRING 'SOURCE     KEY  NAME                           '
                      'VALUE      PROBLEM        SUGGEST'
                      DELIMITED BY SIZE
                      INTO WS-LINE
               WRITE REPORT-LINE FROM WS-LINE
           END-IF.

       1200-LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'DEPARTMENT MASTER NOT AVAILABLE: '
                       WS-DEPT-STATUS
               DISPLAY 'LOAD THE DEPARTMENT MASTER (MENU 120) FIRST'
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO DEPT-CODE.
           START DEPT-FILE KEY IS >= DEPT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ DEPT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-DEPT-COUNT < 300
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DEPT-CODE
                             TO WS-TAB-CODE(WS-DEPT-COUNT)
                           MOVE DEPT-NAME
                             TO WS-TAB-NAME(WS-DEPT-COUNT)
                           INSPECT WS-TAB-NAME(WS-DEPT-COUNT)
                               CONVERTING WS-LOWER-CASE
                                       TO WS-UPPER-CASE
                           MOVE DEPT-STATUS
                             TO WS-TAB-STATUS(WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-FILE.
           IF WS-DEPT-COUNT = 0
               DISPLAY 'DEPARTMENT MASTER IS EMPTY - LOAD IT (MENU '
                       '120) FIRST'
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       2000-CHECK-PROGRAMS.
           OPEN INPUT PROGRAM-FILE.
           IF WS-PROGRAM-STATUS NOT = '00'
               DISPLAY 'PROGRAM MASTER NOT AVAILABLE: '
                       WS-PROGRAM-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO PGM-CODE.
           START PROGRAM-FILE KEY IS >= PGM-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROGRAM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-PROGRAM-COUNT
                       MOVE PGM-DEPT TO WS-CHECK-VALUE
                       PERFORM 2100-CHECK-VALUE
                       IF WS-PROBLEM NOT = SPACES
                           ADD 1 TO WS-PROGRAM-BAD
                           MOVE 'PROGRAM' TO WS-SOURCE
                           MOVE PGM-CODE TO WS-SOURCE-KEY
                           MOVE PGM-NAME TO WS-SOURCE-NAME
                           PERFORM 2900-WRITE-WORKLIST-LINE
                           PERFORM 2200-TALLY-VALUE
                           ADD 1 TO WS-VAL-PROGRAMS(WS-FOUND-VX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROGRAM-FILE.

      * A VALUE CONFORMS WHEN IT IS AN ACTIVE CODE ON THE MASTER.
      * OTHERWISE THE LIKELY CODE IS OFFERED: THE SAME CODE IN
      * UPPER CASE, A DEPARTMENT WHOSE NAME IT SPELLS, OR A CODE IT
      * BEGINS WITH ('MATHS' FOR 'MATH').
       2100-CHECK-VALUE.
           MOVE SPACES TO WS-PROBLEM.
           MOVE SPACES TO WS-SUGGESTION.
           IF WS-CHECK-VALUE = SPACES
               MOVE 'BLANK' TO WS-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2110-FIND-CODE.
           IF WS-FOUND-DX > 0
               IF WS-TAB-STATUS(WS-FOUND-DX) NOT = 'A'
                   MOVE 'INACTIVE DEPT' TO WS-PROBLEM
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE 'NOT ON MASTER' TO WS-PROBLEM.
           MOVE WS-CHECK-VALUE TO WS-CHECK-UPPER.
           INSPECT WS-CHECK-UPPER
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DEPT-COUNT
                      OR WS-SUGGESTION NOT = SPACES
               IF WS-TAB-CODE(WS-DX) = WS-CHECK-UPPER
                   MOVE WS-TAB-CODE(WS-DX) TO WS-SUGGESTION
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DEPT-COUNT
                      OR WS-SUGGESTION NOT = SPACES
               IF WS-TAB-NAME(WS-DX)(1:10) = WS-CHECK-UPPER
                   MOVE WS-TAB-CODE(WS-DX) TO WS-SUGGESTION
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DEPT-COUNT
                      OR WS-SUGGESTION NOT = SPACES
               MOVE ZEROES TO WS-CODE-LEN
               INSPECT WS-TAB-CODE(WS-DX) TALLYING WS-CODE-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-CODE-LEN > 2 AND
                  WS-CHECK-UPPER(1:WS-CODE-LEN) =
                  WS-TAB-CODE(WS-DX)(1:WS-CODE-LEN)
                   MOVE WS-TAB-CODE(WS-DX) TO WS-SUGGESTION
               END-IF
           END-PERFORM.
           IF WS-SUGGESTION NOT = SPACES
               ADD 1 TO WS-SUGGESTED-COUNT
           END-IF.

       2110-FIND-CODE.
           MOVE ZEROES TO WS-FOUND-DX.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DEPT-COUNT
                      OR WS-FOUND-DX > 0
               IF WS-TAB-CODE(WS-DX) = WS-CHECK-VALUE
                   MOVE WS-DX TO WS-FOUND-DX
               END-IF
           END-PERFORM.

       2200-TALLY-VALUE.
           MOVE ZEROES TO WS-FOUND-VX.
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-VALUE-COUNT
                      OR WS-FOUND-VX > 0
               IF WS-VAL-TEXT(WS-VX) = WS-CHECK-VALUE
                   MOVE WS-VX TO WS-FOUND-VX
               END-IF
           END-PERFORM.
           IF WS-FOUND-VX = 0
               IF WS-VALUE-COUNT < 300
                   ADD 1 TO WS-VALUE-COUNT
                   MOVE WS-VALUE-COUNT TO WS-FOUND-VX
               ELSE
                   MOVE 300 TO WS-FOUND-VX
               END-IF
               MOVE WS-CHECK-VALUE TO WS-VAL-TEXT(WS-FOUND-VX)
               MOVE WS-PROBLEM TO WS-VAL-PROBLEM(WS-FOUND-VX)
               MOVE WS-SUGGESTION TO WS-VAL-SUGGEST(WS-FOUND-VX)
               MOVE ZEROES TO WS-VAL-PROGRAMS(WS-FOUND-VX)
               MOVE ZEROES TO WS-VAL-INSTRUCTORS(WS-FOUND-VX)
           END-IF.

       2500-CHECK-INSTRUCTORS.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUCTOR-STATUS NOT = '00'
               DISPLAY 'INSTRUCTOR MASTER NOT AVAILABLE: '
                       WS-INSTRUCTOR-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO INS-ID.
           START INSTRUCTOR-FILE KEY IS >= INS-ID
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ INSTRUCTOR-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-INSTRUCTOR-COUNT
                       MOVE INS-DEPT TO WS-CHECK-VALUE
                       PERFORM 2100-CHECK-VALUE
                       IF WS-PROBLEM NOT = SPACES
                           ADD 1 TO WS-INSTRUCTOR-BAD
                           MOVE 'INSTRUCTOR' TO WS-SOURCE
                           MOVE INS-ID TO WS-SOURCE-KEY
                           MOVE INS-NAME TO WS-SOURCE-NAME
                           PERFORM 2900-WRITE-WORKLIST-LINE
                           PERFORM 2200-TALLY-VALUE
                           ADD 1 TO WS-VAL-INSTRUCTORS(WS-FOUND-VX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSTRUCTOR-FILE.

       2900-WRITE-WORKLIST-LINE.
           MOVE SPACES TO WS-LINE.
           STRING WS-SOURCE ' ' WS-SOURCE-KEY ' ' WS-SOURCE-NAME
                  ' ' WS-CHECK-VALUE ' ' WS-PROBLEM ' ' WS-SUGGESTION
                  DELIMITED BY SIZE
                  INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

       3000-WRITE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE 'DISTINCT NON-CONFORMING VALUES' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'VALUE      PROBLEM        SUGGEST    PROGRAMS INSTRS'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-VALUE-COUNT
               MOVE SPACES TO WS-LINE
               MOVE WS-VAL-PROGRAMS(WS-VX) TO WS-COUNT-EDIT
               STRING WS-VAL-TEXT(WS-VX) ' ' WS-VAL-PROBLEM(WS-VX)
                      ' ' WS-VAL-SUGGEST(WS-VX) '    ' WS-COUNT-EDIT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               MOVE WS-VAL-INSTRUCTORS(WS-VX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-LINE(47:5)
               WRITE REPORT-LINE FROM WS-LINE
           END-PERFORM.
           IF WS-VALUE-COUNT = 0
               MOVE '(NONE - EVERY DEPARTMENT VALUE CONFORMS)'
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           WRITE REPORT-LINE FROM SPACES.
           MOVE SPACES TO WS-LINE.
           STRING 'PROGRAMS CHECKED: ' WS-PROGRAM-COUNT
                  '  NON-CONFORMING: ' WS-PROGRAM-BAD
                  DELIMITED BY SIZE INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING 'INSTRUCTORS CHECKED: ' WS-INSTRUCTOR-COUNT
                  '  NON-CONFORMING: ' WS-INSTRUCTOR-BAD
                  DELIMITED BY SIZE INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING 'RECORDS WITH A SUGGESTED CODE: ' WS-SUGGESTED-COUNT
                  DELIMITED BY SIZE INTO WS-LINE.
           WRITE REPORT-LINE FROM WS-LINE.

           CLOSE REPORT-FILE.
           DISPLAY 'PROGRAMS CHECKED: ' WS-PROGRAM-COUNT
                   '  NON-CONFORMING: ' WS-PROGRAM-BAD.
           DISPLAY 'INSTRUCTORS CHECKED: ' WS-INSTRUCTOR-COUNT
                   '  NON-CONFORMING: ' WS-INSTRUCTOR-BAD.
           DISPLAY 'WORKLIST: DEPTCLEAN.RPT'.
