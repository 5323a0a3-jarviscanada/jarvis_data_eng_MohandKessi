       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0107.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE ASSIGN TO 'RESROOM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'RESASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               ALTERNATE RECORD KEY IS RA-ROOM-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS STUDENT-COURSE
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TERM-FILE ASSIGN TO 'TERM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERMF-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * RESIDENCE ROOM MASTER.  RES-TERM-RATE IS THE CHARGE FOR ONE
      * BED FOR A FULL TERM; SHORTER STAYS ARE PRORATED BY THE
      * HOUSING CHARGE RUN.  RES-STATUS C CLOSES A ROOM TO NEW
      * ASSIGNMENTS WITHOUT DISTURBING THOSE ALREADY MADE.
       FD  ROOM-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  ROOM-RECORD.
           05  RES-KEY.
               10  RES-BUILDING        PIC X(4).
               10  RES-ROOM            PIC X(4).
           05  RES-BUILDING-NAME       PIC X(20).
           05  RES-BEDS                PIC 9(2).
           05  RES-TERM-RATE           PIC 9(5)V99.
           05  RES-STATUS              PIC X.
           05  RES-ENTERED-BY          PIC X(8).
           05  RES-ENTERED-DATE        PIC 9(8).
           05  FILLER                  PIC X(6).

      * ONE RECORD PER STAY: A ROOM CHANGE ENDS THE OLD STAY ON THE
      * CHANGE DATE AND STARTS A NEW ONE THE SAME DAY.  A ZERO
      * RA-MOVE-OUT MEANS THE STUDENT STAYS TO THE END OF THE TERM.
      * RA-STATUS: A ACTIVE, X CANCELLED (NEVER MOVED IN).
      * RA-CHARGED-AMT IS WHAT THE HOUSING CHARGE RUN HAS BILLED
      * FOR THE STAY SO FAR.
       FD  ASSIGN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ASSIGN-RECORD.
           05  RA-KEY.
               10  RA-STUDENT-ID       PIC 9(6).
               10  RA-TERM             PIC X(6).
               10  RA-MOVE-IN          PIC 9(8).
           05  RA-ROOM-KEY.
               10  RA-BUILDING         PIC X(4).
               10  RA-ROOM             PIC X(4).
           05  RA-MOVE-OUT             PIC 9(8).
           05  RA-STATUS               PIC X.
           05  RA-CHARGED-AMT          PIC 9(6)V99.
           05  RA-CHARGED-DATE         PIC 9(8).
           05  RA-ENTERED-BY           PIC X(8).
           05  RA-ENTERED-DATE         PIC 9(8).
           05  FILLER                  PIC X(11).

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
           05  FILLER                  PIC X(49).

       FD  TERM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  TERM-RECORD.
           05  TM-TERM                 PIC X(6).
           05  TM-START-DATE           PIC 9(8).
           05  TM-END-DATE             PIC 9(8).
           05  TM-ADD-DEADLINE         PIC 9(8).
           05  TM-REFUND-DATE-1        PIC 9(8).
           05  TM-REFUND-DATE-2        PIC 9(8).
           05  TM-REFUND-DATE-3        PIC 9(8).
           05  TM-OPTOUT-DEADLINE      PIC 9(8).
           05  FILLER                  PIC X(8).

       FD  STUDENT-AUDIT-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-STUDENT-ID          PIC 9(6).
           05  AUD-FIELD-NAME          PIC X(15).
           05  AUD-OLD-VALUE           PIC X(40).
           05  AUD-NEW-VALUE           PIC X(40).
           05  AUD-TIMESTAMP           PIC X(16).
           05  AUD-OPERATOR            PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-ROOM-STATUS              PIC XX VALUE SPACES.
       01  WS-ASSIGN-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-TERMF-STATUS             PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-AUDIT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-ACTION                   PIC X VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-BUILDING           PIC X(4) VALUE SPACES.
       01  WS-ENTRY-ROOM               PIC X(4) VALUE SPACES.
       01  WS-ENTRY-NAME               PIC X(20) VALUE SPACES.
       01  WS-ENTRY-STATUS             PIC X VALUE SPACES.
       01  WS-ENTRY-TERM               PIC X(6) VALUE SPACES.
       01  WS-ENTRY-STUDENT            PIC 9(6) VALUE ZEROES.
       01  WS-ENTRY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-TEMP-BEDS-X              PIC X(3) VALUE SPACES.
       01  WS-TEMP-RATE-X              PIC X(10) VALUE SPACES.
       01  WS-ROOM-EXISTS              PIC X VALUE 'N'.
       01  WS-VALID-FLAG               PIC X VALUE 'Y'.
       01  WS-END-OF-LIST              PIC X VALUE 'N'.
       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-OCCUPIED-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-CONFLICT                 PIC X VALUE 'N'.
       01  WS-FOUND-STAY               PIC X VALUE 'N'.
       01  WS-RATE-EDIT                PIC ZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99.
       01  WS-TERM-START               PIC 9(8) VALUE ZEROES.
       01  WS-TERM-END                 PIC 9(8) VALUE ZEROES.

      * THE STAY BEING PLACED, AND THE STAY (IF ANY) IT REPLACES,
      * WHICH THE OVERLAP CHECKS MUST NOT COUNT AGAINST ITSELF.
       01  WS-NEW-STAY.
           05  WS-NEW-BUILDING         PIC X(4).
           05  WS-NEW-ROOM             PIC X(4).
           05  WS-NEW-IN               PIC 9(8).
           05  WS-NEW-OUT              PIC 9(8).
       01  WS-SKIP-KEY                 PIC X(20) VALUE SPACES.
       01  WS-STAY-OUT                 PIC 9(8) VALUE ZEROES.
       01  WS-PLANNED-OUT              PIC 9(8) VALUE ZEROES.
       01  WS-BEDS                     PIC 9(2) VALUE ZEROES.
       01  WS-SAVE-ASSIGN              PIC X(80) VALUE SPACES.
       01  WS-OLD-PLACE                PIC X(40) VALUE SPACES.
       01  WS-NEW-PLACE                PIC X(40) VALUE SPACES.

       01  WS-AUDIT-TIMESTAMP.
           05  WS-AUD-DATE.
               10  WS-AUD-YEAR         PIC 9(4).
               10  WS-AUD-MONTH        PIC 9(2).
               10  WS-AUD-DAY          PIC 9(2).
           05  WS-AUD-TIME.
               10  WS-AUD-HOURS        PIC 9(2).
               10  WS-AUD-MINUTES      PIC 9(2).
               10  WS-AUD-SECONDS      PIC 9(2).
               10  WS-AUD-MSECS        PIC 9(2).

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
           OPEN I-O ROOM-FILE.
           IF WS-ROOM-STATUS = '05' OR WS-ROOM-STATUS = '35'
               CLOSE ROOM-FILE
               OPEN OUTPUT ROOM-FILE
               CLOSE ROOM-FILE
               OPEN I-O ROOM-FILE
           END-IF.
           OPEN I-O ASSIGN-FILE.
           IF WS-ASSIGN-STATUS = '05' OR WS-ASSIGN-STATUS = '35'
               CLOSE ASSIGN-FILE
               OPEN OUTPUT ASSIGN-FILE
               CLOSE ASSIGN-FILE
               OPEN I-O ASSIGN-FILE
           END-IF.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT TERM-FILE.
           IF WS-ROOM-STATUS NOT = '00' OR
              WS-ASSIGN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RESIDENCE FILES: '
                       WS-ROOM-STATUS ' ' WS-ASSIGN-STATUS
               MOVE 'N' TO WS-CONTINUE
           END-IF.
           IF WS-FILE-STATUS NOT = '00' OR
              WS-TERMF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT/TERM FILES: '
                       WS-FILE-STATUS ' ' WS-TERMF-STATUS
               MOVE 'N' TO WS-CONTINUE
           END-IF.
           OPEN EXTEND STUDENT-AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05'
               OPEN OUTPUT STUDENT-AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS = '00'
               MOVE 'Y' TO WS-AUDIT-OPEN
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '    RESIDENCE ROOMS AND ASSIGNMENTS     '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD OR UPDATE A ROOM'.
           DISPLAY '2. LIST ROOMS'.
           DISPLAY '3. ASSIGN A STUDENT TO A ROOM'.
           DISPLAY '4. MOVE OUT, ROOM CHANGE OR CANCEL'.
           DISPLAY '5. ROOM OCCUPANCY FOR A TERM'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE (1-6): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-ROOM
               WHEN 2
                   PERFORM 2200-LIST-ROOMS
               WHEN 3
                   PERFORM 2300-ASSIGN-STUDENT
               WHEN 4
                   PERFORM 2400-CHANGE-STAY
               WHEN 5
                   PERFORM 2500-ROOM-OCCUPANCY
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2100-MAINTAIN-ROOM.
           DISPLAY 'ENTER BUILDING CODE (OR BLANK TO CANCEL): '.
           MOVE SPACES TO WS-ENTRY-BUILDING.
           ACCEPT WS-ENTRY-BUILDING.
           IF WS-ENTRY-BUILDING = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ENTER ROOM NUMBER: '.
           MOVE SPACES TO WS-ENTRY-ROOM.
           ACCEPT WS-ENTRY-ROOM.

           MOVE WS-ENTRY-BUILDING TO RES-BUILDING.
           MOVE WS-ENTRY-ROOM TO RES-ROOM.
           MOVE 'N' TO WS-ROOM-EXISTS.
           READ ROOM-FILE
               INVALID KEY
                   DISPLAY 'ROOM NOT FOUND - ADDING NEW'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROOM-EXISTS
                   PERFORM 2110-SHOW-ROOM
           END-READ.

           DISPLAY 'BUILDING NAME: '.
           MOVE SPACES TO WS-ENTRY-NAME.
           ACCEPT WS-ENTRY-NAME.
           DISPLAY 'NUMBER OF BEDS: '.
           MOVE SPACES TO WS-TEMP-BEDS-X.
           ACCEPT WS-TEMP-BEDS-X.
           DISPLAY 'FULL-TERM RATE PER BED: '.
           MOVE SPACES TO WS-TEMP-RATE-X.
           ACCEPT WS-TEMP-RATE-X.
           DISPLAY 'STATUS (A=OPEN, C=CLOSED TO NEW ASSIGNMENTS): '.
           MOVE SPACES TO WS-ENTRY-STATUS.
           ACCEPT WS-ENTRY-STATUS.
           IF WS-ENTRY-STATUS = 'c'
               MOVE 'C' TO WS-ENTRY-STATUS
           END-IF.
           IF WS-ENTRY-STATUS NOT = 'C'
               MOVE 'A' TO WS-ENTRY-STATUS
           END-IF.

           IF WS-ROOM-EXISTS = 'N'
               MOVE SPACES TO ROOM-RECORD
               MOVE WS-ENTRY-BUILDING TO RES-BUILDING
               MOVE WS-ENTRY-ROOM TO RES-ROOM
               MOVE ZEROES TO RES-BEDS
               MOVE ZEROES TO RES-TERM-RATE
           END-IF.
           IF WS-ENTRY-NAME NOT = SPACES
               MOVE WS-ENTRY-NAME TO RES-BUILDING-NAME
           END-IF.
           IF WS-TEMP-BEDS-X NOT = SPACES
               COMPUTE RES-BEDS = FUNCTION NUMVAL(WS-TEMP-BEDS-X)
           END-IF.
           IF WS-TEMP-RATE-X NOT = SPACES
               COMPUTE RES-TERM-RATE =
                       FUNCTION NUMVAL(WS-TEMP-RATE-X)
           END-IF.
           MOVE WS-ENTRY-STATUS TO RES-STATUS.
           MOVE WS-OPERATOR-ID TO RES-ENTERED-BY.
           MOVE WS-TODAY-DATE TO RES-ENTERED-DATE.

           IF RES-BEDS = ZERO
               DISPLAY 'A ROOM MUST HAVE AT LEAST ONE BED'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               IF WS-ROOM-EXISTS = 'Y'
                   REWRITE ROOM-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING ROOM: '
                                   WS-ROOM-STATUS
                       NOT INVALID KEY
                           DISPLAY 'ROOM UPDATED!'
                   END-REWRITE
               ELSE
                   WRITE ROOM-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING ROOM: '
                                   WS-ROOM-STATUS
                       NOT INVALID KEY
                           DISPLAY 'ROOM ADDED!'
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-SHOW-ROOM.
           MOVE RES-TERM-RATE TO WS-RATE-EDIT.
           DISPLAY 'BUILDING NAME : ' RES-BUILDING-NAME.
           DISPLAY 'BEDS          : ' RES-BEDS.
           DISPLAY 'TERM RATE     : ' WS-RATE-EDIT.
           DISPLAY 'STATUS        : ' RES-STATUS.
           DISPLAY 'ENTERED       : ' RES-ENTERED-DATE
                   ' BY ' RES-ENTERED-BY.

       2200-LIST-ROOMS.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE LOW-VALUES TO RES-KEY.
           START ROOM-FILE KEY IS >= RES-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.

           DISPLAY 'BLDG ROOM BUILDING NAME        BEDS  TERM RATE ST'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ ROOM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE RES-TERM-RATE TO WS-RATE-EDIT
                       DISPLAY RES-BUILDING ' ' RES-ROOM ' '
                               RES-BUILDING-NAME ' ' RES-BEDS '  '
                               WS-RATE-EDIT ' ' RES-STATUS
                       IF WS-LISTED-COUNT >= 15
                           DISPLAY 'PRESS ENTER FOR MORE...'
                           ACCEPT WS-CONFIRMATION
                           MOVE ZEROES TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2300-ASSIGN-STUDENT.
           MOVE 'Y' TO WS-VALID-FLAG.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-STUDENT.
           MOVE WS-ENTRY-STUDENT TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY 'STUDENT NOT FOUND'
                   MOVE 'N' TO WS-VALID-FLAG
               NOT INVALID KEY
                   DISPLAY 'STUDENT: ' STUDENT-NAME
                   IF STUDENT-STATUS NOT = 'A'
                       DISPLAY 'STUDENT IS NOT ACTIVE - STATUS '
                               STUDENT-STATUS
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
           END-READ.
           IF WS-VALID-FLAG = 'N'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2900-GET-TERM.
           IF WS-VALID-FLAG = 'N'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2910-GET-ROOM.
           IF WS-VALID-FLAG = 'N'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'MOVE-IN DATE YYYYMMDD (0 = TERM START): '.
           MOVE ZEROES TO WS-ENTRY-DATE.
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = ZERO
               MOVE WS-TERM-START TO WS-ENTRY-DATE
           END-IF.
           IF WS-ENTRY-DATE < WS-TERM-START OR
              WS-ENTRY-DATE >= WS-TERM-END
               DISPLAY 'MOVE-IN DATE MUST FALL WITHIN THE TERM'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENTRY-BUILDING TO WS-NEW-BUILDING.
           MOVE WS-ENTRY-ROOM TO WS-NEW-ROOM.
           MOVE WS-ENTRY-DATE TO WS-NEW-IN.
           MOVE ZEROES TO WS-NEW-OUT.
           MOVE SPACES TO WS-SKIP-KEY.

           PERFORM 2930-CHECK-STUDENT-STAYS.
           IF WS-CONFLICT = 'Y'
               DISPLAY 'STUDENT ALREADY HAS A ROOM FOR THESE DATES '
                       '- USE MOVE OUT OR ROOM CHANGE'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2920-CHECK-CAPACITY.
           IF WS-CONFLICT = 'Y'
               DISPLAY 'ROOM IS FULL FOR THESE DATES - '
                       WS-OCCUPIED-COUNT ' OF ' WS-BEDS
                       ' BEDS TAKEN'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'BEDS TAKEN FOR THESE DATES: ' WS-OCCUPIED-COUNT
                   ' OF ' WS-BEDS.
           DISPLAY 'CONFIRM ASSIGNMENT (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               MOVE SPACES TO ASSIGN-RECORD
               MOVE WS-ENTRY-STUDENT TO RA-STUDENT-ID
               MOVE WS-ENTRY-TERM TO RA-TERM
               MOVE WS-NEW-IN TO RA-MOVE-IN
               MOVE WS-NEW-BUILDING TO RA-BUILDING
               MOVE WS-NEW-ROOM TO RA-ROOM
               MOVE ZEROES TO RA-MOVE-OUT
               MOVE 'A' TO RA-STATUS
               MOVE ZEROES TO RA-CHARGED-AMT
               MOVE ZEROES TO RA-CHARGED-DATE
               MOVE WS-OPERATOR-ID TO RA-ENTERED-BY
               MOVE WS-TODAY-DATE TO RA-ENTERED-DATE
               WRITE ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING ASSIGNMENT: '
                               WS-ASSIGN-STATUS
                   NOT INVALID KEY
                       DISPLAY 'STUDENT ASSIGNED!'
                       MOVE SPACES TO WS-OLD-PLACE
                       PERFORM 2950-FORMAT-NEW-PLACE
                       PERFORM 2960-WRITE-RESIDENCE-AUDIT
               END-WRITE
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * THE STAY WORKED ON IS THE STUDENT'S LATEST ACTIVE STAY IN
      * THE TERM.
       2400-CHANGE-STAY.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-STUDENT.
           PERFORM 2900-GET-TERM.
           IF WS-VALID-FLAG = 'N'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-FOUND-STAY.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-STUDENT TO RA-STUDENT-ID.
           MOVE WS-ENTRY-TERM TO RA-TERM.
           MOVE ZEROES TO RA-MOVE-IN.
           START ASSIGN-FILE KEY IS >= RA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF RA-STUDENT-ID = WS-ENTRY-STUDENT AND
                          RA-TERM = WS-ENTRY-TERM
                           PERFORM 2410-SHOW-STAY
                           IF RA-STATUS = 'A'
                               MOVE 'Y' TO WS-FOUND-STAY
                               MOVE ASSIGN-RECORD TO WS-SAVE-ASSIGN
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FOUND-STAY = 'N'
               DISPLAY 'NO ACTIVE ROOM ASSIGNMENT FOR THE TERM'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SAVE-ASSIGN TO ASSIGN-RECORD.
           READ ASSIGN-FILE
               INVALID KEY
                   DISPLAY 'ASSIGNMENT NO LONGER ON FILE'
                   DISPLAY 'PRESS ENTER TO CONTINUE...'
                   ACCEPT WS-CONFIRMATION
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY ' '.
           DISPLAY 'CURRENT STAY: ' RA-BUILDING ' ' RA-ROOM
                   ' FROM ' RA-MOVE-IN.
           DISPLAY 'M=MOVE OUT  C=ROOM CHANGE  X=CANCEL (NEVER MOVED '
                   'IN): '.
           MOVE SPACES TO WS-ACTION.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'M'
               WHEN 'm'
                   PERFORM 2420-MOVE-OUT
               WHEN 'C'
               WHEN 'c'
                   PERFORM 2430-ROOM-CHANGE
               WHEN 'X'
               WHEN 'x'
                   PERFORM 2440-CANCEL-STAY
               WHEN OTHER
                   DISPLAY 'OPERATION CANCELLED'
           END-EVALUATE.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2410-SHOW-STAY.
           MOVE RA-CHARGED-AMT TO WS-AMOUNT-EDIT.
           DISPLAY RA-TERM ' ' RA-BUILDING ' ' RA-ROOM ' IN '
                   RA-MOVE-IN ' OUT ' RA-MOVE-OUT ' ' RA-STATUS
                   ' BILLED ' WS-AMOUNT-EDIT.

       2420-MOVE-OUT.
           DISPLAY 'MOVE-OUT DATE YYYYMMDD: '.
           MOVE ZEROES TO WS-ENTRY-DATE.
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE <= RA-MOVE-IN OR
              WS-ENTRY-DATE > WS-TERM-END
               DISPLAY 'MOVE-OUT MUST BE AFTER MOVE-IN AND NO LATER '
                       'THAN THE TERM END ' WS-TERM-END
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CONFIRM MOVE OUT ON ' WS-ENTRY-DATE ' (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               PERFORM 2940-FORMAT-OLD-PLACE
               MOVE WS-ENTRY-DATE TO RA-MOVE-OUT
               REWRITE ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING ASSIGNMENT: '
                               WS-ASSIGN-STATUS
                   NOT INVALID KEY
                       DISPLAY 'MOVE OUT RECORDED'
                       MOVE SPACES TO WS-NEW-PLACE
                       STRING 'MOVED OUT ' WS-ENTRY-DATE
                              DELIMITED BY SIZE
                              INTO WS-NEW-PLACE
                       PERFORM 2960-WRITE-RESIDENCE-AUDIT
               END-REWRITE
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.

      * THE OLD STAY ENDS ON THE CHANGE DATE AND THE NEW ONE STARTS
      * THAT DAY, KEEPING ANY MOVE-OUT ALREADY PLANNED.  A CHANGE ON
      * THE MOVE-IN DAY SIMPLY RE-POINTS THE STAY AT THE NEW ROOM.
       2430-ROOM-CHANGE.
           DISPLAY 'CHANGE DATE YYYYMMDD (0 = TODAY): '.
           MOVE ZEROES TO WS-ENTRY-DATE.
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-ENTRY-DATE
           END-IF.
           MOVE RA-MOVE-OUT TO WS-STAY-OUT.
           IF WS-STAY-OUT = ZERO
               MOVE WS-TERM-END TO WS-STAY-OUT
           END-IF.
           IF WS-ENTRY-DATE < RA-MOVE-IN OR
              WS-ENTRY-DATE >= WS-STAY-OUT
               DISPLAY 'CHANGE DATE MUST FALL WITHIN THE CURRENT STAY'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2940-FORMAT-OLD-PLACE.
           MOVE ASSIGN-RECORD TO WS-SAVE-ASSIGN.
           MOVE RA-KEY TO WS-SKIP-KEY.
           PERFORM 2910-GET-ROOM.
           IF WS-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY-BUILDING TO WS-NEW-BUILDING.
           MOVE WS-ENTRY-ROOM TO WS-NEW-ROOM.
           MOVE WS-ENTRY-DATE TO WS-NEW-IN.
           MOVE WS-SAVE-ASSIGN TO ASSIGN-RECORD.
           MOVE RA-MOVE-OUT TO WS-PLANNED-OUT.
           MOVE RA-MOVE-OUT TO WS-NEW-OUT.

           PERFORM 2920-CHECK-CAPACITY.
           IF WS-CONFLICT = 'Y'
               DISPLAY 'ROOM IS FULL FOR THESE DATES - '
                       WS-OCCUPIED-COUNT ' OF ' WS-BEDS
                       ' BEDS TAKEN'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CONFIRM ROOM CHANGE TO ' WS-NEW-BUILDING ' '
                   WS-NEW-ROOM ' ON ' WS-NEW-IN ' (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY 'OPERATION CANCELLED'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SAVE-ASSIGN TO ASSIGN-RECORD.
           READ ASSIGN-FILE
               INVALID KEY
                   DISPLAY 'ASSIGNMENT NO LONGER ON FILE'
                   EXIT PARAGRAPH
           END-READ.
           IF WS-NEW-IN = RA-MOVE-IN
               MOVE WS-NEW-BUILDING TO RA-BUILDING
               MOVE WS-NEW-ROOM TO RA-ROOM
               REWRITE ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING ASSIGNMENT: '
                               WS-ASSIGN-STATUS
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               MOVE WS-NEW-IN TO RA-MOVE-OUT
               REWRITE ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING ASSIGNMENT: '
                               WS-ASSIGN-STATUS
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE SPACES TO ASSIGN-RECORD
               MOVE WS-ENTRY-STUDENT TO RA-STUDENT-ID
               MOVE WS-ENTRY-TERM TO RA-TERM
               MOVE WS-NEW-IN TO RA-MOVE-IN
               MOVE WS-NEW-BUILDING TO RA-BUILDING
               MOVE WS-NEW-ROOM TO RA-ROOM
               MOVE WS-PLANNED-OUT TO RA-MOVE-OUT
               MOVE 'A' TO RA-STATUS
               MOVE ZEROES TO RA-CHARGED-AMT
               MOVE ZEROES TO RA-CHARGED-DATE
               MOVE WS-OPERATOR-ID TO RA-ENTERED-BY
               MOVE WS-TODAY-DATE TO RA-ENTERED-DATE
               WRITE ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING NEW STAY: '
                               WS-ASSIGN-STATUS
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           DISPLAY 'ROOM CHANGE RECORDED'.
           PERFORM 2950-FORMAT-NEW-PLACE.
           PERFORM 2960-WRITE-RESIDENCE-AUDIT.

       2440-CANCEL-STAY.
           DISPLAY 'CONFIRM CANCEL - ANY HOUSING BILLED FOR THIS STAY '
                   'WILL BE REVERSED (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               PERFORM 2940-FORMAT-OLD-PLACE
               MOVE 'X' TO RA-STATUS
               REWRITE ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING ASSIGNMENT: '
                               WS-ASSIGN-STATUS
                   NOT INVALID KEY
                       DISPLAY 'ASSIGNMENT CANCELLED'
                       MOVE 'CANCELLED' TO WS-NEW-PLACE
                       PERFORM 2960-WRITE-RESIDENCE-AUDIT
               END-REWRITE
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.

       2500-ROOM-OCCUPANCY.
           PERFORM 2900-GET-TERM.
           IF WS-VALID-FLAG = 'N'
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ENTER BUILDING CODE: '.
           MOVE SPACES TO WS-ENTRY-BUILDING.
           ACCEPT WS-ENTRY-BUILDING.
           DISPLAY 'ENTER ROOM NUMBER: '.
           MOVE SPACES TO WS-ENTRY-ROOM.
           ACCEPT WS-ENTRY-ROOM.
           MOVE WS-ENTRY-BUILDING TO RES-BUILDING.
           MOVE WS-ENTRY-ROOM TO RES-ROOM.
           READ ROOM-FILE
               INVALID KEY
                   DISPLAY 'ROOM NOT ON FILE'
                   DISPLAY 'PRESS ENTER TO CONTINUE...'
                   ACCEPT WS-CONFIRMATION
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY RES-BUILDING-NAME ' ROOM ' RES-ROOM ' - '
                   RES-BEDS ' BEDS'.

           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-BUILDING TO RA-BUILDING.
           MOVE WS-ENTRY-ROOM TO RA-ROOM.
           START ASSIGN-FILE KEY IS >= RA-ROOM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF RA-BUILDING = WS-ENTRY-BUILDING AND
                          RA-ROOM = WS-ENTRY-ROOM
                           IF RA-TERM = WS-ENTRY-TERM AND
                              RA-STATUS = 'A'
                               ADD 1 TO WS-LISTED-COUNT
                               DISPLAY RA-STUDENT-ID ' IN '
                                       RA-MOVE-IN ' OUT '
                                       RA-MOVE-OUT
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY '(NO ONE ASSIGNED FOR THE TERM)'
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2900-GET-TERM.
           MOVE 'Y' TO WS-VALID-FLAG.
           DISPLAY 'ENTER TERM (E.G. 2026FA): '.
           MOVE SPACES TO WS-ENTRY-TERM.
           ACCEPT WS-ENTRY-TERM.
           MOVE WS-ENTRY-TERM TO TM-TERM.
           READ TERM-FILE
               INVALID KEY
                   DISPLAY 'TERM NOT ON THE TERM CALENDAR'
                   MOVE 'N' TO WS-VALID-FLAG
               NOT INVALID KEY
                   MOVE TM-START-DATE TO WS-TERM-START
                   MOVE TM-END-DATE TO WS-TERM-END
           END-READ.

       2910-GET-ROOM.
           MOVE 'Y' TO WS-VALID-FLAG.
           DISPLAY 'ENTER BUILDING CODE: '.
           MOVE SPACES TO WS-ENTRY-BUILDING.
           ACCEPT WS-ENTRY-BUILDING.
           DISPLAY 'ENTER ROOM NUMBER: '.
           MOVE SPACES TO WS-ENTRY-ROOM.
           ACCEPT WS-ENTRY-ROOM.
           MOVE WS-ENTRY-BUILDING TO RES-BUILDING.
           MOVE WS-ENTRY-ROOM TO RES-ROOM.
           READ ROOM-FILE
               INVALID KEY
                   DISPLAY 'ROOM NOT ON FILE'
                   MOVE 'N' TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF RES-STATUS = 'C'
                       DISPLAY 'ROOM IS CLOSED TO NEW ASSIGNMENTS'
                       MOVE 'N' TO WS-VALID-FLAG
                   ELSE
                       MOVE RES-BEDS TO WS-BEDS
                   END-IF
           END-READ.

      * COUNTS THE ACTIVE STAYS IN THE ROOM THAT OVERLAP THE NEW
      * STAY.  A STAY RUNS FROM MOVE-IN UP TO (NOT INCLUDING) ITS
      * MOVE-OUT, SO ONE STUDENT MAY LEAVE AND ANOTHER ARRIVE THE
      * SAME DAY.
       2920-CHECK-CAPACITY.
           MOVE 'N' TO WS-CONFLICT.
           MOVE ZEROES TO WS-OCCUPIED-COUNT.
           IF WS-NEW-OUT = ZERO
               MOVE WS-TERM-END TO WS-NEW-OUT
           END-IF.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-NEW-BUILDING TO RA-BUILDING.
           MOVE WS-NEW-ROOM TO RA-ROOM.
           START ASSIGN-FILE KEY IS >= RA-ROOM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF RA-BUILDING = WS-NEW-BUILDING AND
                          RA-ROOM = WS-NEW-ROOM
                           IF RA-TERM = WS-ENTRY-TERM AND
                              RA-STATUS = 'A' AND
                              RA-KEY NOT = WS-SKIP-KEY
                               PERFORM 2925-TEST-OVERLAP
                               IF WS-CONFLICT = 'Y'
                                   ADD 1 TO WS-OCCUPIED-COUNT
                                   MOVE 'N' TO WS-CONFLICT
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OCCUPIED-COUNT >= WS-BEDS
               MOVE 'Y' TO WS-CONFLICT
           END-IF.

       2925-TEST-OVERLAP.
           MOVE RA-MOVE-OUT TO WS-STAY-OUT.
           IF WS-STAY-OUT = ZERO
               MOVE WS-TERM-END TO WS-STAY-OUT
           END-IF.
           IF RA-MOVE-IN < WS-NEW-OUT AND
              WS-NEW-IN < WS-STAY-OUT
               MOVE 'Y' TO WS-CONFLICT
           ELSE
               MOVE 'N' TO WS-CONFLICT
           END-IF.

       2930-CHECK-STUDENT-STAYS.
           MOVE 'N' TO WS-CONFLICT.
           MOVE WS-TERM-END TO WS-NEW-OUT.
           MOVE 'N' TO WS-END-OF-LIST.
           MOVE WS-ENTRY-STUDENT TO RA-STUDENT-ID.
           MOVE WS-ENTRY-TERM TO RA-TERM.
           MOVE ZEROES TO RA-MOVE-IN.
           START ASSIGN-FILE KEY IS >= RA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIST
                   NOT AT END
                       IF RA-STUDENT-ID = WS-ENTRY-STUDENT AND
                          RA-TERM = WS-ENTRY-TERM
                           IF RA-STATUS = 'A'
                               PERFORM 2925-TEST-OVERLAP
                               IF WS-CONFLICT = 'Y'
                                   MOVE 'Y' TO WS-END-OF-LIST
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-END-OF-LIST
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WS-NEW-OUT.

       2940-FORMAT-OLD-PLACE.
           MOVE SPACES TO WS-OLD-PLACE.
           STRING RA-TERM ' ' RA-BUILDING ' ' RA-ROOM
                  DELIMITED BY SIZE
                  INTO WS-OLD-PLACE.

       2950-FORMAT-NEW-PLACE.
           MOVE SPACES TO WS-NEW-PLACE.
           STRING RA-TERM ' ' RA-BUILDING ' ' RA-ROOM
                  ' FROM ' RA-MOVE-IN
                  DELIMITED BY SIZE
                  INTO WS-NEW-PLACE.

       2960-WRITE-RESIDENCE-AUDIT.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-ENTRY-STUDENT TO AUD-STUDENT-ID
               MOVE 'RESIDENCE' TO AUD-FIELD-NAME
               MOVE WS-OLD-PLACE TO AUD-OLD-VALUE
               MOVE WS-NEW-PLACE TO AUD-NEW-VALUE
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       3000-TERMINATE.
           CLOSE ROOM-FILE
                 ASSIGN-FILE
                 STUDENT-FILE
                 TERM-FILE.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
