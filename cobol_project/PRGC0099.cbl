       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0099.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * WAIVERS ASSIGNED TO STUDENTS.  WA-STATUS: P=PENDING APPROVAL,
      * A=APPROVED.  ONLY APPROVED ASSIGNMENTS ARE ASSESSED.
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

       FD  STUDENT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  STUDENT-RECORD.
           05  STUDENT-ID              PIC 9(6).
           05  STUDENT-NAME            PIC X(30).
           05  FILLER                  PIC X(144).

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
       01  WS-WAIVCAT-STATUS           PIC XX VALUE SPACES.
       01  WS-WAIVASGN-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-WAIVCAT-OPEN             PIC X VALUE 'N'.
       01  WS-WAIVASGN-OPEN            PIC X VALUE 'N'.
       01  WS-STUDENT-OPEN             PIC X VALUE 'N'.
       01  WS-AUDIT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-FOUND                    PIC X VALUE 'N'.
       01  WS-RECORD-EXISTS            PIC X VALUE 'N'.
       01  WS-VALID                    PIC X VALUE 'Y'.
       01  WS-LIST-COUNT               PIC 9(4) VALUE ZEROES.
       01  WS-ENTRY-CODE               PIC X(4) VALUE SPACES.
       01  WS-ENTRY-ID                 PIC 9(6) VALUE ZEROES.
       01  WS-TEMP-DESC                PIC X(30) VALUE SPACES.
       01  WS-TEMP-TYPE                PIC X VALUE SPACES.
       01  WS-TEMP-PCT                 PIC 9(3) VALUE ZEROES.
       01  WS-TEMP-AMOUNT-X            PIC X(10) VALUE SPACES.
       01  WS-TEMP-YN                  PIC X VALUE SPACES.
       01  WS-TEMP-TERM                PIC X(6) VALUE SPACES.
       01  WS-OLD-VALUE                PIC X(40) VALUE SPACES.
       01  WS-AMT-EDIT                 PIC ZZZ,ZZ9.99.

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
           OPEN I-O WAIVCAT-FILE.
           IF WS-WAIVCAT-STATUS = '05' OR WS-WAIVCAT-STATUS = '35'
               CLOSE WAIVCAT-FILE
               OPEN OUTPUT WAIVCAT-FILE
               CLOSE WAIVCAT-FILE
               OPEN I-O WAIVCAT-FILE
           END-IF.
           IF WS-WAIVCAT-STATUS = '00'
               MOVE 'Y' TO WS-WAIVCAT-OPEN
           END-IF.
           OPEN I-O WAIVASGN-FILE.
           IF WS-WAIVASGN-STATUS = '05' OR WS-WAIVASGN-STATUS = '35'
               CLOSE WAIVASGN-FILE
               OPEN OUTPUT WAIVASGN-FILE
               CLOSE WAIVASGN-FILE
               OPEN I-O WAIVASGN-FILE
           END-IF.
           IF WS-WAIVASGN-STATUS = '00'
               MOVE 'Y' TO WS-WAIVASGN-OPEN
           END-IF.
           IF WS-WAIVCAT-OPEN NOT = 'Y' OR WS-WAIVASGN-OPEN NOT = 'Y'
               DISPLAY 'ERROR OPENING WAIVER FILES: '
                       WS-WAIVCAT-STATUS ' ' WS-WAIVASGN-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               OPEN INPUT STUDENT-FILE
               IF WS-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-STUDENT-OPEN
               END-IF
               OPEN EXTEND STUDENT-AUDIT-FILE
               IF WS-AUDIT-STATUS = '05'
                   OPEN OUTPUT STUDENT-AUDIT-FILE
               END-IF
               IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '05'
                   MOVE 'Y' TO WS-AUDIT-OPEN
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '           TUITION WAIVERS              '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. ADD/CHANGE WAIVER CATEGORY'.
           DISPLAY '2. VIEW WAIVER CATEGORY'.
           DISPLAY '3. ASSIGN WAIVER TO STUDENT'.
           DISPLAY '4. APPROVE STUDENT WAIVER'.
           DISPLAY '5. LIST STUDENT WAIVERS'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE (1-6): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-MAINTAIN-CATEGORY
               WHEN 2
                   PERFORM 2200-VIEW-CATEGORY
               WHEN 3
                   PERFORM 2300-ASSIGN-WAIVER
               WHEN 4
                   PERFORM 2400-APPROVE-WAIVER
               WHEN 5
                   PERFORM 2500-LIST-WAIVERS
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2100-MAINTAIN-CATEGORY.
           DISPLAY 'ENTER WAIVER CODE: '.
           ACCEPT WS-ENTRY-CODE.
           IF WS-ENTRY-CODE = SPACES
               DISPLAY 'WAIVER CODE IS REQUIRED'
           ELSE
               MOVE 'N' TO WS-RECORD-EXISTS
               MOVE WS-ENTRY-CODE TO WC-CODE
               READ WAIVCAT-FILE
                   INVALID KEY
                       DISPLAY 'NEW WAIVER CATEGORY: ' WS-ENTRY-CODE
                       MOVE SPACES TO WAIVCAT-RECORD
                       MOVE WS-ENTRY-CODE TO WC-CODE
                       MOVE ZEROES TO WC-PCT
                       MOVE ZEROES TO WC-AMOUNT
                       MOVE 'Y' TO WC-ON-TUITION
                       MOVE 'N' TO WC-ON-FEES
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RECORD-EXISTS
                       PERFORM 2150-SHOW-CATEGORY
               END-READ
               PERFORM 2110-ACCEPT-CATEGORY
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ACCEPT-CATEGORY.
           MOVE SPACES TO WS-OLD-VALUE.
           MOVE WC-AMOUNT TO WS-AMT-EDIT.
           STRING WC-TYPE ' ' WC-PCT ' ' WS-AMT-EDIT ' '
                  WC-ON-TUITION WC-ON-FEES ' '
                  WC-FROM-TERM '-' WC-TO-TERM
                  DELIMITED BY SIZE
                  INTO WS-OLD-VALUE.
           DISPLAY 'ENTER DESCRIPTION (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-DESC.
           IF WS-TEMP-DESC NOT = SPACES
               MOVE WS-TEMP-DESC TO WC-DESC
           END-IF.
           DISPLAY 'ENTER TYPE P=PERCENT F=FIXED (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-TYPE.
           IF WS-TEMP-TYPE NOT = SPACES
               MOVE WS-TEMP-TYPE TO WC-TYPE
           END-IF.
           IF WC-TYPE = 'P'
               DISPLAY 'ENTER PERCENTAGE WAIVED (OR 0 TO KEEP): '
               ACCEPT WS-TEMP-PCT
               IF WS-TEMP-PCT NOT = ZEROES
                   MOVE WS-TEMP-PCT TO WC-PCT
               END-IF
               MOVE ZEROES TO WC-AMOUNT
           ELSE
               DISPLAY 'ENTER FIXED AMOUNT WAIVED (OR ENTER TO KEEP): '
               ACCEPT WS-TEMP-AMOUNT-X
               IF WS-TEMP-AMOUNT-X NOT = SPACES
                   COMPUTE WC-AMOUNT =
                           FUNCTION NUMVAL(WS-TEMP-AMOUNT-X)
               END-IF
               MOVE ZEROES TO WC-PCT
           END-IF.
           DISPLAY 'APPLIES TO TUITION Y/N (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-YN.
           IF WS-TEMP-YN NOT = SPACES
               MOVE WS-TEMP-YN TO WC-ON-TUITION
           END-IF.
           DISPLAY 'APPLIES TO COURSE FEES Y/N (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-YN.
           IF WS-TEMP-YN NOT = SPACES
               MOVE WS-TEMP-YN TO WC-ON-FEES
           END-IF.
           DISPLAY 'FIRST TERM (OR ENTER TO KEEP, * FOR OPEN): '.
           ACCEPT WS-TEMP-TERM.
           IF WS-TEMP-TERM = '*'
               MOVE SPACES TO WC-FROM-TERM
           ELSE
               IF WS-TEMP-TERM NOT = SPACES
                   MOVE WS-TEMP-TERM TO WC-FROM-TERM
               END-IF
           END-IF.
           DISPLAY 'LAST TERM (OR ENTER TO KEEP, * FOR OPEN): '.
           ACCEPT WS-TEMP-TERM.
           IF WS-TEMP-TERM = '*'
               MOVE SPACES TO WC-TO-TERM
           ELSE
               IF WS-TEMP-TERM NOT = SPACES
                   MOVE WS-TEMP-TERM TO WC-TO-TERM
               END-IF
           END-IF.

           PERFORM 2120-VALIDATE-CATEGORY.
           IF WS-VALID = 'Y'
               DISPLAY 'CONFIRM SAVE (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   PERFORM 2130-SAVE-CATEGORY
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
           END-IF.

       2120-VALIDATE-CATEGORY.
           MOVE 'Y' TO WS-VALID.
           IF WC-DESC = SPACES
               DISPLAY 'DESCRIPTION IS REQUIRED - NOT SAVED'
               MOVE 'N' TO WS-VALID
           END-IF.
           IF WC-TYPE NOT = 'P' AND WC-TYPE NOT = 'F'
               DISPLAY 'TYPE MUST BE P OR F - NOT SAVED'
               MOVE 'N' TO WS-VALID
           END-IF.
           IF WC-TYPE = 'P' AND
              (WC-PCT = ZEROES OR WC-PCT > 100)
               DISPLAY 'PERCENTAGE MUST BE 1-100 - NOT SAVED'
               MOVE 'N' TO WS-VALID
           END-IF.
           IF WC-TYPE = 'F' AND WC-AMOUNT = ZEROES
               DISPLAY 'FIXED AMOUNT IS REQUIRED - NOT SAVED'
               MOVE 'N' TO WS-VALID
           END-IF.
           IF WC-ON-TUITION NOT = 'Y' AND WC-ON-FEES NOT = 'Y'
               DISPLAY 'WAIVER MUST APPLY TO TUITION OR FEES'
                       ' - NOT SAVED'
               MOVE 'N' TO WS-VALID
           END-IF.

       2130-SAVE-CATEGORY.
           IF WS-RECORD-EXISTS = 'Y'
               REWRITE WAIVCAT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING CATEGORY: '
                               WS-WAIVCAT-STATUS
                   NOT INVALID KEY
                       DISPLAY 'WAIVER CATEGORY UPDATED'
                       PERFORM 2140-AUDIT-CATEGORY
               END-REWRITE
           ELSE
               MOVE SPACES TO WS-OLD-VALUE
               WRITE WAIVCAT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR ADDING CATEGORY: '
                               WS-WAIVCAT-STATUS
                   NOT INVALID KEY
                       DISPLAY 'WAIVER CATEGORY ADDED'
                       PERFORM 2140-AUDIT-CATEGORY
               END-WRITE
           END-IF.

       2140-AUDIT-CATEGORY.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE ZEROES TO AUD-STUDENT-ID
               MOVE 'WAIVER-CATEGORY' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               STRING WC-CODE ' ' WS-OLD-VALUE
                      DELIMITED BY SIZE
                      INTO AUD-OLD-VALUE
               MOVE WC-AMOUNT TO WS-AMT-EDIT
               MOVE SPACES TO AUD-NEW-VALUE
               STRING WC-CODE ' ' WC-TYPE ' ' WC-PCT ' '
                      WS-AMT-EDIT ' ' WC-ON-TUITION WC-ON-FEES ' '
                      WC-FROM-TERM '-' WC-TO-TERM
                      DELIMITED BY SIZE
                      INTO AUD-NEW-VALUE
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       2150-SHOW-CATEGORY.
           MOVE WC-AMOUNT TO WS-AMT-EDIT.
           DISPLAY 'CODE        : ' WC-CODE.
           DISPLAY 'DESCRIPTION : ' WC-DESC.
           IF WC-TYPE = 'P'
               DISPLAY 'WAIVER      : ' WC-PCT ' PERCENT'
           ELSE
               DISPLAY 'WAIVER      : FIXED ' WS-AMT-EDIT
           END-IF.
           DISPLAY 'ON TUITION  : ' WC-ON-TUITION
                   '   ON FEES: ' WC-ON-FEES.
           DISPLAY 'TERMS       : ' WC-FROM-TERM ' TO ' WC-TO-TERM.

       2200-VIEW-CATEGORY.
           DISPLAY 'ENTER WAIVER CODE: '.
           ACCEPT WS-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO WC-CODE.
           READ WAIVCAT-FILE
               INVALID KEY
                   DISPLAY 'WAIVER CATEGORY NOT FOUND: '
                           WS-ENTRY-CODE
               NOT INVALID KEY
                   PERFORM 2150-SHOW-CATEGORY
           END-READ.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * A NEW OR CHANGED ASSIGNMENT GOES BACK TO PENDING AND HAS TO
      * BE APPROVED BY A SECOND OPERATOR BEFORE ASSESSMENT USES IT.
       2300-ASSIGN-WAIVER.
           PERFORM 2310-GET-STUDENT.
           IF WS-FOUND = 'Y'
               DISPLAY 'ENTER WAIVER CODE: '
               ACCEPT WS-ENTRY-CODE
               MOVE WS-ENTRY-CODE TO WC-CODE
               READ WAIVCAT-FILE
                   INVALID KEY
                       DISPLAY 'WAIVER CATEGORY NOT FOUND: '
                               WS-ENTRY-CODE
                   NOT INVALID KEY
                       PERFORM 2150-SHOW-CATEGORY
                       PERFORM 2320-ACCEPT-ASSIGNMENT
               END-READ
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2310-GET-STUDENT.
           MOVE 'N' TO WS-FOUND.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           IF WS-STUDENT-OPEN NOT = 'Y'
               DISPLAY 'STUDENT FILE NOT AVAILABLE'
           ELSE
               MOVE WS-ENTRY-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT NOT FOUND: ' WS-ENTRY-ID
                   NOT INVALID KEY
                       DISPLAY 'STUDENT     : ' STUDENT-NAME
                       MOVE 'Y' TO WS-FOUND
               END-READ
           END-IF.

       2320-ACCEPT-ASSIGNMENT.
           MOVE 'N' TO WS-RECORD-EXISTS.
           MOVE WS-ENTRY-ID TO WA-STUDENT-ID.
           MOVE WS-ENTRY-CODE TO WA-CODE.
           READ WAIVASGN-FILE
               INVALID KEY
                   MOVE SPACES TO WAIVASGN-RECORD
                   MOVE WS-ENTRY-ID TO WA-STUDENT-ID
                   MOVE WS-ENTRY-CODE TO WA-CODE
                   MOVE ZEROES TO WA-APPROVED-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-EXISTS
                   PERFORM 2550-SHOW-ASSIGNMENT
           END-READ.
           MOVE SPACES TO WS-OLD-VALUE.
           IF WS-RECORD-EXISTS = 'Y'
               STRING WA-CODE ' ' WA-FROM-TERM '-' WA-TO-TERM
                      ' ' WA-STATUS
                      DELIMITED BY SIZE
                      INTO WS-OLD-VALUE
           END-IF.
           DISPLAY 'FIRST TERM (OR ENTER TO KEEP, * FOR OPEN): '.
           ACCEPT WS-TEMP-TERM.
           IF WS-TEMP-TERM = '*'
               MOVE SPACES TO WA-FROM-TERM
           ELSE
               IF WS-TEMP-TERM NOT = SPACES
                   MOVE WS-TEMP-TERM TO WA-FROM-TERM
               END-IF
           END-IF.
           DISPLAY 'LAST TERM (OR ENTER TO KEEP, * FOR OPEN): '.
           ACCEPT WS-TEMP-TERM.
           IF WS-TEMP-TERM = '*'
               MOVE SPACES TO WA-TO-TERM
           ELSE
               IF WS-TEMP-TERM NOT = SPACES
                   MOVE WS-TEMP-TERM TO WA-TO-TERM
               END-IF
           END-IF.
           MOVE 'P' TO WA-STATUS.
           MOVE WS-OPERATOR-ID TO WA-ENTERED-BY.
           MOVE WS-TODAY-DATE TO WA-ENTERED-DATE.
           MOVE SPACES TO WA-APPROVED-BY.
           MOVE ZEROES TO WA-APPROVED-DATE.

           DISPLAY 'CONFIRM SAVE (Y/N)? '.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
               IF WS-RECORD-EXISTS = 'Y'
                   REWRITE WAIVASGN-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING ASSIGNMENT: '
                                   WS-WAIVASGN-STATUS
                       NOT INVALID KEY
                           DISPLAY 'WAIVER ASSIGNED - PENDING APPROVAL'
                           MOVE 'WAIVER-ASSIGN' TO AUD-FIELD-NAME
                           PERFORM 2600-AUDIT-ASSIGNMENT
                   END-REWRITE
               ELSE
                   WRITE WAIVASGN-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR ADDING ASSIGNMENT: '
                                   WS-WAIVASGN-STATUS
                       NOT INVALID KEY
                           DISPLAY 'WAIVER ASSIGNED - PENDING APPROVAL'
                           MOVE 'WAIVER-ASSIGN' TO AUD-FIELD-NAME
                           PERFORM 2600-AUDIT-ASSIGNMENT
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'OPERATION CANCELLED'
           END-IF.

       2400-APPROVE-WAIVER.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           DISPLAY 'ENTER WAIVER CODE: '.
           ACCEPT WS-ENTRY-CODE.
           MOVE WS-ENTRY-ID TO WA-STUDENT-ID.
           MOVE WS-ENTRY-CODE TO WA-CODE.
           READ WAIVASGN-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH WAIVER ASSIGNMENT'
               NOT INVALID KEY
                   PERFORM 2550-SHOW-ASSIGNMENT
                   PERFORM 2410-CHECK-APPROVAL
           END-READ.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2410-CHECK-APPROVAL.
           IF WA-STATUS = 'A'
               DISPLAY 'WAIVER IS ALREADY APPROVED'
           ELSE
               IF WA-ENTERED-BY = WS-OPERATOR-ID
                   DISPLAY 'A WAIVER CANNOT BE APPROVED BY THE '
                           'OPERATOR WHO ENTERED IT'
               ELSE
                   DISPLAY 'APPROVE THIS WAIVER (Y/N)? '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                       MOVE SPACES TO WS-OLD-VALUE
                       STRING WA-CODE ' ' WA-FROM-TERM '-'
                              WA-TO-TERM ' ' WA-STATUS
                              DELIMITED BY SIZE
                              INTO WS-OLD-VALUE
                       MOVE 'A' TO WA-STATUS
                       MOVE WS-OPERATOR-ID TO WA-APPROVED-BY
                       MOVE WS-TODAY-DATE TO WA-APPROVED-DATE
                       REWRITE WAIVASGN-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR UPDATING ASSIGNMENT: '
                                       WS-WAIVASGN-STATUS
                           NOT INVALID KEY
                               DISPLAY 'WAIVER APPROVED'
                               MOVE 'WAIVER-APPROVE'
                                 TO AUD-FIELD-NAME
                               PERFORM 2600-AUDIT-ASSIGNMENT
                       END-REWRITE
                   ELSE
                       DISPLAY 'OPERATION CANCELLED'
                   END-IF
               END-IF
           END-IF.

       2500-LIST-WAIVERS.
           MOVE ZEROES TO WS-LIST-COUNT.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           MOVE 'N' TO WS-EOF.
           MOVE WS-ENTRY-ID TO WA-STUDENT-ID.
           MOVE LOW-VALUES TO WA-CODE.
           START WAIVASGN-FILE KEY IS NOT LESS THAN WA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WAIVASGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WA-STUDENT-ID NOT = WS-ENTRY-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM 2550-SHOW-ASSIGNMENT
                           DISPLAY ' '
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'WAIVERS ON FILE: ' WS-LIST-COUNT.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2550-SHOW-ASSIGNMENT.
           DISPLAY 'WAIVER      : ' WA-CODE
                   '  TERMS: ' WA-FROM-TERM ' TO ' WA-TO-TERM.
           IF WA-STATUS = 'A'
               DISPLAY 'STATUS      : APPROVED ' WA-APPROVED-DATE
                       ' BY ' WA-APPROVED-BY
           ELSE
               DISPLAY 'STATUS      : PENDING - ENTERED '
                       WA-ENTERED-DATE ' BY ' WA-ENTERED-BY
           END-IF.

       2600-AUDIT-ASSIGNMENT.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WA-STUDENT-ID TO AUD-STUDENT-ID
               MOVE WS-OLD-VALUE TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING WA-CODE ' ' WA-FROM-TERM '-' WA-TO-TERM
                      ' ' WA-STATUS
                      DELIMITED BY SIZE
                      INTO AUD-NEW-VALUE
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       3000-TERMINATE.
           IF WS-WAIVCAT-OPEN = 'Y'
               CLOSE WAIVCAT-FILE
           END-IF.
           IF WS-WAIVASGN-OPEN = 'Y'
               CLOSE WAIVASGN-FILE
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
