       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0096.
       AUTHOR. Mohand Kessi.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNI-FILE ASSIGN TO 'ALUMNI.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-STUDENT-ID
               FILE STATUS IS WS-ALUMNI-STATUS.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER GRADUATE, LOADED BY GRADUATION PROCESSING.
      * CONTACT DETAILS ARE HELD HERE, APART FROM THE STUDENT MASTER.
      * AL-CONTACT-OK: Y=MAY BE CONTACTED, N=DO NOT CONTACT.
       FD  ALUMNI-FILE
           RECORD CONTAINS 164 CHARACTERS.
       01  ALUMNI-RECORD.
           05  AL-STUDENT-ID           PIC 9(6).
           05  AL-NAME                 PIC X(30).
           05  AL-CREDENTIAL           PIC X(4).
           05  AL-GRAD-DATE            PIC 9(8).
           05  AL-CREDITS              PIC 9(4).
           05  AL-ADDRESS              PIC X(40).
           05  AL-EMAIL                PIC X(40).
           05  AL-PHONE                PIC X(15).
           05  AL-CONTACT-OK           PIC X.
           05  AL-UPDATED-BY           PIC X(8).
           05  AL-UPDATED-DATE         PIC 9(8).

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
       01  WS-ALUMNI-STATUS            PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-ALUMNI-OPEN              PIC X VALUE 'N'.
       01  WS-AUDIT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
       01  WS-OPERATOR-ID              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-SEARCH-ID                PIC 9(6) VALUE ZEROES.
       01  WS-TEMP-ADDRESS             PIC X(40) VALUE SPACES.
       01  WS-TEMP-EMAIL               PIC X(40) VALUE SPACES.
       01  WS-TEMP-PHONE               PIC X(15) VALUE SPACES.
       01  WS-TEMP-CONTACT             PIC X VALUE SPACES.
       01  WS-CREDITS-EDIT             PIC ZZZ9.

       01  WS-OLD-ALUMNI.
           05  WS-OLD-ADDRESS          PIC X(40).
           05  WS-OLD-EMAIL            PIC X(40).
           05  WS-OLD-PHONE            PIC X(15).
           05  WS-OLD-CONTACT          PIC X.

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
           OPEN I-O ALUMNI-FILE.
           IF WS-ALUMNI-STATUS = '05' OR WS-ALUMNI-STATUS = '35'
               CLOSE ALUMNI-FILE
               OPEN OUTPUT ALUMNI-FILE
               CLOSE ALUMNI-FILE
               OPEN I-O ALUMNI-FILE
           END-IF.
           IF WS-ALUMNI-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ALUMNI FILE: '
                       WS-ALUMNI-STATUS
               MOVE 'N' TO WS-CONTINUE
           ELSE
               MOVE 'Y' TO WS-ALUMNI-OPEN
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
           DISPLAY '       MAINTAIN ALUMNI CONTACTS         '.
           DISPLAY '----------------------------------------'.
           DISPLAY ' '.
           DISPLAY '1. UPDATE ALUMNI CONTACT DETAILS'.
           DISPLAY '2. VIEW AN ALUMNI RECORD'.
           DISPLAY '3. EXIT'.
           DISPLAY 'ENTER CHOICE (1-3): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 1
                   PERFORM 2100-UPDATE-CONTACT
               WHEN 2
                   PERFORM 2200-VIEW-ALUMNI
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.
           DISPLAY SPACE.

       2050-GET-ALUMNI.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-SEARCH-ID.
           IF WS-SEARCH-ID NOT = 0
               MOVE WS-SEARCH-ID TO AL-STUDENT-ID
               READ ALUMNI-FILE
                   INVALID KEY
                       DISPLAY 'NO ALUMNI RECORD FOR: ' WS-SEARCH-ID
                       MOVE ZEROES TO WS-SEARCH-ID
                   NOT INVALID KEY
                       PERFORM 2150-SHOW-ALUMNI
               END-READ
           END-IF.

       2100-UPDATE-CONTACT.
           PERFORM 2050-GET-ALUMNI.
           IF WS-SEARCH-ID NOT = 0
               MOVE AL-ADDRESS TO WS-OLD-ADDRESS
               MOVE AL-EMAIL TO WS-OLD-EMAIL
               MOVE AL-PHONE TO WS-OLD-PHONE
               MOVE AL-CONTACT-OK TO WS-OLD-CONTACT
               PERFORM 2110-ACCEPT-CONTACT
           END-IF.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       2110-ACCEPT-CONTACT.
           DISPLAY 'ENTER ADDRESS (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-ADDRESS.
           IF WS-TEMP-ADDRESS NOT = SPACES
               MOVE WS-TEMP-ADDRESS TO AL-ADDRESS
           END-IF.
           DISPLAY 'ENTER EMAIL (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-EMAIL.
           IF WS-TEMP-EMAIL NOT = SPACES
               MOVE WS-TEMP-EMAIL TO AL-EMAIL
           END-IF.
           DISPLAY 'ENTER PHONE (OR ENTER TO KEEP): '.
           ACCEPT WS-TEMP-PHONE.
           IF WS-TEMP-PHONE NOT = SPACES
               MOVE WS-TEMP-PHONE TO AL-PHONE
           END-IF.
           DISPLAY 'MAY WE CONTACT THIS GRADUATE (Y/N, '
                   'ENTER TO KEEP): '.
           ACCEPT WS-TEMP-CONTACT.
           IF WS-TEMP-CONTACT = 'y'
               MOVE 'Y' TO WS-TEMP-CONTACT
           END-IF.
           IF WS-TEMP-CONTACT = 'n'
               MOVE 'N' TO WS-TEMP-CONTACT
           END-IF.
           IF WS-TEMP-CONTACT = 'Y' OR WS-TEMP-CONTACT = 'N'
               MOVE WS-TEMP-CONTACT TO AL-CONTACT-OK
           END-IF.

           IF AL-ADDRESS = WS-OLD-ADDRESS AND
              AL-EMAIL = WS-OLD-EMAIL AND
              AL-PHONE = WS-OLD-PHONE AND
              AL-CONTACT-OK = WS-OLD-CONTACT
               DISPLAY 'NO CHANGES ENTERED'
           ELSE
               DISPLAY 'CONFIRM SAVE (Y/N)? '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'Y' OR WS-CONFIRMATION = 'y'
                   PERFORM 2120-SAVE-CONTACT
               ELSE
                   DISPLAY 'OPERATION CANCELLED'
               END-IF
           END-IF.

       2120-SAVE-CONTACT.
           MOVE WS-OPERATOR-ID TO AL-UPDATED-BY.
           MOVE WS-TODAY-DATE TO AL-UPDATED-DATE.
           REWRITE ALUMNI-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING ALUMNI: '
                           WS-ALUMNI-STATUS
               NOT INVALID KEY
                   DISPLAY 'ALUMNI CONTACT UPDATED!'
                   PERFORM 2130-AUDIT-CHANGES
           END-REWRITE.

       2130-AUDIT-CHANGES.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE AL-STUDENT-ID TO AUD-STUDENT-ID
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               IF AL-ADDRESS NOT = WS-OLD-ADDRESS
                   MOVE 'ALUMNI-ADDRESS' TO AUD-FIELD-NAME
                   MOVE WS-OLD-ADDRESS TO AUD-OLD-VALUE
                   MOVE AL-ADDRESS TO AUD-NEW-VALUE
                   WRITE AUDIT-RECORD
               END-IF
               IF AL-EMAIL NOT = WS-OLD-EMAIL
                   MOVE 'ALUMNI-EMAIL' TO AUD-FIELD-NAME
                   MOVE WS-OLD-EMAIL TO AUD-OLD-VALUE
                   MOVE AL-EMAIL TO AUD-NEW-VALUE
                   WRITE AUDIT-RECORD
               END-IF
               IF AL-PHONE NOT = WS-OLD-PHONE
                   MOVE 'ALUMNI-PHONE' TO AUD-FIELD-NAME
                   MOVE WS-OLD-PHONE TO AUD-OLD-VALUE
                   MOVE AL-PHONE TO AUD-NEW-VALUE
                   WRITE AUDIT-RECORD
               END-IF
               IF AL-CONTACT-OK NOT = WS-OLD-CONTACT
                   MOVE 'ALUMNI-CONTACT' TO AUD-FIELD-NAME
                   MOVE WS-OLD-CONTACT TO AUD-OLD-VALUE
                   MOVE AL-CONTACT-OK TO AUD-NEW-VALUE
                   WRITE AUDIT-RECORD
               END-IF
           END-IF.

       2150-SHOW-ALUMNI.
           MOVE AL-CREDITS TO WS-CREDITS-EDIT.
           DISPLAY 'NAME       : ' AL-NAME.
           DISPLAY 'CREDENTIAL : ' AL-CREDENTIAL
                   '  GRADUATED: ' AL-GRAD-DATE
                   '  CREDITS: ' WS-CREDITS-EDIT.
           DISPLAY 'ADDRESS    : ' AL-ADDRESS.
           DISPLAY 'EMAIL      : ' AL-EMAIL.
           DISPLAY 'PHONE      : ' AL-PHONE.
           DISPLAY 'CONTACT OK : ' AL-CONTACT-OK.
           DISPLAY 'UPDATED    : ' AL-UPDATED-DATE
                   ' BY ' AL-UPDATED-BY.

       2200-VIEW-ALUMNI.
           PERFORM 2050-GET-ALUMNI.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

       3000-TERMINATE.
           IF WS-ALUMNI-OPEN = 'Y'
               CLOSE ALUMNI-FILE
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
