                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RENEWAL-FILE ASSIGN TO 'AWDRENEW.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RENEWAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * AW-STATUS: P=PENDING, D=DISBURSED, R=REVERSAL REQUESTED,
      * V=REVERSED.  A REVERSAL IS TAKEN OFF THE STUDENT ACCOUNT BY
      * THE NIGHTLY DISBURSEMENT RUN.
       FD  AWARD-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  AWARD-RECORD.
           05  STUDENT-PROGRAM         PIC X(4).
           05  FILLER                  PIC X(49).

      * RENEWAL HISTORY PER STUDENT AND AWARD CODE.  RN-PROGRAM IS
      * THE PROGRAM THE STUDENT WAS IN WHEN THE AWARD WAS FIRST MADE
      * AND IS THE BASELINE FOR THE SAME-PROGRAM RENEWAL CONDITION.
       FD  RENEWAL-FILE
           RECORD CONTAINS 57 CHARACTERS.
       01  RENEWAL-RECORD.
           05  RN-KEY.
               10  RN-STUDENT-ID       PIC 9(6).
               10  RN-CODE             PIC X(4).
           05  RN-PROGRAM              PIC X(4).
           05  RN-FIRST-TERM           PIC X(6).
           05  RN-LAST-TERM            PIC X(6).
           05  RN-LAST-RESULT          PIC X.
           05  RN-LAST-REASON          PIC X(20).
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-AWARD-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-RENEWAL-STATUS           PIC XX VALUE SPACES.
       01  WS-RENEWAL-OPEN             PIC X VALUE 'N'.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-FUNCTION                 PIC 9 VALUE 1.
                   MOVE 'N' TO WS-CONTINUE
               END-IF
           END-IF.
           IF WS-CONTINUE = 'Y'
               OPEN I-O RENEWAL-FILE
               IF WS-RENEWAL-STATUS = '05' OR
                  WS-RENEWAL-STATUS = '35'
                   CLOSE RENEWAL-FILE
                   OPEN OUTPUT RENEWAL-FILE
                   CLOSE RENEWAL-FILE
                   OPEN I-O RENEWAL-FILE
               END-IF
               IF WS-RENEWAL-STATUS = '00'
                   MOVE 'Y' TO WS-RENEWAL-OPEN
               END-IF
           END-IF.

       2000-PROCESS.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '1. ADD OR UPDATE AN AWARD'.
           DISPLAY '2. CANCEL A PENDING AWARD'.
           DISPLAY '3. LIST AWARDS FOR A STUDENT'.
           DISPLAY '4. REVERSE A DISBURSED AWARD'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE (1-5): '.
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
                   PERFORM 2200-CANCEL-AWARD
               WHEN 3
                   PERFORM 2300-LIST-AWARDS
               WHEN 4
                   PERFORM 2600-REVERSE-AWARD
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
           END-EVALUATE.
                       DISPLAY 'CURRENT STATUS : ' AW-STATUS
               END-READ

               IF WS-AWARD-EXISTS = 'Y' AND AW-STATUS NOT = 'P'
                   DISPLAY 'AWARD ALREADY DISBURSED - NOT '
                           'CHANGEABLE'
               ELSE
                                           WS-AWARD-STATUS
                               NOT INVALID KEY
                                   DISPLAY 'AWARD RECORDED!'
                                   PERFORM 2500-RECORD-BASELINE
                           END-WRITE
                       END-IF
                   ELSE
                   INVALID KEY
                       DISPLAY 'AWARD NOT ON FILE'
                   NOT INVALID KEY
                       IF AW-STATUS NOT = 'P'
                           DISPLAY 'AWARD ALREADY DISBURSED - '
                                   'CANNOT CANCEL'
                       ELSE
               END-READ
           END-IF.

       2500-RECORD-BASELINE.
           IF WS-RENEWAL-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE AW-STUDENT-ID TO RN-STUDENT-ID.
           MOVE AW-CODE TO RN-CODE.
           READ RENEWAL-FILE
               INVALID KEY
                   MOVE SPACES TO RENEWAL-RECORD
                   MOVE AW-STUDENT-ID TO RN-STUDENT-ID
                   MOVE AW-CODE TO RN-CODE
                   MOVE STUDENT-PROGRAM TO RN-PROGRAM
                   MOVE AW-TERM TO RN-FIRST-TERM
                   WRITE RENEWAL-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING RENEWAL HISTORY: '
                                   WS-RENEWAL-STATUS
                   END-WRITE
           END-READ.

      * A DISBURSED AWARD CAN BE TAKEN BACK, E.G. WHEN THE STUDENT
      * TURNS OUT TO BE INELIGIBLE.  IF A T4A HAS ALREADY GONE OUT
      * FOR THE YEAR, THE NEXT T4A RUN ISSUES AN AMENDED SLIP.
       2600-REVERSE-AWARD.
           PERFORM 2400-GET-STUDENT.
           IF WS-SEARCH-ID NOT = 0
               DISPLAY 'ENTER TERM: '
               ACCEPT WS-ENTRY-TERM
               DISPLAY 'ENTER AWARD CODE: '
               ACCEPT WS-ENTRY-CODE
               MOVE WS-SEARCH-ID TO AW-STUDENT-ID
               MOVE WS-ENTRY-TERM TO AW-TERM
               MOVE WS-ENTRY-CODE TO AW-CODE
               READ AWARD-FILE
                   INVALID KEY
                       DISPLAY 'AWARD NOT ON FILE'
                   NOT INVALID KEY
                       IF AW-STATUS NOT = 'D'
                           DISPLAY 'ONLY A DISBURSED AWARD CAN BE '
                                   'REVERSED - STATUS ' AW-STATUS
                       ELSE
                           MOVE AW-AMOUNT TO WS-AMOUNT-EDIT
                           DISPLAY 'AMOUNT    : ' WS-AMOUNT-EDIT
                           DISPLAY 'DISBURSED : ' AW-DISB-DATE
                           DISPLAY 'CONFIRM REVERSAL (Y/N)? '
                           ACCEPT WS-CONFIRMATION
                           IF WS-CONFIRMATION = 'Y' OR
                              WS-CONFIRMATION = 'y'
                               MOVE 'R' TO AW-STATUS
                               REWRITE AWARD-RECORD
                                   INVALID KEY
                                       DISPLAY 'ERROR UPDATING AWARD: '
                                               WS-AWARD-STATUS
                                   NOT INVALID KEY
                                       DISPLAY 'REVERSAL REQUESTED - '
                                               'POSTS IN THE NIGHTLY '
                                               'RUN'
                               END-REWRITE
                           ELSE
                               DISPLAY 'OPERATION CANCELLED'
                           END-IF
                       END-IF
               END-READ
               DISPLAY 'PRESS ENTER TO CONTINUE...'
               ACCEPT WS-CONFIRMATION
           END-IF.

       3000-TERMINATE.
           CLOSE AWARD-FILE
                 STUDENT-FILE.
           IF WS-RENEWAL-OPEN = 'Y'
               CLOSE RENEWAL-FILE
           END-IF.
