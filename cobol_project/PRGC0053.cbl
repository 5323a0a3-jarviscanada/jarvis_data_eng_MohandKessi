       DATA DIVISION.
       FILE SECTION.
       FD  TERM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  TERM-RECORD.
           05  TM-TERM                 PIC X(6).
           05  TM-START-DATE           PIC 9(8).
           05  TM-REFUND-DATE-1        PIC 9(8).
           05  TM-REFUND-DATE-2        PIC 9(8).
           05  TM-REFUND-DATE-3        PIC 9(8).
           05  TM-OPTOUT-DEADLINE      PIC 9(8).
           05  TM-CENSUS-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-TERM-STATUS              PIC XX VALUE SPACES.
                       MOVE ZEROES TO TM-REFUND-DATE-1
                       MOVE ZEROES TO TM-REFUND-DATE-2
                       MOVE ZEROES TO TM-REFUND-DATE-3
                       MOVE ZEROES TO TM-OPTOUT-DEADLINE
                       MOVE ZEROES TO TM-CENSUS-DATE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TERM-EXISTS
                       DISPLAY 'CURRENT START    : ' TM-START-DATE
                       DISPLAY 'CURRENT REFUND 1 : ' TM-REFUND-DATE-1
                       DISPLAY 'CURRENT REFUND 2 : ' TM-REFUND-DATE-2
                       DISPLAY 'CURRENT REFUND 3 : ' TM-REFUND-DATE-3
                       DISPLAY 'CURRENT OPT-OUT  : '
                               TM-OPTOUT-DEADLINE
                       DISPLAY 'CURRENT CENSUS   : ' TM-CENSUS-DATE
               END-READ
               PERFORM 2110-ACCEPT-TERM-DATES
               PERFORM 2120-SAVE-TERM
           ACCEPT TM-REFUND-DATE-2.
           DISPLAY 'ENTER 25 PCT REFUND CUTOFF (YYYYMMDD): '.
           ACCEPT TM-REFUND-DATE-3.
           DISPLAY 'ENTER HEALTH PLAN OPT-OUT DEADLINE (YYYYMMDD): '.
           ACCEPT TM-OPTOUT-DEADLINE.
           DISPLAY 'ENTER ENROLLMENT CENSUS DATE (YYYYMMDD): '.
           ACCEPT TM-CENSUS-DATE.
           MOVE WS-ENTRY-TERM TO TM-TERM.

           IF TM-END-DATE < TM-START-DATE
              TM-ADD-DEADLINE > TM-END-DATE
               DISPLAY 'WARNING: ADD/DROP DEADLINE OUTSIDE THE TERM'
           END-IF.
           IF TM-OPTOUT-DEADLINE = ZEROES
               DISPLAY 'WARNING: NO HEALTH PLAN OPT-OUT DEADLINE - '
                       'NO CARRIER ENROLMENT FOR THIS TERM'
           END-IF.
           IF TM-CENSUS-DATE = ZEROES
               DISPLAY 'WARNING: NO CENSUS DATE - NO ENROLLMENT '
                       'SNAPSHOT WILL BE TAKEN FOR THIS TERM'
           ELSE
               IF TM-CENSUS-DATE < TM-START-DATE OR
                  TM-CENSUS-DATE > TM-END-DATE
                   DISPLAY 'WARNING: CENSUS DATE OUTSIDE THE TERM'
               END-IF
           END-IF.

       2120-SAVE-TERM.
           DISPLAY 'CONFIRM SAVE (Y/N)? '.
                   MOVE 'Y' TO WS-END-OF-LIST
           END-START.

           DISPLAY 'TERM   START    END      ADD/DROP CENSUS'.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               READ TERM-FILE NEXT
                   AT END
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY TM-TERM ' ' TM-START-DATE ' '
                               TM-END-DATE ' ' TM-ADD-DEADLINE
                               ' ' TM-CENSUS-DATE
               END-READ
           END-PERFORM.

