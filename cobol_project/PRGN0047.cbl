           END-READ.

      * EVERY EVENT IS ROUTED (OR SUPPRESSED) ACCORDING TO THE
      * STUDENT'S RECORDED PREFERENCE.  BILLDUE, PERMITEX, CLASSMSG
      * AND CLINEXP ARE SERVICE MESSAGES AND ARE NEVER SUPPRESSED BY
      * AN OPT-OUT.
       2100-SEND-ONE-EVENT.
           MOVE NQ-STUDENT-ID TO STUDENT-ID.
           READ STUDENT-FILE
               MOVE 'F' TO NQ-STATUS
           ELSE
           IF WS-OPTED-OUT = 'Y' AND NQ-EVENT-CODE NOT = 'BILLDUE'
                                 AND NQ-EVENT-CODE NOT = 'PERMITEX'
                                 AND NQ-EVENT-CODE NOT = 'CLASSMSG'
                                 AND NQ-EVENT-CODE NOT = 'CLINEXP'
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE 'X' TO NQ-STATUS
               MOVE SPACES TO WS-SUPPRESS-LINE
                   WHEN 'BILLDUE'
                       MOVE 'YOUR ACCOUNT NEEDS ATTENTION'
                         TO WS-SUBJECT
                   WHEN 'PERMITEX'
                       MOVE 'YOUR STUDY PERMIT IS EXPIRING'
                         TO WS-SUBJECT
                   WHEN 'AWDRENEW'
                       MOVE 'YOUR SCHOLARSHIP IS RENEWED'
                         TO WS-SUBJECT
                   WHEN 'AWDLAPSE'
                       MOVE 'YOUR SCHOLARSHIP NOT RENEWED'
                         TO WS-SUBJECT
                   WHEN 'CLASSMSG'
                       MOVE 'A CHANGE TO YOUR CLASS'
                         TO WS-SUBJECT
                   WHEN 'CLINEXP'
                       MOVE 'A PLACEMENT REQUIREMENT EXPIRES'
                         TO WS-SUBJECT
                   WHEN 'APPTCONF'
                       MOVE 'YOUR ADVISING APPOINTMENT'
                         TO WS-SUBJECT
                   WHEN 'APPTREM'
                       MOVE 'ADVISING APPOINTMENT REMINDER'
                         TO WS-SUBJECT
                   WHEN 'APPTCANC'
                       MOVE 'ADVISING APPOINTMENT CANCELLED'
                         TO WS-SUBJECT
                   WHEN 'SELFADD'
                       MOVE 'COURSE ADDED TO YOUR SCHEDULE'
                         TO WS-SUBJECT
                   WHEN 'SELFDROP'
                       MOVE 'COURSE DROPPED FROM SCHEDULE'
                         TO WS-SUBJECT
                   WHEN 'SELFWL'
                       MOVE 'YOU ARE ON A COURSE WAITLIST'
                         TO WS-SUBJECT
                   WHEN 'STOPOUT'
                       MOVE 'WE MISS YOU - COME BACK SOON'
                         TO WS-SUBJECT
                   WHEN OTHER
                       MOVE 'A NOTICE FROM THE COLLEGE'
                         TO WS-SUBJECT
