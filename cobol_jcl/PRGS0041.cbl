           SELECT STUDENT-JOURNAL-FILE
               ASSIGN TO 'STUDENT-JOURNAL.DAT'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT STUDPIN-FILE ASSIGN TO 'STUDPIN.DAT'
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT BUNDLE-FILE ASSIGN TO 'DRBUNDLE.DAT'
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO 'DRMANIFEST.DAT'
       FD SECTION-FILE.
       01 SECTION-RECORD.
          05 SEC-KEY               PIC X(06).
          05 FILLER                PIC X(25).

       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
       FD INSTRUCTOR-FILE.
       01 INSTRUCTOR-RECORD.
          05 INS-ID                PIC X(04).
          05 FILLER                PIC X(56).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
       FD STUDENT-JOURNAL-FILE.
       01 JOURNAL-RECORD          PIC X(385).

       FD CREDENTIALS-FILE.
       01 CREDENTIALS-RECORD.
          05 CRED-OPERATOR-ID      PIC X(08).
          05 CRED-PASSWORD         PIC X(08).
          05 FILLER                PIC X(19).

       FD STUDPIN-FILE.
       01 STUDPIN-RECORD.
          05 SP-STUDENT-ID         PIC 9(06).
          05 SP-PIN                PIC X(06).
          05 FILLER                PIC X(10).

       FD BUNDLE-FILE.
       01 BUNDLE-RECORD.
          05 DB-TAG           PIC X(12).
       01 WS-COMPLETE         PIC X VALUE 'Y'.
       01 WS-MX               PIC 9(02) VALUE ZERO.
       01 WS-FOUND-MX         PIC 9(02) VALUE ZERO.
       01 WS-CHECK-VALUE      PIC X(08) VALUE SPACES.
       01 WS-CHECK-LENGTH     PIC 9 VALUE ZERO.
       01 WS-SPACE-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-CLEAR-BLANKED    PIC 9(06) VALUE ZERO.

       01 WS-VERIFY-TABLE.
          05 WS-VERIFY-COUNT  PIC 9(02) VALUE ZERO.
           PERFORM EXPORT-LETTERQ
           PERFORM EXPORT-AUDIT
           PERFORM EXPORT-JOURNAL
           PERFORM EXPORT-CREDENTIALS
           PERFORM EXPORT-STUDPIN

           CLOSE BUNDLE-FILE
                 MANIFEST-FILE
           DISPLAY 'PRGB0141 BUNDLE EXPORTED WITH MANIFEST'
           IF WS-CLEAR-BLANKED > 0
               DISPLAY 'PRGB0141 ' WS-CLEAR-BLANKED ' CLEAR PASSWORDS '
                       'OR PINS BLANKED IN THE BUNDLE - RUN PRGU0173'
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-MANIFEST-LINE.
           MOVE WS-FILE-COUNT TO MF-COUNT
           MOVE 'JOURNAL' TO MF-TAG
           PERFORM WRITE-MANIFEST-LINE.

      * PASSWORDS AND PINS ARE ONLY EVER BUNDLED IN HASHED FORM.  A
      * VALUE STILL IN CLEAR IS BLANKED IN THE IMAGE, SO THAT OPERATOR
      * OR STUDENT MUST BE RESET AFTER A RESTORE, AND THE RUN ENDS RC 4.
       EXPORT-CREDENTIALS.
           MOVE ZERO TO WS-FILE-COUNT WS-FILE-HASH
           MOVE 'N' TO WS-EOF
           OPEN INPUT CREDENTIALS-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CREDENTIALS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CRED-PASSWORD TO WS-CHECK-VALUE
                       MOVE 8 TO WS-CHECK-LENGTH
                       PERFORM CHECK-HASHED-FORM
                       IF WS-CHECK-VALUE = SPACES
                           MOVE SPACES TO CRED-PASSWORD
                       END-IF
                       MOVE 'CREDENTIALS' TO DB-TAG
                       MOVE CREDENTIALS-RECORD TO DB-IMAGE
                       PERFORM ADD-IMAGE-HASH
                       WRITE BUNDLE-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           IF WS-SEQ-STATUS = '10'
               CLOSE CREDENTIALS-FILE
           END-IF
           MOVE 'CREDENTIALS' TO MF-TAG
           PERFORM WRITE-MANIFEST-LINE.

       EXPORT-STUDPIN.
           MOVE ZERO TO WS-FILE-COUNT WS-FILE-HASH
           MOVE 'N' TO WS-EOF
           OPEN INPUT STUDPIN-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDPIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SP-PIN TO WS-CHECK-VALUE
                       MOVE 6 TO WS-CHECK-LENGTH
                       PERFORM CHECK-HASHED-FORM
                       IF WS-CHECK-VALUE = SPACES
                           MOVE SPACES TO SP-PIN
                       END-IF
                       MOVE 'STUDPIN' TO DB-TAG
                       MOVE STUDPIN-RECORD TO DB-IMAGE
                       PERFORM ADD-IMAGE-HASH
                       WRITE BUNDLE-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           IF WS-SEQ-STATUS = '10'
               CLOSE STUDPIN-FILE
           END-IF
           MOVE 'STUDPIN' TO MF-TAG
           PERFORM WRITE-MANIFEST-LINE.

      * A HASHED VALUE STARTS WITH '#' AND FILLS ITS FIELD WITH NO
      * EMBEDDED SPACES.  ANYTHING ELSE IS CLEARED TO SPACES HERE.
       CHECK-HASHED-FORM.
           MOVE ZERO TO WS-SPACE-COUNT
           INSPECT WS-CHECK-VALUE(1:WS-CHECK-LENGTH)
               TALLYING WS-SPACE-COUNT FOR ALL SPACE
           IF WS-CHECK-VALUE(1:1) NOT = '#' OR WS-SPACE-COUNT > 0
               IF WS-CHECK-VALUE NOT = SPACES
                   ADD 1 TO WS-CLEAR-BLANKED
               END-IF
               MOVE SPACES TO WS-CHECK-VALUE
           END-IF.

      * THE VERIFY PASS RECOUNTS THE BUNDLE BY TAG AND PROVES IT
      * AGAINST THE MANIFEST BEFORE THE BUNDLE IS TRUSTED OFFSITE.
       VERIFY-BUNDLE.
