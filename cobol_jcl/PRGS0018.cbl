       01 WS-AUD-DATE           PIC 9(08) VALUE ZERO.
       01 WS-ARCHIVE-SCRUBBED   PIC 9(06) VALUE ZERO.
       01 WS-AUDIT-SCRUBBED     PIC 9(06) VALUE ZERO.
       01 WS-ALUMNI-KEPT        PIC 9(06) VALUE ZERO.
       01 WS-LINE               PIC X(100).

       PROCEDURE DIVISION.
               PERFORM COPY-AUDIT-BACK
           END-IF.

      * ALUMNI CONTACT CHANGES (ALUMNI-xxx) BELONG TO THE ALUMNI
      * RECORD AND ARE LEFT AS WRITTEN.  THE ALUMNI FILE ITSELF IS
      * NEVER OPENED BY THIS RUN.
       SCRUB-ONE-AUDIT.
           MOVE ZERO TO WS-AUD-DATE
           IF AUD-TIMESTAMP(1:8) NUMERIC
           END-IF

           IF WS-AUD-DATE > ZERO AND
              WS-AUD-DATE < WS-CUTOFF-DATE AND
              AUD-FIELD-NAME(1:7) = 'ALUMNI-'
               ADD 1 TO WS-ALUMNI-KEPT
           END-IF

           IF WS-AUD-DATE > ZERO AND
              WS-AUD-DATE < WS-CUTOFF-DATE AND
              AUD-FIELD-NAME(1:7) NOT = 'ALUMNI-'
               IF AUD-FIELD-NAME = 'NAME' OR
                  AUD-FIELD-NAME = 'ADDRESS' OR
                  AUD-FIELD-NAME = 'PHONE' OR
                  INTO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'ALUMNI ENTRIES LEFT ALONE: ' WS-ALUMNI-KEPT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE

           DISPLAY 'PRGA0118 SCRUBBED - ARCHIVE: '
                   WS-ARCHIVE-SCRUBBED '  AUDIT: '
                   WS-AUDIT-SCRUBBED.
