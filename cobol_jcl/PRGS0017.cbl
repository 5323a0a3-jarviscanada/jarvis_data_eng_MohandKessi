               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT DOCINDEX-FILE ASSIGN TO 'DOCINDEX.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-KEY
               FILE STATUS IS WS-DOCINDEX-STATUS.
           SELECT RETCLASS-FILE ASSIGN TO 'RETCLASS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CLASS
               FILE STATUS IS WS-RETCLASS-STATUS.
           SELECT DESTROY-LIST-FILE ASSIGN TO 'DOCDESTROY.RPT'.
           SELECT OFFLOAD-FILE ASSIGN TO 'PURGE-OFFLOAD.DAT'.
           SELECT CERT-FILE ASSIGN TO 'PURGE-CERT.RPT'.

          05 AN-CATEGORY          PIC X(02).
          05 AN-TEXT              PIC X(60).

       FD DOCINDEX-FILE.
       01 DOCINDEX-RECORD.
          05 DI-KEY.
             10 DI-STUDENT-ID     PIC 9(06).
             10 DI-DOC-TYPE       PIC X(04).
             10 DI-RECEIVED-DATE  PIC 9(08).
          05 DI-IMAGE-REF         PIC X(20).
          05 DI-RETENTION-CLASS   PIC X(02).
          05 DI-DESCRIPTION       PIC X(30).
          05 DI-OPERATOR          PIC X(08).
          05 DI-SOURCE            PIC X(01).
          05 DI-INDEXED-DATE      PIC 9(08).
          05 FILLER               PIC X(13).

       FD RETCLASS-FILE.
       01 RETCLASS-RECORD.
          05 RC-CLASS             PIC X(02).
          05 RC-DESCRIPTION       PIC X(30).
          05 RC-YEARS             PIC 9(03).
          05 RC-STATUS            PIC X(01).
          05 FILLER               PIC X(04).

       FD DESTROY-LIST-FILE.
       01 DESTROY-LIST-RECORD      PIC X(100).

       FD OFFLOAD-FILE.
       01 OFFLOAD-RECORD           PIC X(200).

       01 WS-NOTES-STATUS       PIC XX VALUE SPACES.
       01 WS-NOTES-PURGED       PIC 9(06) VALUE ZERO.
       01 WS-NOTE-DATE          PIC 9(08) VALUE ZERO.
       01 WS-ALUMNI-KEPT        PIC 9(06) VALUE ZERO.
       01 WS-DOCINDEX-STATUS    PIC XX VALUE SPACES.
       01 WS-RETCLASS-STATUS    PIC XX VALUE SPACES.
       01 WS-RETCLASS-OPEN      PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01 WS-DOC-EXPIRY         PIC 9(08) VALUE ZERO.
       01 WS-DOCS-LISTED        PIC 9(06) VALUE ZERO.
       01 WS-DOCS-UNCLASSED     PIC 9(06) VALUE ZERO.

       01 WS-DB2-STUD-ID        PIC X(06).
       01 WS-DB2-STUD-NAME      PIC X(25).
                  DELIMITED BY SIZE
                  INTO WS-CUTOFF-DB2

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN OUTPUT OFFLOAD-FILE
                OUTPUT CERT-FILE

           PERFORM PURGE-AUDIT-LOG
           PERFORM PURGE-ENROLLMENT-LOG
           PERFORM PURGE-ADVISING-NOTES
           PERFORM PURGE-EXPIRED-DOCUMENTS
           PERFORM WRITE-CERTIFICATE

           CLOSE OFFLOAD-FILE
                              :WS-DB2-STUD-COURSE, :WS-DB2-DEL-DATE
           END-EXEC.

      * ALUMNI CONTACT CHANGES BELONG TO THE ALUMNI RECORD, NOT THE
      * STUDENT RECORD, AND STAY WITH IT WHATEVER THEIR AGE.  THE
      * ALUMNI FILE ITSELF IS NEVER OPENED BY THIS PURGE.
       PURGE-AUDIT-LOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STUDENT-AUDIT-FILE
                               FUNCTION NUMVAL(AUD-TIMESTAMP(1:8))
                       END-IF
                       IF WS-AUD-DATE > ZERO AND
                          WS-AUD-DATE < WS-CUTOFF-DATE AND
                          AUD-FIELD-NAME(1:7) = 'ALUMNI-'
                           ADD 1 TO WS-ALUMNI-KEPT
                       END-IF
                       IF WS-AUD-DATE > ZERO AND
                          WS-AUD-DATE < WS-CUTOFF-DATE AND
                          AUD-FIELD-NAME(1:7) NOT = 'ALUMNI-'
                           MOVE SPACES TO WS-OFFLOAD-LINE
                           STRING 'AUDIT   ' AUDIT-RECORD
                                  DELIMITED BY SIZE
               CLOSE ADVNOTES-FILE
           END-IF.

      * SCANNED DOCUMENTS ARE KEPT FOR THEIR RETENTION CLASS'S
      * YEARS FROM THE DATE RECEIVED, NOT BY THE CUTOFF DATE.  EACH
      * ONE PAST ITS PERIOD IS LISTED ON DOCDESTROY.RPT FOR THE
      * IMAGING TEAM TO DESTROY, OFFLOADED AND DROPPED FROM THE
      * INDEX.  A PERMANENT CLASS (ZERO YEARS) OR A CLASS NOT ON
      * FILE IS NEVER PURGED.
       PURGE-EXPIRED-DOCUMENTS.
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT DESTROY-LIST-FILE
           MOVE SPACES TO WS-LINE
           STRING 'SCANNED DOCUMENTS PAST RETENTION - FOR '
                  'DESTRUCTION AS OF ' WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE DESTROY-LIST-RECORD FROM WS-LINE
           WRITE DESTROY-LIST-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'STUD ID TYPE RECEIVED IMAGE REFERENCE      CL '
                  'KEEP UNTIL DESCRIPTION'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE DESTROY-LIST-RECORD FROM WS-LINE

           OPEN INPUT RETCLASS-FILE
           IF WS-RETCLASS-STATUS = '00'
               MOVE 'Y' TO WS-RETCLASS-OPEN
           END-IF
           OPEN I-O DOCINDEX-FILE
           IF WS-DOCINDEX-STATUS NOT = '00' OR WS-RETCLASS-OPEN = 'N'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO DI-KEY
               START DOCINDEX-FILE KEY IS >= DI-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ DOCINDEX-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DI-RETENTION-CLASS TO RC-CLASS
                       READ RETCLASS-FILE
                           INVALID KEY
                               ADD 1 TO WS-DOCS-UNCLASSED
                               MOVE ZERO TO RC-YEARS
                       END-READ
                       COMPUTE WS-DOC-EXPIRY =
                               DI-RECEIVED-DATE + (RC-YEARS * 10000)
                       IF RC-YEARS > ZERO AND
                          WS-DOC-EXPIRY < WS-RUN-DATE
                           PERFORM LIST-EXPIRED-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DOCINDEX-STATUS NOT = '35' AND
              WS-DOCINDEX-STATUS NOT = '05'
               CLOSE DOCINDEX-FILE
           END-IF
           IF WS-RETCLASS-OPEN = 'Y'
               CLOSE RETCLASS-FILE
           END-IF

           WRITE DESTROY-LIST-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'DOCUMENTS TO DESTROY: ' WS-DOCS-LISTED
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE DESTROY-LIST-RECORD FROM WS-LINE
           CLOSE DESTROY-LIST-FILE.

       LIST-EXPIRED-DOCUMENT.
           MOVE SPACES TO WS-LINE
           STRING DI-STUDENT-ID '  ' DI-DOC-TYPE ' '
                  DI-RECEIVED-DATE ' ' DI-IMAGE-REF ' '
                  DI-RETENTION-CLASS ' ' WS-DOC-EXPIRY '   '
                  DI-DESCRIPTION
                  DELIMITED BY SIZE
                  INTO WS-LINE
           MOVE SPACES TO WS-OFFLOAD-LINE
           STRING 'DOCINDEX ' DOCINDEX-RECORD
                  DELIMITED BY SIZE
                  INTO WS-OFFLOAD-LINE
           DELETE DOCINDEX-FILE
               INVALID KEY
                   DISPLAY 'PRGD0117 DOCUMENT INDEX DELETE ERROR: '
                           DI-STUDENT-ID
               NOT INVALID KEY
                   WRITE DESTROY-LIST-RECORD FROM WS-LINE
                   WRITE OFFLOAD-RECORD FROM WS-OFFLOAD-LINE
                   ADD 1 TO WS-DOCS-LISTED
           END-DELETE.

       WRITE-CERTIFICATE.
           MOVE SPACES TO WS-LINE
           STRING 'RETENTION PURGE CERTIFICATE - CUTOFF '
                  INTO WS-LINE
           WRITE CERT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'DOCUMENTS FOR DESTRUCTION  : ' WS-DOCS-LISTED
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CERT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'DOCUMENTS WITH NO CLASS    : ' WS-DOCS-UNCLASSED
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CERT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'ALUMNI AUDIT RECORDS KEPT  : ' WS-ALUMNI-KEPT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE CERT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'ALL PURGED RECORDS OFFLOADED TO '
                  'PURGE-OFFLOAD.DAT'
