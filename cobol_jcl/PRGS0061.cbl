       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGI0161.
       AUTHOR. Mohand Kessi.

      * NIGHTLY SCANNED DOCUMENT INDEX LOAD.  THE SCANNING STATION
      * SENDS DOCSCAN.DAT WITH A 'D' RECORD FOR EACH DOCUMENT FILED
      * IN THE IMAGING SYSTEM DURING THE DAY.  EACH ONE IS ADDED TO
      * DOCINDEX.VSAM UNDER THE STUDENT, DOCUMENT TYPE AND DATE
      * RECEIVED, WITH THE IMAGING SYSTEM'S DOCUMENT REFERENCE AND
      * THE RETENTION CLASS THE STATION ASSIGNED.  A DOCUMENT ALREADY
      * INDEXED UNDER THE SAME REFERENCE (A RESENT FEED) IS PASSED
      * OVER; ANYTHING ELSE THAT CANNOT BE INDEXED GOES TO
      * DOCSCAN.REJ FOR THE RECORDS OFFICE.  THE FEED IS EMPTIED
      * AFTER THE RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FEED-FILE ASSIGN TO 'DOCSCAN.DAT'
               FILE STATUS IS WS-FEED-STATUS.
           SELECT SCAN-REJECT-FILE ASSIGN TO 'DOCSCAN.REJ'.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT DOCINDEX-FILE ASSIGN TO 'DOCINDEX.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DI-KEY
               FILE STATUS IS WS-DOCINDEX-STATUS.
           SELECT RETCLASS-FILE ASSIGN TO 'RETCLASS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CLASS
               FILE STATUS IS WS-RETCLASS-STATUS.
           SELECT STUDENT-AUDIT-FILE ASSIGN TO 'STUDENT-AUDIT.LOG'
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'DOCSCAN.RPT'.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * DS-REC-TYPE: H HEADER, D DOCUMENT, T TRAILER WITH THE COUNT
      * OF D RECORDS IN DS-STUD-ID.
       FD SCAN-FEED-FILE.
       01 SCAN-FEED-RECORD.
          05 DS-REC-TYPE       PIC X(01).
          05 DS-STUD-ID        PIC X(06).
          05 DS-DOC-TYPE       PIC X(04).
          05 DS-RECEIVED-DATE  PIC X(08).
          05 DS-IMAGE-REF      PIC X(20).
          05 DS-RETENTION-CLASS PIC X(02).
          05 DS-DESCRIPTION    PIC X(30).
          05 DS-OPERATOR       PIC X(08).
          05 FILLER            PIC X(01).

       FD SCAN-REJECT-FILE.
       01 SCAN-REJECT-RECORD  PIC X(120).

       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 VSAM-STUDENT-NAME     PIC X(30).
          05 FILLER                PIC X(144).

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

       FD STUDENT-AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AUD-STUDENT-ID        PIC 9(06).
          05 AUD-FIELD-NAME        PIC X(15).
          05 AUD-OLD-VALUE         PIC X(40).
          05 AUD-NEW-VALUE         PIC X(40).
          05 AUD-TIMESTAMP         PIC X(16).
          05 AUD-OPERATOR          PIC X(08).

       FD REGISTER-FILE.
       01 REGISTER-RECORD     PIC X(100).

       FD REPORT-REGISTRY-FILE.
       01 REPORT-REGISTRY-RECORD.
          05 RR-STATUS        PIC X.
          05 RR-REPORT-NAME   PIC X(16).
          05 RR-FILENAME      PIC X(30).
          05 RR-RUN-DATE      PIC X(08).
          05 RR-RUN-TIME      PIC X(06).
          05 RR-OPERATOR      PIC X(08).
          05 RR-COUNT         PIC 9(06).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC XX VALUE SPACES.
       01 WS-VSAM-STATUS        PIC XX VALUE SPACES.
       01 WS-DOCINDEX-STATUS    PIC XX VALUE SPACES.
       01 WS-RETCLASS-STATUS    PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS       PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-AUDIT-OPEN         PIC X VALUE 'N'.
       01 WS-VALID-FLAG         PIC X VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(08) VALUE SPACES.
       01 WS-CURRENT-DATE-NUM   REDEFINES WS-CURRENT-DATE
                                PIC 9(08).
       01 WS-CURRENT-STAMP      PIC X(21).
       01 WS-PROGRAM-ID         PIC X(08) VALUE 'PRGI0161'.
       01 WS-RECEIVED-NUM       PIC 9(08) VALUE ZERO.
       01 WS-REJECT-REASON      PIC X(30) VALUE SPACES.
       01 WS-ACTION             PIC X(20) VALUE SPACES.
       01 WS-LINE               PIC X(120).
       01 WS-TRAILER-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-PROCESSED-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-INDEXED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-RESENT-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP

           OPEN INPUT SCAN-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'PRGI0161 NO SCANNED DOCUMENTS TO INDEX'
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-VSAM-STATUS NOT = '00'
               DISPLAY 'PRGI0161 STUDENT MASTER NOT AVAILABLE: '
                       WS-VSAM-STATUS
               CLOSE SCAN-FEED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RETCLASS-FILE
           IF WS-RETCLASS-STATUS NOT = '00'
               DISPLAY 'PRGI0161 RETENTION CLASSES NOT AVAILABLE: '
                       WS-RETCLASS-STATUS
               CLOSE SCAN-FEED-FILE
                     STUDENT-VSAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O DOCINDEX-FILE
           IF WS-DOCINDEX-STATUS = '05' OR WS-DOCINDEX-STATUS = '35'
               CLOSE DOCINDEX-FILE
               OPEN OUTPUT DOCINDEX-FILE
               CLOSE DOCINDEX-FILE
               OPEN I-O DOCINDEX-FILE
           END-IF
           IF WS-DOCINDEX-STATUS NOT = '00'
               DISPLAY 'PRGI0161 ERROR OPENING DOCINDEX: '
                       WS-DOCINDEX-STATUS
               CLOSE SCAN-FEED-FILE
                     STUDENT-VSAM-FILE
                     RETCLASS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND STUDENT-AUDIT-FILE
           IF WS-AUDIT-STATUS = '05'
               OPEN OUTPUT STUDENT-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = '00'
               MOVE 'Y' TO WS-AUDIT-OPEN
           END-IF

           OPEN OUTPUT SCAN-REJECT-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-HEADERS

           PERFORM UNTIL WS-EOF = 'Y'
               READ SCAN-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE DS-REC-TYPE
                        WHEN 'H'
                          CONTINUE
                        WHEN 'T'
                          COMPUTE WS-TRAILER-COUNT =
                                  FUNCTION NUMVAL(DS-STUD-ID)
                        WHEN OTHER
                          ADD 1 TO WS-PROCESSED-COUNT
                          PERFORM VALIDATE-DOCUMENT
                          IF WS-VALID-FLAG = 'Y'
                              PERFORM INDEX-ONE-DOCUMENT
                          ELSE
                              PERFORM WRITE-SCAN-REJECT
                          END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM

           PERFORM WRITE-TOTALS
           PERFORM REGISTER-OUTPUT

           CLOSE SCAN-FEED-FILE
                 SCAN-REJECT-FILE
                 STUDENT-VSAM-FILE
                 RETCLASS-FILE
                 DOCINDEX-FILE
                 REGISTER-FILE
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT-FILE
           END-IF

           OPEN OUTPUT SCAN-FEED-FILE
           CLOSE SCAN-FEED-FILE

           IF WS-TRAILER-COUNT NOT = WS-PROCESSED-COUNT
               DISPLAY 'PRGI0161 OUT OF BALANCE - TRAILER: '
                       WS-TRAILER-COUNT '  PROCESSED: '
                       WS-PROCESSED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CYCLE-STATUS = '00'
               READ CYCLE-DATE-FILE
                   AT END
                       MOVE FUNCTION CURRENT-DATE(1:8)
                         TO WS-CURRENT-DATE
                   NOT AT END
                       MOVE CYCLE-DATE-RECORD TO WS-CURRENT-DATE
               END-READ
               CLOSE CYCLE-DATE-FILE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           END-IF.

       VALIDATE-DOCUMENT.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-RECEIVED-NUM

           IF DS-REC-TYPE NOT = 'D'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
           END-IF

           IF WS-VALID-FLAG = 'Y' AND
              (DS-DOC-TYPE = SPACES OR DS-IMAGE-REF = SPACES)
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'NO DOCUMENT TYPE OR REFERENCE' TO WS-REJECT-REASON
           END-IF

           IF WS-VALID-FLAG = 'Y'
               IF DS-RECEIVED-DATE NOT NUMERIC
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'INVALID DATE RECEIVED' TO WS-REJECT-REASON
               ELSE
                   MOVE DS-RECEIVED-DATE TO WS-RECEIVED-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIVED-NUM)
                          NOT = 0 OR
                      WS-RECEIVED-NUM > WS-CURRENT-DATE-NUM
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'INVALID DATE RECEIVED'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-VALID-FLAG = 'Y'
               MOVE DS-RETENTION-CLASS TO RC-CLASS
               READ RETCLASS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'UNKNOWN RETENTION CLASS'
                         TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF RC-STATUS NOT = 'A'
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'RETENTION CLASS RETIRED'
                             TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF

           IF WS-VALID-FLAG = 'Y' AND DS-STUD-ID NOT NUMERIC
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'INVALID STUDENT ID' TO WS-REJECT-REASON
           END-IF

           IF WS-VALID-FLAG = 'Y'
               MOVE DS-STUD-ID TO VSAM-STUDENT-ID
               READ STUDENT-VSAM-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'NOT ON STUDENT MASTER'
                         TO WS-REJECT-REASON
               END-READ
           END-IF.

      * THE SAME STUDENT, TYPE AND DATE UNDER ANOTHER REFERENCE IS A
      * SECOND DOCUMENT THE RECORDS OFFICE MUST INDEX BY HAND.
       INDEX-ONE-DOCUMENT.
           MOVE DS-STUD-ID TO DI-STUDENT-ID
           MOVE DS-DOC-TYPE TO DI-DOC-TYPE
           MOVE WS-RECEIVED-NUM TO DI-RECEIVED-DATE
           READ DOCINDEX-FILE
               INVALID KEY
                   PERFORM ADD-INDEX-ENTRY
               NOT INVALID KEY
                   IF DI-IMAGE-REF = DS-IMAGE-REF
                       ADD 1 TO WS-RESENT-COUNT
                       MOVE 'ALREADY INDEXED' TO WS-ACTION
                       PERFORM WRITE-REGISTER-LINE
                   ELSE
                       MOVE 'INDEXED UNDER ANOTHER REFERENCE'
                         TO WS-REJECT-REASON
                       PERFORM WRITE-SCAN-REJECT
                   END-IF
           END-READ.

       ADD-INDEX-ENTRY.
           MOVE SPACES TO DOCINDEX-RECORD
           MOVE DS-STUD-ID TO DI-STUDENT-ID
           MOVE DS-DOC-TYPE TO DI-DOC-TYPE
           MOVE WS-RECEIVED-NUM TO DI-RECEIVED-DATE
           MOVE DS-IMAGE-REF TO DI-IMAGE-REF
           MOVE DS-RETENTION-CLASS TO DI-RETENTION-CLASS
           MOVE DS-DESCRIPTION TO DI-DESCRIPTION
           MOVE DS-OPERATOR TO DI-OPERATOR
           IF DI-OPERATOR = SPACES
               MOVE WS-PROGRAM-ID TO DI-OPERATOR
           END-IF
           MOVE 'F' TO DI-SOURCE
           MOVE WS-CURRENT-DATE-NUM TO DI-INDEXED-DATE
           WRITE DOCINDEX-RECORD
               INVALID KEY
                   MOVE 'INDEX WRITE FAILED' TO WS-REJECT-REASON
                   PERFORM WRITE-SCAN-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-INDEXED-COUNT
                   MOVE 'INDEXED' TO WS-ACTION
                   PERFORM WRITE-DOC-AUDIT
                   PERFORM WRITE-REGISTER-LINE
           END-WRITE.

       WRITE-DOC-AUDIT.
           IF WS-AUDIT-OPEN = 'Y'
               MOVE DS-STUD-ID TO AUD-STUDENT-ID
               MOVE SPACES TO AUD-FIELD-NAME
               STRING 'DOC-' DS-DOC-TYPE
                      DELIMITED BY SIZE
                      INTO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING DS-RECEIVED-DATE ' ' DS-IMAGE-REF ' '
                      DS-RETENTION-CLASS
                      DELIMITED BY SIZE
                      INTO AUD-NEW-VALUE
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               MOVE WS-PROGRAM-ID TO AUD-OPERATOR
               WRITE AUDIT-RECORD
           END-IF.

       WRITE-SCAN-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'REASON: '       DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  '  RECORD: '     DELIMITED BY SIZE
                  SCAN-FEED-RECORD DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE SCAN-REJECT-RECORD FROM WS-LINE.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'SCANNED DOCUMENT INDEX LOAD - CYCLE DATE '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           WRITE REGISTER-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'STUD ID TYPE RECEIVED IMAGE REFERENCE      CL '
                  'ACTION'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-LINE
           STRING DS-STUD-ID         DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  DS-DOC-TYPE        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  DS-RECEIVED-DATE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  DS-IMAGE-REF       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  DS-RETENTION-CLASS DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-ACTION          DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE.

       WRITE-TOTALS.
           WRITE REGISTER-RECORD FROM SPACES
           MOVE SPACES TO WS-LINE
           STRING 'DOCUMENTS INDEXED: ' DELIMITED BY SIZE
                  WS-INDEXED-COUNT      DELIMITED BY SIZE
                  '  ALREADY INDEXED: ' DELIMITED BY SIZE
                  WS-RESENT-COUNT       DELIMITED BY SIZE
                  '  REJECTED: '        DELIMITED BY SIZE
                  WS-REJECT-COUNT       DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REGISTER-RECORD FROM WS-LINE
           DISPLAY 'PRGI0161 ' WS-LINE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'DOCSCAN' TO RR-REPORT-NAME
               MOVE 'DOCSCAN.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE WS-PROGRAM-ID TO RR-OPERATOR
               MOVE WS-INDEXED-COUNT TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGI0161 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
