               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT ALUMNI-FILE ASSIGN TO 'ALUMNI.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-STUDENT-ID
               FILE STATUS IS WS-ALUMNI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           05  CERT-GRAD-DATE          PIC 9(8).
           05  FILLER                  PIC X(4).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS             PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-CANDIDATE-STATUS         PIC XX VALUE SPACES.
       01  WS-CERT-STATUS              PIC XX VALUE SPACES.
       01  WS-ALUMNI-STATUS            PIC XX VALUE SPACES.
       01  WS-ALUMNI-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRMATION             PIC X VALUE SPACES.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
                   END-IF
                   OPEN OUTPUT CANDIDATE-FILE
                   OPEN OUTPUT CERTIFICATE-FILE
                   OPEN I-O ALUMNI-FILE
                   IF WS-ALUMNI-STATUS = '05' OR
                      WS-ALUMNI-STATUS = '35'
                       CLOSE ALUMNI-FILE
                       OPEN OUTPUT ALUMNI-FILE
                       CLOSE ALUMNI-FILE
                       OPEN I-O ALUMNI-FILE
                   END-IF
                   MOVE ZEROES TO STUDENT-ID
                   START STUDENT-FILE KEY IS >= STUDENT-ID
                       INVALID KEY
                   PERFORM 2300-WRITE-AUDIT-RECORD
                   PERFORM 2400-WRITE-CANDIDATE
                   PERFORM 2500-WRITE-CERTIFICATE
                   PERFORM 2600-WRITE-ALUMNI
           END-REWRITE.

       2300-WRITE-AUDIT-RECORD.
                  INTO CERT-GRAD-DATE.
           WRITE CERTIFICATE-RECORD.

       2600-WRITE-ALUMNI.
           MOVE STUDENT-ID TO AL-STUDENT-ID.
           READ ALUMNI-FILE
               INVALID KEY
                   MOVE SPACES TO ALUMNI-RECORD
                   MOVE STUDENT-ID TO AL-STUDENT-ID
                   MOVE STUDENT-NAME TO AL-NAME
                   MOVE STUDENT-ADDRESS TO AL-ADDRESS
                   MOVE STUDENT-EMAIL TO AL-EMAIL
                   MOVE STUDENT-PHONE TO AL-PHONE
                   MOVE 'N' TO AL-CONTACT-OK
                   PERFORM 2610-SET-CREDENTIAL
                   WRITE ALUMNI-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING ALUMNI: '
                                   STUDENT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ALUMNI-COUNT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2610-SET-CREDENTIAL
                   REWRITE ALUMNI-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING ALUMNI: '
                                   STUDENT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ALUMNI-COUNT
                   END-REWRITE
           END-READ.

       2610-SET-CREDENTIAL.
           IF STUDENT-PROGRAM = SPACES
               MOVE STUDENT-COURSE TO AL-CREDENTIAL
           ELSE
               MOVE STUDENT-PROGRAM TO AL-CREDENTIAL
           END-IF.
           MOVE CERT-GRAD-DATE TO AL-GRAD-DATE.
           MOVE WS-EARNED-CREDITS TO AL-CREDITS.
           MOVE WS-OPERATOR-ID TO AL-UPDATED-BY.
           MOVE CERT-GRAD-DATE TO AL-UPDATED-DATE.

       3000-TERMINATE.
           IF WS-CONTINUE = 'Y'
               CLOSE STUDENT-FILE
                     STUDENT-AUDIT-FILE
                     CANDIDATE-FILE
                     CERTIFICATE-FILE
                     ALUMNI-FILE
           END-IF.

           DISPLAY 'ACTIVE STUDENTS CHECKED: ' WS-CHECKED-COUNT.
           DISPLAY 'GRADUATES FLAGGED: ' WS-CANDIDATE-COUNT.
           DISPLAY 'CANDIDATE LIST: GRADLIST.TXT'.
           DISPLAY 'CERTIFICATE EXTRACT: GRADCERT.DAT'.
           DISPLAY 'ALUMNI RECORDS LOADED: ' WS-ALUMNI-COUNT.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU...'.
           ACCEPT WS-CONFIRMATION.
