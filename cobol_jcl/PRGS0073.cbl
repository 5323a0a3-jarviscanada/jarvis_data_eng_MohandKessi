       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGU0173.
       AUTHOR. Mohand Kessi.

      * HASHES THE OPERATOR PASSWORDS IN CREDENTIALS.DAT AND THE
      * STUDENT PINS IN STUDPIN.DAT IN PLACE, USING THE SALTED ONE-WAY
      * HASH IN PRGS0072.  A VALUE ALREADY IN HASHED FORM IS LEFT
      * ALONE, SO A RERUN AFTER A PARTIAL CONVERSION IS SAFE.
      *
      * SYSIN MODE C CONVERTS.  MODE V ONLY CHECKS AND ENDS RC 8 IF
      * ANY CLEAR VALUE IS STILL ON FILE; DRBUNDLE RUNS IT AHEAD OF
      * THE EXPORT SO NO BUNDLE IS TAKEN WHILE ONE REMAINS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.
           SELECT STUDPIN-FILE ASSIGN TO 'STUDPIN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT REF-AUDIT-FILE ASSIGN TO 'REFAUDIT.LOG'
               FILE STATUS IS WS-REFAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDENTIALS-FILE.
       01 CREDENTIALS-RECORD.
          05 CRED-OPERATOR-ID   PIC X(08).
          05 CRED-PASSWORD      PIC X(08).
          05 CRED-FAIL-COUNT    PIC 9.
          05 CRED-LOCKED        PIC X.
          05 CRED-PWD-DATE      PIC 9(08).
          05 CRED-ROLE          PIC X.
          05 CRED-INS-ID        PIC X(04).
          05 CRED-CAMPUS        PIC X(04).

       FD STUDPIN-FILE.
       01 STUDPIN-RECORD.
          05 SP-STUDENT-ID      PIC 9(06).
          05 SP-PIN             PIC X(06).
          05 SP-FAIL-COUNT      PIC 9.
          05 SP-LOCKED          PIC X.
          05 SP-PIN-DATE        PIC 9(08).

       FD REF-AUDIT-FILE.
       01 REF-AUDIT-RECORD.
          05 RA-ENTITY          PIC X(10).
          05 RA-ENTITY-KEY      PIC X(10).
          05 RA-ACTION          PIC X(15).
          05 RA-OLD-VALUE       PIC X(40).
          05 RA-NEW-VALUE       PIC X(40).
          05 RA-TIMESTAMP       PIC X(16).
          05 RA-OPERATOR        PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-CRED-STATUS        PIC XX VALUE SPACES.
       01 WS-PIN-STATUS         PIC XX VALUE SPACES.
       01 WS-REFAUDIT-STATUS    PIC XX VALUE SPACES.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CHECK-VALUE        PIC X(08) VALUE SPACES.
       01 WS-CHECK-LENGTH       PIC 9 VALUE ZERO.
       01 WS-IS-HASHED          PIC X VALUE 'N'.
       01 WS-SPACE-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-CRED-HASHED        PIC 9(06) VALUE ZERO.
       01 WS-CRED-CONVERTED     PIC 9(06) VALUE ZERO.
       01 WS-CRED-CLEAR         PIC 9(06) VALUE ZERO.
       01 WS-PIN-HASHED         PIC 9(06) VALUE ZERO.
       01 WS-PIN-CONVERTED      PIC 9(06) VALUE ZERO.
       01 WS-PIN-CLEAR          PIC 9(06) VALUE ZERO.
       01 WS-CURRENT-STAMP      PIC X(16) VALUE SPACES.

       01 WS-HASH-REQUEST.
          05 WS-HS-KEY          PIC X(08).
          05 WS-HS-CLEAR        PIC X(08).
          05 WS-HS-LENGTH       PIC 9(01).
          05 WS-HS-SALT         PIC X(01).
          05 WS-HS-VALUE        PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-MODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP

           IF WS-MODE NOT = 'C' AND WS-MODE NOT = 'V'
               DISPLAY 'PRGU0173 INVALID MODE - USE C TO CONVERT OR '
                       'V TO VERIFY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROCESS-CREDENTIALS
           PERFORM PROCESS-PINS

           DISPLAY 'PRGU0173 CREDENTIALS: ' WS-CRED-HASHED
                   ' ALREADY HASHED, ' WS-CRED-CONVERTED
                   ' CONVERTED, ' WS-CRED-CLEAR ' IN CLEAR'
           DISPLAY 'PRGU0173 STUDENT PINS: ' WS-PIN-HASHED
                   ' ALREADY HASHED, ' WS-PIN-CONVERTED
                   ' CONVERTED, ' WS-PIN-CLEAR ' IN CLEAR'

           IF WS-MODE = 'C'
               IF WS-CRED-CONVERTED > 0
                   MOVE 'CREDENTIAL' TO RA-ENTITY
                   MOVE WS-CRED-CONVERTED TO RA-NEW-VALUE
                   PERFORM WRITE-AUDIT-ROW
               END-IF
               IF WS-PIN-CONVERTED > 0
                   MOVE 'STUDPIN' TO RA-ENTITY
                   MOVE WS-PIN-CONVERTED TO RA-NEW-VALUE
                   PERFORM WRITE-AUDIT-ROW
               END-IF
           END-IF

           IF WS-CRED-CLEAR > 0 OR WS-PIN-CLEAR > 0
               DISPLAY 'PRGU0173 *** CLEAR PASSWORDS OR PINS REMAIN '
                       'ON FILE ***'
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      * EACH CREDENTIAL IS REWRITTEN IN PLACE WITH ITS HASH, KEYED BY
      * THE OPERATOR ID.
       PROCESS-CREDENTIALS.
           MOVE 'N' TO WS-EOF
           IF WS-MODE = 'C'
               OPEN I-O CREDENTIALS-FILE
           ELSE
               OPEN INPUT CREDENTIALS-FILE
           END-IF
           IF WS-CRED-STATUS NOT = '00'
               DISPLAY 'PRGU0173 CREDENTIALS FILE NOT OPENED: '
                       WS-CRED-STATUS
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
                       IF WS-IS-HASHED = 'Y'
                           ADD 1 TO WS-CRED-HASHED
                       ELSE
                           IF WS-MODE = 'C'
                               MOVE CRED-OPERATOR-ID TO WS-HS-KEY
                               MOVE CRED-PASSWORD TO WS-HS-CLEAR
                               MOVE 8 TO WS-HS-LENGTH
                               MOVE SPACE TO WS-HS-SALT
                               CALL 'PRGS0072' USING WS-HASH-REQUEST
                               MOVE WS-HS-VALUE TO CRED-PASSWORD
                               REWRITE CREDENTIALS-RECORD
                               ADD 1 TO WS-CRED-CONVERTED
                           ELSE
                               ADD 1 TO WS-CRED-CLEAR
                               DISPLAY 'PRGU0173 CLEAR PASSWORD: '
                                       CRED-OPERATOR-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-HS-CLEAR
           IF WS-CRED-STATUS = '00' OR WS-CRED-STATUS = '10'
               CLOSE CREDENTIALS-FILE
           END-IF.

      * EACH PIN IS REWRITTEN IN PLACE WITH ITS HASH, KEYED BY THE
      * STUDENT ID EXACTLY AS PRGU0087 AND PRGQ0086 KEY IT.
       PROCESS-PINS.
           MOVE 'N' TO WS-EOF
           IF WS-MODE = 'C'
               OPEN I-O STUDPIN-FILE
           ELSE
               OPEN INPUT STUDPIN-FILE
           END-IF
           IF WS-PIN-STATUS NOT = '00'
               DISPLAY 'PRGU0173 STUDENT PIN FILE NOT OPENED: '
                       WS-PIN-STATUS
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
                       IF WS-IS-HASHED = 'Y'
                           ADD 1 TO WS-PIN-HASHED
                       ELSE
                           IF WS-MODE = 'C'
                               MOVE SP-STUDENT-ID TO WS-HS-KEY
                               MOVE SP-PIN TO WS-HS-CLEAR
                               MOVE 6 TO WS-HS-LENGTH
                               MOVE SPACE TO WS-HS-SALT
                               CALL 'PRGS0072' USING WS-HASH-REQUEST
                               MOVE WS-HS-VALUE(1:6) TO SP-PIN
                               REWRITE STUDPIN-RECORD
                               ADD 1 TO WS-PIN-CONVERTED
                           ELSE
                               ADD 1 TO WS-PIN-CLEAR
                               DISPLAY 'PRGU0173 CLEAR PIN: '
                                       SP-STUDENT-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-HS-CLEAR
           IF WS-PIN-STATUS = '00' OR WS-PIN-STATUS = '10'
               CLOSE STUDPIN-FILE
           END-IF.

      * A HASHED VALUE STARTS WITH '#' AND FILLS ITS FIELD WITH NO
      * EMBEDDED SPACES.
       CHECK-HASHED-FORM.
           MOVE 'N' TO WS-IS-HASHED
           MOVE ZERO TO WS-SPACE-COUNT
           INSPECT WS-CHECK-VALUE(1:WS-CHECK-LENGTH)
               TALLYING WS-SPACE-COUNT FOR ALL SPACE
           IF WS-CHECK-VALUE(1:1) = '#' AND WS-SPACE-COUNT = 0
               MOVE 'Y' TO WS-IS-HASHED
           END-IF.

       WRITE-AUDIT-ROW.
           OPEN EXTEND REF-AUDIT-FILE
           IF WS-REFAUDIT-STATUS = '05' OR WS-REFAUDIT-STATUS = '35'
               OPEN OUTPUT REF-AUDIT-FILE
           END-IF
           IF WS-REFAUDIT-STATUS = '00'
               MOVE 'ALL' TO RA-ENTITY-KEY
               MOVE 'HASH-CONVERT' TO RA-ACTION
               MOVE 'CLEAR TEXT' TO RA-OLD-VALUE
               MOVE WS-CURRENT-STAMP TO RA-TIMESTAMP
               MOVE 'PRGU0173' TO RA-OPERATOR
               WRITE REF-AUDIT-RECORD
               CLOSE REF-AUDIT-FILE
           END-IF.
