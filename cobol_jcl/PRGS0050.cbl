       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGX0150.
       AUTHOR. Mohand Kessi.

      * UNLOADS STUDENT_LEDGER TO LEDGER-EXTRACT.VSAM FOR THE ONLINE
      * ACCOUNT LEDGER INQUIRY.  ROWS ARE NUMBERED WITHIN EACH STUDENT
      * IN POSTING ORDER SO THE INQUIRY CAN READ THEM IN SEQUENCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-EXTRACT-FILE
               ASSIGN TO 'LEDGER-EXTRACT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LX-KEY
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-EXTRACT-FILE.
       01 LEDGER-EXTRACT-RECORD.
          05 LX-KEY.
             10 LX-STUD-ID       PIC X(06).
             10 LX-SEQ           PIC 9(06).
          05 LX-TERM             PIC X(06).
          05 LX-DATE             PIC X(08).
          05 LX-TYPE             PIC X(02).
          05 LX-DUE-AMT          PIC S9(06)V99.
          05 LX-PAID-AMT         PIC S9(06)V99.
          05 LX-WROFF-AMT        PIC S9(06)V99.
          05 LX-REFERENCE        PIC X(15).
          05 LX-OPERATOR         PIC X(08).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-EXTRACT-STATUS     PIC XX VALUE SPACES.
       01 WS-STUD-ID            PIC X(06).
       01 WS-TERM               PIC X(06).
       01 WS-DATE               PIC X(08).
       01 WS-TYPE               PIC X(02).
       01 WS-DUE-AMT            PIC S9(06)V99.
       01 WS-PAID-AMT           PIC S9(06)V99.
       01 WS-WROFF-AMT          PIC S9(06)V99.
       01 WS-REFERENCE          PIC X(15).
       01 WS-OPERATOR           PIC X(08).
       01 WS-LAST-STUD-ID       PIC X(06) VALUE SPACES.
       01 WS-SEQ                PIC 9(06) VALUE ZERO.
       01 SQL-END               PIC X VALUE 'N'.
       01 WS-EXTRACT-COUNT      PIC 9(06) VALUE ZERO.

       EXEC SQL
           DECLARE CLX CURSOR FOR
               SELECT LEDG_STUD_ID, LEDG_TERM, LEDG_DATE, LEDG_TYPE,
                      LEDG_DUE_AMT, LEDG_PAID_AMT, LEDG_WROFF_AMT,
                      LEDG_REFERENCE, LEDG_OPERATOR
               FROM STUDENT_LEDGER
               ORDER BY LEDG_STUD_ID, LEDG_POSTED_TS
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN OUTPUT LEDGER-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'PRGX0150 ERROR OPENING EXTRACT FILE: '
                       WS-EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               OPEN CLX
           END-EXEC

           PERFORM FETCH-LEDGER
           PERFORM UNTIL SQL-END = 'Y'
               PERFORM WRITE-EXTRACT
               PERFORM FETCH-LEDGER
           END-PERFORM

           EXEC SQL
               CLOSE CLX
           END-EXEC

           CLOSE LEDGER-EXTRACT-FILE

           DISPLAY 'PRGX0150 LEDGER ROWS EXTRACTED: '
                   WS-EXTRACT-COUNT
           STOP RUN.

       FETCH-LEDGER.
           EXEC SQL
               FETCH CLX INTO :WS-STUD-ID, :WS-TERM, :WS-DATE,
                              :WS-TYPE, :WS-DUE-AMT, :WS-PAID-AMT,
                              :WS-WROFF-AMT, :WS-REFERENCE,
                              :WS-OPERATOR
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO SQL-END
               WHEN OTHER
                   DISPLAY 'PRGX0150 FETCH ERROR - SQLCODE: ' SQLCODE
                   MOVE 'Y' TO SQL-END
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       WRITE-EXTRACT.
           IF WS-STUD-ID NOT = WS-LAST-STUD-ID
               MOVE WS-STUD-ID TO WS-LAST-STUD-ID
               MOVE ZERO TO WS-SEQ
           END-IF
           ADD 1 TO WS-SEQ

           MOVE WS-STUD-ID TO LX-STUD-ID
           MOVE WS-SEQ TO LX-SEQ
           MOVE WS-TERM TO LX-TERM
           MOVE WS-DATE TO LX-DATE
           MOVE WS-TYPE TO LX-TYPE
           MOVE WS-DUE-AMT TO LX-DUE-AMT
           MOVE WS-PAID-AMT TO LX-PAID-AMT
           MOVE WS-WROFF-AMT TO LX-WROFF-AMT
           MOVE WS-REFERENCE TO LX-REFERENCE
           MOVE WS-OPERATOR TO LX-OPERATOR

           WRITE LEDGER-EXTRACT-RECORD
               INVALID KEY
                   DISPLAY 'PRGX0150 DUPLICATE EXTRACT KEY: '
                           LX-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-EXTRACT-COUNT
           END-WRITE.
