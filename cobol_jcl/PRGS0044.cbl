       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGE0144.
       AUTHOR. Mohand Kessi.

      * EXPIRE ADMISSION OFFERS THAT WERE NOT ANSWERED BY THEIR
      * RESPONSE DEADLINE.  THE OFFER IS MARKED EXPIRED SO ITS SEAT
      * NO LONGER COUNTS AGAINST THE PROGRAM INTAKE QUOTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO 'APPLICANT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-ID
               FILE STATUS IS WS-APPLICANT-STATUS.
           SELECT EXPIRE-REPORT-FILE ASSIGN TO 'OFFEREXP.RPT'.
           SELECT CYCLE-DATE-FILE ASSIGN TO 'CYCLEDATE.DAT'
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICANT-FILE
           RECORD CONTAINS 210 CHARACTERS.
       01 APPLICANT-RECORD.
          05 APP-ID              PIC 9(06).
          05 APP-NAME            PIC X(30).
          05 FILLER              PIC X(83).
          05 APP-TERM            PIC X(06).
          05 APP-DATE            PIC 9(08).
          05 APP-DECISION        PIC X(01).
          05 APP-DECISION-DATE   PIC 9(08).
          05 APP-STUDENT-ID      PIC 9(06).
          05 APP-OFFER-DATE      PIC 9(08).
          05 APP-OFFER-DEADLINE  PIC 9(08).
          05 APP-OFFER-RESPONSE  PIC X(01).
          05 APP-RESPONSE-DATE   PIC 9(08).
          05 APP-DEPOSIT-AMOUNT  PIC 9(05)V99.
          05 APP-DEPOSIT-PAID    PIC 9(05)V99.
          05 APP-DEPOSIT-DATE    PIC 9(08).
          05 APP-DEPOSIT-RECEIPT PIC X(08).
          05 FILLER              PIC X(07).

       FD EXPIRE-REPORT-FILE.
       01 EXPIRE-REPORT-RECORD PIC X(100).

       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-APPLICANT-STATUS PIC XX VALUE SPACES.
       01 WS-CYCLE-STATUS     PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE     PIC 9(08) VALUE ZERO.
       01 WS-READ-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-OPEN-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-EXPIRED-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-LINE             PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CYCLE-DATE

           OPEN I-O APPLICANT-FILE
           IF WS-APPLICANT-STATUS = '35'
               DISPLAY 'PRGE0144 NO APPLICANT FILE - NOTHING TO EXPIRE'
               STOP RUN
           END-IF
           IF WS-APPLICANT-STATUS NOT = '00'
               DISPLAY 'PRGE0144 ERROR OPENING APPLICANT FILE: '
                       WS-APPLICANT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXPIRE-REPORT-FILE
           PERFORM WRITE-HEADERS

           PERFORM UNTIL WS-EOF = 'Y'
               READ APPLICANT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF APP-DECISION = 'O' AND
                          APP-OFFER-RESPONSE = SPACE
                           ADD 1 TO WS-OPEN-COUNT
                           IF APP-OFFER-DEADLINE < WS-CURRENT-DATE
                               PERFORM EXPIRE-OFFER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-TOTALS

           CLOSE APPLICANT-FILE
                 EXPIRE-REPORT-FILE

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

       EXPIRE-OFFER.
           MOVE 'E' TO APP-OFFER-RESPONSE
           MOVE WS-CURRENT-DATE TO APP-RESPONSE-DATE
           REWRITE APPLICANT-RECORD
               INVALID KEY
                   DISPLAY 'PRGE0144 REWRITE ERROR: ' APP-ID
                           ' STATUS: ' WS-APPLICANT-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE SPACES TO WS-LINE
                   STRING APP-ID              DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          APP-NAME            DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          APP-TERM            DELIMITED BY SIZE
                          ' OFFERED '         DELIMITED BY SIZE
                          APP-OFFER-DATE      DELIMITED BY SIZE
                          ' DEADLINE '        DELIMITED BY SIZE
                          APP-OFFER-DEADLINE  DELIMITED BY SIZE
                          INTO WS-LINE
                   WRITE EXPIRE-REPORT-RECORD FROM WS-LINE
           END-REWRITE.

       WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'ADMISSION OFFERS EXPIRED - CYCLE DATE '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE EXPIRE-REPORT-RECORD FROM WS-LINE
           MOVE 'APP ID NAME                           TERM'
             TO WS-LINE
           WRITE EXPIRE-REPORT-RECORD FROM WS-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO WS-LINE
           STRING 'APPLICATIONS READ: ' DELIMITED BY SIZE
                  WS-READ-COUNT         DELIMITED BY SIZE
                  '  OPEN OFFERS: '     DELIMITED BY SIZE
                  WS-OPEN-COUNT         DELIMITED BY SIZE
                  '  EXPIRED: '         DELIMITED BY SIZE
                  WS-EXPIRED-COUNT      DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE EXPIRE-REPORT-RECORD FROM WS-LINE
           DISPLAY 'PRGE0144 ' WS-LINE.
