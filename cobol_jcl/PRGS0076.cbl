       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGX0176.
       AUTHOR. Mohand Kessi.

      * MASKED UNLOAD OF THE STUDENT FILES FOR THE TEST REGION.  EACH
      * FILE BELOW IS COPIED RECORD FOR RECORD, IN KEY ORDER, TO A
      * TEST- FILE OF THE SAME LAYOUT WITH EVERY NAME, ADDRESS, PHONE,
      * E-MAIL, BANK ACCOUNT AND ADVISING NOTE TEXT REPLACED:
      *   STUDENT.VSAM           NAME, PREFERRED NAME, ADDRESS, PHONE,
      *                          E-MAIL
      *   STUDENT-ARCHIVE.VSAM   NAME, PREFERRED NAME, ADDRESS, PHONE,
      *                          E-MAIL
      *   EMERGENCY.VSAM         CONTACT NAME AND PHONE
      *   ADVNOTES.VSAM          NOTE TEXT
      *   BANKACCT.VSAM          TRANSIT, INSTITUTION AND ACCOUNT
      *   BILLING-EXTRACT.VSAM   NOTHING PERSONAL - COPIED AS IS
      *
      * THE FICTITIOUS VALUES ARE WORKED OUT FROM THE STUDENT ID
      * ALONE, SO A STUDENT HAS THE SAME FAKE NAME, ADDRESS AND PHONE
      * IN EVERY FILE AND IN EVERY REFRESH, AND AN EMERGENCY CONTACT
      * CARRIES THE STUDENT'S FAKE SURNAME.  KEYS, CODES, DATES,
      * STATUSES AND AMOUNTS ARE NEVER CHANGED, SO EVERY RELATIONSHIP
      * BETWEEN THE FILES HOLDS ON THE TEST COPY JUST AS IT DOES HERE.
      *
      * THE MANIFEST (MASKREFRESH.RPT, REGISTERED) GIVES FOR EACH FILE
      * THE RECORDS READ AND WRITTEN AND A HASH TOTAL OF THE STUDENT
      * IDS GOING IN AND COMING OUT.
      * RC 4 = AN OPTIONAL FILE WAS NOT AVAILABLE AND WAS SKIPPED.
      * RC 8 = NO STUDENT MASTER, A TEST FILE COULD NOT BE WRITTEN,
      *        OR THE COUNTS OR HASH TOTALS OF A FILE DO NOT AGREE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSAM-STUDENT-ID
               FILE STATUS IS WS-IN-STATUS.
           SELECT TEST-STUDENT-FILE ASSIGN TO 'TEST-STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-STUDENT-ID
               FILE STATUS IS WS-OUT-STATUS.
           SELECT STUDENT-ARCHIVE-FILE ASSIGN TO 'STUDENT-ARCHIVE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-STUDENT-ID
               FILE STATUS IS WS-IN-STATUS.
           SELECT TEST-ARCHIVE-FILE
               ASSIGN TO 'TEST-STUDENT-ARCHIVE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TA-STUDENT-ID
               FILE STATUS IS WS-OUT-STATUS.
           SELECT EMERGENCY-FILE ASSIGN TO 'EMERGENCY.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT TEST-EMERGENCY-FILE ASSIGN TO 'TEST-EMERGENCY.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ADVNOTES-FILE ASSIGN TO 'ADVNOTES.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT TEST-ADVNOTES-FILE ASSIGN TO 'TEST-ADVNOTES.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT BANKACCT-FILE ASSIGN TO 'BANKACCT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-STUDENT-ID
               FILE STATUS IS WS-IN-STATUS.
           SELECT TEST-BANKACCT-FILE ASSIGN TO 'TEST-BANKACCT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TB-STUDENT-ID
               FILE STATUS IS WS-OUT-STATUS.
           SELECT BILLING-EXTRACT-FILE
               ASSIGN TO 'BILLING-EXTRACT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BILLX-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT TEST-EXTRACT-FILE
               ASSIGN TO 'TEST-BILLING-EXTRACT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REPORT-REGISTRY-FILE ASSIGN TO 'REPORT-REGISTRY.DAT'
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO 'MASKREFRESH.RPT'.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
          05 VSAM-STUDENT-ID       PIC 9(06).
          05 VSAM-STUDENT-NAME     PIC X(30).
          05 VSAM-STUDENT-ADDRESS  PIC X(40).
          05 VSAM-STUDENT-PHONE    PIC X(15).
          05 VSAM-STUDENT-EMAIL    PIC X(20).
          05 VSAM-STUDENT-COURSE   PIC X(04).
          05 VSAM-INCLUSION-DATE   PIC 9(08).
          05 VSAM-STUDENT-STATUS   PIC X(01).
          05 VSAM-STUDENT-GPA      PIC 9V99.
          05 VSAM-STUDENT-PROGRAM  PIC X(04).
          05 FILLER                PIC X(11).
          05 VSAM-STUDENT-PREF-NAME PIC X(30).
          05 FILLER                PIC X(08).

       FD TEST-STUDENT-FILE.
       01 TEST-STUDENT-RECORD.
          05 TS-STUDENT-ID         PIC 9(06).
          05 FILLER                PIC X(174).

       FD STUDENT-ARCHIVE-FILE.
       01 STUDENT-ARCHIVE-RECORD.
          05 ARCH-STUDENT-ID       PIC 9(06).
          05 ARCH-STUDENT-NAME     PIC X(30).
          05 ARCH-STUDENT-ADDRESS  PIC X(40).
          05 ARCH-STUDENT-PHONE    PIC X(15).
          05 ARCH-STUDENT-EMAIL    PIC X(20).
          05 ARCH-STUDENT-COURSE   PIC X(04).
          05 ARCH-INCLUSION-DATE   PIC 9(08).
          05 ARCH-STUDENT-STATUS   PIC X(01).
          05 ARCH-STUDENT-GPA      PIC 9V99.
          05 ARCH-STUDENT-PROGRAM  PIC X(04).
          05 FILLER                PIC X(11).
          05 ARCH-STUDENT-PREF-NAME PIC X(30).
          05 FILLER                PIC X(08).
          05 ARCH-DELETION-DATE    PIC 9(08).
          05 ARCH-DELETION-REASON  PIC X(40).

       FD TEST-ARCHIVE-FILE.
       01 TEST-ARCHIVE-RECORD.
          05 TA-STUDENT-ID         PIC 9(06).
          05 FILLER                PIC X(222).

       FD EMERGENCY-FILE.
       01 EMERGENCY-RECORD.
          05 EC-KEY.
             10 EC-STUDENT-ID     PIC 9(06).
             10 EC-SEQ            PIC 9(01).
          05 EC-NAME              PIC X(30).
          05 EC-RELATION          PIC X(10).
          05 EC-PHONE             PIC X(15).

       FD TEST-EMERGENCY-FILE.
       01 TEST-EMERGENCY-RECORD.
          05 TE-KEY               PIC X(07).
          05 FILLER               PIC X(55).

       FD ADVNOTES-FILE.
       01 ADVNOTES-RECORD.
          05 AN-KEY.
             10 AN-STUDENT-ID     PIC 9(06).
             10 AN-TIMESTAMP      PIC X(16).
          05 AN-OPERATOR          PIC X(08).
          05 AN-CATEGORY          PIC X(02).
          05 AN-TEXT              PIC X(60).

       FD TEST-ADVNOTES-FILE.
       01 TEST-ADVNOTES-RECORD.
          05 TN-KEY               PIC X(22).
          05 FILLER               PIC X(70).

       FD BANKACCT-FILE.
       01 BANKACCT-RECORD.
          05 BK-STUDENT-ID    PIC 9(06).
          05 BK-TRANSIT       PIC 9(05).
          05 BK-INSTITUTION   PIC 9(03).
          05 BK-ACCOUNT       PIC X(12).
          05 BK-STATUS        PIC X(01).
          05 BK-CAPTURED-DATE PIC 9(08).
          05 BK-CAPTURED-BY   PIC X(08).
          05 BK-VERIFIED-DATE PIC 9(08).
          05 BK-VERIFIED-BY   PIC X(08).
          05 FILLER           PIC X(21).

       FD TEST-BANKACCT-FILE.
       01 TEST-BANKACCT-RECORD.
          05 TB-STUDENT-ID    PIC 9(06).
          05 FILLER           PIC X(74).

       FD BILLING-EXTRACT-FILE.
       01 BILLING-EXTRACT-RECORD.
          05 BILLX-KEY.
             10 BILLX-STUD-ID    PIC X(06).
             10 BILLX-TERM       PIC X(06).
          05 BILLX-AMT-DUE       PIC 9(06)V99.
          05 BILLX-AMT-PAID      PIC 9(06)V99.
          05 BILLX-DUE-DATE      PIC X(08).

       FD TEST-EXTRACT-FILE.
       01 TEST-EXTRACT-RECORD.
          05 TX-KEY              PIC X(12).
          05 FILLER              PIC X(24).

       FD REPORT-REGISTRY-FILE.
       01 REPORT-REGISTRY-RECORD.
          05 RR-STATUS        PIC X.
          05 RR-REPORT-NAME   PIC X(16).
          05 RR-FILENAME      PIC X(30).
          05 RR-RUN-DATE      PIC X(08).
          05 RR-RUN-TIME      PIC X(06).
          05 RR-OPERATOR      PIC X(08).
          05 RR-COUNT         PIC 9(06).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS          PIC XX VALUE SPACES.
       01 WS-OUT-STATUS         PIC XX VALUE SPACES.
       01 WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-LINE               PIC X(132).
       01 WS-CURRENT-STAMP      PIC X(21) VALUE SPACES.
       01 WS-FILE-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-TOTAL-WRITTEN      PIC 9(08) VALUE ZERO.

      * ONE ENTRY PER FILE FOR THE MANIFEST.  WS-FL-STATE: C COPIED,
      * S SKIPPED (NOT AVAILABLE), E IN ERROR.
       01 WS-FILE-TABLE.
          05 WS-FILE-ENTRY OCCURS 6 TIMES.
             10 WS-FL-NAME       PIC X(26).
             10 WS-FL-STATE      PIC X(01).
             10 WS-FL-READ       PIC 9(08).
             10 WS-FL-WRITTEN    PIC 9(08).
             10 WS-FL-MASKED     PIC 9(08).
             10 WS-FL-HASH-IN    PIC 9(14).
             10 WS-FL-HASH-OUT   PIC 9(14).
             10 WS-FL-NOTE       PIC X(20).
       01 WS-FX                 PIC 9(02) VALUE ZERO.

      * FICTITIOUS NAMES, PICKED BY THE STUDENT ID.
       01 WS-FIRST-NAMES.
          05 FILLER  PIC X(10) VALUE 'ALEX'.
          05 FILLER  PIC X(10) VALUE 'JORDAN'.
          05 FILLER  PIC X(10) VALUE 'TAYLOR'.
          05 FILLER  PIC X(10) VALUE 'MORGAN'.
          05 FILLER  PIC X(10) VALUE 'CASEY'.
          05 FILLER  PIC X(10) VALUE 'JAMIE'.
          05 FILLER  PIC X(10) VALUE 'ROBIN'.
          05 FILLER  PIC X(10) VALUE 'DREW'.
          05 FILLER  PIC X(10) VALUE 'AVERY'.
          05 FILLER  PIC X(10) VALUE 'QUINN'.
          05 FILLER  PIC X(10) VALUE 'RILEY'.
          05 FILLER  PIC X(10) VALUE 'SAM'.
          05 FILLER  PIC X(10) VALUE 'CAMERON'.
          05 FILLER  PIC X(10) VALUE 'DANA'.
          05 FILLER  PIC X(10) VALUE 'FRANKIE'.
          05 FILLER  PIC X(10) VALUE 'HAYDEN'.
          05 FILLER  PIC X(10) VALUE 'JESSE'.
          05 FILLER  PIC X(10) VALUE 'KENDALL'.
          05 FILLER  PIC X(10) VALUE 'LOGAN'.
          05 FILLER  PIC X(10) VALUE 'PARKER'.
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAMES.
          05 WS-FIRST-NAME      PIC X(10) OCCURS 20 TIMES.

       01 WS-SURNAMES.
          05 FILLER  PIC X(12) VALUE 'ABBOTT'.
          05 FILLER  PIC X(12) VALUE 'BEAUMONT'.
          05 FILLER  PIC X(12) VALUE 'CALDWELL'.
          05 FILLER  PIC X(12) VALUE 'DESROCHERS'.
          05 FILLER  PIC X(12) VALUE 'ELLISON'.
          05 FILLER  PIC X(12) VALUE 'FAIRWEATHER'.
          05 FILLER  PIC X(12) VALUE 'GALLANT'.
          05 FILLER  PIC X(12) VALUE 'HARGREAVES'.
          05 FILLER  PIC X(12) VALUE 'IVERSON'.
          05 FILLER  PIC X(12) VALUE 'JOHNSTONE'.
          05 FILLER  PIC X(12) VALUE 'KILBRIDE'.
          05 FILLER  PIC X(12) VALUE 'LAFLEUR'.
          05 FILLER  PIC X(12) VALUE 'MACINTYRE'.
          05 FILLER  PIC X(12) VALUE 'NORTHCOTT'.
          05 FILLER  PIC X(12) VALUE 'OUELLETTE'.
          05 FILLER  PIC X(12) VALUE 'PEMBERTON'.
          05 FILLER  PIC X(12) VALUE 'QUIGLEY'.
          05 FILLER  PIC X(12) VALUE 'ROCHEFORT'.
          05 FILLER  PIC X(12) VALUE 'SINCLAIR'.
          05 FILLER  PIC X(12) VALUE 'THIBODEAU'.
          05 FILLER  PIC X(12) VALUE 'UPSHAW'.
          05 FILLER  PIC X(12) VALUE 'VANDERHOOF'.
          05 FILLER  PIC X(12) VALUE 'WHITFORD'.
          05 FILLER  PIC X(12) VALUE 'YARDLEY'.
          05 FILLER  PIC X(12) VALUE 'ZIMMERMAN'.
       01 WS-SURNAME-TABLE REDEFINES WS-SURNAMES.
          05 WS-SURNAME         PIC X(12) OCCURS 25 TIMES.

       01 WS-STREETS.
          05 FILLER  PIC X(16) VALUE 'MAPLE AVE'.
          05 FILLER  PIC X(16) VALUE 'CEDAR ST'.
          05 FILLER  PIC X(16) VALUE 'BIRCH RD'.
          05 FILLER  PIC X(16) VALUE 'WILLOW CRES'.
          05 FILLER  PIC X(16) VALUE 'SPRUCE DR'.
          05 FILLER  PIC X(16) VALUE 'ELM ST'.
          05 FILLER  PIC X(16) VALUE 'PINE RIDGE RD'.
          05 FILLER  PIC X(16) VALUE 'OAK BAY BLVD'.
          05 FILLER  PIC X(16) VALUE 'ASPEN CRT'.
          05 FILLER  PIC X(16) VALUE 'HEMLOCK LANE'.
       01 WS-STREET-TABLE REDEFINES WS-STREETS.
          05 WS-STREET          PIC X(16) OCCURS 10 TIMES.

      * THE FAKE VALUES FOR ONE STUDENT ID.
       01 WS-MASK-ID            PIC 9(06) VALUE ZERO.
       01 WS-MASK-ID-X REDEFINES WS-MASK-ID.
          05 WS-MASK-ID-HIGH    PIC X(03).
          05 WS-MASK-ID-LOW     PIC X(03).
       01 WS-MASK-SEQ           PIC 9(01) VALUE ZERO.
       01 WS-QUOTIENT           PIC 9(06) VALUE ZERO.
       01 WS-REMAINDER          PIC 9(04) VALUE ZERO.
       01 WS-FIRST-X            PIC 9(02) VALUE ZERO.
       01 WS-SURNAME-X          PIC 9(02) VALUE ZERO.
       01 WS-STREET-X           PIC 9(02) VALUE ZERO.
       01 WS-HOUSE-NO           PIC 9(04) VALUE ZERO.
       01 WS-HOUSE-EDIT         PIC ZZZ9.
       01 WS-FAKE-NAME          PIC X(30) VALUE SPACES.
       01 WS-FAKE-PREF-NAME     PIC X(30) VALUE SPACES.
       01 WS-FAKE-ADDRESS       PIC X(40) VALUE SPACES.
       01 WS-FAKE-PHONE         PIC X(15) VALUE SPACES.
       01 WS-FAKE-EMAIL         PIC X(20) VALUE SPACES.
       01 WS-FAKE-NOTE          PIC X(60)
          VALUE 'ADVISING NOTE TEXT REPLACED FOR THE TEST REGION'.
       01 WS-FAKE-TRANSIT       PIC 9(05) VALUE 99999.
       01 WS-FAKE-INSTITUTION   PIC 9(03) VALUE 999.

       01 WS-COUNT-EDIT         PIC ZZ,ZZZ,ZZ9.
       01 WS-HASH-EDIT          PIC Z(13)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           INITIALIZE WS-FILE-TABLE

           PERFORM COPY-STUDENTS
           IF WS-FL-STATE(1) NOT = 'C'
               DISPLAY 'PRGX0176 STUDENT MASTER NOT UNLOADED - '
                       'NO TEST REFRESH TAKEN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COPY-ARCHIVE
           PERFORM COPY-EMERGENCY
           PERFORM COPY-NOTES
           PERFORM COPY-BANK-ACCOUNTS
           PERFORM COPY-BILLING-EXTRACT

           PERFORM PROVE-FILES
           PERFORM WRITE-MANIFEST
           PERFORM REGISTER-OUTPUT

           DISPLAY 'PRGX0176 TEST REFRESH FILES: ' WS-FILE-COUNT
                   '  RECORDS WRITTEN: ' WS-TOTAL-WRITTEN
           STOP RUN.

      * THE FAKE NAME, PREFERRED (FIRST) NAME, ADDRESS, PHONE AND
      * E-MAIL DEPEND ON NOTHING BUT THE STUDENT ID IN WS-MASK-ID.
       BUILD-FAKE-IDENTITY.
           DIVIDE WS-MASK-ID BY 20 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-FIRST-X = WS-REMAINDER + 1
           DIVIDE WS-QUOTIENT BY 25 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-SURNAME-X = WS-REMAINDER + 1
           DIVIDE WS-QUOTIENT BY 10 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-STREET-X = WS-REMAINDER + 1
           DIVIDE WS-MASK-ID BY 9000 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-HOUSE-NO = WS-REMAINDER + 10
           MOVE WS-HOUSE-NO TO WS-HOUSE-EDIT

           MOVE SPACES TO WS-FAKE-NAME
           STRING WS-FIRST-NAME(WS-FIRST-X) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SURNAME(WS-SURNAME-X) DELIMITED BY SPACE
                  INTO WS-FAKE-NAME
           MOVE WS-FIRST-NAME(WS-FIRST-X) TO WS-FAKE-PREF-NAME
           MOVE SPACES TO WS-FAKE-ADDRESS
           STRING WS-HOUSE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STREET(WS-STREET-X) DELIMITED BY '  '
                  ', TESTVILLE' DELIMITED BY SIZE
                  INTO WS-FAKE-ADDRESS
           MOVE SPACES TO WS-FAKE-PHONE
           STRING '555-' WS-MASK-ID-HIGH '-0' WS-MASK-ID-LOW
                  DELIMITED BY SIZE
                  INTO WS-FAKE-PHONE
           MOVE SPACES TO WS-FAKE-EMAIL
           STRING 'S' WS-MASK-ID '@TEST.INVALID'
                  DELIMITED BY SIZE
                  INTO WS-FAKE-EMAIL.

      * AN EMERGENCY CONTACT SHARES THE STUDENT'S FAKE SURNAME; THE
      * FIRST NAME IS MOVED ALONG BY THE CONTACT SEQUENCE SO TWO
      * CONTACTS OF ONE STUDENT DO NOT LOOK ALIKE.
       BUILD-FAKE-CONTACT.
           PERFORM BUILD-FAKE-IDENTITY
           COMPUTE WS-QUOTIENT = WS-FIRST-X + (WS-MASK-SEQ * 7) - 1
           DIVIDE WS-QUOTIENT BY 20 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-FIRST-X = WS-REMAINDER + 1
           MOVE SPACES TO WS-FAKE-NAME
           STRING WS-FIRST-NAME(WS-FIRST-X) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SURNAME(WS-SURNAME-X) DELIMITED BY SPACE
                  INTO WS-FAKE-NAME
           MOVE SPACES TO WS-FAKE-PHONE
           STRING '555-' WS-MASK-ID-HIGH '-' WS-MASK-SEQ
                  WS-MASK-ID-LOW
                  DELIMITED BY SIZE
                  INTO WS-FAKE-PHONE.

       COPY-STUDENTS.
           MOVE 1 TO WS-FX
           MOVE 'STUDENT.VSAM' TO WS-FL-NAME(WS-FX)
           OPEN INPUT STUDENT-VSAM-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'NOT AVAILABLE' TO WS-FL-NOTE(WS-FX)
               MOVE 'E' TO WS-FL-STATE(WS-FX)
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-STUDENT-FILE
           IF WS-OUT-STATUS NOT = '00'
               PERFORM TEST-FILE-NOT-OPENED
               CLOSE STUDENT-VSAM-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-FL-STATE(WS-FX)
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-VSAM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FL-READ(WS-FX)
                       ADD VSAM-STUDENT-ID TO WS-FL-HASH-IN(WS-FX)
                       MOVE VSAM-STUDENT-ID TO WS-MASK-ID
                       PERFORM BUILD-FAKE-IDENTITY
                       MOVE WS-FAKE-NAME TO VSAM-STUDENT-NAME
                       IF VSAM-STUDENT-PREF-NAME NOT = SPACES
                           MOVE WS-FAKE-PREF-NAME
                             TO VSAM-STUDENT-PREF-NAME
                       END-IF
                       MOVE WS-FAKE-ADDRESS TO VSAM-STUDENT-ADDRESS
                       MOVE WS-FAKE-PHONE TO VSAM-STUDENT-PHONE
                       MOVE WS-FAKE-EMAIL TO VSAM-STUDENT-EMAIL
                       ADD 1 TO WS-FL-MASKED(WS-FX)
                       WRITE TEST-STUDENT-RECORD
                           FROM VSAM-STUDENT-RECORD
                       PERFORM COUNT-WRITE
                       IF WS-OUT-STATUS = '00'
                           ADD TS-STUDENT-ID TO WS-FL-HASH-OUT(WS-FX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-VSAM-FILE
                 TEST-STUDENT-FILE.

       COPY-ARCHIVE.
           MOVE 2 TO WS-FX
           MOVE 'STUDENT-ARCHIVE.VSAM' TO WS-FL-NAME(WS-FX)
           OPEN INPUT STUDENT-ARCHIVE-FILE
           IF WS-IN-STATUS NOT = '00'
               PERFORM INPUT-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-ARCHIVE-FILE
           IF WS-OUT-STATUS NOT = '00'
               PERFORM TEST-FILE-NOT-OPENED
               CLOSE STUDENT-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-FL-STATE(WS-FX)
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-ARCHIVE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FL-READ(WS-FX)
                       ADD ARCH-STUDENT-ID TO WS-FL-HASH-IN(WS-FX)
                       MOVE ARCH-STUDENT-ID TO WS-MASK-ID
                       PERFORM BUILD-FAKE-IDENTITY
                       MOVE WS-FAKE-NAME TO ARCH-STUDENT-NAME
                       IF ARCH-STUDENT-PREF-NAME NOT = SPACES
                           MOVE WS-FAKE-PREF-NAME
                             TO ARCH-STUDENT-PREF-NAME
                       END-IF
                       MOVE WS-FAKE-ADDRESS TO ARCH-STUDENT-ADDRESS
                       MOVE WS-FAKE-PHONE TO ARCH-STUDENT-PHONE
                       MOVE WS-FAKE-EMAIL TO ARCH-STUDENT-EMAIL
                       ADD 1 TO WS-FL-MASKED(WS-FX)
                       WRITE TEST-ARCHIVE-RECORD
                           FROM STUDENT-ARCHIVE-RECORD
                       PERFORM COUNT-WRITE
                       IF WS-OUT-STATUS = '00'
                           ADD TA-STUDENT-ID TO WS-FL-HASH-OUT(WS-FX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-ARCHIVE-FILE
                 TEST-ARCHIVE-FILE.

       COPY-EMERGENCY.
           MOVE 3 TO WS-FX
           MOVE 'EMERGENCY.VSAM' TO WS-FL-NAME(WS-FX)
           OPEN INPUT EMERGENCY-FILE
           IF WS-IN-STATUS NOT = '00'
               PERFORM INPUT-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-EMERGENCY-FILE
           IF WS-OUT-STATUS NOT = '00'
               PERFORM TEST-FILE-NOT-OPENED
               CLOSE EMERGENCY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-FL-STATE(WS-FX)
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMERGENCY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FL-READ(WS-FX)
                       ADD EC-STUDENT-ID TO WS-FL-HASH-IN(WS-FX)
                       MOVE EC-STUDENT-ID TO WS-MASK-ID
                       MOVE EC-SEQ TO WS-MASK-SEQ
                       PERFORM BUILD-FAKE-CONTACT
                       MOVE WS-FAKE-NAME TO EC-NAME
                       MOVE WS-FAKE-PHONE TO EC-PHONE
                       ADD 1 TO WS-FL-MASKED(WS-FX)
                       WRITE TEST-EMERGENCY-RECORD
                           FROM EMERGENCY-RECORD
                       PERFORM COUNT-WRITE
                       IF WS-OUT-STATUS = '00'
                           MOVE TE-KEY(1:6) TO WS-MASK-ID
                           ADD WS-MASK-ID TO WS-FL-HASH-OUT(WS-FX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMERGENCY-FILE
                 TEST-EMERGENCY-FILE.

       COPY-NOTES.
           MOVE 4 TO WS-FX
           MOVE 'ADVNOTES.VSAM' TO WS-FL-NAME(WS-FX)
           OPEN INPUT ADVNOTES-FILE
           IF WS-IN-STATUS NOT = '00'
               PERFORM INPUT-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-ADVNOTES-FILE
           IF WS-OUT-STATUS NOT = '00'
               PERFORM TEST-FILE-NOT-OPENED
               CLOSE ADVNOTES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-FL-STATE(WS-FX)
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADVNOTES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FL-READ(WS-FX)
                       ADD AN-STUDENT-ID TO WS-FL-HASH-IN(WS-FX)
                       MOVE WS-FAKE-NOTE TO AN-TEXT
                       ADD 1 TO WS-FL-MASKED(WS-FX)
                       WRITE TEST-ADVNOTES-RECORD
                           FROM ADVNOTES-RECORD
                       PERFORM COUNT-WRITE
                       IF WS-OUT-STATUS = '00'
                           MOVE TN-KEY(1:6) TO WS-MASK-ID
                           ADD WS-MASK-ID TO WS-FL-HASH-OUT(WS-FX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADVNOTES-FILE
                 TEST-ADVNOTES-FILE.

      * THE ACCOUNT NUMBER IS REPLACED WITH ONE THAT CANNOT BELONG TO
      * A REAL BANK; STATUS, DATES AND OPERATORS ARE KEPT SO THE
      * REFUND AND DIRECT DEPOSIT PATHS CAN STILL BE TESTED.
       COPY-BANK-ACCOUNTS.
           MOVE 5 TO WS-FX
           MOVE 'BANKACCT.VSAM' TO WS-FL-NAME(WS-FX)
           OPEN INPUT BANKACCT-FILE
           IF WS-IN-STATUS NOT = '00'
               PERFORM INPUT-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-BANKACCT-FILE
           IF WS-OUT-STATUS NOT = '00'
               PERFORM TEST-FILE-NOT-OPENED
               CLOSE BANKACCT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-FL-STATE(WS-FX)
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANKACCT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FL-READ(WS-FX)
                       ADD BK-STUDENT-ID TO WS-FL-HASH-IN(WS-FX)
                       MOVE BK-STUDENT-ID TO WS-MASK-ID
                       MOVE WS-FAKE-TRANSIT TO BK-TRANSIT
                       MOVE WS-FAKE-INSTITUTION TO BK-INSTITUTION
                       MOVE SPACES TO BK-ACCOUNT
                       STRING 'TEST' WS-MASK-ID DELIMITED BY SIZE
                              INTO BK-ACCOUNT
                       ADD 1 TO WS-FL-MASKED(WS-FX)
                       WRITE TEST-BANKACCT-RECORD
                           FROM BANKACCT-RECORD
                       PERFORM COUNT-WRITE
                       IF WS-OUT-STATUS = '00'
                           ADD TB-STUDENT-ID TO WS-FL-HASH-OUT(WS-FX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANKACCT-FILE
                 TEST-BANKACCT-FILE.

       COPY-BILLING-EXTRACT.
           MOVE 6 TO WS-FX
           MOVE 'BILLING-EXTRACT.VSAM' TO WS-FL-NAME(WS-FX)
           OPEN INPUT BILLING-EXTRACT-FILE
           IF WS-IN-STATUS NOT = '00'
               PERFORM INPUT-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-EXTRACT-FILE
           IF WS-OUT-STATUS NOT = '00'
               PERFORM TEST-FILE-NOT-OPENED
               CLOSE BILLING-EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-FL-STATE(WS-FX)
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BILLING-EXTRACT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FL-READ(WS-FX)
                       IF BILLX-STUD-ID IS NUMERIC
                           MOVE BILLX-STUD-ID TO WS-MASK-ID
                           ADD WS-MASK-ID TO WS-FL-HASH-IN(WS-FX)
                       END-IF
                       WRITE TEST-EXTRACT-RECORD
                           FROM BILLING-EXTRACT-RECORD
                       PERFORM COUNT-WRITE
                       IF WS-OUT-STATUS = '00' AND
                          TX-KEY(1:6) IS NUMERIC
                           MOVE TX-KEY(1:6) TO WS-MASK-ID
                           ADD WS-MASK-ID TO WS-FL-HASH-OUT(WS-FX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-EXTRACT-FILE
                 TEST-EXTRACT-FILE.

       COUNT-WRITE.
           IF WS-OUT-STATUS = '00'
               ADD 1 TO WS-FL-WRITTEN(WS-FX)
               ADD 1 TO WS-TOTAL-WRITTEN
           ELSE
               IF WS-FL-STATE(WS-FX) NOT = 'E'
                   DISPLAY 'PRGX0176 WRITE FAILED ON TEST COPY OF '
                           WS-FL-NAME(WS-FX) ': ' WS-OUT-STATUS
               END-IF
               MOVE 'E' TO WS-FL-STATE(WS-FX)
               MOVE 'WRITE FAILED' TO WS-FL-NOTE(WS-FX)
           END-IF.

       INPUT-NOT-AVAILABLE.
           DISPLAY 'PRGX0176 ' WS-FL-NAME(WS-FX)
                   ' NOT AVAILABLE - SKIPPED: ' WS-IN-STATUS
           MOVE 'S' TO WS-FL-STATE(WS-FX)
           MOVE 'NOT AVAILABLE' TO WS-FL-NOTE(WS-FX)
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       TEST-FILE-NOT-OPENED.
           DISPLAY 'PRGX0176 TEST COPY OF ' WS-FL-NAME(WS-FX)
                   ' NOT OPENED: ' WS-OUT-STATUS
           MOVE 'E' TO WS-FL-STATE(WS-FX)
           MOVE 'TEST FILE NOT OPENED' TO WS-FL-NOTE(WS-FX).

      * EVERY RECORD READ MUST BE WRITTEN WITH ITS STUDENT ID AS IT
      * WAS, OR THE TEST COPY CANNOT BE TRUSTED.
       PROVE-FILES.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
               IF WS-FL-STATE(WS-FX) = 'C'
                   ADD 1 TO WS-FILE-COUNT
                   IF WS-FL-READ(WS-FX) NOT = WS-FL-WRITTEN(WS-FX) OR
                      WS-FL-HASH-IN(WS-FX) NOT = WS-FL-HASH-OUT(WS-FX)
                       MOVE 'E' TO WS-FL-STATE(WS-FX)
                       MOVE 'TOTALS DISAGREE' TO WS-FL-NOTE(WS-FX)
                   ELSE
                       MOVE 'COPIED AND PROVED' TO WS-FL-NOTE(WS-FX)
                   END-IF
               END-IF
               IF WS-FL-STATE(WS-FX) = 'E'
                   DISPLAY 'PRGX0176 *** ' WS-FL-NAME(WS-FX) ' '
                           WS-FL-NOTE(WS-FX) ' ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

       WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO WS-LINE
           STRING 'TEST REGION REFRESH MANIFEST - MASKED UNLOAD OF '
                  WS-CURRENT-STAMP(1:8) ' ' WS-CURRENT-STAMP(9:6)
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE MANIFEST-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'NAMES, ADDRESSES, PHONES, E-MAIL, BANK ACCOUNTS AND '
                  'NOTE TEXT REPLACED; KEYS AND AMOUNTS UNCHANGED.'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE MANIFEST-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE MANIFEST-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'FILE                         READ     WRITTEN   '
                  '   MASKED      ID HASH IN     ID HASH OUT  RESULT'
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE MANIFEST-RECORD FROM WS-LINE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
               MOVE SPACES TO WS-LINE
               MOVE WS-FL-NAME(WS-FX) TO WS-LINE(1:24)
               MOVE WS-FL-READ(WS-FX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-LINE(23:10)
               MOVE WS-FL-WRITTEN(WS-FX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-LINE(35:10)
               MOVE WS-FL-MASKED(WS-FX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-LINE(47:10)
               MOVE WS-FL-HASH-IN(WS-FX) TO WS-HASH-EDIT
               MOVE WS-HASH-EDIT TO WS-LINE(58:14)
               MOVE WS-FL-HASH-OUT(WS-FX) TO WS-HASH-EDIT
               MOVE WS-HASH-EDIT TO WS-LINE(74:14)
               MOVE WS-FL-NOTE(WS-FX) TO WS-LINE(90:20)
               WRITE MANIFEST-RECORD FROM WS-LINE
           END-PERFORM
           MOVE SPACES TO WS-LINE
           WRITE MANIFEST-RECORD FROM WS-LINE
           MOVE WS-TOTAL-WRITTEN TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL RECORDS WRITTEN TO THE TEST FILES: '
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE MANIFEST-RECORD FROM WS-LINE
           CLOSE MANIFEST-FILE.

       REGISTER-OUTPUT.
           OPEN EXTEND REPORT-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '05'
               OPEN OUTPUT REPORT-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = '00'
               MOVE SPACES TO REPORT-REGISTRY-RECORD
               MOVE 'A' TO RR-STATUS
               MOVE 'TEST-REFRESH' TO RR-REPORT-NAME
               MOVE 'MASKREFRESH.RPT' TO RR-FILENAME
               MOVE WS-CURRENT-STAMP(1:8) TO RR-RUN-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO RR-RUN-TIME
               MOVE 'PRGX0176' TO RR-OPERATOR
               MOVE WS-TOTAL-WRITTEN TO RR-COUNT
               WRITE REPORT-REGISTRY-RECORD
               CLOSE REPORT-REGISTRY-FILE
           ELSE
               DISPLAY 'PRGX0176 REPORT REGISTRY NOT UPDATED: '
                       WS-REGISTRY-STATUS
           END-IF.
