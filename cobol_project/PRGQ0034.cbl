               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-NOTES-STATUS.

           SELECT INTEGRITY-FILE ASSIGN TO 'INTEGRITY.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-KEY
               FILE STATUS IS WS-INTEGRITY-STATUS.

           SELECT RESROOM-FILE ASSIGN TO 'RESROOM.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RESROOM-STATUS.

           SELECT RESASGN-FILE ASSIGN TO 'RESASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               ALTERNATE RECORD KEY IS RA-ROOM-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESASGN-STATUS.

           SELECT BANKACCT-FILE ASSIGN TO 'BANKACCT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-STUDENT-ID
               FILE STATUS IS WS-BANKACCT-STATUS.

           SELECT DOCINDEX-FILE ASSIGN TO 'DOCINDEX.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-KEY
               FILE STATUS IS WS-DOCINDEX-STATUS.

           SELECT CREDENTIALS-FILE ASSIGN TO 'CREDENTIALS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'INSTRASGN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           05  AN-CATEGORY             PIC X(2).
           05  AN-TEXT                 PIC X(60).

       FD  INTEGRITY-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  INTEGRITY-RECORD.
           05  IC-KEY.
               10  IC-STUDENT-ID       PIC 9(6).
               10  IC-CASE-NO          PIC 9(3).
           05  FILLER                  PIC X(61).
           05  IC-STATUS               PIC X.
           05  FILLER                  PIC X(25).

       FD  RESROOM-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  RESROOM-RECORD.
           05  RES-KEY.
               10  RES-BUILDING        PIC X(4).
               10  RES-ROOM            PIC X(4).
           05  RES-BUILDING-NAME       PIC X(20).
           05  FILLER                  PIC X(32).

       FD  RESASGN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESASGN-RECORD.
           05  RA-KEY.
               10  RA-STUDENT-ID       PIC 9(6).
               10  RA-TERM             PIC X(6).
               10  RA-MOVE-IN          PIC 9(8).
           05  RA-ROOM-KEY.
               10  RA-BUILDING         PIC X(4).
               10  RA-ROOM             PIC X(4).
           05  RA-MOVE-OUT             PIC 9(8).
           05  RA-STATUS               PIC X.
           05  FILLER                  PIC X(43).

       FD  BANKACCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BANKACCT-RECORD.
           05  BK-STUDENT-ID           PIC 9(6).
           05  BK-TRANSIT              PIC 9(5).
           05  BK-INSTITUTION          PIC 9(3).
           05  BK-ACCOUNT              PIC X(12).
           05  BK-STATUS               PIC X.
           05  BK-CAPTURED-DATE        PIC 9(8).
           05  BK-CAPTURED-BY          PIC X(8).
           05  BK-VERIFIED-DATE        PIC 9(8).
           05  BK-VERIFIED-BY          PIC X(8).
           05  FILLER                  PIC X(21).

       FD  DOCINDEX-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  DOCINDEX-RECORD.
           05  DI-KEY.
               10  DI-STUDENT-ID       PIC 9(6).
               10  DI-DOC-TYPE         PIC X(4).
               10  DI-RECEIVED-DATE    PIC 9(8).
           05  DI-IMAGE-REF            PIC X(20).
           05  DI-RETENTION-CLASS      PIC X(2).
           05  DI-DESCRIPTION          PIC X(30).
           05  DI-OPERATOR             PIC X(8).
           05  DI-SOURCE               PIC X.
           05  DI-INDEXED-DATE         PIC 9(8).
           05  FILLER                  PIC X(13).

       FD  CREDENTIALS-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  CREDENTIALS-RECORD.
           05  CRED-OPERATOR-ID          PIC X(8).
           05  CRED-PASSWORD             PIC X(8).
           05  CRED-FAIL-COUNT           PIC 9.
           05  CRED-LOCKED               PIC X.
           05  CRED-PWD-DATE             PIC 9(8).
           05  CRED-ROLE                 PIC X.
           05  CRED-INS-ID               PIC X(4).
           05  CRED-CAMPUS               PIC X(4).

       FD  ASSIGN-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  ASSIGN-RECORD.
           05  ASG-KEY.
               10  ASG-COURSE-CODE     PIC X(4).
               10  ASG-SECTION         PIC X(2).
           05  ASG-INSTRUCTOR-ID      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-CRED-STATUS              PIC XX VALUE SPACES.
       01  WS-CRED-EOF                 PIC X VALUE 'N'.
       01  WS-ASSIGN-STATUS            PIC XX VALUE SPACES.
       01  WS-END-OF-ASG               PIC X VALUE 'N'.
       01  WS-OPERATOR-ROLE            PIC X VALUE 'C'.
       01  WS-OPERATOR-INS-ID          PIC X(4) VALUE SPACES.
       01  WS-ROSTER-COUNT             PIC 9(2) VALUE ZEROES.
       01  WS-RX                       PIC 9(2) VALUE ZEROES.
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-COURSE OCCURS 50 TIMES PIC X(4).
       01  WS-SHOW-CONTACT             PIC X VALUE 'N'.
       01  WS-SHOW-ADDRESS             PIC X(40) VALUE SPACES.
       01  WS-SHOW-PHONE               PIC X(15) VALUE SPACES.
       01  WS-SHOW-EMAIL               PIC X(20) VALUE SPACES.
       01  WS-SHOW-DATE                PIC X(10) VALUE SPACES.
       01  WS-DOCINDEX-STATUS          PIC XX VALUE SPACES.
       01  WS-DOCINDEX-OPEN            PIC X VALUE 'N'.
       01  WS-END-OF-DOCS              PIC X VALUE 'N'.
       01  WS-DOC-SHOWN                PIC 9(3) VALUE ZEROES.
       01  WS-FILE-STATUS              PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-ARCHIVE-STATUS           PIC XX VALUE SPACES.
       01  WS-EMERGENCY-STATUS         PIC XX VALUE SPACES.
       01  WS-NOTES-STATUS             PIC XX VALUE SPACES.
       01  WS-NOTES-OPEN               PIC X VALUE 'N'.
       01  WS-INTEGRITY-STATUS         PIC XX VALUE SPACES.
       01  WS-INTEGRITY-OPEN           PIC X VALUE 'N'.
       01  WS-OPEN-CASE                PIC X VALUE 'N'.
       01  WS-RESROOM-STATUS           PIC XX VALUE SPACES.
       01  WS-RESROOM-OPEN             PIC X VALUE 'N'.
       01  WS-RESASGN-STATUS           PIC XX VALUE SPACES.
       01  WS-RESASGN-OPEN             PIC X VALUE 'N'.
       01  WS-END-OF-STAYS             PIC X VALUE 'N'.
       01  WS-STAY-SHOWN               PIC 9(2) VALUE ZEROES.
       01  WS-BUILDING-NAME-SHOW       PIC X(20) VALUE SPACES.
       01  WS-BANKACCT-STATUS          PIC XX VALUE SPACES.
       01  WS-BANKACCT-OPEN            PIC X VALUE 'N'.
       01  WS-BANK-FOUND               PIC X VALUE 'N'.
       01  WS-ACCT-LEN                 PIC 9(2) VALUE ZEROES.
       01  WS-MASKED-ACCOUNT           PIC X(12) VALUE SPACES.
       01  WS-END-OF-CASES             PIC X VALUE 'N'.
       01  WS-END-OF-NOTES             PIC X VALUE 'N'.
       01  WS-NOTE-COUNT               PIC 9(2) VALUE ZEROES.
       01  WS-NX                       PIC 9(2) VALUE ZEROES.
           05  FILLER                  PIC X VALUE '/'.
           05  WS-FORMATTED-DAY        PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       0000-MAIN.
           MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM 0600-GET-OPERATOR-ROLE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS UNTIL WS-CONTINUE = 'N'.
           PERFORM 3000-TERMINATE.
           GOBACK.

      * THE OPERATOR'S ROLE DECIDES WHETHER STUDENT CONTACT DETAILS
      * AND DATES ARE SHOWN IN FULL.  AN INSTRUCTOR'S TEACHING
      * ROSTER IS LOADED FROM INSTRASGN FOR THE PER-STUDENT CHECK.
       0600-GET-OPERATOR-ROLE.
           MOVE 'C' TO WS-OPERATOR-ROLE.
           MOVE SPACES TO WS-OPERATOR-INS-ID.
           MOVE 'N' TO WS-CRED-EOF.
           OPEN INPUT CREDENTIALS-FILE.
           IF WS-CRED-STATUS NOT = '00'
               MOVE 'Y' TO WS-CRED-EOF
           END-IF.
           PERFORM UNTIL WS-CRED-EOF = 'Y'
               READ CREDENTIALS-FILE
                   AT END
                       MOVE 'Y' TO WS-CRED-EOF
                   NOT AT END
                       IF CRED-OPERATOR-ID = WS-OPERATOR-ID
                           MOVE CRED-ROLE TO WS-OPERATOR-ROLE
                           MOVE CRED-INS-ID TO WS-OPERATOR-INS-ID
                           MOVE 'Y' TO WS-CRED-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CRED-STATUS = '00' OR WS-CRED-STATUS = '10'
               CLOSE CREDENTIALS-FILE
           END-IF.
           MOVE ZEROES TO WS-ROSTER-COUNT.
           IF WS-OPERATOR-ROLE = 'I' AND WS-OPERATOR-INS-ID NOT = SPACES
               PERFORM 0650-LOAD-ROSTER
           END-IF.

       0650-LOAD-ROSTER.
           MOVE 'N' TO WS-END-OF-ASG.
           OPEN INPUT ASSIGN-FILE.
           IF WS-ASSIGN-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-ASG
           END-IF.
           PERFORM UNTIL WS-END-OF-ASG = 'Y'
               READ ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-ASG
                   NOT AT END
                       IF ASG-INSTRUCTOR-ID = WS-OPERATOR-INS-ID
                          AND WS-ROSTER-COUNT < 50
                           ADD 1 TO WS-ROSTER-COUNT
                           MOVE ASG-COURSE-CODE
                             TO WS-ROSTER-COURSE(WS-ROSTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ASSIGN-STATUS = '00' OR WS-ASSIGN-STATUS = '10'
               CLOSE ASSIGN-FILE
           END-IF.

       1000-INIT.
           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS NOT = '00'
               IF WS-ARCHIVE-STATUS = '00'
                   MOVE 'Y' TO WS-ARCHIVE-OPEN
               END-IF
               OPEN INPUT INTEGRITY-FILE
               IF WS-INTEGRITY-STATUS = '00'
                   MOVE 'Y' TO WS-INTEGRITY-OPEN
               END-IF
               OPEN INPUT RESROOM-FILE
               IF WS-RESROOM-STATUS = '00'
                   MOVE 'Y' TO WS-RESROOM-OPEN
               END-IF
               OPEN INPUT RESASGN-FILE
               IF WS-RESASGN-STATUS = '00'
                   MOVE 'Y' TO WS-RESASGN-OPEN
               END-IF
               OPEN INPUT BANKACCT-FILE
               IF WS-BANKACCT-STATUS = '00'
                   MOVE 'Y' TO WS-BANKACCT-OPEN
               END-IF
               OPEN INPUT DOCINDEX-FILE
               IF WS-DOCINDEX-STATUS = '00'
                   MOVE 'Y' TO WS-DOCINDEX-OPEN
               END-IF
               IF WS-COURSE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING COURSE FILE: '
                           WS-COURSE-STATUS
           MOVE INCLUSION-DATE(1:4) TO WS-FORMATTED-YEAR.
           MOVE INCLUSION-DATE(5:2) TO WS-FORMATTED-MONTH.
           MOVE INCLUSION-DATE(7:2) TO WS-FORMATTED-DAY.
           PERFORM 2110-APPLY-MASKING.

           DISPLAY 'ID      : ' STUDENT-ID '   STATUS: '
                   STUDENT-STATUS '   ACTIVE ON MASTER'.
           DISPLAY 'NAME    : ' STUDENT-NAME.
           DISPLAY 'ADDRESS : ' WS-SHOW-ADDRESS.
           DISPLAY 'PHONE   : ' WS-SHOW-PHONE.
           DISPLAY 'EMAIL   : ' WS-SHOW-EMAIL.
           DISPLAY 'COURSE  : ' STUDENT-COURSE ' '
                   WS-COURSE-NAME-SHOW.
           DISPLAY 'PROGRAM : ' STUDENT-PROGRAM
                   '   STANDING: ' STUDENT-STANDING.
           DISPLAY 'CARD NO : ' STUDENT-CARD-NO.
           DISPLAY 'ADDED   : ' WS-SHOW-DATE
                   '   GPA: ' STUDENT-GPA.
           IF WS-ARCHIVED-FLAG = 'Y'
               DISPLAY '*** AN ARCHIVED COPY ALSO EXISTS UNDER '
                       'THIS ID ***'
           END-IF.
           PERFORM 2120-CHECK-OPEN-CASE.
           IF WS-OPEN-CASE = 'Y'
               DISPLAY '*** OPEN ACADEMIC INTEGRITY CASE - REFER TO '
                       'REGISTRAR ***'
           END-IF.

           DISPLAY ' '.
           DISPLAY '--- EMERGENCY CONTACTS ---'.
           PERFORM 2150-SHOW-EMERGENCY.

           DISPLAY ' '.
           DISPLAY '--- RESIDENCE ---'.
           PERFORM 2170-SHOW-RESIDENCE.

           DISPLAY ' '.
           DISPLAY '--- REFUND METHOD ---'.
           PERFORM 2180-SHOW-REFUND-METHOD.

           DISPLAY ' '.
           DISPLAY '--- TERM HISTORY ---'.
           PERFORM 2200-SHOW-HISTORY.
           DISPLAY '--- RECENT ADVISING NOTES ---'.
           PERFORM 2250-SHOW-RECENT-NOTES.

           DISPLAY ' '.
           DISPLAY '--- SCANNED DOCUMENTS ---'.
           PERFORM 2270-SHOW-DOCUMENTS.

           DISPLAY ' '.
           DISPLAY '--- RECENT CHANGES ---'.
           PERFORM 2300-SHOW-RECENT-AUDITS.
           DISPLAY 'PRESS ENTER TO CONTINUE...'.
           ACCEPT WS-CONFIRMATION.

      * ONLY THE FACT THAT A CASE IS OPEN IS SHOWN HERE; THE CASE
      * DETAILS STAY WITH THE SUPERVISOR CASE SCREEN.
      * SUPERVISORS AND ADMINISTRATORS SEE PERSONAL DATA IN FULL.  AN
      * INSTRUCTOR SEES IT ONLY FOR STUDENTS IN A COURSE ON THEIR OWN
      * ROSTER; EVERY OTHER OPERATOR SEES IT MASKED.
       2110-APPLY-MASKING.
           MOVE 'N' TO WS-SHOW-CONTACT.
           IF WS-OPERATOR-ROLE = 'S' OR WS-OPERATOR-ROLE = 'A'
               MOVE 'Y' TO WS-SHOW-CONTACT
           END-IF.
           IF WS-OPERATOR-ROLE = 'I'
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-ROSTER-COUNT
                   IF WS-ROSTER-COURSE(WS-RX) = STUDENT-COURSE
                       MOVE 'Y' TO WS-SHOW-CONTACT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SHOW-CONTACT = 'Y'
               MOVE STUDENT-ADDRESS TO WS-SHOW-ADDRESS
               MOVE STUDENT-PHONE TO WS-SHOW-PHONE
               MOVE STUDENT-EMAIL TO WS-SHOW-EMAIL
               MOVE WS-FORMATTED-DATE TO WS-SHOW-DATE
           ELSE
               MOVE STUDENT-ADDRESS TO WS-SHOW-ADDRESS
               MOVE ALL '*' TO WS-SHOW-ADDRESS(1:19)
               MOVE '***-***-****' TO WS-SHOW-PHONE
               MOVE '*****@*****' TO WS-SHOW-EMAIL
               MOVE '****/**/**' TO WS-SHOW-DATE
           END-IF.

       2120-CHECK-OPEN-CASE.
           MOVE 'N' TO WS-OPEN-CASE.
           IF WS-INTEGRITY-OPEN = 'Y'
               MOVE 'N' TO WS-END-OF-CASES
               MOVE WS-SEARCH-ID TO IC-STUDENT-ID
               MOVE ZEROES TO IC-CASE-NO
               START INTEGRITY-FILE KEY IS >= IC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-CASES
               END-START
               PERFORM UNTIL WS-END-OF-CASES = 'Y'
                   READ INTEGRITY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-CASES
                       NOT AT END
                           IF IC-STUDENT-ID = WS-SEARCH-ID
                               IF IC-STATUS = 'O'
                                   MOVE 'Y' TO WS-OPEN-CASE
                                   MOVE 'Y' TO WS-END-OF-CASES
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-END-OF-CASES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2150-SHOW-EMERGENCY.
           MOVE ZERO TO WS-EC-SHOWN.
           IF WS-EMERGENCY-OPEN = 'Y'
                       NOT AT END
                           IF EC-STUDENT-ID = WS-SEARCH-ID
                               ADD 1 TO WS-EC-SHOWN
                               IF WS-SHOW-CONTACT = 'Y'
                                   MOVE EC-PHONE TO WS-SHOW-PHONE
                               ELSE
                                   MOVE '***-***-****' TO WS-SHOW-PHONE
                               END-IF
                               DISPLAY EC-SEQ '. ' EC-NAME ' ('
                                       EC-RELATION ') ' WS-SHOW-PHONE
                           ELSE
                               MOVE 'Y' TO WS-END-OF-CONTACTS
                           END-IF
               DISPLAY '(NO EMERGENCY CONTACTS ON FILE)'
           END-IF.

      * EVERY ACTIVE STAY IS SHOWN, SO A ROOM CHANGE APPEARS AS THE
      * OLD ROOM WITH ITS MOVE-OUT FOLLOWED BY THE NEW ROOM.
       2170-SHOW-RESIDENCE.
           MOVE ZEROES TO WS-STAY-SHOWN.
           IF WS-RESASGN-OPEN = 'Y'
               MOVE 'N' TO WS-END-OF-STAYS
               MOVE WS-SEARCH-ID TO RA-STUDENT-ID
               MOVE LOW-VALUES TO RA-TERM
               MOVE ZEROES TO RA-MOVE-IN
               START RESASGN-FILE KEY IS >= RA-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-STAYS
               END-START
               PERFORM UNTIL WS-END-OF-STAYS = 'Y'
                   READ RESASGN-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-STAYS
                       NOT AT END
                           IF RA-STUDENT-ID = WS-SEARCH-ID
                               IF RA-STATUS = 'A'
                                   ADD 1 TO WS-STAY-SHOWN
                                   PERFORM 2175-SHOW-ONE-STAY
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-END-OF-STAYS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-STAY-SHOWN = 0
               DISPLAY '(NO RESIDENCE ASSIGNMENTS ON FILE)'
           END-IF.

       2175-SHOW-ONE-STAY.
           MOVE SPACES TO WS-BUILDING-NAME-SHOW.
           IF WS-RESROOM-OPEN = 'Y'
               MOVE RA-BUILDING TO RES-BUILDING
               MOVE RA-ROOM TO RES-ROOM
               READ RESROOM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RES-BUILDING-NAME TO WS-BUILDING-NAME-SHOW
               END-READ
           END-IF.
           IF RA-MOVE-OUT = ZERO
               DISPLAY RA-TERM ' ' RA-BUILDING ' '
                       WS-BUILDING-NAME-SHOW ' ROOM ' RA-ROOM
                       ' IN ' RA-MOVE-IN
           ELSE
               DISPLAY RA-TERM ' ' RA-BUILDING ' '
                       WS-BUILDING-NAME-SHOW ' ROOM ' RA-ROOM
                       ' IN ' RA-MOVE-IN ' OUT ' RA-MOVE-OUT
           END-IF.

      * THE ACCOUNT NUMBER IS MASKED TO ITS LAST FOUR DIGITS; THE
      * FULL DETAILS ARE ONLY ON THE BANKING DETAILS SCREEN.
       2180-SHOW-REFUND-METHOD.
           MOVE 'N' TO WS-BANK-FOUND.
           IF WS-BANKACCT-OPEN = 'Y'
               MOVE WS-SEARCH-ID TO BK-STUDENT-ID
               READ BANKACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BANK-FOUND
               END-READ
           END-IF.
           IF WS-BANK-FOUND = 'Y'
               MOVE ZEROES TO WS-ACCT-LEN
               INSPECT BK-ACCOUNT TALLYING WS-ACCT-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE '********' TO WS-MASKED-ACCOUNT
               IF WS-ACCT-LEN > 4
                   MOVE BK-ACCOUNT(WS-ACCT-LEN - 3:4)
                     TO WS-MASKED-ACCOUNT(9:4)
               END-IF
               IF BK-STATUS = 'V'
                   DISPLAY 'DIRECT DEPOSIT TO ACCOUNT '
                           WS-MASKED-ACCOUNT ' (VERIFIED)'
               ELSE
                   DISPLAY 'CHEQUE - ACCOUNT ' WS-MASKED-ACCOUNT
                           ' AWAITING VERIFICATION'
               END-IF
           ELSE
               DISPLAY 'CHEQUE (NO BANKING DETAILS ON FILE)'
           END-IF.

       2200-SHOW-HISTORY.
           MOVE ZEROES TO WS-HISTORY-SHOWN.
           MOVE ZEROES TO WS-LINE-COUNT.
           MOVE AN-OPERATOR TO WS-NOTE-OPER(WS-NX).
           MOVE AN-TEXT TO WS-NOTE-TEXT(WS-NX).

      * THE IMAGES THEMSELVES STAY IN THE IMAGING SYSTEM; THE
      * REFERENCE SHOWN IS WHAT THE IMAGING TEAM SEARCHES ON.
       2270-SHOW-DOCUMENTS.
           MOVE ZEROES TO WS-DOC-SHOWN.
           MOVE 'N' TO WS-END-OF-DOCS.
           IF WS-DOCINDEX-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-END-OF-DOCS
           ELSE
               MOVE WS-SEARCH-ID TO DI-STUDENT-ID
               MOVE LOW-VALUES TO DI-DOC-TYPE
               MOVE ZEROES TO DI-RECEIVED-DATE
               START DOCINDEX-FILE KEY IS >= DI-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-DOCS
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-DOCS = 'Y'
               READ DOCINDEX-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-DOCS
                   NOT AT END
                       IF DI-STUDENT-ID NOT = WS-SEARCH-ID
                           MOVE 'Y' TO WS-END-OF-DOCS
                       ELSE
                           ADD 1 TO WS-DOC-SHOWN
                           DISPLAY DI-DOC-TYPE ' ' DI-RECEIVED-DATE
                                   ' ' DI-IMAGE-REF ' '
                                   DI-DESCRIPTION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DOC-SHOWN = ZERO
               DISPLAY 'NO SCANNED DOCUMENTS INDEXED'
           END-IF.

       2300-SHOW-RECENT-AUDITS.
           MOVE ZEROES TO WS-AUDIT-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE AUD-NEW-VALUE TO WS-TAB-NEW(WS-AX).
           MOVE AUD-TIMESTAMP TO WS-TAB-STAMP(WS-AX).
           MOVE AUD-OPERATOR TO WS-TAB-OPER(WS-AX).
           IF WS-SHOW-CONTACT NOT = 'Y'
               IF AUD-FIELD-NAME = 'ADDRESS' OR 'PHONE' OR 'EMAIL' OR
                  'ALUMNI-ADDRESS' OR 'ALUMNI-EMAIL' OR 'ALUMNI-PHONE'
                   MOVE ALL '*' TO WS-TAB-OLD(WS-AX)
                   MOVE ALL '*' TO WS-TAB-NEW(WS-AX)
               END-IF
           END-IF.

       3000-TERMINATE.
           CLOSE STUDENT-FILE
           IF WS-NOTES-OPEN = 'Y'
               CLOSE ADVNOTES-FILE
           END-IF.
           IF WS-INTEGRITY-OPEN = 'Y'
               CLOSE INTEGRITY-FILE
           END-IF.
           IF WS-RESROOM-OPEN = 'Y'
               CLOSE RESROOM-FILE
           END-IF.
           IF WS-RESASGN-OPEN = 'Y'
               CLOSE RESASGN-FILE
           END-IF.
           IF WS-BANKACCT-OPEN = 'Y'
               CLOSE BANKACCT-FILE
           END-IF.
           IF WS-DOCINDEX-OPEN = 'Y'
               CLOSE DOCINDEX-FILE
           END-IF.
