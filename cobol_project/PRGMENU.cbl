               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

      * ONE RECORD FOR EVERY MENU OPTION AN OPERATOR RUNS, FOR THE
      * QUARTERLY ACCESS RECERTIFICATION IN PRGR0126.
           SELECT MENU-USAGE-FILE ASSIGN TO 'MENUUSE.LOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MENUUSE-STATUS.

           SELECT CAMPUS-FILE ASSIGN TO 'CAMPUS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMPUS-CODE
               FILE STATUS IS WS-CAMPUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIALS-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  CREDENTIALS-RECORD.
           05  CRED-OPERATOR-ID          PIC X(8).
           05  CRED-PASSWORD             PIC X(8).
           05  CRED-PWD-DATE             PIC 9(8).
           05  CRED-ROLE                 PIC X.
           05  CRED-INS-ID               PIC X(4).
           05  CRED-CAMPUS               PIC X(4).

       FD  SECURITY-LOG-FILE
           RECORD CONTAINS 36 CHARACTERS.
           05  SEC-OPERATOR              PIC X(8).
           05  SEC-EVENT                 PIC X(12).

       FD  MENU-USAGE-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  MENU-USAGE-RECORD.
           05  MU-TIMESTAMP              PIC X(16).
           05  MU-OPERATOR               PIC X(8).
           05  MU-OPTION                 PIC 9(3).
           05  MU-ROLE                   PIC X.
           05  FILLER                    PIC X(8).

       FD  CAMPUS-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CAMPUS-RECORD.
           05  CAMPUS-CODE               PIC X(4).
           05  CAMPUS-NAME               PIC X(30).
           05  CAMPUS-STATUS             PIC X.
           05  FILLER                    PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-OPTION                     PIC 9(3).
       01  WS-ERROR-MESSAGE              PIC X(50).
       01  WS-CONTINUE                   PIC X VALUE 'Y'.
       01  WS-CRED-STATUS                PIC XX VALUE SPACES.
       01  WS-OPERATOR-PASSWORD          PIC X(8) VALUE SPACES.
       01  WS-SECLOG-STATUS              PIC XX VALUE SPACES.
       01  WS-SEC-EVENT                  PIC X(12) VALUE SPACES.
       01  WS-MENUUSE-STATUS             PIC XX VALUE SPACES.
       01  WS-CRED-COUNT                 PIC 9(2) VALUE ZEROES.
       01  WS-CRED-IX                    PIC 9(2) VALUE ZEROES.
       01  WS-FOUND-IX                   PIC 9(2) VALUE ZEROES.
       01  WS-NEW-PASSWORD               PIC X(8) VALUE SPACES.
       01  WS-NEW-PASSWORD-2             PIC X(8) VALUE SPACES.
       01  WS-PWD-LENGTH                 PIC 9(2) VALUE ZEROES.
       01  WS-HASH-REQUEST.
           05  WS-HS-KEY                 PIC X(8).
           05  WS-HS-CLEAR               PIC X(8).
           05  WS-HS-LENGTH              PIC 9.
           05  WS-HS-SALT                PIC X.
           05  WS-HS-VALUE               PIC X(8).
       01  WS-UNLOCK-ID                  PIC X(8) VALUE SPACES.
       01  WS-FORCE-CHANGE               PIC X VALUE 'N'.
       01  WS-OPERATOR-ROLE              PIC X VALUE 'C'.
       01  WS-OPTION-ALLOWED             PIC X VALUE 'Y'.
       01  WS-CAMPUS-STATUS              PIC XX VALUE SPACES.
       01  WS-ASSIGN-ID                  PIC X(8) VALUE SPACES.
       01  WS-ASSIGN-CAMPUS              PIC X(4) VALUE SPACES.
       01  WS-CAMPUS-OK                  PIC X VALUE 'Y'.
       01  WS-LOWER-CASE                 PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE                 PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-CRED-TABLE.
           05  WS-CRED-ENTRY OCCURS 50 TIMES.
               10  WS-TAB-PWD-DATE       PIC 9(8).
               10  WS-TAB-ROLE           PIC X.
               10  WS-TAB-INS-ID         PIC X(4).
               10  WS-TAB-CAMPUS         PIC X(4).

       01  WS-AUDIT-TIMESTAMP.
           05  WS-AUD-DATE.
                   PERFORM 1000-DISPLAY-MENU
                   ACCEPT WS-OPTION
                   PERFORM 0600-CHECK-AUTHORITY
                   IF WS-OPTION-ALLOWED = 'Y' AND WS-OPTION > 0
                      AND WS-OPTION < 130 AND WS-OPTION NOT = 90
                       PERFORM 0950-WRITE-MENU-USAGE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-OPTION-ALLOWED NOT = 'Y'
                           DISPLAY 'OPTION NOT AVAILABLE FOR YOUR '
                       WHEN WS-OPTION = 1
                           CALL 'PRGV0001'
                       WHEN WS-OPTION = 2
                           CALL 'PRGQ0005' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 3
                           CALL 'PRGI0002' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 4
                       WHEN WS-OPTION = 5
                           CALL 'PRGD0004' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 6
                           CALL 'PRGQ0006' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 7
                           CALL 'PRGQ0007'
                       WHEN WS-OPTION = 8
                       WHEN WS-OPTION = 9
                           CALL 'PRGC0009' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 10
                           CALL 'PRGQ0010' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 11
                           CALL 'PRGQ0011'
                       WHEN WS-OPTION = 12
                       WHEN WS-OPTION = 33
                           CALL 'PRGR0033'
                       WHEN WS-OPTION = 34
                           CALL 'PRGQ0034' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 35
                           CALL 'PRGQ0035' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 36
                           CALL 'PRGU0036'
                       WHEN WS-OPTION = 37
                       WHEN WS-OPTION = 63
                           CALL 'PRGL0061' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 64
                           CALL 'PRGC0062' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 65
                           CALL 'PRGC0063'
                       WHEN WS-OPTION = 66
                           CALL 'PRGV0089'
                       WHEN WS-OPTION = 90
                           MOVE 'N' TO WS-CONTINUE
                       WHEN WS-OPTION = 91
                           CALL 'PRGQ0090'
                       WHEN WS-OPTION = 92
                           CALL 'PRGC0091' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 93
                           CALL 'PRGR0092'
                       WHEN WS-OPTION = 94
                           CALL 'PRGC0093' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 95
                           CALL 'PRGC0094' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 96
                           CALL 'PRGC0095' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 97
                           CALL 'PRGC0096' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 98
                           CALL 'PRGC0097' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 99
                           CALL 'PRGC0098' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 100
                           CALL 'PRGC0099' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 101
                           CALL 'PRGQ0100'
                       WHEN WS-OPTION = 102
                           CALL 'PRGC0101' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 103
                           CALL 'PRGC0102' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 104
                           CALL 'PRGC0103' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 105
                           CALL 'PRGU0104' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 106
                           CALL 'PRGU0105' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 107
                           CALL 'PRGI0106' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 108
                           CALL 'PRGC0107' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 109
                           CALL 'PRGC0108' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 110
                           CALL 'PRGC0109' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 111
                           CALL 'PRGN0110' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 112
                           CALL 'PRGC0111' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 113
                           CALL 'PRGC0112' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 114
                           CALL 'PRGC0113' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 115
                           CALL 'PRGC0114' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 116
                           CALL 'PRGC0115' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 117
                           CALL 'PRGR0116'
                       WHEN WS-OPTION = 118
                           CALL 'PRGC0117' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 119
                           CALL 'PRGC0118' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 120
                           CALL 'PRGC0119' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 121
                           CALL 'PRGV0120'
                       WHEN WS-OPTION = 122
                           CALL 'PRGR0121'
                       WHEN WS-OPTION = 123
                           CALL 'PRGC0122' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 124
                           PERFORM 0850-ASSIGN-CAMPUS
                       WHEN WS-OPTION = 125
                           CALL 'PRGC0124' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 126
                           CALL 'PRGU0125' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 127
                           CALL 'PRGR0126' USING WS-OPERATOR-ID
                           PERFORM 0400-LOAD-CREDENTIALS
                       WHEN WS-OPTION = 128
                           CALL 'PRGU0127' USING WS-OPERATOR-ID
                       WHEN WS-OPTION = 129
                           CALL 'PRGQ0128' USING WS-OPERATOR-ID
                       WHEN OTHER
                           MOVE 'Invalid option. Please try again.'
                             TO WS-ERROR-MESSAGE
                  WS-OPTION = 29 OR WS-OPTION = 36 OR
                  WS-OPTION = 38 OR WS-OPTION = 40 OR
                  WS-OPTION = 41 OR WS-OPTION = 43 OR
                  WS-OPTION = 60 OR WS-OPTION = 89 OR
                  WS-OPTION = 92 OR WS-OPTION = 93 OR
                  WS-OPTION = 94 OR WS-OPTION = 98 OR
                  WS-OPTION = 100 OR WS-OPTION = 102 OR
                  WS-OPTION = 103 OR WS-OPTION = 104 OR
                  WS-OPTION = 105 OR WS-OPTION = 106 OR
                  WS-OPTION = 109 OR WS-OPTION = 110 OR
                  WS-OPTION = 119 OR WS-OPTION = 121 OR
                  WS-OPTION = 123 OR WS-OPTION = 124 OR
                  WS-OPTION = 125 OR WS-OPTION = 127 OR
                  WS-OPTION = 128 OR WS-OPTION = 129
                   MOVE 'N' TO WS-OPTION-ALLOWED
               END-IF
           END-IF.
           END-IF.
           IF WS-OPERATOR-ROLE = 'I' AND
              (WS-OPTION = 14 OR WS-OPTION = 18 OR
               WS-OPTION = 21 OR WS-OPTION = 95 OR
               WS-OPTION = 96 OR WS-OPTION = 97 OR
               WS-OPTION = 99 OR WS-OPTION = 107 OR
               WS-OPTION = 108 OR WS-OPTION = 111 OR
               WS-OPTION = 112 OR WS-OPTION = 113 OR
               WS-OPTION = 114 OR WS-OPTION = 115 OR
               WS-OPTION = 116 OR WS-OPTION = 117 OR
               WS-OPTION = 118)
               MOVE 'N' TO WS-OPTION-ALLOWED
           END-IF.
           IF WS-OPTION-ALLOWED NOT = 'Y'
                               END-IF
                               MOVE CRED-INS-ID
                                 TO WS-TAB-INS-ID(WS-CRED-COUNT)
                               MOVE CRED-CAMPUS
                                 TO WS-TAB-CAMPUS(WS-CRED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                     TO CRED-ROLE
                   MOVE WS-TAB-INS-ID(WS-CRED-IX)
                     TO CRED-INS-ID
                   MOVE WS-TAB-CAMPUS(WS-CRED-IX)
                     TO CRED-CAMPUS
                   WRITE CREDENTIALS-RECORD
               END-PERFORM
               CLOSE CREDENTIALS-FILE
                   MOVE 'LOCKED-TRY' TO WS-SEC-EVENT
                   PERFORM 0900-WRITE-SECURITY-LOG
               ELSE
                   PERFORM 0540-HASH-ENTERED-PASSWORD
                   IF WS-TAB-PASSWORD(WS-FOUND-IX) = WS-HS-VALUE
                       MOVE 'Y' TO WS-LOGIN-OK
                       MOVE ZERO TO WS-TAB-FAIL-COUNT(WS-FOUND-IX)
                       MOVE WS-TAB-ROLE(WS-FOUND-IX)
               END-IF
           END-PERFORM.

      * PASSWORDS ARE HELD ONLY AS A SALTED ONE-WAY HASH (PRGS0072).
      * THE ENTERED PASSWORD IS HASHED WITH THE SALT OF THE STORED
      * VALUE AND THE TWO HASHES COMPARED; THE CLEAR ENTRY IS THEN
      * DROPPED.
       0540-HASH-ENTERED-PASSWORD.
           MOVE WS-TAB-OPERATOR(WS-FOUND-IX) TO WS-HS-KEY.
           MOVE WS-OPERATOR-PASSWORD TO WS-HS-CLEAR.
           MOVE 8 TO WS-HS-LENGTH.
           MOVE WS-TAB-PASSWORD(WS-FOUND-IX)(2:1) TO WS-HS-SALT.
           CALL 'PRGS0072' USING WS-HASH-REQUEST.
           MOVE SPACES TO WS-OPERATOR-PASSWORD
                          WS-HS-CLEAR.

       0530-CHECK-PASSWORD-EXPIRY.
           MOVE 'N' TO WS-FORCE-CHANGE.
           IF WS-TAB-PWD-DATE(WS-FOUND-IX) = ZEROES
           ELSE
               DISPLAY 'ENTER CURRENT PASSWORD: '
               ACCEPT WS-OPERATOR-PASSWORD
               PERFORM 0540-HASH-ENTERED-PASSWORD
               IF WS-TAB-PASSWORD(WS-FOUND-IX) NOT = WS-HS-VALUE
                   DISPLAY 'CURRENT PASSWORD DOES NOT MATCH'
                   MOVE 'PWD-FAIL' TO WS-SEC-EVENT
                   PERFORM 0900-WRITE-SECURITY-LOG
                   DISPLAY 'PASSWORDS DO NOT MATCH'
                   PERFORM 0710-ACCEPT-NEW-PASSWORD
               ELSE
                   MOVE WS-TAB-OPERATOR(WS-FOUND-IX) TO WS-HS-KEY
                   MOVE WS-NEW-PASSWORD TO WS-HS-CLEAR
                   MOVE 8 TO WS-HS-LENGTH
                   MOVE SPACE TO WS-HS-SALT
                   CALL 'PRGS0072' USING WS-HASH-REQUEST
                   MOVE WS-HS-VALUE TO WS-TAB-PASSWORD(WS-FOUND-IX)
                   MOVE SPACES TO WS-NEW-PASSWORD
                                  WS-NEW-PASSWORD-2
                                  WS-HS-CLEAR
                   MOVE WS-TODAY-DATE
                     TO WS-TAB-PWD-DATE(WS-FOUND-IX)
                   PERFORM 0450-SAVE-CREDENTIALS
               DISPLAY 'OPERATOR UNLOCKED: ' WS-UNLOCK-ID
           END-IF.

      * THE CAMPUS AN OPERATOR WORKS AT.  CASHIER SESSIONS ARE LIMITED
      * TO THE OPERATOR'S CAMPUS; A BLANK CAMPUS IS THE MAIN CAMPUS.
       0850-ASSIGN-CAMPUS.
           DISPLAY 'ENTER OPERATOR ID: '.
           ACCEPT WS-ASSIGN-ID.
           MOVE ZEROES TO WS-FOUND-IX.
           PERFORM VARYING WS-CRED-IX FROM 1 BY 1
                   UNTIL WS-CRED-IX > WS-CRED-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-TAB-OPERATOR(WS-CRED-IX) = WS-ASSIGN-ID
                   MOVE WS-CRED-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IX = 0
               DISPLAY 'OPERATOR NOT ON CREDENTIALS FILE: '
                       WS-ASSIGN-ID
           ELSE
               IF WS-TAB-CAMPUS(WS-FOUND-IX) = SPACES
                   DISPLAY 'CURRENT CAMPUS: MAIN'
               ELSE
                   DISPLAY 'CURRENT CAMPUS: '
                           WS-TAB-CAMPUS(WS-FOUND-IX)
               END-IF
               DISPLAY 'ENTER CAMPUS CODE (BLANK = MAIN): '
               ACCEPT WS-ASSIGN-CAMPUS
               INSPECT WS-ASSIGN-CAMPUS
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               IF WS-ASSIGN-CAMPUS = SPACES
                   MOVE 'MAIN' TO WS-ASSIGN-CAMPUS
               END-IF
               PERFORM 0860-CHECK-CAMPUS
               IF WS-CAMPUS-OK = 'Y'
                   MOVE WS-ASSIGN-CAMPUS TO WS-TAB-CAMPUS(WS-FOUND-IX)
                   PERFORM 0450-SAVE-CREDENTIALS
                   MOVE 'CAMPUS-SET' TO WS-SEC-EVENT
                   PERFORM 0900-WRITE-SECURITY-LOG
                   DISPLAY 'OPERATOR ' WS-ASSIGN-ID
                           ' ASSIGNED TO CAMPUS ' WS-ASSIGN-CAMPUS
               END-IF
           END-IF.

       0860-CHECK-CAMPUS.
           MOVE 'Y' TO WS-CAMPUS-OK.
           OPEN INPUT CAMPUS-FILE.
           IF WS-CAMPUS-STATUS NOT = '00'
               DISPLAY 'CAMPUS MASTER NOT ON FILE - CAMPUS '
                       'VALIDATION SKIPPED'
           ELSE
               MOVE WS-ASSIGN-CAMPUS TO CAMPUS-CODE
               READ CAMPUS-FILE
                   INVALID KEY
                       DISPLAY 'CAMPUS NOT ON FILE: ' WS-ASSIGN-CAMPUS
                       MOVE 'N' TO WS-CAMPUS-OK
                   NOT INVALID KEY
                       IF CAMPUS-STATUS = 'I'
                           DISPLAY 'CAMPUS IS INACTIVE: '
                                   WS-ASSIGN-CAMPUS
                           MOVE 'N' TO WS-CAMPUS-OK
                       END-IF
               END-READ
               CLOSE CAMPUS-FILE
           END-IF.

       0900-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS = '05'
               CLOSE SECURITY-LOG-FILE
           END-IF.

       0950-WRITE-MENU-USAGE.
           OPEN EXTEND MENU-USAGE-FILE.
           IF WS-MENUUSE-STATUS = '05' OR WS-MENUUSE-STATUS = '35'
               OPEN OUTPUT MENU-USAGE-FILE
           END-IF.
           IF WS-MENUUSE-STATUS = '00'
               MOVE SPACES TO MENU-USAGE-RECORD
               MOVE FUNCTION CURRENT-DATE TO MU-TIMESTAMP
               MOVE WS-OPERATOR-ID TO MU-OPERATOR
               MOVE WS-OPTION TO MU-OPTION
               MOVE WS-OPERATOR-ROLE TO MU-ROLE
               WRITE MENU-USAGE-RECORD
               CLOSE MENU-USAGE-FILE
           END-IF.

       1000-DISPLAY-MENU.
           PERFORM 1100-CLEAR-SCREEN.
           DISPLAY '----------------------------------------'.
           DISPLAY '87. Student PIN Administration'.
           DISPLAY '88. Address Data-Quality Sweep'.
           DISPLAY '89. Layout Conversion (One-Time)'.
           DISPLAY '91. Degree Audit'.
           DISPLAY '92. Maintain Transfer Equivalencies'.
           DISPLAY '93. Course Evaluation Summary'.
           DISPLAY '94. Academic Integrity Cases'.
           DISPLAY '95. Exam Accommodations'.
           DISPLAY '96. Co-op Work-Term Placements'.
           DISPLAY '97. Maintain Alumni Contacts'.
           DISPLAY '98. Program Intake Quotas'.
           DISPLAY '99. EFT Suspense Clearing'.
           DISPLAY '100. Tuition Waivers'.
           DISPLAY '101. Student Account Ledger'.
           DISPLAY '102. GL Revenue Budget'.
           DISPLAY '103. International Students and Permits'.
           DISPLAY '104. Scholarship Renewal Rules'.
           DISPLAY '105. Scholarship Renewal Run'.
           DISPLAY '106. Sessional Instructor Pay Run'.
           DISPLAY '107. LMS Final Grade Import'.
           DISPLAY '108. Residence Rooms and Assignments'.
           DISPLAY '109. Health Plan Opt-Outs'.
           DISPLAY '110. Student Banking Details'.
           DISPLAY '111. Class Broadcast Messages'.
           DISPLAY '112. Clinical Placement Compliance'.
           DISPLAY '113. Scanned Document Index'.
           DISPLAY '114. Advising Appointments'.
           DISPLAY '115. Registration Windows'.
           DISPLAY '116. Plans of Study'.
           DISPLAY '117. Census Movement Report'.
           DISPLAY '118. Deferred and Supplemental Exams'.
           DISPLAY '119. Re-admission of Inactive Students'.
           DISPLAY '120. Maintain Department Master'.
           DISPLAY '121. Department Code Cleanup (One-Time)'.
           DISPLAY '122. Departmental Summary Report'.
           DISPLAY '123. Maintain Campus Master'.
           DISPLAY '124. Assign Operator Campus'.
           DISPLAY '125. Tuition Rate Rollover'.
           DISPLAY '126. Approve Tuition Rate Rollover'.
           DISPLAY '127. Operator Access Recertification'.
           DISPLAY '128. Review Suspected Duplicate Payments'.
           DISPLAY '129. Student Record As Of a Date'.
           DISPLAY '90. Exit'.
           DISPLAY ' '.
           DISPLAY 'Please enter your choice (1-129): '.

       1100-CLEAR-SCREEN.
           DISPLAY SPACE.
