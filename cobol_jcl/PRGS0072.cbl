       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0072.
       AUTHOR. Mohand Kessi.

      * ONE-WAY HASH FOR OPERATOR PASSWORDS AND STUDENT PINS.  NO
      * CLEAR PASSWORD OR PIN IS EVER STORED; EVERY PROGRAM THAT SETS
      * OR CHECKS ONE CALLS THIS AND KEEPS OR COMPARES THE RESULT.
      *
      * THE STORED FORM IS '#', ONE SALT CHARACTER, THEN HASH
      * CHARACTERS UP TO THE WIDTH OF THE FIELD (8 FOR CRED-PASSWORD,
      * 6 FOR SP-PIN).  THE HASH IS TAKEN OVER THE SALT, THE RECORD
      * KEY (OPERATOR ID OR STUDENT ID), THE CLEAR VALUE AND THE SITE
      * KEY BELOW, STRETCHED OVER 2000 ROUNDS, SO TWO RECORDS HOLDING
      * THE SAME VALUE DO NOT CARRY THE SAME HASH.
      *
      * TO SET A NEW VALUE PASS HS-SALT AS SPACE AND A FRESH SALT IS
      * DRAWN AND RETURNED.  TO CHECK A KEYED VALUE PASS THE SALT
      * FROM POSITION 2 OF THE STORED VALUE AND COMPARE HS-VALUE
      * WITH IT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ALPHABET-VALUES.
          05 FILLER             PIC X(32) VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdef'.
          05 FILLER             PIC X(32) VALUE
             'ghijklmnopqrstuvwxyz0123456789./'.
       01 WS-ALPHABET REDEFINES WS-ALPHABET-VALUES PIC X(64).
       01 WS-SITE-KEY           PIC X(08) VALUE 'K7Q2SFW9'.
       01 WS-ROUNDS             PIC 9(04) VALUE 2000.
       01 WS-STAMP              PIC X(21) VALUE SPACES.
       01 WS-HASH-INPUT.
          05 WS-IN-SALT         PIC X(01).
          05 WS-IN-KEY          PIC X(08).
          05 WS-IN-CLEAR        PIC X(08).
          05 WS-IN-SITE         PIC X(08).
       01 WS-H1                 PIC S9(18) COMP VALUE ZERO.
       01 WS-H2                 PIC S9(18) COMP VALUE ZERO.
       01 WS-C                  PIC S9(04) COMP VALUE ZERO.
       01 WS-ROUND              PIC 9(04) VALUE ZERO.
       01 WS-IX                 PIC 9(02) VALUE ZERO.
       01 WS-OUT-IX             PIC 9(02) VALUE ZERO.
       01 WS-PICK               PIC 9(02) VALUE ZERO.
       01 WS-SEED               PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.
       01 LS-HASH-REQUEST.
          05 LS-HS-KEY          PIC X(08).
          05 LS-HS-CLEAR        PIC X(08).
          05 LS-HS-LENGTH       PIC 9(01).
          05 LS-HS-SALT         PIC X(01).
          05 LS-HS-VALUE        PIC X(08).

       PROCEDURE DIVISION USING LS-HASH-REQUEST.
       MAIN-PARA.
           IF LS-HS-LENGTH < 4 OR LS-HS-LENGTH > 8
               MOVE 8 TO LS-HS-LENGTH
           END-IF

           IF LS-HS-SALT = SPACE
               PERFORM DRAW-SALT
           END-IF

           MOVE LS-HS-SALT TO WS-IN-SALT
           MOVE LS-HS-KEY TO WS-IN-KEY
           MOVE LS-HS-CLEAR TO WS-IN-CLEAR
           MOVE WS-SITE-KEY TO WS-IN-SITE

           MOVE 5381 TO WS-H1
           MOVE 52711 TO WS-H2
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > WS-ROUNDS
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 25
                   COMPUTE WS-C = FUNCTION ORD(WS-HASH-INPUT(WS-IX:1))
                   COMPUTE WS-H1 = FUNCTION MOD(WS-H1 * 131 + WS-C
                                   + WS-ROUND, 2147483647)
                   COMPUTE WS-H2 = FUNCTION MOD(WS-H2 * 257
                                   + WS-C * 7 + WS-H1, 999999937)
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO LS-HS-VALUE
           MOVE '#' TO LS-HS-VALUE(1:1)
           MOVE LS-HS-SALT TO LS-HS-VALUE(2:1)
           PERFORM VARYING WS-OUT-IX FROM 3 BY 1
                   UNTIL WS-OUT-IX > LS-HS-LENGTH
               COMPUTE WS-H1 = FUNCTION MOD(WS-H1 * 131 + WS-H2,
                               2147483647)
               COMPUTE WS-H2 = FUNCTION MOD(WS-H2 * 257 + WS-H1,
                               999999937)
               COMPUTE WS-PICK = FUNCTION MOD(WS-H1 + WS-H2, 64) + 1
               MOVE WS-ALPHABET(WS-PICK:1) TO LS-HS-VALUE(WS-OUT-IX:1)
           END-PERFORM

           GOBACK.

      * THE SALT ONLY HAS TO DIFFER BETWEEN RECORDS AND BETWEEN
      * SUCCESSIVE CHANGES, SO THE CLOCK AND THE KEY ARE ENOUGH.
       DRAW-SALT.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(9:8) TO WS-SEED
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8
               COMPUTE WS-SEED = FUNCTION MOD(WS-SEED * 31 +
                   FUNCTION ORD(LS-HS-KEY(WS-IX:1)), 99999989)
           END-PERFORM
           COMPUTE WS-PICK = FUNCTION MOD(WS-SEED, 64) + 1
           MOVE WS-ALPHABET(WS-PICK:1) TO LS-HS-SALT.
