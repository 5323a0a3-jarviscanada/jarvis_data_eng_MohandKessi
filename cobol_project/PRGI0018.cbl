           05  FILLER                  PIC X(49).

       FD  TERM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  TERM-RECORD.
           05  TM-TERM                 PIC X(6).
           05  TM-START-DATE           PIC 9(8).
           05  TM-REFUND-DATE-1        PIC 9(8).
           05  TM-REFUND-DATE-2        PIC 9(8).
           05  TM-REFUND-DATE-3        PIC 9(8).
           05  TM-OPTOUT-DEADLINE      PIC 9(8).
           05  FILLER                  PIC X(8).

       FD  GRADE-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
