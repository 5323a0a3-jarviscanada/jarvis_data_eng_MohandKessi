           05  ASG-INSTRUCTOR-ID      PIC X(4).

       FD  INSTRUCTOR-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  INSTRUCTOR-RECORD.
           05  INS-ID                  PIC X(4).
           05  INS-NAME                PIC X(30).
           05  INS-DEPT                PIC X(10).
           05  INS-STATUS              PIC X.
           05  INS-MAX-SECTIONS        PIC 9(2).
           05  INS-RANK                PIC X(2).
           05  INS-APPOINTMENT         PIC X.
           05  FILLER                  PIC X(10).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
