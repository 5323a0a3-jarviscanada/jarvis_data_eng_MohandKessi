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

       FD  SECTION-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  SECTION-RECORD.
           05  SEC-KEY.
               10  SEC-COURSE-CODE     PIC X(4).
           05  SEC-START-TIME          PIC 9(4).
           05  SEC-END-TIME            PIC 9(4).
           05  SEC-ROOM                PIC X(6).
           05  SEC-CAMPUS              PIC X(4).

       FD  COURSE-FILE
           RECORD CONTAINS 53 CHARACTERS.
