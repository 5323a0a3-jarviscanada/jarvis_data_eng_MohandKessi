           05  EX-ROOM                 PIC X(6).

       FD  SECTION-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  SECTION-RECORD.
           05  SEC-KEY.
               10  SEC-COURSE-CODE     PIC X(4).
           05  SEC-START-TIME          PIC 9(4).
           05  SEC-END-TIME            PIC 9(4).
           05  SEC-ROOM                PIC X(6).
           05  SEC-CAMPUS              PIC X(4).

       FD  STUDENT-FILE
           RECORD CONTAINS 180 CHARACTERS.
