          05 TM-REFUND-DATE-1 PIC 9(08).
          05 TM-REFUND-DATE-2 PIC 9(08).
          05 TM-REFUND-DATE-3 PIC 9(08).
          05 TM-OPTOUT-DEADLINE PIC 9(08).
          05 FILLER           PIC X(08).

       FD STUDENT-VSAM-FILE.
       01 VSAM-STUDENT-RECORD.
