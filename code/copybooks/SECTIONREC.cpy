      *> enrollment by TuitionBill.
           05 FILLER                   PIC X(1).
           05 SM-FEE                   PIC 9(5)V99.
      *> Credit hours carried by the section, one decimal place, used
      *> by AcadStanding to weight each grade in the grade point
      *> average.
           05 FILLER                   PIC X(1).
           05 SM-CREDITS               PIC 9(2)V9.
      *> Academic term the sections are offered in; TermClose rolls
      *> it forward to the new term at term end.
           05 FILLER                   PIC X(1).
           05 SM-TERM                  PIC X(6).
