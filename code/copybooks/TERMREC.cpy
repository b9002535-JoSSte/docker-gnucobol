      *> Current academic term record layout (term.cfg).
      *> One record naming the term every enrollment, grade,
      *> attendance and invoice record is stamped with. TermClose
      *> freezes the term while it is being closed, and GradePost and
      *> AttendPost post nothing to a frozen term; a blank status is
      *> treated as open.
           05 TC-TERM                  PIC X(6).
           05 FILLER                   PIC X(1).
           05 TC-STATUS                PIC X(1).
              88 TC-TERM-OPEN          VALUE "O" SPACE.
              88 TC-TERM-FROZEN        VALUE "F".
