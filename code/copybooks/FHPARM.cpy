           05 FH-DROPPED-COUNT         PIC 9(5).
           05 FH-EXTRACT-COUNT         PIC 9(5).
           05 FH-DOUBLE-COUNT          PIC 9(5).
      *> Waitlisted students who now hold a seat (promotions.rpt).
           05 FH-PROMOTED-COUNT        PIC 9(5).
      *> Cumulative lines/records written to each consolidated output.
      *> Seeded by the caller on a restart (from the checkpoint) and
      *> returned updated after every call, so an interrupted file's
           05 FH-CURROST-COUNT         PIC 9(5).
           05 FH-ENROLL-COUNT          PIC 9(5).
           05 FH-SECTION-LINES         PIC 9(5).
           05 FH-WAITLIST-COUNT        PIC 9(5).
