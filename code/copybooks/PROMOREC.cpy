      *> Seat promotion line layout (promotions.rpt).
      *> Appended by FileHandling when a waitlisted student takes a
      *> seat at the batch rebuild, and by HELLO when a withdrawal
      *> promotes the first waitlisted student directly. The reason
      *> names the student whose departure released the seat, or
      *> shows added capacity when no departure accounts for it.
           05 PR-DATE                  PIC 9(8).
           05 FILLER                   PIC X(1).
           05 PR-TIME                  PIC 9(6).
           05 FILLER                   PIC X(1).
           05 PR-SECTION               PIC X(8).
           05 FILLER                   PIC X(1).
           05 PR-ID                    PIC 9(5).
           05 FILLER                   PIC X(1).
           05 PR-NAME                  PIC A(25).
           05 FILLER                   PIC X(1).
           05 PR-REASON                PIC X(23).
