      *> Section waitlist record layout (waitlist.dat).
      *> FileHandling writes one record for each student who arrives
      *> in a section file after the section's capacity is taken, in
      *> arrival order; HELLO promotes the first entry for a section
      *> into enrollment.dat when a withdrawal releases a seat.
           05 WL-SECTION               PIC X(8).
           05 WL-ID                    PIC 9(5).
           05 WL-NAME                  PIC A(25).
      *> Date the student was placed on the waitlist.
           05 WL-DATE                  PIC 9(8).
