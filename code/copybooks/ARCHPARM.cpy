      *> Parameter block for calling ArchiveLookup.
      *> The caller sets the student ID; ArchiveLookup returns the
      *> name that student last had on a roster archived by a term
      *> close, for a student no longer on student-idx.dat.
           05 AL-ID                    PIC 9(5).
           05 AL-NAME                  PIC A(25).
           05 AL-RESULT                PIC X(1).
              88 AL-FOUND              VALUE "Y".
              88 AL-NOT-FOUND          VALUE "N".
