      *> Run-lock record layout (run.lock).
      *> One record, present only while a run holds the shared files:
      *> the program that took the lock, when it was taken, and the
      *> run ID of the run it was taken for. Programs started by that
      *> run (JobStream steps, FileHandling under BatchDriver) find
      *> the same run ID in RUN_LOCK_ID and run under the lock.
           05 LK-PROGRAM               PIC X(12).
           05 FILLER                   PIC X(1).
           05 LK-DATE                  PIC 9(8).
           05 FILLER                   PIC X(1).
           05 LK-TIME                  PIC 9(6).
           05 FILLER                   PIC X(1).
           05 LK-RUN-ID                PIC X(16).
