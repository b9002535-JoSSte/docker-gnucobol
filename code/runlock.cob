       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunLock.
       AUTHOR. JoSSte.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT LOCK-FILE ASSIGN TO "run.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD LOCK-FILE.
          01 LOCK-RECORD.
             COPY LOCKREC.

          WORKING-STORAGE SECTION.
          01 WS-LOCK-STATUS PIC X(2).
          01 WS-LOCK-HELD PIC A(1).
          01 WS-CBL-STATUS PIC S9(9) COMP-5.
          01 WS-LOCK-NAME PIC X(30) VALUE "run.lock".
          01 WS-ENV-NAME PIC X(11) VALUE "RUN_LOCK_ID".

      *> The run this process belongs to, inherited from whichever
      *> program took the lock (blank when none has).
          01 WS-RUN-ID PIC X(16).
          01 WS-NEW-RUN-ID PIC X(16).

          01 WS-CURRENT-DATE PIC 9(8).
          01 WS-CURRENT-TIME.
             05 WS-CT-HHMMSS PIC 9(6).
             05 WS-CT-HUNDREDTH PIC 9(2).

          LINKAGE SECTION.
          01 RL-PARM.
             COPY LOCKPARM.

       PROCEDURE DIVISION USING RL-PARM.
       0000-MAIN-PARA.
           EVALUATE TRUE
              WHEN RL-ACQUIRE
                 PERFORM 0100-ACQUIRE-LOCK
              WHEN RL-RELEASE
                 PERFORM 0200-RELEASE-LOCK
           END-EVALUATE.
       GOBACK.

      *> A program started by the run that holds the lock runs under
      *> it; any other is refused. With no lock on file a new one is
      *> written, read back to be sure no other program wrote its own
      *> in the meantime, and its run ID passed on in RUN_LOCK_ID to
      *> everything this run starts.
       0100-ACQUIRE-LOCK.
           MOVE 'N' TO RL-RESULT.
           MOVE 'N' TO RL-TAKEN.
           MOVE SPACES TO RL-HOLDER-PROGRAM.
           MOVE ZERO TO RL-HOLDER-DATE.
           MOVE ZERO TO RL-HOLDER-TIME.
           MOVE SPACES TO RL-HOLDER-RUN-ID.
           MOVE SPACES TO WS-RUN-ID.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "RUN_LOCK_ID".
           PERFORM 0300-READ-LOCK.
           IF WS-LOCK-HELD = 'Y'
              IF WS-RUN-ID NOT = SPACES AND LK-RUN-ID = WS-RUN-ID
                 MOVE 'Y' TO RL-RESULT
              ELSE
                 PERFORM 0150-REFUSE-START
              END-IF
           ELSE
              PERFORM 0110-WRITE-LOCK
           END-IF.

       0110-WRITE-LOCK.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
              DELIMITED BY SIZE INTO WS-NEW-RUN-ID
           END-STRING.
           OPEN OUTPUT LOCK-FILE.
           IF WS-LOCK-STATUS NOT = "00"
              DISPLAY "run.lock could not be written, "
                 function trim(RL-PROGRAM) " not started"
           ELSE
              MOVE SPACES TO LOCK-RECORD
              MOVE RL-PROGRAM TO LK-PROGRAM
              MOVE WS-CURRENT-DATE TO LK-DATE
              MOVE WS-CT-HHMMSS TO LK-TIME
              MOVE WS-NEW-RUN-ID TO LK-RUN-ID
              WRITE LOCK-RECORD
              CLOSE LOCK-FILE
              PERFORM 0300-READ-LOCK
              IF WS-LOCK-HELD = 'Y' AND LK-RUN-ID = WS-NEW-RUN-ID
                 MOVE 'Y' TO RL-RESULT
                 MOVE 'Y' TO RL-TAKEN
                 DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
                 DISPLAY WS-NEW-RUN-ID UPON ENVIRONMENT-VALUE
              ELSE
                 PERFORM 0150-REFUSE-START
              END-IF
           END-IF.

       0150-REFUSE-START.
           MOVE 'N' TO RL-RESULT.
           MOVE LK-PROGRAM TO RL-HOLDER-PROGRAM.
           MOVE LK-DATE TO RL-HOLDER-DATE.
           MOVE LK-TIME TO RL-HOLDER-TIME.
           MOVE LK-RUN-ID TO RL-HOLDER-RUN-ID.
           DISPLAY "run.lock held by " function trim(LK-PROGRAM)
              " since " LK-DATE " " LK-TIME ", run " LK-RUN-ID.
           DISPLAY function trim(RL-PROGRAM) " not started - if that "
              "run is no longer active, clear the lock with LockAdmin".

      *> Only the run that took the lock removes it; a lock that now
      *> carries another run ID (cleared and retaken meanwhile) is
      *> left where it is.
       0200-RELEASE-LOCK.
           MOVE SPACES TO WS-RUN-ID.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "RUN_LOCK_ID".
           PERFORM 0300-READ-LOCK.
           IF WS-LOCK-HELD = 'Y'
              IF WS-RUN-ID NOT = SPACES AND LK-RUN-ID = WS-RUN-ID
                 CALL "CBL_DELETE_FILE" USING WS-LOCK-NAME
                    RETURNING WS-CBL-STATUS
                 IF WS-CBL-STATUS NOT = ZERO
                    DISPLAY "warning: run.lock could not be removed, "
                       "clear it with LockAdmin"
                 END-IF
              ELSE
                 DISPLAY "warning: run.lock now held by run "
                    LK-RUN-ID ", left in place"
              END-IF
           END-IF.
           MOVE 'N' TO RL-TAKEN.
           MOVE SPACES TO WS-NEW-RUN-ID.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-NEW-RUN-ID UPON ENVIRONMENT-VALUE.

       0300-READ-LOCK.
           MOVE 'N' TO WS-LOCK-HELD.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
              READ LOCK-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF LK-RUN-ID NOT = SPACES
                       MOVE 'Y' TO WS-LOCK-HELD
                    END-IF
              END-READ
              CLOSE LOCK-FILE
           END-IF.
