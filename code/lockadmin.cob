       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockAdmin.
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

      *> Operations display the run lock, or clear one left behind by
      *> a run that ended abnormally. Clearing needs the run ID shown
      *> by SHOW, so a lock retaken meanwhile is never cleared:
      *>    LockAdmin [SHOW]
      *>    LockAdmin CLEAR run-id
          01 WS-COMMAND-LINE PIC X(80).
          01 WS-ARG-1 PIC X(20).
          01 WS-ARG-2 PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           MOVE SPACES TO WS-ARG-2.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
              INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING.
           EVALUATE TRUE
              WHEN WS-ARG-1 = SPACES OR WS-ARG-1 = "SHOW"
                 PERFORM 0100-SHOW-LOCK
              WHEN WS-ARG-1 = "CLEAR" AND WS-ARG-2 NOT = SPACES
                 PERFORM 0200-CLEAR-LOCK
              WHEN OTHER
                 DISPLAY "usage: LockAdmin [SHOW]"
                 DISPLAY "       LockAdmin CLEAR run-id"
                 MOVE 2 TO RETURN-CODE
           END-EVALUATE.
       STOP RUN.

       0100-SHOW-LOCK.
           PERFORM 0300-READ-LOCK.
           IF WS-LOCK-HELD = 'N'
              DISPLAY "no run lock held"
           ELSE
              DISPLAY "run lock held by " function trim(LK-PROGRAM)
              DISPLAY "   taken " LK-DATE " " LK-TIME
              DISPLAY "   run ID " LK-RUN-ID
           END-IF.

       0200-CLEAR-LOCK.
           PERFORM 0300-READ-LOCK.
           IF WS-LOCK-HELD = 'N'
              DISPLAY "no run lock held, nothing cleared"
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LK-RUN-ID NOT = WS-ARG-2
              DISPLAY "run lock is held by run " LK-RUN-ID
                 " (" function trim(LK-PROGRAM) "), not "
                 function trim(WS-ARG-2) " - not cleared"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-LOCK-NAME
              RETURNING WS-CBL-STATUS.
           IF WS-CBL-STATUS NOT = ZERO
              DISPLAY "run.lock could not be removed, run aborted"
              MOVE 5 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "run lock of run " LK-RUN-ID " ("
              function trim(LK-PROGRAM) ", taken " LK-DATE " "
              LK-TIME ") cleared".

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
