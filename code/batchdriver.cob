             05 CP-CURROST-COUNT PIC X(5).
             05 CP-ENROLL-COUNT PIC X(5).
             05 CP-SECTION-LINES PIC X(5).
             05 CP-WAITLIST-COUNT PIC X(5).

          FD SECTION-MASTER.
          01 SECTION-MASTER-RECORD.
          01 WS-RESTART-CURROST PIC 9(5) VALUE ZERO.
          01 WS-RESTART-ENROLL PIC 9(5) VALUE ZERO.
          01 WS-RESTART-SECTION PIC 9(5) VALUE ZERO.
          01 WS-RESTART-WAITLIST PIC 9(5) VALUE ZERO.
          01 WS-SKIP-TABLE.
             05 WS-SKIP-COUNT PIC 9(3) VALUE ZERO.
             05 WS-SKIP-FILENAME PIC X(30) OCCURS 50 TIMES.
             05 WS-OT-EXTRACT PIC ZZZZ9.
             05 FILLER PIC X(33) VALUE SPACE.

          01 WS-OPS-WAITLIST-LINE.
             05 FILLER PIC X(12) VALUE "WAITLISTED: ".
             05 WS-OW-WAITLISTED PIC ZZZZ9.
             05 FILLER PIC X(11) VALUE " PROMOTED: ".
             05 WS-OW-PROMOTED PIC ZZZZ9.
             05 FILLER PIC X(47) VALUE SPACE.

          01 WS-OPS-EXCEPTION-LINE.
             05 FILLER PIC X(3) VALUE "** ".
             05 WS-OE-TEXT PIC X(77).
             05 FILLER PIC X(21) VALUE " EXCEPTIONS FLAGGED.".
             05 FILLER PIC X(55) VALUE SPACE.

          01 WS-LOCK-PARM.
             COPY LOCKPARM.
          01 WS-LOCK-SAVE-RC PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0040-TAKE-RUN-LOCK.
           INITIALIZE WS-FH-PARM.
           PERFORM 0050-CHECK-PRIOR-CHECKPOINT.
           PERFORM 0300-READ-THRESHOLDS.
              WS-EXCEPTION-COUNT " EXCEPTIONS".
           CALL "CBL_DELETE_FILE" USING WS-CHECKPOINT-NAME
              RETURNING WS-CBL-STATUS.
           PERFORM 0900-RELEASE-RUN-LOCK.
       STOP RUN.

      *> Nothing is touched while another run holds run.lock. A run
      *> that aborts leaves its lock behind on purpose, for
      *> operations to check the files and clear it with LockAdmin.
       0040-TAKE-RUN-LOCK.
           MOVE "A" TO RL-FUNCTION.
           MOVE "BATCHDRIVER" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       0050-CHECK-PRIOR-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00"
                 AND CP-CURROST-COUNT IS NUMERIC
                 AND CP-ENROLL-COUNT IS NUMERIC
                 AND CP-SECTION-LINES IS NUMERIC
                 AND CP-WAITLIST-COUNT IS NUMERIC
              MOVE CP-ROSTER-LINES TO WS-RESTART-ROSTER-LINES
              MOVE CP-EXTRACT-LINES TO WS-RESTART-EXTRACT-LINES
              MOVE CP-CURROST-COUNT TO WS-RESTART-CURROST
              MOVE CP-ENROLL-COUNT TO WS-RESTART-ENROLL
              MOVE CP-SECTION-LINES TO WS-RESTART-SECTION
              MOVE CP-WAITLIST-COUNT TO WS-RESTART-WAITLIST
           ELSE
              MOVE 'N' TO WS-TRIM-OK
           END-IF.
           MOVE "section-roster.rpt" TO WS-TRIM-NAME.
           MOVE WS-RESTART-SECTION TO WS-TRIM-TARGET.
           PERFORM 0070-TRIM-ONE-OUTPUT.
           MOVE "waitlist.dat" TO WS-TRIM-NAME.
           MOVE WS-RESTART-WAITLIST TO WS-TRIM-TARGET.
           PERFORM 0070-TRIM-ONE-OUTPUT.

       0070-TRIM-ONE-OUTPUT.
           OPEN INPUT TRIM-IN-FILE.
              MOVE WS-RESTART-CURROST TO FH-CURROST-COUNT
              MOVE WS-RESTART-ENROLL TO FH-ENROLL-COUNT
              MOVE WS-RESTART-SECTION TO FH-SECTION-LINES
              MOVE WS-RESTART-WAITLIST TO FH-WAITLIST-COUNT
           END-IF.
           IF WS-ANY-CALLED = 'N' AND WS-RESTART = 'N'
              MOVE 'Y' TO FH-FIRST-OF-BATCH
              MOVE FH-CURROST-COUNT TO CP-CURROST-COUNT
              MOVE FH-ENROLL-COUNT TO CP-ENROLL-COUNT
              MOVE FH-SECTION-LINES TO CP-SECTION-LINES
              MOVE FH-WAITLIST-COUNT TO CP-WAITLIST-COUNT
              WRITE CHECKPOINT-RECORD
              CLOSE CHECKPOINT-FILE
           END-IF.
              MOVE FH-DROPPED-COUNT TO WS-OT-DROPPED
              MOVE FH-EXTRACT-COUNT TO WS-OT-EXTRACT
              WRITE OPS-SUMMARY-LINE FROM WS-OPS-TOTALS
              MOVE FH-WAITLIST-COUNT TO WS-OW-WAITLISTED
              MOVE FH-PROMOTED-COUNT TO WS-OW-PROMOTED
              WRITE OPS-SUMMARY-LINE FROM WS-OPS-WAITLIST-LINE
              PERFORM 0415-CHECK-BATCH-EXCEPTIONS
              MOVE WS-EXCEPTION-COUNT TO WS-OPT-COUNT
              WRITE OPS-SUMMARY-LINE FROM WS-OPS-TRAILER
              ADD 1 TO WS-EXCEPTION-COUNT
              WRITE OPS-SUMMARY-LINE FROM WS-OPS-EXCEPTION-LINE
           END-IF.

       0420-WRITE-PRIOR-COUNTS.
           OPEN OUTPUT PRIOR-COUNTS-FILE.
                 MOVE WS-SUB-2 TO WS-PRIOR-FOUND
              END-IF
           END-PERFORM.

       0900-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
