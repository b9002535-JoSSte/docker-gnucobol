             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-LL-TEXT PIC X(47).

          01 WS-LOCK-PARM.
             COPY LOCKPARM.
          01 WS-LOCK-SAVE-RC PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0040-TAKE-RUN-LOCK.
           PERFORM 0050-CHECK-PRIOR-CHECKPOINT.
           PERFORM 0100-LOAD-STEP-CONTROL.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              DISPLAY "JOB STREAM COMPLETE - " WS-RUN-COUNT
                 " STEPS RUN, " WS-SKIP-COUNT " SKIPPED"
           END-IF.
           PERFORM 0900-RELEASE-RUN-LOCK.
       STOP RUN.

      *> Nothing is touched while another run holds run.lock. A run
      *> that aborts leaves its lock behind on purpose, for
      *> operations to check the files and clear it with LockAdmin.
      *> The steps started below inherit this run's ID and run under
      *> the stream's lock.
       0040-TAKE-RUN-LOCK.
           MOVE "A" TO RL-FUNCTION.
           MOVE "JOBSTREAM" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       0050-CHECK-PRIOR-CHECKPOINT.
           OPEN INPUT STEP-CHECKPOINT.
           IF WS-CHECKPOINT-STATUS = "00"
              WRITE STEP-LOG-LINE FROM WS-LOG-LINE
              CLOSE STEP-LOG
           END-IF.

       0900-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
