             05 FILLER PIC X(8) VALUE " PURGED.".
             05 FILLER PIC X(61) VALUE SPACE.

          01 WS-LOCK-PARM.
             COPY LOCKPARM.
          01 WS-LOCK-SAVE-RC PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0500-TAKE-RUN-LOCK.
           PERFORM 1000-READ-RETENTION-CONFIG.
           PERFORM 2000-LOAD-GENERATION-CATALOG.
           PERFORM 3000-MARK-GENERATIONS.
           PERFORM 4000-PURGE-AND-REWRITE.
           DISPLAY "RETENTION COMPLETE - " WS-KEPT-COUNT " KEPT, "
              WS-PURGED-COUNT " PURGED".
           PERFORM 5000-RELEASE-RUN-LOCK.
       STOP RUN.

      *> Nothing is touched while another run holds run.lock. A run
      *> that aborts leaves its lock behind on purpose, for
      *> operations to check the files and clear it with LockAdmin.
       0500-TAKE-RUN-LOCK.
           MOVE "A" TO RL-FUNCTION.
           MOVE "RETENTION" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-READ-RETENTION-CONFIG.
           OPEN INPUT RETENTION-CONFIG.
           IF WS-CONFIG-STATUS = "00"
           OPEN INPUT GENERATION-CATALOG.
           IF WS-GENCAT-STATUS NOT = "00"
              DISPLAY "generations.dat not found, nothing to do"
              PERFORM 5000-RELEASE-RUN-LOCK
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-CATALOG-EOF.
              END-IF
           END-IF.
           WRITE RETENTION-LINE FROM WS-RETAIN-DETAIL.

       5000-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
