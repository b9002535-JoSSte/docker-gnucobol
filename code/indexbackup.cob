       IDENTIFICATION DIVISION.
       PROGRAM-ID. IndexBackup.
       AUTHOR. JoSSte.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT STUDENT-INDEX ASSIGN TO "student-idx.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SX-ID
             ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
             FILE STATUS IS WS-INDEX-STATUS.

             SELECT INDEX-IMAGE ASSIGN TO DYNAMIC WS-IMAGE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-IMAGE-STATUS.

             SELECT GENERATION-CATALOG ASSIGN TO "generations.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GENCAT-STATUS.

             SELECT CHANGE-HISTORY ASSIGN TO "change-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.

             SELECT RECOVERY-REPORT ASSIGN TO "index-recovery.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
             05 SX-ID PIC 9(5).
             05 SX-NAME PIC A(25).
             05 SX-SECTION PIC X(8).

      *> The image is a sequential unload of the index in key order,
      *> one index record per line, so it can be read back into a
      *> freshly created index whatever the indexed file handler.
          FD INDEX-IMAGE.
          01 INDEX-IMAGE-RECORD.
             05 IM-ID PIC 9(5).
             05 IM-NAME PIC A(25).
             05 IM-SECTION PIC X(8).

          FD GENERATION-CATALOG.
          01 GENERATION-RECORD.
             05 GEN-DATE PIC 9(8).
             05 FILLER PIC X(1).
             05 GEN-TIME PIC 9(6).
             05 FILLER PIC X(1).
             05 GEN-BASE PIC X(12).
             05 FILLER PIC X(1).
             05 GEN-FILENAME PIC X(40).

          FD CHANGE-HISTORY.
          01 CHANGE-HISTORY-RECORD.
             05 CH-DATE PIC 9(8).
             05 CH-TIME PIC 9(6).
             05 CH-ACTION PIC X(1).
             05 CH-BEFORE-ID PIC X(5).
             05 CH-BEFORE-NAME PIC X(25).
             05 CH-AFTER-ID PIC X(5).
             05 CH-AFTER-NAME PIC X(25).
             05 CH-OPERATOR PIC X(8).

          FD RECOVERY-REPORT.
          01 RECOVERY-LINE PIC X(80).

          WORKING-STORAGE SECTION.
          01 WS-INDEX-STATUS PIC X(2).
          01 WS-IMAGE-STATUS PIC X(2).
          01 WS-GENCAT-STATUS PIC X(2).
          01 WS-HISTORY-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-EOF PIC A(1).

          01 WS-COMMAND-LINE PIC X(80).
          01 WS-ARG-1 PIC X(20).
          01 WS-IMAGE-NAME PIC X(40).
          01 WS-IMAGE-BASE PIC X(12) VALUE "student-idx".

          01 WS-CURRENT-DATE.
             05 WS-CD-YEAR PIC 9(4).
             05 WS-CD-MONTH PIC 9(2).
             05 WS-CD-DAY PIC 9(2).
          01 WS-CURRENT-TIME.
             05 WS-CT-HOUR PIC 9(2).
             05 WS-CT-MINUTE PIC 9(2).
             05 WS-CT-SECOND PIC 9(2).
             05 WS-CT-HUNDREDTH PIC 9(2).

      *> Images of the index cataloged in generations.dat, oldest
      *> first. Recovery works back from the newest until it finds
      *> one still on disk.
          01 WS-IMAGE-TABLE.
             05 WS-IMAGE-COUNT PIC 9(3) VALUE ZERO.
             05 WS-IMAGE-ENTRY OCCURS 500 TIMES.
                10 WS-IT-DATE PIC 9(8).
                10 WS-IT-TIME PIC 9(6).
                10 WS-IT-FILENAME PIC X(40).
          01 WS-IMAGE-MAX PIC 9(3) VALUE 500.
          01 WS-SUB PIC 9(3).
          01 WS-IMAGE-FOUND PIC 9(3).

      *> Date and time stamps compared as one 14-digit value so a
      *> change is re-applied when it was written at or after the
      *> moment the image was taken.
          01 WS-IMAGE-STAMP.
             05 WS-IS-DATE PIC 9(8).
             05 WS-IS-TIME PIC 9(6).
          01 WS-CHANGE-STAMP.
             05 WS-CS-DATE PIC 9(8).
             05 WS-CS-TIME PIC 9(6).

          01 WS-RECORD-COUNT PIC 9(5) VALUE ZERO.
          01 WS-HISTORY-READ PIC 9(5) VALUE ZERO.
          01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
          01 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.
          01 WS-APPLY-RESULT PIC X(30).
          01 WS-BEFORE-ID PIC 9(5).
          01 WS-AFTER-ID PIC 9(5).
          01 WS-RETIRED-SECTION PIC X(8).

          01 WS-RECOVERY-HEADING.
             05 FILLER PIC X(24) VALUE "INDEX RECOVERY - IMAGE ".
             05 WS-RH-IMAGE PIC X(40).
             05 FILLER PIC X(16) VALUE SPACE.

          01 WS-RECOVERY-RESTORED.
             05 FILLER PIC X(15) VALUE "IMAGE TAKEN ".
             05 WS-RR-DATE PIC 9(8).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-RR-TIME PIC 9(6).
             05 FILLER PIC X(3) VALUE " - ".
             05 WS-RR-COUNT PIC ZZZZ9.
             05 FILLER PIC X(18) VALUE " RECORDS RESTORED".
             05 FILLER PIC X(24) VALUE SPACE.

          01 WS-RECOVERY-COLUMNS.
             05 FILLER PIC X(40)
                VALUE "CHANGES NOT APPLIED".
             05 FILLER PIC X(40) VALUE SPACE.

          01 WS-RECOVERY-DETAIL.
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-RD-DATE PIC 9(8).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-RD-TIME PIC 9(6).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-RD-ACTION PIC X(1).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-RD-BEFORE-ID PIC X(5).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-RD-AFTER-ID PIC X(5).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-RD-REASON PIC X(30).
             05 FILLER PIC X(15) VALUE SPACE.

          01 WS-RECOVERY-TRAILER.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-RT-APPLIED PIC ZZZZ9.
             05 FILLER PIC X(20) VALUE " CHANGES RE-APPLIED,".
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-RT-FAILED PIC ZZZZ9.
             05 FILLER PIC X(14) VALUE " NOT APPLIED, ".
             05 WS-RT-RECORDS PIC ZZZZ9.
             05 FILLER PIC X(17) VALUE " RECORDS ON INDEX".
             05 FILLER PIC X(12) VALUE SPACE.

          01 WS-LOCK-PARM.
             COPY LOCKPARM.
          01 WS-LOCK-SAVE-RC PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
              INTO WS-ARG-1
           END-UNSTRING.
           EVALUATE WS-ARG-1
              WHEN "BACKUP"
                 PERFORM 0040-TAKE-RUN-LOCK
                 PERFORM 1000-TAKE-IMAGE
              WHEN "RECOVER"
                 PERFORM 0040-TAKE-RUN-LOCK
                 PERFORM 2000-RECOVER-INDEX
              WHEN OTHER
                 DISPLAY "usage: IndexBackup BACKUP"
                 DISPLAY "       IndexBackup RECOVER"
                 MOVE 2 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0950-RELEASE-RUN-LOCK.
       STOP RUN.

      *> Nothing is touched while another run holds run.lock. A run
      *> that aborts leaves its lock behind on purpose, for
      *> operations to check the files and clear it with LockAdmin.
       0040-TAKE-RUN-LOCK.
           MOVE "A" TO RL-FUNCTION.
           MOVE "INDEXBACKUP" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> The image is named for the moment it was taken, like the
      *> extract and roster generations, and cataloged under the
      *> student-idx base so Retention keeps only the newest ones.
       1000-TAKE-IMAGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO WS-IMAGE-NAME.
           STRING "student-idx-" WS-CD-YEAR WS-CD-MONTH WS-CD-DAY
              "-" WS-CT-HOUR WS-CT-MINUTE WS-CT-SECOND ".dat"
              DELIMITED BY SIZE INTO WS-IMAGE-NAME.
           OPEN INPUT STUDENT-INDEX.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "student-idx.dat could not be opened (status "
                 WS-INDEX-STATUS "), no image taken"
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT INDEX-IMAGE.
           IF WS-IMAGE-STATUS NOT = "00"
              DISPLAY function trim(WS-IMAGE-NAME)
                 " could not be opened, no image taken"
              CLOSE STUDENT-INDEX
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ZERO TO SX-ID.
           START STUDENT-INDEX KEY IS NOT LESS THAN SX-ID
              INVALID KEY MOVE 'Y' TO WS-EOF
              NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STUDENT-INDEX NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    WRITE INDEX-IMAGE-RECORD FROM STUDENT-INDEX-RECORD
                    ADD 1 TO WS-RECORD-COUNT
              END-READ
           END-PERFORM.
           CLOSE STUDENT-INDEX.
           CLOSE INDEX-IMAGE.
           PERFORM 1100-CATALOG-IMAGE.
           DISPLAY "INDEX IMAGE " function trim(WS-IMAGE-NAME)
              " TAKEN - " WS-RECORD-COUNT " RECORDS".

       1100-CATALOG-IMAGE.
           OPEN EXTEND GENERATION-CATALOG.
           IF WS-GENCAT-STATUS NOT = "00"
              OPEN OUTPUT GENERATION-CATALOG
           END-IF.
           IF WS-GENCAT-STATUS NOT = "00"
              DISPLAY "generations.dat could not be written, image "
                 "taken but not cataloged - recovery will not find it"
              MOVE 5 TO RETURN-CODE
           ELSE
              MOVE SPACES TO GENERATION-RECORD
              MOVE WS-CURRENT-DATE TO GEN-DATE
              MOVE WS-CURRENT-TIME(1:6) TO GEN-TIME
              MOVE WS-IMAGE-BASE TO GEN-BASE
              MOVE WS-IMAGE-NAME TO GEN-FILENAME
              WRITE GENERATION-RECORD
              CLOSE GENERATION-CATALOG
           END-IF.

      *> Recovery rebuilds the index from the newest image still on
      *> disk, then rolls it forward through every change HELLO and
      *> IdMerge logged in change-history.dat since that image.
       2000-RECOVER-INDEX.
           PERFORM 2100-LOAD-IMAGE-CATALOG.
           PERFORM 2200-FIND-LATEST-IMAGE.
           OPEN OUTPUT RECOVERY-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "index-recovery.rpt could not be opened, "
                 "run aborted"
              CLOSE INDEX-IMAGE
              MOVE 6 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 2300-RESTORE-IMAGE.
           PERFORM 2400-APPLY-CHANGE-HISTORY.
           CLOSE STUDENT-INDEX.
           MOVE WS-APPLIED-COUNT TO WS-RT-APPLIED.
           MOVE WS-FAILED-COUNT TO WS-RT-FAILED.
           MOVE WS-RECORD-COUNT TO WS-RT-RECORDS.
           WRITE RECOVERY-LINE FROM WS-RECOVERY-TRAILER.
           CLOSE RECOVERY-REPORT.
           DISPLAY "INDEX RECOVERED FROM " function trim(WS-IMAGE-NAME)
              " - " WS-APPLIED-COUNT " CHANGES RE-APPLIED, "
              WS-FAILED-COUNT " NOT APPLIED".
           IF WS-FAILED-COUNT > ZERO
              DISPLAY "see index-recovery.rpt for the changes not "
                 "applied"
              MOVE 8 TO RETURN-CODE
           END-IF.

       2100-LOAD-IMAGE-CATALOG.
           OPEN INPUT GENERATION-CATALOG.
           IF WS-GENCAT-STATUS NOT = "00"
              DISPLAY "generations.dat not found, no index image to "
                 "recover from"
              MOVE 5 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ GENERATION-CATALOG
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF GEN-BASE = WS-IMAGE-BASE
                       IF WS-IMAGE-COUNT >= WS-IMAGE-MAX
                          DISPLAY "generations.dat has too many "
                             "index images, run aborted"
                          CLOSE GENERATION-CATALOG
                          MOVE 5 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-IMAGE-COUNT
                       MOVE GEN-DATE TO WS-IT-DATE(WS-IMAGE-COUNT)
                       MOVE GEN-TIME TO WS-IT-TIME(WS-IMAGE-COUNT)
                       MOVE GEN-FILENAME
                          TO WS-IT-FILENAME(WS-IMAGE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GENERATION-CATALOG.

      *> Leaves the chosen image open for 2300-RESTORE-IMAGE.
       2200-FIND-LATEST-IMAGE.
           MOVE ZERO TO WS-IMAGE-FOUND.
           PERFORM VARYING WS-SUB FROM WS-IMAGE-COUNT BY -1
                 UNTIL WS-SUB < 1 OR WS-IMAGE-FOUND > ZERO
              MOVE WS-IT-FILENAME(WS-SUB) TO WS-IMAGE-NAME
              OPEN INPUT INDEX-IMAGE
              IF WS-IMAGE-STATUS = "00"
                 MOVE WS-SUB TO WS-IMAGE-FOUND
              ELSE
                 DISPLAY "warning: index image "
                    function trim(WS-IMAGE-NAME)
                    " cataloged but not found, trying older image"
              END-IF
           END-PERFORM.
           IF WS-IMAGE-FOUND = ZERO
              DISPLAY "no index image found in generations.dat, "
                 "run IndexBackup BACKUP or rerun the batch"
              MOVE 5 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-IT-DATE(WS-IMAGE-FOUND) TO WS-IS-DATE.
           MOVE WS-IT-TIME(WS-IMAGE-FOUND) TO WS-IS-TIME.

       2300-RESTORE-IMAGE.
           OPEN OUTPUT STUDENT-INDEX.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "student-idx.dat could not be recreated (status "
                 WS-INDEX-STATUS "), run aborted"
              CLOSE INDEX-IMAGE
              CLOSE RECOVERY-REPORT
              MOVE 7 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ INDEX-IMAGE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    WRITE STUDENT-INDEX-RECORD FROM INDEX-IMAGE-RECORD
                       INVALID KEY
                          DISPLAY "warning: could not restore "
                             IM-ID " to student-idx.dat"
                       NOT INVALID KEY
                          ADD 1 TO WS-RECORD-COUNT
                    END-WRITE
              END-READ
           END-PERFORM.
           CLOSE INDEX-IMAGE.
           CLOSE STUDENT-INDEX.
           MOVE WS-IMAGE-NAME TO WS-RH-IMAGE.
           WRITE RECOVERY-LINE FROM WS-RECOVERY-HEADING.
           MOVE WS-IS-DATE TO WS-RR-DATE.
           MOVE WS-IS-TIME TO WS-RR-TIME.
           MOVE WS-RECORD-COUNT TO WS-RR-COUNT.
           WRITE RECOVERY-LINE FROM WS-RECOVERY-RESTORED.
           WRITE RECOVERY-LINE FROM WS-RECOVERY-COLUMNS.
           OPEN I-O STUDENT-INDEX.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "student-idx.dat could not be reopened (status "
                 WS-INDEX-STATUS "), image restored but no changes "
                 "re-applied"
              CLOSE RECOVERY-REPORT
              MOVE 7 TO RETURN-CODE
              STOP RUN
           END-IF.

       2400-APPLY-CHANGE-HISTORY.
           OPEN INPUT CHANGE-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "change-history.dat not found, index left as "
                 "of the image"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CHANGE-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       MOVE CH-DATE TO WS-CS-DATE
                       MOVE CH-TIME TO WS-CS-TIME
                       IF WS-CHANGE-STAMP NOT < WS-IMAGE-STAMP
                          PERFORM 2500-APPLY-ONE-CHANGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHANGE-HISTORY
           END-IF.

      *> Each action is replayed the way the program that logged it
      *> applied it to the index: HELLO adds with no section, updates
      *> the name (adding the record if it has gone), and deletes;
      *> IdMerge drops the retired ID and passes its section to the
      *> survivor when the survivor has none.
       2500-APPLY-ONE-CHANGE.
           MOVE SPACES TO WS-APPLY-RESULT.
           EVALUATE CH-ACTION
              WHEN "A"
                 PERFORM 2510-REAPPLY-ADD
              WHEN "U"
                 PERFORM 2520-REAPPLY-UPDATE
              WHEN "D"
                 PERFORM 2530-REAPPLY-DELETE
              WHEN "M"
                 PERFORM 2540-REAPPLY-MERGE
              WHEN OTHER
                 MOVE "UNKNOWN ACTION" TO WS-APPLY-RESULT
           END-EVALUATE.
           IF WS-APPLY-RESULT = SPACES
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              MOVE CH-DATE TO WS-RD-DATE
              MOVE CH-TIME TO WS-RD-TIME
              MOVE CH-ACTION TO WS-RD-ACTION
              MOVE CH-BEFORE-ID TO WS-RD-BEFORE-ID
              MOVE CH-AFTER-ID TO WS-RD-AFTER-ID
              MOVE WS-APPLY-RESULT TO WS-RD-REASON
              WRITE RECOVERY-LINE FROM WS-RECOVERY-DETAIL
           END-IF.

      *> An add already on the index under the same name was taken
      *> into the image in the second it was logged; that counts as
      *> applied.
       2510-REAPPLY-ADD.
           IF CH-AFTER-ID IS NOT NUMERIC
              MOVE "INVALID STUDENT ID" TO WS-APPLY-RESULT
           ELSE
              MOVE CH-AFTER-ID TO WS-AFTER-ID
              MOVE WS-AFTER-ID TO SX-ID
              MOVE CH-AFTER-NAME TO SX-NAME
              MOVE SPACES TO SX-SECTION
              WRITE STUDENT-INDEX-RECORD
                 INVALID KEY
                    MOVE WS-AFTER-ID TO SX-ID
                    READ STUDENT-INDEX
                       INVALID KEY
                          MOVE "ADD FAILED" TO WS-APPLY-RESULT
                       NOT INVALID KEY
                          IF SX-NAME NOT = CH-AFTER-NAME
                             MOVE "ID ALREADY ON INDEX"
                                TO WS-APPLY-RESULT
                          END-IF
                    END-READ
                 NOT INVALID KEY
                    ADD 1 TO WS-RECORD-COUNT
              END-WRITE
           END-IF.

       2520-REAPPLY-UPDATE.
           IF CH-AFTER-ID IS NOT NUMERIC
              MOVE "INVALID STUDENT ID" TO WS-APPLY-RESULT
           ELSE
              MOVE CH-AFTER-ID TO WS-AFTER-ID
              MOVE WS-AFTER-ID TO SX-ID
              READ STUDENT-INDEX
                 INVALID KEY
                    MOVE WS-AFTER-ID TO SX-ID
                    MOVE CH-AFTER-NAME TO SX-NAME
                    MOVE SPACES TO SX-SECTION
                    WRITE STUDENT-INDEX-RECORD
                       INVALID KEY
                          MOVE "ADD FAILED" TO WS-APPLY-RESULT
                       NOT INVALID KEY
                          ADD 1 TO WS-RECORD-COUNT
                    END-WRITE
                 NOT INVALID KEY
                    MOVE CH-AFTER-NAME TO SX-NAME
                    REWRITE STUDENT-INDEX-RECORD
                       INVALID KEY
                          MOVE "UPDATE FAILED" TO WS-APPLY-RESULT
                    END-REWRITE
              END-READ
           END-IF.

       2530-REAPPLY-DELETE.
           IF CH-BEFORE-ID IS NOT NUMERIC
              MOVE "INVALID STUDENT ID" TO WS-APPLY-RESULT
           ELSE
              MOVE CH-BEFORE-ID TO WS-BEFORE-ID
              MOVE WS-BEFORE-ID TO SX-ID
              DELETE STUDENT-INDEX RECORD
                 INVALID KEY
                    MOVE "ID NOT ON INDEX" TO WS-APPLY-RESULT
                 NOT INVALID KEY
                    SUBTRACT 1 FROM WS-RECORD-COUNT
              END-DELETE
           END-IF.

      *> Before is the retired ID, after the surviving one.
       2540-REAPPLY-MERGE.
           IF CH-BEFORE-ID IS NOT NUMERIC
                 OR CH-AFTER-ID IS NOT NUMERIC
              MOVE "INVALID STUDENT ID" TO WS-APPLY-RESULT
           ELSE
              MOVE CH-BEFORE-ID TO WS-BEFORE-ID
              MOVE CH-AFTER-ID TO WS-AFTER-ID
              MOVE WS-BEFORE-ID TO SX-ID
              READ STUDENT-INDEX
                 INVALID KEY
                    MOVE "RETIRED ID NOT ON INDEX" TO WS-APPLY-RESULT
                 NOT INVALID KEY
                    MOVE SX-SECTION TO WS-RETIRED-SECTION
              END-READ
           END-IF.
           IF WS-APPLY-RESULT = SPACES
              MOVE WS-AFTER-ID TO SX-ID
              READ STUDENT-INDEX
                 INVALID KEY
                    MOVE "SURVIVING ID NOT ON INDEX" TO WS-APPLY-RESULT
                 NOT INVALID KEY
                    IF SX-SECTION = SPACES
                          AND WS-RETIRED-SECTION NOT = SPACES
                       MOVE WS-RETIRED-SECTION TO SX-SECTION
                       REWRITE STUDENT-INDEX-RECORD
                          INVALID KEY
                             MOVE "UPDATE FAILED" TO WS-APPLY-RESULT
                       END-REWRITE
                    END-IF
              END-READ
           END-IF.
           IF WS-APPLY-RESULT = SPACES
              MOVE WS-BEFORE-ID TO SX-ID
              DELETE STUDENT-INDEX RECORD
                 INVALID KEY
                    MOVE "RETIRED ID NOT REMOVED" TO WS-APPLY-RESULT
                 NOT INVALID KEY
                    SUBTRACT 1 FROM WS-RECORD-COUNT
              END-DELETE
           END-IF.

       0950-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
