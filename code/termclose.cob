       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermClose.
       AUTHOR. JoSSte.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT TERM-FILE ASSIGN TO "term.cfg"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERM-STATUS.

             SELECT TERM-HISTORY ASSIGN TO "term-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.

             SELECT CONTROL-FILE ASSIGN TO "batch-control.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.

             SELECT WORK-IN ASSIGN TO DYNAMIC WS-WORK-IN-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-IN-STATUS.

             SELECT WORK-OUT ASSIGN TO DYNAMIC WS-WORK-OUT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-OUT-STATUS.

             SELECT BATCH-TOTALS ASSIGN TO "batch-totals.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TOTALS-STATUS.

             SELECT STUDENT-INDEX ASSIGN TO "student-idx.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SX-ID
             ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
             FILE STATUS IS WS-INDEX-STATUS.

             SELECT CLOSE-REPORT ASSIGN TO "termclose.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD TERM-FILE.
          01 TERM-RECORD.
             COPY TERMREC.

          FD TERM-HISTORY.
          01 TERM-HISTORY-RECORD.
             COPY TERMHIST.

          FD CONTROL-FILE.
          01 CONTROL-RECORD.
             05 CR-FILENAME PIC X(30).
             05 CR-SECTION PIC X(8).

      *> Every file archived or rolled forward is read through the
      *> same work file; the record views give the roster and section
      *> master layouts where a record has to be looked into.
          FD WORK-IN.
          01 WORK-IN-RECORD PIC X(132).
          01 WI-ROSTER-RECORD.
             COPY STUDENTREC.
          01 WI-SECTION-RECORD.
             COPY SECTIONREC.

          FD WORK-OUT.
          01 WORK-OUT-RECORD PIC X(132).

          FD BATCH-TOTALS.
          01 BATCH-TOTALS-RECORD.
             05 BT-DATE PIC 9(8).
             05 FILLER PIC X(1).
             05 BT-ENROLL-COUNT PIC 9(5).
             05 FILLER PIC X(1).
             05 BT-EXTRACT-COUNT PIC 9(5).
             05 FILLER PIC X(1).
             05 BT-BATCH-TOTAL PIC 9(6).

          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
             05 SX-ID PIC 9(5).
             05 SX-NAME PIC A(25).
             05 SX-SECTION PIC X(8).

          FD CLOSE-REPORT.
          01 CLOSE-LINE PIC X(80).

          WORKING-STORAGE SECTION.
          01 WS-TERM-STATUS PIC X(2).
          01 WS-HISTORY-STATUS PIC X(2).
          01 WS-CONTROL-STATUS PIC X(2).
          01 WS-WORK-IN-STATUS PIC X(2).
          01 WS-WORK-OUT-STATUS PIC X(2).
          01 WS-TOTALS-STATUS PIC X(2).
          01 WS-INDEX-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-CBL-STATUS PIC S9(9) COMP-5.
          01 WS-EOF PIC A(1).

      *> Run with the code of the term being opened, e.g. 2027SP, to
      *> close the current term; or with FREEZE to stop grade and
      *> attendance posting to the current term ahead of the close.
          01 WS-COMMAND-LINE PIC X(80).
          01 WS-ARG-1 PIC X(20).
          01 WS-CLOSING-TERM PIC X(6).
          01 WS-NEW-TERM PIC X(6).
          01 WS-SET-TERM PIC X(6).
          01 WS-SET-STATUS PIC X(1).
          01 WS-CLOSED-DATE PIC 9(8).
          01 WS-TERM-RECORDED PIC A(1) VALUE 'N'.

          01 WS-WORK-IN-NAME PIC X(30).
          01 WS-WORK-OUT-NAME PIC X(30).
          01 WS-ARCHIVE-NAME PIC X(30).
          01 WS-NAME-BASE PIC X(30).
          01 WS-NAME-EXT PIC X(10).
          01 WS-EMPTY-AFTER PIC A(1).
          01 WS-ARCHIVE-KEPT PIC A(1).
          01 WS-LIVE-NAME PIC X(30).
          01 WS-COPY-COUNT PIC 9(5).
          01 WS-FILE-COUNT PIC 9(3) VALUE ZERO.

      *> Rosters named in batch-control.txt. The person roster (the
      *> entry with no section) becomes the roster of record for the
      *> new term; section rosters start the new term empty.
          01 WS-ROSTER-TABLE.
             05 WS-ROSTER-COUNT PIC 9(2) VALUE ZERO.
             05 WS-ROSTER-ENTRY OCCURS 20 TIMES.
                10 WS-RF-NAME PIC X(30).
                10 WS-RF-SECTION PIC X(8).
          01 WS-ROSTER-MAX PIC 9(2) VALUE 20.
          01 WS-PERSON-ROSTER PIC X(30) VALUE SPACES.
          01 WS-RF-SUB PIC 9(2).

      *> Every student on any roster, once. Only active students
      *> (blank status counts as active) carry into the new term;
      *> withdrawn, graduated and on-leave students are listed on the
      *> close report and left behind in the archived rosters.
          01 WS-CARRY-TABLE.
             05 WS-CARRY-COUNT PIC 9(4) VALUE ZERO.
             05 WS-CARRY-ENTRY OCCURS 2000 TIMES.
                10 WS-CY-ID PIC 9(5).
                10 WS-CY-NAME PIC A(25).
                10 WS-CY-STATUS PIC X(1).
                10 WS-CY-STATUS-DATE PIC X(8).
                10 WS-CY-KEEP PIC A(1).
          01 WS-CARRY-MAX PIC 9(4) VALUE 2000.
          01 WS-CY-SUB PIC 9(4).
          01 WS-CY-FOUND PIC 9(4).
          01 WS-CARRIED-COUNT PIC 9(5) VALUE ZERO.
          01 WS-LEFT-COUNT PIC 9(5) VALUE ZERO.
          01 WS-INDEX-COUNT PIC 9(5) VALUE ZERO.

          01 WS-CURRENT-DATE PIC 9(8).

          01 WS-ROSTER-TRAILER.
             05 WS-RTR-TYPE PIC X(1) VALUE "T".
             05 WS-RTR-COUNT PIC 9(5).
             05 FILLER PIC X(24) VALUE SPACE.

          01 WS-CLOSE-HEADING.
             05 FILLER PIC X(13) VALUE "TERM CLOSE - ".
             05 WS-CH-CLOSING PIC X(6).
             05 FILLER PIC X(14) VALUE " CLOSED, TERM ".
             05 WS-CH-NEW PIC X(6).
             05 FILLER PIC X(10) VALUE " OPENED - ".
             05 WS-CH-DATE PIC 9(8).
             05 FILLER PIC X(23) VALUE SPACE.

          01 WS-CLOSE-COLUMNS.
             05 FILLER PIC X(31) VALUE "FILE".
             05 FILLER PIC X(31) VALUE "ARCHIVED TO".
             05 FILLER PIC X(18) VALUE "  RECORDS".

          01 WS-CLOSE-DETAIL.
             05 WS-CD-FILE PIC X(30).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-CD-ARCHIVE PIC X(30).
             05 FILLER PIC X(3) VALUE SPACE.
             05 WS-CD-COUNT PIC ZZZZ9.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-CD-NOTE PIC X(10).

          01 WS-CLOSE-NOTE.
             05 WS-CN-FILE PIC X(30).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-CN-TEXT PIC X(49).

          01 WS-LEFT-HEADING.
             05 FILLER PIC X(40)
                VALUE "STUDENTS NOT CARRIED INTO THE NEW TERM".
             05 FILLER PIC X(40) VALUE SPACE.

          01 WS-LEFT-DETAIL.
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-LD-ID PIC 9(5).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-LD-NAME PIC A(25).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-LD-STATUS PIC X(10).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-LD-DATE PIC X(8).
             05 FILLER PIC X(25) VALUE SPACE.

          01 WS-CLOSE-TRAILER.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-CT-CARRIED PIC ZZZZ9.
             05 FILLER PIC X(27) VALUE " STUDENTS CARRIED FORWARD, ".
             05 WS-CT-LEFT PIC ZZZZ9.
             05 FILLER PIC X(13) VALUE " NOT CARRIED.".
             05 FILLER PIC X(29) VALUE SPACE.

          01 WS-LOCK-PARM.
             COPY LOCKPARM.
          01 WS-LOCK-SAVE-RC PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
              INTO WS-ARG-1
           END-UNSTRING.
           EVALUATE TRUE
              WHEN WS-ARG-1 = "FREEZE"
                 PERFORM 0040-TAKE-RUN-LOCK
                 PERFORM 1000-FREEZE-TERM
              WHEN WS-ARG-1 NOT = SPACES AND WS-ARG-1(7:) = SPACES
                 MOVE WS-ARG-1(1:6) TO WS-NEW-TERM
                 PERFORM 0040-TAKE-RUN-LOCK
                 PERFORM 2000-CLOSE-TERM
              WHEN OTHER
                 DISPLAY "usage: TermClose new-term"
                 DISPLAY "       TermClose FREEZE"
                 MOVE 2 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0950-RELEASE-RUN-LOCK.
       STOP RUN.

      *> Nothing is touched while another run holds run.lock. A run
      *> that aborts leaves its lock behind on purpose, for
      *> operations to check the files and clear it with LockAdmin.
       0040-TAKE-RUN-LOCK.
           MOVE "A" TO RL-FUNCTION.
           MOVE "TERMCLOSE" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Freezing alone stops GradePost and AttendPost from posting
      *> to the current term; the close itself freezes it first too.
       1000-FREEZE-TERM.
           PERFORM 1100-READ-TERM-CONFIG.
           MOVE WS-CLOSING-TERM TO WS-SET-TERM.
           MOVE "F" TO WS-SET-STATUS.
           PERFORM 1200-WRITE-TERM-CONFIG.
           DISPLAY "TERM " WS-CLOSING-TERM " FROZEN - NO GRADES OR "
              "ATTENDANCE WILL BE POSTED UNTIL IT IS CLOSED".

       1100-READ-TERM-CONFIG.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS NOT = "00"
              DISPLAY "term.cfg not found, run aborted"
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ TERM-FILE
              AT END MOVE SPACES TO TERM-RECORD
           END-READ.
           CLOSE TERM-FILE.
           IF TC-TERM = SPACES
              DISPLAY "term.cfg names no current term, run aborted"
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE TC-TERM TO WS-CLOSING-TERM.

       1200-WRITE-TERM-CONFIG.
           OPEN OUTPUT TERM-FILE.
           IF WS-TERM-STATUS NOT = "00"
              DISPLAY "term.cfg could not be written, run aborted"
              MOVE 6 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO TERM-RECORD.
           MOVE WS-SET-TERM TO TC-TERM.
           MOVE WS-SET-STATUS TO TC-STATUS.
           WRITE TERM-RECORD.
           CLOSE TERM-FILE.

      *> Everything that can stop the close is checked, and every
      *> roster loaded, before the first file is touched. From the
      *> freeze on, each file is archived and then emptied or rolled
      *> forward in turn. An archive already written for the closing
      *> term is kept as it stands and never copied over, and rosters
      *> are loaded from their archives where they exist, so a rerun
      *> after a failure finishes the close from the files as the
      *> term left them.
       2000-CLOSE-TERM.
           PERFORM 1100-READ-TERM-CONFIG.
           IF WS-NEW-TERM = WS-CLOSING-TERM
              DISPLAY "new term " WS-NEW-TERM " is the term being "
                 "closed, run aborted"
              PERFORM 0950-RELEASE-RUN-LOCK
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 2050-CHECK-TERM-HISTORY.
           PERFORM 2100-LOAD-CONTROL-FILE.
           PERFORM 2150-LOAD-CARRY-TABLE.
           MOVE WS-CLOSING-TERM TO WS-SET-TERM.
           MOVE "F" TO WS-SET-STATUS.
           PERFORM 1200-WRITE-TERM-CONFIG.
           OPEN OUTPUT CLOSE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "termclose.rpt could not be opened, run aborted "
                 "- term " WS-CLOSING-TERM " left frozen"
              MOVE 5 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CLOSING-TERM TO WS-CH-CLOSING.
           MOVE WS-NEW-TERM TO WS-CH-NEW.
           MOVE WS-CURRENT-DATE TO WS-CH-DATE.
           WRITE CLOSE-LINE FROM WS-CLOSE-HEADING.
           WRITE CLOSE-LINE FROM WS-CLOSE-COLUMNS.
           PERFORM 2200-ARCHIVE-ACTIVITY-FILES.
           PERFORM 2300-RESET-BATCH-TOTALS.
           PERFORM 2400-ROLL-SECTION-MASTER.
           PERFORM 2500-RESET-ROSTERS.
           PERFORM 2600-REBUILD-STUDENT-INDEX.
           IF WS-TERM-RECORDED = 'N'
              PERFORM 2700-WRITE-TERM-HISTORY
           END-IF.
           MOVE WS-NEW-TERM TO WS-SET-TERM.
           MOVE "O" TO WS-SET-STATUS.
           PERFORM 1200-WRITE-TERM-CONFIG.
           PERFORM 2800-LIST-STUDENTS-LEFT.
           MOVE WS-CARRIED-COUNT TO WS-CT-CARRIED.
           MOVE WS-LEFT-COUNT TO WS-CT-LEFT.
           WRITE CLOSE-LINE FROM WS-CLOSE-TRAILER.
           CLOSE CLOSE-REPORT.
           DISPLAY "TERM " WS-CLOSING-TERM " CLOSED, " WS-NEW-TERM
              " OPEN - " WS-FILE-COUNT " FILES ARCHIVED, "
              WS-CARRIED-COUNT " STUDENTS CARRIED, SEE termclose.rpt".

      *> A term once closed is never opened again: its archives
      *> would be overwritten by the next close. The closing term is
      *> found there only when an earlier attempt got that far.
       2050-CHECK-TERM-HISTORY.
           OPEN INPUT TERM-HISTORY.
           IF WS-HISTORY-STATUS = "00"
              MOVE ZERO TO WS-CLOSED-DATE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TERM-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF TH-TERM = WS-NEW-TERM
                          MOVE TH-CLOSE-DATE TO WS-CLOSED-DATE
                       END-IF
                       IF TH-TERM = WS-CLOSING-TERM
                          MOVE 'Y' TO WS-TERM-RECORDED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-HISTORY
              IF WS-CLOSED-DATE NOT = ZERO
                 DISPLAY "term " WS-NEW-TERM " was closed on "
                    WS-CLOSED-DATE " and cannot be opened again, "
                    "run aborted"
                 PERFORM 0950-RELEASE-RUN-LOCK
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2100-LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
              DISPLAY "batch-control.txt not found, run aborted"
              MOVE 7 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CONTROL-FILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CR-FILENAME NOT = SPACES
                       IF WS-ROSTER-COUNT >= WS-ROSTER-MAX
                          DISPLAY "batch-control.txt has too many "
                             "entries, run aborted"
                          CLOSE CONTROL-FILE
                          MOVE 7 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-ROSTER-COUNT
                       MOVE CR-FILENAME TO WS-RF-NAME(WS-ROSTER-COUNT)
                       MOVE CR-SECTION
                          TO WS-RF-SECTION(WS-ROSTER-COUNT)
                       IF CR-SECTION = SPACES
                             AND WS-PERSON-ROSTER = SPACES
                          MOVE CR-FILENAME TO WS-PERSON-ROSTER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.
           IF WS-PERSON-ROSTER = SPACES
              DISPLAY "batch-control.txt names no person roster, "
                 "run aborted"
              MOVE 7 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> The person roster is read first so its status is the one
      *> that counts; a student found only on a section roster is
      *> added with the status shown there. On a rerun a roster that
      *> was already archived has been reset, so its archive is read.
       2150-LOAD-CARRY-TABLE.
           MOVE WS-PERSON-ROSTER TO WS-WORK-IN-NAME.
           PERFORM 2160-LOAD-ONE-ROSTER.
           PERFORM VARYING WS-RF-SUB FROM 1 BY 1
                 UNTIL WS-RF-SUB > WS-ROSTER-COUNT
              IF WS-RF-SECTION(WS-RF-SUB) NOT = SPACES
                 MOVE WS-RF-NAME(WS-RF-SUB) TO WS-WORK-IN-NAME
                 PERFORM 2160-LOAD-ONE-ROSTER
              END-IF
           END-PERFORM.

       2160-LOAD-ONE-ROSTER.
           MOVE WS-WORK-IN-NAME TO WS-LIVE-NAME.
           PERFORM 2910-BUILD-ARCHIVE-NAME.
           MOVE WS-ARCHIVE-NAME TO WS-WORK-IN-NAME.
           OPEN INPUT WORK-IN.
           IF WS-WORK-IN-STATUS NOT = "00"
              MOVE WS-LIVE-NAME TO WS-WORK-IN-NAME
              OPEN INPUT WORK-IN
           END-IF.
           IF WS-WORK-IN-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WORK-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WORK-IN-RECORD(1:1) NOT = "T"
                             AND REC-NAME NOT = SPACES
                          PERFORM 2170-ADD-CARRY-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WORK-IN
           ELSE
              DISPLAY "warning: " function trim(WS-WORK-IN-NAME)
                 " not found, no students taken from it"
           END-IF.

       2170-ADD-CARRY-ENTRY.
           MOVE ZERO TO WS-CY-FOUND.
           PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                 UNTIL WS-CY-SUB > WS-CARRY-COUNT
              IF WS-CY-ID(WS-CY-SUB) = REC-ID
                 MOVE WS-CY-SUB TO WS-CY-FOUND
              END-IF
           END-PERFORM.
           IF WS-CY-FOUND = ZERO
              IF WS-CARRY-COUNT >= WS-CARRY-MAX
                 DISPLAY "student table full reading "
                    function trim(WS-WORK-IN-NAME) ", run aborted"
                 CLOSE WORK-IN
                 MOVE 9 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CARRY-COUNT
              MOVE REC-ID TO WS-CY-ID(WS-CARRY-COUNT)
              MOVE REC-NAME TO WS-CY-NAME(WS-CARRY-COUNT)
              MOVE REC-STATUS TO WS-CY-STATUS(WS-CARRY-COUNT)
              MOVE REC-STATUS-DATE TO WS-CY-STATUS-DATE(WS-CARRY-COUNT)
              IF REC-STATUS = "A" OR REC-STATUS = SPACE
                 MOVE 'Y' TO WS-CY-KEEP(WS-CARRY-COUNT)
                 ADD 1 TO WS-CARRIED-COUNT
              ELSE
                 MOVE 'N' TO WS-CY-KEEP(WS-CARRY-COUNT)
                 ADD 1 TO WS-LEFT-COUNT
              END-IF
           END-IF.

      *> The term's activity files go to <file>-<term>.dat and start
      *> the new term empty. The waitlist goes with them: seats are
      *> taken afresh from the new term's section rosters.
       2200-ARCHIVE-ACTIVITY-FILES.
           MOVE 'Y' TO WS-EMPTY-AFTER.
           MOVE "enrollment.dat" TO WS-WORK-IN-NAME.
           PERFORM 2900-ARCHIVE-ONE-FILE.
           MOVE "grades.dat" TO WS-WORK-IN-NAME.
           PERFORM 2900-ARCHIVE-ONE-FILE.
           MOVE "attendance-history.dat" TO WS-WORK-IN-NAME.
           PERFORM 2900-ARCHIVE-ONE-FILE.
           MOVE "invoice.dat" TO WS-WORK-IN-NAME.
           PERFORM 2900-ARCHIVE-ONE-FILE.
           MOVE "waitlist.dat" TO WS-WORK-IN-NAME.
           PERFORM 2900-ARCHIVE-ONE-FILE.
           MOVE "prior-waitlist.dat" TO WS-WORK-IN-NAME.
           CALL "CBL_DELETE_FILE" USING WS-WORK-IN-NAME
              RETURNING WS-CBL-STATUS.

      *> With enrollment.dat empty the batch total must say so, or
      *> TuitionBill would refuse the new term's first billing run.
       2300-RESET-BATCH-TOTALS.
           OPEN OUTPUT BATCH-TOTALS.
           IF WS-TOTALS-STATUS NOT = "00"
              MOVE "batch-totals.dat" TO WS-CN-FILE
              MOVE "COULD NOT BE RESET" TO WS-CN-TEXT
              WRITE CLOSE-LINE FROM WS-CLOSE-NOTE
              DISPLAY "warning: batch-totals.dat could not be reset"
           ELSE
              MOVE SPACES TO BATCH-TOTALS-RECORD
              MOVE WS-CURRENT-DATE TO BT-DATE
              MOVE ZERO TO BT-ENROLL-COUNT
              MOVE ZERO TO BT-EXTRACT-COUNT
              MOVE ZERO TO BT-BATCH-TOTAL
              WRITE BATCH-TOTALS-RECORD
              CLOSE BATCH-TOTALS
           END-IF.

      *> The section master is kept as offered for the closing term
      *> and carried into the new term under the new term code.
       2400-ROLL-SECTION-MASTER.
           MOVE 'N' TO WS-EMPTY-AFTER.
           MOVE "section-master.dat" TO WS-WORK-IN-NAME.
           PERFORM 2900-ARCHIVE-ONE-FILE.
           OPEN INPUT WORK-IN.
           IF WS-WORK-IN-STATUS = "00"
              MOVE "section-master.dat.new" TO WS-WORK-OUT-NAME
              PERFORM 2950-OPEN-WORK-OUT
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WORK-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE WS-NEW-TERM TO SM-TERM
                       WRITE WORK-OUT-RECORD FROM WI-SECTION-RECORD
                 END-READ
              END-PERFORM
              CLOSE WORK-IN
              CLOSE WORK-OUT
              CALL "CBL_RENAME_FILE" USING WS-WORK-OUT-NAME
                 WS-WORK-IN-NAME RETURNING WS-CBL-STATUS
              IF WS-CBL-STATUS NOT = 0
                 MOVE WS-WORK-IN-NAME TO WS-CN-FILE
                 MOVE "NOT ROLLED TO THE NEW TERM" TO WS-CN-TEXT
                 WRITE CLOSE-LINE FROM WS-CLOSE-NOTE
                 DISPLAY "warning: could not save updated "
                    "section-master.dat"
              END-IF
           END-IF.

      *> Section rosters are archived and left holding only a zero
      *> trailer. The person roster is archived and rewritten with
      *> every active student from any roster, so the students carry
      *> forward without a seat in any section.
       2500-RESET-ROSTERS.
           MOVE 'N' TO WS-EMPTY-AFTER.
           PERFORM VARYING WS-RF-SUB FROM 1 BY 1
                 UNTIL WS-RF-SUB > WS-ROSTER-COUNT
              MOVE WS-RF-NAME(WS-RF-SUB) TO WS-WORK-IN-NAME
              PERFORM 2900-ARCHIVE-ONE-FILE
              MOVE WS-RF-NAME(WS-RF-SUB) TO WS-WORK-OUT-NAME
              PERFORM 2950-OPEN-WORK-OUT
              MOVE ZERO TO WS-RTR-COUNT
              IF WS-RF-NAME(WS-RF-SUB) = WS-PERSON-ROSTER
                 PERFORM 2510-WRITE-CARRIED-STUDENTS
              END-IF
              WRITE WORK-OUT-RECORD FROM WS-ROSTER-TRAILER
              CLOSE WORK-OUT
           END-PERFORM.

       2510-WRITE-CARRIED-STUDENTS.
           PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                 UNTIL WS-CY-SUB > WS-CARRY-COUNT
              IF WS-CY-KEEP(WS-CY-SUB) = 'Y'
                 MOVE SPACES TO WORK-OUT-RECORD
                 MOVE WS-CY-ID(WS-CY-SUB) TO WORK-OUT-RECORD(1:5)
                 MOVE WS-CY-NAME(WS-CY-SUB) TO WORK-OUT-RECORD(6:25)
                 MOVE WS-CY-STATUS(WS-CY-SUB) TO WORK-OUT-RECORD(31:1)
                 MOVE WS-CY-STATUS-DATE(WS-CY-SUB)
                    TO WORK-OUT-RECORD(32:8)
                 WRITE WORK-OUT-RECORD
                 ADD 1 TO WS-RTR-COUNT
              END-IF
           END-PERFORM.

      *> The index is rebuilt with every student, carried or not,
      *> and no section held, so lookups and reports still find the
      *> students who left; the next batch run fills sections in
      *> again from the new rosters.
       2600-REBUILD-STUDENT-INDEX.
           OPEN OUTPUT STUDENT-INDEX.
           IF WS-INDEX-STATUS NOT = "00"
              MOVE "student-idx.dat" TO WS-CN-FILE
              MOVE "COULD NOT BE REBUILT - RUN THE BATCH" TO WS-CN-TEXT
              WRITE CLOSE-LINE FROM WS-CLOSE-NOTE
              DISPLAY "warning: student-idx.dat could not be "
                 "rebuilt, run the batch before posting"
           ELSE
              PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                    UNTIL WS-CY-SUB > WS-CARRY-COUNT
                 MOVE WS-CY-ID(WS-CY-SUB) TO SX-ID
                 MOVE WS-CY-NAME(WS-CY-SUB) TO SX-NAME
                 MOVE SPACES TO SX-SECTION
                 WRITE STUDENT-INDEX-RECORD
                    INVALID KEY
                       DISPLAY "warning: could not add "
                          WS-CY-ID(WS-CY-SUB) " to student-idx.dat"
                    NOT INVALID KEY
                       ADD 1 TO WS-INDEX-COUNT
                 END-WRITE
              END-PERFORM
              CLOSE STUDENT-INDEX
              MOVE "student-idx.dat" TO WS-CD-FILE
              MOVE "(REBUILT)" TO WS-CD-ARCHIVE
              MOVE WS-INDEX-COUNT TO WS-CD-COUNT
              MOVE SPACES TO WS-CD-NOTE
              WRITE CLOSE-LINE FROM WS-CLOSE-DETAIL
           END-IF.

       2700-WRITE-TERM-HISTORY.
           OPEN EXTEND TERM-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
              OPEN OUTPUT TERM-HISTORY
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
              MOVE "term-history.dat" TO WS-CN-FILE
              MOVE "NOT WRITTEN - ADD THE CLOSED TERM BY HAND"
                 TO WS-CN-TEXT
              WRITE CLOSE-LINE FROM WS-CLOSE-NOTE
              DISPLAY "term-history.dat could not be written, "
                 "transcripts will not show term " WS-CLOSING-TERM
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO TERM-HISTORY-RECORD
              MOVE WS-CLOSING-TERM TO TH-TERM
              MOVE WS-CURRENT-DATE TO TH-CLOSE-DATE
              MOVE WS-NEW-TERM TO TH-NEXT-TERM
              WRITE TERM-HISTORY-RECORD
              CLOSE TERM-HISTORY
           END-IF.

       2800-LIST-STUDENTS-LEFT.
           IF WS-LEFT-COUNT > ZERO
              WRITE CLOSE-LINE FROM WS-LEFT-HEADING
              PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                    UNTIL WS-CY-SUB > WS-CARRY-COUNT
                 IF WS-CY-KEEP(WS-CY-SUB) = 'N'
                    MOVE WS-CY-ID(WS-CY-SUB) TO WS-LD-ID
                    MOVE WS-CY-NAME(WS-CY-SUB) TO WS-LD-NAME
                    EVALUATE WS-CY-STATUS(WS-CY-SUB)
                       WHEN "W"
                          MOVE "WITHDRAWN" TO WS-LD-STATUS
                       WHEN "G"
                          MOVE "GRADUATED" TO WS-LD-STATUS
                       WHEN "L"
                          MOVE "ON LEAVE" TO WS-LD-STATUS
                       WHEN OTHER
                          MOVE WS-CY-STATUS(WS-CY-SUB) TO WS-LD-STATUS
                    END-EVALUATE
                    MOVE WS-CY-STATUS-DATE(WS-CY-SUB) TO WS-LD-DATE
                    WRITE CLOSE-LINE FROM WS-LEFT-DETAIL
                 END-IF
              END-PERFORM
           END-IF.

      *> Copies WS-WORK-IN-NAME to its archive name for the closing
      *> term and empties the original when WS-EMPTY-AFTER is Y. An
      *> archive left by an earlier attempt already holds the file as
      *> the term left it (the original may since have been emptied
      *> or rewritten), so it is kept and not copied again. A file
      *> that does not exist has nothing to archive and is noted.
       2900-ARCHIVE-ONE-FILE.
           PERFORM 2910-BUILD-ARCHIVE-NAME.
           MOVE ZERO TO WS-COPY-COUNT.
           MOVE WS-ARCHIVE-NAME TO WS-WORK-OUT-NAME.
           MOVE 'N' TO WS-ARCHIVE-KEPT.
           OPEN INPUT WORK-OUT.
           IF WS-WORK-OUT-STATUS = "00"
              CLOSE WORK-OUT
              MOVE 'Y' TO WS-ARCHIVE-KEPT
           END-IF.
           OPEN INPUT WORK-IN.
           IF WS-WORK-IN-STATUS NOT = "00"
              MOVE WS-WORK-IN-NAME TO WS-CN-FILE
              MOVE "NOT FOUND, NOTHING ARCHIVED" TO WS-CN-TEXT
              WRITE CLOSE-LINE FROM WS-CLOSE-NOTE
           ELSE
              IF WS-ARCHIVE-KEPT = 'N'
                 PERFORM 2950-OPEN-WORK-OUT
                 MOVE 'N' TO WS-EOF
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ WORK-IN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                          WRITE WORK-OUT-RECORD FROM WORK-IN-RECORD
                          ADD 1 TO WS-COPY-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE WORK-OUT
              END-IF
              CLOSE WORK-IN
              ADD 1 TO WS-FILE-COUNT
              MOVE SPACES TO WS-CD-NOTE
              IF WS-ARCHIVE-KEPT = 'Y'
                 MOVE "KEPT" TO WS-CD-NOTE
              END-IF
              IF WS-EMPTY-AFTER = 'Y'
                 OPEN OUTPUT WORK-IN
                 IF WS-WORK-IN-STATUS = "00"
                    CLOSE WORK-IN
                    MOVE "EMPTIED" TO WS-CD-NOTE
                 ELSE
                    MOVE "NOT EMPTIED" TO WS-CD-NOTE
                    DISPLAY "warning: " function trim(WS-WORK-IN-NAME)
                       " archived but could not be emptied"
                 END-IF
              END-IF
              MOVE WS-WORK-IN-NAME TO WS-CD-FILE
              MOVE WS-ARCHIVE-NAME TO WS-CD-ARCHIVE
              MOVE WS-COPY-COUNT TO WS-CD-COUNT
              WRITE CLOSE-LINE FROM WS-CLOSE-DETAIL
           END-IF.

      *> grades.dat becomes grades-2026FA.dat, section1.csv becomes
      *> section1-2026FA.csv.
       2910-BUILD-ARCHIVE-NAME.
           MOVE SPACES TO WS-NAME-BASE.
           MOVE SPACES TO WS-NAME-EXT.
           UNSTRING WS-WORK-IN-NAME DELIMITED BY "."
              INTO WS-NAME-BASE WS-NAME-EXT
           END-UNSTRING.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           IF WS-NAME-EXT = SPACES
              STRING function trim(WS-NAME-BASE) "-" WS-CLOSING-TERM
                 DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
              END-STRING
           ELSE
              STRING function trim(WS-NAME-BASE) "-" WS-CLOSING-TERM
                 "." function trim(WS-NAME-EXT)
                 DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
              END-STRING
           END-IF.

       2950-OPEN-WORK-OUT.
           OPEN OUTPUT WORK-OUT.
           IF WS-WORK-OUT-STATUS NOT = "00"
              DISPLAY function trim(WS-WORK-OUT-NAME)
                 " could not be opened, close incomplete - term "
                 WS-CLOSING-TERM " left frozen, see termclose.rpt"
              MOVE WS-WORK-OUT-NAME TO WS-CN-FILE
              MOVE "COULD NOT BE OPENED, CLOSE INCOMPLETE"
                 TO WS-CN-TEXT
              WRITE CLOSE-LINE FROM WS-CLOSE-NOTE
              CLOSE CLOSE-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       0950-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
