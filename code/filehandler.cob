             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUD-MONTH-STATUS.

             SELECT WAITLIST-FILE ASSIGN TO DYNAMIC WS-WAITLIST-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WAITLIST-STATUS.

             SELECT PRIOR-WAITLIST
             ASSIGN TO DYNAMIC WS-PRIOR-WAITLIST-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRIOR-WAIT-STATUS.

             SELECT PROMOTION-REPORT ASSIGN TO "promotions.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROMO-STATUS.

             SELECT TERM-FILE ASSIGN TO "term.cfg"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERM-STATUS.

             SELECT CONTROL-FILE ASSIGN TO "batch-control.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.

             SELECT PERSON-ROSTER
             ASSIGN TO DYNAMIC WS-PERSON-ROSTER-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERSON-STATUS.

             SELECT PRIOR-ENROLLMENT
             ASSIGN TO DYNAMIC WS-PRIOR-ENROLL-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRIOR-ENROLL-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD SOMEFILE.
          01 ENROLLMENT-RECORD.
             05 EN-ID PIC 9(5).
             05 EN-SECTION PIC X(8).
             05 EN-TERM PIC X(6).

          FD SECTION-REPORT.
          01 SECTION-REPORT-LINE PIC X(80).
          FD AUDIT-MONTH-FILE.
          01 AUDIT-MONTH-RECORD PIC X(6).

          FD WAITLIST-FILE.
          01 WAITLIST-RECORD.
             COPY WAITREC.

          FD PRIOR-WAITLIST.
          01 PRIOR-WAITLIST-RECORD.
             05 PW-SECTION PIC X(8).
             05 PW-ID PIC 9(5).
             05 PW-NAME PIC A(25).
             05 PW-DATE PIC 9(8).

          FD PROMOTION-REPORT.
          01 PROMOTION-LINE.
             COPY PROMOREC.

          FD TERM-FILE.
          01 TERM-RECORD.
             COPY TERMREC.

          FD CONTROL-FILE.
          01 CONTROL-RECORD.
             05 CR-FILENAME PIC X(30).
             05 CR-SECTION PIC X(8).

          FD PERSON-ROSTER.
          01 PERSON-ROSTER-RECORD.
             05 PN-ID PIC 9(5).
             05 PN-NAME PIC A(25).
             05 PN-STATUS PIC X(1).
             05 PN-STATUS-DATE PIC X(8).

          FD PRIOR-ENROLLMENT.
          01 PRIOR-ENROLLMENT-RECORD.
             05 PE-ID PIC 9(5).
             05 PE-SECTION PIC X(8).
             05 PE-TERM PIC X(6).

          WORKING-STORAGE SECTION.
          01 WS-STUDENT PIC A(25).
          01 WS-ID PIC 9(5).
          01 WS-SECTION-TITLE PIC X(30).
          01 WS-SECTION-INSTR PIC X(25).
          01 WS-SECTION-CAPACITY PIC 9(3).
          01 WS-SEAT-COUNT PIC 9(5) VALUE ZERO.
          01 WS-FILE-WAIT-COUNT PIC 9(5) VALUE ZERO.
          01 WS-WAITLIST-TOTAL PIC 9(5) VALUE ZERO.
          01 WS-PROMOTED-COUNT PIC 9(5) VALUE ZERO.
          01 WS-WAITLIST-STATUS PIC X(2).
          01 WS-PRIOR-WAIT-STATUS PIC X(2).
          01 WS-PROMO-STATUS PIC X(2).
          01 WS-PRIOR-WAIT-EOF PIC A(1).
          01 WS-WAITLIST-NAME PIC X(30) VALUE "waitlist.dat".
          01 WS-PRIOR-WAITLIST-NAME PIC X(30)
             VALUE "prior-waitlist.dat".
      *> The waitlist as it stood before this batch, and the seats
      *> released by departures found in reconciliation; together
      *> they say which waitlisted students have since taken a seat
      *> and whose departure made room for them.
          01 WS-PRIOR-WAIT-TABLE.
             05 WS-PRIOR-WAIT-COUNT PIC 9(4) VALUE ZERO.
             05 WS-PRIOR-WAIT-ENTRY OCCURS 500 TIMES.
                10 WS-PW-SECTION PIC X(8).
                10 WS-PW-ID PIC 9(5).
                10 WS-PW-NAME PIC A(25).
                10 WS-PW-SEATED PIC X(1).
          01 WS-PRIOR-WAIT-MAX PIC 9(4) VALUE 500.
          01 WS-RELEASE-TABLE.
             05 WS-RELEASE-COUNT PIC 9(4) VALUE ZERO.
             05 WS-RELEASE-ENTRY OCCURS 500 TIMES.
                10 WS-RL-SECTION PIC X(8).
                10 WS-RL-ID PIC 9(5).
                10 WS-RL-USED PIC X(1).
          01 WS-RELEASE-MAX PIC 9(4) VALUE 500.
          01 WS-REL-ID PIC 9(5).
          01 WS-REL-SECTION PIC X(8).
          01 WS-REL-WAITING PIC A(1).
          01 WS-SUB-2 PIC 9(4).
          01 WS-ENROLL-STATUS PIC X(2).
          01 WS-SECT-RPT-STATUS PIC X(2).
          01 WS-DOUBLE-COUNT PIC 9(5) VALUE ZERO.
                10 WS-EN-SECTION PIC X(8).
          01 WS-ENROLL-MAX PIC 9(4) VALUE 2000.
          01 WS-SUB PIC 9(4).
      *> Academic term from term.cfg, read once per batch and stamped
      *> on every enrollment record written.
          01 WS-TERM-STATUS PIC X(2).
          01 WS-TERM PIC X(6) VALUE SPACES.

      *> HELLO keeps status on the person roster (the batch-control
      *> entry with no section), so a student withdrawn or graduated
      *> there holds no seat whatever the section file still says.
          01 WS-CONTROL-STATUS PIC X(2).
          01 WS-CONTROL-EOF PIC A(1).
          01 WS-PERSON-STATUS PIC X(2).
          01 WS-PERSON-EOF PIC A(1).
          01 WS-PERSON-ROSTER-NAME PIC X(30) VALUE SPACES.
          01 WS-LEFT-TABLE.
             05 WS-LEFT-COUNT PIC 9(4) VALUE ZERO.
             05 WS-LEFT-ENTRY OCCURS 2000 TIMES.
                10 WS-LF-ID PIC 9(5).
                10 WS-LF-STATUS PIC X(1).
          01 WS-LEFT-MAX PIC 9(4) VALUE 2000.
          01 WS-LF-SUB PIC 9(4).

      *> Seats held this term before the batch, including those HELLO
      *> has given to students promoted off the waitlist. A student
      *> still holding a seat keeps it ahead of anyone not yet
      *> seated, so a promotion is not undone by the rebuild.
          01 WS-ENROLL-NAME PIC X(30) VALUE "enrollment.dat".
          01 WS-PRIOR-ENROLL-NAME PIC X(30)
             VALUE "prior-enrollment.dat".
          01 WS-PRIOR-ENROLL-STATUS PIC X(2).
          01 WS-PRIOR-ENROLL-EOF PIC A(1).
          01 WS-HELD-TABLE.
             05 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
             05 WS-HELD-ENTRY OCCURS 2000 TIMES.
                10 WS-HD-ID PIC 9(5).
                10 WS-HD-SECTION PIC X(8).
          01 WS-HELD-MAX PIC 9(4) VALUE 2000.
          01 WS-HD-SUB PIC 9(4).
          01 WS-HELD-SEAT PIC A(1).
          01 WS-HELD-AHEAD PIC 9(5) VALUE ZERO.

          01 WS-SECTION-HEADING.
             05 FILLER PIC X(8) VALUE "SECTION ".
             05 WS-DW-SECTION PIC X(8).
             05 FILLER PIC X(38) VALUE SPACE.

          01 WS-WAITLIST-NOTE.
             05 FILLER PIC X(15) VALUE "** WAITLISTED: ".
             05 WS-WN-ID PIC 9(5).
             05 FILLER PIC X(10) VALUE " POSITION ".
             05 WS-WN-POSITION PIC ZZ9.
             05 FILLER PIC X(18) VALUE ", SECTION FULL AT ".
             05 WS-WN-LIMIT PIC ZZ9.
             05 FILLER PIC X(26) VALUE SPACE.

          01 WS-GENCAT-STATUS PIC X(2).
          01 WS-AUD-MONTH-STATUS PIC X(2).
             05 FILLER PIC X(17) VALUE " STUDENTS LISTED".
             05 FILLER PIC X(41) VALUE SPACE.

          01 WS-LOCK-PARM.
             COPY LOCKPARM.
          01 WS-LOCK-SAVE-RC PIC S9(4) VALUE ZERO.

          LINKAGE SECTION.
          01 FH-PARM.
             COPY FHPARM.

       PROCEDURE DIVISION USING FH-PARM.
       0000-MAIN-PARA.
           PERFORM 0040-TAKE-RUN-LOCK.
      *> A caller such as BatchDriver always sets the batch flags to
      *> Y or N. Anything else means a standalone run (cobcrun
      *> FileHandling [datafile]), so switch to the default parameter
              MOVE ZERO TO FH-CURROST-COUNT
              MOVE ZERO TO FH-ENROLL-COUNT
              MOVE ZERO TO FH-SECTION-LINES
              MOVE ZERO TO FH-WAITLIST-COUNT
           END-IF.
           IF WS-SEEDED = 'N'
              MOVE 'Y' TO WS-SEEDED
              ADD FH-CURROST-COUNT TO WS-CURROST-TOTAL
              ADD FH-ENROLL-COUNT TO WS-ENROLL-TOTAL
              ADD FH-SECTION-LINES TO WS-SECTION-LINES-TOTAL
              ADD FH-WAITLIST-COUNT TO WS-WAITLIST-TOTAL
              PERFORM 0105-READ-TERM-CONFIG
              PERFORM 0106-LOAD-PERSON-STATUS
              IF FH-FIRST-OF-BATCH = 'Y'
                 PERFORM 0107-SAVE-PRIOR-ENROLLMENT
              END-IF
              PERFORM 0108-LOAD-HELD-SEATS
           END-IF.
           MOVE FH-FILENAME TO filename.
           MOVE FH-SECTION-CODE TO WS-SECTION.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-BLANK-COUNT.
           MOVE ZERO TO WS-FILE-VALID-COUNT.
           MOVE ZERO TO WS-SEAT-COUNT.
           MOVE ZERO TO WS-FILE-WAIT-COUNT.
           DISPLAY "opening " function trim(filename) "...".
           PERFORM 0100-OPEN-INPUT-FILE.
           PERFORM 0110-BALANCE-INPUT-FILE.
           PERFORM 0160-OPEN-EXTRACT-FILE.
           PERFORM 0170-OPEN-ENROLLMENT-FILE.
           PERFORM 0180-OPEN-SECTION-REPORT.
           PERFORM 0190-OPEN-WAITLIST-FILE.
           IF WS-REPORT-NEW = 'Y'
              PERFORM 0300-WRITE-PAGE-HEADERS
           END-IF.
                      MOVE REC-ID TO WS-ID
                      MOVE REC-NAME TO WS-STUDENT
                      MOVE REC-STATUS TO WS-STATUS
                      IF WS-SECTION NOT = SPACES
                         PERFORM 0458-APPLY-PERSON-STATUS
                      END-IF
                      IF WS-STUDENT = SPACES
                         ADD 1 TO WS-BLANK-COUNT
                      ELSE
           CLOSE EXTRACT-FILE.
           CLOSE ENROLLMENT-FILE.
           CLOSE SECTION-REPORT.
           CLOSE WAITLIST-FILE.
           IF FH-LAST-OF-BATCH = 'Y'
                 AND WS-DOUBLE-COUNT > ZERO
              DISPLAY "WARNING: " WS-DOUBLE-COUNT
                 " DOUBLE-ENROLLED STUDENTS, SEE section-roster.rpt"
           END-IF.
           IF FH-LAST-OF-BATCH = 'Y'
                 AND WS-WAITLIST-TOTAL > ZERO
              DISPLAY WS-WAITLIST-TOTAL
                 " STUDENTS WAITLISTED, SEE waitlist.dat"
           END-IF.
           IF FH-LAST-OF-BATCH = 'Y'
              PERFORM 0465-SORT-CURRENT-ROSTER
              PERFORM 0150-OPEN-STUDENT-INDEX
              PERFORM 0466-BUILD-STUDENT-INDEX
              CLOSE STUDENT-INDEX
              PERFORM 0670-LOAD-PRIOR-WAITLIST
              PERFORM 0600-RECONCILE-WITH-PRIOR-ROSTER
              PERFORM 0680-REPORT-PROMOTIONS
              PERFORM 0700-PROMOTE-CURRENT-ROSTER
              PERFORM 0800-WRITE-AUDIT-RECORD
              PERFORM 0900-SNAPSHOT-GENERATIONS
           MOVE WS-DROPPED-COUNT TO FH-DROPPED-COUNT.
           MOVE WS-EXTRACT-DETAIL-COUNT TO FH-EXTRACT-COUNT.
           MOVE WS-DOUBLE-COUNT TO FH-DOUBLE-COUNT.
           MOVE WS-PROMOTED-COUNT TO FH-PROMOTED-COUNT.
           MOVE WS-ROSTER-LINES-TOTAL TO FH-ROSTER-LINES.
           MOVE WS-EXTRACT-LINES-TOTAL TO FH-EXTRACT-LINES.
           MOVE WS-CURROST-TOTAL TO FH-CURROST-COUNT.
           MOVE WS-ENROLL-TOTAL TO FH-ENROLL-COUNT.
           MOVE WS-SECTION-LINES-TOTAL TO FH-SECTION-LINES.
           MOVE WS-WAITLIST-TOTAL TO FH-WAITLIST-COUNT.
           PERFORM 0990-RELEASE-RUN-LOCK.
       GOBACK.

      *> Nothing is touched while another run holds run.lock. A run
      *> that aborts leaves its lock behind on purpose, for
      *> operations to check the files and clear it with LockAdmin.
      *> CALLed by BatchDriver, it runs under BatchDriver's lock.
       0040-TAKE-RUN-LOCK.
           MOVE "A" TO RL-FUNCTION.
           MOVE "FILEHANDLING" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       0100-OPEN-INPUT-FILE.
           OPEN INPUT SOMEFILE.
           IF WS-FILE-STATUS NOT = "00"
              STOP RUN
           END-IF.

       0105-READ-TERM-CONFIG.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
              READ TERM-FILE
                 AT END MOVE SPACES TO TERM-RECORD
              END-READ
              MOVE TC-TERM TO WS-TERM
              CLOSE TERM-FILE
           ELSE
              DISPLAY "term.cfg not found, enrollments written "
                 "without a term"
           END-IF.

       0106-LOAD-PERSON-STATUS.
           MOVE ZERO TO WS-LEFT-COUNT.
           MOVE SPACES TO WS-PERSON-ROSTER-NAME.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
              MOVE 'N' TO WS-CONTROL-EOF
              PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                 READ CONTROL-FILE
                    AT END MOVE 'Y' TO WS-CONTROL-EOF
                    NOT AT END
                       IF CR-SECTION = SPACES
                             AND CR-FILENAME NOT = SPACES
                             AND WS-PERSON-ROSTER-NAME = SPACES
                          MOVE CR-FILENAME TO WS-PERSON-ROSTER-NAME
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-FILE
           END-IF.
           IF WS-PERSON-ROSTER-NAME NOT = SPACES
              OPEN INPUT PERSON-ROSTER
              IF WS-PERSON-STATUS = "00"
                 MOVE 'N' TO WS-PERSON-EOF
                 PERFORM UNTIL WS-PERSON-EOF = 'Y'
                    READ PERSON-ROSTER
                       AT END MOVE 'Y' TO WS-PERSON-EOF
                       NOT AT END
                          IF PERSON-ROSTER-RECORD(1:1) NOT = "T"
                                AND (PN-STATUS = "W"
                                OR PN-STATUS = "G")
                             PERFORM 0109-ADD-LEFT-ENTRY
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PERSON-ROSTER
              END-IF
           END-IF.

       0107-SAVE-PRIOR-ENROLLMENT.
           CALL "CBL_COPY_FILE" USING WS-ENROLL-NAME
              WS-PRIOR-ENROLL-NAME RETURNING WS-CBL-STATUS.
           IF WS-CBL-STATUS NOT = 0
              CALL "CBL_DELETE_FILE" USING WS-PRIOR-ENROLL-NAME
                 RETURNING WS-CBL-STATUS
           END-IF.

       0108-LOAD-HELD-SEATS.
           MOVE ZERO TO WS-HELD-COUNT.
           OPEN INPUT PRIOR-ENROLLMENT.
           IF WS-PRIOR-ENROLL-STATUS = "00"
              MOVE 'N' TO WS-PRIOR-ENROLL-EOF
              PERFORM UNTIL WS-PRIOR-ENROLL-EOF = 'Y'
                 READ PRIOR-ENROLLMENT
                    AT END MOVE 'Y' TO WS-PRIOR-ENROLL-EOF
                    NOT AT END
                       IF PE-TERM = WS-TERM OR PE-TERM = SPACES
                          IF WS-HELD-COUNT < WS-HELD-MAX
                             ADD 1 TO WS-HELD-COUNT
                             MOVE PE-ID TO WS-HD-ID(WS-HELD-COUNT)
                             MOVE PE-SECTION
                                TO WS-HD-SECTION(WS-HELD-COUNT)
                          ELSE
                             DISPLAY "warning: held seat table full, "
                                "student " PE-ID " seated in "
                                "arrival order"
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRIOR-ENROLLMENT
           END-IF.

       0109-ADD-LEFT-ENTRY.
           IF WS-LEFT-COUNT < WS-LEFT-MAX
              ADD 1 TO WS-LEFT-COUNT
              MOVE PN-ID TO WS-LF-ID(WS-LEFT-COUNT)
              MOVE PN-STATUS TO WS-LF-STATUS(WS-LEFT-COUNT)
           ELSE
              DISPLAY "warning: person status table full, student "
                 PN-ID " seated on section file status"
           END-IF.

      *> Balance the incoming file against its control-total trailer
      *> before any records are processed. A missing or mismatched
      *> trailer rejects the whole file with a nonzero return code so
      *> the scheduler holds the batch.
       0110-BALANCE-INPUT-FILE.
           MOVE 'N' TO WS-BALANCE-EOF.
           MOVE ZERO TO WS-HELD-AHEAD.
           MOVE 'N' TO WS-TRAILER-FOUND.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-TRAILER-COUNT.
                       END-IF
                    ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       IF WS-SECTION NOT = SPACES
                             AND REC-NAME NOT = SPACES
                          PERFORM 0115-COUNT-HELD-SEAT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SOMEFILE.
           PERFORM 0100-OPEN-INPUT-FILE.

      *> Seats held by students further down the file are kept back
      *> so earlier new arrivals cannot take them.
       0115-COUNT-HELD-SEAT.
           MOVE REC-ID TO WS-ID.
           MOVE REC-STATUS TO WS-STATUS.
           PERFORM 0458-APPLY-PERSON-STATUS.
           IF WS-STATUS-IN-EXTRACT
              PERFORM 0459-FIND-HELD-SEAT
              IF WS-HELD-SEAT = 'Y'
                 ADD 1 TO WS-HELD-AHEAD
              END-IF
           END-IF.

       0120-OPEN-REPORT-FILE.
           MOVE 'Y' TO WS-REPORT-NEW.
           IF FH-FIRST-OF-BATCH = 'Y'
              STOP RUN
           END-IF.

       0190-OPEN-WAITLIST-FILE.
           IF FH-FIRST-OF-BATCH = 'Y'
              PERFORM 0195-SAVE-PRIOR-WAITLIST
              OPEN OUTPUT WAITLIST-FILE
           ELSE
              OPEN EXTEND WAITLIST-FILE
              IF WS-WAITLIST-STATUS NOT = "00"
                 OPEN OUTPUT WAITLIST-FILE
              END-IF
           END-IF.
           IF WS-WAITLIST-STATUS NOT = "00"
              DISPLAY "waitlist.dat could not be opened, run aborted"
              CLOSE SOMEFILE
              CLOSE ROSTER-REPORT
              CLOSE CURRENT-ROSTER
              CLOSE EXTRACT-FILE
              CLOSE ENROLLMENT-FILE
              CLOSE SECTION-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Keep the waitlist as it stood before this batch, including
      *> any promotions HELLO has already made, so the rebuild can
      *> tell which waitlisted students have since taken a seat. With
      *> no waitlist yet there is nothing to compare against.
       0195-SAVE-PRIOR-WAITLIST.
           CALL "CBL_COPY_FILE" USING WS-WAITLIST-NAME
              WS-PRIOR-WAITLIST-NAME RETURNING WS-CBL-STATUS.
           IF WS-CBL-STATUS NOT = 0
              CALL "CBL_DELETE_FILE" USING WS-PRIOR-WAITLIST-NAME
                 RETURNING WS-CBL-STATUS
           END-IF.

       0300-WRITE-PAGE-HEADERS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ADD 1 TO WS-PAGE-COUNT.
           WRITE CURRENT-ROSTER-RECORD.
           ADD 1 TO WS-CURROST-TOTAL.

      *> Active and on-leave students take seats in arrival order
      *> until the section capacity is used up; later arrivals go to
      *> waitlist.dat in the same order instead of enrollment.dat.
      *> A student who already held a seat in the section this term
      *> keeps it, and seats still held further down the file are
      *> not given to anyone else. Withdrawn and graduated students
      *> stay on the section roster but hold no seat, so their
      *> departure frees one.
       0455-WRITE-ENROLLMENT-RECORD.
           MOVE WS-ID TO WS-SD-ID.
           MOVE WS-STUDENT TO WS-SD-NAME.
           WRITE SECTION-REPORT-LINE FROM WS-SECTION-DETAIL.
           ADD 1 TO WS-SECTION-LINES-TOTAL.
           MOVE 'N' TO WS-HELD-SEAT.
           IF WS-STATUS-IN-EXTRACT
              PERFORM 0459-FIND-HELD-SEAT
           END-IF.
           IF WS-HELD-SEAT = 'Y' AND WS-HELD-AHEAD > ZERO
              SUBTRACT 1 FROM WS-HELD-AHEAD
           END-IF.
           EVALUATE TRUE
              WHEN NOT WS-STATUS-IN-EXTRACT
                 CONTINUE
              WHEN WS-HELD-SEAT = 'Y'
                 PERFORM 0454-SEAT-STUDENT
              WHEN WS-SECTION-CAPACITY > ZERO
                    AND WS-SEAT-COUNT + WS-HELD-AHEAD
                    >= WS-SECTION-CAPACITY
                 PERFORM 0456-WRITE-WAITLIST-RECORD
              WHEN OTHER
                 PERFORM 0454-SEAT-STUDENT
           END-EVALUATE.

       0454-SEAT-STUDENT.
           ADD 1 TO WS-SEAT-COUNT.
           MOVE WS-ID TO EN-ID.
           MOVE WS-SECTION TO EN-SECTION.
           MOVE WS-TERM TO EN-TERM.
           WRITE ENROLLMENT-RECORD.
           ADD 1 TO WS-ENROLL-TOTAL.
           PERFORM 0457-CHECK-CROSS-SECTION.

       0456-WRITE-WAITLIST-RECORD.
           ADD 1 TO WS-FILE-WAIT-COUNT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-SECTION TO WL-SECTION.
           MOVE WS-ID TO WL-ID.
           MOVE WS-STUDENT TO WL-NAME.
           MOVE WS-CURRENT-DATE TO WL-DATE.
           WRITE WAITLIST-RECORD.
           ADD 1 TO WS-WAITLIST-TOTAL.
           MOVE WS-ID TO WS-WN-ID.
           MOVE WS-FILE-WAIT-COUNT TO WS-WN-POSITION.
           MOVE WS-SECTION-CAPACITY TO WS-WN-LIMIT.
           WRITE SECTION-REPORT-LINE FROM WS-WAITLIST-NOTE.
           ADD 1 TO WS-SECTION-LINES-TOTAL.

       0458-APPLY-PERSON-STATUS.
           PERFORM VARYING WS-LF-SUB FROM 1 BY 1
                 UNTIL WS-LF-SUB > WS-LEFT-COUNT
              IF WS-LF-ID(WS-LF-SUB) = WS-ID
                 MOVE WS-LF-STATUS(WS-LF-SUB) TO WS-STATUS
              END-IF
           END-PERFORM.

       0459-FIND-HELD-SEAT.
           MOVE 'N' TO WS-HELD-SEAT.
           PERFORM VARYING WS-HD-SUB FROM 1 BY 1
                 UNTIL WS-HD-SUB > WS-HELD-COUNT
                 OR WS-HELD-SEAT = 'Y'
              IF WS-HD-ID(WS-HD-SUB) = WS-ID
                    AND WS-HD-SECTION(WS-HD-SUB) = WS-SECTION
                 MOVE 'Y' TO WS-HELD-SEAT
              END-IF
           END-PERFORM.

       0457-CHECK-CROSS-SECTION.
           MOVE SPACES TO WS-DUP-SECTION.
           PERFORM VARYING WS-SUB FROM 1 BY 1
           MOVE PRIOR-ROSTER-STATUS TO WS-PRIOR-STAT.
           IF WS-PRIOR-IN-EXTRACT
              PERFORM 0645-WRITE-DELTA-DROP
              IF PRIOR-ROSTER-SECTION NOT = SPACES
                 PERFORM 0660-NOTE-SEAT-RELEASE
              END-IF
           END-IF.

      *> Matched IDs: a status move across the extract boundary
                    OR CRS-SECTION NOT = PRIOR-ROSTER-SECTION)
                 PERFORM 0650-WRITE-DELTA-CHANGE
           END-EVALUATE.
           IF WS-PRIOR-IN-EXTRACT
                 AND PRIOR-ROSTER-SECTION NOT = SPACES
                 AND (NOT WS-CURR-IN-EXTRACT
                 OR CRS-SECTION NOT = PRIOR-ROSTER-SECTION)
              PERFORM 0660-NOTE-SEAT-RELEASE
           END-IF.

       0640-WRITE-DELTA-ADD.
           MOVE "A" TO DX-D-ACTION.
           WRITE DELTA-LINE FROM WS-DELTA-DETAIL.
           ADD 1 TO WS-DELTA-COUNT.

      *> A departing student who held a seat in the prior run frees
      *> it for the section's waitlist. One who was only waitlisted
      *> held no seat and frees nothing.
       0660-NOTE-SEAT-RELEASE.
           MOVE PRIOR-ROSTER-ID TO WS-REL-ID.
           MOVE PRIOR-ROSTER-SECTION TO WS-REL-SECTION.
           MOVE 'N' TO WS-REL-WAITING.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                 UNTIL WS-SUB-2 > WS-PRIOR-WAIT-COUNT
              IF WS-PW-ID(WS-SUB-2) = WS-REL-ID
                    AND WS-PW-SECTION(WS-SUB-2) = WS-REL-SECTION
                 MOVE 'Y' TO WS-REL-WAITING
              END-IF
           END-PERFORM.
           IF WS-REL-WAITING = 'N'
              IF WS-RELEASE-COUNT < WS-RELEASE-MAX
                 ADD 1 TO WS-RELEASE-COUNT
                 MOVE WS-REL-SECTION TO WS-RL-SECTION(WS-RELEASE-COUNT)
                 MOVE WS-REL-ID TO WS-RL-ID(WS-RELEASE-COUNT)
                 MOVE 'N' TO WS-RL-USED(WS-RELEASE-COUNT)
              ELSE
                 DISPLAY "warning: seat release table full, "
                    "departure of " WS-REL-ID " not credited"
              END-IF
           END-IF.

       0670-LOAD-PRIOR-WAITLIST.
           MOVE ZERO TO WS-PRIOR-WAIT-COUNT.
           OPEN INPUT PRIOR-WAITLIST.
           IF WS-PRIOR-WAIT-STATUS = "00"
              MOVE 'N' TO WS-PRIOR-WAIT-EOF
              PERFORM UNTIL WS-PRIOR-WAIT-EOF = 'Y'
                 READ PRIOR-WAITLIST
                    AT END MOVE 'Y' TO WS-PRIOR-WAIT-EOF
                    NOT AT END
                       IF WS-PRIOR-WAIT-COUNT < WS-PRIOR-WAIT-MAX
                          ADD 1 TO WS-PRIOR-WAIT-COUNT
                          MOVE PW-SECTION
                             TO WS-PW-SECTION(WS-PRIOR-WAIT-COUNT)
                          MOVE PW-ID TO WS-PW-ID(WS-PRIOR-WAIT-COUNT)
                          MOVE PW-NAME
                             TO WS-PW-NAME(WS-PRIOR-WAIT-COUNT)
                          MOVE 'N'
                             TO WS-PW-SEATED(WS-PRIOR-WAIT-COUNT)
                       ELSE
                          DISPLAY "warning: prior waitlist table "
                             "full, " PW-ID " not checked for "
                             "promotion"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRIOR-WAITLIST
           END-IF.

      *> A student on the prior waitlist who now has an enrollment
      *> record for that section has been promoted into a seat.
       0680-REPORT-PROMOTIONS.
           IF WS-PRIOR-WAIT-COUNT > ZERO
              PERFORM 0682-MARK-SEATED-STUDENTS
              PERFORM 0685-OPEN-PROMOTION-REPORT
              IF WS-PROMO-STATUS = "00"
                 ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                 ACCEPT WS-CURRENT-TIME FROM TIME
                 PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PRIOR-WAIT-COUNT
                    IF WS-PW-SEATED(WS-SUB) = 'Y'
                       PERFORM 0688-WRITE-PROMOTION-LINE
                    END-IF
                 END-PERFORM
                 CLOSE PROMOTION-REPORT
              END-IF
           END-IF.
           IF WS-PROMOTED-COUNT > ZERO
              DISPLAY WS-PROMOTED-COUNT
                 " WAITLISTED STUDENTS PROMOTED, SEE promotions.rpt"
           END-IF.

       0682-MARK-SEATED-STUDENTS.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
              DISPLAY "warning: enrollment.dat could not be read, "
                 "promotions not reported"
           ELSE
              MOVE 'N' TO WS-PRIOR-WAIT-EOF
              PERFORM UNTIL WS-PRIOR-WAIT-EOF = 'Y'
                 READ ENROLLMENT-FILE
                    AT END MOVE 'Y' TO WS-PRIOR-WAIT-EOF
                    NOT AT END
                       PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                             UNTIL WS-SUB-2 > WS-PRIOR-WAIT-COUNT
                          IF WS-PW-ID(WS-SUB-2) = EN-ID
                                AND WS-PW-SECTION(WS-SUB-2)
                                = EN-SECTION
                             MOVE 'Y' TO WS-PW-SEATED(WS-SUB-2)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE ENROLLMENT-FILE
           END-IF.

       0685-OPEN-PROMOTION-REPORT.
           OPEN EXTEND PROMOTION-REPORT.
           IF WS-PROMO-STATUS NOT = "00"
              OPEN OUTPUT PROMOTION-REPORT
           END-IF.
           IF WS-PROMO-STATUS NOT = "00"
              DISPLAY "warning: promotions.rpt could not be "
                 "opened, promotions not reported"
           END-IF.

      *> Each promotion is credited to the first unclaimed departure
      *> from the same section; with none left the seat came from a
      *> capacity change.
       0688-WRITE-PROMOTION-LINE.
           ADD 1 TO WS-PROMOTED-COUNT.
           MOVE SPACES TO PROMOTION-LINE.
           MOVE WS-CURRENT-DATE TO PR-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO PR-TIME.
           MOVE WS-PW-SECTION(WS-SUB) TO PR-SECTION.
           MOVE WS-PW-ID(WS-SUB) TO PR-ID.
           MOVE WS-PW-NAME(WS-SUB) TO PR-NAME.
           MOVE "SEAT AVAILABLE" TO PR-REASON.
           MOVE ZERO TO WS-REL-ID.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                 UNTIL WS-SUB-2 > WS-RELEASE-COUNT
                 OR WS-REL-ID NOT = ZERO
              IF WS-RL-SECTION(WS-SUB-2) = WS-PW-SECTION(WS-SUB)
                    AND WS-RL-USED(WS-SUB-2) = 'N'
                 MOVE 'Y' TO WS-RL-USED(WS-SUB-2)
                 MOVE WS-RL-ID(WS-SUB-2) TO WS-REL-ID
              END-IF
           END-PERFORM.
           IF WS-REL-ID NOT = ZERO
              STRING "SEAT RELEASED BY " WS-REL-ID
                 DELIMITED BY SIZE INTO PR-REASON
           END-IF.
           WRITE PROMOTION-LINE.

       0700-PROMOTE-CURRENT-ROSTER.
           CALL "CBL_RENAME_FILE" USING WS-CURRENT-SORTED-NAME
              WS-PRIOR-ROSTER-NAME RETURNING WS-CBL-STATUS.
              WRITE GENERATION-RECORD
              CLOSE GENERATION-CATALOG
           END-IF.

       0990-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
