       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcadStanding.
       AUTHOR. JoSSte.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT THRESHOLD-FILE ASSIGN TO "academic.cfg"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-THRESH-STATUS.

             SELECT POINTS-FILE ASSIGN TO "grade-points.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POINTS-STATUS.

             SELECT TERM-HISTORY ASSIGN TO "term-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.

             SELECT SECTION-MASTER ASSIGN TO DYNAMIC WS-MASTER-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SECT-MASTER-STATUS.

             SELECT GRADES-FILE ASSIGN TO DYNAMIC WS-GRADES-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GRADES-STATUS.

             SELECT GRADES-ALL ASSIGN TO "standing-all.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALL-STATUS.

             SELECT GRADES-SORTED ASSIGN TO "standing-sorted.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SORTED-STATUS.

             SELECT SORT-WORK ASSIGN TO "standsort.tmp".

             SELECT STUDENT-INDEX ASSIGN TO "student-idx.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SX-ID
             ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
             FILE STATUS IS WS-INDEX-STATUS.

             SELECT STANDING-FILE ASSIGN TO "standing.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STANDING-STATUS.

             SELECT STANDING-REPORT ASSIGN TO "standing.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD THRESHOLD-FILE.
          01 THRESHOLD-RECORD.
             05 TH-DEANS-LIST PIC X(3).
             05 TH-DEANS-LIST-NUM REDEFINES TH-DEANS-LIST PIC 9V99.
             05 FILLER PIC X(1).
             05 TH-GOOD-STANDING PIC X(3).
             05 TH-GOOD-STANDING-NUM REDEFINES TH-GOOD-STANDING
                PIC 9V99.
             05 FILLER PIC X(1).
             05 TH-WARNING PIC X(3).
             05 TH-WARNING-NUM REDEFINES TH-WARNING PIC 9V99.
             05 FILLER PIC X(19).

      *> Grade points table, one line per letter grade:
      *> grade (2), space, points with two implied decimals.
          FD POINTS-FILE.
          01 POINTS-RECORD.
             05 GP-GRADE PIC X(2).
             05 FILLER PIC X(1).
             05 GP-POINTS PIC X(3).
             05 GP-POINTS-NUM REDEFINES GP-POINTS PIC 9V99.

          FD TERM-HISTORY.
          01 TERM-HISTORY-RECORD.
             COPY TERMHIST.

          FD SECTION-MASTER.
          01 SECTION-MASTER-RECORD.
             COPY SECTIONREC.

          FD GRADES-FILE.
          01 GRADES-RECORD.
             05 GR-ID PIC 9(5).
             05 GR-SECTION PIC X(8).
             05 GR-GRADE PIC X(2).
             05 GR-DATE PIC 9(8).
             05 GR-TERM PIC X(6).
             05 GR-OPERATOR PIC X(8).

      *> Every grade from every closed term plus the current term,
      *> each tagged with its term and the order that term was
      *> closed in, so a section taken in two terms counts twice.
          FD GRADES-ALL.
          01 GRADES-ALL-RECORD.
             05 GA-ID PIC 9(5).
             05 GA-TERM-SEQ PIC 9(3).
             05 GA-TERM PIC X(6).
             05 GA-SECTION PIC X(8).
             05 GA-GRADE PIC X(2).
             05 GA-DATE PIC 9(8).

          SD SORT-WORK.
          01 SORT-WORK-RECORD.
             05 SW-ID PIC 9(5).
             05 SW-TERM-SEQ PIC 9(3).
             05 SW-TERM PIC X(6).
             05 SW-SECTION PIC X(8).
             05 SW-GRADE PIC X(2).
             05 SW-DATE PIC 9(8).

          FD GRADES-SORTED.
          01 GRADES-SORTED-RECORD.
             05 GS-ID PIC 9(5).
             05 GS-TERM-SEQ PIC 9(3).
             05 GS-TERM PIC X(6).
             05 GS-SECTION PIC X(8).
             05 GS-GRADE PIC X(2).
             05 GS-DATE PIC 9(8).

          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
             05 SX-ID PIC 9(5).
             05 SX-NAME PIC A(25).
             05 SX-SECTION PIC X(8).

      *> One standing record per student on the index. Standing code
      *> D dean's list, G good standing, W warning, P probation.
          FD STANDING-FILE.
          01 STANDING-RECORD.
             05 ST-ID PIC 9(5).
             05 FILLER PIC X(1).
             05 ST-CREDITS PIC 9(3)V9.
             05 FILLER PIC X(1).
             05 ST-POINTS PIC 9(5)V999.
             05 FILLER PIC X(1).
             05 ST-GPA PIC 9V99.
             05 FILLER PIC X(1).
             05 ST-STANDING PIC X(1).
             05 FILLER PIC X(1).
             05 ST-DATE PIC 9(8).

          FD STANDING-REPORT.
          01 STANDING-LINE PIC X(80).

          WORKING-STORAGE SECTION.
          01 WS-THRESH-STATUS PIC X(2).
          01 WS-POINTS-STATUS PIC X(2).
          01 WS-HISTORY-STATUS PIC X(2).
          01 WS-SECT-MASTER-STATUS PIC X(2).
          01 WS-GRADES-STATUS PIC X(2).
          01 WS-ALL-STATUS PIC X(2).
          01 WS-SORTED-STATUS PIC X(2).
          01 WS-INDEX-STATUS PIC X(2).
          01 WS-STANDING-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-POINTS-EOF PIC A(1).
          01 WS-SECT-EOF PIC A(1).
          01 WS-SORTED-EOF PIC A(1).
          01 WS-INDEX-EOF PIC A(1).
          01 WS-HISTORY-EOF PIC A(1).
          01 WS-GRADES-EOF PIC A(1).

          01 WS-MASTER-NAME PIC X(30).
          01 WS-GRADES-NAME PIC X(30).
          01 WS-FILE-TERM PIC X(6).
          01 WS-TERM-SEQ PIC 9(3) VALUE ZERO.
          01 WS-FILES-READ PIC 9(3) VALUE ZERO.

      *> Minimum GPA for each band; anything under the warning
      *> floor is probation.
          01 WS-DEANS-GPA PIC 9V99 VALUE 3.50.
          01 WS-GOOD-GPA PIC 9V99 VALUE 2.00.
          01 WS-WARNING-GPA PIC 9V99 VALUE 1.50.

          01 WS-POINTS-TABLE.
             05 WS-POINTS-COUNT PIC 9(3) VALUE ZERO.
             05 WS-POINTS-ENTRY OCCURS 20 TIMES.
                10 WS-PT-GRADE PIC X(2).
                10 WS-PT-POINTS PIC 9V99.
          01 WS-POINTS-MAX PIC 9(3) VALUE 20.
          01 WS-POINTS-FOUND PIC 9(3).

      *> Credit hours by term and section: the current section
      *> master, then the master archived for each closed term. A
      *> closed term whose master is missing takes the current one.
          01 WS-SECT-TABLE.
             05 WS-SECT-COUNT PIC 9(3) VALUE ZERO.
             05 WS-SECT-ENTRY OCCURS 200 TIMES.
                10 WS-ST-TERM PIC X(6).
                10 WS-ST-SECTION PIC X(8).
                10 WS-ST-CREDITS PIC 9(2)V9.
                10 WS-ST-CURRENT PIC X(1).
          01 WS-SECT-MAX PIC 9(3) VALUE 200.
          01 WS-SECT-FOUND PIC 9(3).

          01 WS-TALLY-TABLE.
             05 WS-TALLY-COUNT PIC 9(4) VALUE ZERO.
             05 WS-TALLY-ENTRY OCCURS 1000 TIMES.
                10 WS-TY-ID PIC 9(5).
                10 WS-TY-CREDITS PIC 9(3)V9.
                10 WS-TY-POINTS PIC 9(5)V999.
                10 WS-TY-MATCHED PIC X(1).
          01 WS-TALLY-MAX PIC 9(4) VALUE 1000.
          01 WS-TALLY-FOUND PIC 9(4).
          01 WS-SUB PIC 9(4).

      *> Latest grade held for the current student/term/section
      *> while the sorted grades are read; an earlier grade for the
      *> same section in the same term is superseded by a later
      *> posting.
          01 WS-HELD-FLAG PIC X(1).
          01 WS-HELD-ID PIC 9(5).
          01 WS-HELD-TERM-SEQ PIC 9(3).
          01 WS-HELD-TERM PIC X(6).
          01 WS-HELD-SECTION PIC X(8).
          01 WS-HELD-GRADE.
             05 WS-HELD-LETTER PIC X(1).
                88 WS-HELD-EXCLUDED VALUE "I" "W".
             05 WS-HELD-SIGN PIC X(1).

          01 WS-GRADE-COUNT PIC 9(5) VALUE ZERO.
          01 WS-SUPERSEDED-COUNT PIC 9(5) VALUE ZERO.
          01 WS-EXCLUDED-COUNT PIC 9(5) VALUE ZERO.
          01 WS-UNRATED-COUNT PIC 9(5) VALUE ZERO.
          01 WS-NO-CREDIT-COUNT PIC 9(5) VALUE ZERO.
          01 WS-WEIGHTED-COUNT PIC 9(5) VALUE ZERO.
          01 WS-NOT-ON-FILE-COUNT PIC 9(5) VALUE ZERO.
          01 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
          01 WS-DEANS-COUNT PIC 9(5) VALUE ZERO.
          01 WS-GOOD-COUNT PIC 9(5) VALUE ZERO.
          01 WS-WARNING-COUNT PIC 9(5) VALUE ZERO.
          01 WS-PROBATION-COUNT PIC 9(5) VALUE ZERO.

          01 WS-GPA PIC 9V99.
          01 WS-STANDING-CODE PIC X(1).
             88 WS-STANDING-DEANS VALUE "D".
             88 WS-STANDING-GOOD VALUE "G".
             88 WS-STANDING-WARNING VALUE "W".
             88 WS-STANDING-PROBATION VALUE "P".

          01 WS-CURRENT-DATE.
             05 WS-CD-YEAR PIC 9(4).
             05 WS-CD-MONTH PIC 9(2).
             05 WS-CD-DAY PIC 9(2).

          01 WS-REPORT-HEADER-1.
             05 FILLER PIC X(22) VALUE "ACADEMIC STANDING RUN ".
             05 WS-H1-MONTH PIC 9(2).
             05 FILLER PIC X(1) VALUE "/".
             05 WS-H1-DAY PIC 9(2).
             05 FILLER PIC X(1) VALUE "/".
             05 WS-H1-YEAR PIC 9(4).
             05 FILLER PIC X(48) VALUE SPACE.

          01 WS-REPORT-HEADER-2.
             05 FILLER PIC X(13) VALUE "DEAN'S LIST  ".
             05 WS-H2-DEANS PIC 9.99.
             05 FILLER PIC X(17) VALUE "  GOOD STANDING  ".
             05 WS-H2-GOOD PIC 9.99.
             05 FILLER PIC X(11) VALUE "  WARNING  ".
             05 WS-H2-WARNING PIC 9.99.
             05 FILLER PIC X(27) VALUE SPACE.

          01 WS-COLUMN-HEADING.
             05 FILLER PIC X(7) VALUE "ID".
             05 FILLER PIC X(26) VALUE "NAME".
             05 FILLER PIC X(8) VALUE "CUM CRS".
             05 FILLER PIC X(4) VALUE " GPA".
             05 FILLER PIC X(2) VALUE SPACE.
             05 FILLER PIC X(8) VALUE "STANDING".
             05 FILLER PIC X(25) VALUE SPACE.

          01 WS-REPORT-DETAIL.
             05 WS-RD-ID PIC 9(5).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-RD-NAME PIC X(25).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-RD-CREDITS PIC ZZ9.9.
             05 FILLER PIC X(3) VALUE SPACE.
             05 WS-RD-GPA PIC 9.99.
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-RD-STANDING PIC X(13).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-RD-NOTE PIC X(18).
             05 FILLER PIC X(1) VALUE SPACE.

          01 WS-REPORT-TRAILER.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-RT-COUNT PIC ZZZZ9.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-RT-TEXT PIC X(45).
             05 FILLER PIC X(28) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-READ-THRESHOLDS.
           PERFORM 0150-LOAD-POINTS-TABLE.
           PERFORM 0200-LOAD-SECTION-MASTERS.
           PERFORM 0250-SORT-GRADES-FILE.
           PERFORM 0300-ACCUMULATE-GRADES.
           PERFORM 0400-OPEN-STANDING-FILES.
           PERFORM 0500-CLASSIFY-STUDENTS.
           PERFORM 0600-WRITE-REPORT-TRAILER.
           CLOSE STUDENT-INDEX.
           CLOSE STANDING-FILE.
           CLOSE STANDING-REPORT.
           IF WS-UNRATED-COUNT > ZERO OR WS-NO-CREDIT-COUNT > ZERO
              DISPLAY "warning: " WS-UNRATED-COUNT
                 " grades not in grade-points.dat, "
                 WS-NO-CREDIT-COUNT
                 " grades with no section credit hours"
           END-IF.
           DISPLAY "STANDING COMPLETE - " WS-STUDENT-COUNT
              " STUDENTS, " WS-DEANS-COUNT " DEAN'S LIST, "
              WS-PROBATION-COUNT " PROBATION".
       STOP RUN.

      *> Thresholds are three-digit GPAs with two implied decimals:
      *> dean's list, good standing and warning, e.g. "350 200 150".
       0100-READ-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESH-STATUS = "00"
              READ THRESHOLD-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF TH-DEANS-LIST IS NUMERIC
                       MOVE TH-DEANS-LIST-NUM TO WS-DEANS-GPA
                    END-IF
                    IF TH-GOOD-STANDING IS NUMERIC
                       MOVE TH-GOOD-STANDING-NUM TO WS-GOOD-GPA
                    END-IF
                    IF TH-WARNING IS NUMERIC
                       MOVE TH-WARNING-NUM TO WS-WARNING-GPA
                    END-IF
              END-READ
              CLOSE THRESHOLD-FILE
           ELSE
              DISPLAY "academic.cfg not found, using default "
                 "thresholds " WS-DEANS-GPA " " WS-GOOD-GPA " "
                 WS-WARNING-GPA
           END-IF.
           IF WS-DEANS-GPA < WS-GOOD-GPA
                 OR WS-GOOD-GPA < WS-WARNING-GPA
              DISPLAY "academic.cfg thresholds out of order, "
                 "run aborted"
              MOVE 2 TO RETURN-CODE
              STOP RUN
           END-IF.

       0150-LOAD-POINTS-TABLE.
           OPEN INPUT POINTS-FILE.
           IF WS-POINTS-STATUS NOT = "00"
              DISPLAY "grade-points.dat not found, run aborted"
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-POINTS-EOF.
           PERFORM UNTIL WS-POINTS-EOF = 'Y'
              READ POINTS-FILE
                 AT END MOVE 'Y' TO WS-POINTS-EOF
                 NOT AT END
                    PERFORM 0160-LOAD-ONE-POINTS-ENTRY
              END-READ
           END-PERFORM.
           CLOSE POINTS-FILE.

       0160-LOAD-ONE-POINTS-ENTRY.
           IF GP-GRADE = SPACES
              CONTINUE
           ELSE
              IF GP-POINTS IS NOT NUMERIC
                 DISPLAY "warning: grade-points.dat entry for "
                    GP-GRADE " has no points, entry ignored"
              ELSE
                 IF WS-POINTS-COUNT >= WS-POINTS-MAX
                    DISPLAY "grade-points.dat has too many "
                       "entries, run aborted"
                    CLOSE POINTS-FILE
                    MOVE 4 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-POINTS-COUNT
                 MOVE GP-GRADE TO WS-PT-GRADE(WS-POINTS-COUNT)
                 MOVE GP-POINTS-NUM TO WS-PT-POINTS(WS-POINTS-COUNT)
              END-IF
           END-IF.

       0200-LOAD-SECTION-MASTERS.
           MOVE "section-master.dat" TO WS-MASTER-NAME.
           OPEN INPUT SECTION-MASTER.
           IF WS-SECT-MASTER-STATUS NOT = "00"
              DISPLAY "section-master.dat not found, run aborted"
              MOVE 5 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE SECTION-MASTER.
           MOVE SPACES TO WS-FILE-TERM.
           PERFORM 0210-LOAD-ONE-MASTER.
           OPEN INPUT TERM-HISTORY.
           IF WS-HISTORY-STATUS = "00"
              MOVE 'N' TO WS-HISTORY-EOF
              PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                 READ TERM-HISTORY
                    AT END MOVE 'Y' TO WS-HISTORY-EOF
                    NOT AT END
                       MOVE SPACES TO WS-MASTER-NAME
                       STRING "section-master-" function trim(TH-TERM)
                          ".dat" DELIMITED BY SIZE INTO WS-MASTER-NAME
                       END-STRING
                       MOVE TH-TERM TO WS-FILE-TERM
                       PERFORM 0210-LOAD-ONE-MASTER
                 END-READ
              END-PERFORM
              CLOSE TERM-HISTORY
           END-IF.

      *> WS-FILE-TERM is blank for the current master, whose entries
      *> take the term on each record.
       0210-LOAD-ONE-MASTER.
           OPEN INPUT SECTION-MASTER.
           IF WS-SECT-MASTER-STATUS NOT = "00"
              DISPLAY "warning: " function trim(WS-MASTER-NAME)
                 " not found, term " WS-FILE-TERM
                 " credits taken from section-master.dat"
           ELSE
              MOVE 'N' TO WS-SECT-EOF
              PERFORM UNTIL WS-SECT-EOF = 'Y'
                 READ SECTION-MASTER
                    AT END MOVE 'Y' TO WS-SECT-EOF
                    NOT AT END
                       PERFORM 0220-ADD-SECTION-ENTRY
                 END-READ
              END-PERFORM
              CLOSE SECTION-MASTER
           END-IF.

       0220-ADD-SECTION-ENTRY.
           IF WS-SECT-COUNT >= WS-SECT-MAX
              DISPLAY function trim(WS-MASTER-NAME)
                 " overflows the section table, run aborted"
              CLOSE SECTION-MASTER
              MOVE 6 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-SECT-COUNT.
           MOVE SM-SECTION TO WS-ST-SECTION(WS-SECT-COUNT).
           IF WS-FILE-TERM = SPACES
              MOVE SM-TERM TO WS-ST-TERM(WS-SECT-COUNT)
              MOVE 'Y' TO WS-ST-CURRENT(WS-SECT-COUNT)
           ELSE
              MOVE WS-FILE-TERM TO WS-ST-TERM(WS-SECT-COUNT)
              MOVE 'N' TO WS-ST-CURRENT(WS-SECT-COUNT)
           END-IF.
           IF SM-CREDITS IS NUMERIC
              MOVE SM-CREDITS TO WS-ST-CREDITS(WS-SECT-COUNT)
           ELSE
              MOVE ZERO TO WS-ST-CREDITS(WS-SECT-COUNT)
           END-IF.

      *> The archived grades of each closed term, in the order the
      *> terms were closed (term-history.dat), then the current
      *> grades.dat, are gathered into one file and sorted by
      *> student, term, section and posting date so the last grade
      *> in each student/term/section group is the one that counts
      *> and the GPA is cumulative over every term. Postings on the
      *> same date keep file order. A grade with a blank term
      *> predates term stamping and takes the term of its file.
       0250-SORT-GRADES-FILE.
           OPEN OUTPUT GRADES-ALL.
           IF WS-ALL-STATUS NOT = "00"
              DISPLAY "standing-all.dat could not be opened, "
                 "run aborted"
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT TERM-HISTORY.
           IF WS-HISTORY-STATUS = "00"
              MOVE 'N' TO WS-HISTORY-EOF
              PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                 READ TERM-HISTORY
                    AT END MOVE 'Y' TO WS-HISTORY-EOF
                    NOT AT END
                       MOVE SPACES TO WS-GRADES-NAME
                       STRING "grades-" function trim(TH-TERM) ".dat"
                          DELIMITED BY SIZE INTO WS-GRADES-NAME
                       END-STRING
                       MOVE TH-TERM TO WS-FILE-TERM
                       PERFORM 0260-GATHER-ONE-FILE
                 END-READ
              END-PERFORM
              CLOSE TERM-HISTORY
           END-IF.
           MOVE "grades.dat" TO WS-GRADES-NAME.
           MOVE SPACES TO WS-FILE-TERM.
           PERFORM 0260-GATHER-ONE-FILE.
           CLOSE GRADES-ALL.
           IF WS-FILES-READ = ZERO
              DISPLAY "grades.dat not found - run GradePost first, "
                 "run aborted"
              MOVE 7 TO RETURN-CODE
              STOP RUN
           END-IF.
           SORT SORT-WORK
              ON ASCENDING KEY SW-ID SW-TERM-SEQ SW-SECTION SW-DATE
              WITH DUPLICATES IN ORDER
              USING GRADES-ALL
              GIVING GRADES-SORTED.
           IF SORT-RETURN NOT = ZERO
              DISPLAY "standing-all.dat could not be sorted, "
                 "run aborted"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       0260-GATHER-ONE-FILE.
           ADD 1 TO WS-TERM-SEQ.
           OPEN INPUT GRADES-FILE.
           IF WS-GRADES-STATUS NOT = "00"
              IF WS-FILE-TERM NOT = SPACES
                 DISPLAY "warning: " function trim(WS-GRADES-NAME)
                    " not found, term " WS-FILE-TERM
                    " left out of the GPA"
              END-IF
           ELSE
              ADD 1 TO WS-FILES-READ
              MOVE 'N' TO WS-GRADES-EOF
              PERFORM UNTIL WS-GRADES-EOF = 'Y'
                 READ GRADES-FILE
                    AT END MOVE 'Y' TO WS-GRADES-EOF
                    NOT AT END
                       MOVE GR-ID TO GA-ID
                       MOVE WS-TERM-SEQ TO GA-TERM-SEQ
                       IF GR-TERM = SPACES
                          MOVE WS-FILE-TERM TO GA-TERM
                       ELSE
                          MOVE GR-TERM TO GA-TERM
                       END-IF
                       MOVE GR-SECTION TO GA-SECTION
                       MOVE GR-GRADE TO GA-GRADE
                       MOVE GR-DATE TO GA-DATE
                       WRITE GRADES-ALL-RECORD
                 END-READ
              END-PERFORM
              CLOSE GRADES-FILE
           END-IF.

       0300-ACCUMULATE-GRADES.
           OPEN INPUT GRADES-SORTED.
           IF WS-SORTED-STATUS NOT = "00"
              DISPLAY "standing-sorted.dat could not be opened, "
                 "run aborted"
              MOVE 9 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-HELD-FLAG.
           MOVE 'N' TO WS-SORTED-EOF.
           PERFORM UNTIL WS-SORTED-EOF = 'Y'
              READ GRADES-SORTED
                 AT END MOVE 'Y' TO WS-SORTED-EOF
                 NOT AT END
                    PERFORM 0310-HOLD-ONE-GRADE
              END-READ
           END-PERFORM.
           IF WS-HELD-FLAG = 'Y'
              PERFORM 0320-APPLY-HELD-GRADE
           END-IF.
           CLOSE GRADES-SORTED.

       0310-HOLD-ONE-GRADE.
           ADD 1 TO WS-GRADE-COUNT.
           IF WS-HELD-FLAG = 'Y'
              IF GS-ID = WS-HELD-ID
                    AND GS-TERM-SEQ = WS-HELD-TERM-SEQ
                    AND GS-SECTION = WS-HELD-SECTION
                 ADD 1 TO WS-SUPERSEDED-COUNT
              ELSE
                 PERFORM 0320-APPLY-HELD-GRADE
              END-IF
           END-IF.
           MOVE 'Y' TO WS-HELD-FLAG.
           MOVE GS-ID TO WS-HELD-ID.
           MOVE GS-TERM-SEQ TO WS-HELD-TERM-SEQ.
           MOVE GS-TERM TO WS-HELD-TERM.
           MOVE GS-SECTION TO WS-HELD-SECTION.
           MOVE GS-GRADE TO WS-HELD-GRADE.

      *> Incompletes and withdrawals carry no points and no credit.
       0320-APPLY-HELD-GRADE.
           IF WS-HELD-EXCLUDED
              ADD 1 TO WS-EXCLUDED-COUNT
           ELSE
              PERFORM 0330-FIND-POINTS
              PERFORM 0340-FIND-CREDITS
              EVALUATE TRUE
                 WHEN WS-POINTS-FOUND = ZERO
                    ADD 1 TO WS-UNRATED-COUNT
                 WHEN WS-SECT-FOUND = ZERO
                    ADD 1 TO WS-NO-CREDIT-COUNT
                 WHEN WS-ST-CREDITS(WS-SECT-FOUND) = ZERO
                    ADD 1 TO WS-NO-CREDIT-COUNT
                 WHEN OTHER
                    PERFORM 0350-ADD-TO-TALLY
              END-EVALUATE
           END-IF.

       0330-FIND-POINTS.
           MOVE ZERO TO WS-POINTS-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-POINTS-COUNT
              IF WS-PT-GRADE(WS-SUB) = WS-HELD-GRADE
                 MOVE WS-SUB TO WS-POINTS-FOUND
              END-IF
           END-PERFORM.

      *> The section as offered in the grade's own term, else as on
      *> the current section master.
       0340-FIND-CREDITS.
           MOVE ZERO TO WS-SECT-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-SECT-COUNT
              IF WS-ST-SECTION(WS-SUB) = WS-HELD-SECTION
                    AND WS-ST-TERM(WS-SUB) = WS-HELD-TERM
                 MOVE WS-SUB TO WS-SECT-FOUND
              END-IF
           END-PERFORM.
           IF WS-SECT-FOUND = ZERO
              PERFORM VARYING WS-SUB FROM 1 BY 1
                    UNTIL WS-SUB > WS-SECT-COUNT
                 IF WS-ST-SECTION(WS-SUB) = WS-HELD-SECTION
                       AND WS-ST-CURRENT(WS-SUB) = 'Y'
                    MOVE WS-SUB TO WS-SECT-FOUND
                 END-IF
              END-PERFORM
           END-IF.

       0350-ADD-TO-TALLY.
           MOVE ZERO TO WS-TALLY-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-TALLY-COUNT
              IF WS-TY-ID(WS-SUB) = WS-HELD-ID
                 MOVE WS-SUB TO WS-TALLY-FOUND
              END-IF
           END-PERFORM.
           IF WS-TALLY-FOUND = ZERO
              IF WS-TALLY-COUNT >= WS-TALLY-MAX
                 DISPLAY "tally table full reading grades, "
                    "run aborted"
                 CLOSE GRADES-SORTED
                 MOVE 10 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-TALLY-COUNT
              MOVE WS-TALLY-COUNT TO WS-TALLY-FOUND
              MOVE WS-HELD-ID TO WS-TY-ID(WS-TALLY-FOUND)
              MOVE ZERO TO WS-TY-CREDITS(WS-TALLY-FOUND)
              MOVE ZERO TO WS-TY-POINTS(WS-TALLY-FOUND)
              MOVE 'N' TO WS-TY-MATCHED(WS-TALLY-FOUND)
           END-IF.
           ADD WS-ST-CREDITS(WS-SECT-FOUND)
              TO WS-TY-CREDITS(WS-TALLY-FOUND).
           COMPUTE WS-TY-POINTS(WS-TALLY-FOUND) =
              WS-TY-POINTS(WS-TALLY-FOUND)
              + WS-PT-POINTS(WS-POINTS-FOUND)
              * WS-ST-CREDITS(WS-SECT-FOUND).
           ADD 1 TO WS-WEIGHTED-COUNT.

       0400-OPEN-STANDING-FILES.
           OPEN INPUT STUDENT-INDEX.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "student-idx.dat not found - run FileHandling "
                 "first, run aborted"
              MOVE 11 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT STANDING-FILE.
           IF WS-STANDING-STATUS NOT = "00"
              DISPLAY "standing.dat could not be opened, run aborted"
              CLOSE STUDENT-INDEX
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT STANDING-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "standing.rpt could not be opened, run aborted"
              CLOSE STUDENT-INDEX
              CLOSE STANDING-FILE
              MOVE 13 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CD-MONTH TO WS-H1-MONTH.
           MOVE WS-CD-DAY TO WS-H1-DAY.
           MOVE WS-CD-YEAR TO WS-H1-YEAR.
           WRITE STANDING-LINE FROM WS-REPORT-HEADER-1.
           MOVE WS-DEANS-GPA TO WS-H2-DEANS.
           MOVE WS-GOOD-GPA TO WS-H2-GOOD.
           MOVE WS-WARNING-GPA TO WS-H2-WARNING.
           WRITE STANDING-LINE FROM WS-REPORT-HEADER-2.
           WRITE STANDING-LINE FROM WS-COLUMN-HEADING.

      *> Every student on the index gets a standing, including those
      *> with no graded credits yet; they stay in good standing.
       0500-CLASSIFY-STUDENTS.
           MOVE 'N' TO WS-INDEX-EOF.
           PERFORM UNTIL WS-INDEX-EOF = 'Y'
              READ STUDENT-INDEX
                 AT END MOVE 'Y' TO WS-INDEX-EOF
                 NOT AT END
                    PERFORM 0510-CLASSIFY-ONE-STUDENT
              END-READ
           END-PERFORM.

       0510-CLASSIFY-ONE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE ZERO TO WS-TALLY-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-TALLY-COUNT
              IF WS-TY-ID(WS-SUB) = SX-ID
                 MOVE WS-SUB TO WS-TALLY-FOUND
              END-IF
           END-PERFORM.
           MOVE SX-ID TO ST-ID.
           MOVE SX-ID TO WS-RD-ID.
           MOVE SX-NAME TO WS-RD-NAME.
           MOVE SPACES TO WS-RD-NOTE.
           IF WS-TALLY-FOUND = ZERO
              MOVE ZERO TO ST-CREDITS
              MOVE ZERO TO ST-POINTS
              MOVE ZERO TO WS-GPA
              SET WS-STANDING-GOOD TO TRUE
              MOVE "NO GRADED CREDITS" TO WS-RD-NOTE
           ELSE
              MOVE 'Y' TO WS-TY-MATCHED(WS-TALLY-FOUND)
              MOVE WS-TY-CREDITS(WS-TALLY-FOUND) TO ST-CREDITS
              MOVE WS-TY-POINTS(WS-TALLY-FOUND) TO ST-POINTS
              COMPUTE WS-GPA ROUNDED =
                 WS-TY-POINTS(WS-TALLY-FOUND)
                 / WS-TY-CREDITS(WS-TALLY-FOUND)
              EVALUATE TRUE
                 WHEN WS-GPA >= WS-DEANS-GPA
                    SET WS-STANDING-DEANS TO TRUE
                 WHEN WS-GPA >= WS-GOOD-GPA
                    SET WS-STANDING-GOOD TO TRUE
                 WHEN WS-GPA >= WS-WARNING-GPA
                    SET WS-STANDING-WARNING TO TRUE
                 WHEN OTHER
                    SET WS-STANDING-PROBATION TO TRUE
              END-EVALUATE
           END-IF.
           EVALUATE TRUE
              WHEN WS-STANDING-DEANS
                 ADD 1 TO WS-DEANS-COUNT
                 MOVE "DEAN'S LIST" TO WS-RD-STANDING
              WHEN WS-STANDING-GOOD
                 ADD 1 TO WS-GOOD-COUNT
                 MOVE "GOOD STANDING" TO WS-RD-STANDING
              WHEN WS-STANDING-WARNING
                 ADD 1 TO WS-WARNING-COUNT
                 MOVE "WARNING" TO WS-RD-STANDING
              WHEN OTHER
                 ADD 1 TO WS-PROBATION-COUNT
                 MOVE "PROBATION" TO WS-RD-STANDING
           END-EVALUATE.
           MOVE WS-GPA TO ST-GPA.
           MOVE WS-STANDING-CODE TO ST-STANDING.
           MOVE WS-CURRENT-DATE TO ST-DATE.
           WRITE STANDING-RECORD.
           MOVE ST-CREDITS TO WS-RD-CREDITS.
           MOVE WS-GPA TO WS-RD-GPA.
           WRITE STANDING-LINE FROM WS-REPORT-DETAIL.

       0600-WRITE-REPORT-TRAILER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-TALLY-COUNT
              IF WS-TY-MATCHED(WS-SUB) = 'N'
                 ADD 1 TO WS-NOT-ON-FILE-COUNT
              END-IF
           END-PERFORM.
           MOVE WS-STUDENT-COUNT TO WS-RT-COUNT.
           MOVE "STUDENTS ON student-idx.dat" TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
           MOVE WS-DEANS-COUNT TO WS-RT-COUNT.
           MOVE "DEAN'S LIST" TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
           MOVE WS-GOOD-COUNT TO WS-RT-COUNT.
           MOVE "GOOD STANDING" TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
           MOVE WS-WARNING-COUNT TO WS-RT-COUNT.
           MOVE "WARNING" TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
           MOVE WS-PROBATION-COUNT TO WS-RT-COUNT.
           MOVE "PROBATION" TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
           MOVE WS-GRADE-COUNT TO WS-RT-COUNT.
           MOVE "GRADES READ, ALL TERMS" TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
           MOVE WS-WEIGHTED-COUNT TO WS-RT-COUNT.
           MOVE "GRADES WEIGHTED BY CREDIT HOURS" TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
           MOVE WS-SUPERSEDED-COUNT TO WS-RT-COUNT.
           MOVE "GRADES SUPERSEDED BY A LATER POSTING" TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
           MOVE WS-EXCLUDED-COUNT TO WS-RT-COUNT.
           MOVE "INCOMPLETE OR WITHDRAWN GRADES EXCLUDED"
              TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
           MOVE WS-UNRATED-COUNT TO WS-RT-COUNT.
           MOVE "GRADES NOT IN grade-points.dat" TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
           MOVE WS-NO-CREDIT-COUNT TO WS-RT-COUNT.
           MOVE "GRADES FOR SECTIONS WITH NO CREDIT HOURS"
              TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
           MOVE WS-NOT-ON-FILE-COUNT TO WS-RT-COUNT.
           MOVE "GRADED STUDENTS NOT ON student-idx.dat"
              TO WS-RT-TEXT.
           WRITE STANDING-LINE FROM WS-REPORT-TRAILER.
