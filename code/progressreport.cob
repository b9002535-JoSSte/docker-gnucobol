       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgressReport.
       AUTHOR. JoSSte.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT TERM-FILE ASSIGN TO "term.cfg"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERM-STATUS.

             SELECT SECTION-MASTER ASSIGN TO "section-master.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SECT-MASTER-STATUS.

             SELECT CONTROL-FILE ASSIGN TO "batch-control.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.

             SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.

             SELECT ENROLLMENT-FILE ASSIGN TO "enrollment.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ENROLL-STATUS.

             SELECT GRADES-FILE ASSIGN TO "grades.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GRADES-STATUS.

             SELECT ATTEND-HISTORY ASSIGN TO "attendance-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.

             SELECT INVOICE-FILE ASSIGN TO "invoice.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INVOICE-STATUS.

             SELECT STUDENT-INDEX ASSIGN TO "student-idx.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SX-ID
             ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
             FILE STATUS IS WS-INDEX-STATUS.

             SELECT PROGRESS-REPORT ASSIGN TO "progress.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD TERM-FILE.
          01 TERM-RECORD.
             COPY TERMREC.

          FD SECTION-MASTER.
          01 SECTION-MASTER-RECORD.
             COPY SECTIONREC.

          FD CONTROL-FILE.
          01 CONTROL-RECORD.
             05 CR-FILENAME PIC X(30).
             05 CR-SECTION PIC X(8).

          FD ROSTER-FILE.
          01 ROSTER-RECORD.
             COPY STUDENTREC.

          FD ENROLLMENT-FILE.
          01 ENROLLMENT-RECORD.
             05 EN-ID PIC 9(5).
             05 EN-SECTION PIC X(8).
             05 EN-TERM PIC X(6).

          FD GRADES-FILE.
          01 GRADES-RECORD.
             05 GR-ID PIC 9(5).
             05 GR-SECTION PIC X(8).
             05 GR-GRADE PIC X(2).
             05 GR-DATE PIC 9(8).
             05 GR-TERM PIC X(6).
             05 GR-OPERATOR PIC X(8).

          FD ATTEND-HISTORY.
          01 ATTEND-HISTORY-RECORD.
             05 AH-DATE PIC 9(8).
             05 AH-SECTION PIC X(8).
             05 AH-ID PIC 9(5).
             05 AH-FLAG PIC X(1).
             05 AH-TERM PIC X(6).
             05 AH-OPERATOR PIC X(8).

          FD INVOICE-FILE.
          01 INVOICE-RECORD.
             05 IV-TYPE PIC X(1).
             05 IV-D-ID PIC 9(5).
             05 IV-D-NAME PIC A(25).
             05 IV-D-AMOUNT PIC 9(7)V99.
             05 IV-D-TERM PIC X(6).
             05 FILLER PIC X(34).

          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
             05 SX-ID PIC 9(5).
             05 SX-NAME PIC A(25).
             05 SX-SECTION PIC X(8).

          FD PROGRESS-REPORT.
          01 PROGRESS-LINE PIC X(80).

          WORKING-STORAGE SECTION.
          01 WS-TERM-STATUS PIC X(2).
          01 WS-SECT-MASTER-STATUS PIC X(2).
          01 WS-CONTROL-STATUS PIC X(2).
          01 WS-ROSTER-STATUS PIC X(2).
          01 WS-ENROLL-STATUS PIC X(2).
          01 WS-GRADES-STATUS PIC X(2).
          01 WS-HISTORY-STATUS PIC X(2).
          01 WS-INVOICE-STATUS PIC X(2).
          01 WS-INDEX-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-EOF PIC A(1).
          01 WS-CONTROL-EOF PIC A(1).
          01 WS-ROSTER-NAME PIC X(30).

      *> Run for everyone, for one student, or for every student
      *> enrolled in one section:
      *>    ProgressReport
      *>    ProgressReport STUDENT nnnnn
      *>    ProgressReport SECTION ssssssss
          01 WS-COMMAND-LINE PIC X(80).
          01 WS-ARG-1 PIC X(20).
          01 WS-ARG-2 PIC X(20).
          01 WS-SELECT-MODE PIC X(1) VALUE "A".
             88 WS-SELECT-ALL VALUE "A".
             88 WS-SELECT-STUDENT VALUE "S".
             88 WS-SELECT-SECTION VALUE "C".
          01 WS-SELECT-ID PIC 9(5) VALUE ZERO.
          01 WS-SELECT-SECTION-CODE PIC X(8) VALUE SPACES.

      *> Only the current term's enrollments, grades and marks are
      *> shown; a blank term on an older record is taken as current.
          01 WS-TERM PIC X(6) VALUE SPACES.

          01 WS-SECT-TABLE.
             05 WS-SECT-COUNT PIC 9(3) VALUE ZERO.
             05 WS-SECT-ENTRY OCCURS 50 TIMES.
                10 WS-ST-SECTION PIC X(8).
                10 WS-ST-TITLE PIC X(30).
                10 WS-ST-INSTRUCTOR PIC X(25).
          01 WS-SECT-MAX PIC 9(3) VALUE 50.
          01 WS-SECT-FOUND PIC 9(3).
          01 WS-SECT-SUB PIC 9(3).

      *> Status and status date from the master rosters named in
      *> batch-control.txt; where a student is on more than one
      *> roster the most recently dated status is kept.
          01 WS-STATUS-TABLE.
             05 WS-STATUS-COUNT PIC 9(4) VALUE ZERO.
             05 WS-STATUS-ENTRY OCCURS 2000 TIMES.
                10 WS-SS-ID PIC 9(5).
                10 WS-SS-STATUS PIC X(1).
                10 WS-SS-DATE PIC X(8).
          01 WS-STATUS-MAX PIC 9(4) VALUE 2000.
          01 WS-STATUS-FOUND PIC 9(4).

          01 WS-ENROLL-TABLE.
             05 WS-ENROLL-COUNT PIC 9(4) VALUE ZERO.
             05 WS-ENROLL-ENTRY OCCURS 2000 TIMES.
                10 WS-EN-ID PIC 9(5).
                10 WS-EN-SECTION PIC X(8).
          01 WS-ENROLL-MAX PIC 9(4) VALUE 2000.

      *> Latest grade per student and section: the one with the
      *> latest posting date, a later record winning a tie.
          01 WS-GRADE-TABLE.
             05 WS-GRADE-COUNT PIC 9(4) VALUE ZERO.
             05 WS-GRADE-ENTRY OCCURS 2000 TIMES.
                10 WS-GD-ID PIC 9(5).
                10 WS-GD-SECTION PIC X(8).
                10 WS-GD-GRADE PIC X(2).
                10 WS-GD-DATE PIC 9(8).
          01 WS-GRADE-MAX PIC 9(4) VALUE 2000.
          01 WS-GRADE-FOUND PIC 9(4).

          01 WS-MARK-TABLE.
             05 WS-MARK-COUNT PIC 9(4) VALUE ZERO.
             05 WS-MARK-ENTRY OCCURS 2000 TIMES.
                10 WS-MK-ID PIC 9(5).
                10 WS-MK-SECTION PIC X(8).
                10 WS-MK-MARKS PIC 9(5).
                10 WS-MK-ABSENT PIC 9(5).
          01 WS-MARK-MAX PIC 9(4) VALUE 2000.
          01 WS-MARK-FOUND PIC 9(4).

          01 WS-BILL-TABLE.
             05 WS-BILL-COUNT PIC 9(4) VALUE ZERO.
             05 WS-BILL-ENTRY OCCURS 1000 TIMES.
                10 WS-BL-ID PIC 9(5).
                10 WS-BL-AMOUNT PIC 9(7)V99.
          01 WS-BILL-MAX PIC 9(4) VALUE 1000.
          01 WS-BILL-FOUND PIC 9(4).

          01 WS-SUB PIC 9(4).
          01 WS-EN-SUB PIC 9(4).
          01 WS-TABLE-NAME PIC X(25).
          01 WS-FIND-ID PIC 9(5).
          01 WS-FIND-SECTION PIC X(8).
          01 WS-STUDENT-SELECTED PIC A(1).
          01 WS-STUDENT-SECTIONS PIC 9(3).
          01 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
          01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
          01 WS-WORK-A PIC 9(9).
          01 WS-WORK-PCT PIC 9(3).

          01 WS-CURRENT-DATE.
             05 WS-CD-YEAR PIC 9(4).
             05 WS-CD-MONTH PIC 9(2).
             05 WS-CD-DAY PIC 9(2).

          01 WS-REPORT-HEADER-1.
             05 FILLER PIC X(23) VALUE "STUDENT PROGRESS REPORT".
             05 FILLER PIC X(2) VALUE SPACE.
             05 FILLER PIC X(5) VALUE "TERM ".
             05 WS-H1-TERM PIC X(6).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-H1-MONTH PIC 9(2).
             05 FILLER PIC X(1) VALUE "/".
             05 WS-H1-DAY PIC 9(2).
             05 FILLER PIC X(1) VALUE "/".
             05 WS-H1-YEAR PIC 9(4).
             05 FILLER PIC X(10) VALUE SPACE.
             05 FILLER PIC X(5) VALUE "PAGE ".
             05 WS-H1-PAGE PIC ZZ9.
             05 FILLER PIC X(14) VALUE SPACE.

          01 WS-STUDENT-HEADING.
             05 FILLER PIC X(8) VALUE "STUDENT ".
             05 WS-SH-ID PIC 9(5).
             05 FILLER PIC X(3) VALUE " - ".
             05 WS-SH-NAME PIC X(25).
             05 FILLER PIC X(39) VALUE SPACE.

          01 WS-STATUS-LINE.
             05 FILLER PIC X(8) VALUE "STATUS: ".
             05 WS-SL-STATUS PIC X(17).
             05 WS-SL-SINCE PIC X(7).
             05 WS-SL-DATE PIC X(8).
             05 FILLER PIC X(40) VALUE SPACE.

          01 WS-COLUMN-HEADING.
             05 FILLER PIC X(8) VALUE "SECTION ".
             05 FILLER PIC X(2) VALUE SPACE.
             05 FILLER PIC X(30) VALUE "COURSE TITLE".
             05 FILLER PIC X(2) VALUE SPACE.
             05 FILLER PIC X(25) VALUE "INSTRUCTOR".
             05 FILLER PIC X(13) VALUE SPACE.

          01 WS-SECTION-LINE.
             05 WS-SD-SECTION PIC X(8).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-SD-TITLE PIC X(30).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-SD-INSTRUCTOR PIC X(25).
             05 FILLER PIC X(13) VALUE SPACE.

          01 WS-RESULT-LINE.
             05 FILLER PIC X(10) VALUE SPACE.
             05 FILLER PIC X(14) VALUE "LATEST GRADE: ".
             05 WS-RL-GRADE PIC X(2).
             05 FILLER PIC X(4) VALUE SPACE.
             05 FILLER PIC X(12) VALUE "ATTENDANCE: ".
             05 WS-RL-ATTENDANCE PIC X(30).
             05 FILLER PIC X(8) VALUE SPACE.

          01 WS-ATTENDANCE-RATE.
             05 WS-AR-PCT PIC ZZ9.
             05 FILLER PIC X(13) VALUE "% PRESENT OF ".
             05 WS-AR-MARKS PIC ZZZZ9.
             05 FILLER PIC X(6) VALUE " MARKS".

          01 WS-NO-SECTIONS-LINE.
             05 FILLER PIC X(31)
                VALUE "NO SECTIONS ENROLLED THIS TERM.".
             05 FILLER PIC X(49) VALUE SPACE.

          01 WS-TUITION-LINE.
             05 FILLER PIC X(16) VALUE "TUITION BILLED: ".
             05 WS-TL-AMOUNT PIC Z,ZZZ,ZZ9.99.
             05 FILLER PIC X(52) VALUE SPACE.

          01 WS-NO-TUITION-LINE.
             05 FILLER PIC X(35)
                VALUE "TUITION BILLED: NO INVOICE ON FILE".
             05 FILLER PIC X(45) VALUE SPACE.

          01 WS-REPORT-TRAILER.
             05 FILLER PIC X(17) VALUE "END OF REPORT - ".
             05 WS-RT-COUNT PIC ZZZZ9.
             05 FILLER PIC X(17) VALUE " STUDENTS LISTED".
             05 FILLER PIC X(41) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-READ-SELECTION.
           PERFORM 0100-READ-TERM-CONFIG.
           PERFORM 0150-LOAD-SECTION-MASTER.
           PERFORM 0200-LOAD-ROSTER-STATUS.
           PERFORM 0300-LOAD-ENROLLMENTS.
           PERFORM 0400-LOAD-GRADES.
           PERFORM 0500-LOAD-ATTENDANCE.
           PERFORM 0600-LOAD-INVOICES.
           PERFORM 0700-OPEN-FILES.
           IF WS-SELECT-STUDENT
              PERFORM 0720-REPORT-ONE-STUDENT
           ELSE
              PERFORM 0710-REPORT-ALL-STUDENTS
           END-IF.
           MOVE WS-STUDENT-COUNT TO WS-RT-COUNT.
           WRITE PROGRESS-LINE FROM WS-REPORT-TRAILER.
           CLOSE STUDENT-INDEX.
           CLOSE PROGRESS-REPORT.
           DISPLAY "PROGRESS REPORT COMPLETE - " WS-STUDENT-COUNT
              " STUDENTS, SEE progress.rpt".
       STOP RUN.

       0050-READ-SELECTION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           MOVE SPACES TO WS-ARG-2.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
              INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING.
           EVALUATE TRUE
              WHEN WS-ARG-1 = SPACES
                 MOVE "A" TO WS-SELECT-MODE
              WHEN WS-ARG-1 = "STUDENT"
                    AND WS-ARG-2(1:5) IS NUMERIC
                    AND WS-ARG-2(6:) = SPACES
                 MOVE "S" TO WS-SELECT-MODE
                 MOVE WS-ARG-2(1:5) TO WS-SELECT-ID
              WHEN WS-ARG-1 = "SECTION"
                    AND WS-ARG-2 NOT = SPACES
                    AND WS-ARG-2(9:) = SPACES
                 MOVE "C" TO WS-SELECT-MODE
                 MOVE WS-ARG-2 TO WS-SELECT-SECTION-CODE
              WHEN OTHER
                 DISPLAY "usage: ProgressReport"
                 DISPLAY "       ProgressReport STUDENT student-id"
                 DISPLAY "       ProgressReport SECTION section-code"
                 MOVE 2 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       0100-READ-TERM-CONFIG.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
              READ TERM-FILE
                 AT END MOVE SPACES TO TERM-RECORD
              END-READ
              MOVE TC-TERM TO WS-TERM
              CLOSE TERM-FILE
           ELSE
              DISPLAY "term.cfg not found, records of all terms "
                 "shown"
           END-IF.

       0150-LOAD-SECTION-MASTER.
           OPEN INPUT SECTION-MASTER.
           IF WS-SECT-MASTER-STATUS NOT = "00"
              DISPLAY "section-master.dat not found, run aborted"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SECTION-MASTER
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-SECT-COUNT >= WS-SECT-MAX
                       DISPLAY "section-master.dat has too many "
                          "entries, run aborted"
                       CLOSE SECTION-MASTER
                       MOVE 5 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-SECT-COUNT
                    MOVE SM-SECTION TO WS-ST-SECTION(WS-SECT-COUNT)
                    MOVE SM-TITLE TO WS-ST-TITLE(WS-SECT-COUNT)
                    MOVE SM-INSTRUCTOR
                       TO WS-ST-INSTRUCTOR(WS-SECT-COUNT)
              END-READ
           END-PERFORM.
           CLOSE SECTION-MASTER.
           IF WS-SELECT-SECTION
              MOVE WS-SELECT-SECTION-CODE TO WS-FIND-SECTION
              PERFORM 0800-FIND-SECTION
              IF WS-SECT-FOUND = ZERO
                 DISPLAY "section "
                    function trim(WS-SELECT-SECTION-CODE)
                    " not in section-master.dat, run aborted"
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *> Every roster named in batch-control.txt carries the status
      *> of its students, as IntegrityAudit reads them.
       0200-LOAD-ROSTER-STATUS.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
              DISPLAY "batch-control.txt not found, student status "
                 "not shown"
           ELSE
              MOVE 'N' TO WS-CONTROL-EOF
              PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                 READ CONTROL-FILE
                    AT END MOVE 'Y' TO WS-CONTROL-EOF
                    NOT AT END
                       MOVE CR-FILENAME TO WS-ROSTER-NAME
                       PERFORM 0210-LOAD-ONE-ROSTER
                 END-READ
              END-PERFORM
              CLOSE CONTROL-FILE
           END-IF.

       0210-LOAD-ONE-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT = "00"
              DISPLAY "warning: " function trim(WS-ROSTER-NAME)
                 " not found, its students' status not shown"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ROSTER-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ROSTER-RECORD(1:1) NOT = "T"
                             AND REC-NAME NOT = SPACES
                          PERFORM 0220-KEEP-ROSTER-STATUS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
           END-IF.

       0220-KEEP-ROSTER-STATUS.
           MOVE REC-ID TO WS-FIND-ID.
           PERFORM 0810-FIND-STATUS.
           IF WS-STATUS-FOUND = ZERO
              IF WS-STATUS-COUNT >= WS-STATUS-MAX
                 MOVE "status" TO WS-TABLE-NAME
                 CLOSE ROSTER-FILE
                 CLOSE CONTROL-FILE
                 PERFORM 0900-TABLE-FULL
              END-IF
              ADD 1 TO WS-STATUS-COUNT
              MOVE WS-STATUS-COUNT TO WS-STATUS-FOUND
              MOVE REC-ID TO WS-SS-ID(WS-STATUS-FOUND)
              MOVE REC-STATUS TO WS-SS-STATUS(WS-STATUS-FOUND)
              MOVE REC-STATUS-DATE TO WS-SS-DATE(WS-STATUS-FOUND)
           ELSE
              IF REC-STATUS-DATE > WS-SS-DATE(WS-STATUS-FOUND)
                 MOVE REC-STATUS TO WS-SS-STATUS(WS-STATUS-FOUND)
                 MOVE REC-STATUS-DATE TO WS-SS-DATE(WS-STATUS-FOUND)
              END-IF
           END-IF.

       0300-LOAD-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
              DISPLAY "enrollment.dat not found, no sections shown"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ENROLLMENT-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF EN-TERM = WS-TERM OR EN-TERM = SPACES
                             OR WS-TERM = SPACES
                          PERFORM 0310-KEEP-ENROLLMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENROLLMENT-FILE
           END-IF.

       0310-KEEP-ENROLLMENT.
           IF WS-ENROLL-COUNT >= WS-ENROLL-MAX
              MOVE "enrollment" TO WS-TABLE-NAME
              MOVE "enrollment.dat" TO WS-ROSTER-NAME
              CLOSE ENROLLMENT-FILE
              PERFORM 0900-TABLE-FULL
           END-IF.
           ADD 1 TO WS-ENROLL-COUNT.
           MOVE EN-ID TO WS-EN-ID(WS-ENROLL-COUNT).
           MOVE EN-SECTION TO WS-EN-SECTION(WS-ENROLL-COUNT).

       0400-LOAD-GRADES.
           OPEN INPUT GRADES-FILE.
           IF WS-GRADES-STATUS NOT = "00"
              DISPLAY "grades.dat not found, no grades shown"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ GRADES-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF GR-TERM = WS-TERM OR GR-TERM = SPACES
                             OR WS-TERM = SPACES
                          PERFORM 0410-KEEP-LATEST-GRADE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADES-FILE
           END-IF.

       0410-KEEP-LATEST-GRADE.
           MOVE ZERO TO WS-GRADE-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-GRADE-COUNT OR WS-GRADE-FOUND > 0
              IF WS-GD-ID(WS-SUB) = GR-ID
                    AND WS-GD-SECTION(WS-SUB) = GR-SECTION
                 MOVE WS-SUB TO WS-GRADE-FOUND
              END-IF
           END-PERFORM.
           IF WS-GRADE-FOUND = ZERO
              IF WS-GRADE-COUNT >= WS-GRADE-MAX
                 MOVE "grade" TO WS-TABLE-NAME
                 MOVE "grades.dat" TO WS-ROSTER-NAME
                 CLOSE GRADES-FILE
                 PERFORM 0900-TABLE-FULL
              END-IF
              ADD 1 TO WS-GRADE-COUNT
              MOVE WS-GRADE-COUNT TO WS-GRADE-FOUND
              MOVE GR-ID TO WS-GD-ID(WS-GRADE-FOUND)
              MOVE GR-SECTION TO WS-GD-SECTION(WS-GRADE-FOUND)
              MOVE ZERO TO WS-GD-DATE(WS-GRADE-FOUND)
           END-IF.
           IF GR-DATE >= WS-GD-DATE(WS-GRADE-FOUND)
              MOVE GR-GRADE TO WS-GD-GRADE(WS-GRADE-FOUND)
              MOVE GR-DATE TO WS-GD-DATE(WS-GRADE-FOUND)
           END-IF.

       0500-LOAD-ATTENDANCE.
           OPEN INPUT ATTEND-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "attendance-history.dat not found, no "
                 "attendance shown"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ATTEND-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF AH-TERM = WS-TERM OR AH-TERM = SPACES
                             OR WS-TERM = SPACES
                          PERFORM 0510-TALLY-ONE-MARK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ATTEND-HISTORY
           END-IF.

       0510-TALLY-ONE-MARK.
           MOVE AH-ID TO WS-FIND-ID.
           MOVE AH-SECTION TO WS-FIND-SECTION.
           PERFORM 0820-FIND-MARKS.
           IF WS-MARK-FOUND = ZERO
              IF WS-MARK-COUNT >= WS-MARK-MAX
                 MOVE "attendance" TO WS-TABLE-NAME
                 MOVE "attendance-history.dat" TO WS-ROSTER-NAME
                 CLOSE ATTEND-HISTORY
                 PERFORM 0900-TABLE-FULL
              END-IF
              ADD 1 TO WS-MARK-COUNT
              MOVE WS-MARK-COUNT TO WS-MARK-FOUND
              MOVE AH-ID TO WS-MK-ID(WS-MARK-FOUND)
              MOVE AH-SECTION TO WS-MK-SECTION(WS-MARK-FOUND)
              MOVE ZERO TO WS-MK-MARKS(WS-MARK-FOUND)
              MOVE ZERO TO WS-MK-ABSENT(WS-MARK-FOUND)
           END-IF.
           ADD 1 TO WS-MK-MARKS(WS-MARK-FOUND).
           IF AH-FLAG = "A"
              ADD 1 TO WS-MK-ABSENT(WS-MARK-FOUND)
           END-IF.

      *> Billed amount per student from the detail lines of the last
      *> TuitionBill run; the header and trailer are skipped.
       0600-LOAD-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
              DISPLAY "invoice.dat not found, no tuition shown"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ INVOICE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF IV-TYPE = "D" AND IV-D-AMOUNT IS NUMERIC
                          PERFORM 0610-KEEP-INVOICE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF.

       0610-KEEP-INVOICE.
           MOVE IV-D-ID TO WS-FIND-ID.
           PERFORM 0830-FIND-BILL.
           IF WS-BILL-FOUND = ZERO
              IF WS-BILL-COUNT >= WS-BILL-MAX
                 MOVE "invoice" TO WS-TABLE-NAME
                 MOVE "invoice.dat" TO WS-ROSTER-NAME
                 CLOSE INVOICE-FILE
                 PERFORM 0900-TABLE-FULL
              END-IF
              ADD 1 TO WS-BILL-COUNT
              MOVE WS-BILL-COUNT TO WS-BILL-FOUND
              MOVE IV-D-ID TO WS-BL-ID(WS-BILL-FOUND)
              MOVE ZERO TO WS-BL-AMOUNT(WS-BILL-FOUND)
           END-IF.
           ADD IV-D-AMOUNT TO WS-BL-AMOUNT(WS-BILL-FOUND).

       0700-OPEN-FILES.
           OPEN INPUT STUDENT-INDEX.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "student-idx.dat not found - run FileHandling "
                 "first, run aborted"
              MOVE 6 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PROGRESS-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "progress.rpt could not be opened, run aborted"
              CLOSE STUDENT-INDEX
              MOVE 7 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

      *> Every student on the index in ID order; for a section run
      *> only those enrolled in the section this term get a page.
       0710-REPORT-ALL-STUDENTS.
           MOVE ZERO TO SX-ID.
           START STUDENT-INDEX KEY IS NOT LESS THAN SX-ID
              INVALID KEY MOVE "23" TO WS-INDEX-STATUS
           END-START.
           IF WS-INDEX-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ STUDENT-INDEX NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE 'Y' TO WS-STUDENT-SELECTED
                       IF WS-SELECT-SECTION
                          PERFORM 0730-CHECK-SECTION-ENROLLED
                       END-IF
                       IF WS-STUDENT-SELECTED = 'Y'
                          PERFORM 0750-WRITE-STUDENT-PAGE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       0720-REPORT-ONE-STUDENT.
           MOVE WS-SELECT-ID TO SX-ID.
           READ STUDENT-INDEX
              INVALID KEY
                 DISPLAY "student " WS-SELECT-ID " not on "
                    "student-idx.dat, run aborted"
                 CLOSE STUDENT-INDEX
                 CLOSE PROGRESS-REPORT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           PERFORM 0750-WRITE-STUDENT-PAGE.

       0730-CHECK-SECTION-ENROLLED.
           MOVE 'N' TO WS-STUDENT-SELECTED.
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                 UNTIL WS-EN-SUB > WS-ENROLL-COUNT
                    OR WS-STUDENT-SELECTED = 'Y'
              IF WS-EN-ID(WS-EN-SUB) = SX-ID
                    AND WS-EN-SECTION(WS-EN-SUB)
                       = WS-SELECT-SECTION-CODE
                 MOVE 'Y' TO WS-STUDENT-SELECTED
              END-IF
           END-PERFORM.

      *> One page per student: run header, student and status, each
      *> section enrolled this term with its latest grade and
      *> attendance rate, then the tuition billed.
       0750-WRITE-STUDENT-PAGE.
           ADD 1 TO WS-STUDENT-COUNT.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-TERM TO WS-H1-TERM.
           MOVE WS-CD-MONTH TO WS-H1-MONTH.
           MOVE WS-CD-DAY TO WS-H1-DAY.
           MOVE WS-CD-YEAR TO WS-H1-YEAR.
           MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
           WRITE PROGRESS-LINE FROM WS-REPORT-HEADER-1.
           MOVE SX-ID TO WS-SH-ID.
           MOVE SX-NAME TO WS-SH-NAME.
           WRITE PROGRESS-LINE FROM WS-STUDENT-HEADING.
           PERFORM 0760-WRITE-STATUS-LINE.
           WRITE PROGRESS-LINE FROM WS-COLUMN-HEADING.
           MOVE ZERO TO WS-STUDENT-SECTIONS.
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                 UNTIL WS-EN-SUB > WS-ENROLL-COUNT
              IF WS-EN-ID(WS-EN-SUB) = SX-ID
                 PERFORM 0770-WRITE-SECTION-LINES
              END-IF
           END-PERFORM.
           IF WS-STUDENT-SECTIONS = ZERO
              WRITE PROGRESS-LINE FROM WS-NO-SECTIONS-LINE
           END-IF.
           MOVE SX-ID TO WS-FIND-ID.
           PERFORM 0830-FIND-BILL.
           IF WS-BILL-FOUND = ZERO
              WRITE PROGRESS-LINE FROM WS-NO-TUITION-LINE
           ELSE
              MOVE WS-BL-AMOUNT(WS-BILL-FOUND) TO WS-TL-AMOUNT
              WRITE PROGRESS-LINE FROM WS-TUITION-LINE
           END-IF.

       0760-WRITE-STATUS-LINE.
           MOVE SX-ID TO WS-FIND-ID.
           PERFORM 0810-FIND-STATUS.
           MOVE " SINCE " TO WS-SL-SINCE.
           IF WS-STATUS-FOUND = ZERO
              MOVE "NOT ON A ROSTER" TO WS-SL-STATUS
              MOVE SPACES TO WS-SL-SINCE
              MOVE SPACES TO WS-SL-DATE
           ELSE
              MOVE WS-SS-DATE(WS-STATUS-FOUND) TO WS-SL-DATE
              EVALUATE WS-SS-STATUS(WS-STATUS-FOUND)
                 WHEN "W"
                    MOVE "WITHDRAWN" TO WS-SL-STATUS
                 WHEN "G"
                    MOVE "GRADUATED" TO WS-SL-STATUS
                 WHEN "L"
                    MOVE "ON LEAVE" TO WS-SL-STATUS
                 WHEN OTHER
                    MOVE "ACTIVE" TO WS-SL-STATUS
              END-EVALUATE
              IF WS-SL-DATE = SPACES OR WS-SL-DATE = "00000000"
                 MOVE SPACES TO WS-SL-SINCE
                 MOVE SPACES TO WS-SL-DATE
              END-IF
           END-IF.
           WRITE PROGRESS-LINE FROM WS-STATUS-LINE.

       0770-WRITE-SECTION-LINES.
           ADD 1 TO WS-STUDENT-SECTIONS.
           MOVE SX-ID TO WS-FIND-ID.
           MOVE WS-EN-SECTION(WS-EN-SUB) TO WS-FIND-SECTION.
           MOVE WS-FIND-SECTION TO WS-SD-SECTION.
           PERFORM 0800-FIND-SECTION.
           IF WS-SECT-FOUND = ZERO
              MOVE "(NOT IN SECTION MASTER)" TO WS-SD-TITLE
              MOVE SPACES TO WS-SD-INSTRUCTOR
           ELSE
              MOVE WS-ST-TITLE(WS-SECT-FOUND) TO WS-SD-TITLE
              MOVE WS-ST-INSTRUCTOR(WS-SECT-FOUND)
                 TO WS-SD-INSTRUCTOR
           END-IF.
           WRITE PROGRESS-LINE FROM WS-SECTION-LINE.
           MOVE "--" TO WS-RL-GRADE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-GRADE-COUNT
              IF WS-GD-ID(WS-SUB) = SX-ID
                    AND WS-GD-SECTION(WS-SUB) = WS-FIND-SECTION
                 MOVE WS-GD-GRADE(WS-SUB) TO WS-RL-GRADE
              END-IF
           END-PERFORM.
           PERFORM 0820-FIND-MARKS.
           IF WS-MARK-FOUND = ZERO
              MOVE "NO MARKS RECORDED" TO WS-RL-ATTENDANCE
           ELSE
      *> Rate present, whole percent, truncated like AbsenceReport.
              COMPUTE WS-WORK-A = (WS-MK-MARKS(WS-MARK-FOUND)
                 - WS-MK-ABSENT(WS-MARK-FOUND)) * 100
              COMPUTE WS-WORK-PCT = WS-WORK-A
                 / WS-MK-MARKS(WS-MARK-FOUND)
              MOVE WS-WORK-PCT TO WS-AR-PCT
              MOVE WS-MK-MARKS(WS-MARK-FOUND) TO WS-AR-MARKS
              MOVE WS-ATTENDANCE-RATE TO WS-RL-ATTENDANCE
           END-IF.
           WRITE PROGRESS-LINE FROM WS-RESULT-LINE.

      *> Table searches on WS-FIND-ID and WS-FIND-SECTION.
       0800-FIND-SECTION.
           MOVE ZERO TO WS-SECT-FOUND.
           PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                 UNTIL WS-SECT-SUB > WS-SECT-COUNT OR WS-SECT-FOUND > 0
              IF WS-ST-SECTION(WS-SECT-SUB) = WS-FIND-SECTION
                 MOVE WS-SECT-SUB TO WS-SECT-FOUND
              END-IF
           END-PERFORM.

       0810-FIND-STATUS.
           MOVE ZERO TO WS-STATUS-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-STATUS-COUNT OR WS-STATUS-FOUND > 0
              IF WS-SS-ID(WS-SUB) = WS-FIND-ID
                 MOVE WS-SUB TO WS-STATUS-FOUND
              END-IF
           END-PERFORM.

       0820-FIND-MARKS.
           MOVE ZERO TO WS-MARK-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-MARK-COUNT OR WS-MARK-FOUND > 0
              IF WS-MK-ID(WS-SUB) = WS-FIND-ID
                    AND WS-MK-SECTION(WS-SUB) = WS-FIND-SECTION
                 MOVE WS-SUB TO WS-MARK-FOUND
              END-IF
           END-PERFORM.

       0830-FIND-BILL.
           MOVE ZERO TO WS-BILL-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-BILL-COUNT OR WS-BILL-FOUND > 0
              IF WS-BL-ID(WS-SUB) = WS-FIND-ID
                 MOVE WS-SUB TO WS-BILL-FOUND
              END-IF
           END-PERFORM.

       0900-TABLE-FULL.
           DISPLAY function trim(WS-TABLE-NAME) " table full reading "
              function trim(WS-ROSTER-NAME) ", run aborted".
           MOVE 5 TO RETURN-CODE.
           STOP RUN.
