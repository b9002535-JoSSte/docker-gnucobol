       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperActivity.
       AUTHOR. JoSSte.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPERATOR-STATUS.

             SELECT CHANGE-HISTORY ASSIGN TO "change-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHANGE-STATUS.

             SELECT GRADES-FILE ASSIGN TO "grades.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GRADES-STATUS.

             SELECT ATTEND-HISTORY ASSIGN TO "attendance-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ATTEND-STATUS.

             SELECT ACTIVITY-FILE ASSIGN TO "operactivity-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACTIVITY-STATUS.

             SELECT ACTIVITY-SORTED ASSIGN TO "operactivity-sorted.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SORTED-STATUS.

             SELECT SORT-WORK ASSIGN TO "opersort.tmp".

             SELECT ACTIVITY-REPORT ASSIGN TO "operator-activity.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD OPERATOR-FILE.
          01 OPERATOR-RECORD.
             COPY OPERREC.

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

      *> One record per change found, from whichever file; sorted on
      *> operator so each operator's changes list together, in date
      *> and time order within the operator.
          FD ACTIVITY-FILE.
          01 ACTIVITY-RECORD.
             05 AW-OPERATOR PIC X(8).
             05 AW-DATE PIC 9(8).
             05 AW-TIME PIC 9(6).
             05 AW-KIND PIC X(10).
             05 AW-ACTION PIC X(1).
             05 AW-ID PIC X(5).
             05 AW-SECTION PIC X(8).
             05 AW-DETAIL PIC X(30).

          SD SORT-WORK.
          01 SORT-WORK-RECORD.
             05 SW-OPERATOR PIC X(8).
             05 SW-DATE PIC 9(8).
             05 SW-TIME PIC 9(6).
             05 SW-KIND PIC X(10).
             05 SW-ACTION PIC X(1).
             05 SW-ID PIC X(5).
             05 SW-SECTION PIC X(8).
             05 SW-DETAIL PIC X(30).

          FD ACTIVITY-SORTED.
          01 ACTIVITY-SORTED-RECORD.
             05 AS-OPERATOR PIC X(8).
             05 AS-DATE PIC 9(8).
             05 AS-TIME PIC 9(6).
             05 AS-KIND PIC X(10).
             05 AS-ACTION PIC X(1).
             05 AS-ID PIC X(5).
             05 AS-SECTION PIC X(8).
             05 AS-DETAIL PIC X(30).

          FD ACTIVITY-REPORT.
          01 ACTIVITY-LINE PIC X(80).

          WORKING-STORAGE SECTION.
          01 WS-OPERATOR-STATUS PIC X(2).
          01 WS-CHANGE-STATUS PIC X(2).
          01 WS-GRADES-STATUS PIC X(2).
          01 WS-ATTEND-STATUS PIC X(2).
          01 WS-ACTIVITY-STATUS PIC X(2).
          01 WS-SORTED-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-EOF PIC A(1).

      *> Run with an operator ID to list that operator only; with no
      *> argument every operator is listed.
          01 WS-COMMAND-LINE PIC X(80).
          01 WS-SELECT-OPERATOR PIC X(8) VALUE SPACES.

      *> Records written before operators were stamped carry no
      *> operator and are listed together under this heading.
          01 WS-NO-OPERATOR PIC X(8) VALUE "(NONE)".
          01 WS-THIS-OPERATOR PIC X(8).

          01 WS-OPERATOR-TABLE.
             05 WS-OPERATOR-COUNT PIC 9(3) VALUE ZERO.
             05 WS-OPERATOR-ENTRY OCCURS 200 TIMES.
                10 WS-OT-ID PIC X(8).
                10 WS-OT-NAME PIC X(25).
          01 WS-OPERATOR-MAX PIC 9(3) VALUE 200.
          01 WS-OT-SUB PIC 9(3).

          01 WS-CURRENT-DATE PIC 9(8).
          01 WS-LAST-OPERATOR PIC X(8).
          01 WS-FIRST-GROUP PIC A(1).

          01 WS-ROSTER-COUNT PIC 9(5).
          01 WS-GRADE-COUNT PIC 9(5).
          01 WS-MARK-COUNT PIC 9(5).
          01 WS-TOTAL-ROSTER PIC 9(5) VALUE ZERO.
          01 WS-TOTAL-GRADE PIC 9(5) VALUE ZERO.
          01 WS-TOTAL-MARK PIC 9(5) VALUE ZERO.
          01 WS-OPERATORS-LISTED PIC 9(3) VALUE ZERO.

          01 WS-REPORT-HEADING.
             05 FILLER PIC X(22) VALUE "CHANGES BY OPERATOR - ".
             05 WS-RH-DATE PIC 9(8).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-RH-SELECT PIC X(20).
             05 FILLER PIC X(28) VALUE SPACE.

          01 WS-OPERATOR-HEADING.
             05 FILLER PIC X(9) VALUE "OPERATOR ".
             05 WS-OH-ID PIC X(8).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-OH-NAME PIC X(25).
             05 FILLER PIC X(36) VALUE SPACE.

          01 WS-ACTIVITY-DETAIL.
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-AD-DATE PIC 9(8).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-AD-TIME PIC X(6).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-AD-KIND PIC X(10).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-AD-ACTION PIC X(1).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-AD-ID PIC X(5).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-AD-SECTION PIC X(8).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-AD-DETAIL PIC X(30).
             05 FILLER PIC X(4) VALUE SPACE.

          01 WS-OPERATOR-TOTAL.
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-OT-ROSTER PIC ZZZZ9.
             05 FILLER PIC X(17) VALUE " ROSTER CHANGES, ".
             05 WS-OT-GRADES PIC ZZZZ9.
             05 FILLER PIC X(9) VALUE " GRADES, ".
             05 WS-OT-MARKS PIC ZZZZ9.
             05 FILLER PIC X(18) VALUE " ATTENDANCE MARKS.".
             05 FILLER PIC X(19) VALUE SPACE.

          01 WS-REPORT-TRAILER.
             05 FILLER PIC X(7) VALUE "TOTAL: ".
             05 WS-RT-OPERATORS PIC ZZ9.
             05 FILLER PIC X(12) VALUE " OPERATORS, ".
             05 WS-RT-ROSTER PIC ZZZZ9.
             05 FILLER PIC X(9) VALUE " ROSTER, ".
             05 WS-RT-GRADES PIC ZZZZ9.
             05 FILLER PIC X(9) VALUE " GRADES, ".
             05 WS-RT-MARKS PIC ZZZZ9.
             05 FILLER PIC X(18) VALUE " ATTENDANCE MARKS.".
             05 FILLER PIC X(7) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
              INTO WS-SELECT-OPERATOR
           END-UNSTRING.
           PERFORM 0100-LOAD-OPERATOR-NAMES.
           OPEN OUTPUT ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS NOT = "00"
              DISPLAY "operactivity-work.dat could not be opened, "
                 "run aborted"
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0200-GATHER-ROSTER-CHANGES.
           PERFORM 0300-GATHER-GRADES.
           PERFORM 0400-GATHER-ATTENDANCE.
           CLOSE ACTIVITY-FILE.
           PERFORM 0500-WRITE-ACTIVITY-REPORT.
           DISPLAY "OPERATOR ACTIVITY COMPLETE - "
              WS-OPERATORS-LISTED " OPERATORS, " WS-TOTAL-ROSTER
              " ROSTER CHANGES, " WS-TOTAL-GRADE " GRADES, "
              WS-TOTAL-MARK " MARKS".
       STOP RUN.

      *> Names only decorate the report, so a missing operators.dat
      *> still lets the changes be listed by ID.
       0100-LOAD-OPERATOR-NAMES.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
              DISPLAY "operators.dat not found, operators listed "
                 "without names"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ OPERATOR-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-OPERATOR-COUNT < WS-OPERATOR-MAX
                          ADD 1 TO WS-OPERATOR-COUNT
                          MOVE OP-ID TO WS-OT-ID(WS-OPERATOR-COUNT)
                          MOVE OP-NAME
                             TO WS-OT-NAME(WS-OPERATOR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-FILE
           END-IF.

      *> HELLO's adds, updates and deletes and IdMerge's merges. The
      *> student ID shown is the one changed: the retired ID for a
      *> delete or merge, the new one otherwise.
       0200-GATHER-ROSTER-CHANGES.
           OPEN INPUT CHANGE-HISTORY.
           IF WS-CHANGE-STATUS NOT = "00"
              DISPLAY "change-history.dat not found, no roster "
                 "changes listed"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CHANGE-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE CH-OPERATOR TO WS-THIS-OPERATOR
                       PERFORM 0900-CHECK-SELECTED
                       IF WS-THIS-OPERATOR NOT = SPACES
                          PERFORM 0210-WRITE-ROSTER-CHANGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHANGE-HISTORY
           END-IF.

       0210-WRITE-ROSTER-CHANGE.
           MOVE SPACES TO ACTIVITY-RECORD.
           MOVE WS-THIS-OPERATOR TO AW-OPERATOR.
           MOVE CH-DATE TO AW-DATE.
           MOVE CH-TIME TO AW-TIME.
           MOVE "ROSTER" TO AW-KIND.
           MOVE CH-ACTION TO AW-ACTION.
           EVALUATE CH-ACTION
              WHEN "D"
                 MOVE CH-BEFORE-ID TO AW-ID
                 MOVE CH-BEFORE-NAME TO AW-DETAIL
              WHEN "M"
                 MOVE CH-BEFORE-ID TO AW-ID
                 STRING "MERGED INTO " CH-AFTER-ID
                    DELIMITED BY SIZE INTO AW-DETAIL
                 END-STRING
              WHEN OTHER
                 MOVE CH-AFTER-ID TO AW-ID
                 MOVE CH-AFTER-NAME TO AW-DETAIL
           END-EVALUATE.
           WRITE ACTIVITY-RECORD.

      *> Grades and marks carry a date but no time of day, so they
      *> list after the operator's roster changes of the same day.
       0300-GATHER-GRADES.
           OPEN INPUT GRADES-FILE.
           IF WS-GRADES-STATUS NOT = "00"
              DISPLAY "grades.dat not found, no grades listed"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ GRADES-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE GR-OPERATOR TO WS-THIS-OPERATOR
                       PERFORM 0900-CHECK-SELECTED
                       IF WS-THIS-OPERATOR NOT = SPACES
                          MOVE SPACES TO ACTIVITY-RECORD
                          MOVE WS-THIS-OPERATOR TO AW-OPERATOR
                          MOVE GR-DATE TO AW-DATE
                          MOVE 999999 TO AW-TIME
                          MOVE "GRADE" TO AW-KIND
                          MOVE "P" TO AW-ACTION
                          MOVE GR-ID TO AW-ID
                          MOVE GR-SECTION TO AW-SECTION
                          STRING "GRADE " GR-GRADE
                             DELIMITED BY SIZE INTO AW-DETAIL
                          END-STRING
                          WRITE ACTIVITY-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADES-FILE
           END-IF.

       0400-GATHER-ATTENDANCE.
           OPEN INPUT ATTEND-HISTORY.
           IF WS-ATTEND-STATUS NOT = "00"
              DISPLAY "attendance-history.dat not found, no marks "
                 "listed"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ATTEND-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE AH-OPERATOR TO WS-THIS-OPERATOR
                       PERFORM 0900-CHECK-SELECTED
                       IF WS-THIS-OPERATOR NOT = SPACES
                          MOVE SPACES TO ACTIVITY-RECORD
                          MOVE WS-THIS-OPERATOR TO AW-OPERATOR
                          MOVE AH-DATE TO AW-DATE
                          MOVE 999999 TO AW-TIME
                          MOVE "ATTENDANCE" TO AW-KIND
                          MOVE "P" TO AW-ACTION
                          MOVE AH-ID TO AW-ID
                          MOVE AH-SECTION TO AW-SECTION
                          IF AH-FLAG = "A"
                             MOVE "ABSENT" TO AW-DETAIL
                          ELSE
                             MOVE "PRESENT" TO AW-DETAIL
                          END-IF
                          WRITE ACTIVITY-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ATTEND-HISTORY
           END-IF.

       0500-WRITE-ACTIVITY-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SW-OPERATOR SW-DATE SW-TIME
              WITH DUPLICATES IN ORDER
              USING ACTIVITY-FILE
              GIVING ACTIVITY-SORTED.
           IF SORT-RETURN NOT = ZERO
              DISPLAY "operactivity-work.dat could not be sorted, "
                 "run aborted"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACTIVITY-SORTED.
           IF WS-SORTED-STATUS NOT = "00"
              DISPLAY "operactivity-sorted.dat could not be opened, "
                 "run aborted"
              MOVE 5 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ACTIVITY-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "operator-activity.rpt could not be opened, "
                 "run aborted"
              CLOSE ACTIVITY-SORTED
              MOVE 2 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-RH-DATE.
           IF WS-SELECT-OPERATOR = SPACES
              MOVE "ALL OPERATORS" TO WS-RH-SELECT
           ELSE
              MOVE SPACES TO WS-RH-SELECT
              STRING "OPERATOR " WS-SELECT-OPERATOR
                 DELIMITED BY SIZE INTO WS-RH-SELECT
              END-STRING
           END-IF.
           WRITE ACTIVITY-LINE FROM WS-REPORT-HEADING.
           MOVE 'Y' TO WS-FIRST-GROUP.
           MOVE SPACES TO WS-LAST-OPERATOR.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ACTIVITY-SORTED
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-FIRST-GROUP = 'Y'
                          OR AS-OPERATOR NOT = WS-LAST-OPERATOR
                       PERFORM 0510-START-OPERATOR-GROUP
                    END-IF
                    PERFORM 0520-WRITE-ACTIVITY-LINE
              END-READ
           END-PERFORM.
           CLOSE ACTIVITY-SORTED.
           IF WS-FIRST-GROUP = 'N'
              PERFORM 0530-WRITE-OPERATOR-TOTAL
           END-IF.
           MOVE WS-OPERATORS-LISTED TO WS-RT-OPERATORS.
           MOVE WS-TOTAL-ROSTER TO WS-RT-ROSTER.
           MOVE WS-TOTAL-GRADE TO WS-RT-GRADES.
           MOVE WS-TOTAL-MARK TO WS-RT-MARKS.
           WRITE ACTIVITY-LINE FROM WS-REPORT-TRAILER.
           CLOSE ACTIVITY-REPORT.

       0510-START-OPERATOR-GROUP.
           IF WS-FIRST-GROUP = 'N'
              PERFORM 0530-WRITE-OPERATOR-TOTAL
           END-IF.
           MOVE 'N' TO WS-FIRST-GROUP.
           MOVE AS-OPERATOR TO WS-LAST-OPERATOR.
           ADD 1 TO WS-OPERATORS-LISTED.
           MOVE ZERO TO WS-ROSTER-COUNT.
           MOVE ZERO TO WS-GRADE-COUNT.
           MOVE ZERO TO WS-MARK-COUNT.
           MOVE AS-OPERATOR TO WS-OH-ID.
           MOVE "NOT ON operators.dat" TO WS-OH-NAME.
           IF AS-OPERATOR = WS-NO-OPERATOR
              MOVE "CHANGES NOT STAMPED" TO WS-OH-NAME
           END-IF.
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                 UNTIL WS-OT-SUB > WS-OPERATOR-COUNT
              IF WS-OT-ID(WS-OT-SUB) = AS-OPERATOR
                 MOVE WS-OT-NAME(WS-OT-SUB) TO WS-OH-NAME
              END-IF
           END-PERFORM.
           WRITE ACTIVITY-LINE FROM WS-OPERATOR-HEADING.

       0520-WRITE-ACTIVITY-LINE.
           MOVE AS-DATE TO WS-AD-DATE.
           IF AS-TIME = 999999
              MOVE SPACES TO WS-AD-TIME
           ELSE
              MOVE AS-TIME TO WS-AD-TIME
           END-IF.
           MOVE AS-KIND TO WS-AD-KIND.
           MOVE AS-ACTION TO WS-AD-ACTION.
           MOVE AS-ID TO WS-AD-ID.
           MOVE AS-SECTION TO WS-AD-SECTION.
           MOVE AS-DETAIL TO WS-AD-DETAIL.
           WRITE ACTIVITY-LINE FROM WS-ACTIVITY-DETAIL.
           EVALUATE AS-KIND
              WHEN "ROSTER"
                 ADD 1 TO WS-ROSTER-COUNT
                 ADD 1 TO WS-TOTAL-ROSTER
              WHEN "GRADE"
                 ADD 1 TO WS-GRADE-COUNT
                 ADD 1 TO WS-TOTAL-GRADE
              WHEN OTHER
                 ADD 1 TO WS-MARK-COUNT
                 ADD 1 TO WS-TOTAL-MARK
           END-EVALUATE.

       0530-WRITE-OPERATOR-TOTAL.
           MOVE WS-ROSTER-COUNT TO WS-OT-ROSTER.
           MOVE WS-GRADE-COUNT TO WS-OT-GRADES.
           MOVE WS-MARK-COUNT TO WS-OT-MARKS.
           WRITE ACTIVITY-LINE FROM WS-OPERATOR-TOTAL.

      *> Blanks WS-THIS-OPERATOR when the record is not for the
      *> operator selected; an unstamped record is filed under
      *> WS-NO-OPERATOR.
       0900-CHECK-SELECTED.
           IF WS-THIS-OPERATOR = SPACES
              MOVE WS-NO-OPERATOR TO WS-THIS-OPERATOR
           END-IF.
           IF WS-SELECT-OPERATOR NOT = SPACES
                 AND WS-THIS-OPERATOR NOT = WS-SELECT-OPERATOR
              MOVE SPACES TO WS-THIS-OPERATOR
           END-IF.
