             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

             SELECT TERM-FILE ASSIGN TO "term.cfg"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD THRESHOLD-FILE.
             05 AH-SECTION PIC X(8).
             05 AH-ID PIC 9(5).
             05 AH-FLAG PIC X(1).
             05 AH-TERM PIC X(6).
             05 AH-OPERATOR PIC X(8).

          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
          FD ABSENCE-REPORT.
          01 ABSENCE-LINE PIC X(80).

          FD TERM-FILE.
          01 TERM-RECORD.
             COPY TERMREC.

          WORKING-STORAGE SECTION.
          01 WS-THRESH-STATUS PIC X(2).
          01 WS-HISTORY-STATUS PIC X(2).
          01 WS-INDEX-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-TERM-STATUS PIC X(2).
          01 WS-HISTORY-EOF PIC A(1).
          01 WS-ABSENCE-PCT PIC 9(3) VALUE 20.

      *> Only marks for the current term are counted; a blank term on
      *> an older mark is taken as current.
          01 WS-TERM PIC X(6) VALUE SPACES.
          01 WS-OTHER-TERM-COUNT PIC 9(5) VALUE ZERO.

          01 WS-TALLY-TABLE.
             05 WS-TALLY-COUNT PIC 9(4) VALUE ZERO.
             05 WS-TALLY-ENTRY OCCURS 1000 TIMES.
                VALUE "CHRONIC ABSENCE REPORT - ".
             05 WS-RH-PCT PIC ZZ9.
             05 FILLER PIC X(20) VALUE "% ABSENCE THRESHOLD".
             05 FILLER PIC X(7) VALUE "  TERM ".
             05 WS-RH-TERM PIC X(6).
             05 FILLER PIC X(18) VALUE SPACE.

          01 WS-REPORT-DETAIL.
             05 WS-RD-ID PIC 9(5).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-READ-THRESHOLD.
           PERFORM 0150-READ-TERM-CONFIG.
           PERFORM 0200-TALLY-ATTENDANCE.
           PERFORM 0300-OPEN-STUDENT-INDEX.
           PERFORM 0400-WRITE-ABSENCE-REPORT.
           CLOSE STUDENT-INDEX.
           DISPLAY "ABSENCE REPORT COMPLETE - " WS-MARK-COUNT
              " MARKS, " WS-FLAGGED-COUNT " STUDENTS FLAGGED".
           IF WS-OTHER-TERM-COUNT > ZERO
              DISPLAY WS-OTHER-TERM-COUNT
                 " MARKS FOR OTHER TERMS NOT COUNTED"
           END-IF.
       STOP RUN.

       0100-READ-THRESHOLD.
                 "threshold " WS-ABSENCE-PCT "%"
           END-IF.

       0150-READ-TERM-CONFIG.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
              READ TERM-FILE
                 AT END MOVE SPACES TO TERM-RECORD
              END-READ
              MOVE TC-TERM TO WS-TERM
              CLOSE TERM-FILE
           ELSE
              DISPLAY "term.cfg not found, all marks on file counted"
           END-IF.

       0200-TALLY-ATTENDANCE.
           OPEN INPUT ATTEND-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
              READ ATTEND-HISTORY
                 AT END MOVE 'Y' TO WS-HISTORY-EOF
                 NOT AT END
                    IF AH-TERM = WS-TERM OR AH-TERM = SPACES
                          OR WS-TERM = SPACES
                       ADD 1 TO WS-MARK-COUNT
                       PERFORM 0210-TALLY-ONE-MARK
                    ELSE
                       ADD 1 TO WS-OTHER-TERM-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ATTEND-HISTORY.
              STOP RUN
           END-IF.
           MOVE WS-ABSENCE-PCT TO WS-RH-PCT.
           MOVE WS-TERM TO WS-RH-TERM.
           WRITE ABSENCE-LINE FROM WS-REPORT-HEADING.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-TALLY-COUNT
