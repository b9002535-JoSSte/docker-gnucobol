       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT TERM-HISTORY ASSIGN TO "term-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.

             SELECT GRADES-FILE ASSIGN TO DYNAMIC WS-GRADES-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GRADES-STATUS.

             SELECT GRADES-ALL ASSIGN TO "grades-all.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALL-STATUS.

             SELECT GRADES-SORTED ASSIGN TO "grades-sorted.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SORTED-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD TERM-HISTORY.
          01 TERM-HISTORY-RECORD.
             COPY TERMHIST.

          FD GRADES-FILE.
          01 GRADES-RECORD.
             05 GR-ID PIC 9(5).
             05 GR-SECTION PIC X(8).
             05 GR-GRADE PIC X(2).
             05 GR-DATE PIC 9(8).
             05 GR-TERM PIC X(6).
             05 GR-OPERATOR PIC X(8).

      *> Every grade from every closed term plus the current term,
      *> each tagged with the order its term was closed in so the
      *> sort lists a student's terms oldest first.
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
          01 TRANSCRIPT-LINE PIC X(80).

          WORKING-STORAGE SECTION.
          01 WS-HISTORY-STATUS PIC X(2).
          01 WS-GRADES-STATUS PIC X(2).
          01 WS-ALL-STATUS PIC X(2).
          01 WS-HISTORY-EOF PIC A(1).
          01 WS-GRADES-EOF PIC A(1).
          01 WS-GRADES-NAME PIC X(30).
          01 WS-FILE-TERM PIC X(6).
          01 WS-TERM-SEQ PIC 9(3) VALUE ZERO.
          01 WS-FILES-READ PIC 9(3) VALUE ZERO.
          01 WS-SORTED-STATUS PIC X(2).
          01 WS-INDEX-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
             05 FILLER PIC X(39) VALUE SPACE.

          01 WS-COLUMN-HEADING.
             05 FILLER PIC X(6) VALUE "TERM".
             05 FILLER PIC X(2) VALUE SPACE.
             05 FILLER PIC X(8) VALUE "SECTION ".
             05 FILLER PIC X(2) VALUE SPACE.
             05 FILLER PIC X(6) VALUE "GRADE ".
             05 FILLER PIC X(2) VALUE SPACE.
             05 FILLER PIC X(6) VALUE "POSTED".
             05 FILLER PIC X(48) VALUE SPACE.

          01 WS-REPORT-DETAIL.
             05 WS-RD-TERM PIC X(6).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-RD-SECTION PIC X(8).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-RD-GRADE PIC X(2).
             05 FILLER PIC X(6) VALUE SPACE.
             05 WS-RD-DATE PIC 9(8).
             05 FILLER PIC X(46) VALUE SPACE.

          01 WS-STUDENT-SUBTOTAL.
             05 FILLER PIC X(1) VALUE SPACE.
             05 FILLER PIC X(17) VALUE " STUDENTS LISTED".
             05 FILLER PIC X(41) VALUE SPACE.

      *> A student who left in an earlier term is no longer on the
      *> index; the name comes from the rosters archived at the close.
          01 WS-ARCHIVE-PARM.
             COPY ARCHPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-GATHER-GRADES.
           PERFORM 0150-SORT-GRADES-FILE.
           PERFORM 0200-OPEN-SORTED-GRADES.
           PERFORM 0210-OPEN-STUDENT-INDEX.
              " STUDENTS, " WS-GRADE-COUNT " GRADES".
       STOP RUN.

      *> The archived grades of each closed term, in the order the
      *> terms were closed (term-history.dat), then the current
      *> grades.dat, are gathered into one file for the sort. A grade
      *> with a blank term predates term stamping and takes the term
      *> of the file it was found in.
       0100-GATHER-GRADES.
           OPEN OUTPUT GRADES-ALL.
           IF WS-ALL-STATUS NOT = "00"
              DISPLAY "grades-all.dat could not be opened, "
                 "run aborted"
              MOVE 7 TO RETURN-CODE
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
                       PERFORM 0110-GATHER-ONE-FILE
                 END-READ
              END-PERFORM
              CLOSE TERM-HISTORY
           END-IF.
           MOVE "grades.dat" TO WS-GRADES-NAME.
           MOVE SPACES TO WS-FILE-TERM.
           PERFORM 0110-GATHER-ONE-FILE.
           CLOSE GRADES-ALL.
           IF WS-FILES-READ = ZERO
              DISPLAY "grades.dat not found - run GradePost first, "
                 "run aborted"
              MOVE 2 TO RETURN-CODE
              STOP RUN
           END-IF.

       0110-GATHER-ONE-FILE.
           ADD 1 TO WS-TERM-SEQ.
           OPEN INPUT GRADES-FILE.
           IF WS-GRADES-STATUS NOT = "00"
              IF WS-FILE-TERM NOT = SPACES
                 DISPLAY "warning: " function trim(WS-GRADES-NAME)
                    " not found, term " WS-FILE-TERM
                    " left off the transcripts"
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

       0150-SORT-GRADES-FILE.
           SORT SORT-WORK ON ASCENDING KEY SW-ID SW-TERM-SEQ SW-SECTION
              USING GRADES-ALL
              GIVING GRADES-SORTED.
           IF SORT-RETURN NOT = ZERO
              DISPLAY "grades could not be sorted, run aborted"
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE GS-ID TO SX-ID.
           READ STUDENT-INDEX
              INVALID KEY
                 MOVE GS-ID TO AL-ID
                 CALL "ArchiveLookup" USING WS-ARCHIVE-PARM
                 IF AL-FOUND
                    MOVE AL-NAME TO WS-SH-NAME
                 ELSE
                    MOVE "(NOT ON FILE)" TO WS-SH-NAME
                 END-IF
              NOT INVALID KEY
                 MOVE SX-NAME TO WS-SH-NAME
           END-READ.
              PERFORM 0350-WRITE-PAGE-HEADERS
              PERFORM 0360-WRITE-STUDENT-HEADING
           END-IF.
           MOVE GS-TERM TO WS-RD-TERM.
           MOVE GS-SECTION TO WS-RD-SECTION.
           MOVE GS-GRADE TO WS-RD-GRADE.
           MOVE GS-DATE TO WS-RD-DATE.
