       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchiveLookup.
       AUTHOR. JoSSte.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT CONTROL-FILE ASSIGN TO "batch-control.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.

             SELECT TERM-HISTORY ASSIGN TO "term-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.

             SELECT ROSTER-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CONTROL-FILE.
          01 CONTROL-RECORD.
             05 CR-FILENAME PIC X(30).
             05 CR-SECTION PIC X(8).

          FD TERM-HISTORY.
          01 TERM-HISTORY-RECORD.
             COPY TERMHIST.

          FD ROSTER-ARCHIVE.
          01 ROSTER-ARCHIVE-RECORD.
             COPY STUDENTREC.

          WORKING-STORAGE SECTION.
          01 WS-CONTROL-STATUS PIC X(2).
          01 WS-HISTORY-STATUS PIC X(2).
          01 WS-ARCHIVE-STATUS PIC X(2).
          01 WS-EOF PIC A(1).
          01 WS-HISTORY-EOF PIC A(1).

          01 WS-ARCHIVE-NAME PIC X(30).
          01 WS-NAME-BASE PIC X(30).
          01 WS-NAME-EXT PIC X(10).

      *> Rosters named in batch-control.txt; TermClose archives each
      *> of them as <roster>-<term>.<ext> when a term is closed.
          01 WS-ROSTER-TABLE.
             05 WS-ROSTER-COUNT PIC 9(2) VALUE ZERO.
             05 WS-RF-NAME PIC X(30) OCCURS 20 TIMES.
          01 WS-ROSTER-MAX PIC 9(2) VALUE 20.
          01 WS-RF-SUB PIC 9(2).

      *> Every student on any archived roster, loaded on the first
      *> call and kept for the rest of the run. Terms are read in the
      *> order they were closed, so the name kept is the latest.
          01 WS-LOADED PIC A(1) VALUE 'N'.
          01 WS-NAME-TABLE.
             05 WS-NAME-COUNT PIC 9(4) VALUE ZERO.
             05 WS-NAME-ENTRY OCCURS 2000 TIMES.
                10 WS-NT-ID PIC 9(5).
                10 WS-NT-NAME PIC A(25).
          01 WS-NAME-MAX PIC 9(4) VALUE 2000.
          01 WS-NT-SUB PIC 9(4).
          01 WS-NT-FOUND PIC 9(4).
          01 WS-FIND-ID PIC 9(5).
          01 WS-TABLE-FULL PIC A(1) VALUE 'N'.

          LINKAGE SECTION.
          01 AL-PARM.
             COPY ARCHPARM.

       PROCEDURE DIVISION USING AL-PARM.
       0000-MAIN-PARA.
           IF WS-LOADED = 'N'
              PERFORM 0100-LOAD-ARCHIVED-NAMES
              MOVE 'Y' TO WS-LOADED
           END-IF.
           MOVE 'N' TO AL-RESULT.
           MOVE SPACES TO AL-NAME.
           MOVE AL-ID TO WS-FIND-ID.
           PERFORM 0300-FIND-NAME.
           IF WS-NT-FOUND NOT = ZERO
              MOVE 'Y' TO AL-RESULT
              MOVE WS-NT-NAME(WS-NT-FOUND) TO AL-NAME
           END-IF.
       GOBACK.

      *> With no batch-control.txt or term-history.dat there is no
      *> archive to look in, and every lookup is simply not found.
       0100-LOAD-ARCHIVED-NAMES.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CONTROL-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF CR-FILENAME NOT = SPACES
                             AND WS-ROSTER-COUNT < WS-ROSTER-MAX
                          ADD 1 TO WS-ROSTER-COUNT
                          MOVE CR-FILENAME
                             TO WS-RF-NAME(WS-ROSTER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-FILE
           END-IF.
           OPEN INPUT TERM-HISTORY.
           IF WS-HISTORY-STATUS = "00"
              MOVE 'N' TO WS-HISTORY-EOF
              PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                 READ TERM-HISTORY
                    AT END MOVE 'Y' TO WS-HISTORY-EOF
                    NOT AT END
                       PERFORM VARYING WS-RF-SUB FROM 1 BY 1
                             UNTIL WS-RF-SUB > WS-ROSTER-COUNT
                          PERFORM 0110-LOAD-ONE-ARCHIVE
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE TERM-HISTORY
           END-IF.
           IF WS-TABLE-FULL = 'Y'
              DISPLAY "warning: archived roster table full, some "
                 "former students will show as not on file"
           END-IF.

      *> section1.csv closed in 2026FA is section1-2026FA.csv, the
      *> name TermClose gives it.
       0110-LOAD-ONE-ARCHIVE.
           MOVE SPACES TO WS-NAME-BASE.
           MOVE SPACES TO WS-NAME-EXT.
           UNSTRING WS-RF-NAME(WS-RF-SUB) DELIMITED BY "."
              INTO WS-NAME-BASE WS-NAME-EXT
           END-UNSTRING.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           IF WS-NAME-EXT = SPACES
              STRING function trim(WS-NAME-BASE) "-" TH-TERM
                 DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
              END-STRING
           ELSE
              STRING function trim(WS-NAME-BASE) "-" TH-TERM
                 "." function trim(WS-NAME-EXT)
                 DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
              END-STRING
           END-IF.
           OPEN INPUT ROSTER-ARCHIVE.
           IF WS-ARCHIVE-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ROSTER-ARCHIVE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ROSTER-ARCHIVE-RECORD(1:1) NOT = "T"
                             AND REC-NAME NOT = SPACES
                          PERFORM 0120-ADD-NAME
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-ARCHIVE
           END-IF.

       0120-ADD-NAME.
           MOVE REC-ID TO WS-FIND-ID.
           PERFORM 0300-FIND-NAME.
           IF WS-NT-FOUND NOT = ZERO
              MOVE REC-NAME TO WS-NT-NAME(WS-NT-FOUND)
           ELSE
              IF WS-NAME-COUNT < WS-NAME-MAX
                 ADD 1 TO WS-NAME-COUNT
                 MOVE REC-ID TO WS-NT-ID(WS-NAME-COUNT)
                 MOVE REC-NAME TO WS-NT-NAME(WS-NAME-COUNT)
              ELSE
                 MOVE 'Y' TO WS-TABLE-FULL
              END-IF
           END-IF.

       0300-FIND-NAME.
           MOVE ZERO TO WS-NT-FOUND.
           PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                 UNTIL WS-NT-SUB > WS-NAME-COUNT
                    OR WS-NT-FOUND NOT = ZERO
              IF WS-NT-ID(WS-NT-SUB) = WS-FIND-ID
                 MOVE WS-NT-SUB TO WS-NT-FOUND
              END-IF
           END-PERFORM.
