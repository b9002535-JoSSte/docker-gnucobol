             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REJECT-STATUS.

             SELECT TERM-FILE ASSIGN TO "term.cfg"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERM-STATUS.

             SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD GRADE-TRANS-FILE.
             05 GT-ID-NUM REDEFINES GT-ID PIC 9(5).
             05 GT-SECTION PIC X(8).
             05 GT-GRADE PIC X(2).
             05 GT-OPERATOR PIC X(8).

          FD ENROLLMENT-FILE.
          01 ENROLLMENT-RECORD.
             05 EN-ID PIC 9(5).
             05 EN-SECTION PIC X(8).
             05 EN-TERM PIC X(6).

          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
             05 GR-SECTION PIC X(8).
             05 GR-GRADE PIC X(2).
             05 GR-DATE PIC 9(8).
             05 GR-TERM PIC X(6).
             05 GR-OPERATOR PIC X(8).

          FD GRADE-EDIT-REPORT.
          01 GRADE-EDIT-LINE PIC X(80).

          FD GRADE-REJECT-FILE.
          01 GRADE-REJECT-RECORD PIC X(23).

          FD TERM-FILE.
          01 TERM-RECORD.
             COPY TERMREC.

          FD OPERATOR-FILE.
          01 OPERATOR-FILE-RECORD PIC X(41).

          WORKING-STORAGE SECTION.
          01 WS-TRANS-STATUS PIC X(2).
          01 WS-GRADES-STATUS PIC X(2).
          01 WS-EDIT-RPT-STATUS PIC X(2).
          01 WS-REJECT-STATUS PIC X(2).
          01 WS-TERM-STATUS PIC X(2).
          01 WS-OPERATOR-STATUS PIC X(2).
          01 WS-TRANS-EOF PIC A(1).
          01 WS-ENROLL-EOF PIC A(1).

          01 WS-EDIT-REASON PIC X(30).
          01 WS-ENROLLED PIC A(1).

      *> Term from term.cfg, stamped on every record posted; nothing
      *> is posted while TermClose has the term frozen.
          01 WS-TERM PIC X(6) VALUE SPACES.
          01 WS-TERM-FROZEN PIC A(1) VALUE 'N'.

      *> Operators from operators.dat. Each grade is posted only for
      *> an operator on file with grade posting allowed, and carries
      *> the operator ID into grades.dat.
          01 WS-OPERATOR-TABLE.
             05 WS-OPERATOR-COUNT PIC 9(3) VALUE ZERO.
             05 WS-OPERATOR-ENTRY OCCURS 200 TIMES.
                10 WS-OT-RECORD PIC X(41).
          01 WS-OPERATOR-MAX PIC 9(3) VALUE 200.
          01 WS-OPERATOR-EOF PIC A(1).
          01 WS-OPERATOR-FOUND PIC A(1).
          01 WS-OT-SUB PIC 9(3).
          01 WS-OPERATOR-RECORD.
             COPY OPERREC.

          01 WS-GRADE-LETTER PIC X(1).
             88 WS-GRADE-LETTER-OK VALUE "A" "B" "C" "D" "F"
                "I" "W".
          01 WS-TRAILER-REC.
             05 WS-TR-TYPE PIC X(1).
             05 WS-TR-COUNT PIC X(5).
             05 FILLER PIC X(17).

          01 WS-CURRENT-DATE.
             05 WS-CD-YEAR PIC 9(4).
             05 WS-ED-GRADE PIC X(2).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-ED-REASON PIC X(30).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-ED-OPERATOR PIC X(8).
             05 FILLER PIC X(14) VALUE SPACE.

          01 WS-EDIT-TRAILER.
             05 FILLER PIC X(1) VALUE SPACE.
             05 FILLER PIC X(10) VALUE " REJECTED.".
             05 FILLER PIC X(38) VALUE SPACE.

          01 WS-LOCK-PARM.
             COPY LOCKPARM.
          01 WS-LOCK-SAVE-RC PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-TAKE-RUN-LOCK.
           DISPLAY "posting grade-trans.dat...".
           PERFORM 0100-OPEN-GRADE-TRANS-FILE.
           PERFORM 0110-BALANCE-GRADE-TRANS-FILE.
           PERFORM 0140-OPEN-GRADES-FILE.
           PERFORM 0150-OPEN-EDIT-REPORT.
           PERFORM 0160-OPEN-REJECT-FILE.
           PERFORM 0170-READ-TERM-CONFIG.
           PERFORM 0180-LOAD-OPERATOR-TABLE.
           WRITE GRADE-EDIT-LINE FROM WS-EDIT-HEADING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-TRANS-EOF.
           IF WS-REJECT-COUNT > ZERO
              MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM 0950-RELEASE-RUN-LOCK.
       STOP RUN.

      *> Nothing is touched while another run holds run.lock. A run
      *> that aborts leaves its lock behind on purpose, for
      *> operations to check the files and clear it with LockAdmin.
       0050-TAKE-RUN-LOCK.
           MOVE "A" TO RL-FUNCTION.
           MOVE "GRADEPOST" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       0100-OPEN-GRADE-TRANS-FILE.
           OPEN INPUT GRADE-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
              DISPLAY "grade-trans.dat OUT OF BALANCE - TRAILER "
                 "RECORD MISSING, file rejected"
              CLOSE GRADE-TRANS-FILE
              PERFORM 0950-RELEASE-RUN-LOCK
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.
                 "SAYS " WS-TRAILER-COUNT ", FILE HAS "
                 WS-DETAIL-COUNT ", file rejected"
              CLOSE GRADE-TRANS-FILE
              PERFORM 0950-RELEASE-RUN-LOCK
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.
              STOP RUN
           END-IF.

      *> A missing term.cfg is not fatal: records are posted with a
      *> blank term, which every reader treats as the current term.
       0170-READ-TERM-CONFIG.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
              READ TERM-FILE
                 AT END MOVE SPACES TO TERM-RECORD
              END-READ
              MOVE TC-TERM TO WS-TERM
              IF TC-TERM-FROZEN
                 MOVE 'Y' TO WS-TERM-FROZEN
                 DISPLAY "term " WS-TERM " is frozen for close, "
                    "all grades rejected"
              END-IF
              CLOSE TERM-FILE
           ELSE
              DISPLAY "term.cfg not found, grades posted without "
                 "a term"
           END-IF.

      *> Without operators.dat no grade can be authorized, so the
      *> run stops before anything is posted.
       0180-LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
              DISPLAY "operators.dat not found, run aborted"
              CLOSE GRADE-TRANS-FILE
              CLOSE STUDENT-INDEX
              CLOSE GRADES-FILE
              CLOSE GRADE-EDIT-REPORT
              CLOSE GRADE-REJECT-FILE
              MOVE 9 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-OPERATOR-EOF.
           PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
              READ OPERATOR-FILE
                 AT END MOVE 'Y' TO WS-OPERATOR-EOF
                 NOT AT END
                    IF WS-OPERATOR-COUNT >= WS-OPERATOR-MAX
                       DISPLAY "operator table full reading "
                          "operators.dat, run aborted"
                       CLOSE OPERATOR-FILE
                       CLOSE GRADE-TRANS-FILE
                       CLOSE STUDENT-INDEX
                       CLOSE GRADES-FILE
                       CLOSE GRADE-EDIT-REPORT
                       CLOSE GRADE-REJECT-FILE
                       MOVE 9 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-OPERATOR-COUNT
                    MOVE OPERATOR-FILE-RECORD
                       TO WS-OT-RECORD(WS-OPERATOR-COUNT)
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       0200-EDIT-ONE-GRADE.
           MOVE 'Y' TO WS-RECORD-OK.
           MOVE SPACE TO WS-EDIT-REASON.
           MOVE GT-GRADE(1:1) TO WS-GRADE-LETTER.
           MOVE GT-GRADE(2:1) TO WS-GRADE-SIGN.
           PERFORM 0210-FIND-OPERATOR.
           EVALUATE TRUE
              WHEN WS-TERM-FROZEN = 'Y'
                 MOVE "TERM CLOSED" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN GT-OPERATOR = SPACES
                 MOVE "OPERATOR MISSING" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN WS-OPERATOR-FOUND NOT = 'Y'
                 MOVE "OPERATOR NOT ON FILE" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN NOT OP-MAY-POST-GRADES
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN GT-ID NOT NUMERIC
                 MOVE "ID NOT NUMERIC" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              PERFORM 0400-WRITE-REJECT-RECORD
           END-IF.

       0210-FIND-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-FOUND.
           MOVE SPACES TO WS-OPERATOR-RECORD.
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                 UNTIL WS-OT-SUB > WS-OPERATOR-COUNT
                 OR WS-OPERATOR-FOUND = 'Y'
              IF WS-OT-RECORD(WS-OT-SUB)(1:8) = GT-OPERATOR
                 MOVE WS-OT-RECORD(WS-OT-SUB) TO WS-OPERATOR-RECORD
                 MOVE 'Y' TO WS-OPERATOR-FOUND
              END-IF
           END-PERFORM.

       0220-CHECK-STUDENT-ON-FILE.
           MOVE GT-ID-NUM TO SX-ID.
           READ STUDENT-INDEX
           MOVE GT-SECTION TO GR-SECTION.
           MOVE GT-GRADE TO GR-GRADE.
           MOVE WS-CURRENT-DATE TO GR-DATE.
           MOVE WS-TERM TO GR-TERM.
           MOVE GT-OPERATOR TO GR-OPERATOR.
           WRITE GRADES-RECORD.
           ADD 1 TO WS-POSTED-COUNT.

           MOVE GT-SECTION TO WS-ED-SECTION.
           MOVE GT-GRADE TO WS-ED-GRADE.
           MOVE WS-EDIT-REASON TO WS-ED-REASON.
           MOVE GT-OPERATOR TO WS-ED-OPERATOR.
           WRITE GRADE-EDIT-LINE FROM WS-EDIT-DETAIL.

       0950-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
