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
          FD ATTEND-TRANS-FILE.
             05 AD-ID-NUM REDEFINES AD-ID PIC 9(5).
             05 AD-FLAG PIC X(1).
                88 AD-FLAG-OK VALUE "P" "A".
             05 AD-OPERATOR PIC X(8).

          FD ENROLLMENT-FILE.
          01 ENROLLMENT-RECORD.
             05 EN-ID PIC 9(5).
             05 EN-SECTION PIC X(8).
             05 EN-TERM PIC X(6).

          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
             05 AH-SECTION PIC X(8).
             05 AH-ID PIC 9(5).
             05 AH-FLAG PIC X(1).
             05 AH-TERM PIC X(6).
             05 AH-OPERATOR PIC X(8).

          FD ATTEND-EDIT-REPORT.
          01 ATTEND-EDIT-LINE PIC X(80).

          FD ATTEND-REJECT-FILE.
          01 ATTEND-REJECT-RECORD PIC X(30).

          FD TERM-FILE.
          01 TERM-RECORD.
             COPY TERMREC.

          FD OPERATOR-FILE.
          01 OPERATOR-FILE-RECORD PIC X(41).

          WORKING-STORAGE SECTION.
          01 WS-TRANS-STATUS PIC X(2).
          01 WS-HISTORY-STATUS PIC X(2).
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

      *> Operators from operators.dat. Each mark is posted only for
      *> an operator on file with attendance posting allowed, and
      *> carries the operator ID into attendance-history.dat.
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

          01 WS-ENROLL-TABLE.
             05 WS-ENROLL-COUNT PIC 9(4) VALUE ZERO.
             05 WS-ENROLL-ENTRY OCCURS 2000 TIMES.
          01 WS-TRAILER-REC.
             05 WS-TR-TYPE PIC X(1).
             05 WS-TR-COUNT PIC X(5).
             05 FILLER PIC X(24).

          01 WS-EDIT-HEADING.
             05 FILLER PIC X(30)
             05 WS-ED-FLAG PIC X(1).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-ED-REASON PIC X(30).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-ED-OPERATOR PIC X(8).
             05 FILLER PIC X(6) VALUE SPACE.

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
           DISPLAY "posting attendance.dat...".
           PERFORM 0100-OPEN-ATTEND-TRANS-FILE.
           PERFORM 0110-BALANCE-ATTEND-TRANS-FILE.
           PERFORM 0140-OPEN-ATTEND-HISTORY.
           PERFORM 0150-OPEN-EDIT-REPORT.
           PERFORM 0160-OPEN-REJECT-FILE.
           PERFORM 0170-READ-TERM-CONFIG.
           PERFORM 0180-LOAD-OPERATOR-TABLE.
           WRITE ATTEND-EDIT-LINE FROM WS-EDIT-HEADING.
           MOVE 'N' TO WS-TRANS-EOF.
           PERFORM UNTIL WS-TRANS-EOF = 'Y'
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
           MOVE "ATTENDPOST" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       0100-OPEN-ATTEND-TRANS-FILE.
           OPEN INPUT ATTEND-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
              DISPLAY "attendance.dat OUT OF BALANCE - TRAILER "
                 "RECORD MISSING, file rejected"
              CLOSE ATTEND-TRANS-FILE
              PERFORM 0950-RELEASE-RUN-LOCK
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.
                 "SAYS " WS-TRAILER-COUNT ", FILE HAS "
                 WS-DETAIL-COUNT ", file rejected"
              CLOSE ATTEND-TRANS-FILE
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
                    "all marks rejected"
              END-IF
              CLOSE TERM-FILE
           ELSE
              DISPLAY "term.cfg not found, attendance posted without "
                 "a term"
           END-IF.

      *> Without operators.dat no mark can be authorized, so the
      *> run stops before anything is posted.
       0180-LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
              DISPLAY "operators.dat not found, run aborted"
              CLOSE ATTEND-TRANS-FILE
              CLOSE STUDENT-INDEX
              CLOSE ATTEND-HISTORY
              CLOSE ATTEND-EDIT-REPORT
              CLOSE ATTEND-REJECT-FILE
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
                       CLOSE ATTEND-TRANS-FILE
                       CLOSE STUDENT-INDEX
                       CLOSE ATTEND-HISTORY
                       CLOSE ATTEND-EDIT-REPORT
                       CLOSE ATTEND-REJECT-FILE
                       MOVE 9 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-OPERATOR-COUNT
                    MOVE OPERATOR-FILE-RECORD
                       TO WS-OT-RECORD(WS-OPERATOR-COUNT)
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       0200-EDIT-ONE-MARK.
           MOVE 'Y' TO WS-RECORD-OK.
           MOVE SPACE TO WS-EDIT-REASON.
           PERFORM 0210-FIND-OPERATOR.
           EVALUATE TRUE
              WHEN WS-TERM-FROZEN = 'Y'
                 MOVE "TERM CLOSED" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN AD-OPERATOR = SPACES
                 MOVE "OPERATOR MISSING" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN WS-OPERATOR-FOUND NOT = 'Y'
                 MOVE "OPERATOR NOT ON FILE" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN NOT OP-MAY-POST-ATTENDANCE
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN AD-DATE NOT NUMERIC
                 MOVE "DATE NOT NUMERIC" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              PERFORM 0400-WRITE-REJECT-RECORD
           END-IF.

       0210-FIND-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-FOUND.
           MOVE SPACES TO WS-OPERATOR-RECORD.
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                 UNTIL WS-OT-SUB > WS-OPERATOR-COUNT
                 OR WS-OPERATOR-FOUND = 'Y'
              IF WS-OT-RECORD(WS-OT-SUB)(1:8) = AD-OPERATOR
                 MOVE WS-OT-RECORD(WS-OT-SUB) TO WS-OPERATOR-RECORD
                 MOVE 'Y' TO WS-OPERATOR-FOUND
              END-IF
           END-PERFORM.

       0220-CHECK-STUDENT-ON-FILE.
           MOVE AD-ID-NUM TO SX-ID.
           READ STUDENT-INDEX
           MOVE AD-SECTION TO AH-SECTION.
           MOVE AD-ID-NUM TO AH-ID.
           MOVE AD-FLAG TO AH-FLAG.
           MOVE WS-TERM TO AH-TERM.
           MOVE AD-OPERATOR TO AH-OPERATOR.
           WRITE ATTEND-HISTORY-RECORD.
           ADD 1 TO WS-POSTED-COUNT.

           MOVE AD-ID TO WS-ED-ID.
           MOVE AD-FLAG TO WS-ED-FLAG.
           MOVE WS-EDIT-REASON TO WS-ED-REASON.
           MOVE AD-OPERATOR TO WS-ED-OPERATOR.
           WRITE ATTEND-EDIT-LINE FROM WS-EDIT-DETAIL.

       0950-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
