             ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
             FILE STATUS IS WS-INDEX-STATUS.

             SELECT ENROLLMENT-FILE ASSIGN TO DYNAMIC WS-ENROLL-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ENROLL-STATUS.

             SELECT ENROLLMENT-OUT
             ASSIGN TO DYNAMIC WS-ENROLL-OUT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ENROLL-OUT-STATUS.

             SELECT WAITLIST-FILE ASSIGN TO DYNAMIC WS-WAITLIST-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WAITLIST-STATUS.

             SELECT WAITLIST-OUT
             ASSIGN TO DYNAMIC WS-WAITLIST-OUT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WAITLIST-OUT-STATUS.

             SELECT PROMOTION-REPORT ASSIGN TO "promotions.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROMO-STATUS.

             SELECT BATCH-TOTALS ASSIGN TO "batch-totals.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TOTALS-STATUS.

             SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD STUDENT-FILE.
             05 TR-STATUS PIC X(1).
                88 TR-STATUS-VALID VALUE "A" "W" "G" "L" SPACE.
             05 TR-STATUS-DATE PIC X(8).
             05 TR-OPERATOR PIC X(8).

          FD REGISTER-REPORT.
          01 REGISTER-LINE PIC X(80).

          FD REJECT-FILE.
          01 REJECT-RECORD PIC X(48).

          FD CHANGE-HISTORY.
          01 CHANGE-HISTORY-RECORD.
             05 CH-BEFORE-NAME PIC X(25).
             05 CH-AFTER-ID PIC X(5).
             05 CH-AFTER-NAME PIC X(25).
             05 CH-OPERATOR PIC X(8).

          FD HISTORY-REPORT.
          01 HISTORY-REPORT-LINE PIC X(80).
             05 SX-NAME PIC A(25).
             05 SX-SECTION PIC X(8).

          FD ENROLLMENT-FILE.
          01 ENROLLMENT-RECORD.
             05 EN-ID PIC 9(5).
             05 EN-SECTION PIC X(8).
             05 EN-TERM PIC X(6).

          FD ENROLLMENT-OUT.
          01 ENROLLMENT-OUT-RECORD.
             05 EO-ID PIC 9(5).
             05 EO-SECTION PIC X(8).
             05 EO-TERM PIC X(6).

          FD WAITLIST-FILE.
          01 WAITLIST-RECORD.
             COPY WAITREC.

          FD WAITLIST-OUT.
          01 WAITLIST-OUT-RECORD PIC X(46).

          FD PROMOTION-REPORT.
          01 PROMOTION-LINE.
             COPY PROMOREC.

          FD BATCH-TOTALS.
          01 BATCH-TOTALS-RECORD.
             05 BT-DATE PIC 9(8).
             05 FILLER PIC X(1).
             05 BT-ENROLL-COUNT PIC 9(5).
             05 FILLER PIC X(1).
             05 BT-EXTRACT-COUNT PIC 9(5).
             05 FILLER PIC X(1).
             05 BT-BATCH-TOTAL PIC 9(6).

          FD OPERATOR-FILE.
          01 OPERATOR-FILE-RECORD PIC X(41).

          WORKING-STORAGE SECTION.
          01 MAINT-RECORD.
             COPY STUDENTREC.
          01 WS-INQUIRY-ID PIC 9(5).
          01 WS-INQUIRY-ID-X PIC X(5).
          01 WS-HISTORY-COUNT PIC 9(5).
          01 WS-OLD-STATUS PIC X(1).

      *> Operators from operators.dat. The interactive operator signs
      *> on once; in batch each transaction names its operator. The
      *> operator must be on file with the permission the action
      *> needs, and setting a status other than the current one
      *> needs the status change permission as well.
          01 WS-OPERATOR-STATUS PIC X(2).
          01 WS-OPERATOR-TABLE.
             05 WS-OPERATOR-COUNT PIC 9(3) VALUE ZERO.
             05 WS-OPERATOR-ENTRY OCCURS 200 TIMES.
                10 WS-OT-RECORD PIC X(41).
          01 WS-OPERATOR-MAX PIC 9(3) VALUE 200.
          01 WS-OPERATOR-EOF PIC A(1).
          01 WS-OPERATOR-FOUND PIC A(1).
          01 WS-OT-SUB PIC 9(3).
          01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
          01 WS-OPERATOR-RECORD.
             COPY OPERREC.
          01 WS-AUTH-ACTION PIC X(1).
          01 WS-STATUS-CHANGING PIC A(1).
          01 WS-STATUS-REFUSED PIC A(1).
          01 WS-AUTH-REASON PIC X(20).

      *> Seat release on withdrawal: the withdrawn student's
      *> enrollment records come out of enrollment.dat and the first
      *> waitlisted student for each section released is promoted.
          01 WS-ENROLL-NAME PIC X(30) VALUE "enrollment.dat".
          01 WS-ENROLL-OUT-NAME PIC X(30)
             VALUE "enrollment.dat.new".
          01 WS-WAITLIST-NAME PIC X(30) VALUE "waitlist.dat".
          01 WS-WAITLIST-OUT-NAME PIC X(30)
             VALUE "waitlist.dat.new".
          01 WS-ENROLL-STATUS PIC X(2).
          01 WS-ENROLL-OUT-STATUS PIC X(2).
          01 WS-WAITLIST-STATUS PIC X(2).
          01 WS-WAITLIST-OUT-STATUS PIC X(2).
          01 WS-PROMO-STATUS PIC X(2).
          01 WS-TOTALS-STATUS PIC X(2).
          01 WS-SEAT-EOF PIC A(1).
          01 WS-WITHDRAWN-ID PIC 9(5).
          01 WS-SEATS-REMOVED PIC 9(5).
          01 WS-RELEASED-TABLE.
             05 WS-RELEASED-COUNT PIC 9(2) VALUE ZERO.
             05 WS-RELEASED-ENTRY OCCURS 20 TIMES.
                10 WS-RL-SECTION PIC X(8).
                10 WS-RL-TERM PIC X(6).
                10 WS-RL-PROMOTED-ID PIC 9(5).
                10 WS-RL-PROMOTED-NAME PIC A(25).
                10 WS-RL-FILLED PIC X(1).
          01 WS-RELEASED-MAX PIC 9(2) VALUE 20.
          01 WS-PROMOTED-COUNT PIC 9(2).
          01 WS-RL-SUB PIC 9(2).
          01 WS-RL-FOUND PIC 9(2).

          01 WS-CURRENT-DATE.
             05 WS-CD-YEAR PIC 9(4).
             05 WS-RG-STATUS PIC X(1).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-RG-DISPOSITION PIC X(20).
             05 FILLER PIC X(2) VALUE SPACE.
             05 WS-RG-OPERATOR PIC X(8).
             05 FILLER PIC X(7) VALUE SPACE.

          01 WS-REGISTER-TRAILER.
             05 FILLER PIC X(1) VALUE SPACE.
             05 FILLER PIC X(10) VALUE " REJECTED.".
             05 FILLER PIC X(37) VALUE SPACE.

          01 WS-LOCK-PARM.
             COPY LOCKPARM.
          01 WS-LOCK-SAVE-RC PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0900-TAKE-RUN-LOCK.
           DISPLAY "STUDENT ROSTER MAINTENANCE".
           DISPLAY "ENTER MODE - I)NTERACTIVE, B)ATCH, H)ISTORY: "
              WITH NO ADVANCING.
              WHEN WS-MODE-HISTORY
                 PERFORM 7000-HISTORY-INQUIRY
              WHEN OTHER
                 PERFORM 1050-SIGN-ON-OPERATOR
                 PERFORM 1000-GET-TRANSACTION
                 PERFORM 2000-CONFIRM-TRANSACTION
                 IF WS-CONFIRMED
                    PERFORM 2100-CHECK-OPERATOR-AUTHORITY
                    IF WS-AUTH-REASON = SPACES
                       PERFORM 3000-APPLY-TRANSACTION
                    ELSE
                       DISPLAY "OPERATOR " WS-OPERATOR-ID " "
                          function trim(WS-AUTH-REASON)
                          ", NO CHANGE MADE"
                       MOVE 11 TO RETURN-CODE
                    END-IF
                 ELSE
                    DISPLAY "TRANSACTION CANCELLED"
                 END-IF
           END-EVALUATE.
           PERFORM 9900-RELEASE-RUN-LOCK.
       STOP RUN.

      *> Nothing is touched while another run holds run.lock. A run
      *> that aborts leaves its lock behind on purpose, for
      *> operations to check the files and clear it with LockAdmin.
       0900-TAKE-RUN-LOCK.
           MOVE "A" TO RL-FUNCTION.
           MOVE "HELLO" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-GET-TRANSACTION.
           DISPLAY "ENTER ACTION - A)DD, U)PDATE, D)ELETE: "
              WITH NO ADVANCING.
              PERFORM 1100-NORMALIZE-STATUS
           END-IF.

       1050-SIGN-ON-OPERATOR.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           PERFORM 9000-LOAD-OPERATOR-TABLE.
           PERFORM 9100-FIND-OPERATOR.
           IF WS-OPERATOR-FOUND NOT = "Y"
              DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT ON FILE, "
                 "NO CHANGE MADE"
              PERFORM 9900-RELEASE-RUN-LOCK
              MOVE 11 TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-NORMALIZE-STATUS.
           IF REC-STATUS = SPACE
              MOVE "A" TO REC-STATUS
                 DISPLAY "UNKNOWN ACTION, NO CHANGE WILL BE MADE."
           END-EVALUATE.

      *> An update's status change can only be seen once the current
      *> record is read, so 3150 checks that permission itself.
       2100-CHECK-OPERATOR-AUTHORITY.
           MOVE WS-ACTION TO WS-AUTH-ACTION.
           MOVE "N" TO WS-STATUS-CHANGING.
           IF WS-ACTION-ADD AND REC-STATUS NOT = "A"
              MOVE "Y" TO WS-STATUS-CHANGING
           END-IF.
           PERFORM 9200-CHECK-AUTHORITY.

       3000-APPLY-TRANSACTION.
           MOVE "N" TO WS-FOUND.
           MOVE "N" TO WS-EOF-IN.
           MOVE ZERO TO WS-OUT-COUNT.
           MOVE SPACES TO WS-BEFORE-ID.
           MOVE SPACES TO WS-BEFORE-NAME.
           MOVE SPACES TO WS-OLD-STATUS.
           MOVE "N" TO WS-STATUS-REFUSED.
           OPEN INPUT STUDENT-FILE.
           IF WS-IN-STATUS NOT = "00" AND WS-IN-STATUS NOT = "35"
              DISPLAY "could not read "
           MOVE WS-OUT-COUNT TO WS-RTR-COUNT.
           WRITE STUDENT-OUT-RECORD FROM WS-ROSTER-TRAILER.
           CLOSE STUDENT-FILE-OUT.
           IF WS-STATUS-REFUSED = "Y"
              DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED "
                 "TO CHANGE STATUS, NO CHANGE MADE"
              MOVE 11 TO RETURN-CODE
           END-IF.
           IF ((WS-ACTION-ADD AND WS-FOUND = "N")
                 OR ((WS-ACTION-UPDATE OR WS-ACTION-DELETE)
                 AND WS-RECORD-FOUND))
                 AND WS-STATUS-REFUSED = "N"
              PERFORM 6000-WRITE-HISTORY-RECORD
              PERFORM 5100-OPEN-STUDENT-INDEX-IO
              IF WS-INDEX-AVAILABLE = "Y"
                 CLOSE STUDENT-INDEX
              END-IF
              PERFORM 3900-PROMOTE-STUDENT-FILE
              IF WS-ACTION-UPDATE AND REC-STATUS = "W"
                    AND WS-OLD-STATUS NOT = "W"
                 MOVE REC-ID TO WS-WITHDRAWN-ID
                 PERFORM 8000-RELEASE-SEATS
              END-IF
              DISPLAY "TRANSACTION COMPLETE"
           ELSE
              CALL "CBL_DELETE_FILE" USING WS-STUDENT-OUT-NAME
                 END-IF
           END-READ.

      *> A blank status on file is active, so re-keying it as A is
      *> not a status change.
       3150-COPY-OR-REPLACE-RECORD.
           EVALUATE TRUE
              WHEN WS-ACTION-UPDATE AND NOT OP-MAY-CHANGE-STATUS
                    AND REC-STATUS NOT = SI-STATUS
                    AND NOT (SI-STATUS = SPACE AND REC-STATUS = "A")
                 MOVE "Y" TO WS-STATUS-REFUSED
                 MOVE SI-ID TO SO-ID
                 MOVE SI-NAME TO SO-NAME
                 MOVE SI-STATUS TO SO-STATUS
                 MOVE SI-STATUS-DATE TO SO-STATUS-DATE
                 WRITE STUDENT-OUT-RECORD
                 ADD 1 TO WS-OUT-COUNT
              WHEN WS-ACTION-UPDATE
                 MOVE SI-STATUS TO WS-OLD-STATUS
                 MOVE REC-ID TO SO-ID
                 MOVE REC-NAME TO SO-NAME
                 MOVE REC-STATUS TO SO-STATUS
              STOP RUN
           END-IF.
           WRITE REGISTER-LINE FROM WS-REGISTER-HEADING.
           PERFORM 9000-LOAD-OPERATOR-TABLE.
           PERFORM 4100-LOAD-ROSTER-TABLE.
           PERFORM 5100-OPEN-STUDENT-INDEX-IO.
           MOVE "N" TO WS-TRANS-EOF.
                 MOVE WS-SUB TO WS-FOUND-SUB
              END-IF
           END-PERFORM.
           PERFORM 4210-CHECK-TRANS-OPERATOR.
           EVALUATE TRUE
              WHEN WS-AUTH-REASON NOT = SPACES
                 MOVE WS-AUTH-REASON TO WS-RG-DISPOSITION
                 PERFORM 4250-WRITE-REJECT-RECORD
              WHEN NOT TR-STATUS-VALID
                 MOVE "INVALID STATUS" TO WS-RG-DISPOSITION
                 PERFORM 4250-WRITE-REJECT-RECORD
              WHEN TR-ACTION = "U"
                 MOVE WS-RT-ID(WS-FOUND-SUB) TO WS-BEFORE-ID
                 MOVE WS-RT-NAME(WS-FOUND-SUB) TO WS-BEFORE-NAME
                 MOVE WS-RT-STATUS(WS-FOUND-SUB) TO WS-OLD-STATUS
                 MOVE TR-NAME TO WS-RT-NAME(WS-FOUND-SUB)
                 MOVE WS-FOUND-SUB TO WS-TARGET-SUB
                 PERFORM 4220-APPLY-STATUS-FIELDS
                 MOVE "APPLIED" TO WS-RG-DISPOSITION
                 ADD 1 TO WS-TRANS-APPLIED-COUNT
                 PERFORM 4280-RECORD-APPLIED-CHANGE
                 IF TR-STATUS = "W" AND WS-OLD-STATUS NOT = "W"
                    MOVE TR-ID TO WS-WITHDRAWN-ID
                    PERFORM 8000-RELEASE-SEATS
                 END-IF
              WHEN TR-ACTION = "D" AND WS-FOUND-SUB = ZERO
                 MOVE "ID NOT FOUND" TO WS-RG-DISPOSITION
                 PERFORM 4250-WRITE-REJECT-RECORD
           MOVE TR-ID TO WS-RG-ID.
           MOVE TR-NAME TO WS-RG-NAME.
           MOVE TR-STATUS TO WS-RG-STATUS.
           MOVE TR-OPERATOR TO WS-RG-OPERATOR.
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.

      *> A status on an add other than the A every add gets, or on an
      *> update other than the one on file, is a status change.
       4210-CHECK-TRANS-OPERATOR.
           MOVE TR-OPERATOR TO WS-OPERATOR-ID.
           PERFORM 9100-FIND-OPERATOR.
           MOVE TR-ACTION TO WS-AUTH-ACTION.
           MOVE "N" TO WS-STATUS-CHANGING.
           IF TR-STATUS NOT = SPACE AND TR-STATUS-VALID
              IF TR-ACTION = "A" AND TR-STATUS NOT = "A"
                 MOVE "Y" TO WS-STATUS-CHANGING
              END-IF
              IF TR-ACTION = "U" AND WS-FOUND-SUB > ZERO
                 IF TR-STATUS NOT = WS-RT-STATUS(WS-FOUND-SUB)
                    MOVE "Y" TO WS-STATUS-CHANGING
                 END-IF
              END-IF
           END-IF.
           PERFORM 9200-CHECK-AUTHORITY.

      *> A blank transaction status keeps whatever the table entry
      *> already carries (or the add default); a blank effective date
      *> on a status change defaults to the run date.
                 MOVE REC-ID TO CH-AFTER-ID
                 MOVE REC-NAME TO CH-AFTER-NAME
              END-IF
              MOVE WS-OPERATOR-ID TO CH-OPERATOR
              WRITE CHANGE-HISTORY-RECORD
              CLOSE CHANGE-HISTORY
           END-IF.
           MOVE CH-AFTER-NAME TO WS-HD-AFTER.
           WRITE HISTORY-REPORT-LINE FROM WS-HISTORY-DETAIL.
           DISPLAY WS-HISTORY-DETAIL.

      *> A withdrawal releases the student's seats at once rather
      *> than at the next batch rebuild: the enrollment records come
      *> out of enrollment.dat, the first waitlisted student for each
      *> released section takes the seat, and the batch enrollment
      *> total is adjusted so TuitionBill still balances.
       8000-RELEASE-SEATS.
           MOVE ZERO TO WS-RELEASED-COUNT.
           MOVE ZERO TO WS-SEATS-REMOVED.
           MOVE ZERO TO WS-PROMOTED-COUNT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
              OPEN OUTPUT ENROLLMENT-OUT
              IF WS-ENROLL-OUT-STATUS NOT = "00"
                 DISPLAY "warning: " function trim(WS-ENROLL-OUT-NAME)
                    " could not be opened, seats not released"
                 CLOSE ENROLLMENT-FILE
              ELSE
                 PERFORM 8100-COPY-OTHER-ENROLLMENTS
                 IF WS-SEATS-REMOVED > ZERO
                    PERFORM 8200-PROMOTE-FROM-WAITLIST
                    PERFORM 8300-ADD-PROMOTED-ENROLLMENTS
                 END-IF
                 CLOSE ENROLLMENT-FILE
                 CLOSE ENROLLMENT-OUT
                 IF WS-SEATS-REMOVED > ZERO
                    CALL "CBL_RENAME_FILE" USING WS-ENROLL-OUT-NAME
                       WS-ENROLL-NAME RETURNING WS-CBL-STATUS
                    IF WS-CBL-STATUS NOT = 0
                       DISPLAY "warning: could not save updated "
                          "enrollment.dat"
                    ELSE
                       PERFORM 8400-WRITE-PROMOTION-LINES
                       PERFORM 8500-ADJUST-BATCH-TOTALS
                       DISPLAY WS-SEATS-REMOVED " SEATS RELEASED, "
                          WS-PROMOTED-COUNT " PROMOTED FROM WAITLIST"
                    END-IF
                 ELSE
                    CALL "CBL_DELETE_FILE" USING WS-ENROLL-OUT-NAME
                       RETURNING WS-CBL-STATUS
                 END-IF
              END-IF
           END-IF.

       8100-COPY-OTHER-ENROLLMENTS.
           MOVE "N" TO WS-SEAT-EOF.
           PERFORM UNTIL WS-SEAT-EOF = "Y"
              READ ENROLLMENT-FILE
                 AT END MOVE "Y" TO WS-SEAT-EOF
                 NOT AT END
                    IF EN-ID = WS-WITHDRAWN-ID
                       ADD 1 TO WS-SEATS-REMOVED
                       IF WS-RELEASED-COUNT < WS-RELEASED-MAX
                          ADD 1 TO WS-RELEASED-COUNT
                          MOVE EN-SECTION
                             TO WS-RL-SECTION(WS-RELEASED-COUNT)
                          MOVE EN-TERM
                             TO WS-RL-TERM(WS-RELEASED-COUNT)
                          MOVE "N" TO WS-RL-FILLED(WS-RELEASED-COUNT)
                       END-IF
                    ELSE
                       WRITE ENROLLMENT-OUT-RECORD
                          FROM ENROLLMENT-RECORD
                    END-IF
              END-READ
           END-PERFORM.

      *> Waitlist order is arrival order, so the first entry found
      *> for a released section is the one promoted; the rest of the
      *> waitlist is copied through unchanged.
       8200-PROMOTE-FROM-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = "00"
              OPEN OUTPUT WAITLIST-OUT
              IF WS-WAITLIST-OUT-STATUS NOT = "00"
                 DISPLAY "warning: "
                    function trim(WS-WAITLIST-OUT-NAME)
                    " could not be opened, no waitlist promotion"
                 CLOSE WAITLIST-FILE
              ELSE
                 MOVE "N" TO WS-SEAT-EOF
                 PERFORM UNTIL WS-SEAT-EOF = "Y"
                    READ WAITLIST-FILE
                       AT END MOVE "Y" TO WS-SEAT-EOF
                       NOT AT END
                          PERFORM 8210-FIND-OPEN-SEAT
                          IF WS-RL-FOUND > ZERO
                             MOVE "Y" TO WS-RL-FILLED(WS-RL-FOUND)
                             MOVE WL-ID
                                TO WS-RL-PROMOTED-ID(WS-RL-FOUND)
                             MOVE WL-NAME
                                TO WS-RL-PROMOTED-NAME(WS-RL-FOUND)
                             ADD 1 TO WS-PROMOTED-COUNT
                          ELSE
                             WRITE WAITLIST-OUT-RECORD
                                FROM WAITLIST-RECORD
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE WAITLIST-FILE
                 CLOSE WAITLIST-OUT
                 IF WS-PROMOTED-COUNT > ZERO
                    CALL "CBL_RENAME_FILE" USING WS-WAITLIST-OUT-NAME
                       WS-WAITLIST-NAME RETURNING WS-CBL-STATUS
                    IF WS-CBL-STATUS NOT = 0
                       DISPLAY "warning: could not save updated "
                          "waitlist.dat, no waitlist promotion"
                       MOVE ZERO TO WS-PROMOTED-COUNT
                       PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                             UNTIL WS-RL-SUB > WS-RELEASED-COUNT
                          MOVE "N" TO WS-RL-FILLED(WS-RL-SUB)
                       END-PERFORM
                    END-IF
                 ELSE
                    CALL "CBL_DELETE_FILE" USING WS-WAITLIST-OUT-NAME
                       RETURNING WS-CBL-STATUS
                 END-IF
              END-IF
           END-IF.

       8210-FIND-OPEN-SEAT.
           MOVE ZERO TO WS-RL-FOUND.
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                 UNTIL WS-RL-SUB > WS-RELEASED-COUNT
                 OR WS-RL-FOUND > ZERO
              IF WS-RL-SECTION(WS-RL-SUB) = WL-SECTION
                    AND WS-RL-FILLED(WS-RL-SUB) = "N"
                 MOVE WS-RL-SUB TO WS-RL-FOUND
              END-IF
           END-PERFORM.

       8300-ADD-PROMOTED-ENROLLMENTS.
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                 UNTIL WS-RL-SUB > WS-RELEASED-COUNT
              IF WS-RL-FILLED(WS-RL-SUB) = "Y"
                 MOVE WS-RL-PROMOTED-ID(WS-RL-SUB) TO EO-ID
                 MOVE WS-RL-SECTION(WS-RL-SUB) TO EO-SECTION
                 MOVE WS-RL-TERM(WS-RL-SUB) TO EO-TERM
                 WRITE ENROLLMENT-OUT-RECORD
              END-IF
           END-PERFORM.

       8400-WRITE-PROMOTION-LINES.
           IF WS-PROMOTED-COUNT > ZERO
              OPEN EXTEND PROMOTION-REPORT
              IF WS-PROMO-STATUS NOT = "00"
                 OPEN OUTPUT PROMOTION-REPORT
              END-IF
              IF WS-PROMO-STATUS NOT = "00"
                 DISPLAY "warning: promotions.rpt could not be "
                    "opened, promotions not reported"
              ELSE
                 ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                 ACCEPT WS-CURRENT-TIME FROM TIME
                 PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                       UNTIL WS-RL-SUB > WS-RELEASED-COUNT
                    IF WS-RL-FILLED(WS-RL-SUB) = "Y"
                       MOVE SPACES TO PROMOTION-LINE
                       MOVE WS-CURRENT-DATE TO PR-DATE
                       MOVE WS-CURRENT-TIME(1:6) TO PR-TIME
                       MOVE WS-RL-SECTION(WS-RL-SUB) TO PR-SECTION
                       MOVE WS-RL-PROMOTED-ID(WS-RL-SUB) TO PR-ID
                       MOVE WS-RL-PROMOTED-NAME(WS-RL-SUB) TO PR-NAME
                       STRING "WITHDRAWAL OF " WS-WITHDRAWN-ID
                          DELIMITED BY SIZE INTO PR-REASON
                       WRITE PROMOTION-LINE
                    END-IF
                 END-PERFORM
                 CLOSE PROMOTION-REPORT
              END-IF
           END-IF.

       8500-ADJUST-BATCH-TOTALS.
           OPEN INPUT BATCH-TOTALS.
           IF WS-TOTALS-STATUS = "00"
              READ BATCH-TOTALS
                 AT END MOVE SPACES TO BATCH-TOTALS-RECORD
              END-READ
              CLOSE BATCH-TOTALS
              IF BT-ENROLL-COUNT IS NUMERIC
                 COMPUTE BT-ENROLL-COUNT = BT-ENROLL-COUNT
                    - WS-SEATS-REMOVED + WS-PROMOTED-COUNT
                 OPEN OUTPUT BATCH-TOTALS
                 IF WS-TOTALS-STATUS = "00"
                    WRITE BATCH-TOTALS-RECORD
                    CLOSE BATCH-TOTALS
                 ELSE
                    DISPLAY "warning: batch-totals.dat could not be "
                       "updated, billing will not balance"
                 END-IF
              END-IF
           END-IF.

      *> Without operators.dat no change can be authorized, so
      *> nothing is applied.
       9000-LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
              DISPLAY "operators.dat not found, run aborted"
              IF WS-MODE-BATCH
                 CLOSE TRANS-FILE
                 CLOSE REGISTER-REPORT
                 CLOSE REJECT-FILE
              END-IF
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO WS-OPERATOR-EOF.
           PERFORM UNTIL WS-OPERATOR-EOF = "Y"
              READ OPERATOR-FILE
                 AT END MOVE "Y" TO WS-OPERATOR-EOF
                 NOT AT END
                    IF WS-OPERATOR-COUNT >= WS-OPERATOR-MAX
                       DISPLAY "operator table full reading "
                          "operators.dat, run aborted"
                       CLOSE OPERATOR-FILE
                       IF WS-MODE-BATCH
                          CLOSE TRANS-FILE
                          CLOSE REGISTER-REPORT
                          CLOSE REJECT-FILE
                       END-IF
                       MOVE 10 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-OPERATOR-COUNT
                    MOVE OPERATOR-FILE-RECORD
                       TO WS-OT-RECORD(WS-OPERATOR-COUNT)
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       9100-FIND-OPERATOR.
           MOVE "N" TO WS-OPERATOR-FOUND.
           MOVE SPACES TO WS-OPERATOR-RECORD.
           IF WS-OPERATOR-ID NOT = SPACES
              PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                    UNTIL WS-OT-SUB > WS-OPERATOR-COUNT
                    OR WS-OPERATOR-FOUND = "Y"
                 IF WS-OT-RECORD(WS-OT-SUB)(1:8) = WS-OPERATOR-ID
                    MOVE WS-OT-RECORD(WS-OT-SUB)
                       TO WS-OPERATOR-RECORD
                    MOVE "Y" TO WS-OPERATOR-FOUND
                 END-IF
              END-PERFORM
           END-IF.

      *> Leaves WS-AUTH-REASON blank when the operator may apply
      *> WS-AUTH-ACTION, otherwise the reason it is refused.
       9200-CHECK-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON.
           EVALUATE TRUE
              WHEN WS-OPERATOR-ID = SPACES
                 MOVE "OPERATOR MISSING" TO WS-AUTH-REASON
              WHEN WS-OPERATOR-FOUND NOT = "Y"
                 MOVE "OPERATOR NOT ON FILE" TO WS-AUTH-REASON
              WHEN WS-AUTH-ACTION = "A" AND NOT OP-MAY-ADD
                 MOVE "NOT AUTHORIZED" TO WS-AUTH-REASON
              WHEN WS-AUTH-ACTION = "U" AND NOT OP-MAY-UPDATE
                 MOVE "NOT AUTHORIZED" TO WS-AUTH-REASON
              WHEN WS-AUTH-ACTION = "D" AND NOT OP-MAY-DELETE
                 MOVE "NOT AUTHORIZED" TO WS-AUTH-REASON
              WHEN WS-STATUS-CHANGING = "Y"
                    AND NOT OP-MAY-CHANGE-STATUS
                 MOVE "NO STATUS AUTHORITY" TO WS-AUTH-REASON
           END-EVALUATE.

       9900-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
