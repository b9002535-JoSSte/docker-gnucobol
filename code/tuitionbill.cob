             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INVOICE-STATUS.

             SELECT TERM-FILE ASSIGN TO "term.cfg"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD SECTION-MASTER.
          01 ENROLLMENT-RECORD.
             05 EN-ID PIC 9(5).
             05 EN-SECTION PIC X(8).
             05 EN-TERM PIC X(6).

          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
          FD INVOICE-FILE.
          01 INVOICE-LINE PIC X(80).

          FD TERM-FILE.
          01 TERM-RECORD.
             COPY TERMREC.

          WORKING-STORAGE SECTION.
          01 WS-SECT-MASTER-STATUS PIC X(2).
          01 WS-TOTALS-STATUS PIC X(2).
          01 WS-ENROLL-STATUS PIC X(2).
          01 WS-INDEX-STATUS PIC X(2).
          01 WS-INVOICE-STATUS PIC X(2).
          01 WS-TERM-STATUS PIC X(2).
          01 WS-SECT-EOF PIC A(1).
          01 WS-ENROLL-EOF PIC A(1).

          01 WS-EXPECTED-COUNT PIC 9(5).
          01 WS-INVOICE-TOTAL PIC 9(9)V99 VALUE ZERO.

      *> Only the current term is billed. An enrollment with a blank
      *> term predates term stamping and is taken as current; one for
      *> any other term still counts toward the batch balance but is
      *> not priced.
          01 WS-TERM PIC X(6) VALUE SPACES.
          01 WS-OTHER-TERM-COUNT PIC 9(5) VALUE ZERO.

          01 WS-CURRENT-DATE.
             05 WS-CD-YEAR PIC 9(4).
             05 WS-CD-MONTH PIC 9(2).
          01 WS-INVOICE-HEADER.
             05 IV-H-TYPE PIC X(1) VALUE "H".
             05 IV-H-DATE PIC 9(8).
             05 IV-H-TERM PIC X(6).
             05 FILLER PIC X(65) VALUE SPACE.

          01 WS-INVOICE-DETAIL.
             05 IV-D-TYPE PIC X(1) VALUE "D".
             05 IV-D-ID PIC 9(5).
             05 IV-D-NAME PIC A(25).
             05 IV-D-AMOUNT PIC 9(7)V99.
             05 IV-D-TERM PIC X(6).
             05 FILLER PIC X(34) VALUE SPACE.

          01 WS-INVOICE-TRAILER.
             05 IV-T-TYPE PIC X(1) VALUE "T".
             05 IV-T-AMOUNT PIC 9(9)V99.
             05 FILLER PIC X(63) VALUE SPACE.

          01 WS-LOCK-PARM.
             COPY LOCKPARM.
          01 WS-LOCK-SAVE-RC PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-TAKE-RUN-LOCK.
           DISPLAY "billing from enrollment.dat...".
           PERFORM 0100-LOAD-SECTION-MASTER.
           PERFORM 0150-READ-TERM-CONFIG.
           PERFORM 0200-READ-BATCH-TOTALS.
           PERFORM 0300-PRICE-ENROLLMENTS.
      *> Finance never posts from a short file: nothing is released
              DISPLAY "invoice run OUT OF BALANCE - BATCH REPORTED "
                 WS-EXPECTED-COUNT " ENROLLMENTS, FILE HAS "
                 WS-ENROLL-READ ", invoice.dat not released"
              PERFORM 0950-RELEASE-RUN-LOCK
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0400-WRITE-INVOICE-FILE.
           IF WS-OTHER-TERM-COUNT > ZERO
              DISPLAY "warning: " WS-OTHER-TERM-COUNT
                 " ENROLLMENTS FOR OTHER TERMS NOT BILLED"
           END-IF.
           DISPLAY "BILLING COMPLETE - " WS-BILL-COUNT
              " STUDENTS INVOICED, TOTAL " WS-INVOICE-TOTAL.
           PERFORM 0950-RELEASE-RUN-LOCK.
       STOP RUN.

      *> Nothing is touched while another run holds run.lock. A run
      *> that aborts leaves its lock behind on purpose, for
      *> operations to check the files and clear it with LockAdmin.
       0050-TAKE-RUN-LOCK.
           MOVE "A" TO RL-FUNCTION.
           MOVE "TUITIONBILL" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       0100-LOAD-SECTION-MASTER.
           OPEN INPUT SECTION-MASTER.
           IF WS-SECT-MASTER-STATUS NOT = "00"
           END-PERFORM.
           CLOSE SECTION-MASTER.

       0150-READ-TERM-CONFIG.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
              READ TERM-FILE
                 AT END MOVE SPACES TO TERM-RECORD
              END-READ
              MOVE TC-TERM TO WS-TERM
              CLOSE TERM-FILE
           ELSE
              DISPLAY "term.cfg not found, all enrollments billed "
                 "without a term"
           END-IF.

       0200-READ-BATCH-TOTALS.
           OPEN INPUT BATCH-TOTALS.
           IF WS-TOTALS-STATUS NOT = "00"
                 AT END MOVE 'Y' TO WS-ENROLL-EOF
                 NOT AT END
                    ADD 1 TO WS-ENROLL-READ
                    IF EN-TERM = WS-TERM OR EN-TERM = SPACES
                          OR WS-TERM = SPACES
                       PERFORM 0310-PRICE-ONE-ENROLLMENT
                    ELSE
                       ADD 1 TO WS-OTHER-TERM-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO IV-H-DATE.
           MOVE WS-TERM TO IV-H-TERM.
           WRITE INVOICE-LINE FROM WS-INVOICE-HEADER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-BILL-COUNT
                 MOVE SX-NAME TO IV-D-NAME
           END-READ.
           MOVE WS-BL-AMOUNT(WS-SUB) TO IV-D-AMOUNT.
           MOVE WS-TERM TO IV-D-TERM.
           ADD WS-BL-AMOUNT(WS-SUB) TO WS-INVOICE-TOTAL.
           WRITE INVOICE-LINE FROM WS-INVOICE-DETAIL.

       0950-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
