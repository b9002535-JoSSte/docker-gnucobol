       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentPost.
       AUTHOR. JoSSte.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT PAYMENT-FILE ASSIGN TO "payments.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYMENT-STATUS.

             SELECT STUDENT-INDEX ASSIGN TO "student-idx.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SX-ID
             ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
             FILE STATUS IS WS-INDEX-STATUS.

             SELECT AR-LEDGER ASSIGN TO "ar-ledger.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LG-ID
             FILE STATUS IS WS-LEDGER-STATUS.

             SELECT POSTED-PAYMENTS ASSIGN TO "posted-payments.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PP-KEY
             FILE STATUS IS WS-POSTED-STATUS.

             SELECT INVOICE-FILE ASSIGN TO "invoice.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INVOICE-STATUS.

             SELECT PAYMENT-REPORT ASSIGN TO "payment-post.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

             SELECT PAYMENT-REJECT-FILE ASSIGN TO "payment-reject.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> Daily payment from the cashier/bank feed: student ID,
      *> amount in dollars and cents, payment date and the check or
      *> transfer reference. T trailer carries the record count and
      *> the amount total.
          FD PAYMENT-FILE.
          01 PAYMENT-RECORD.
             05 PY-ID PIC X(5).
             05 PY-ID-NUM REDEFINES PY-ID PIC 9(5).
             05 PY-AMOUNT PIC X(9).
             05 PY-AMOUNT-NUM REDEFINES PY-AMOUNT PIC 9(7)V99.
             05 PY-DATE PIC X(8).
             05 PY-DATE-NUM REDEFINES PY-DATE PIC 9(8).
             05 PY-REFERENCE PIC X(12).

          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
             05 SX-ID PIC 9(5).
             05 SX-NAME PIC A(25).
             05 SX-SECTION PIC X(8).

          FD AR-LEDGER.
          01 AR-LEDGER-RECORD.
             COPY LEDGERREC.

      *> Every payment ever posted, keyed by student and reference,
      *> so a payment sent again in a later file or repeated within
      *> one file is recognised whenever it was first posted.
          FD POSTED-PAYMENTS.
          01 POSTED-PAYMENT-RECORD.
             05 PP-KEY.
                10 PP-ID PIC 9(5).
                10 PP-REFERENCE PIC X(12).
             05 PP-AMOUNT PIC 9(7)V99.
             05 PP-PAY-DATE PIC 9(8).
             05 PP-POST-DATE PIC 9(8).

          FD INVOICE-FILE.
          01 INVOICE-HEADER-RECORD.
             05 IV-H-TYPE PIC X(1).
             05 IV-H-DATE PIC 9(8).
             05 IV-H-TERM PIC X(6).
             05 FILLER PIC X(65).
          01 INVOICE-DETAIL-RECORD.
             05 IV-D-TYPE PIC X(1).
             05 IV-D-ID PIC 9(5).
             05 IV-D-NAME PIC A(25).
             05 IV-D-AMOUNT PIC 9(7)V99.
             05 IV-D-TERM PIC X(6).
             05 FILLER PIC X(34).

          FD PAYMENT-REPORT.
          01 PAYMENT-REPORT-LINE PIC X(80).

          FD PAYMENT-REJECT-FILE.
          01 PAYMENT-REJECT-RECORD PIC X(34).

          WORKING-STORAGE SECTION.
          01 WS-PAYMENT-STATUS PIC X(2).
          01 WS-INDEX-STATUS PIC X(2).
          01 WS-LEDGER-STATUS PIC X(2).
          01 WS-POSTED-STATUS PIC X(2).
          01 WS-INVOICE-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-REJECT-STATUS PIC X(2).
          01 WS-PAYMENT-EOF PIC A(1).
          01 WS-INVOICE-EOF PIC A(1).

          01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
          01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
          01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
          01 WS-OVERPAID-COUNT PIC 9(5) VALUE ZERO.
          01 WS-CHARGE-COUNT PIC 9(5) VALUE ZERO.
          01 WS-POSTED-TOTAL PIC 9(9)V99 VALUE ZERO.

          01 WS-RECORD-OK PIC A(1).
          01 WS-EDIT-REASON PIC X(30).
          01 WS-LEDGER-FOUND PIC A(1).
          01 WS-INVOICE-DATE PIC 9(8) VALUE ZERO.
          01 WS-INVOICE-TERM PIC X(6) VALUE SPACES.
          01 WS-BALANCE PIC S9(7)V99.
          01 WS-CREDIT PIC 9(7)V99.

          01 WS-BALANCE-EOF PIC A(1).
          01 WS-TRAILER-FOUND PIC A(1).
          01 WS-DETAIL-COUNT PIC 9(5).
          01 WS-DETAIL-AMOUNT PIC 9(9)V99.
          01 WS-TRAILER-COUNT PIC 9(5).
          01 WS-TRAILER-AMOUNT PIC 9(9)V99.
          01 WS-TRAILER-REC.
             05 WS-TR-TYPE PIC X(1).
             05 WS-TR-COUNT PIC X(5).
             05 WS-TR-AMOUNT PIC X(11).
             05 WS-TR-AMOUNT-NUM REDEFINES WS-TR-AMOUNT
                PIC 9(9)V99.
             05 FILLER PIC X(17).

          01 WS-CURRENT-DATE.
             05 WS-CD-YEAR PIC 9(4).
             05 WS-CD-MONTH PIC 9(2).
             05 WS-CD-DAY PIC 9(2).

          01 WS-REPORT-HEADING.
             05 FILLER PIC X(25) VALUE "PAYMENT POSTING REGISTER ".
             05 WS-RH-MONTH PIC 9(2).
             05 FILLER PIC X(1) VALUE "/".
             05 WS-RH-DAY PIC 9(2).
             05 FILLER PIC X(1) VALUE "/".
             05 WS-RH-YEAR PIC 9(4).
             05 FILLER PIC X(45) VALUE SPACE.

          01 WS-POSTED-DETAIL.
             05 FILLER PIC X(9) VALUE "POSTED   ".
             05 WS-PD-ID PIC 9(5).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-PD-NAME PIC X(25).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-PD-AMOUNT PIC ZZZZZZ9.99.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-PD-REFERENCE PIC X(12).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-PD-BALANCE PIC -ZZZZZZ9.99.
             05 FILLER PIC X(4) VALUE SPACE.

          01 WS-REJECT-DETAIL.
             05 FILLER PIC X(9) VALUE "REJECTED ".
             05 WS-JD-ID PIC X(5).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-JD-DATE PIC X(8).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-JD-REFERENCE PIC X(12).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-JD-AMOUNT PIC X(9).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-JD-REASON PIC X(30).
             05 FILLER PIC X(3) VALUE SPACE.

          01 WS-OVERPAID-DETAIL.
             05 FILLER PIC X(12) VALUE "** OVERPAID ".
             05 WS-OD-ID PIC 9(5).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-OD-NAME PIC X(25).
             05 FILLER PIC X(1) VALUE SPACE.
             05 FILLER PIC X(15) VALUE "CREDIT BALANCE ".
             05 WS-OD-CREDIT PIC ZZZZZZ9.99.
             05 FILLER PIC X(11) VALUE SPACE.

          01 WS-REPORT-TRAILER-1.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-T1-READ PIC ZZZZ9.
             05 FILLER PIC X(7) VALUE " READ, ".
             05 WS-T1-POSTED PIC ZZZZ9.
             05 FILLER PIC X(9) VALUE " POSTED, ".
             05 WS-T1-REJECTED PIC ZZZZ9.
             05 FILLER PIC X(10) VALUE " REJECTED.".
             05 FILLER PIC X(38) VALUE SPACE.

          01 WS-REPORT-TRAILER-2.
             05 FILLER PIC X(14) VALUE " TOTAL POSTED ".
             05 WS-T2-TOTAL PIC ZZZZZZZZ9.99.
             05 FILLER PIC X(2) VALUE ", ".
             05 WS-T2-OVERPAID PIC ZZZZ9.
             05 FILLER PIC X(14) VALUE " OVERPAYMENTS.".
             05 FILLER PIC X(33) VALUE SPACE.

          01 WS-REPORT-TRAILER-3.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-T3-CHARGES PIC ZZZZ9.
             05 FILLER PIC X(42)
                VALUE " LEDGER CHARGES REFRESHED FROM invoice.dat".
             05 FILLER PIC X(32) VALUE SPACE.

          01 WS-LOCK-PARM.
             COPY LOCKPARM.
          01 WS-LOCK-SAVE-RC PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0040-TAKE-RUN-LOCK.
           DISPLAY "posting payments.dat...".
           PERFORM 0100-OPEN-PAYMENT-FILE.
           PERFORM 0110-BALANCE-PAYMENT-FILE.
           PERFORM 0120-OPEN-STUDENT-INDEX.
           PERFORM 0130-OPEN-AR-LEDGER.
           PERFORM 0135-OPEN-POSTED-PAYMENTS.
           PERFORM 0140-OPEN-PAYMENT-REPORT.
           PERFORM 0150-OPEN-REJECT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-MONTH TO WS-RH-MONTH.
           MOVE WS-CD-DAY TO WS-RH-DAY.
           MOVE WS-CD-YEAR TO WS-RH-YEAR.
           WRITE PAYMENT-REPORT-LINE FROM WS-REPORT-HEADING.
           PERFORM 0200-REFRESH-INVOICE-CHARGES.
           MOVE 'N' TO WS-PAYMENT-EOF.
           PERFORM UNTIL WS-PAYMENT-EOF = 'Y'
              READ PAYMENT-FILE
                 AT END MOVE 'Y' TO WS-PAYMENT-EOF
                 NOT AT END
                    IF PAYMENT-RECORD(1:1) NOT = "T"
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0300-EDIT-ONE-PAYMENT
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WS-READ-COUNT TO WS-T1-READ.
           MOVE WS-POSTED-COUNT TO WS-T1-POSTED.
           MOVE WS-REJECT-COUNT TO WS-T1-REJECTED.
           WRITE PAYMENT-REPORT-LINE FROM WS-REPORT-TRAILER-1.
           MOVE WS-POSTED-TOTAL TO WS-T2-TOTAL.
           MOVE WS-OVERPAID-COUNT TO WS-T2-OVERPAID.
           WRITE PAYMENT-REPORT-LINE FROM WS-REPORT-TRAILER-2.
           MOVE WS-CHARGE-COUNT TO WS-T3-CHARGES.
           WRITE PAYMENT-REPORT-LINE FROM WS-REPORT-TRAILER-3.
           CLOSE PAYMENT-FILE.
           CLOSE STUDENT-INDEX.
           CLOSE AR-LEDGER.
           CLOSE POSTED-PAYMENTS.
           CLOSE PAYMENT-REPORT.
           CLOSE PAYMENT-REJECT-FILE.
           DISPLAY WS-READ-COUNT " READ, " WS-POSTED-COUNT
              " POSTED, " WS-REJECT-COUNT " REJECTED, "
              WS-OVERPAID-COUNT " OVERPAYMENTS".
           IF WS-REJECT-COUNT > ZERO
              MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM 0950-RELEASE-RUN-LOCK.
       STOP RUN.

      *> Nothing is touched while another run holds run.lock. A run
      *> that aborts leaves its lock behind on purpose, for
      *> operations to check the files and clear it with LockAdmin.
       0040-TAKE-RUN-LOCK.
           MOVE "A" TO RL-FUNCTION.
           MOVE "PAYMENTPOST" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       0100-OPEN-PAYMENT-FILE.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
              DISPLAY "payments.dat not found, run aborted"
              MOVE 2 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Balance the payment file against its trailer on both the
      *> record count and the dollar total before anything is
      *> posted; an out-of-balance file goes back to the bursar whole.
       0110-BALANCE-PAYMENT-FILE.
           MOVE 'N' TO WS-BALANCE-EOF.
           MOVE 'N' TO WS-TRAILER-FOUND.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-DETAIL-AMOUNT.
           MOVE ZERO TO WS-TRAILER-COUNT.
           MOVE ZERO TO WS-TRAILER-AMOUNT.
           PERFORM UNTIL WS-BALANCE-EOF = 'Y'
              READ PAYMENT-FILE
                 AT END MOVE 'Y' TO WS-BALANCE-EOF
                 NOT AT END
                    IF PAYMENT-RECORD(1:1) = "T"
                       MOVE PAYMENT-RECORD TO WS-TRAILER-REC
                       IF WS-TR-COUNT IS NUMERIC
                             AND WS-TR-AMOUNT IS NUMERIC
                          MOVE 'Y' TO WS-TRAILER-FOUND
                          MOVE WS-TR-COUNT TO WS-TRAILER-COUNT
                          MOVE WS-TR-AMOUNT-NUM TO WS-TRAILER-AMOUNT
                       END-IF
                    ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       IF PY-AMOUNT IS NUMERIC
                          ADD PY-AMOUNT-NUM TO WS-DETAIL-AMOUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-TRAILER-FOUND NOT = 'Y'
              DISPLAY "payments.dat OUT OF BALANCE - TRAILER "
                 "RECORD MISSING, file rejected"
              CLOSE PAYMENT-FILE
              PERFORM 0950-RELEASE-RUN-LOCK
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
              DISPLAY "payments.dat OUT OF BALANCE - TRAILER "
                 "SAYS " WS-TRAILER-COUNT ", FILE HAS "
                 WS-DETAIL-COUNT ", file rejected"
              CLOSE PAYMENT-FILE
              PERFORM 0950-RELEASE-RUN-LOCK
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-TRAILER-AMOUNT NOT = WS-DETAIL-AMOUNT
              DISPLAY "payments.dat OUT OF BALANCE - TRAILER "
                 "AMOUNT " WS-TRAILER-AMOUNT ", FILE TOTALS "
                 WS-DETAIL-AMOUNT ", file rejected"
              CLOSE PAYMENT-FILE
              PERFORM 0950-RELEASE-RUN-LOCK
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE PAYMENT-FILE.
           PERFORM 0100-OPEN-PAYMENT-FILE.

       0120-OPEN-STUDENT-INDEX.
           OPEN INPUT STUDENT-INDEX.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "student-idx.dat not found - run FileHandling "
                 "first, run aborted"
              CLOSE PAYMENT-FILE
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> The ledger is created empty on the first run.
       0130-OPEN-AR-LEDGER.
           OPEN I-O AR-LEDGER.
           IF WS-LEDGER-STATUS = "35"
              OPEN OUTPUT AR-LEDGER
              IF WS-LEDGER-STATUS = "00"
                 CLOSE AR-LEDGER
                 OPEN I-O AR-LEDGER
              END-IF
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
              DISPLAY "ar-ledger.dat could not be opened, "
                 "run aborted"
              CLOSE PAYMENT-FILE
              CLOSE STUDENT-INDEX
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Created empty on the first run, like the ledger.
       0135-OPEN-POSTED-PAYMENTS.
           OPEN I-O POSTED-PAYMENTS.
           IF WS-POSTED-STATUS = "35"
              OPEN OUTPUT POSTED-PAYMENTS
              IF WS-POSTED-STATUS = "00"
                 CLOSE POSTED-PAYMENTS
                 OPEN I-O POSTED-PAYMENTS
              END-IF
           END-IF.
           IF WS-POSTED-STATUS NOT = "00"
              DISPLAY "posted-payments.dat could not be opened, "
                 "run aborted"
              CLOSE PAYMENT-FILE
              CLOSE STUDENT-INDEX
              CLOSE AR-LEDGER
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       0140-OPEN-PAYMENT-REPORT.
           OPEN OUTPUT PAYMENT-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "payment-post.rpt could not be opened, "
                 "run aborted"
              CLOSE PAYMENT-FILE
              CLOSE STUDENT-INDEX
              CLOSE AR-LEDGER
              CLOSE POSTED-PAYMENTS
              MOVE 5 TO RETURN-CODE
              STOP RUN
           END-IF.

       0150-OPEN-REJECT-FILE.
           OPEN OUTPUT PAYMENT-REJECT-FILE.
           IF WS-REJECT-STATUS NOT = "00"
              DISPLAY "payment-reject.dat could not be opened, "
                 "run aborted"
              CLOSE PAYMENT-FILE
              CLOSE STUDENT-INDEX
              CLOSE AR-LEDGER
              CLOSE POSTED-PAYMENTS
              CLOSE PAYMENT-REPORT
              MOVE 6 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Bring the ledger's billed amounts up to the latest invoice
      *> run before any payment is applied. invoice.dat only holds
      *> the open term (TermClose empties it), so a term already on
      *> the ledger has its charge replaced and a new term's charge
      *> is added to the balance carried forward. A re-billed amount
      *> takes the new invoice date as its term date; an unchanged
      *> one keeps its original date so it keeps aging. A balance
      *> still unpaid from earlier terms keeps the date it fell due
      *> in LG-INVOICE-DATE, whatever happens to the term charge.
       0200-REFRESH-INVOICE-CHARGES.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
              DISPLAY "warning: invoice.dat not found, ledger "
                 "charges not refreshed"
           ELSE
              MOVE 'N' TO WS-INVOICE-EOF
              PERFORM UNTIL WS-INVOICE-EOF = 'Y'
                 READ INVOICE-FILE
                    AT END MOVE 'Y' TO WS-INVOICE-EOF
                    NOT AT END
                       EVALUATE IV-H-TYPE
                          WHEN "H"
                             MOVE IV-H-DATE TO WS-INVOICE-DATE
                             MOVE IV-H-TERM TO WS-INVOICE-TERM
                          WHEN "D"
                             PERFORM 0210-REFRESH-ONE-CHARGE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF.

       0210-REFRESH-ONE-CHARGE.
           MOVE IV-D-ID TO LG-ID.
           READ AR-LEDGER
              INVALID KEY
                 MOVE IV-D-ID TO LG-ID
                 MOVE WS-INVOICE-DATE TO LG-INVOICE-DATE
                 MOVE IV-D-AMOUNT TO LG-BILLED
                 MOVE ZERO TO LG-PAID
                 MOVE ZERO TO LG-LAST-PAY-DATE
                 MOVE SPACES TO LG-LAST-PAY-REF
                 MOVE WS-INVOICE-TERM TO LG-BILLED-TERM
                 MOVE IV-D-AMOUNT TO LG-TERM-AMOUNT
                 MOVE WS-INVOICE-DATE TO LG-TERM-DATE
                 WRITE AR-LEDGER-RECORD
                    INVALID KEY
                       PERFORM 0240-CHARGE-UPDATE-FAILED
                 END-WRITE
                 ADD 1 TO WS-CHARGE-COUNT
              NOT INVALID KEY
                 IF LG-BILLED-TERM = WS-INVOICE-TERM
                    PERFORM 0220-REBILL-SAME-TERM
                 ELSE
                    PERFORM 0230-BILL-NEW-TERM
                 END-IF
           END-READ.

       0220-REBILL-SAME-TERM.
           IF LG-TERM-AMOUNT NOT = IV-D-AMOUNT
              IF LG-BILLED - LG-TERM-AMOUNT NOT > LG-PAID
                 MOVE WS-INVOICE-DATE TO LG-INVOICE-DATE
              END-IF
              SUBTRACT LG-TERM-AMOUNT FROM LG-BILLED
              ADD IV-D-AMOUNT TO LG-BILLED
              MOVE IV-D-AMOUNT TO LG-TERM-AMOUNT
              MOVE WS-INVOICE-DATE TO LG-TERM-DATE
              REWRITE AR-LEDGER-RECORD
                 INVALID KEY
                    PERFORM 0240-CHARGE-UPDATE-FAILED
              END-REWRITE
              ADD 1 TO WS-CHARGE-COUNT
           END-IF.

      *> The previous term's charge joins the carried balance. When
      *> nothing older was still owed, what is carried is that term's
      *> charge alone and falls due from the date it was invoiced.
       0230-BILL-NEW-TERM.
           EVALUATE TRUE
              WHEN LG-BILLED NOT > LG-PAID
                 MOVE WS-INVOICE-DATE TO LG-INVOICE-DATE
              WHEN LG-BILLED - LG-TERM-AMOUNT NOT > LG-PAID
                    AND LG-TERM-DATE NOT = ZERO
                 MOVE LG-TERM-DATE TO LG-INVOICE-DATE
           END-EVALUATE.
           ADD IV-D-AMOUNT TO LG-BILLED.
           MOVE WS-INVOICE-TERM TO LG-BILLED-TERM.
           MOVE IV-D-AMOUNT TO LG-TERM-AMOUNT.
           MOVE WS-INVOICE-DATE TO LG-TERM-DATE.
           REWRITE AR-LEDGER-RECORD
              INVALID KEY
                 PERFORM 0240-CHARGE-UPDATE-FAILED
           END-REWRITE.
           ADD 1 TO WS-CHARGE-COUNT.

       0240-CHARGE-UPDATE-FAILED.
           DISPLAY "ar-ledger.dat charge update failed for "
              IV-D-ID " status " WS-LEDGER-STATUS ", run aborted".
           CLOSE INVOICE-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE STUDENT-INDEX.
           CLOSE AR-LEDGER.
           CLOSE POSTED-PAYMENTS.
           CLOSE PAYMENT-REPORT.
           CLOSE PAYMENT-REJECT-FILE.
           MOVE 7 TO RETURN-CODE.
           STOP RUN.

       0300-EDIT-ONE-PAYMENT.
           MOVE 'Y' TO WS-RECORD-OK.
           MOVE SPACE TO WS-EDIT-REASON.
           EVALUATE TRUE
              WHEN PY-ID NOT NUMERIC
                 MOVE "ID NOT NUMERIC" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN PY-AMOUNT NOT NUMERIC
                 MOVE "INVALID AMOUNT" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN PY-AMOUNT-NUM = ZERO
                 MOVE "INVALID AMOUNT" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN PY-DATE NOT NUMERIC
                 MOVE "INVALID PAYMENT DATE" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN PY-REFERENCE = SPACES
                 MOVE "REFERENCE MISSING" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
              WHEN OTHER
                 PERFORM 0310-CHECK-STUDENT-ON-FILE
                 IF WS-RECORD-OK = 'Y'
                    PERFORM 0320-READ-LEDGER
                 END-IF
           END-EVALUATE.
           IF WS-RECORD-OK = 'Y'
              PERFORM 0400-APPLY-PAYMENT
           ELSE
              PERFORM 0500-WRITE-REJECT-RECORD
           END-IF.

       0310-CHECK-STUDENT-ON-FILE.
           MOVE PY-ID-NUM TO SX-ID.
           READ STUDENT-INDEX
              INVALID KEY
                 MOVE "STUDENT NOT ON FILE" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
           END-READ.

      *> A payment whose reference has already been posted for the
      *> student, in this file or any earlier one, is the same
      *> payment sent twice. The ledger's last reference is checked
      *> too, for payments posted before posted-payments.dat was
      *> kept.
       0320-READ-LEDGER.
           MOVE PY-ID-NUM TO PP-ID.
           MOVE PY-REFERENCE TO PP-REFERENCE.
           READ POSTED-PAYMENTS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "DUPLICATE PAYMENT REFERENCE" TO WS-EDIT-REASON
                 MOVE 'N' TO WS-RECORD-OK
           END-READ.
           MOVE PY-ID-NUM TO LG-ID.
           READ AR-LEDGER
              INVALID KEY
                 MOVE 'N' TO WS-LEDGER-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LEDGER-FOUND
           END-READ.
           IF WS-LEDGER-FOUND = 'Y'
                 AND LG-LAST-PAY-REF = PY-REFERENCE
              MOVE "DUPLICATE PAYMENT REFERENCE" TO WS-EDIT-REASON
              MOVE 'N' TO WS-RECORD-OK
           END-IF.

      *> A payment for a student with no ledger record yet (paid
      *> ahead of the invoice run) opens one with nothing billed.
       0400-APPLY-PAYMENT.
           IF WS-LEDGER-FOUND = 'Y'
              ADD PY-AMOUNT-NUM TO LG-PAID
              MOVE PY-DATE-NUM TO LG-LAST-PAY-DATE
              MOVE PY-REFERENCE TO LG-LAST-PAY-REF
              REWRITE AR-LEDGER-RECORD
           ELSE
              MOVE PY-ID-NUM TO LG-ID
              MOVE ZERO TO LG-INVOICE-DATE
              MOVE ZERO TO LG-BILLED
              MOVE PY-AMOUNT-NUM TO LG-PAID
              MOVE PY-DATE-NUM TO LG-LAST-PAY-DATE
              MOVE PY-REFERENCE TO LG-LAST-PAY-REF
              MOVE SPACES TO LG-BILLED-TERM
              MOVE ZERO TO LG-TERM-AMOUNT
              MOVE ZERO TO LG-TERM-DATE
              WRITE AR-LEDGER-RECORD
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
              DISPLAY "ar-ledger.dat update failed for " PY-ID
                 " status " WS-LEDGER-STATUS ", run aborted"
              CLOSE PAYMENT-FILE
              CLOSE STUDENT-INDEX
              CLOSE AR-LEDGER
              CLOSE POSTED-PAYMENTS
              CLOSE PAYMENT-REPORT
              CLOSE PAYMENT-REJECT-FILE
              MOVE 7 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0410-RECORD-POSTED-PAYMENT.
           ADD 1 TO WS-POSTED-COUNT.
           ADD PY-AMOUNT-NUM TO WS-POSTED-TOTAL.
           COMPUTE WS-BALANCE = LG-BILLED - LG-PAID.
           MOVE PY-ID-NUM TO WS-PD-ID.
           MOVE SX-NAME TO WS-PD-NAME.
           MOVE PY-AMOUNT-NUM TO WS-PD-AMOUNT.
           MOVE PY-REFERENCE TO WS-PD-REFERENCE.
           MOVE WS-BALANCE TO WS-PD-BALANCE.
           WRITE PAYMENT-REPORT-LINE FROM WS-POSTED-DETAIL.
           IF WS-BALANCE < ZERO
              ADD 1 TO WS-OVERPAID-COUNT
              COMPUTE WS-CREDIT = LG-PAID - LG-BILLED
              MOVE PY-ID-NUM TO WS-OD-ID
              MOVE SX-NAME TO WS-OD-NAME
              MOVE WS-CREDIT TO WS-OD-CREDIT
              WRITE PAYMENT-REPORT-LINE FROM WS-OVERPAID-DETAIL
           END-IF.

      *> The ledger already holds the payment, so a reference that
      *> cannot be kept would let the payment post again on a rerun.
       0410-RECORD-POSTED-PAYMENT.
           MOVE PY-ID-NUM TO PP-ID.
           MOVE PY-REFERENCE TO PP-REFERENCE.
           MOVE PY-AMOUNT-NUM TO PP-AMOUNT.
           MOVE PY-DATE-NUM TO PP-PAY-DATE.
           MOVE WS-CURRENT-DATE TO PP-POST-DATE.
           WRITE POSTED-PAYMENT-RECORD
              INVALID KEY
                 DISPLAY "posted-payments.dat update failed for "
                    PY-ID " reference " PY-REFERENCE " status "
                    WS-POSTED-STATUS ", run aborted"
                 CLOSE PAYMENT-FILE
                 CLOSE STUDENT-INDEX
                 CLOSE AR-LEDGER
                 CLOSE POSTED-PAYMENTS
                 CLOSE PAYMENT-REPORT
                 CLOSE PAYMENT-REJECT-FILE
                 MOVE 9 TO RETURN-CODE
                 STOP RUN
           END-WRITE.

       0500-WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           WRITE PAYMENT-REJECT-RECORD FROM PAYMENT-RECORD.
           MOVE PY-ID TO WS-JD-ID.
           MOVE PY-DATE TO WS-JD-DATE.
           MOVE PY-REFERENCE TO WS-JD-REFERENCE.
           MOVE PY-AMOUNT TO WS-JD-AMOUNT.
           MOVE WS-EDIT-REASON TO WS-JD-REASON.
           WRITE PAYMENT-REPORT-LINE FROM WS-REJECT-DETAIL.

       0950-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
