       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAging.
       AUTHOR. JoSSte.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT AR-LEDGER ASSIGN TO "ar-ledger.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS LG-ID
             FILE STATUS IS WS-LEDGER-STATUS.

             SELECT STUDENT-INDEX ASSIGN TO "student-idx.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SX-ID
             ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
             FILE STATUS IS WS-INDEX-STATUS.

             SELECT AGING-REPORT ASSIGN TO "ar-aging.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD AR-LEDGER.
          01 AR-LEDGER-RECORD.
             COPY LEDGERREC.

          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
             05 SX-ID PIC 9(5).
             05 SX-NAME PIC A(25).
             05 SX-SECTION PIC X(8).

          FD AGING-REPORT.
          01 AGING-LINE PIC X(80).

          WORKING-STORAGE SECTION.
          01 WS-LEDGER-STATUS PIC X(2).
          01 WS-INDEX-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-LEDGER-EOF PIC A(1).

          01 WS-CURRENT-DATE PIC 9(8).
          01 WS-TODAY-INT PIC 9(9).
          01 WS-AGE-DAYS PIC S9(9).
          01 WS-BALANCE PIC S9(7)V99.

      *> A balance is aged in two parts: up to the latest term's
      *> charge from the date that term was invoiced, and whatever
      *> is carried from earlier terms from LG-INVOICE-DATE.
          01 WS-TERM-PART PIC 9(7)V99.
          01 WS-CARRIED-PART PIC 9(7)V99.
          01 WS-PART-AMOUNT PIC 9(7)V99.
          01 WS-PART-DATE PIC 9(8).
          01 WS-NO-DATE PIC A(1).
          01 WS-NO-DATE-COUNT PIC 9(5) VALUE ZERO.
          01 WS-LINE-BUCKETS.
             05 WS-LN-CURRENT PIC 9(7)V99.
             05 WS-LN-30 PIC 9(7)V99.
             05 WS-LN-60 PIC 9(7)V99.
             05 WS-LN-90 PIC 9(7)V99.

          01 WS-LEDGER-COUNT PIC 9(5) VALUE ZERO.
          01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
          01 WS-CREDIT-COUNT PIC 9(5) VALUE ZERO.
          01 WS-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.

      *> Bucket totals: current (under 30 days), 30, 60 and 90+ days
      *> past the invoice date.
          01 WS-BUCKET-TOTALS.
             05 WS-BK-CURRENT PIC 9(9)V99 VALUE ZERO.
             05 WS-BK-30 PIC 9(9)V99 VALUE ZERO.
             05 WS-BK-60 PIC 9(9)V99 VALUE ZERO.
             05 WS-BK-90 PIC 9(9)V99 VALUE ZERO.
          01 WS-OPEN-TOTAL PIC 9(9)V99 VALUE ZERO.

          01 WS-REPORT-HEADING.
             05 FILLER PIC X(35)
                VALUE "ACCOUNTS RECEIVABLE AGING AS OF ".
             05 WS-RH-DATE PIC 9(8).
             05 FILLER PIC X(37) VALUE SPACE.

          01 WS-COLUMN-HEADING.
             05 FILLER PIC X(6) VALUE "ID".
             05 FILLER PIC X(21) VALUE "NAME".
             05 FILLER PIC X(9) VALUE "INVOICED".
             05 FILLER PIC X(11) VALUE "    CURRENT".
             05 FILLER PIC X(11) VALUE "    30 DAYS".
             05 FILLER PIC X(11) VALUE "    60 DAYS".
             05 FILLER PIC X(11) VALUE "   90+ DAYS".

          01 WS-AGING-DETAIL.
             05 WS-AD-ID PIC 9(5).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-AD-NAME PIC X(20).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-AD-DATE PIC 9(8).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-AD-CURRENT PIC Z(7)9.99.
             05 WS-AD-30 PIC Z(7)9.99.
             05 WS-AD-60 PIC Z(7)9.99.
             05 WS-AD-90 PIC Z(7)9.99.

          01 WS-AGING-TOTALS.
             05 FILLER PIC X(36) VALUE "   TOTALS".
             05 WS-AT-CURRENT PIC Z(7)9.99.
             05 WS-AT-30 PIC Z(7)9.99.
             05 WS-AT-60 PIC Z(7)9.99.
             05 WS-AT-90 PIC Z(7)9.99.

          01 WS-REPORT-TRAILER-1.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-T1-OPEN PIC ZZZZ9.
             05 FILLER PIC X(26) VALUE " OPEN BALANCES TOTALING ".
             05 WS-T1-TOTAL PIC Z(8)9.99.
             05 FILLER PIC X(36) VALUE SPACE.

          01 WS-REPORT-TRAILER-2.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-T2-CREDIT PIC ZZZZ9.
             05 FILLER PIC X(26) VALUE " CREDIT BALANCES TOTALING ".
             05 WS-T2-TOTAL PIC Z(8)9.99.
             05 FILLER PIC X(36) VALUE SPACE.

          01 WS-REPORT-TRAILER-3.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-T3-NO-DATE PIC ZZZZ9.
             05 FILLER PIC X(45)
                VALUE " OPEN BALANCES WITH NO INVOICE DATE, AGED AS ".
             05 FILLER PIC X(29) VALUE "CURRENT".

      *> A student who left in an earlier term is no longer on the
      *> index; the name comes from the rosters archived at the close.
          01 WS-ARCHIVE-PARM.
             COPY ARCHPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-FILES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT
              = FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           MOVE WS-CURRENT-DATE TO WS-RH-DATE.
           WRITE AGING-LINE FROM WS-REPORT-HEADING.
           WRITE AGING-LINE FROM WS-COLUMN-HEADING.
           MOVE 'N' TO WS-LEDGER-EOF.
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
              READ AR-LEDGER
                 AT END MOVE 'Y' TO WS-LEDGER-EOF
                 NOT AT END
                    ADD 1 TO WS-LEDGER-COUNT
                    PERFORM 0200-AGE-ONE-BALANCE
              END-READ
           END-PERFORM.
           PERFORM 0300-WRITE-TOTALS.
           CLOSE AR-LEDGER.
           CLOSE STUDENT-INDEX.
           CLOSE AGING-REPORT.
           DISPLAY "AGING COMPLETE - " WS-LEDGER-COUNT
              " LEDGER RECORDS, " WS-OPEN-COUNT " OPEN BALANCES".
       STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT AR-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
              DISPLAY "ar-ledger.dat not found - run PaymentPost "
                 "first, run aborted"
              MOVE 2 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT STUDENT-INDEX.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "student-idx.dat not found - run FileHandling "
                 "first, run aborted"
              CLOSE AR-LEDGER
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT AGING-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ar-aging.rpt could not be opened, run aborted"
              CLOSE AR-LEDGER
              CLOSE STUDENT-INDEX
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Only balances still owed are aged; credit balances from
      *> overpayment are totalled separately for refund review. The
      *> date shown is the one the oldest part of the balance ages
      *> from.
       0200-AGE-ONE-BALANCE.
           COMPUTE WS-BALANCE = LG-BILLED - LG-PAID.
           IF WS-BALANCE < ZERO
              ADD 1 TO WS-CREDIT-COUNT
              COMPUTE WS-CREDIT-TOTAL = WS-CREDIT-TOTAL - WS-BALANCE
           END-IF.
           IF WS-BALANCE > ZERO
              ADD 1 TO WS-OPEN-COUNT
              ADD WS-BALANCE TO WS-OPEN-TOTAL
              MOVE LG-ID TO WS-AD-ID
              MOVE LG-ID TO SX-ID
              READ STUDENT-INDEX
                 INVALID KEY
                    MOVE LG-ID TO AL-ID
                    CALL "ArchiveLookup" USING WS-ARCHIVE-PARM
                    IF AL-FOUND
                       MOVE AL-NAME TO WS-AD-NAME
                    ELSE
                       MOVE "(NOT ON FILE)" TO WS-AD-NAME
                    END-IF
                 NOT INVALID KEY
                    MOVE SX-NAME TO WS-AD-NAME
              END-READ
              MOVE ZERO TO WS-LINE-BUCKETS
              MOVE 'N' TO WS-NO-DATE
              IF LG-TERM-AMOUNT < WS-BALANCE
                 MOVE LG-TERM-AMOUNT TO WS-TERM-PART
              ELSE
                 MOVE WS-BALANCE TO WS-TERM-PART
              END-IF
              COMPUTE WS-CARRIED-PART = WS-BALANCE - WS-TERM-PART
              IF WS-TERM-PART > ZERO
                 MOVE WS-TERM-PART TO WS-PART-AMOUNT
                 MOVE LG-TERM-DATE TO WS-PART-DATE
                 IF WS-PART-DATE = ZERO
                    MOVE LG-INVOICE-DATE TO WS-PART-DATE
                 END-IF
                 MOVE WS-PART-DATE TO WS-AD-DATE
                 PERFORM 0210-AGE-ONE-PART
              END-IF
              IF WS-CARRIED-PART > ZERO
                 MOVE WS-CARRIED-PART TO WS-PART-AMOUNT
                 MOVE LG-INVOICE-DATE TO WS-PART-DATE
                 MOVE WS-PART-DATE TO WS-AD-DATE
                 PERFORM 0210-AGE-ONE-PART
              END-IF
              IF WS-NO-DATE = 'Y'
                 ADD 1 TO WS-NO-DATE-COUNT
              END-IF
              MOVE WS-LN-CURRENT TO WS-AD-CURRENT
              MOVE WS-LN-30 TO WS-AD-30
              MOVE WS-LN-60 TO WS-AD-60
              MOVE WS-LN-90 TO WS-AD-90
              WRITE AGING-LINE FROM WS-AGING-DETAIL
           END-IF.

      *> A balance with no invoice date behind it (a payment posted
      *> before any charge, later reversed or merged) cannot be aged
      *> and is shown as current, counted on the trailer for review.
       0210-AGE-ONE-PART.
           IF WS-PART-DATE = ZERO
              MOVE 'Y' TO WS-NO-DATE
              MOVE ZERO TO WS-AGE-DAYS
           ELSE
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WS-PART-DATE)
           END-IF.
           EVALUATE TRUE
              WHEN WS-AGE-DAYS < 30
                 ADD WS-PART-AMOUNT TO WS-LN-CURRENT
                 ADD WS-PART-AMOUNT TO WS-BK-CURRENT
              WHEN WS-AGE-DAYS < 60
                 ADD WS-PART-AMOUNT TO WS-LN-30
                 ADD WS-PART-AMOUNT TO WS-BK-30
              WHEN WS-AGE-DAYS < 90
                 ADD WS-PART-AMOUNT TO WS-LN-60
                 ADD WS-PART-AMOUNT TO WS-BK-60
              WHEN OTHER
                 ADD WS-PART-AMOUNT TO WS-LN-90
                 ADD WS-PART-AMOUNT TO WS-BK-90
           END-EVALUATE.

       0300-WRITE-TOTALS.
           MOVE WS-BK-CURRENT TO WS-AT-CURRENT.
           MOVE WS-BK-30 TO WS-AT-30.
           MOVE WS-BK-60 TO WS-AT-60.
           MOVE WS-BK-90 TO WS-AT-90.
           WRITE AGING-LINE FROM WS-AGING-TOTALS.
           MOVE WS-OPEN-COUNT TO WS-T1-OPEN.
           MOVE WS-OPEN-TOTAL TO WS-T1-TOTAL.
           WRITE AGING-LINE FROM WS-REPORT-TRAILER-1.
           MOVE WS-CREDIT-COUNT TO WS-T2-CREDIT.
           MOVE WS-CREDIT-TOTAL TO WS-T2-TOTAL.
           WRITE AGING-LINE FROM WS-REPORT-TRAILER-2.
           IF WS-NO-DATE-COUNT > ZERO
              MOVE WS-NO-DATE-COUNT TO WS-T3-NO-DATE
              WRITE AGING-LINE FROM WS-REPORT-TRAILER-3
           END-IF.
