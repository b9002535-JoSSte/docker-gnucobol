       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdMerge.
       AUTHOR. JoSSte.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT CONTROL-FILE ASSIGN TO "batch-control.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.

             SELECT STUDENT-INDEX ASSIGN TO "student-idx.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SX-ID
             ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
             FILE STATUS IS WS-INDEX-STATUS.

             SELECT AR-LEDGER ASSIGN TO "ar-ledger.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LG-ID
             FILE STATUS IS WS-LEDGER-STATUS.

             SELECT MERGE-IN ASSIGN TO DYNAMIC WS-MERGE-IN-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MERGE-IN-STATUS.

             SELECT MERGE-OUT ASSIGN TO DYNAMIC WS-MERGE-OUT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MERGE-OUT-STATUS.

             SELECT BATCH-TOTALS ASSIGN TO "batch-totals.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TOTALS-STATUS.

             SELECT CHANGE-HISTORY ASSIGN TO "change-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.

             SELECT TERM-HISTORY ASSIGN TO "term-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERMHIST-STATUS.

             SELECT MERGE-REPORT ASSIGN TO "merge.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

             SELECT CANDIDATE-REPORT ASSIGN TO "dup-candidates.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CAND-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CONTROL-FILE.
          01 CONTROL-RECORD.
             05 CR-FILENAME PIC X(30).
             05 CR-SECTION PIC X(8).

          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
             05 SX-ID PIC 9(5).
             05 SX-NAME PIC A(25).
             05 SX-SECTION PIC X(8).

          FD AR-LEDGER.
          01 AR-LEDGER-RECORD.
             COPY LEDGERREC.

      *> Every activity file is re-keyed through the same in/out pair;
      *> the record views below give each file's own layout.
          FD MERGE-IN.
          01 MERGE-IN-RECORD PIC X(80).
          01 MI-ROSTER-RECORD.
             COPY STUDENTREC.
          01 MI-ENROLLMENT-RECORD.
             05 MI-EN-ID PIC 9(5).
             05 MI-EN-SECTION PIC X(8).
             05 MI-EN-TERM PIC X(6).
          01 MI-GRADES-RECORD.
             05 MI-GR-ID PIC 9(5).
             05 MI-GR-SECTION PIC X(8).
             05 MI-GR-GRADE PIC X(2).
             05 MI-GR-DATE PIC 9(8).
             05 MI-GR-TERM PIC X(6).
             05 MI-GR-OPERATOR PIC X(8).
          01 MI-ATTEND-RECORD.
             05 MI-AH-DATE PIC 9(8).
             05 MI-AH-SECTION PIC X(8).
             05 MI-AH-ID PIC 9(5).
             05 MI-AH-FLAG PIC X(1).
             05 MI-AH-TERM PIC X(6).
             05 MI-AH-OPERATOR PIC X(8).
          01 MI-INVOICE-RECORD.
             05 MI-IV-TYPE PIC X(1).
             05 MI-IV-D-ID PIC 9(5).
             05 MI-IV-D-NAME PIC A(25).
             05 MI-IV-D-AMOUNT PIC 9(7)V99.
             05 MI-IV-D-TERM PIC X(6).
          01 MI-INVOICE-TRAILER.
             05 MI-IV-T-TYPE PIC X(1).
             05 MI-IV-T-COUNT PIC 9(5).
             05 MI-IV-T-AMOUNT PIC 9(9)V99.
          01 MI-WAITLIST-RECORD.
             05 MI-WL-SECTION PIC X(8).
             05 MI-WL-ID PIC 9(5).
             05 MI-WL-NAME PIC A(25).
             05 MI-WL-DATE PIC 9(8).

          FD MERGE-OUT.
          01 MERGE-OUT-RECORD PIC X(80).

          FD BATCH-TOTALS.
          01 BATCH-TOTALS-RECORD.
             05 BT-DATE PIC 9(8).
             05 FILLER PIC X(1).
             05 BT-ENROLL-COUNT PIC 9(5).
             05 FILLER PIC X(1).
             05 BT-EXTRACT-COUNT PIC 9(5).
             05 FILLER PIC X(1).
             05 BT-BATCH-TOTAL PIC 9(6).

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

          FD TERM-HISTORY.
          01 TERM-HISTORY-RECORD.
             COPY TERMHIST.

          FD MERGE-REPORT.
          01 MERGE-LINE PIC X(80).

          FD CANDIDATE-REPORT.
          01 CANDIDATE-LINE PIC X(80).

          WORKING-STORAGE SECTION.
          01 WS-CONTROL-STATUS PIC X(2).
          01 WS-INDEX-STATUS PIC X(2).
          01 WS-LEDGER-STATUS PIC X(2).
          01 WS-MERGE-IN-STATUS PIC X(2).
          01 WS-MERGE-OUT-STATUS PIC X(2).
          01 WS-TOTALS-STATUS PIC X(2).
          01 WS-HISTORY-STATUS PIC X(2).
          01 WS-TERMHIST-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-CAND-RPT-STATUS PIC X(2).
          01 WS-CBL-STATUS PIC S9(9) COMP-5.
          01 WS-EOF PIC A(1).
          01 WS-CONTROL-EOF PIC A(1).
          01 WS-TERMHIST-EOF PIC A(1).

          01 WS-MERGE-IN-NAME PIC X(30).
          01 WS-MERGE-OUT-NAME PIC X(30).
          01 WS-WORK-OPEN PIC A(1).

      *> Run with "sssss rrrrr" (surviving ID, retired ID) to merge,
      *> or with CANDIDATES to list likely duplicates for review.
          01 WS-COMMAND-LINE PIC X(80).
          01 WS-ARG-1 PIC X(20).
          01 WS-ARG-2 PIC X(20).

          01 WS-SURVIVING-ID PIC 9(5).
          01 WS-SURVIVING-NAME PIC A(25).
          01 WS-SURVIVING-SECTION PIC X(8).
          01 WS-RETIRED-ID PIC 9(5).
          01 WS-RETIRED-NAME PIC A(25).
          01 WS-RETIRED-SECTION PIC X(8).
          01 WS-SURVIVOR-PRESENT PIC A(1).
          01 WS-SURVIVOR-CREDITED PIC A(1).

          01 WS-REKEY-COUNT PIC 9(5).
          01 WS-DROP-COUNT PIC 9(5).
          01 WS-OUT-COUNT PIC 9(5).
          01 WS-TOTAL-REKEYED PIC 9(5) VALUE ZERO.
          01 WS-ENROLL-DROPPED PIC 9(5) VALUE ZERO.
          01 WS-RETIRED-AMOUNT PIC 9(7)V99.

      *> Sections the surviving ID already holds; a retired-ID
      *> enrollment or waitlist entry for one of these is a duplicate
      *> seat and is dropped rather than re-keyed.
          01 WS-HELD-TABLE.
             05 WS-HELD-COUNT PIC 9(2) VALUE ZERO.
             05 WS-HELD-SECTION PIC X(8) OCCURS 20 TIMES.
          01 WS-HELD-MAX PIC 9(2) VALUE 20.
          01 WS-WAIT-HELD-TABLE.
             05 WS-WAIT-HELD-COUNT PIC 9(2) VALUE ZERO.
             05 WS-WAIT-HELD-SECTION PIC X(8) OCCURS 20 TIMES.
          01 WS-CHECK-SECTION PIC X(8).
          01 WS-SECTION-HELD PIC A(1).
          01 WS-HELD-SUB PIC 9(2).

          01 WS-RETIRED-LEDGER.
             05 WS-RL-INVOICE-DATE PIC 9(8).
             05 WS-RL-BILLED PIC 9(7)V99.
             05 WS-RL-PAID PIC 9(7)V99.
             05 WS-RL-LAST-PAY-DATE PIC 9(8).
             05 WS-RL-LAST-PAY-REF PIC X(12).
             05 WS-RL-BILLED-TERM PIC X(6).
             05 WS-RL-TERM-AMOUNT PIC 9(7)V99.
             05 WS-RL-TERM-DATE PIC 9(8).

          01 WS-CURRENT-DATE PIC 9(8).
          01 WS-CURRENT-TIME.
             05 WS-CT-HOUR PIC 9(2).
             05 WS-CT-MINUTE PIC 9(2).
             05 WS-CT-SECOND PIC 9(2).
             05 WS-CT-HUNDREDTH PIC 9(2).

          01 WS-ROSTER-TRAILER.
             05 WS-RTR-TYPE PIC X(1) VALUE "T".
             05 WS-RTR-COUNT PIC 9(5).
             05 FILLER PIC X(24) VALUE SPACE.

          01 WS-MERGE-HEADING.
             05 FILLER PIC X(16) VALUE "STUDENT ID MERGE".
             05 FILLER PIC X(3) VALUE " - ".
             05 WS-MH-DATE PIC 9(8).
             05 FILLER PIC X(53) VALUE SPACE.

          01 WS-MERGE-PAIR-LINE.
             05 FILLER PIC X(10) VALUE "RETIRED   ".
             05 WS-MP-RETIRED-ID PIC 9(5).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-MP-RETIRED-NAME PIC X(25).
             05 FILLER PIC X(12) VALUE " SURVIVING  ".
             05 WS-MP-SURVIVING-ID PIC 9(5).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-MP-SURVIVING-NAME PIC X(21).

          01 WS-MERGE-COLUMNS.
             05 FILLER PIC X(31) VALUE "FILE".
             05 FILLER PIC X(10) VALUE "  RE-KEYED".
             05 FILLER PIC X(10) VALUE "   DROPPED".
             05 FILLER PIC X(29) VALUE SPACE.

          01 WS-MERGE-DETAIL.
             05 WS-MD-FILE PIC X(30).
             05 FILLER PIC X(6) VALUE SPACE.
             05 WS-MD-REKEYED PIC ZZZZ9.
             05 FILLER PIC X(5) VALUE SPACE.
             05 WS-MD-DROPPED PIC ZZZZ9.
             05 FILLER PIC X(29) VALUE SPACE.

          01 WS-MERGE-NOTE.
             05 WS-MN-FILE PIC X(30).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-MN-TEXT PIC X(49).

          01 WS-MERGE-TRAILER.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-MT-TOTAL PIC ZZZZ9.
             05 FILLER PIC X(28) VALUE " RECORDS RE-KEYED, ID MERGED".
             05 FILLER PIC X(46) VALUE SPACE.

      *> Candidate-duplicate search. Names are compared letters only
      *> and upper-cased, so spacing and case differences match; a
      *> single wrong, missing or extra letter, or two neighbouring
      *> letters swapped, is reported as a near match.
          01 WS-CAND-TABLE.
             05 WS-CAND-COUNT PIC 9(4) VALUE ZERO.
             05 WS-CAND-ENTRY OCCURS 2000 TIMES.
                10 WS-CD-ID PIC 9(5).
                10 WS-CD-NAME PIC A(25).
                10 WS-CD-KEY PIC X(25).
                10 WS-CD-KEY-LEN PIC 9(2).
          01 WS-CAND-MAX PIC 9(4) VALUE 2000.
          01 WS-CAND-I PIC 9(4).
          01 WS-CAND-J PIC 9(4).
          01 WS-PAIR-COUNT PIC 9(5) VALUE ZERO.
          01 WS-NEAR-MIN-LEN PIC 9(2) VALUE 4.

          01 WS-NORM-NAME PIC X(25).
          01 WS-NORM-KEY PIC X(25).
          01 WS-NORM-LEN PIC 9(2).
          01 WS-CHAR-SUB PIC 9(2).

          01 WS-LONG-KEY PIC X(25).
          01 WS-LONG-LEN PIC 9(2).
          01 WS-SHORT-KEY PIC X(25).
          01 WS-SHORT-LEN PIC 9(2).
          01 WS-MISMATCH-COUNT PIC 9(2).
          01 WS-MISMATCH-POS PIC 9(2).
          01 WS-REST-LEN PIC 9(2).
          01 WS-MATCH-REASON PIC X(14).

          01 WS-CAND-HEADING.
             05 FILLER PIC X(31)
                VALUE "CANDIDATE DUPLICATE STUDENTS - ".
             05 WS-CH-DATE PIC 9(8).
             05 FILLER PIC X(41) VALUE SPACE.

          01 WS-CAND-COLUMNS.
             05 FILLER PIC X(32) VALUE "ID    NAME".
             05 FILLER PIC X(32) VALUE "ID    NAME".
             05 FILLER PIC X(16) VALUE "MATCH".

          01 WS-CAND-DETAIL.
             05 WS-CDL-ID-1 PIC 9(5).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-CDL-NAME-1 PIC X(25).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-CDL-ID-2 PIC 9(5).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-CDL-NAME-2 PIC X(25).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-CDL-REASON PIC X(14).
             05 FILLER PIC X(2) VALUE SPACE.

          01 WS-CAND-TRAILER.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-CT-PAIRS PIC ZZZZ9.
             05 FILLER PIC X(22) VALUE " CANDIDATE PAIRS FROM ".
             05 WS-CT-RECORDS PIC ZZZZ9.
             05 FILLER PIC X(15) VALUE " INDEX RECORDS.".
             05 FILLER PIC X(32) VALUE SPACE.

          01 WS-LOCK-PARM.
             COPY LOCKPARM.
          01 WS-LOCK-SAVE-RC PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           MOVE SPACES TO WS-ARG-2.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
              INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING.
           EVALUATE TRUE
              WHEN WS-ARG-1 = "CANDIDATES"
                 PERFORM 2000-CANDIDATES-REPORT
              WHEN WS-ARG-1(1:5) IS NUMERIC
                    AND WS-ARG-1(6:) = SPACES
                    AND WS-ARG-2(1:5) IS NUMERIC
                    AND WS-ARG-2(6:) = SPACES
                 MOVE WS-ARG-1(1:5) TO WS-SURVIVING-ID
                 MOVE WS-ARG-2(1:5) TO WS-RETIRED-ID
                 PERFORM 0040-TAKE-RUN-LOCK
                 PERFORM 1000-MERGE-IDS
              WHEN OTHER
                 DISPLAY "usage: IdMerge surviving-id retired-id"
                 DISPLAY "       IdMerge CANDIDATES"
                 MOVE 2 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0950-RELEASE-RUN-LOCK.
       STOP RUN.

      *> Nothing is touched while another run holds run.lock. A run
      *> that aborts leaves its lock behind on purpose, for
      *> operations to check the files and clear it with LockAdmin.
       0040-TAKE-RUN-LOCK.
           MOVE "A" TO RL-FUNCTION.
           MOVE "IDMERGE" TO RL-PROGRAM.
           CALL "RunLock" USING WS-LOCK-PARM.
           IF NOT RL-GRANTED
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Both IDs are checked against the index before anything is
      *> touched; after that each file is rewritten in turn with the
      *> retired ID replaced by the surviving one.
       1000-MERGE-IDS.
           IF WS-SURVIVING-ID = WS-RETIRED-ID
                 OR WS-SURVIVING-ID = ZERO OR WS-RETIRED-ID = ZERO
              DISPLAY "surviving and retired IDs must be two "
                 "different non-zero IDs, no merge made"
              PERFORM 0950-RELEASE-RUN-LOCK
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1100-CHECK-INDEX.
           OPEN OUTPUT MERGE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "merge.rpt could not be opened, run aborted"
              CLOSE STUDENT-INDEX
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-MH-DATE.
           WRITE MERGE-LINE FROM WS-MERGE-HEADING.
           MOVE WS-RETIRED-ID TO WS-MP-RETIRED-ID.
           MOVE WS-RETIRED-NAME TO WS-MP-RETIRED-NAME.
           MOVE WS-SURVIVING-ID TO WS-MP-SURVIVING-ID.
           MOVE WS-SURVIVING-NAME TO WS-MP-SURVIVING-NAME.
           WRITE MERGE-LINE FROM WS-MERGE-PAIR-LINE.
           WRITE MERGE-LINE FROM WS-MERGE-COLUMNS.
           PERFORM 1200-REKEY-ROSTERS.
           PERFORM 1300-REKEY-INDEX.
           PERFORM 1400-REKEY-ENROLLMENT.
           PERFORM 1500-REKEY-GRADES.
           PERFORM 1550-REKEY-ATTENDANCE.
           PERFORM 1600-REKEY-INVOICE.
           PERFORM 1650-REKEY-WAITLIST.
           PERFORM 1700-MERGE-LEDGER.
           PERFORM 1750-REKEY-TERM-ARCHIVES.
           PERFORM 1800-WRITE-HISTORY-RECORD.
           MOVE WS-TOTAL-REKEYED TO WS-MT-TOTAL.
           WRITE MERGE-LINE FROM WS-MERGE-TRAILER.
           CLOSE MERGE-REPORT.
           DISPLAY "ID " WS-RETIRED-ID " MERGED INTO " WS-SURVIVING-ID
              " - " WS-TOTAL-REKEYED " RECORDS RE-KEYED, SEE merge.rpt".

       1100-CHECK-INDEX.
           OPEN I-O STUDENT-INDEX.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "student-idx.dat not found - run FileHandling "
                 "first, run aborted"
              MOVE 5 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RETIRED-ID TO SX-ID.
           READ STUDENT-INDEX
              INVALID KEY
                 DISPLAY "retired ID " WS-RETIRED-ID " not on "
                    "student-idx.dat, no merge made"
                 PERFORM 0950-RELEASE-RUN-LOCK
                 CLOSE STUDENT-INDEX
                 MOVE 6 TO RETURN-CODE
                 STOP RUN
           END-READ.
           MOVE SX-NAME TO WS-RETIRED-NAME.
           MOVE SX-SECTION TO WS-RETIRED-SECTION.
           MOVE WS-SURVIVING-ID TO SX-ID.
           READ STUDENT-INDEX
              INVALID KEY
                 DISPLAY "surviving ID " WS-SURVIVING-ID " not on "
                    "student-idx.dat, no merge made"
                 PERFORM 0950-RELEASE-RUN-LOCK
                 CLOSE STUDENT-INDEX
                 MOVE 6 TO RETURN-CODE
                 STOP RUN
           END-READ.
           MOVE SX-NAME TO WS-SURVIVING-NAME.
           MOVE SX-SECTION TO WS-SURVIVING-SECTION.

      *> Every roster named in batch-control.txt. Where the surviving
      *> ID is already on the same roster the retired record is simply
      *> dropped; otherwise it is carried under the surviving ID and
      *> name. The control-total trailer is rewritten to match.
       1200-REKEY-ROSTERS.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
              DISPLAY "batch-control.txt not found, run aborted"
              CLOSE STUDENT-INDEX
              CLOSE MERGE-REPORT
              MOVE 7 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-CONTROL-EOF.
           PERFORM UNTIL WS-CONTROL-EOF = 'Y'
              READ CONTROL-FILE
                 AT END MOVE 'Y' TO WS-CONTROL-EOF
                 NOT AT END
                    MOVE CR-FILENAME TO WS-MERGE-IN-NAME
                    PERFORM 1210-REKEY-ONE-ROSTER
              END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

       1210-REKEY-ONE-ROSTER.
           MOVE 'N' TO WS-SURVIVOR-PRESENT.
           OPEN INPUT MERGE-IN.
           IF WS-MERGE-IN-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MERGE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF MERGE-IN-RECORD(1:1) NOT = "T"
                             AND REC-ID = WS-SURVIVING-ID
                          MOVE 'Y' TO WS-SURVIVOR-PRESENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MERGE-IN
           END-IF.
           PERFORM 1900-OPEN-WORK-FILES.
           IF WS-WORK-OPEN = 'Y'
              MOVE ZERO TO WS-OUT-COUNT
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MERGE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF MERGE-IN-RECORD(1:1) NOT = "T"
                          PERFORM 1220-REKEY-ROSTER-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WS-OUT-COUNT TO WS-RTR-COUNT
              WRITE MERGE-OUT-RECORD FROM WS-ROSTER-TRAILER
              PERFORM 1910-REPLACE-WORK-FILE
           END-IF.

       1220-REKEY-ROSTER-RECORD.
           IF REC-ID = WS-RETIRED-ID
              IF WS-SURVIVOR-PRESENT = 'Y'
                 ADD 1 TO WS-DROP-COUNT
              ELSE
                 MOVE WS-SURVIVING-ID TO REC-ID
                 MOVE WS-SURVIVING-NAME TO REC-NAME
                 ADD 1 TO WS-REKEY-COUNT
                 WRITE MERGE-OUT-RECORD FROM MI-ROSTER-RECORD
                 ADD 1 TO WS-OUT-COUNT
              END-IF
           ELSE
              WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
              ADD 1 TO WS-OUT-COUNT
           END-IF.

      *> The retired index record goes; its section passes to the
      *> surviving record only when the survivor has none of its own.
       1300-REKEY-INDEX.
           MOVE ZERO TO WS-REKEY-COUNT.
           MOVE ZERO TO WS-DROP-COUNT.
           IF WS-SURVIVING-SECTION = SPACES
                 AND WS-RETIRED-SECTION NOT = SPACES
              MOVE WS-SURVIVING-ID TO SX-ID
              MOVE WS-SURVIVING-NAME TO SX-NAME
              MOVE WS-RETIRED-SECTION TO SX-SECTION
              REWRITE STUDENT-INDEX-RECORD
                 INVALID KEY
                    DISPLAY "warning: could not update ID "
                       WS-SURVIVING-ID " in student-idx.dat"
                 NOT INVALID KEY
                    ADD 1 TO WS-REKEY-COUNT
              END-REWRITE
           END-IF.
           MOVE WS-RETIRED-ID TO SX-ID.
           DELETE STUDENT-INDEX RECORD
              INVALID KEY
                 DISPLAY "warning: could not remove ID "
                    WS-RETIRED-ID " from student-idx.dat"
              NOT INVALID KEY
                 ADD 1 TO WS-DROP-COUNT
           END-DELETE.
           CLOSE STUDENT-INDEX.
           MOVE "student-idx.dat" TO WS-MD-FILE.
           PERFORM 1920-REPORT-FILE-COUNTS.

       1400-REKEY-ENROLLMENT.
           MOVE "enrollment.dat" TO WS-MERGE-IN-NAME.
           MOVE ZERO TO WS-HELD-COUNT.
           OPEN INPUT MERGE-IN.
           IF WS-MERGE-IN-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MERGE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF MI-EN-ID = WS-SURVIVING-ID
                          MOVE MI-EN-SECTION TO WS-CHECK-SECTION
                          PERFORM 1950-ADD-HELD-SECTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MERGE-IN
           END-IF.
           PERFORM 1900-OPEN-WORK-FILES.
           IF WS-WORK-OPEN = 'Y'
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MERGE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1410-REKEY-ENROLLMENT-RECORD
                 END-READ
              END-PERFORM
              MOVE WS-DROP-COUNT TO WS-ENROLL-DROPPED
              PERFORM 1910-REPLACE-WORK-FILE
              IF WS-ENROLL-DROPPED > ZERO
                 PERFORM 1450-ADJUST-BATCH-TOTALS
              END-IF
           END-IF.

       1410-REKEY-ENROLLMENT-RECORD.
           IF MI-EN-ID = WS-RETIRED-ID
              MOVE MI-EN-SECTION TO WS-CHECK-SECTION
              PERFORM 1960-FIND-HELD-SECTION
              IF WS-SECTION-HELD = 'Y'
                 ADD 1 TO WS-DROP-COUNT
              ELSE
                 PERFORM 1950-ADD-HELD-SECTION
                 MOVE WS-SURVIVING-ID TO MI-EN-ID
                 ADD 1 TO WS-REKEY-COUNT
                 WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
              END-IF
           ELSE
              WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
           END-IF.

      *> A dropped duplicate seat leaves enrollment.dat shorter than
      *> the batch total TuitionBill balances against.
       1450-ADJUST-BATCH-TOTALS.
           OPEN INPUT BATCH-TOTALS.
           IF WS-TOTALS-STATUS = "00"
              READ BATCH-TOTALS
                 AT END MOVE SPACES TO BATCH-TOTALS-RECORD
              END-READ
              CLOSE BATCH-TOTALS
              IF BT-ENROLL-COUNT IS NUMERIC
                 SUBTRACT WS-ENROLL-DROPPED FROM BT-ENROLL-COUNT
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

       1500-REKEY-GRADES.
           MOVE "grades.dat" TO WS-MERGE-IN-NAME.
           PERFORM 1510-REKEY-GRADES-FILE.

       1510-REKEY-GRADES-FILE.
           PERFORM 1900-OPEN-WORK-FILES.
           IF WS-WORK-OPEN = 'Y'
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MERGE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF MI-GR-ID = WS-RETIRED-ID
                          MOVE WS-SURVIVING-ID TO MI-GR-ID
                          ADD 1 TO WS-REKEY-COUNT
                       END-IF
                       WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
                 END-READ
              END-PERFORM
              PERFORM 1910-REPLACE-WORK-FILE
           END-IF.

       1550-REKEY-ATTENDANCE.
           MOVE "attendance-history.dat" TO WS-MERGE-IN-NAME.
           PERFORM 1560-REKEY-ATTENDANCE-FILE.

       1560-REKEY-ATTENDANCE-FILE.
           PERFORM 1900-OPEN-WORK-FILES.
           IF WS-WORK-OPEN = 'Y'
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MERGE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF MI-AH-ID = WS-RETIRED-ID
                          MOVE WS-SURVIVING-ID TO MI-AH-ID
                          ADD 1 TO WS-REKEY-COUNT
                       END-IF
                       WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
                 END-READ
              END-PERFORM
              PERFORM 1910-REPLACE-WORK-FILE
           END-IF.

      *> The retired student's charges fold into the survivor's
      *> invoice line when there is one, so each person is billed
      *> once; the trailer count drops and the amount total stands.
       1600-REKEY-INVOICE.
           MOVE "invoice.dat" TO WS-MERGE-IN-NAME.
           MOVE 'N' TO WS-SURVIVOR-PRESENT.
           MOVE ZERO TO WS-RETIRED-AMOUNT.
           OPEN INPUT MERGE-IN.
           IF WS-MERGE-IN-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MERGE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF MI-IV-TYPE = "D"
                          IF MI-IV-D-ID = WS-SURVIVING-ID
                             MOVE 'Y' TO WS-SURVIVOR-PRESENT
                          END-IF
                          IF MI-IV-D-ID = WS-RETIRED-ID
                             ADD MI-IV-D-AMOUNT TO WS-RETIRED-AMOUNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MERGE-IN
           END-IF.
           MOVE 'N' TO WS-SURVIVOR-CREDITED.
           PERFORM 1900-OPEN-WORK-FILES.
           IF WS-WORK-OPEN = 'Y'
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MERGE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1610-REKEY-INVOICE-RECORD
                 END-READ
              END-PERFORM
              PERFORM 1910-REPLACE-WORK-FILE
           END-IF.

       1610-REKEY-INVOICE-RECORD.
           EVALUATE TRUE
              WHEN MI-IV-TYPE = "D" AND MI-IV-D-ID = WS-RETIRED-ID
                 IF WS-SURVIVOR-PRESENT = 'Y'
                    ADD 1 TO WS-DROP-COUNT
                 ELSE
                    MOVE WS-SURVIVING-ID TO MI-IV-D-ID
                    MOVE WS-SURVIVING-NAME TO MI-IV-D-NAME
                    ADD 1 TO WS-REKEY-COUNT
                    WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
                 END-IF
              WHEN MI-IV-TYPE = "D" AND MI-IV-D-ID = WS-SURVIVING-ID
                    AND WS-SURVIVOR-CREDITED = 'N'
                 ADD WS-RETIRED-AMOUNT TO MI-IV-D-AMOUNT
                 MOVE 'Y' TO WS-SURVIVOR-CREDITED
                 WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
              WHEN MI-IV-TYPE = "T"
                 IF MI-IV-T-COUNT IS NUMERIC
                    SUBTRACT WS-DROP-COUNT FROM MI-IV-T-COUNT
                 END-IF
                 WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
              WHEN OTHER
                 WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
           END-EVALUATE.

      *> A retired-ID waitlist entry for a section the survivor
      *> already holds or is already waiting for is dropped.
       1650-REKEY-WAITLIST.
           MOVE "waitlist.dat" TO WS-MERGE-IN-NAME.
           MOVE ZERO TO WS-WAIT-HELD-COUNT.
           OPEN INPUT MERGE-IN.
           IF WS-MERGE-IN-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MERGE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF MI-WL-ID = WS-SURVIVING-ID
                             AND WS-WAIT-HELD-COUNT < WS-HELD-MAX
                          ADD 1 TO WS-WAIT-HELD-COUNT
                          MOVE MI-WL-SECTION
                             TO WS-WAIT-HELD-SECTION(WS-WAIT-HELD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MERGE-IN
           END-IF.
           PERFORM 1900-OPEN-WORK-FILES.
           IF WS-WORK-OPEN = 'Y'
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MERGE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1660-REKEY-WAITLIST-RECORD
                 END-READ
              END-PERFORM
              PERFORM 1910-REPLACE-WORK-FILE
           END-IF.

       1660-REKEY-WAITLIST-RECORD.
           IF MI-WL-ID = WS-RETIRED-ID
              MOVE MI-WL-SECTION TO WS-CHECK-SECTION
              PERFORM 1960-FIND-HELD-SECTION
              PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                    UNTIL WS-HELD-SUB > WS-WAIT-HELD-COUNT
                 IF WS-WAIT-HELD-SECTION(WS-HELD-SUB) = MI-WL-SECTION
                    MOVE 'Y' TO WS-SECTION-HELD
                 END-IF
              END-PERFORM
              IF WS-SECTION-HELD = 'Y'
                 ADD 1 TO WS-DROP-COUNT
              ELSE
                 MOVE WS-SURVIVING-ID TO MI-WL-ID
                 MOVE WS-SURVIVING-NAME TO MI-WL-NAME
                 ADD 1 TO WS-REKEY-COUNT
                 WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
              END-IF
           ELSE
              WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
           END-IF.

      *> Billed and paid amounts are combined on the survivor's
      *> ledger record, keeping the earlier invoice date and the
      *> later payment.
       1700-MERGE-LEDGER.
           MOVE ZERO TO WS-REKEY-COUNT.
           MOVE ZERO TO WS-DROP-COUNT.
           MOVE "ar-ledger.dat" TO WS-MD-FILE.
           OPEN I-O AR-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
              MOVE "ar-ledger.dat" TO WS-MN-FILE
              MOVE "NOT FOUND, NOT MERGED" TO WS-MN-TEXT
              WRITE MERGE-LINE FROM WS-MERGE-NOTE
           ELSE
              MOVE WS-RETIRED-ID TO LG-ID
              READ AR-LEDGER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 1710-MOVE-RETIRED-BALANCE
              END-READ
              CLOSE AR-LEDGER
              PERFORM 1920-REPORT-FILE-COUNTS
           END-IF.

       1710-MOVE-RETIRED-BALANCE.
           MOVE LG-INVOICE-DATE TO WS-RL-INVOICE-DATE.
           MOVE LG-BILLED TO WS-RL-BILLED.
           MOVE LG-PAID TO WS-RL-PAID.
           MOVE LG-LAST-PAY-DATE TO WS-RL-LAST-PAY-DATE.
           MOVE LG-LAST-PAY-REF TO WS-RL-LAST-PAY-REF.
           MOVE LG-BILLED-TERM TO WS-RL-BILLED-TERM.
           MOVE LG-TERM-AMOUNT TO WS-RL-TERM-AMOUNT.
           MOVE LG-TERM-DATE TO WS-RL-TERM-DATE.
           DELETE AR-LEDGER RECORD
              INVALID KEY
                 DISPLAY "warning: could not remove ID "
                    WS-RETIRED-ID " from ar-ledger.dat"
              NOT INVALID KEY
                 ADD 1 TO WS-DROP-COUNT
           END-DELETE.
           MOVE WS-SURVIVING-ID TO LG-ID.
           READ AR-LEDGER
              INVALID KEY
                 MOVE WS-SURVIVING-ID TO LG-ID
                 MOVE WS-RL-INVOICE-DATE TO LG-INVOICE-DATE
                 MOVE WS-RL-BILLED TO LG-BILLED
                 MOVE WS-RL-PAID TO LG-PAID
                 MOVE WS-RL-LAST-PAY-DATE TO LG-LAST-PAY-DATE
                 MOVE WS-RL-LAST-PAY-REF TO LG-LAST-PAY-REF
                 MOVE WS-RL-BILLED-TERM TO LG-BILLED-TERM
                 MOVE WS-RL-TERM-AMOUNT TO LG-TERM-AMOUNT
                 MOVE WS-RL-TERM-DATE TO LG-TERM-DATE
                 WRITE AR-LEDGER-RECORD
                    INVALID KEY
                       DISPLAY "warning: could not add ID "
                          WS-SURVIVING-ID " to ar-ledger.dat"
                    NOT INVALID KEY
                       ADD 1 TO WS-REKEY-COUNT
                 END-WRITE
              NOT INVALID KEY
                 ADD WS-RL-BILLED TO LG-BILLED
                 ADD WS-RL-PAID TO LG-PAID
                 PERFORM 1720-MERGE-BILLED-TERM
                 IF WS-RL-INVOICE-DATE < LG-INVOICE-DATE
                       AND WS-RL-INVOICE-DATE NOT = ZERO
                       OR LG-INVOICE-DATE = ZERO
                    MOVE WS-RL-INVOICE-DATE TO LG-INVOICE-DATE
                 END-IF
                 IF WS-RL-LAST-PAY-DATE > LG-LAST-PAY-DATE
                    MOVE WS-RL-LAST-PAY-DATE TO LG-LAST-PAY-DATE
                    MOVE WS-RL-LAST-PAY-REF TO LG-LAST-PAY-REF
                 END-IF
                 REWRITE AR-LEDGER-RECORD
                    INVALID KEY
                       DISPLAY "warning: could not update ID "
                          WS-SURVIVING-ID " in ar-ledger.dat"
                    NOT INVALID KEY
                       ADD 1 TO WS-REKEY-COUNT
                 END-REWRITE
           END-READ.

      *> The retired ID's charges are folded into the survivor's
      *> invoice line, so for the same term the two term charges are
      *> combined and age from the earlier invoice date; otherwise
      *> the more recently invoiced term is kept and the other term's
      *> charge ages with the carried balance.
       1720-MERGE-BILLED-TERM.
           IF WS-RL-BILLED-TERM = LG-BILLED-TERM
              ADD WS-RL-TERM-AMOUNT TO LG-TERM-AMOUNT
              IF WS-RL-TERM-DATE < LG-TERM-DATE
                    AND WS-RL-TERM-DATE NOT = ZERO
                    OR LG-TERM-DATE = ZERO
                 MOVE WS-RL-TERM-DATE TO LG-TERM-DATE
              END-IF
           ELSE
              IF WS-RL-TERM-DATE > LG-TERM-DATE
                 MOVE WS-RL-BILLED-TERM TO LG-BILLED-TERM
                 MOVE WS-RL-TERM-AMOUNT TO LG-TERM-AMOUNT
                 MOVE WS-RL-TERM-DATE TO LG-TERM-DATE
              END-IF
           END-IF.

      *> Each closed term's archived grades, attendance and
      *> enrollment (<file>-<term>.dat, terms from term-history.dat)
      *> are re-keyed too, so transcripts and standing see one
      *> student across every term. Past terms are history: their
      *> records are re-keyed as they stand and none are dropped.
       1750-REKEY-TERM-ARCHIVES.
           OPEN INPUT TERM-HISTORY.
           IF WS-TERMHIST-STATUS = "00"
              MOVE 'N' TO WS-TERMHIST-EOF
              PERFORM UNTIL WS-TERMHIST-EOF = 'Y'
                 READ TERM-HISTORY
                    AT END MOVE 'Y' TO WS-TERMHIST-EOF
                    NOT AT END
                       PERFORM 1760-REKEY-ONE-TERM
                 END-READ
              END-PERFORM
              CLOSE TERM-HISTORY
           END-IF.

       1760-REKEY-ONE-TERM.
           MOVE SPACES TO WS-MERGE-IN-NAME.
           STRING "grades-" function trim(TH-TERM) ".dat"
              DELIMITED BY SIZE INTO WS-MERGE-IN-NAME
           END-STRING.
           PERFORM 1510-REKEY-GRADES-FILE.
           MOVE SPACES TO WS-MERGE-IN-NAME.
           STRING "attendance-history-" function trim(TH-TERM) ".dat"
              DELIMITED BY SIZE INTO WS-MERGE-IN-NAME
           END-STRING.
           PERFORM 1560-REKEY-ATTENDANCE-FILE.
           MOVE SPACES TO WS-MERGE-IN-NAME.
           STRING "enrollment-" function trim(TH-TERM) ".dat"
              DELIMITED BY SIZE INTO WS-MERGE-IN-NAME
           END-STRING.
           PERFORM 1900-OPEN-WORK-FILES.
           IF WS-WORK-OPEN = 'Y'
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MERGE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF MI-EN-ID = WS-RETIRED-ID
                          MOVE WS-SURVIVING-ID TO MI-EN-ID
                          ADD 1 TO WS-REKEY-COUNT
                       END-IF
                       WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
                 END-READ
              END-PERFORM
              PERFORM 1910-REPLACE-WORK-FILE
           END-IF.

      *> Action M: before is the retired ID, after the survivor, so
      *> HELLO's history inquiry finds the merge under either ID. The
      *> merge is run by operations rather than a signed-on operator,
      *> so it is stamped with the program name.
       1800-WRITE-HISTORY-RECORD.
           OPEN EXTEND CHANGE-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
              OPEN OUTPUT CHANGE-HISTORY
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "warning: change-history.dat could not be "
                 "written, merge not recorded"
           ELSE
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE WS-CURRENT-DATE TO CH-DATE
              MOVE WS-CURRENT-TIME(1:6) TO CH-TIME
              MOVE "M" TO CH-ACTION
              MOVE WS-RETIRED-ID TO CH-BEFORE-ID
              MOVE WS-RETIRED-NAME TO CH-BEFORE-NAME
              MOVE WS-SURVIVING-ID TO CH-AFTER-ID
              MOVE WS-SURVIVING-NAME TO CH-AFTER-NAME
              MOVE "IDMERGE" TO CH-OPERATOR
              WRITE CHANGE-HISTORY-RECORD
              CLOSE CHANGE-HISTORY
           END-IF.

      *> Opens WS-MERGE-IN-NAME and its ".new" work copy. A file that
      *> does not exist yet has nothing to re-key and is noted on the
      *> report.
       1900-OPEN-WORK-FILES.
           MOVE ZERO TO WS-REKEY-COUNT.
           MOVE ZERO TO WS-DROP-COUNT.
           MOVE 'N' TO WS-WORK-OPEN.
           OPEN INPUT MERGE-IN.
           IF WS-MERGE-IN-STATUS NOT = "00"
              MOVE WS-MERGE-IN-NAME TO WS-MN-FILE
              MOVE "NOT FOUND, NOT RE-KEYED" TO WS-MN-TEXT
              WRITE MERGE-LINE FROM WS-MERGE-NOTE
           ELSE
              MOVE SPACES TO WS-MERGE-OUT-NAME
              STRING function trim(WS-MERGE-IN-NAME) ".new"
                 DELIMITED BY SIZE INTO WS-MERGE-OUT-NAME
              END-STRING
              OPEN OUTPUT MERGE-OUT
              IF WS-MERGE-OUT-STATUS NOT = "00"
                 DISPLAY function trim(WS-MERGE-OUT-NAME)
                    " could not be opened, merge incomplete - "
                    "see merge.rpt"
                 CLOSE MERGE-IN
                 CLOSE MERGE-REPORT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-WORK-OPEN
           END-IF.

      *> The work copy replaces the original only when something in
      *> it changed.
       1910-REPLACE-WORK-FILE.
           CLOSE MERGE-IN.
           CLOSE MERGE-OUT.
           IF WS-REKEY-COUNT > ZERO OR WS-DROP-COUNT > ZERO
              CALL "CBL_RENAME_FILE" USING WS-MERGE-OUT-NAME
                 WS-MERGE-IN-NAME RETURNING WS-CBL-STATUS
              IF WS-CBL-STATUS NOT = 0
                 DISPLAY "could not replace "
                    function trim(WS-MERGE-IN-NAME)
                    ", merge incomplete - see merge.rpt"
                 MOVE WS-MERGE-IN-NAME TO WS-MN-FILE
                 MOVE "COULD NOT BE REPLACED, MERGE INCOMPLETE"
                    TO WS-MN-TEXT
                 WRITE MERGE-LINE FROM WS-MERGE-NOTE
                 CLOSE MERGE-REPORT
                 MOVE 9 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              CALL "CBL_DELETE_FILE" USING WS-MERGE-OUT-NAME
                 RETURNING WS-CBL-STATUS
           END-IF.
           MOVE WS-MERGE-IN-NAME TO WS-MD-FILE.
           PERFORM 1920-REPORT-FILE-COUNTS.

       1920-REPORT-FILE-COUNTS.
           MOVE WS-REKEY-COUNT TO WS-MD-REKEYED.
           MOVE WS-DROP-COUNT TO WS-MD-DROPPED.
           WRITE MERGE-LINE FROM WS-MERGE-DETAIL.
           ADD WS-REKEY-COUNT TO WS-TOTAL-REKEYED.

       1950-ADD-HELD-SECTION.
           IF WS-HELD-COUNT < WS-HELD-MAX
              ADD 1 TO WS-HELD-COUNT
              MOVE WS-CHECK-SECTION TO WS-HELD-SECTION(WS-HELD-COUNT)
           END-IF.

       1960-FIND-HELD-SECTION.
           MOVE 'N' TO WS-SECTION-HELD.
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                 UNTIL WS-HELD-SUB > WS-HELD-COUNT
              IF WS-HELD-SECTION(WS-HELD-SUB) = WS-CHECK-SECTION
                 MOVE 'Y' TO WS-SECTION-HELD
              END-IF
           END-PERFORM.

       2000-CANDIDATES-REPORT.
           OPEN INPUT STUDENT-INDEX.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "student-idx.dat not found - run FileHandling "
                 "first, run aborted"
              MOVE 5 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 2100-LOAD-CANDIDATES.
           CLOSE STUDENT-INDEX.
           OPEN OUTPUT CANDIDATE-REPORT.
           IF WS-CAND-RPT-STATUS NOT = "00"
              DISPLAY "dup-candidates.rpt could not be opened, "
                 "run aborted"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-CH-DATE.
           WRITE CANDIDATE-LINE FROM WS-CAND-HEADING.
           WRITE CANDIDATE-LINE FROM WS-CAND-COLUMNS.
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
                 UNTIL WS-CAND-I >= WS-CAND-COUNT
              PERFORM 2200-COMPARE-WITH-LATER
           END-PERFORM.
           MOVE WS-PAIR-COUNT TO WS-CT-PAIRS.
           MOVE WS-CAND-COUNT TO WS-CT-RECORDS.
           WRITE CANDIDATE-LINE FROM WS-CAND-TRAILER.
           CLOSE CANDIDATE-REPORT.
           DISPLAY WS-PAIR-COUNT " CANDIDATE PAIRS FROM "
              WS-CAND-COUNT " INDEX RECORDS, SEE dup-candidates.rpt".

      *> Read in name order, so the report lists like names together.
       2100-LOAD-CANDIDATES.
           MOVE LOW-VALUES TO SX-NAME.
           START STUDENT-INDEX KEY IS NOT LESS THAN SX-NAME
              INVALID KEY MOVE 'Y' TO WS-EOF
              NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STUDENT-INDEX NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SX-NAME NOT = SPACES
                       PERFORM 2110-ADD-CANDIDATE
                    END-IF
              END-READ
           END-PERFORM.

       2110-ADD-CANDIDATE.
           IF WS-CAND-COUNT >= WS-CAND-MAX
              DISPLAY "candidate table full reading student-idx.dat, "
                 "run aborted"
              CLOSE STUDENT-INDEX
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           MOVE SX-ID TO WS-CD-ID(WS-CAND-COUNT).
           MOVE SX-NAME TO WS-CD-NAME(WS-CAND-COUNT).
           MOVE SX-NAME TO WS-NORM-NAME.
           PERFORM 2120-NORMALIZE-NAME.
           MOVE WS-NORM-KEY TO WS-CD-KEY(WS-CAND-COUNT).
           MOVE WS-NORM-LEN TO WS-CD-KEY-LEN(WS-CAND-COUNT).

       2120-NORMALIZE-NAME.
           INSPECT WS-NORM-NAME CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-NORM-KEY.
           MOVE ZERO TO WS-NORM-LEN.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                 UNTIL WS-CHAR-SUB > 25
              IF WS-NORM-NAME(WS-CHAR-SUB:1) IS ALPHABETIC-UPPER
                    AND WS-NORM-NAME(WS-CHAR-SUB:1) NOT = SPACE
                 ADD 1 TO WS-NORM-LEN
                 MOVE WS-NORM-NAME(WS-CHAR-SUB:1)
                    TO WS-NORM-KEY(WS-NORM-LEN:1)
              END-IF
           END-PERFORM.

       2200-COMPARE-WITH-LATER.
           COMPUTE WS-CAND-J = WS-CAND-I + 1.
           PERFORM UNTIL WS-CAND-J > WS-CAND-COUNT
              PERFORM 2210-COMPARE-PAIR
              ADD 1 TO WS-CAND-J
           END-PERFORM.

       2210-COMPARE-PAIR.
           MOVE SPACES TO WS-MATCH-REASON.
           EVALUATE TRUE
              WHEN WS-CD-NAME(WS-CAND-I) = WS-CD-NAME(WS-CAND-J)
                 MOVE "SAME NAME" TO WS-MATCH-REASON
              WHEN WS-CD-KEY-LEN(WS-CAND-I) = ZERO
                    OR WS-CD-KEY-LEN(WS-CAND-J) = ZERO
                 CONTINUE
              WHEN WS-CD-KEY(WS-CAND-I) = WS-CD-KEY(WS-CAND-J)
                 MOVE "SPACING/CASE" TO WS-MATCH-REASON
              WHEN OTHER
                 PERFORM 2220-CHECK-NEAR-MATCH
           END-EVALUATE.
           IF WS-MATCH-REASON NOT = SPACES
              ADD 1 TO WS-PAIR-COUNT
              MOVE WS-CD-ID(WS-CAND-I) TO WS-CDL-ID-1
              MOVE WS-CD-NAME(WS-CAND-I) TO WS-CDL-NAME-1
              MOVE WS-CD-ID(WS-CAND-J) TO WS-CDL-ID-2
              MOVE WS-CD-NAME(WS-CAND-J) TO WS-CDL-NAME-2
              MOVE WS-MATCH-REASON TO WS-CDL-REASON
              WRITE CANDIDATE-LINE FROM WS-CAND-DETAIL
           END-IF.

      *> Near match: same length with one letter wrong or two
      *> neighbours swapped, or one letter longer with the extra
      *> letter anywhere. Very short names are left out as noise.
       2220-CHECK-NEAR-MATCH.
           IF WS-CD-KEY-LEN(WS-CAND-I) >= WS-CD-KEY-LEN(WS-CAND-J)
              MOVE WS-CD-KEY(WS-CAND-I) TO WS-LONG-KEY
              MOVE WS-CD-KEY-LEN(WS-CAND-I) TO WS-LONG-LEN
              MOVE WS-CD-KEY(WS-CAND-J) TO WS-SHORT-KEY
              MOVE WS-CD-KEY-LEN(WS-CAND-J) TO WS-SHORT-LEN
           ELSE
              MOVE WS-CD-KEY(WS-CAND-J) TO WS-LONG-KEY
              MOVE WS-CD-KEY-LEN(WS-CAND-J) TO WS-LONG-LEN
              MOVE WS-CD-KEY(WS-CAND-I) TO WS-SHORT-KEY
              MOVE WS-CD-KEY-LEN(WS-CAND-I) TO WS-SHORT-LEN
           END-IF.
           IF WS-SHORT-LEN >= WS-NEAR-MIN-LEN
              IF WS-LONG-LEN = WS-SHORT-LEN
                 PERFORM 2230-CHECK-SAME-LENGTH
              END-IF
              IF WS-LONG-LEN = WS-SHORT-LEN + 1
                 PERFORM 2240-CHECK-ONE-EXTRA
              END-IF
           END-IF.

       2230-CHECK-SAME-LENGTH.
           MOVE ZERO TO WS-MISMATCH-COUNT.
           MOVE ZERO TO WS-MISMATCH-POS.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                 UNTIL WS-CHAR-SUB > WS-LONG-LEN
                 OR WS-MISMATCH-COUNT > 2
              IF WS-LONG-KEY(WS-CHAR-SUB:1)
                    NOT = WS-SHORT-KEY(WS-CHAR-SUB:1)
                 ADD 1 TO WS-MISMATCH-COUNT
                 IF WS-MISMATCH-POS = ZERO
                    MOVE WS-CHAR-SUB TO WS-MISMATCH-POS
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-MISMATCH-COUNT = 1
                 MOVE "ONE LETTER" TO WS-MATCH-REASON
              WHEN WS-MISMATCH-COUNT = 2
                    AND WS-MISMATCH-POS < WS-LONG-LEN
                 IF WS-LONG-KEY(WS-MISMATCH-POS:1)
                       = WS-SHORT-KEY(WS-MISMATCH-POS + 1:1)
                       AND WS-LONG-KEY(WS-MISMATCH-POS + 1:1)
                       = WS-SHORT-KEY(WS-MISMATCH-POS:1)
                    MOVE "TRANSPOSED" TO WS-MATCH-REASON
                 END-IF
           END-EVALUATE.

       2240-CHECK-ONE-EXTRA.
           MOVE ZERO TO WS-MISMATCH-POS.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                 UNTIL WS-CHAR-SUB > WS-SHORT-LEN
                 OR WS-MISMATCH-POS > ZERO
              IF WS-LONG-KEY(WS-CHAR-SUB:1)
                    NOT = WS-SHORT-KEY(WS-CHAR-SUB:1)
                 MOVE WS-CHAR-SUB TO WS-MISMATCH-POS
              END-IF
           END-PERFORM.
           IF WS-MISMATCH-POS = ZERO
              MOVE "ONE LETTER" TO WS-MATCH-REASON
           ELSE
              COMPUTE WS-REST-LEN = WS-SHORT-LEN - WS-MISMATCH-POS + 1
              IF WS-LONG-KEY(WS-MISMATCH-POS + 1:WS-REST-LEN)
                    = WS-SHORT-KEY(WS-MISMATCH-POS:WS-REST-LEN)
                 MOVE "ONE LETTER" TO WS-MATCH-REASON
              END-IF
           END-IF.

       0950-RELEASE-RUN-LOCK.
           IF RL-LOCK-TAKEN
              MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
              MOVE "R" TO RL-FUNCTION
              CALL "RunLock" USING WS-LOCK-PARM
              MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.
