       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityAudit.
       AUTHOR. JoSSte.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT LIMIT-FILE ASSIGN TO "integrity.cfg"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIMIT-STATUS.

             SELECT SECTION-MASTER ASSIGN TO "section-master.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SECT-MASTER-STATUS.

             SELECT CONTROL-FILE ASSIGN TO "batch-control.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.

             SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.

             SELECT STUDENT-INDEX ASSIGN TO "student-idx.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SX-ID
             ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
             FILE STATUS IS WS-INDEX-STATUS.

             SELECT ENROLLMENT-FILE ASSIGN TO "enrollment.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ENROLL-STATUS.

             SELECT WAITLIST-FILE ASSIGN TO "waitlist.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WAITLIST-STATUS.

             SELECT GRADES-FILE ASSIGN TO "grades.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GRADES-STATUS.

             SELECT ATTEND-HISTORY ASSIGN TO "attendance-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.

             SELECT INVOICE-FILE ASSIGN TO "invoice.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INVOICE-STATUS.

             SELECT EXCEPTION-FILE ASSIGN TO "integrity-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXCEPT-STATUS.

             SELECT EXCEPTION-SORTED ASSIGN TO "integrity-sorted.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SORTED-STATUS.

             SELECT SORT-WORK ASSIGN TO "integsort.tmp".

             SELECT INTEGRITY-REPORT ASSIGN TO "integrity.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> Highest number of exceptions the nightly stream tolerates
      *> before the audit fails the step, e.g. "010".
          FD LIMIT-FILE.
          01 LIMIT-RECORD.
             05 LM-LIMIT PIC X(3).
             05 FILLER PIC X(27).

          FD SECTION-MASTER.
          01 SECTION-MASTER-RECORD.
             COPY SECTIONREC.

          FD CONTROL-FILE.
          01 CONTROL-RECORD.
             05 CR-FILENAME PIC X(30).
             05 CR-SECTION PIC X(8).

          FD ROSTER-FILE.
          01 ROSTER-RECORD.
             COPY STUDENTREC.

          FD STUDENT-INDEX.
          01 STUDENT-INDEX-RECORD.
             05 SX-ID PIC 9(5).
             05 SX-NAME PIC A(25).
             05 SX-SECTION PIC X(8).

          FD ENROLLMENT-FILE.
          01 ENROLLMENT-RECORD.
             05 EN-ID PIC 9(5).
             05 EN-SECTION PIC X(8).
             05 EN-TERM PIC X(6).

          FD WAITLIST-FILE.
          01 WAITLIST-RECORD.
             COPY WAITREC.

          FD GRADES-FILE.
          01 GRADES-RECORD.
             05 GR-ID PIC 9(5).
             05 GR-SECTION PIC X(8).
             05 GR-GRADE PIC X(2).
             05 GR-DATE PIC 9(8).
             05 GR-TERM PIC X(6).
             05 GR-OPERATOR PIC X(8).

          FD ATTEND-HISTORY.
          01 ATTEND-HISTORY-RECORD.
             05 AH-DATE PIC 9(8).
             05 AH-SECTION PIC X(8).
             05 AH-ID PIC 9(5).
             05 AH-FLAG PIC X(1).
             05 AH-TERM PIC X(6).
             05 AH-OPERATOR PIC X(8).

          FD INVOICE-FILE.
          01 INVOICE-RECORD.
             05 IV-TYPE PIC X(1).
             05 IV-D-ID PIC 9(5).
             05 IV-D-NAME PIC A(25).
             05 IV-D-AMOUNT PIC 9(7)V99.
             05 IV-D-TERM PIC X(6).
             05 FILLER PIC X(34).

      *> One record per exception found; sorted on category so the
      *> report lists each category together, in the order found.
          FD EXCEPTION-FILE.
          01 EXCEPTION-RECORD.
             05 EX-CATEGORY PIC 9(2).
             05 EX-ID PIC X(5).
             05 EX-SECTION PIC X(8).
             05 EX-SOURCE PIC X(30).

          SD SORT-WORK.
          01 SORT-WORK-RECORD.
             05 SW-CATEGORY PIC 9(2).
             05 SW-ID PIC X(5).
             05 SW-SECTION PIC X(8).
             05 SW-SOURCE PIC X(30).

          FD EXCEPTION-SORTED.
          01 EXCEPTION-SORTED-RECORD.
             05 ES-CATEGORY PIC 9(2).
             05 ES-ID PIC X(5).
             05 ES-SECTION PIC X(8).
             05 ES-SOURCE PIC X(30).

          FD INTEGRITY-REPORT.
          01 INTEGRITY-LINE PIC X(80).

          WORKING-STORAGE SECTION.
          01 WS-LIMIT-STATUS PIC X(2).
          01 WS-SECT-MASTER-STATUS PIC X(2).
          01 WS-CONTROL-STATUS PIC X(2).
          01 WS-ROSTER-STATUS PIC X(2).
          01 WS-INDEX-STATUS PIC X(2).
          01 WS-ENROLL-STATUS PIC X(2).
          01 WS-WAITLIST-STATUS PIC X(2).
          01 WS-GRADES-STATUS PIC X(2).
          01 WS-HISTORY-STATUS PIC X(2).
          01 WS-INVOICE-STATUS PIC X(2).
          01 WS-EXCEPT-STATUS PIC X(2).
          01 WS-SORTED-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-EOF PIC A(1).
          01 WS-CONTROL-EOF PIC A(1).
          01 WS-ROSTER-NAME PIC X(30).
          01 WS-ROSTER-SECTION PIC X(8).

          01 WS-EXCEPTION-LIMIT PIC 9(3) VALUE 10.
          01 WS-EXCEPTION-TOTAL PIC 9(5) VALUE ZERO.
          01 WS-CURRENT-DATE PIC 9(8).

          01 WS-SECT-TABLE.
             05 WS-SECT-COUNT PIC 9(3) VALUE ZERO.
             05 WS-ST-SECTION PIC X(8) OCCURS 20 TIMES.
          01 WS-SECT-MAX PIC 9(3) VALUE 20.

          01 WS-ENROLL-TABLE.
             05 WS-ENROLL-COUNT PIC 9(4) VALUE ZERO.
             05 WS-ENROLL-ENTRY OCCURS 2000 TIMES.
                10 WS-EN-ID PIC 9(5).
                10 WS-EN-SECTION PIC X(8).
          01 WS-ENROLL-MAX PIC 9(4) VALUE 2000.

          01 WS-WAIT-TABLE.
             05 WS-WAIT-COUNT PIC 9(4) VALUE ZERO.
             05 WS-WAIT-ENTRY OCCURS 500 TIMES.
                10 WS-WT-ID PIC 9(5).
                10 WS-WT-SECTION PIC X(8).
          01 WS-WAIT-MAX PIC 9(4) VALUE 500.

      *> Students carried as withdrawn or graduated on a roster hold
      *> no seat, so an index section with no enrollment is expected
      *> for them.
          01 WS-LEFT-TABLE.
             05 WS-LEFT-COUNT PIC 9(4) VALUE ZERO.
             05 WS-LEFT-ID PIC 9(5) OCCURS 1000 TIMES.
          01 WS-LEFT-MAX PIC 9(4) VALUE 1000.

          01 WS-SUB PIC 9(4).
          01 WS-SUB-2 PIC 9(4).
          01 WS-EN-SUB PIC 9(4).
          01 WS-CHECK-ID PIC 9(5).
          01 WS-CHECK-SECTION PIC X(8).
          01 WS-ON-INDEX PIC A(1).
          01 WS-SECTION-KNOWN PIC A(1).
          01 WS-PAIR-ENROLLED PIC A(1).
          01 WS-ID-ENROLLED PIC A(1).
          01 WS-PAIR-WAITING PIC A(1).
          01 WS-HAS-LEFT PIC A(1).

      *> Exception categories, in report order.
          01 WS-CATEGORY-NAMES.
             05 FILLER PIC X(40)
                VALUE "ENROLLMENT FOR ID NOT IN INDEX".
             05 FILLER PIC X(40)
                VALUE "ENROLLMENT IN SECTION NOT IN MASTER".
             05 FILLER PIC X(40)
                VALUE "GRADE FOR ID NOT IN INDEX".
             05 FILLER PIC X(40)
                VALUE "GRADE WITH NO ENROLLMENT".
             05 FILLER PIC X(40)
                VALUE "ATTENDANCE FOR ID NOT IN INDEX".
             05 FILLER PIC X(40)
                VALUE "ATTENDANCE WITH NO ENROLLMENT".
             05 FILLER PIC X(40)
                VALUE "INVOICE FOR ID NOT IN INDEX".
             05 FILLER PIC X(40)
                VALUE "INVOICE WITH NO ENROLLMENT".
             05 FILLER PIC X(40)
                VALUE "INDEX SECTION DISAGREES WITH ENROLLMENT".
             05 FILLER PIC X(40)
                VALUE "ROSTER ID NOT IN INDEX".
             05 FILLER PIC X(40)
                VALUE "ROSTER SECTION NOT IN MASTER".
             05 FILLER PIC X(40)
                VALUE "WAITLISTED AND ENROLLED IN SECTION".
          01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
             05 WS-CATEGORY-NAME PIC X(40) OCCURS 12 TIMES.
          01 WS-CATEGORY-MAX PIC 9(2) VALUE 12.
          01 WS-CATEGORY-COUNTS.
             05 WS-CATEGORY-COUNT PIC 9(5) OCCURS 12 TIMES.
          01 WS-CAT-SUB PIC 9(2).
          01 WS-LAST-CATEGORY PIC 9(2).

          01 WS-REPORT-HEADING.
             05 FILLER PIC X(27)
                VALUE "REFERENTIAL INTEGRITY AUDIT".
             05 FILLER PIC X(3) VALUE " - ".
             05 WS-RH-DATE PIC 9(8).
             05 FILLER PIC X(42) VALUE SPACE.

          01 WS-CATEGORY-HEADING.
             05 FILLER PIC X(3) VALUE "** ".
             05 WS-CH-NAME PIC X(40).
             05 FILLER PIC X(37) VALUE SPACE.

          01 WS-EXCEPTION-DETAIL.
             05 FILLER PIC X(3) VALUE SPACE.
             05 WS-ED-ID PIC X(5).
             05 FILLER PIC X(3) VALUE SPACE.
             05 WS-ED-SECTION PIC X(8).
             05 FILLER PIC X(3) VALUE SPACE.
             05 WS-ED-SOURCE PIC X(30).
             05 FILLER PIC X(28) VALUE SPACE.

          01 WS-SUMMARY-HEADING.
             05 FILLER PIC X(26) VALUE "EXCEPTIONS BY CATEGORY".
             05 FILLER PIC X(54) VALUE SPACE.

          01 WS-SUMMARY-DETAIL.
             05 FILLER PIC X(3) VALUE SPACE.
             05 WS-SD-NAME PIC X(40).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-SD-COUNT PIC ZZZZ9.
             05 FILLER PIC X(31) VALUE SPACE.

          01 WS-REPORT-TRAILER.
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-RT-TOTAL PIC ZZZZ9.
             05 FILLER PIC X(23) VALUE " EXCEPTIONS, LIMIT IS ".
             05 WS-RT-LIMIT PIC ZZ9.
             05 FILLER PIC X(2) VALUE ". ".
             05 WS-RT-RESULT PIC X(20).
             05 FILLER PIC X(26) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-CATEGORY-COUNTS.
           PERFORM 0100-READ-LIMIT.
           PERFORM 0150-LOAD-SECTION-MASTER.
           PERFORM 0200-LOAD-ENROLLMENTS.
           PERFORM 0250-LOAD-WAITLIST.
           PERFORM 0300-OPEN-AUDIT-FILES.
           PERFORM 0400-CHECK-ROSTERS.
           PERFORM 0450-CHECK-ENROLLMENTS.
           PERFORM 0500-CHECK-GRADES.
           PERFORM 0550-CHECK-ATTENDANCE.
           PERFORM 0600-CHECK-INVOICES.
           PERFORM 0650-CHECK-INDEX-SECTIONS.
           CLOSE STUDENT-INDEX.
           CLOSE EXCEPTION-FILE.
           PERFORM 0700-WRITE-INTEGRITY-REPORT.
           DISPLAY "INTEGRITY AUDIT COMPLETE - " WS-EXCEPTION-TOTAL
              " EXCEPTIONS, LIMIT " WS-EXCEPTION-LIMIT.
           IF WS-EXCEPTION-TOTAL > WS-EXCEPTION-LIMIT
              DISPLAY "EXCEPTIONS EXCEED LIMIT, SEE integrity.rpt"
              MOVE 12 TO RETURN-CODE
           END-IF.
       STOP RUN.

       0100-READ-LIMIT.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIMIT-STATUS = "00"
              READ LIMIT-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF LM-LIMIT IS NUMERIC
                       MOVE LM-LIMIT TO WS-EXCEPTION-LIMIT
                    END-IF
              END-READ
              CLOSE LIMIT-FILE
           ELSE
              DISPLAY "integrity.cfg not found, using default "
                 "limit " WS-EXCEPTION-LIMIT
           END-IF.

       0150-LOAD-SECTION-MASTER.
           OPEN INPUT SECTION-MASTER.
           IF WS-SECT-MASTER-STATUS NOT = "00"
              DISPLAY "section-master.dat not found, run aborted"
              MOVE 2 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SECTION-MASTER
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-SECT-COUNT >= WS-SECT-MAX
                       DISPLAY "section-master.dat has too many "
                          "entries, run aborted"
                       CLOSE SECTION-MASTER
                       MOVE 3 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-SECT-COUNT
                    MOVE SM-SECTION TO WS-ST-SECTION(WS-SECT-COUNT)
              END-READ
           END-PERFORM.
           CLOSE SECTION-MASTER.

       0200-LOAD-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
              DISPLAY "enrollment.dat not found - run the batch "
                 "first, run aborted"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ENROLLMENT-FILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-ENROLL-COUNT >= WS-ENROLL-MAX
                       DISPLAY "enrollment table full reading "
                          "enrollment.dat, run aborted"
                       CLOSE ENROLLMENT-FILE
                       MOVE 5 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-ENROLL-COUNT
                    MOVE EN-ID TO WS-EN-ID(WS-ENROLL-COUNT)
                    MOVE EN-SECTION TO WS-EN-SECTION(WS-ENROLL-COUNT)
              END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.

       0250-LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WAITLIST-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-WAIT-COUNT >= WS-WAIT-MAX
                          DISPLAY "waitlist table full reading "
                             "waitlist.dat, run aborted"
                          CLOSE WAITLIST-FILE
                          MOVE 6 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-WAIT-COUNT
                       MOVE WL-ID TO WS-WT-ID(WS-WAIT-COUNT)
                       MOVE WL-SECTION TO WS-WT-SECTION(WS-WAIT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE WAITLIST-FILE
           END-IF.

       0300-OPEN-AUDIT-FILES.
           OPEN INPUT STUDENT-INDEX.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "student-idx.dat not found - run FileHandling "
                 "first, run aborted"
              MOVE 7 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-EXCEPT-STATUS NOT = "00"
              DISPLAY "integrity-work.dat could not be opened, "
                 "run aborted"
              CLOSE STUDENT-INDEX
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Every roster named in batch-control.txt: the section must be
      *> on the master and every student must be on the index.
       0400-CHECK-ROSTERS.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
              DISPLAY "batch-control.txt not found, rosters not "
                 "audited"
           ELSE
              MOVE 'N' TO WS-CONTROL-EOF
              PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                 READ CONTROL-FILE
                    AT END MOVE 'Y' TO WS-CONTROL-EOF
                    NOT AT END
                       MOVE CR-FILENAME TO WS-ROSTER-NAME
                       MOVE CR-SECTION TO WS-ROSTER-SECTION
                       PERFORM 0410-CHECK-ONE-ROSTER
                 END-READ
              END-PERFORM
              CLOSE CONTROL-FILE
           END-IF.

       0410-CHECK-ONE-ROSTER.
           IF WS-ROSTER-SECTION NOT = SPACES
              MOVE WS-ROSTER-SECTION TO WS-CHECK-SECTION
              PERFORM 0820-FIND-SECTION
              IF WS-SECTION-KNOWN = 'N'
                 MOVE 11 TO EX-CATEGORY
                 MOVE SPACES TO EX-ID
                 MOVE WS-ROSTER-SECTION TO EX-SECTION
                 MOVE WS-ROSTER-NAME TO EX-SOURCE
                 PERFORM 0900-WRITE-EXCEPTION
              END-IF
           END-IF.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT = "00"
              DISPLAY function trim(WS-ROSTER-NAME)
                 " not found, roster not audited"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ROSTER-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ROSTER-RECORD(1:1) NOT = "T"
                             AND REC-NAME NOT = SPACES
                          PERFORM 0420-CHECK-ROSTER-STUDENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
           END-IF.

       0420-CHECK-ROSTER-STUDENT.
           IF (REC-STATUS = "W" OR REC-STATUS = "G")
                 AND WS-LEFT-COUNT < WS-LEFT-MAX
              ADD 1 TO WS-LEFT-COUNT
              MOVE REC-ID TO WS-LEFT-ID(WS-LEFT-COUNT)
           END-IF.
           MOVE REC-ID TO WS-CHECK-ID.
           PERFORM 0800-FIND-ON-INDEX.
           IF WS-ON-INDEX = 'N'
              MOVE 10 TO EX-CATEGORY
              MOVE REC-ID TO EX-ID
              MOVE WS-ROSTER-SECTION TO EX-SECTION
              MOVE WS-ROSTER-NAME TO EX-SOURCE
              PERFORM 0900-WRITE-EXCEPTION
           END-IF.

       0450-CHECK-ENROLLMENTS.
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                 UNTIL WS-EN-SUB > WS-ENROLL-COUNT
              MOVE WS-EN-ID(WS-EN-SUB) TO WS-CHECK-ID
              MOVE WS-EN-SECTION(WS-EN-SUB) TO WS-CHECK-SECTION
              MOVE WS-EN-ID(WS-EN-SUB) TO EX-ID
              MOVE WS-EN-SECTION(WS-EN-SUB) TO EX-SECTION
              MOVE "enrollment.dat" TO EX-SOURCE
              PERFORM 0800-FIND-ON-INDEX
              IF WS-ON-INDEX = 'N'
                 MOVE 1 TO EX-CATEGORY
                 PERFORM 0900-WRITE-EXCEPTION
              END-IF
              PERFORM 0820-FIND-SECTION
              IF WS-SECTION-KNOWN = 'N'
                 MOVE 2 TO EX-CATEGORY
                 PERFORM 0900-WRITE-EXCEPTION
              END-IF
              PERFORM 0850-FIND-WAITLIST-PAIR
              IF WS-PAIR-WAITING = 'Y'
                 MOVE 12 TO EX-CATEGORY
                 MOVE "waitlist.dat" TO EX-SOURCE
                 PERFORM 0900-WRITE-EXCEPTION
              END-IF
           END-PERFORM.

       0500-CHECK-GRADES.
           OPEN INPUT GRADES-FILE.
           IF WS-GRADES-STATUS NOT = "00"
              DISPLAY "grades.dat not found, grades not audited"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ GRADES-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE GR-ID TO WS-CHECK-ID
                       MOVE GR-SECTION TO WS-CHECK-SECTION
                       MOVE "grades.dat" TO EX-SOURCE
                       MOVE 3 TO WS-CAT-SUB
                       PERFORM 0510-CHECK-ACTIVITY-RECORD
                 END-READ
              END-PERFORM
              CLOSE GRADES-FILE
           END-IF.

      *> Grade and attendance records share the same two checks: the
      *> ID must be on the index and the student/section pair must be
      *> enrolled. WS-CAT-SUB carries the not-on-index category; the
      *> no-enrollment category follows it.
       0510-CHECK-ACTIVITY-RECORD.
           MOVE WS-CHECK-ID TO EX-ID.
           MOVE WS-CHECK-SECTION TO EX-SECTION.
           PERFORM 0800-FIND-ON-INDEX.
           IF WS-ON-INDEX = 'N'
              MOVE WS-CAT-SUB TO EX-CATEGORY
              PERFORM 0900-WRITE-EXCEPTION
           END-IF.
           PERFORM 0840-FIND-ENROLLED-PAIR.
           IF WS-PAIR-ENROLLED = 'N'
              COMPUTE EX-CATEGORY = WS-CAT-SUB + 1
              PERFORM 0900-WRITE-EXCEPTION
           END-IF.

       0550-CHECK-ATTENDANCE.
           OPEN INPUT ATTEND-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "attendance-history.dat not found, attendance "
                 "not audited"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ATTEND-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE AH-ID TO WS-CHECK-ID
                       MOVE AH-SECTION TO WS-CHECK-SECTION
                       MOVE "attendance-history.dat" TO EX-SOURCE
                       MOVE 5 TO WS-CAT-SUB
                       PERFORM 0510-CHECK-ACTIVITY-RECORD
                 END-READ
              END-PERFORM
              CLOSE ATTEND-HISTORY
           END-IF.

       0600-CHECK-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
              DISPLAY "invoice.dat not found, invoices not audited"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ INVOICE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF IV-TYPE = "D"
                          PERFORM 0610-CHECK-INVOICE-DETAIL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF.

       0610-CHECK-INVOICE-DETAIL.
           MOVE IV-D-ID TO WS-CHECK-ID.
           MOVE IV-D-ID TO EX-ID.
           MOVE SPACES TO EX-SECTION.
           MOVE "invoice.dat" TO EX-SOURCE.
           PERFORM 0800-FIND-ON-INDEX.
           IF WS-ON-INDEX = 'N'
              MOVE 7 TO EX-CATEGORY
              PERFORM 0900-WRITE-EXCEPTION
           END-IF.
           PERFORM 0845-FIND-ENROLLED-ID.
           IF WS-ID-ENROLLED = 'N'
              MOVE 8 TO EX-CATEGORY
              PERFORM 0900-WRITE-EXCEPTION
           END-IF.

      *> A section on the index must be backed by an enrollment or a
      *> waitlist entry for that student and section, unless a
      *> roster carries the student as withdrawn or graduated.
       0650-CHECK-INDEX-SECTIONS.
           MOVE ZERO TO SX-ID.
           START STUDENT-INDEX KEY IS NOT LESS THAN SX-ID
              INVALID KEY MOVE "23" TO WS-INDEX-STATUS
           END-START.
           IF WS-INDEX-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ STUDENT-INDEX NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF SX-SECTION NOT = SPACES
                          PERFORM 0660-CHECK-ONE-INDEX-SECTION
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       0660-CHECK-ONE-INDEX-SECTION.
           MOVE SX-ID TO WS-CHECK-ID.
           MOVE SX-SECTION TO WS-CHECK-SECTION.
           PERFORM 0840-FIND-ENROLLED-PAIR.
           PERFORM 0850-FIND-WAITLIST-PAIR.
           MOVE 'N' TO WS-HAS-LEFT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-LEFT-COUNT
              IF WS-LEFT-ID(WS-SUB) = SX-ID
                 MOVE 'Y' TO WS-HAS-LEFT
              END-IF
           END-PERFORM.
           IF WS-PAIR-ENROLLED = 'N' AND WS-PAIR-WAITING = 'N'
                 AND WS-HAS-LEFT = 'N'
              MOVE 9 TO EX-CATEGORY
              MOVE SX-ID TO EX-ID
              MOVE SX-SECTION TO EX-SECTION
              MOVE "student-idx.dat" TO EX-SOURCE
              PERFORM 0900-WRITE-EXCEPTION
           END-IF.

       0700-WRITE-INTEGRITY-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SW-CATEGORY
              WITH DUPLICATES IN ORDER
              USING EXCEPTION-FILE
              GIVING EXCEPTION-SORTED.
           IF SORT-RETURN NOT = ZERO
              DISPLAY "integrity-work.dat could not be sorted, "
                 "run aborted"
              MOVE 9 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT EXCEPTION-SORTED.
           IF WS-SORTED-STATUS NOT = "00"
              DISPLAY "integrity-sorted.dat could not be opened, "
                 "run aborted"
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT INTEGRITY-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "integrity.rpt could not be opened, run aborted"
              CLOSE EXCEPTION-SORTED
              MOVE 11 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-RH-DATE.
           WRITE INTEGRITY-LINE FROM WS-REPORT-HEADING.
           MOVE ZERO TO WS-LAST-CATEGORY.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ EXCEPTION-SORTED
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ES-CATEGORY NOT = WS-LAST-CATEGORY
                       MOVE ES-CATEGORY TO WS-LAST-CATEGORY
                       MOVE WS-CATEGORY-NAME(ES-CATEGORY)
                          TO WS-CH-NAME
                       WRITE INTEGRITY-LINE FROM WS-CATEGORY-HEADING
                    END-IF
                    MOVE ES-ID TO WS-ED-ID
                    MOVE ES-SECTION TO WS-ED-SECTION
                    MOVE ES-SOURCE TO WS-ED-SOURCE
                    WRITE INTEGRITY-LINE FROM WS-EXCEPTION-DETAIL
              END-READ
           END-PERFORM.
           CLOSE EXCEPTION-SORTED.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-HEADING.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                 UNTIL WS-CAT-SUB > WS-CATEGORY-MAX
              MOVE WS-CATEGORY-NAME(WS-CAT-SUB) TO WS-SD-NAME
              MOVE WS-CATEGORY-COUNT(WS-CAT-SUB) TO WS-SD-COUNT
              WRITE INTEGRITY-LINE FROM WS-SUMMARY-DETAIL
           END-PERFORM.
           MOVE WS-EXCEPTION-TOTAL TO WS-RT-TOTAL.
           MOVE WS-EXCEPTION-LIMIT TO WS-RT-LIMIT.
           IF WS-EXCEPTION-TOTAL > WS-EXCEPTION-LIMIT
              MOVE "AUDIT FAILED" TO WS-RT-RESULT
           ELSE
              MOVE "AUDIT PASSED" TO WS-RT-RESULT
           END-IF.
           WRITE INTEGRITY-LINE FROM WS-REPORT-TRAILER.
           CLOSE INTEGRITY-REPORT.

       0800-FIND-ON-INDEX.
           MOVE WS-CHECK-ID TO SX-ID.
           READ STUDENT-INDEX
              INVALID KEY MOVE 'N' TO WS-ON-INDEX
              NOT INVALID KEY MOVE 'Y' TO WS-ON-INDEX
           END-READ.

       0820-FIND-SECTION.
           MOVE 'N' TO WS-SECTION-KNOWN.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-SECT-COUNT
              IF WS-ST-SECTION(WS-SUB) = WS-CHECK-SECTION
                 MOVE 'Y' TO WS-SECTION-KNOWN
              END-IF
           END-PERFORM.

       0840-FIND-ENROLLED-PAIR.
           MOVE 'N' TO WS-PAIR-ENROLLED.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-ENROLL-COUNT
              IF WS-EN-ID(WS-SUB) = WS-CHECK-ID
                    AND WS-EN-SECTION(WS-SUB) = WS-CHECK-SECTION
                 MOVE 'Y' TO WS-PAIR-ENROLLED
              END-IF
           END-PERFORM.

       0845-FIND-ENROLLED-ID.
           MOVE 'N' TO WS-ID-ENROLLED.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-ENROLL-COUNT
              IF WS-EN-ID(WS-SUB) = WS-CHECK-ID
                 MOVE 'Y' TO WS-ID-ENROLLED
              END-IF
           END-PERFORM.

       0850-FIND-WAITLIST-PAIR.
           MOVE 'N' TO WS-PAIR-WAITING.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                 UNTIL WS-SUB-2 > WS-WAIT-COUNT
              IF WS-WT-ID(WS-SUB-2) = WS-CHECK-ID
                    AND WS-WT-SECTION(WS-SUB-2) = WS-CHECK-SECTION
                 MOVE 'Y' TO WS-PAIR-WAITING
              END-IF
           END-PERFORM.

       0900-WRITE-EXCEPTION.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-TOTAL.
           ADD 1 TO WS-CATEGORY-COUNT(EX-CATEGORY).
