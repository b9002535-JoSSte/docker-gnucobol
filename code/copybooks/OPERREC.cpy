      *> Operator authorization record layout (operators.dat).
      *> One record per operator ID allowed to change records. HELLO,
      *> GradePost and AttendPost look the operator up before they
      *> apply anything; an operator not on file, or without the
      *> permission the work needs, has the work rejected. Each
      *> permission is Y (allowed) or anything else (not allowed).
           05 OP-ID                    PIC X(8).
           05 FILLER                   PIC X(1).
           05 OP-NAME                  PIC X(25).
           05 FILLER                   PIC X(1).
           05 OP-ROSTER-ADD            PIC X(1).
              88 OP-MAY-ADD            VALUE "Y".
           05 OP-ROSTER-UPDATE         PIC X(1).
              88 OP-MAY-UPDATE         VALUE "Y".
           05 OP-ROSTER-DELETE         PIC X(1).
              88 OP-MAY-DELETE         VALUE "Y".
      *> Status change covers setting a student's status (A, W, G, L)
      *> on an add or an update, over and above the add or update.
           05 OP-STATUS-CHANGE         PIC X(1).
              88 OP-MAY-CHANGE-STATUS  VALUE "Y".
           05 OP-GRADE-POST            PIC X(1).
              88 OP-MAY-POST-GRADES    VALUE "Y".
           05 OP-ATTEND-POST           PIC X(1).
              88 OP-MAY-POST-ATTENDANCE VALUE "Y".
