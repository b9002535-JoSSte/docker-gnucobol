      *> Term-history record layout (term-history.dat).
      *> TermClose appends one record per closed term, in the order
      *> the terms were closed; the term's activity files are kept as
      *> <file>-<term>.dat. Transcript reads this file to find every
      *> archived grades file for the multi-term history.
           05 TH-TERM                  PIC X(6).
           05 FILLER                   PIC X(1).
           05 TH-CLOSE-DATE            PIC 9(8).
           05 FILLER                   PIC X(1).
           05 TH-NEXT-TERM             PIC X(6).
