      *> Shared layout of one auditgen.dat line, included under an
      *> 01 level. AuditPeriodClose appends one line per closed
      *> period, oldest first, naming the generation file the
      *> period's audit lines were moved to and the timestamps of
      *> its first and last line; AuditGenerations reads it to
      *> find the generations a reader has to reach back into.
       05 AGEN-CLOSE-DATE          PIC 9(8).
       05 FILLER                   PIC X.
       05 AGEN-FILE-NAME           PIC X(17).
       05 FILLER                   PIC X.
       05 AGEN-LINE-COUNT          PIC 9(7).
       05 FILLER                   PIC X.
       05 AGEN-FIRST-STAMP         PIC X(21).
       05 FILLER                   PIC X.
       05 AGEN-LAST-STAMP          PIC X(21).
       05 FILLER                   PIC X.
       05 AGEN-CLOSE-COUNT         PIC 9(7).
       05 FILLER                   PIC X.
       05 AGEN-CLOSE-DOB-TOTAL     PIC 9(15).
       05 FILLER                   PIC X.
       05 AGEN-OPERATOR            PIC X(8).
