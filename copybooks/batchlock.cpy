      *> The one line of batchlock.dat, the batch-window lock. The
      *> nightly driver sets it (state S) before its first step and
      *> clears it (state C) after its last, and while it is set
      *> FileProcessing is inquiry only. A lock left set by a run
      *> that abended can be cleared by a batch/purge operator; the
      *> line then shows OVERRIDE and that operator, and the audit
      *> trail gets an LCKOVR line. No file means never locked.
       05 LOCK-STATE               PIC X.
       05 FILLER                   PIC X.
       05 LOCK-SET-OPERATOR        PIC X(8).
       05 FILLER                   PIC X.
       05 LOCK-SET-STAMP           PIC X(21).
       05 FILLER                   PIC X.
       05 LOCK-CLEAR-OPERATOR      PIC X(8).
       05 FILLER                   PIC X.
       05 LOCK-CLEAR-STAMP         PIC X(21).
       05 FILLER                   PIC X.
       05 LOCK-CLEAR-HOW           PIC X(8).
