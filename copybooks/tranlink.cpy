      *> Relationship view of one transaction-file line, included
      *> under a further 01 level in the same FD as trandata.cpy so
      *> it shares the record area. Action 'L' carries its link in
      *> the name columns: TLNK-OP A=add (or reopen), E=end, X=remove
      *> an entry made in error; the type and dates are as in
      *> relation.cpy. A blank start date on an add, or a blank end
      *> date on an end, means the run date. TRAN-ID is the
      *> principal and TRAN-EFF-DATE keeps its usual place, so a
      *> link can be held in pending.dat like any other line.
       05 TLNK-ACTION              PIC X.
       05 TLNK-PERSON-ID           PIC 9(6).
       05 TLNK-OP                  PIC X.
       05 TLNK-RELATED-ID          PIC X(6).
       05 TLNK-TYPE                PIC X.
       05 TLNK-START-DATE          PIC X(8).
       05 TLNK-END-DATE            PIC X(8).
       05 FILLER                   PIC X(6).
       05 FILLER                   PIC X(8).
       05 TLNK-EFF-DATE            PIC X(8).
       05 FILLER                   PIC X(85).
