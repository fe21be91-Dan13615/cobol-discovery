      *> Shared layout of a relationship audit line, included under
      *> an 01 level. PersonLinks writes one for every link added
      *> (LNKADD), ended (LNKEND) or removed (LNKDEL). Like CHKPT
      *> lines they share the timestamp and action columns with
      *> audit.cpy, and the principal PERSON-ID sits in the same
      *> column as the audit line's person ID; the operator and
      *> approver columns are in the same place too. The link
      *> actions change neither people.dat's record count nor its
      *> DOB total, so reconciliation and recovery pass over them.
       05 LNK-TIMESTAMP            PIC X(21).
       05 FILLER                   PIC X VALUE SPACE.
       05 LNK-ACTION               PIC X(6).
       05 FILLER                   PIC X VALUE SPACE.
       05 LNK-PERSON-ID            PIC 9(6).
       05 FILLER                   PIC X VALUE SPACE.
       05 LNK-TYPE                 PIC X.
       05 FILLER                   PIC X VALUE SPACE.
       05 LNK-RELATED-ID           PIC 9(6).
       05 FILLER                   PIC X VALUE SPACE.
       05 LNK-START-DATE           PIC 9(8).
       05 FILLER                   PIC X VALUE SPACE.
       05 LNK-END-DATE             PIC 9(8).
       05 FILLER                   PIC X(53) VALUE SPACES.
       05 LNK-OPERATOR             PIC X(8).
       05 FILLER                   PIC X VALUE SPACE.
       05 LNK-APPROVER             PIC X(8) VALUE SPACES.
