      *> columns are what replay relies on. The trailing operator
      *> column carries the signed-on operator ID so a bad change
      *> can be traced to a person; lines written before the
      *> column existed read back as spaces there. A removal that
      *> went through the approval queue (approvals.dat) carries
      *> the requesting operator in the operator column and the
      *> second operator who approved it in the approver column;
      *> every other line leaves the approver column blank.
      *> After an ErasePerson run the person's lines keep their
      *> action, ID, status and operator columns but read blank in
      *> the name and age columns and ERASED in both DOB columns.
       05 WS-AUDIT-TIMESTAMP        PIC X(21).
       05 FILLER                    PIC X VALUE SPACE.
       05 WS-AUDIT-ACTION           PIC X(6).
                                    PIC X(8).
       05 FILLER                    PIC X VALUE SPACE.
       05 WS-AUDIT-OPERATOR         PIC X(8).
       05 FILLER                    PIC X VALUE SPACE.
       05 WS-AUDIT-APPROVER         PIC X(8) VALUE SPACES.
