      *> Shared layout of one approval-queue item (approvals.dat,
      *> keyed on APPR-QUEUE-ID), included under an 01 level. Any
      *> removal of live records - a delete from maintenance or a
      *> 'D' transaction, a duplicate merge, a purge run - is
      *> queued here under the requesting operator and applied
      *> only after a second operator has approved it.
      *> APPR-ACTION is DELETE, MERGE or PURGE. DELETE and MERGE
      *> name the person to remove in APPR-PERSON-ID; MERGE names
      *> the surviving ID in APPR-OTHER-ID; PURGE carries the
      *> cutoff date in APPR-CUTOFF-DATE.
      *> APPR-STATE: P=pending, A=approved, D=declined,
      *> X=expired unapproved, C=applied, F=could not be applied
      *> (the person had already gone or no longer matched).
       05 APPR-QUEUE-ID            PIC 9(6).
       05 APPR-ACTION              PIC X(6).
       05 APPR-SOURCE              PIC X(8).
       05 APPR-PERSON-ID           PIC 9(6).
       05 APPR-PERSON-NAME         PIC A(30).
       05 APPR-OTHER-ID            PIC 9(6).
       05 APPR-CUTOFF-DATE         PIC 9(8).
       05 APPR-STATE               PIC X.
       05 APPR-REQUEST-OPERATOR    PIC X(8).
       05 APPR-REQUEST-STAMP       PIC X(21).
       05 APPR-DECIDE-OPERATOR     PIC X(8).
       05 APPR-DECIDE-STAMP        PIC X(21).
       05 APPR-APPLIED-STAMP       PIC X(21).
