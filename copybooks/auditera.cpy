      *> Shared layout of the erasure line ErasePerson writes when a
      *> person's details are erased on request, included under an
      *> 01 level. Like the CARRY line it shares only the timestamp
      *> and action columns with audit.cpy, apart from the person ID,
      *> which sits in the audit line's ID column, and the operator
      *> and approver columns. The erasure blanks the name, age and
      *> DOB columns of the person's earlier lines, so the trail can
      *> no longer prove people.dat's totals line by line; the
      *> record count, date-of-birth total and age total of
      *> people.dat just after the erasure are carried here instead,
      *> and DailyReconciliation takes them as a new opening balance
      *> the way it takes a carry-forward line. ERA-LIVE-FLAG is Y
      *> when a record was removed from people.dat, N when the
      *> person had already left the live file.
       05 ERA-TIMESTAMP            PIC X(21).
       05 FILLER                   PIC X VALUE SPACE.
       05 ERA-ACTION               PIC X(6) VALUE 'ERASE '.
       05 FILLER                   PIC X VALUE SPACE.
       05 ERA-PERSON-ID            PIC 9(6).
       05 FILLER                   PIC X VALUE SPACE.
       05 ERA-LIVE-FLAG            PIC X.
       05 FILLER                   PIC X VALUE SPACE.
       05 ERA-RECORD-COUNT         PIC 9(7).
       05 FILLER                   PIC X VALUE SPACE.
       05 ERA-DOB-TOTAL            PIC 9(15).
       05 FILLER                   PIC X VALUE SPACE.
       05 ERA-AGE-TOTAL            PIC 9(9).
       05 FILLER                   PIC X(44) VALUE SPACES.
       05 ERA-OPERATOR             PIC X(8).
       05 FILLER                   PIC X VALUE SPACE.
       05 ERA-APPROVER             PIC X(8) VALUE SPACES.
