      *> Shared layout of the carry-forward line that opens every
      *> audit.log after an AuditPeriodClose run, included under an
      *> 01 level. Like CHKPT and BACKUP lines it shares only the
      *> timestamp and action columns with audit.cpy. It holds the
      *> record count, date-of-birth total and age total of
      *> people.dat at the close, which DailyReconciliation takes
      *> as its opening balance, and names the generation file
      *> (auditlog.YYYYMMDD) the closed period was moved to.
       05 CF-TIMESTAMP             PIC X(21).
       05 FILLER                   PIC X VALUE SPACE.
       05 CF-ACTION                PIC X(6) VALUE 'CARRY '.
       05 FILLER                   PIC X VALUE SPACE.
       05 CF-RECORD-COUNT          PIC 9(7).
       05 FILLER                   PIC X VALUE SPACE.
       05 CF-DOB-TOTAL             PIC 9(15).
       05 FILLER                   PIC X VALUE SPACE.
       05 CF-AGE-TOTAL             PIC 9(9).
       05 FILLER                   PIC X VALUE SPACE.
       05 CF-PRIOR-GENERATION      PIC X(17).
       05 FILLER                   PIC X VALUE SPACE.
       05 CF-OPERATOR              PIC X(8).
