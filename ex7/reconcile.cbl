      *> age totals are also shown, but ages drift as birthdays
      *> pass after each action was logged, so they are printed for
      *> information only.
      *> After an AuditPeriodClose the log opens with a carry-
      *> forward line; its count and totals are the opening
      *> balance, and only the lines after it are tallied on top.
      *> An ErasePerson run leaves an ERASE line that does the
      *> same: the person's earlier lines no longer carry a DOB,
      *> so people.dat's totals just after the erasure become the
      *> new opening balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-AUDIT-LINE.
           COPY 'audit.cpy'.

       01 WS-CARRY-LINE.
           COPY 'auditcf.cpy'.

       01 WS-ERASE-LINE.
           COPY 'auditera.cpy'.

       01 WS-CURRENT-STAMP             PIC X(21).
       01 WS-CURRENT-DATE              PIC 9(8).
       01 WS-WORK-AGE                  PIC 9(3).
                   ELSE
                       ADD 1 TO WS-UNUSABLE-LINE-COUNT
                   END-IF
      *> The carry-forward line replaces whatever came before it:
      *> the closed period was in balance when it was carried.
               WHEN 'CARRY '
                   MOVE AUDIT-LOG-RECORD TO WS-CARRY-LINE
                   IF CF-RECORD-COUNT IS NUMERIC
                           AND CF-DOB-TOTAL IS NUMERIC
                           AND CF-AGE-TOTAL IS NUMERIC
                       MOVE CF-RECORD-COUNT TO WS-EXPECTED-COUNT
                       MOVE CF-DOB-TOTAL    TO WS-EXPECTED-DOB-TOTAL
                       MOVE CF-AGE-TOTAL    TO WS-EXPECTED-AGE-TOTAL
                       MOVE 0 TO WS-UNUSABLE-LINE-COUNT
                   ELSE
                       ADD 1 TO WS-UNUSABLE-LINE-COUNT
                   END-IF
      *> The erasure line rebalances the same way; it is written
      *> only after the file was found in balance.
               WHEN 'ERASE '
                   MOVE AUDIT-LOG-RECORD TO WS-ERASE-LINE
                   IF ERA-RECORD-COUNT IS NUMERIC
                           AND ERA-DOB-TOTAL IS NUMERIC
                           AND ERA-AGE-TOTAL IS NUMERIC
                       MOVE ERA-RECORD-COUNT TO WS-EXPECTED-COUNT
                       MOVE ERA-DOB-TOTAL    TO WS-EXPECTED-DOB-TOTAL
                       MOVE ERA-AGE-TOTAL    TO WS-EXPECTED-AGE-TOTAL
                       MOVE 0 TO WS-UNUSABLE-LINE-COUNT
                   ELSE
                       ADD 1 TO WS-UNUSABLE-LINE-COUNT
                   END-IF
      *> A RENAME changes neither the record count nor the DOB
      *> total, so it falls through with the CHKPT lines.
               WHEN OTHER
