       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditPeriodClose.

      *> Audit period close: audit.log is only ever appended to, and
      *> every reader starts from its first line, so once a period
      *> is over its lines are moved out. The close only goes ahead
      *> when DailyReconciliation finds the log and people.dat in
      *> balance, so the figures carried forward are ones the trail
      *> has proved, and not while the batch window is locked or
      *> an update session is open, since either could still add
      *> lines to the period being closed. The closed period is
      *> copied to a dated generation (auditlog.YYYYMMDD), read
      *> back and counted, and recorded in the generation catalog
      *> auditgen.dat; then audit.log is started again with a
      *> single carry-forward line (auditcf.cpy) holding
      *> people.dat's record count, date-of-birth total and age
      *> total at the close. From then on DailyReconciliation
      *> balances from that line, and PersonHistory, AuditRecovery
      *> and MovementReport reach back into the generations (via
      *> AuditGenerations) when asked for a date before the close.
      *> One close per day at most.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEOPLE-STORAGE ASSIGN TO 'people.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS PERSON-NAME WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-GEN-FILE ASSIGN TO WS-AUDIT-GEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-FILE-STATUS.

           SELECT AUDIT-GEN-CATALOG ASSIGN TO 'auditgen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGEN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEOPLE-STORAGE.
       01 PEOPLE-RECORD.
           COPY 'people.cpy'.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD             PIC X(132).

       FD AUDIT-GEN-FILE.
       01 AUDIT-GEN-LINE               PIC X(132).

       FD AUDIT-GEN-CATALOG.
       01 AUDIT-GEN-RECORD.
           COPY 'auditgen.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS               PIC XX.
       01 WS-AUDIT-FILE-STATUS         PIC XX.
       01 WS-GEN-FILE-STATUS           PIC XX.
       01 WS-AGEN-FILE-STATUS          PIC XX.
       01 WS-END-OF-FILE               PIC X VALUE 'N'.
       01 WS-AUDIT-EOF                 PIC X VALUE 'N'.
       01 WS-GEN-EOF                   PIC X VALUE 'N'.

       01 WS-OPERATOR-ID               PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-PERM             PIC X VALUE SPACE.

      *> Batch window checks (see BatchLock).
       01 WS-LOCK-FUNCTION             PIC X.
       01 WS-LOCK-OTHER-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-LOCK-SESSION-STAMP        PIC X(21) VALUE SPACES.
       01 WS-LOCK-ITEM.
           COPY 'batchlock.cpy' REPLACING
               ==LOCK-STATE== BY ==BLK-STATE==
               ==LOCK-SET-OPERATOR== BY ==BLK-SET-OPERATOR==
               ==LOCK-SET-STAMP== BY ==BLK-SET-STAMP==
               ==LOCK-CLEAR-OPERATOR== BY ==BLK-CLEAR-OPERATOR==
               ==LOCK-CLEAR-STAMP== BY ==BLK-CLEAR-STAMP==
               ==LOCK-CLEAR-HOW== BY ==BLK-CLEAR-HOW==.
       01 WS-LOCK-RESULT               PIC X.
       01 WS-LOCK-SESSION-COUNT        PIC 9(5) VALUE 0.

       01 WS-CURRENT-STAMP             PIC X(21).
       01 WS-CURRENT-DATE              PIC 9(8).
       01 WS-WORK-AGE                  PIC 9(3).

       01 WS-AUDIT-GEN-NAME.
           05 FILLER                    PIC X(9)
               VALUE 'auditlog.'.
           05 WS-AUDIT-GEN-NAME-DATE    PIC 9(8).

       01 WS-CLOSE-COUNT               PIC 9(7) VALUE 0.
       01 WS-CLOSE-DOB-TOTAL           PIC 9(15) VALUE 0.
       01 WS-CLOSE-AGE-TOTAL           PIC 9(9) VALUE 0.

       01 WS-COPIED-COUNT              PIC 9(7) VALUE 0.
       01 WS-VERIFY-COUNT              PIC 9(7) VALUE 0.
       01 WS-FIRST-STAMP               PIC X(21) VALUE SPACES.
       01 WS-LAST-STAMP                PIC X(21) VALUE SPACES.

       01 WS-CARRY-LINE.
           COPY 'auditcf.cpy'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-AUDIT-GEN-NAME-DATE

           CALL 'OperatorSignOn' USING WS-OPERATOR-ID,
                   WS-OPERATOR-PERM
           IF WS-OPERATOR-PERM NOT = 'B'
               DISPLAY 'Operator is not authorized for the period '
                   'close -- nothing done.'
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-GEN-FILE
           IF WS-GEN-FILE-STATUS = '00'
               CLOSE AUDIT-GEN-FILE
               DISPLAY WS-AUDIT-GEN-NAME ' already exists -- the '
                   'period was closed today; nothing done.'
               STOP RUN
           END-IF

           PERFORM CHECK-BATCH-WINDOW

      *> A period is only closed in balance: an unexplained
      *> difference carried forward would vanish from the trail.
           MOVE 0 TO RETURN-CODE
           CALL 'DailyReconciliation'
           IF RETURN-CODE NOT = 0
               DISPLAY 'Reconciliation is OUT OF BALANCE -- the '
                   'period is not closed.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM TALLY-CLOSING-BALANCE
           PERFORM COPY-LOG-TO-GENERATION
           IF WS-COPIED-COUNT = 0
               DISPLAY 'audit.log is empty -- nothing to close.'
               STOP RUN
           END-IF
           PERFORM VERIFY-GENERATION
           PERFORM WRITE-CATALOG-LINE
           PERFORM START-NEW-AUDIT-LOG

           DISPLAY 'Period closed: ' WS-COPIED-COUNT
               ' audit line(s) moved to ' WS-AUDIT-GEN-NAME '.'
           DISPLAY 'Carried forward: ' WS-CLOSE-COUNT
               ' record(s), DOB total ' WS-CLOSE-DOB-TOTAL '.'
           STOP RUN.

      *> ---------------------------------------------------------
      *> The close starts audit.log again, so it runs outside the
      *> batch window, with no update session open that could
      *> still be writing to the period.
      *> ---------------------------------------------------------
       CHECK-BATCH-WINDOW.
           MOVE 'Q' TO WS-LOCK-FUNCTION
           CALL 'BatchLock' USING WS-LOCK-FUNCTION, WS-OPERATOR-ID,
                   WS-LOCK-OTHER-OPERATOR, WS-LOCK-SESSION-STAMP,
                   WS-LOCK-ITEM, WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
           IF WS-LOCK-RESULT = 'L'
               DISPLAY 'The batch window is locked -- the period is '
                   'not closed; nothing done.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO WS-LOCK-FUNCTION
           CALL 'BatchLock' USING WS-LOCK-FUNCTION, WS-OPERATOR-ID,
                   WS-LOCK-OTHER-OPERATOR, WS-LOCK-SESSION-STAMP,
                   WS-LOCK-ITEM, WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
           IF WS-LOCK-SESSION-COUNT > 0
               DISPLAY 'Period not closed -- ' WS-LOCK-SESSION-COUNT
                   ' update session(s) still open; nothing done.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> The closing balance - what is on people.dat now, which
      *> reconciliation has just agreed with the trail.
      *> ---------------------------------------------------------
       TALLY-CLOSING-BALANCE.
           OPEN INPUT PEOPLE-STORAGE
           IF WS-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PEOPLE-STORAGE, FILE'
                       ' STATUS = ' WS-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PEOPLE-STORAGE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-CLOSE-COUNT
                           ADD PERSON-DOB TO WS-CLOSE-DOB-TOTAL
                           CALL 'AgeFromDOB' USING PERSON-DOB,
                                   WS-CURRENT-DATE, WS-WORK-AGE
                           ADD WS-WORK-AGE TO WS-CLOSE-AGE-TOTAL
                   END-READ
                   IF WS-FILE-STATUS NOT = '00'
                           AND WS-FILE-STATUS NOT = '10'
                       DISPLAY 'ERROR READING PEOPLE-STORAGE, FILE'
                           ' STATUS = ' WS-FILE-STATUS
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE PEOPLE-STORAGE
           END-IF.

      *> ---------------------------------------------------------
      *> The generation - every line of the closed period, the
      *> previous carry-forward line included, copied as it is.
      *> ---------------------------------------------------------
       COPY-LOG-TO-GENERATION.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               DISPLAY 'audit.log does not exist -- nothing to '
                   'close.'
               STOP RUN
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-LOG-FILE, FILE STATUS = '
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT AUDIT-GEN-FILE
           IF WS-GEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-GEN-FILE, FILE STATUS = '
                   WS-GEN-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       ADD 1 TO WS-COPIED-COUNT
                       IF WS-COPIED-COUNT = 1
                           MOVE AUDIT-LOG-RECORD(1:21)
                               TO WS-FIRST-STAMP
                       END-IF
                       MOVE AUDIT-LOG-RECORD(1:21) TO WS-LAST-STAMP
                       WRITE AUDIT-GEN-LINE FROM AUDIT-LOG-RECORD
                       IF WS-GEN-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR WRITING AUDIT-GEN-LINE, FILE'
                               ' STATUS = ' WS-GEN-FILE-STATUS
                           STOP RUN
                       END-IF
               END-READ
               IF WS-AUDIT-FILE-STATUS NOT = '00'
                       AND WS-AUDIT-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING AUDIT-LOG-FILE, FILE'
                       ' STATUS = ' WS-AUDIT-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE AUDIT-LOG-FILE
           CLOSE AUDIT-GEN-FILE
           IF WS-GEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING AUDIT-GEN-FILE, FILE STATUS = '
                   WS-GEN-FILE-STATUS
               STOP RUN
           END-IF.

      *> audit.log is not touched until the generation has been
      *> read back with the same line count.
       VERIFY-GENERATION.
           OPEN INPUT AUDIT-GEN-FILE
           IF WS-GEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-GEN-FILE, FILE STATUS = '
                   WS-GEN-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-GEN-EOF = 'Y'
               READ AUDIT-GEN-FILE
                   AT END
                       MOVE 'Y' TO WS-GEN-EOF
                   NOT AT END
                       ADD 1 TO WS-VERIFY-COUNT
               END-READ
               IF WS-GEN-FILE-STATUS NOT = '00'
                       AND WS-GEN-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING AUDIT-GEN-FILE, FILE'
                       ' STATUS = ' WS-GEN-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE AUDIT-GEN-FILE

           IF WS-VERIFY-COUNT NOT = WS-COPIED-COUNT
               DISPLAY 'GENERATION VERIFICATION FAILED for '
                   WS-AUDIT-GEN-NAME ': ' WS-VERIFY-COUNT
                   ' line(s) read back, ' WS-COPIED-COUNT
                   ' copied. audit.log left as it was.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-CATALOG-LINE.
           OPEN EXTEND AUDIT-GEN-CATALOG
           IF WS-AGEN-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-GEN-CATALOG
           END-IF
           IF WS-AGEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-GEN-CATALOG, FILE STATUS'
                   ' = ' WS-AGEN-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES             TO AUDIT-GEN-RECORD
           MOVE WS-CURRENT-DATE    TO AGEN-CLOSE-DATE
           MOVE WS-AUDIT-GEN-NAME  TO AGEN-FILE-NAME
           MOVE WS-COPIED-COUNT    TO AGEN-LINE-COUNT
           MOVE WS-FIRST-STAMP     TO AGEN-FIRST-STAMP
           MOVE WS-LAST-STAMP      TO AGEN-LAST-STAMP
           MOVE WS-CLOSE-COUNT     TO AGEN-CLOSE-COUNT
           MOVE WS-CLOSE-DOB-TOTAL TO AGEN-CLOSE-DOB-TOTAL
           MOVE WS-OPERATOR-ID     TO AGEN-OPERATOR
           WRITE AUDIT-GEN-RECORD
           IF WS-AGEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDIT-GEN-RECORD, FILE STATUS'
                   ' = ' WS-AGEN-FILE-STATUS
               STOP RUN
           END-IF

           CLOSE AUDIT-GEN-CATALOG
           IF WS-AGEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING AUDIT-GEN-CATALOG, FILE STATUS'
                   ' = ' WS-AGEN-FILE-STATUS
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> The new period opens with the carry-forward line; every
      *> program appending to audit.log carries on after it.
      *> ---------------------------------------------------------
       START-NEW-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO CF-TIMESTAMP
           MOVE WS-CLOSE-COUNT        TO CF-RECORD-COUNT
           MOVE WS-CLOSE-DOB-TOTAL    TO CF-DOB-TOTAL
           MOVE WS-CLOSE-AGE-TOTAL    TO CF-AGE-TOTAL
           MOVE WS-AUDIT-GEN-NAME     TO CF-PRIOR-GENERATION
           MOVE WS-OPERATOR-ID        TO CF-OPERATOR

           OPEN OUTPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-LOG-FILE, FILE STATUS = '
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-CARRY-LINE TO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDIT-LOG-RECORD, FILE STATUS = '
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF
           CLOSE AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING AUDIT-LOG-FILE, FILE STATUS = '
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF.
