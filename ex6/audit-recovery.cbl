      *> fits the file (add of an existing ID, update or delete of a
      *> missing ID, a line without a usable DOB) is counted as a
      *> conflict and left for manual review.
      *> A starting timestamp before the last audit period close
      *> reaches back into the closed generations
      *> (auditlog.YYYYMMDD, found through AuditGenerations), which
      *> are replayed oldest first ahead of the current audit.log;
      *> CARRY lines are skipped like CHKPT lines.
      *> Lines blanked by ErasePerson (ERASED in the DOB columns)
      *> are skipped too; the ERASE line that follows them removes
      *> the person again if the restored copy still holds them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ALTERNATE RECORD KEY IS PERSON-NAME WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.


       01 WS-START-STAMP               PIC X(21).

       01 WS-AUDIT-LOG-NAME            PIC X(17) VALUE 'audit.log'.
       01 WS-AUDIT-GEN-COUNT           PIC 9(3) VALUE 0.
       01 WS-AUDIT-GEN-IX              PIC 9(3) VALUE 0.
       01 WS-AUDIT-GEN-LIST.
           05 WS-AUDIT-GEN-NAME         PIC X(17) OCCURS 120 TIMES.

       01 WS-REPLAYED-COUNT            PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT             PIC 9(6) VALUE 0.
       01 WS-CONFLICT-COUNT            PIC 9(6) VALUE 0.
               STOP RUN
           END-IF

           CALL 'AuditGenerations' USING WS-START-STAMP,
                   WS-AUDIT-GEN-COUNT, WS-AUDIT-GEN-LIST
           PERFORM VARYING WS-AUDIT-GEN-IX FROM 1 BY 1
                   UNTIL WS-AUDIT-GEN-IX > WS-AUDIT-GEN-COUNT
               MOVE WS-AUDIT-GEN-NAME(WS-AUDIT-GEN-IX)
                   TO WS-AUDIT-LOG-NAME
               PERFORM REPLAY-ONE-AUDIT-FILE
           END-PERFORM
           MOVE 'audit.log' TO WS-AUDIT-LOG-NAME
           PERFORM REPLAY-ONE-AUDIT-FILE

           CLOSE PEOPLE-STORAGE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING PEOPLE-STORAGE, FILE STATUS = '
           DISPLAY 'Actions conflicted: ' WS-CONFLICT-COUNT
           STOP RUN.

      *> One audit file - a closed generation or the current log.
       REPLAY-ONE-AUDIT-FILE.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               DISPLAY WS-AUDIT-LOG-NAME ' does not exist -- nothing '
                   'replayed from it.'
           ELSE
               IF WS-AUDIT-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING AUDIT-LOG-FILE, FILE'
                       ' STATUS = ' WS-AUDIT-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-AUDIT-EOF
               PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-AUDIT-EOF
                       NOT AT END
                           PERFORM REPLAY-ONE-LINE
                   END-READ
                   IF WS-AUDIT-FILE-STATUS NOT = '00'
                           AND WS-AUDIT-FILE-STATUS NOT = '10'
                       DISPLAY 'ERROR READING AUDIT-LOG-FILE, FILE'
                           ' STATUS = ' WS-AUDIT-FILE-STATUS
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       REPLAY-ONE-LINE.
           MOVE AUDIT-LOG-RECORD TO WS-AUDIT-LINE
           IF WS-AUDIT-TIMESTAMP < WS-START-STAMP
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-BEFORE-DOB = 'ERASED  '
                   OR WS-AUDIT-AFTER-DOB = 'ERASED  '
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               EVALUATE WS-AUDIT-ACTION
                   WHEN 'ADD   '
      *> A purge removed the record from the live file; the archive
      *> copy is ArchivePurge's to rebuild, not ours.
                       PERFORM REPLAY-DELETE
                   WHEN 'ERASE '
                       PERFORM REPLAY-ERASE
                   WHEN OTHER
                       ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE
           END-READ
           PERFORM CHECK-FILE-STATUS-READ-KEY.

      *> The erasure line carries the ID in the audit line's ID
      *> column. A person already gone from the restored copy is
      *> not a conflict - the erasure may have found them only on
      *> the archive or contact files.
       REPLAY-ERASE.
           MOVE WS-AUDIT-ID TO PERSON-ID
           READ PEOPLE-STORAGE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   DELETE PEOPLE-STORAGE
                   PERFORM CHECK-FILE-STATUS-DELETE
                   ADD 1 TO WS-REPLAYED-COUNT
           END-READ
           PERFORM CHECK-FILE-STATUS-READ-KEY.

      *> ---------------------------------------------------------
      *> File status checks - same shape as FileProcessing: a bad
      *> status displays a clear message and stops.
