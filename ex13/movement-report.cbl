      *> counts. The audit.log lines stamped on or after the
      *> snapshot date are tallied alongside, so the movement
      *> counts can be tied back to the logged activity for the
      *> period: joiners against ADDs, leavers against DELETEs,
      *> PURGEs and the ERASEs that took a live record, status
      *> changes against the UPDATEs that moved the status
      *> columns, DOB corrections against the UPDATEs that moved
      *> the DOB columns. A snapshot date before the last
      *> audit period close takes in the closed generations too
      *> (auditlog.YYYYMMDD, found through AuditGenerations).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       01 WS-AUDIT-LINE.
           COPY 'audit.cpy'.

       01 WS-ERASE-LINE.
           COPY 'auditera.cpy'.

       01 WS-CURRENT-STAMP             PIC X(21).
       01 WS-CURRENT-DATE              PIC 9(8).

       01 WS-STATUS-CHANGE-COUNT       PIC 9(6) VALUE 0.
       01 WS-DOB-CHANGE-COUNT          PIC 9(6) VALUE 0.

       01 WS-AUDIT-LOG-NAME            PIC X(17) VALUE 'audit.log'.
       01 WS-FROM-STAMP                PIC X(21) VALUE SPACES.
       01 WS-AUDIT-GEN-COUNT           PIC 9(3) VALUE 0.
       01 WS-AUDIT-GEN-IX              PIC 9(3) VALUE 0.
       01 WS-AUDIT-GEN-LIST.
           05 WS-AUDIT-GEN-NAME         PIC X(17) OCCURS 120 TIMES.

       01 WS-AUDIT-ADD-COUNT           PIC 9(6) VALUE 0.
       01 WS-AUDIT-REMOVE-COUNT        PIC 9(6) VALUE 0.
       01 WS-AUDIT-STATUS-UPD-COUNT    PIC 9(6) VALUE 0.
      *> zero.
      *> ---------------------------------------------------------
       TALLY-AUDIT-ACTIVITY.
           MOVE WS-SNAP-DATE-TEXT TO WS-FROM-STAMP
           CALL 'AuditGenerations' USING WS-FROM-STAMP,
                   WS-AUDIT-GEN-COUNT, WS-AUDIT-GEN-LIST
           PERFORM VARYING WS-AUDIT-GEN-IX FROM 1 BY 1
                   UNTIL WS-AUDIT-GEN-IX > WS-AUDIT-GEN-COUNT
               MOVE WS-AUDIT-GEN-NAME(WS-AUDIT-GEN-IX)
                   TO WS-AUDIT-LOG-NAME
               PERFORM TALLY-ONE-AUDIT-FILE
           END-PERFORM
           MOVE 'audit.log' TO WS-AUDIT-LOG-NAME
           PERFORM TALLY-ONE-AUDIT-FILE.

       TALLY-ONE-AUDIT-FILE.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               CONTINUE
                       ' STATUS = ' WS-AUDIT-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-AUDIT-EOF
               PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                   READ AUDIT-LOG-FILE
                       AT END
                   WHEN 'DELETE'
                   WHEN 'PURGE '
                       ADD 1 TO WS-AUDIT-REMOVE-COUNT
      *> An erasure is a leaver only when it took the record off
      *> the live file; one that found the person already purged
      *> moved nothing here.
                   WHEN 'ERASE '
                       MOVE AUDIT-LOG-RECORD TO WS-ERASE-LINE
                       IF ERA-LIVE-FLAG = 'Y'
                           ADD 1 TO WS-AUDIT-REMOVE-COUNT
                       END-IF
      *> An UPDATE line carries the before and after columns, so
      *> it can be split into what it actually moved: the status
      *> changes feed the status tie-back, the DOB changes feed
