       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditGenerations.

      *> Lists the closed audit generations a reader has to reach
      *> back into. Given a starting timestamp (a prefix such as a
      *> bare YYYYMMDD will do; spaces mean from the beginning), it
      *> reads the generation catalog auditgen.dat and returns, in
      *> the order they were closed, the file names of every
      *> generation whose last line is at or after that point. The
      *> caller reads those files and then the current audit.log.
      *> No catalog means no period has been closed yet and the
      *> list comes back empty. The list holds the newest 120
      *> generations; anything older is reported and left out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-GEN-CATALOG ASSIGN TO 'auditgen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGEN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-GEN-CATALOG.
       01 AUDIT-GEN-RECORD.
           COPY 'auditgen.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-AGEN-FILE-STATUS          PIC XX.
       01 WS-AGEN-EOF                  PIC X VALUE 'N'.
       01 WS-MAX-GENERATIONS           PIC 9(3) VALUE 120.
       01 WS-GEN-IX                    PIC 9(3) VALUE 0.
       01 WS-DROPPED-COUNT             PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 LK-FROM-STAMP                PIC X(21).
       01 LK-GEN-COUNT                 PIC 9(3).
       01 LK-GEN-LIST.
           05 LK-GEN-NAME              PIC X(17) OCCURS 120 TIMES.

       PROCEDURE DIVISION USING LK-FROM-STAMP, LK-GEN-COUNT,
               LK-GEN-LIST.
       MAIN-LOGIC.
           MOVE 0   TO LK-GEN-COUNT
           MOVE 0   TO WS-DROPPED-COUNT
           MOVE 'N' TO WS-AGEN-EOF

           OPEN INPUT AUDIT-GEN-CATALOG
           IF WS-AGEN-FILE-STATUS = '35'
               GOBACK
           END-IF
           IF WS-AGEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-GEN-CATALOG, FILE STATUS'
                   ' = ' WS-AGEN-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-AGEN-EOF = 'Y'
               READ AUDIT-GEN-CATALOG
                   AT END
                       MOVE 'Y' TO WS-AGEN-EOF
                   NOT AT END
                       IF AGEN-LAST-STAMP >= LK-FROM-STAMP
                           PERFORM ADD-GENERATION-TO-LIST
                       END-IF
               END-READ
               IF WS-AGEN-FILE-STATUS NOT = '00'
                       AND WS-AGEN-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING AUDIT-GEN-CATALOG, FILE'
                       ' STATUS = ' WS-AGEN-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE AUDIT-GEN-CATALOG

           IF WS-DROPPED-COUNT > 0
               DISPLAY 'WARNING: ' WS-DROPPED-COUNT ' older audit '
                   'generation(s) not read; only the newest '
                   WS-MAX-GENERATIONS ' are searched.'
           END-IF
           GOBACK.

      *> The catalog is oldest first, so once the list is full the
      *> oldest entry makes room for the newer one.
       ADD-GENERATION-TO-LIST.
           IF LK-GEN-COUNT >= WS-MAX-GENERATIONS
               PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                       UNTIL WS-GEN-IX >= LK-GEN-COUNT
                   MOVE LK-GEN-NAME(WS-GEN-IX + 1)
                       TO LK-GEN-NAME(WS-GEN-IX)
               END-PERFORM
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO LK-GEN-COUNT
           END-IF
           MOVE AGEN-FILE-NAME TO LK-GEN-NAME(LK-GEN-COUNT).
