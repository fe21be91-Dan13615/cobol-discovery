      *> purged record, so a dispute ("my date of birth was right
      *> last year, who changed it?") is answered without grepping
      *> the raw log by hand.
      *> After an ErasePerson run the person's lines still show
      *> when and by whom, but the name and dates of birth read
      *> blank or ERASED, and the ERASE line closes the statement.
      *> The statement covers the current audit period unless the
      *> operator gives a from-date; a date before the last period
      *> close reaches back into the closed generations
      *> (auditlog.YYYYMMDD, found through AuditGenerations) before
      *> reading the current audit.log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WITH DUPLICATES
           FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       01 WS-AUDIT-LINE.
           COPY 'audit.cpy'.

       01 WS-AUDIT-LOG-NAME            PIC X(17) VALUE 'audit.log'.
       01 WS-FROM-DATE                 PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE-NUMERIC REDEFINES WS-FROM-DATE
                                        PIC 9(8).
       01 WS-FROM-STAMP                PIC X(21) VALUE SPACES.
       01 WS-AUDIT-GEN-COUNT           PIC 9(3) VALUE 0.
       01 WS-AUDIT-GEN-IX              PIC 9(3) VALUE 0.
       01 WS-AUDIT-GEN-LIST.
           05 WS-AUDIT-GEN-NAME         PIC X(17) OCCURS 120 TIMES.

       01 WS-LOOKUP-ID                 PIC 9(6).
       01 WS-LINE-COUNT                PIC 9(6) VALUE 0.
       01 WS-BUILD-LINE                PIC X(120).
       MAIN-LOGIC.
           DISPLAY 'Person ID for the history statement: '
           ACCEPT WS-LOOKUP-ID
           DISPLAY 'History from date (YYYYMMDD, blank for the '
               'current audit period): '
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE NOT = SPACES
               PERFORM CHECK-FROM-DATE
           END-IF

           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE

           MOVE 0 TO WS-AUDIT-GEN-COUNT
           IF WS-FROM-DATE NOT = SPACES
               MOVE WS-FROM-DATE TO WS-FROM-STAMP
               CALL 'AuditGenerations' USING WS-FROM-STAMP,
                       WS-AUDIT-GEN-COUNT, WS-AUDIT-GEN-LIST
           END-IF
           PERFORM VARYING WS-AUDIT-GEN-IX FROM 1 BY 1
                   UNTIL WS-AUDIT-GEN-IX > WS-AUDIT-GEN-COUNT
               MOVE WS-AUDIT-GEN-NAME(WS-AUDIT-GEN-IX)
                   TO WS-AUDIT-LOG-NAME
               PERFORM READ-ONE-AUDIT-FILE
           END-PERFORM
           MOVE 'audit.log' TO WS-AUDIT-LOG-NAME
           PERFORM READ-ONE-AUDIT-FILE

           IF WS-LINE-COUNT = 0
               MOVE 'No audit history found for this ID.'
               WS-LINE-COUNT ' action(s) for ID ' WS-LOOKUP-ID ').'
           STOP RUN.

      *> ---------------------------------------------------------
      *> One audit file - a closed generation or the current log.
      *> A file that is not there adds nothing to the statement.
      *> ---------------------------------------------------------
      *> A mistyped date would quietly give an empty or a full
      *> history, so it has to be a real calendar date.
       CHECK-FROM-DATE.
           IF WS-FROM-DATE IS NOT NUMERIC
               DISPLAY 'From date must be numeric YYYYMMDD -- no '
                   'statement produced.'
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE-NUMERIC) NOT = 0
               DISPLAY 'Date ' WS-FROM-DATE ' is not a calendar date'
                   ' -- no statement produced.'
               STOP RUN
           END-IF.

       READ-ONE-AUDIT-FILE.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               DISPLAY WS-AUDIT-LOG-NAME ' does not exist -- no '
                   'history taken from it.'
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
                           PERFORM REPORT-ONE-AUDIT-LINE
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

      *> ---------------------------------------------------------
      *> One statement line per matching action. CHKPT, BACKUP and
      *> any other housekeeping lines do not belong to a person
      *> and fall through, as do CARRY lines. audit.log is appended
      *> in time order and the generations are read oldest first,
      *> so reading forward gives the chronology for free.
      *> ---------------------------------------------------------
       REPORT-ONE-AUDIT-LINE.
           MOVE AUDIT-LOG-RECORD TO WS-AUDIT-LINE
                   OR WS-AUDIT-ACTION = 'DELETE'
                   OR WS-AUDIT-ACTION = 'PURGE '
                   OR WS-AUDIT-ACTION = 'RENAME'
                   OR WS-AUDIT-ACTION = 'ERASE '
               IF WS-AUDIT-ID IS NUMERIC
                       AND WS-AUDIT-ID = WS-LOOKUP-ID
                       AND WS-AUDIT-TIMESTAMP(1:8) >= WS-FROM-DATE
                   PERFORM WRITE-ONE-STATEMENT-LINE
               END-IF
           END-IF.
                       ' status ' WS-AUDIT-BEFORE-STATUS
                       ' since ' WS-AUDIT-BEFORE-STATUS-DATE
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               WHEN 'ERASE '
                   STRING 'Personal details erased on request from '
                       'all files and from this history'
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
