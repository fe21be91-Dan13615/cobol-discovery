       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorActivityReport.

      *> Operator activity and security exceptions for a date
      *> range, for the manager who reviews who changed what. It
      *> reads the audit trail - the closed generations found
      *> through AuditGenerations, then the current audit.log -
      *> and prints activity.rpt in five sections:
      *>   1. lines by operator and action, with operator totals
      *>   2. changes made outside business hours or at weekends
      *>      (hours from bizhours.dat: start HHMM, end HHMM; 0800
      *>      to 1800 when there is no parameter file)
      *>   3. lines stamped UNSECURE, made while operators.dat was
      *>      missing and sign-on was bypassed
      *>   4. operators on the trail who are no longer on
      *>      operators.dat
      *>   5. operators whose deletes, purges and erasures in the
      *>      range are far above their usual level - the average
      *>      over the same length of time before the range,
      *>      repeated WS-BASELINE-PERIODS times
      *> and closes with a signature block for the reviewer. Pages
      *> carry the range, the run date and time and a page number.
      *> Housekeeping lines carry their operator in their own
      *> column (after ' BY ' on CHKPT, BACKUP and CARRY lines);
      *> lines from before the operator column existed count
      *> under (NONE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT HOURS-PARAM-FILE ASSIGN TO 'bizhours.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO 'sortwork'.

           SELECT REPORT-FILE ASSIGN TO 'activity.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD             PIC X(132).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPER-ID                  PIC X(8).
           05 FILLER                   PIC X.
           05 OPER-PERM                PIC X.
           05 FILLER                   PIC X.
           05 OPER-NAME                PIC X(30).

       FD HOURS-PARAM-FILE.
       01 HOURS-PARAM-RECORD.
           05 PARAM-HOURS-START        PIC 9(4).
           05 FILLER                   PIC X.
           05 PARAM-HOURS-END          PIC 9(4).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-OPERATOR            PIC X(8).
           05 SORT-ACTION              PIC X(6).

       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-STATUS         PIC XX.
       01 WS-OPER-FILE-STATUS          PIC XX.
       01 WS-PARAM-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS        PIC XX.
       01 WS-AUDIT-EOF                 PIC X VALUE 'N'.
       01 WS-OPER-EOF                  PIC X VALUE 'N'.
       01 WS-SORT-EOF                  PIC X VALUE 'N'.
       01 WS-OPER-FILE-FOUND-FLAG      PIC X VALUE 'N'.
       01 WS-FIRST-GROUP-FLAG          PIC X VALUE 'Y'.
       01 WS-OPER-PRINTED-FLAG         PIC X VALUE 'N'.

       01 WS-AUDIT-LINE.
           COPY 'audit.cpy'.

       01 WS-CURRENT-STAMP             PIC X(21).
       01 WS-CURRENT-DATE              PIC 9(8).
       01 WS-CURRENT-TIME              PIC X(6).

       01 WS-DATE-ENTRY.
           05 WS-DATE-TEXT              PIC X(8) JUSTIFIED RIGHT.
       01 WS-DATE-NUMERIC REDEFINES WS-DATE-ENTRY
                                        PIC 9(8).
       01 WS-FROM-DATE                 PIC 9(8).
       01 WS-TO-DATE                   PIC 9(8).
       01 WS-BASE-FROM-DATE            PIC 9(8).
       01 WS-FROM-DAY                  PIC 9(7).
       01 WS-TO-DAY                    PIC 9(7).
       01 WS-RANGE-DAYS                PIC 9(7).
       01 WS-BASE-FROM-DAY             PIC S9(7).

      *> Business hours and the delete-volume test.
       01 WS-HOURS-START               PIC 9(4) VALUE 0800.
       01 WS-HOURS-END                 PIC 9(4) VALUE 1800.
       01 WS-BASELINE-PERIODS          PIC 9(2) VALUE 6.
       01 WS-DELETE-FACTOR             PIC 9 VALUE 3.
       01 WS-DELETE-MINIMUM            PIC 9 VALUE 5.

       01 WS-AUDIT-LOG-NAME            PIC X(17) VALUE 'audit.log'.
       01 WS-READ-FROM-STAMP           PIC X(21) VALUE SPACES.
       01 WS-AUDIT-GEN-COUNT           PIC 9(3) VALUE 0.
       01 WS-AUDIT-GEN-IX              PIC 9(3) VALUE 0.
       01 WS-AUDIT-GEN-LIST.
           05 WS-AUDIT-GEN-NAME         PIC X(17) OCCURS 120 TIMES.

       01 WS-LINE-DATE                 PIC 9(8).
       01 WS-LINE-TIME                 PIC 9(4).
       01 WS-LINE-OPERATOR             PIC X(8).
       01 WS-LINE-WEEKDAY              PIC 9.
       01 WS-LINE-REMOVAL-FLAG         PIC X VALUE 'N'.
       01 WS-DAY-NAMES                 PIC X(21)
           VALUE 'SUNMONTUEWEDTHUFRISAT'.

      *> Operators met on the trail, with their removals in the
      *> range and in the baseline before it, and whether they are
      *> still on operators.dat.
       01 WS-MAX-OPS                   PIC 9(3) VALUE 300.
       01 WS-OPS-TOTAL                 PIC 9(3) VALUE 0.
       01 WS-OPS-IX                    PIC 9(3) VALUE 0.
       01 WS-OPS-OVERFLOW-FLAG         PIC X VALUE 'N'.
       01 WS-OPS-TABLE.
           05 WS-OPS-ENTRY OCCURS 300 TIMES.
               10 WS-OPS-ID             PIC X(8).
               10 WS-OPS-IN-RANGE       PIC X.
               10 WS-OPS-ON-FILE        PIC X.
               10 WS-OPS-RANGE-DELETES  PIC 9(6).
               10 WS-OPS-BASE-DELETES   PIC 9(6).

      *> Lines for the two exception listings, kept in the order
      *> read (oldest first).
       01 WS-MAX-EXCEPTIONS            PIC 9(3) VALUE 500.
       01 WS-EXC-IX                    PIC 9(3) VALUE 0.
       01 WS-HOURS-TOTAL               PIC 9(3) VALUE 0.
       01 WS-HOURS-SEEN                PIC 9(6) VALUE 0.
       01 WS-HOURS-TABLE.
           05 WS-HOURS-ENTRY OCCURS 500 TIMES.
               10 WS-HRS-DATE           PIC 9(8).
               10 WS-HRS-TIME           PIC X(6).
               10 WS-HRS-DAY            PIC X(3).
               10 WS-HRS-OPERATOR       PIC X(8).
               10 WS-HRS-ACTION         PIC X(6).
               10 WS-HRS-ID             PIC X(6).
       01 WS-UNSECURE-TOTAL            PIC 9(3) VALUE 0.
       01 WS-UNSECURE-SEEN             PIC 9(6) VALUE 0.
       01 WS-UNSECURE-TABLE.
           05 WS-UNSECURE-ENTRY OCCURS 500 TIMES.
               10 WS-UNS-DATE           PIC 9(8).
               10 WS-UNS-TIME           PIC X(6).
               10 WS-UNS-DAY            PIC X(3).
               10 WS-UNS-ACTION         PIC X(6).
               10 WS-UNS-ID             PIC X(6).

       01 WS-PREV-OPERATOR             PIC X(8) VALUE SPACES.
       01 WS-PREV-ACTION               PIC X(6) VALUE SPACES.
       01 WS-ACTION-COUNT              PIC 9(6) VALUE 0.
       01 WS-OPERATOR-TOTAL            PIC 9(6) VALUE 0.
       01 WS-RANGE-LINE-COUNT          PIC 9(7) VALUE 0.
       01 WS-SECTION-COUNT             PIC 9(6) VALUE 0.
       01 WS-USUAL-DELETES             PIC 9(5)V9 VALUE 0.
       01 WS-DELETE-LIMIT              PIC 9(7)V9 VALUE 0.

       01 WS-LINE-COUNT                PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE            PIC 9(3) VALUE 55.
       01 WS-LINES-NEEDED              PIC 9(3) VALUE 4.
       01 WS-PAGE-COUNT                PIC 9(4) VALUE 0.
       01 WS-HELD-LINE                 PIC X(132).
       01 WS-COLUMN-HEADING            PIC X(132) VALUE SPACES.

       01 RPT-TITLE-LINE.
           05 FILLER                    PIC X(43)
               VALUE 'OPERATOR ACTIVITY AND SECURITY EXCEPTIONS  '.
           05 FILLER                    PIC X(6) VALUE 'FROM: '.
           05 RPT-TITLE-FROM            PIC 9(8).
           05 FILLER                    PIC X(6) VALUE '  TO: '.
           05 RPT-TITLE-TO              PIC 9(8).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(5) VALUE 'RUN: '.
           05 RPT-TITLE-DATE            PIC 9(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 RPT-TITLE-TIME            PIC X(6).
           05 FILLER                    PIC X(6) VALUE SPACES.
           05 FILLER                    PIC X(5) VALUE 'PAGE '.
           05 RPT-TITLE-PAGE            PIC ZZZ9.

       01 RPT-ACTION-HEADING.
           05 FILLER                    PIC X(12) VALUE 'OPERATOR'.
           05 FILLER                    PIC X(10) VALUE 'ACTION'.
           05 FILLER                    PIC X(6) VALUE ' LINES'.

       01 RPT-ACTION-LINE.
           05 RPT-ACTION-OPERATOR       PIC X(8).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 RPT-ACTION-NAME           PIC X(6).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 RPT-ACTION-COUNT          PIC ZZZZZ9.

       01 RPT-OPERATOR-TOTAL-LINE.
           05 FILLER                    PIC X(12) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'TOTAL'.
           05 RPT-OPERATOR-TOTAL        PIC ZZZZZ9.

       01 RPT-EXCEPTION-HEADING.
           05 FILLER                    PIC X(10) VALUE 'DATE'.
           05 FILLER                    PIC X(8) VALUE 'TIME'.
           05 FILLER                    PIC X(5) VALUE 'DAY'.
           05 FILLER                    PIC X(10) VALUE 'OPERATOR'.
           05 FILLER                    PIC X(8) VALUE 'ACTION'.
           05 FILLER                    PIC X(9) VALUE 'PERSON-ID'.

       01 RPT-EXCEPTION-LINE.
           05 RPT-EXC-DATE              PIC 9(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-EXC-TIME              PIC X(6).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-EXC-DAY               PIC X(3).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-EXC-OPERATOR          PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-EXC-ACTION            PIC X(6).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-EXC-ID                PIC X(6).

       01 RPT-HOURS-NOTE-LINE.
           05 FILLER                    PIC X(29)
               VALUE 'BUSINESS HOURS: WEEKDAYS FROM'.
           05 FILLER                    PIC X VALUE SPACE.
           05 RPT-HOURS-START           PIC 9(4).
           05 FILLER                    PIC X(4) VALUE ' TO '.
           05 RPT-HOURS-END             PIC 9(4).

       01 RPT-DELETE-NOTE-LINE.
           05 FILLER                    PIC X(34)
               VALUE 'USUAL LEVEL: AVERAGE DELETES OVER '.
           05 RPT-NOTE-PERIODS          PIC Z9.
           05 FILLER                    PIC X(29)
               VALUE ' EARLIER PERIODS OF THE SAME '.
           05 FILLER                    PIC X(16)
               VALUE 'LENGTH, BACK TO '.
           05 RPT-NOTE-BASE-FROM        PIC 9(8).
       01 RPT-DELETE-NOTE-LINE-2.
           05 FILLER                    PIC X(21)
               VALUE 'FLAGGED AT MORE THAN '.
           05 RPT-NOTE-FACTOR           PIC 9.
           05 FILLER                    PIC X(30)
               VALUE ' TIMES THE USUAL LEVEL AND AT '.
           05 FILLER                    PIC X(6) VALUE 'LEAST '.
           05 RPT-NOTE-MINIMUM          PIC 9.
           05 FILLER                    PIC X(30)
               VALUE ' DELETES, PURGES AND ERASURES '.

       01 RPT-DELETE-HEADING.
           05 FILLER                    PIC X(12) VALUE 'OPERATOR'.
           05 FILLER                    PIC X(12) VALUE '  IN RANGE'.
           05 FILLER                    PIC X(12) VALUE '     USUAL'.

       01 RPT-DELETE-LINE.
           05 RPT-DEL-OPERATOR          PIC X(8).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 RPT-DEL-RANGE             PIC ZZZZZZZZZ9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DEL-USUAL             PIC ZZZZZZZ9.9.

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-CAPTION         PIC X(40).
           05 RPT-COUNT-VALUE           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO WS-CURRENT-TIME

           PERFORM ACCEPT-REPORT-RANGE
           PERFORM LOAD-BUSINESS-HOURS
           PERFORM LOAD-OPERATOR-IDS

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           SORT SORT-WORK
               ON ASCENDING KEY SORT-OPERATOR SORT-ACTION
               INPUT PROCEDURE IS RELEASE-AUDIT-ACTIVITY
               OUTPUT PROCEDURE IS PRINT-OPERATOR-ACTIONS

           PERFORM PRINT-AFTER-HOURS-SECTION
           PERFORM PRINT-UNSECURE-SECTION
           PERFORM PRINT-UNKNOWN-OPERATOR-SECTION
           PERFORM PRINT-DELETE-VOLUME-SECTION
           PERFORM PRINT-SIGNATURE-BLOCK

           CLOSE REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           DISPLAY 'Operator activity report written to activity.rpt'
               ' (' WS-RANGE-LINE-COUNT ' audit line(s), '
               WS-PAGE-COUNT ' page(s)).'
           STOP RUN.

      *> ---------------------------------------------------------
      *> The range - from date required, to date defaulting to
      *> today. The baseline for the delete test runs back from
      *> the from date by WS-BASELINE-PERIODS ranges of the same
      *> length.
      *> ---------------------------------------------------------
       ACCEPT-REPORT-RANGE.
           DISPLAY 'Report from date (YYYYMMDD): '
           ACCEPT WS-DATE-TEXT
           INSPECT WS-DATE-TEXT REPLACING LEADING SPACE BY ZERO
           PERFORM CHECK-ENTERED-DATE
           MOVE WS-DATE-NUMERIC TO WS-FROM-DATE

           DISPLAY 'Report to date (YYYYMMDD, blank for today): '
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT = SPACES
               MOVE WS-CURRENT-DATE TO WS-TO-DATE
           ELSE
               INSPECT WS-DATE-TEXT REPLACING LEADING SPACE BY ZERO
               PERFORM CHECK-ENTERED-DATE
               MOVE WS-DATE-NUMERIC TO WS-TO-DATE
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY 'To date is before from date -- no report '
                   'produced.'
               STOP RUN
           END-IF

           COMPUTE WS-FROM-DAY = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-DAY = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           COMPUTE WS-RANGE-DAYS = WS-TO-DAY - WS-FROM-DAY + 1
           COMPUTE WS-BASE-FROM-DAY =
               WS-FROM-DAY - WS-RANGE-DAYS * WS-BASELINE-PERIODS
           IF WS-BASE-FROM-DAY < 1
               MOVE 1 TO WS-BASE-FROM-DAY
           END-IF
           COMPUTE WS-BASE-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-BASE-FROM-DAY).

       CHECK-ENTERED-DATE.
           IF WS-DATE-TEXT IS NOT NUMERIC
               DISPLAY 'Date must be numeric YYYYMMDD -- no report '
                   'produced.'
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC) NOT = 0
               DISPLAY 'Date ' WS-DATE-TEXT ' is not a calendar date'
                   ' -- no report produced.'
               STOP RUN
           END-IF.

       LOAD-BUSINESS-HOURS.
           OPEN INPUT HOURS-PARAM-FILE
           IF WS-PARAM-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-PARAM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOURS-PARAM-FILE, FILE STATUS = '
                   WS-PARAM-FILE-STATUS
               STOP RUN
           END-IF
           READ HOURS-PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARAM-HOURS-START IS NOT NUMERIC
                           OR PARAM-HOURS-END IS NOT NUMERIC
                           OR PARAM-HOURS-START > 2400
                           OR PARAM-HOURS-END > 2400
                           OR PARAM-HOURS-END NOT > PARAM-HOURS-START
                       DISPLAY 'HOURS PARAMETER ERROR: bizhours.dat '
                           'must hold start and end HHMM, start '
                           'first.'
                       STOP RUN
                   END-IF
                   MOVE PARAM-HOURS-START TO WS-HOURS-START
                   MOVE PARAM-HOURS-END   TO WS-HOURS-END
           END-READ
           CLOSE HOURS-PARAM-FILE.

      *> Every operator on operators.dat goes into the table first,
      *> marked on file; operators met only on the trail are added
      *> as the lines are read.
       LOAD-OPERATOR-IDS.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OPERATOR-FILE, FILE STATUS = '
                   WS-OPER-FILE-STATUS
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-OPER-FILE-FOUND-FLAG
           PERFORM UNTIL WS-OPER-EOF = 'Y'
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-OPER-EOF
                   NOT AT END
                       IF OPER-ID NOT = SPACES
                           MOVE OPER-ID TO WS-LINE-OPERATOR
                           PERFORM FIND-OPERATOR-ENTRY
                           IF WS-OPS-IX > 0
                               MOVE 'Y' TO WS-OPS-ON-FILE(WS-OPS-IX)
                           END-IF
                       END-IF
               END-READ
               IF WS-OPER-FILE-STATUS NOT = '00'
                       AND WS-OPER-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING OPERATOR-FILE, FILE'
                       ' STATUS = ' WS-OPER-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE.

       FIND-OPERATOR-ENTRY.
           PERFORM VARYING WS-OPS-IX FROM 1 BY 1
                   UNTIL WS-OPS-IX > WS-OPS-TOTAL
               IF WS-OPS-ID(WS-OPS-IX) = WS-LINE-OPERATOR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-OPS-TOTAL >= WS-MAX-OPS
               MOVE 'Y' TO WS-OPS-OVERFLOW-FLAG
               MOVE 0 TO WS-OPS-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPS-TOTAL
           MOVE WS-OPS-TOTAL     TO WS-OPS-IX
           MOVE WS-LINE-OPERATOR TO WS-OPS-ID(WS-OPS-IX)
           MOVE 'N'              TO WS-OPS-IN-RANGE(WS-OPS-IX)
           MOVE 'N'              TO WS-OPS-ON-FILE(WS-OPS-IX)
           MOVE 0                TO WS-OPS-RANGE-DELETES(WS-OPS-IX)
           MOVE 0                TO WS-OPS-BASE-DELETES(WS-OPS-IX).

      *> ---------------------------------------------------------
      *> Sort input - one pass over the trail from the start of
      *> the baseline to the end of the range. Baseline lines only
      *> count removals; lines in the range are released for the
      *> activity counts and checked for the exception listings.
      *> ---------------------------------------------------------
       RELEASE-AUDIT-ACTIVITY.
           MOVE WS-BASE-FROM-DATE TO WS-READ-FROM-STAMP
           CALL 'AuditGenerations' USING WS-READ-FROM-STAMP,
                   WS-AUDIT-GEN-COUNT, WS-AUDIT-GEN-LIST
           PERFORM VARYING WS-AUDIT-GEN-IX FROM 1 BY 1
                   UNTIL WS-AUDIT-GEN-IX > WS-AUDIT-GEN-COUNT
               MOVE WS-AUDIT-GEN-NAME(WS-AUDIT-GEN-IX)
                   TO WS-AUDIT-LOG-NAME
               PERFORM READ-ONE-AUDIT-FILE
           END-PERFORM
           MOVE 'audit.log' TO WS-AUDIT-LOG-NAME
           PERFORM READ-ONE-AUDIT-FILE.

       READ-ONE-AUDIT-FILE.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-LOG-FILE, FILE STATUS = '
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-AUDIT-EOF
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-AUDIT-LINE
               END-READ
               IF WS-AUDIT-FILE-STATUS NOT = '00'
                       AND WS-AUDIT-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING AUDIT-LOG-FILE, FILE'
                       ' STATUS = ' WS-AUDIT-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.

       PROCESS-ONE-AUDIT-LINE.
           MOVE AUDIT-LOG-RECORD TO WS-AUDIT-LINE
           IF WS-AUDIT-TIMESTAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AUDIT-TIMESTAMP(1:8) TO WS-LINE-DATE
           IF WS-LINE-DATE < WS-BASE-FROM-DATE
                   OR WS-LINE-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-AUDIT-ACTION
               WHEN 'CHKPT '
                   MOVE AUDIT-LOG-RECORD(65:8)  TO WS-LINE-OPERATOR
               WHEN 'BACKUP'
               WHEN 'CARRY '
                   MOVE AUDIT-LOG-RECORD(82:8)  TO WS-LINE-OPERATOR
               WHEN OTHER
                   MOVE WS-AUDIT-OPERATOR       TO WS-LINE-OPERATOR
           END-EVALUATE
           EVALUATE WS-AUDIT-ACTION
               WHEN 'DELETE'
               WHEN 'PURGE '
               WHEN 'ERASE '
                   MOVE 'Y' TO WS-LINE-REMOVAL-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-LINE-REMOVAL-FLAG
           END-EVALUATE
           PERFORM FIND-OPERATOR-ENTRY

           IF WS-LINE-DATE < WS-FROM-DATE
               IF WS-LINE-REMOVAL-FLAG = 'Y' AND WS-OPS-IX > 0
                   ADD 1 TO WS-OPS-BASE-DELETES(WS-OPS-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RANGE-LINE-COUNT
           IF WS-OPS-IX > 0
               MOVE 'Y' TO WS-OPS-IN-RANGE(WS-OPS-IX)
               IF WS-LINE-REMOVAL-FLAG = 'Y'
                   ADD 1 TO WS-OPS-RANGE-DELETES(WS-OPS-IX)
               END-IF
           END-IF
           MOVE WS-LINE-OPERATOR TO SORT-OPERATOR
           MOVE WS-AUDIT-ACTION  TO SORT-ACTION
           RELEASE SORT-RECORD

           COMPUTE WS-LINE-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-LINE-DATE), 7)
           IF WS-LINE-OPERATOR = 'UNSECURE'
               PERFORM ADD-UNSECURE-ENTRY
           END-IF
      *> A checkpoint only marks progress through an add session
      *> already listed by its ADD lines.
           IF WS-AUDIT-ACTION NOT = 'CHKPT '
               MOVE WS-AUDIT-TIMESTAMP(9:4) TO WS-LINE-TIME
               IF WS-LINE-WEEKDAY = 0 OR WS-LINE-WEEKDAY = 6
                       OR WS-LINE-TIME < WS-HOURS-START
                       OR WS-LINE-TIME NOT < WS-HOURS-END
                   PERFORM ADD-AFTER-HOURS-ENTRY
               END-IF
           END-IF.

       ADD-AFTER-HOURS-ENTRY.
           ADD 1 TO WS-HOURS-SEEN
           IF WS-HOURS-TOTAL >= WS-MAX-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOURS-TOTAL
           MOVE WS-LINE-DATE TO WS-HRS-DATE(WS-HOURS-TOTAL)
           MOVE WS-AUDIT-TIMESTAMP(9:6) TO WS-HRS-TIME(WS-HOURS-TOTAL)
           MOVE WS-DAY-NAMES(WS-LINE-WEEKDAY * 3 + 1:3)
               TO WS-HRS-DAY(WS-HOURS-TOTAL)
           MOVE WS-LINE-OPERATOR TO WS-HRS-OPERATOR(WS-HOURS-TOTAL)
           MOVE WS-AUDIT-ACTION  TO WS-HRS-ACTION(WS-HOURS-TOTAL)
           MOVE SPACES           TO WS-HRS-ID(WS-HOURS-TOTAL)
           IF WS-AUDIT-ID IS NUMERIC
               MOVE WS-AUDIT-ID  TO WS-HRS-ID(WS-HOURS-TOTAL)
           END-IF.

       ADD-UNSECURE-ENTRY.
           ADD 1 TO WS-UNSECURE-SEEN
           IF WS-UNSECURE-TOTAL >= WS-MAX-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNSECURE-TOTAL
           MOVE WS-LINE-DATE TO WS-UNS-DATE(WS-UNSECURE-TOTAL)
           MOVE WS-AUDIT-TIMESTAMP(9:6)
               TO WS-UNS-TIME(WS-UNSECURE-TOTAL)
           MOVE WS-DAY-NAMES(WS-LINE-WEEKDAY * 3 + 1:3)
               TO WS-UNS-DAY(WS-UNSECURE-TOTAL)
           MOVE WS-AUDIT-ACTION  TO WS-UNS-ACTION(WS-UNSECURE-TOTAL)
           MOVE SPACES           TO WS-UNS-ID(WS-UNSECURE-TOTAL)
           IF WS-AUDIT-ID IS NUMERIC
               MOVE WS-AUDIT-ID  TO WS-UNS-ID(WS-UNSECURE-TOTAL)
           END-IF.

      *> ---------------------------------------------------------
      *> Section 1 - sort output, one line per operator and
      *> action with a total for each operator.
      *> ---------------------------------------------------------
       PRINT-OPERATOR-ACTIONS.
           MOVE RPT-ACTION-HEADING TO WS-COLUMN-HEADING
           MOVE '1. ACTIVITY BY OPERATOR AND ACTION' TO WS-HELD-LINE
           PERFORM START-SECTION
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-ACTION
               END-RETURN
           END-PERFORM
           IF WS-FIRST-GROUP-FLAG = 'N'
               PERFORM FINISH-ACTION
               PERFORM FINISH-OPERATOR
           END-IF
           MOVE 'AUDIT LINES IN RANGE' TO RPT-COUNT-CAPTION
           MOVE WS-RANGE-LINE-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       COUNT-ONE-ACTION.
           IF WS-FIRST-GROUP-FLAG = 'Y'
               MOVE 'N' TO WS-FIRST-GROUP-FLAG
               MOVE SORT-OPERATOR TO WS-PREV-OPERATOR
               MOVE SORT-ACTION   TO WS-PREV-ACTION
           ELSE
               IF SORT-OPERATOR NOT = WS-PREV-OPERATOR
                   PERFORM FINISH-ACTION
                   PERFORM FINISH-OPERATOR
                   MOVE SORT-OPERATOR TO WS-PREV-OPERATOR
                   MOVE SORT-ACTION   TO WS-PREV-ACTION
               ELSE
                   IF SORT-ACTION NOT = WS-PREV-ACTION
                       PERFORM FINISH-ACTION
                       MOVE SORT-ACTION TO WS-PREV-ACTION
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-ACTION-COUNT.

       FINISH-ACTION.
           MOVE SPACES TO RPT-ACTION-OPERATOR
           IF WS-OPER-PRINTED-FLAG = 'N'
               IF WS-PREV-OPERATOR = SPACES
                   MOVE '(NONE)' TO RPT-ACTION-OPERATOR
               ELSE
                   MOVE WS-PREV-OPERATOR TO RPT-ACTION-OPERATOR
               END-IF
               MOVE 'Y' TO WS-OPER-PRINTED-FLAG
           END-IF
           MOVE WS-PREV-ACTION  TO RPT-ACTION-NAME
           MOVE WS-ACTION-COUNT TO RPT-ACTION-COUNT
           MOVE RPT-ACTION-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           ADD WS-ACTION-COUNT TO WS-OPERATOR-TOTAL
           MOVE 0 TO WS-ACTION-COUNT.

       FINISH-OPERATOR.
           MOVE WS-OPERATOR-TOTAL TO RPT-OPERATOR-TOTAL
           MOVE RPT-OPERATOR-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-OPERATOR-TOTAL
           MOVE 'N' TO WS-OPER-PRINTED-FLAG.

      *> ---------------------------------------------------------
      *> Sections 2 and 3 - the exception listings.
      *> ---------------------------------------------------------
       PRINT-AFTER-HOURS-SECTION.
           MOVE RPT-EXCEPTION-HEADING TO WS-COLUMN-HEADING
           MOVE '2. CHANGES OUTSIDE BUSINESS HOURS OR AT WEEKENDS'
               TO WS-HELD-LINE
           PERFORM START-SECTION
           MOVE WS-HOURS-START TO RPT-HOURS-START
           MOVE WS-HOURS-END   TO RPT-HOURS-END
           MOVE RPT-HOURS-NOTE-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                   UNTIL WS-EXC-IX > WS-HOURS-TOTAL
               MOVE WS-HRS-DATE(WS-EXC-IX)     TO RPT-EXC-DATE
               MOVE WS-HRS-TIME(WS-EXC-IX)     TO RPT-EXC-TIME
               MOVE WS-HRS-DAY(WS-EXC-IX)      TO RPT-EXC-DAY
               MOVE WS-HRS-OPERATOR(WS-EXC-IX) TO RPT-EXC-OPERATOR
               MOVE WS-HRS-ACTION(WS-EXC-IX)   TO RPT-EXC-ACTION
               MOVE WS-HRS-ID(WS-EXC-IX)       TO RPT-EXC-ID
               MOVE RPT-EXCEPTION-LINE TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-HOURS-SEEN > WS-HOURS-TOTAL
               MOVE 'MORE LINES NOT LISTED - FIRST 500 SHOWN'
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'LINES OUTSIDE BUSINESS HOURS' TO RPT-COUNT-CAPTION
           MOVE WS-HOURS-SEEN TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       PRINT-UNSECURE-SECTION.
           MOVE RPT-EXCEPTION-HEADING TO WS-COLUMN-HEADING
           MOVE SPACES TO WS-HELD-LINE
           STRING '3. LINES STAMPED UNSECURE (SIGN-ON BYPASSED, NO '
               'OPERATORS.DAT)' DELIMITED BY SIZE INTO WS-HELD-LINE
           PERFORM START-SECTION
           PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                   UNTIL WS-EXC-IX > WS-UNSECURE-TOTAL
               MOVE WS-UNS-DATE(WS-EXC-IX)   TO RPT-EXC-DATE
               MOVE WS-UNS-TIME(WS-EXC-IX)   TO RPT-EXC-TIME
               MOVE WS-UNS-DAY(WS-EXC-IX)    TO RPT-EXC-DAY
               MOVE 'UNSECURE'               TO RPT-EXC-OPERATOR
               MOVE WS-UNS-ACTION(WS-EXC-IX) TO RPT-EXC-ACTION
               MOVE WS-UNS-ID(WS-EXC-IX)     TO RPT-EXC-ID
               MOVE RPT-EXCEPTION-LINE TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-UNSECURE-SEEN > WS-UNSECURE-TOTAL
               MOVE 'MORE LINES NOT LISTED - FIRST 500 SHOWN'
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'UNSECURE LINES' TO RPT-COUNT-CAPTION
           MOVE WS-UNSECURE-SEEN TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE.

      *> ---------------------------------------------------------
      *> Section 4 - IDs on the trail in the range that are not on
      *> operators.dat. UNSECURE has its own section and a blank
      *> ID is a line from before the operator column.
      *> ---------------------------------------------------------
       PRINT-UNKNOWN-OPERATOR-SECTION.
           MOVE 'OPERATOR' TO WS-COLUMN-HEADING
           MOVE '4. OPERATORS ON THE AUDIT TRAIL NOT ON OPERATORS.DAT'
               TO WS-HELD-LINE
           PERFORM START-SECTION
           IF WS-OPER-FILE-FOUND-FLAG = 'N'
               MOVE SPACES TO REPORT-RECORD
               STRING '(operators.dat not found - every operator is '
                   'listed)' DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-OPS-IX FROM 1 BY 1
                   UNTIL WS-OPS-IX > WS-OPS-TOTAL
               IF WS-OPS-IN-RANGE(WS-OPS-IX) = 'Y'
                       AND WS-OPS-ON-FILE(WS-OPS-IX) = 'N'
                       AND WS-OPS-ID(WS-OPS-IX) NOT = SPACES
                       AND WS-OPS-ID(WS-OPS-IX) NOT = 'UNSECURE'
                   MOVE WS-OPS-ID(WS-OPS-IX) TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-SECTION-COUNT
               END-IF
           END-PERFORM
           IF WS-OPS-OVERFLOW-FLAG = 'Y'
               MOVE 'MORE THAN 300 OPERATOR IDS - LATER NOT CHECKED'
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'OPERATORS NOT ON FILE' TO RPT-COUNT-CAPTION
           MOVE WS-SECTION-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE.

      *> ---------------------------------------------------------
      *> Section 5 - removals (DELETE, PURGE and ERASE lines, under
      *> the requesting operator) in the range against the operator's
      *> usual level. An operator with no removals in the baseline
      *> is flagged once the range reaches the minimum.
      *> ---------------------------------------------------------
       PRINT-DELETE-VOLUME-SECTION.
           MOVE RPT-DELETE-HEADING TO WS-COLUMN-HEADING
           MOVE '5. DELETE VOLUME FAR ABOVE THE USUAL LEVEL'
               TO WS-HELD-LINE
           PERFORM START-SECTION
           MOVE WS-BASELINE-PERIODS TO RPT-NOTE-PERIODS
           MOVE WS-BASE-FROM-DATE   TO RPT-NOTE-BASE-FROM
           MOVE RPT-DELETE-NOTE-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DELETE-FACTOR  TO RPT-NOTE-FACTOR
           MOVE WS-DELETE-MINIMUM TO RPT-NOTE-MINIMUM
           MOVE RPT-DELETE-NOTE-LINE-2 TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-OPS-IX FROM 1 BY 1
                   UNTIL WS-OPS-IX > WS-OPS-TOTAL
               IF WS-OPS-RANGE-DELETES(WS-OPS-IX)
                       NOT < WS-DELETE-MINIMUM
                   COMPUTE WS-USUAL-DELETES ROUNDED =
                       WS-OPS-BASE-DELETES(WS-OPS-IX)
                       / WS-BASELINE-PERIODS
                   COMPUTE WS-DELETE-LIMIT =
                       WS-USUAL-DELETES * WS-DELETE-FACTOR
                   IF WS-OPS-RANGE-DELETES(WS-OPS-IX) > WS-DELETE-LIMIT
                       PERFORM WRITE-DELETE-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'OPERATORS FLAGGED' TO RPT-COUNT-CAPTION
           MOVE WS-SECTION-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-DELETE-LINE.
           IF WS-OPS-ID(WS-OPS-IX) = SPACES
               MOVE '(NONE)' TO RPT-DEL-OPERATOR
           ELSE
               MOVE WS-OPS-ID(WS-OPS-IX) TO RPT-DEL-OPERATOR
           END-IF
           MOVE WS-OPS-RANGE-DELETES(WS-OPS-IX) TO RPT-DEL-RANGE
           MOVE WS-USUAL-DELETES TO RPT-DEL-USUAL
           MOVE RPT-DELETE-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-SECTION-COUNT.

      *> ---------------------------------------------------------
      *> Sign-off for the reviewing manager, kept together on one
      *> page.
      *> ---------------------------------------------------------
       PRINT-SIGNATURE-BLOCK.
           MOVE SPACES TO WS-COLUMN-HEADING
           MOVE 12 TO WS-LINES-NEEDED
           PERFORM CHECK-PAGE-BREAK
           IF WS-LINE-COUNT > 2
               MOVE ALL '-' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'REVIEWED AND ACCEPTED' TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'REVIEWING MANAGER : ______________________________'
               TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'SIGNATURE         : ______________________________'
               TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'DATE              : ______________' TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE '*** END OF REPORT ***' TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *> ---------------------------------------------------------
      *> Page handling - the caller leaves the section title in
      *> WS-HELD-LINE and its column heading in WS-COLUMN-HEADING,
      *> which is repeated under the title of every page the
      *> section runs onto.
      *> ---------------------------------------------------------
       START-SECTION.
           MOVE WS-HELD-LINE TO REPORT-RECORD
           MOVE 6 TO WS-LINES-NEEDED
           PERFORM CHECK-PAGE-BREAK
           IF WS-LINE-COUNT > 3
               MOVE REPORT-RECORD TO WS-HELD-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE WS-HELD-LINE TO REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT + WS-LINES-NEEDED
                       >= WS-LINES-PER-PAGE
               MOVE REPORT-RECORD TO WS-HELD-LINE
               PERFORM WRITE-PAGE-HEADING
               MOVE WS-HELD-LINE TO REPORT-RECORD
           END-IF.

       WRITE-COUNT-LINE.
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE REPORT-RECORD TO WS-HELD-LINE
               PERFORM WRITE-PAGE-HEADING
               IF WS-COLUMN-HEADING NOT = SPACES
                   MOVE WS-COLUMN-HEADING TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM CHECK-REPORT-WRITE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               MOVE WS-HELD-LINE TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-FROM-DATE    TO RPT-TITLE-FROM
           MOVE WS-TO-DATE      TO RPT-TITLE-TO
           MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE
           MOVE WS-CURRENT-TIME TO RPT-TITLE-TIME
           MOVE WS-PAGE-COUNT   TO RPT-TITLE-PAGE
           IF WS-PAGE-COUNT = 1
               WRITE REPORT-RECORD FROM RPT-TITLE-LINE
           ELSE
               WRITE REPORT-RECORD FROM RPT-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CHECK-REPORT-WRITE
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           MOVE 2 TO WS-LINE-COUNT.

       CHECK-REPORT-WRITE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REPORT-RECORD, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.
