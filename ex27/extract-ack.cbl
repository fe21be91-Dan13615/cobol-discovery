       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtractAck.

      *> Takes in the acknowledgement benefits administration
      *> returns for an extract.dat (extack.dat) and matches it to
      *> the extract run it answers on the run history
      *> (extrhist.dat). The acknowledgement is pipe-delimited like
      *> the extract itself:
      *>   H|run date|record count|hash total|age sum|dependent
      *>     count|A or R|reason code|acknowledgement date
      *>       - the run date and trailer totals of the extract
      *>         received, as it was sent, and the file-level
      *>         verdict: A accepted, R rejected (with a reason)
      *>   E|PERSON-ID|error code|error text
      *>       - one line per record refused
      *>   T|number of E lines
      *> The run is found by run date and all four trailer totals;
      *> of two runs that match, the later one not yet answered is
      *> taken. An ACCEPT or REJECT line then goes on the history
      *> with the acknowledgement date, reason and number refused.
      *> An acknowledgement that matches no run, or a run already
      *> answered, is reported but not recorded. The report,
      *> extack.rpt, gives the verdict, lists every refused record
      *> beside what people.dat and contacts.dat hold for it now so
      *> it can be corrected, and ends with the extract runs still
      *> waiting for an acknowledgement. RETURN-CODE 4 when the
      *> file was rejected, records were refused, or the
      *> acknowledgement could not be recorded.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO 'extack.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT EXTRACT-HISTORY-FILE ASSIGN TO 'extrhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XHIST-FILE-STATUS.

           SELECT PEOPLE-STORAGE ASSIGN TO 'people.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS PERSON-NAME WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO 'contacts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONT-PERSON-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'extack.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACK-FILE.
       01 ACK-RECORD                   PIC X(160).

       FD EXTRACT-HISTORY-FILE.
       01 EXTRACT-HISTORY-RECORD.
           COPY 'extrhist.cpy'.

       FD PEOPLE-STORAGE.
       01 PEOPLE-RECORD.
           COPY 'people.cpy'.

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           COPY 'contact.cpy'.

       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACK-FILE-STATUS           PIC XX.
       01 WS-XHIST-FILE-STATUS         PIC XX.
       01 WS-FILE-STATUS               PIC XX.
       01 WS-CONTACT-FILE-STATUS       PIC XX.
       01 WS-REPORT-FILE-STATUS        PIC XX.
       01 WS-ACK-EOF                   PIC X VALUE 'N'.
       01 WS-XHIST-EOF                 PIC X VALUE 'N'.
       01 WS-PEOPLE-OPEN-FLAG          PIC X VALUE 'N'.
       01 WS-CONTACT-OPEN-FLAG         PIC X VALUE 'N'.
       01 WS-ON-FILE-FLAG              PIC X VALUE 'N'.

       01 WS-OPERATOR-ID               PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-PERM             PIC X VALUE SPACE.

       01 WS-CURRENT-STAMP             PIC X(21).
       01 WS-CURRENT-DATE              PIC 9(8).
       01 WS-DAYS-WAITING              PIC 9(5).

       01 WS-ACK-LINE                  PIC X(160).
       01 WS-ACK-LINE-COUNT            PIC 9(6) VALUE 0.
       01 WS-ACK-PROBLEM               PIC X(60) VALUE SPACES.
       01 WS-TRAILER-SEEN-FLAG         PIC X VALUE 'N'.

      *> The acknowledgement's header, each number taken in right
      *> justified so a receiver that drops leading zeros still
      *> matches.
       01 WS-ACK-TYPE                  PIC X(8).
       01 WS-ACK-RUN-DATE-ENTRY.
           05 WS-ACK-RUN-DATE-TEXT      PIC X(8) JUSTIFIED RIGHT.
       01 WS-ACK-RUN-DATE REDEFINES WS-ACK-RUN-DATE-ENTRY
                                        PIC 9(8).
       01 WS-ACK-COUNT-ENTRY.
           05 WS-ACK-COUNT-TEXT         PIC X(6) JUSTIFIED RIGHT.
       01 WS-ACK-COUNT REDEFINES WS-ACK-COUNT-ENTRY
                                        PIC 9(6).
       01 WS-ACK-HASH-ENTRY.
           05 WS-ACK-HASH-TEXT          PIC X(12) JUSTIFIED RIGHT.
       01 WS-ACK-HASH REDEFINES WS-ACK-HASH-ENTRY
                                        PIC 9(12).
       01 WS-ACK-AGE-SUM-ENTRY.
           05 WS-ACK-AGE-SUM-TEXT       PIC X(9) JUSTIFIED RIGHT.
       01 WS-ACK-AGE-SUM REDEFINES WS-ACK-AGE-SUM-ENTRY
                                        PIC 9(9).
       01 WS-ACK-DEP-COUNT-ENTRY.
           05 WS-ACK-DEP-COUNT-TEXT     PIC X(6) JUSTIFIED RIGHT.
       01 WS-ACK-DEP-COUNT REDEFINES WS-ACK-DEP-COUNT-ENTRY
                                        PIC 9(6).
       01 WS-ACK-VERDICT               PIC X.
       01 WS-ACK-REASON                PIC X(4).
       01 WS-ACK-DATE-ENTRY.
           05 WS-ACK-DATE-TEXT          PIC X(8) JUSTIFIED RIGHT.
       01 WS-ACK-DATE REDEFINES WS-ACK-DATE-ENTRY
                                        PIC 9(8).
       01 WS-ACK-TRAILER-ENTRY.
           05 WS-ACK-TRAILER-TEXT       PIC X(6) JUSTIFIED RIGHT.
       01 WS-ACK-TRAILER-COUNT REDEFINES WS-ACK-TRAILER-ENTRY
                                        PIC 9(6).

      *> One refusal line.
       01 WS-ERR-ID-ENTRY.
           05 WS-ERR-ID-TEXT            PIC X(6) JUSTIFIED RIGHT.
       01 WS-ERR-ID REDEFINES WS-ERR-ID-ENTRY
                                        PIC 9(6).
       01 WS-ERR-CODE                  PIC X(8).
       01 WS-ERR-TEXT                  PIC X(40).
       01 WS-REFUSED-COUNT             PIC 9(6) VALUE 0.
       01 WS-NOT-ON-FILE-COUNT         PIC 9(6) VALUE 0.

      *> Extract runs on the history, oldest first, with what
      *> answered each. Past the table's size the oldest runs drop
      *> off the front; they are long since answered or given up.
       01 WS-RUN-MAX                   PIC 9(3) VALUE 500.
       01 WS-RUN-TOTAL                 PIC 9(3) VALUE 0.
       01 WS-RUN-IX                    PIC 9(3) VALUE 0.
       01 WS-RUN-SHIFT-IX              PIC 9(3) VALUE 0.
       01 WS-UNANSWERED-COUNT          PIC 9(3) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 500 TIMES.
               10 WS-RUN-STAMP          PIC X(21).
               10 WS-RUN-DATE           PIC 9(8).
               10 WS-RUN-COUNT          PIC 9(6).
               10 WS-RUN-HASH           PIC 9(12).
               10 WS-RUN-AGE-SUM        PIC 9(9).
               10 WS-RUN-DEP-COUNT      PIC 9(6).
               10 WS-RUN-BAND-LOW       PIC 9(3).
               10 WS-RUN-BAND-HIGH      PIC 9(3).
               10 WS-RUN-ANSWER         PIC X(6).
               10 WS-RUN-ANSWER-DATE    PIC 9(8).

      *> The outcome of the match: M matched and recorded,
      *> D the run was already answered, U no run matches.
       01 WS-MATCH-OUTCOME             PIC X VALUE 'U'.
       01 WS-MATCH-IX                  PIC 9(3) VALUE 0.
       01 WS-ANSWERED-IX               PIC 9(3) VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER                    PIC X(40)
               VALUE 'EXTRACT ACKNOWLEDGEMENT'.
           05 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
           05 RPT-TITLE-DATE            PIC 9(8).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'OPERATOR: '.
           05 RPT-TITLE-OPERATOR        PIC X(8).

       01 RPT-TEXT-LINE.
           05 RPT-TEXT-LABEL            PIC X(24).
           05 RPT-TEXT-VALUE            PIC X(100).

       01 RPT-TOTALS-LINE.
           05 FILLER                    PIC X(24)
               VALUE 'TRAILER TOTALS'.
           05 FILLER                    PIC X(8) VALUE 'COUNT '.
           05 RPT-TOTALS-COUNT          PIC 9(6).
           05 FILLER                    PIC X(8) VALUE '  HASH '.
           05 RPT-TOTALS-HASH           PIC 9(12).
           05 FILLER                    PIC X(11) VALUE '  AGE SUM '.
           05 RPT-TOTALS-AGE-SUM        PIC 9(9).
           05 FILLER                    PIC X(14)
               VALUE '  DEPENDENTS '.
           05 RPT-TOTALS-DEP-COUNT      PIC 9(6).

       01 RPT-REFUSED-HEADING.
           05 FILLER                    PIC X(8) VALUE 'ID'.
           05 FILLER                    PIC X(10) VALUE 'CODE'.
           05 FILLER                    PIC X(42)
               VALUE 'RECEIVER''S REASON'.
           05 FILLER                    PIC X(32) VALUE 'NAME NOW'.
           05 FILLER                    PIC X(10) VALUE 'DOB NOW'.
           05 FILLER                    PIC X(6) VALUE 'STATUS'.

       01 RPT-REFUSED-LINE.
           05 RPT-REFUSED-ID            PIC X(6).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-REFUSED-CODE          PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-REFUSED-TEXT          PIC X(40).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-REFUSED-NAME          PIC X(30).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-REFUSED-DOB           PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-REFUSED-STATUS        PIC X.

       01 RPT-CONTACT-LINE.
           05 FILLER                    PIC X(18) VALUE SPACES.
           05 FILLER                    PIC X(9) VALUE 'CONTACT: '.
           05 RPT-CONTACT-TEXT          PIC X(100).

       01 RPT-WAITING-HEADING.
           05 FILLER                    PIC X(22) VALUE 'EXTRACT RUN'.
           05 FILLER                    PIC X(10) VALUE 'RUN DATE'.
           05 FILLER                    PIC X(9) VALUE '  RECORDS'.
           05 FILLER                    PIC X(14) VALUE '  HASH TOTAL'.
           05 FILLER                    PIC X(9) VALUE '  AGE SUM'.
           05 FILLER                    PIC X(7) VALUE '   DEPS'.
           05 FILLER                    PIC X(10) VALUE '  AGE BAND'.
           05 FILLER                    PIC X(14)
               VALUE '  DAYS WAITING'.

       01 RPT-WAITING-LINE.
           05 RPT-WAITING-STAMP         PIC X(14).
           05 FILLER                    PIC X(8) VALUE SPACES.
           05 RPT-WAITING-DATE          PIC 9(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-WAITING-COUNT         PIC Z(8)9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-WAITING-HASH          PIC 9(12).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-WAITING-AGE-SUM       PIC 9(9).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-WAITING-DEP-COUNT     PIC ZZZZ9.
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 RPT-WAITING-BAND-LOW      PIC 9(3).
           05 FILLER                    PIC X VALUE '-'.
           05 RPT-WAITING-BAND-HIGH     PIC 9(3).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 RPT-WAITING-DAYS          PIC ZZZZ9.

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL           PIC X(40).
           05 RPT-COUNT-VALUE           PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE

           CALL 'OperatorSignOn' USING WS-OPERATOR-ID,
                   WS-OPERATOR-PERM
           IF WS-OPERATOR-PERM NOT = 'B'
               DISPLAY 'Operator is not authorized for acknowledgement'
                   ' processing -- nothing done.'
               STOP RUN
           END-IF

           PERFORM CHECK-ACK-FILE
           IF WS-ACK-PROBLEM NOT = SPACES
               DISPLAY 'extack.dat cannot be used -- ' WS-ACK-PROBLEM
               DISPLAY 'Nothing recorded; ask the receiver to send '
                   'the acknowledgement again.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-EXTRACT-HISTORY
           PERFORM MATCH-EXTRACT-RUN
           IF WS-MATCH-OUTCOME = 'M'
               PERFORM RECORD-ACKNOWLEDGEMENT
           END-IF

           PERFORM PRINT-ACK-REPORT

           EVALUATE WS-MATCH-OUTCOME
               WHEN 'M'
                   IF WS-ACK-VERDICT = 'A'
                       DISPLAY 'Extract of ' WS-ACK-RUN-DATE
                           ' ACCEPTED; ' WS-REFUSED-COUNT
                           ' record(s) refused.'
                   ELSE
                       DISPLAY 'Extract of ' WS-ACK-RUN-DATE
                           ' REJECTED, reason ' WS-ACK-REASON '; '
                           WS-REFUSED-COUNT ' record(s) listed.'
                   END-IF
               WHEN 'D'
                   DISPLAY 'Extract run '
                       WS-RUN-STAMP(WS-ANSWERED-IX)(1:14)
                       ' was already acknowledged -- nothing '
                       'recorded.'
               WHEN OTHER
                   DISPLAY 'No extract run of ' WS-ACK-RUN-DATE
                       ' with these trailer totals is on '
                       'extrhist.dat -- nothing recorded.'
           END-EVALUATE
           DISPLAY WS-UNANSWERED-COUNT ' extract run(s) still '
               'waiting for an acknowledgement. See extack.rpt.'

           IF WS-MATCH-OUTCOME NOT = 'M' OR WS-ACK-VERDICT NOT = 'A'
                   OR WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> ---------------------------------------------------------
      *> Pass 1 over the acknowledgement - the shape is proved
      *> before anything is matched: a header first, a trailer
      *> last whose count agrees with the refusal lines between.
      *> ---------------------------------------------------------
       CHECK-ACK-FILE.
           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS = '35'
               DISPLAY 'extack.dat does not exist -- no '
                   'acknowledgement to process.'
               STOP RUN
           END-IF
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACK-FILE, FILE STATUS = '
                   WS-ACK-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'N' TO WS-ACK-EOF
           PERFORM UNTIL WS-ACK-EOF = 'Y'
               READ ACK-FILE INTO WS-ACK-LINE
                   AT END
                       MOVE 'Y' TO WS-ACK-EOF
                   NOT AT END
                       ADD 1 TO WS-ACK-LINE-COUNT
                       PERFORM CHECK-ONE-ACK-LINE
               END-READ
               PERFORM CHECK-ACK-READ
           END-PERFORM
           CLOSE ACK-FILE

           IF WS-ACK-PROBLEM = SPACES
               IF WS-ACK-LINE-COUNT = 0
                   MOVE 'the file is empty' TO WS-ACK-PROBLEM
               ELSE
                   IF WS-TRAILER-SEEN-FLAG = 'N'
                       MOVE 'there is no trailer line'
                           TO WS-ACK-PROBLEM
                   ELSE
                       IF WS-ACK-TRAILER-COUNT NOT = WS-REFUSED-COUNT
                           STRING 'the trailer count does not '
                               'agree with the refusal lines'
                               DELIMITED BY SIZE INTO WS-ACK-PROBLEM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-ACK-LINE.
           IF WS-ACK-PROBLEM NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-SEEN-FLAG = 'Y'
               MOVE 'there are lines after the trailer'
                   TO WS-ACK-PROBLEM
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ACK-LINE-COUNT = 1
                   PERFORM TAKE-ACK-HEADER
               WHEN WS-ACK-LINE(1:2) = 'E|'
                   PERFORM TAKE-ACK-REFUSAL
                   IF WS-ERR-ID-TEXT IS NOT NUMERIC
                       MOVE 'a refusal line has no usable PERSON-ID'
                           TO WS-ACK-PROBLEM
                   ELSE
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
               WHEN WS-ACK-LINE(1:2) = 'T|'
                   MOVE 'Y' TO WS-TRAILER-SEEN-FLAG
                   MOVE SPACES TO WS-ACK-TRAILER-TEXT
                   UNSTRING WS-ACK-LINE DELIMITED BY '|' OR SPACE
                       INTO WS-ACK-TYPE WS-ACK-TRAILER-TEXT
                   END-UNSTRING
                   INSPECT WS-ACK-TRAILER-TEXT
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-ACK-TRAILER-TEXT IS NOT NUMERIC
                       MOVE 'the trailer count is not numeric'
                           TO WS-ACK-PROBLEM
                   END-IF
               WHEN OTHER
                   MOVE 'a line is neither a refusal nor the trailer'
                       TO WS-ACK-PROBLEM
           END-EVALUATE.

       TAKE-ACK-HEADER.
           IF WS-ACK-LINE(1:2) NOT = 'H|'
               MOVE 'the first line is not the header'
                   TO WS-ACK-PROBLEM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACK-RUN-DATE-TEXT WS-ACK-COUNT-TEXT
               WS-ACK-HASH-TEXT WS-ACK-AGE-SUM-TEXT
               WS-ACK-DEP-COUNT-TEXT WS-ACK-VERDICT WS-ACK-REASON
               WS-ACK-DATE-TEXT
      *> The line's trailing spaces must not reach the last
      *> field, which is taken in right justified like the rest.
           UNSTRING WS-ACK-LINE DELIMITED BY '|' OR SPACE
               INTO WS-ACK-TYPE WS-ACK-RUN-DATE-TEXT
                   WS-ACK-COUNT-TEXT WS-ACK-HASH-TEXT
                   WS-ACK-AGE-SUM-TEXT WS-ACK-DEP-COUNT-TEXT
                   WS-ACK-VERDICT WS-ACK-REASON WS-ACK-DATE-TEXT
           END-UNSTRING
           INSPECT WS-ACK-COUNT-TEXT REPLACING LEADING SPACE BY ZERO
           INSPECT WS-ACK-HASH-TEXT REPLACING LEADING SPACE BY ZERO
           INSPECT WS-ACK-AGE-SUM-TEXT
               REPLACING LEADING SPACE BY ZERO
           INSPECT WS-ACK-DEP-COUNT-TEXT
               REPLACING LEADING SPACE BY ZERO
           IF WS-ACK-VERDICT = 'a'
               MOVE 'A' TO WS-ACK-VERDICT
           END-IF
           IF WS-ACK-VERDICT = 'r'
               MOVE 'R' TO WS-ACK-VERDICT
           END-IF

           EVALUATE TRUE
               WHEN WS-ACK-RUN-DATE-TEXT IS NOT NUMERIC
                   MOVE 'the header run date is not a date'
                       TO WS-ACK-PROBLEM
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ACK-RUN-DATE)
                       NOT = 0
                   MOVE 'the header run date is not a date'
                       TO WS-ACK-PROBLEM
               WHEN WS-ACK-COUNT-TEXT IS NOT NUMERIC
                       OR WS-ACK-HASH-TEXT IS NOT NUMERIC
                       OR WS-ACK-AGE-SUM-TEXT IS NOT NUMERIC
                       OR WS-ACK-DEP-COUNT-TEXT IS NOT NUMERIC
                   MOVE 'the header trailer totals are not numeric'
                       TO WS-ACK-PROBLEM
               WHEN WS-ACK-VERDICT NOT = 'A'
                       AND WS-ACK-VERDICT NOT = 'R'
                   MOVE 'the header verdict is neither A nor R'
                       TO WS-ACK-PROBLEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *> An acknowledgement date that is missing or not a date is
      *> taken as today, the day it was processed.
           IF WS-ACK-DATE-TEXT IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ACK-DATE) NOT = 0
                   MOVE WS-CURRENT-DATE TO WS-ACK-DATE
               END-IF
           ELSE
               MOVE WS-CURRENT-DATE TO WS-ACK-DATE
           END-IF.

       TAKE-ACK-REFUSAL.
           MOVE SPACES TO WS-ERR-ID-TEXT WS-ERR-CODE WS-ERR-TEXT
           UNSTRING WS-ACK-LINE DELIMITED BY '|'
               INTO WS-ACK-TYPE WS-ERR-ID-TEXT WS-ERR-CODE WS-ERR-TEXT
           END-UNSTRING
           INSPECT WS-ERR-ID-TEXT REPLACING LEADING SPACE BY ZERO.

      *> ---------------------------------------------------------
      *> The run history - SENT lines fill the table, ACCEPT and
      *> REJECT lines mark the run they answer.
      *> ---------------------------------------------------------
       LOAD-EXTRACT-HISTORY.
           OPEN INPUT EXTRACT-HISTORY-FILE
           IF WS-XHIST-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-XHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXTRACT-HISTORY-FILE, FILE'
                   ' STATUS = ' WS-XHIST-FILE-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-XHIST-EOF
           PERFORM UNTIL WS-XHIST-EOF = 'Y'
               READ EXTRACT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-XHIST-EOF
                   NOT AT END
                       PERFORM NOTE-HISTORY-LINE
               END-READ
               IF WS-XHIST-FILE-STATUS NOT = '00'
                       AND WS-XHIST-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING EXTRACT-HISTORY-FILE, FILE'
                       ' STATUS = ' WS-XHIST-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE EXTRACT-HISTORY-FILE.

       NOTE-HISTORY-LINE.
           EVALUATE XH-EVENT
               WHEN 'SENT  '
                   IF WS-RUN-TOTAL NOT < WS-RUN-MAX
                       PERFORM DROP-OLDEST-RUN
                   END-IF
                   ADD 1 TO WS-RUN-TOTAL
                   MOVE XH-RUN-STAMP    TO WS-RUN-STAMP(WS-RUN-TOTAL)
                   MOVE XH-RUN-DATE     TO WS-RUN-DATE(WS-RUN-TOTAL)
                   MOVE XH-RECORD-COUNT TO WS-RUN-COUNT(WS-RUN-TOTAL)
                   MOVE XH-HASH-TOTAL   TO WS-RUN-HASH(WS-RUN-TOTAL)
                   MOVE XH-AGE-SUM
                       TO WS-RUN-AGE-SUM(WS-RUN-TOTAL)
                   MOVE XH-DEP-COUNT
                       TO WS-RUN-DEP-COUNT(WS-RUN-TOTAL)
                   MOVE XH-BAND-LOW
                       TO WS-RUN-BAND-LOW(WS-RUN-TOTAL)
                   MOVE XH-BAND-HIGH
                       TO WS-RUN-BAND-HIGH(WS-RUN-TOTAL)
                   MOVE SPACES TO WS-RUN-ANSWER(WS-RUN-TOTAL)
                   MOVE 0      TO WS-RUN-ANSWER-DATE(WS-RUN-TOTAL)
               WHEN 'ACCEPT'
               WHEN 'REJECT'
                   PERFORM VARYING WS-RUN-IX FROM WS-RUN-TOTAL BY -1
                           UNTIL WS-RUN-IX < 1
                       IF WS-RUN-STAMP(WS-RUN-IX) = XH-RUN-STAMP
                           MOVE XH-EVENT TO WS-RUN-ANSWER(WS-RUN-IX)
                           MOVE XH-ACK-DATE
                               TO WS-RUN-ANSWER-DATE(WS-RUN-IX)
                           MOVE 1 TO WS-RUN-IX
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DROP-OLDEST-RUN.
           PERFORM VARYING WS-RUN-SHIFT-IX FROM 2 BY 1
                   UNTIL WS-RUN-SHIFT-IX > WS-RUN-TOTAL
               MOVE WS-RUN-ENTRY(WS-RUN-SHIFT-IX)
                   TO WS-RUN-ENTRY(WS-RUN-SHIFT-IX - 1)
           END-PERFORM
           SUBTRACT 1 FROM WS-RUN-TOTAL.

      *> Newest first, so a rerun of the same night that went out
      *> with the same totals is the one taken.
       MATCH-EXTRACT-RUN.
           MOVE 'U' TO WS-MATCH-OUTCOME
           MOVE 0   TO WS-MATCH-IX WS-ANSWERED-IX
           PERFORM VARYING WS-RUN-IX FROM WS-RUN-TOTAL BY -1
                   UNTIL WS-RUN-IX < 1 OR WS-MATCH-IX > 0
               IF WS-RUN-DATE(WS-RUN-IX) = WS-ACK-RUN-DATE
                       AND WS-RUN-COUNT(WS-RUN-IX) = WS-ACK-COUNT
                       AND WS-RUN-HASH(WS-RUN-IX) = WS-ACK-HASH
                       AND WS-RUN-AGE-SUM(WS-RUN-IX) = WS-ACK-AGE-SUM
                       AND WS-RUN-DEP-COUNT(WS-RUN-IX)
                           = WS-ACK-DEP-COUNT
                   IF WS-RUN-ANSWER(WS-RUN-IX) = SPACES
                       MOVE WS-RUN-IX TO WS-MATCH-IX
                   ELSE
                       IF WS-ANSWERED-IX = 0
                           MOVE WS-RUN-IX TO WS-ANSWERED-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCH-IX > 0
               MOVE 'M' TO WS-MATCH-OUTCOME
           ELSE
               IF WS-ANSWERED-IX > 0
                   MOVE 'D' TO WS-MATCH-OUTCOME
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> The answer goes on the history with the same open/write/
      *> close shape as the batch registry; a history line we
      *> cannot write is a lost control, so failures stop the run.
      *> ---------------------------------------------------------
       RECORD-ACKNOWLEDGEMENT.
           OPEN EXTEND EXTRACT-HISTORY-FILE
           IF WS-XHIST-FILE-STATUS = '35'
               OPEN OUTPUT EXTRACT-HISTORY-FILE
           END-IF
           IF WS-XHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXTRACT-HISTORY-FILE, FILE'
                   ' STATUS = ' WS-XHIST-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO EXTRACT-HISTORY-RECORD
           IF WS-ACK-VERDICT = 'A'
               MOVE 'ACCEPT' TO XH-EVENT
           ELSE
               MOVE 'REJECT' TO XH-EVENT
               MOVE WS-ACK-REASON TO XH-ACK-REASON
           END-IF
           MOVE WS-RUN-STAMP(WS-MATCH-IX)     TO XH-RUN-STAMP
           MOVE WS-RUN-DATE(WS-MATCH-IX)      TO XH-RUN-DATE
           MOVE WS-RUN-COUNT(WS-MATCH-IX)     TO XH-RECORD-COUNT
           MOVE WS-RUN-HASH(WS-MATCH-IX)      TO XH-HASH-TOTAL
           MOVE WS-RUN-AGE-SUM(WS-MATCH-IX)   TO XH-AGE-SUM
           MOVE WS-RUN-DEP-COUNT(WS-MATCH-IX) TO XH-DEP-COUNT
           MOVE WS-RUN-BAND-LOW(WS-MATCH-IX)  TO XH-BAND-LOW
           MOVE WS-RUN-BAND-HIGH(WS-MATCH-IX) TO XH-BAND-HIGH
           MOVE WS-ACK-DATE                   TO XH-ACK-DATE
           MOVE WS-REFUSED-COUNT              TO XH-REFUSED-COUNT
           MOVE FUNCTION CURRENT-DATE         TO XH-LINE-STAMP
           MOVE WS-OPERATOR-ID                TO XH-OPERATOR
           WRITE EXTRACT-HISTORY-RECORD
           IF WS-XHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EXTRACT-HISTORY-RECORD, FILE'
                   ' STATUS = ' WS-XHIST-FILE-STATUS
               STOP RUN
           END-IF

           CLOSE EXTRACT-HISTORY-FILE
           IF WS-XHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING EXTRACT-HISTORY-FILE, FILE'
                   ' STATUS = ' WS-XHIST-FILE-STATUS
               STOP RUN
           END-IF

           MOVE XH-EVENT    TO WS-RUN-ANSWER(WS-MATCH-IX)
           MOVE WS-ACK-DATE TO WS-RUN-ANSWER-DATE(WS-MATCH-IX).

      *> ---------------------------------------------------------
      *> extack.rpt - the verdict, the refused records against
      *> today's files, and the runs still waiting.
      *> ---------------------------------------------------------
       PRINT-ACK-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE
           MOVE WS-OPERATOR-ID  TO RPT-TITLE-OPERATOR
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE

           PERFORM PRINT-VERDICT
           PERFORM PRINT-REFUSED-RECORDS
           PERFORM PRINT-WAITING-RUNS

           CLOSE REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.

       PRINT-VERDICT.
           MOVE 'EXTRACT RUN DATE' TO RPT-TEXT-LABEL
           MOVE WS-ACK-RUN-DATE    TO RPT-TEXT-VALUE
           PERFORM WRITE-TEXT-LINE
           MOVE 'ACKNOWLEDGED ON' TO RPT-TEXT-LABEL
           MOVE WS-ACK-DATE       TO RPT-TEXT-VALUE
           PERFORM WRITE-TEXT-LINE

           MOVE WS-ACK-COUNT     TO RPT-TOTALS-COUNT
           MOVE WS-ACK-HASH      TO RPT-TOTALS-HASH
           MOVE WS-ACK-AGE-SUM   TO RPT-TOTALS-AGE-SUM
           MOVE WS-ACK-DEP-COUNT TO RPT-TOTALS-DEP-COUNT
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE
           PERFORM CHECK-REPORT-WRITE

           MOVE 'FILE VERDICT' TO RPT-TEXT-LABEL
           MOVE SPACES         TO RPT-TEXT-VALUE
           IF WS-ACK-VERDICT = 'A'
               MOVE 'ACCEPTED' TO RPT-TEXT-VALUE
           ELSE
               STRING 'REJECTED - REASON ' WS-ACK-REASON
                   DELIMITED BY SIZE INTO RPT-TEXT-VALUE
           END-IF
           PERFORM WRITE-TEXT-LINE

           MOVE 'MATCHED TO' TO RPT-TEXT-LABEL
           MOVE SPACES       TO RPT-TEXT-VALUE
           EVALUATE WS-MATCH-OUTCOME
               WHEN 'M'
                   STRING 'EXTRACT RUN '
                       WS-RUN-STAMP(WS-MATCH-IX)(1:14)
                       ' - RECORDED AS ' WS-RUN-ANSWER(WS-MATCH-IX)
                       ' ON extrhist.dat'
                       DELIMITED BY SIZE INTO RPT-TEXT-VALUE
               WHEN 'D'
                   STRING 'EXTRACT RUN '
                       WS-RUN-STAMP(WS-ANSWERED-IX)(1:14)
                       ' - ALREADY ANSWERED ('
                       WS-RUN-ANSWER(WS-ANSWERED-IX) ' OF '
                       WS-RUN-ANSWER-DATE(WS-ANSWERED-IX)
                       '); NOTHING RECORDED'
                       DELIMITED BY SIZE INTO RPT-TEXT-VALUE
               WHEN OTHER
                   STRING 'NO EXTRACT RUN WITH THIS DATE AND THESE '
                       'TOTALS; NOTHING RECORDED'
                       DELIMITED BY SIZE INTO RPT-TEXT-VALUE
           END-EVALUATE
           PERFORM WRITE-TEXT-LINE.

      *> Pass 2 over the acknowledgement - each refusal beside the
      *> record as it stands now. A missing people.dat or
      *> contacts.dat only means the current values show as not on
      *> file.
       PRINT-REFUSED-RECORDS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           MOVE 'REFUSED RECORDS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           IF WS-REFUSED-COUNT = 0
               MOVE '  None.' TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-RECORD FROM RPT-REFUSED-HEADING
           PERFORM CHECK-REPORT-WRITE

           OPEN INPUT PEOPLE-STORAGE
           IF WS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PEOPLE-OPEN-FLAG
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING PEOPLE-STORAGE, FILE'
                       ' STATUS = ' WS-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CONTACT-OPEN-FLAG
           ELSE
               IF WS-CONTACT-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING CONTACT-FILE, FILE'
                       ' STATUS = ' WS-CONTACT-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACK-FILE, FILE STATUS = '
                   WS-ACK-FILE-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ACK-EOF
           PERFORM UNTIL WS-ACK-EOF = 'Y'
               READ ACK-FILE INTO WS-ACK-LINE
                   AT END
                       MOVE 'Y' TO WS-ACK-EOF
                   NOT AT END
                       IF WS-ACK-LINE(1:2) = 'E|'
                           PERFORM PRINT-ONE-REFUSAL
                       END-IF
               END-READ
               PERFORM CHECK-ACK-READ
           END-PERFORM
           CLOSE ACK-FILE

           IF WS-PEOPLE-OPEN-FLAG = 'Y'
               CLOSE PEOPLE-STORAGE
           END-IF
           IF WS-CONTACT-OPEN-FLAG = 'Y'
               CLOSE CONTACT-FILE
           END-IF

           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           MOVE 'RECORDS REFUSED' TO RPT-COUNT-LABEL
           MOVE WS-REFUSED-COUNT TO RPT-COUNT-VALUE
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE 'OF WHICH NO LONGER ON PEOPLE.DAT' TO RPT-COUNT-LABEL
           MOVE WS-NOT-ON-FILE-COUNT TO RPT-COUNT-VALUE
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           PERFORM CHECK-REPORT-WRITE.

       PRINT-ONE-REFUSAL.
           PERFORM TAKE-ACK-REFUSAL
           MOVE SPACES         TO RPT-REFUSED-LINE
           MOVE WS-ERR-ID-TEXT TO RPT-REFUSED-ID
           MOVE WS-ERR-CODE    TO RPT-REFUSED-CODE
           MOVE WS-ERR-TEXT    TO RPT-REFUSED-TEXT

           MOVE 'N' TO WS-ON-FILE-FLAG
           IF WS-PEOPLE-OPEN-FLAG = 'Y'
               MOVE WS-ERR-ID TO PERSON-ID
               READ PEOPLE-STORAGE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-FILE-FLAG
                       MOVE PERSON-NAME   TO RPT-REFUSED-NAME
                       MOVE PERSON-DOB    TO RPT-REFUSED-DOB
                       MOVE PERSON-STATUS TO RPT-REFUSED-STATUS
               END-READ
               IF WS-FILE-STATUS NOT = '00'
                       AND WS-FILE-STATUS NOT = '23'
                   DISPLAY 'ERROR READING PEOPLE-STORAGE, FILE'
                       ' STATUS = ' WS-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF
           IF WS-ON-FILE-FLAG = 'N'
               MOVE '** NOT ON PEOPLE.DAT **' TO RPT-REFUSED-NAME
               ADD 1 TO WS-NOT-ON-FILE-COUNT
           END-IF
           WRITE REPORT-RECORD FROM RPT-REFUSED-LINE
           PERFORM CHECK-REPORT-WRITE

           MOVE SPACES TO RPT-CONTACT-TEXT
           MOVE 'NO CONTACT RECORD' TO RPT-CONTACT-TEXT
           IF WS-CONTACT-OPEN-FLAG = 'Y'
               MOVE WS-ERR-ID TO CONT-PERSON-ID
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO RPT-CONTACT-TEXT
                       STRING CONT-ADDR-LINE-1 ' / '
                           CONT-ADDR-LINE-2 ' / ' CONT-POSTAL-CODE
                           ' / ' CONT-PHONE
                           DELIMITED BY SIZE INTO RPT-CONTACT-TEXT
               END-READ
               IF WS-CONTACT-FILE-STATUS NOT = '00'
                       AND WS-CONTACT-FILE-STATUS NOT = '23'
                   DISPLAY 'ERROR READING CONTACT-FILE, FILE'
                       ' STATUS = ' WS-CONTACT-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM RPT-CONTACT-LINE
           PERFORM CHECK-REPORT-WRITE.

       PRINT-WAITING-RUNS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           MOVE 'EXTRACT RUNS WAITING FOR AN ACKNOWLEDGEMENT'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM RPT-WAITING-HEADING
           PERFORM CHECK-REPORT-WRITE

           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-TOTAL
               IF WS-RUN-ANSWER(WS-RUN-IX) = SPACES
                   PERFORM PRINT-ONE-WAITING-RUN
               END-IF
           END-PERFORM
           IF WS-UNANSWERED-COUNT = 0
               MOVE '  None.' TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE
           END-IF

           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           MOVE 'RUNS WAITING' TO RPT-COUNT-LABEL
           MOVE WS-UNANSWERED-COUNT TO RPT-COUNT-VALUE
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           PERFORM CHECK-REPORT-WRITE.

       PRINT-ONE-WAITING-RUN.
           ADD 1 TO WS-UNANSWERED-COUNT
           MOVE WS-RUN-STAMP(WS-RUN-IX)(1:14) TO RPT-WAITING-STAMP
           MOVE WS-RUN-DATE(WS-RUN-IX)      TO RPT-WAITING-DATE
           MOVE WS-RUN-COUNT(WS-RUN-IX)     TO RPT-WAITING-COUNT
           MOVE WS-RUN-HASH(WS-RUN-IX)      TO RPT-WAITING-HASH
           MOVE WS-RUN-AGE-SUM(WS-RUN-IX)   TO RPT-WAITING-AGE-SUM
           MOVE WS-RUN-DEP-COUNT(WS-RUN-IX) TO RPT-WAITING-DEP-COUNT
           MOVE WS-RUN-BAND-LOW(WS-RUN-IX)  TO RPT-WAITING-BAND-LOW
           MOVE WS-RUN-BAND-HIGH(WS-RUN-IX) TO RPT-WAITING-BAND-HIGH
           MOVE 0 TO WS-DAYS-WAITING
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE(WS-RUN-IX)) = 0
                   AND WS-RUN-DATE(WS-RUN-IX) < WS-CURRENT-DATE
               COMPUTE WS-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE(WS-RUN-IX))
           END-IF
           MOVE WS-DAYS-WAITING TO RPT-WAITING-DAYS
           WRITE REPORT-RECORD FROM RPT-WAITING-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-TEXT-LINE.
           WRITE REPORT-RECORD FROM RPT-TEXT-LINE
           PERFORM CHECK-REPORT-WRITE.

      *> ---------------------------------------------------------
      *> File status checks.
      *> ---------------------------------------------------------
       CHECK-ACK-READ.
           IF WS-ACK-FILE-STATUS NOT = '00'
                   AND WS-ACK-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR READING ACK-FILE, FILE STATUS = '
                   WS-ACK-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-REPORT-WRITE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REPORT-RECORD, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.
