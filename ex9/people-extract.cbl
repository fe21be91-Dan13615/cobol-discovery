      *> along on each detail line (address lines, postal code,
      *> phone; blank when none are held). An age-band selection (checked through
      *> RangeCheck, 0 to 120 for everyone) lets one program serve
      *> several consumers. Each detail line is followed by one 'R'
      *> line per open dependent link on relations.dat (the
      *> dependent's ID, name and date of birth, and the date the
      *> link started), whatever the dependent's own age; the
      *> trailer carries the number of 'R' lines after its other
      *> totals.
      *> Every run leaves a SENT line on the extract run history
      *> (extrhist.dat, extrhist.cpy) with its run date, trailer
      *> totals and age band, so ExtractAck can match the
      *> receiver's acknowledgement to the file it answers.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS CONT-PERSON-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT EXTRACT-HISTORY-FILE ASSIGN TO 'extrhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XHIST-FILE-STATUS.

           SELECT RELATION-FILE ASSIGN TO 'relations.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REL-KEY
           ALTERNATE RECORD KEY IS REL-RELATED-ID WITH DUPLICATES
           FILE STATUS IS WS-REL-FILE-STATUS.

      *> A second view of people.dat for the dependents' names, so
      *> the sequential pass above keeps its place.
           SELECT DEPENDENT-STORAGE ASSIGN TO 'people.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEP-PERSON-ID
           ALTERNATE RECORD KEY IS DEP-PERSON-NAME WITH DUPLICATES
           FILE STATUS IS WS-DEP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEOPLE-STORAGE.
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD               PIC X(160).

       FD EXTRACT-HISTORY-FILE.
       01 EXTRACT-HISTORY-RECORD.
           COPY 'extrhist.cpy'.

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           COPY 'contact.cpy'.

       FD RELATION-FILE.
       01 RELATION-RECORD.
           COPY 'relation.cpy'.

       FD DEPENDENT-STORAGE.
       01 DEPENDENT-RECORD.
           COPY 'people.cpy' REPLACING
               ==PERSON-ID== BY ==DEP-PERSON-ID==
               ==PERSON-NAME== BY ==DEP-PERSON-NAME==
               ==PERSON-DOB== BY ==DEP-PERSON-DOB==
               ==PERSON-DATE-ENTERED== BY ==DEP-PERSON-DATE-ENTERED==
               ==PERSON-STATUS== BY ==DEP-PERSON-STATUS==
               ==PERSON-STATUS-DATE== BY ==DEP-PERSON-STATUS-DATE==.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS               PIC XX.
       01 WS-EXTRACT-FILE-STATUS       PIC XX.
       01 WS-CONTACT-FILE-STATUS       PIC XX.
       01 WS-XHIST-FILE-STATUS         PIC XX.
       01 WS-END-OF-FILE               PIC X VALUE 'N'.
       01 WS-CONTACT-OPEN-FLAG         PIC X VALUE 'N'.
       01 WS-REL-FILE-STATUS           PIC XX.
       01 WS-DEP-FILE-STATUS           PIC XX.
       01 WS-REL-OPEN-FLAG             PIC X VALUE 'N'.
       01 WS-REL-EOF                   PIC X VALUE 'N'.

       01 WS-SOURCE-SYSTEM-ID          PIC X(13)
           VALUE 'PEOPLE-MASTER'.
       01 WS-EXTRACT-COUNT             PIC 9(6) VALUE 0.
       01 WS-ID-HASH-TOTAL             PIC 9(12) VALUE 0.
       01 WS-AGE-SUM-TOTAL             PIC 9(9) VALUE 0.
       01 WS-DEPENDENT-COUNT           PIC 9(6) VALUE 0.

       01 WS-NAME-LEN                  PIC 9(2) VALUE 0.
       01 WS-BUILD-LINE                PIC X(160).
       01 WS-EXT-ADDR-LINE-2           PIC X(30).
       01 WS-EXT-POSTAL-CODE           PIC X(10).
       01 WS-EXT-PHONE                 PIC X(15).
       01 WS-DEP-NAME-LEN              PIC 9(2) VALUE 0.
       01 WS-DEP-DOB-TEXT              PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               END-IF
           END-IF

      *> Likewise a missing relations.dat only means no dependent
      *> lines go out.
           OPEN INPUT RELATION-FILE
           IF WS-REL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-REL-OPEN-FLAG
               OPEN INPUT DEPENDENT-STORAGE
               IF WS-DEP-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING DEPENDENT-STORAGE, FILE'
                       ' STATUS = ' WS-DEP-FILE-STATUS
                   STOP RUN
               END-IF
           ELSE
               IF WS-REL-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING RELATION-FILE, FILE'
                       ' STATUS = ' WS-REL-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF

           PERFORM WRITE-HEADER-RECORD

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
           IF WS-CONTACT-OPEN-FLAG = 'Y'
               CLOSE CONTACT-FILE
           END-IF
           IF WS-REL-OPEN-FLAG = 'Y'
               CLOSE RELATION-FILE
               CLOSE DEPENDENT-STORAGE
           END-IF

           PERFORM WRITE-EXTRACT-HISTORY

           DISPLAY 'Extract complete: ' WS-READ-COUNT
               ' record(s) read, ' WS-EXTRACT-COUNT
               ' record(s) written to extract.dat, with '
               WS-DEPENDENT-COUNT ' dependent line(s).'
           GOBACK.

      *> ---------------------------------------------------------

           ADD 1 TO WS-EXTRACT-COUNT
           ADD PERSON-ID TO WS-ID-HASH-TOTAL
           ADD WS-WORK-AGE TO WS-AGE-SUM-TOTAL

           IF WS-REL-OPEN-FLAG = 'Y'
               PERFORM WRITE-DEPENDENT-RECORDS
           END-IF.

      *> ---------------------------------------------------------
      *> Dependents - every 'D' link held by this person that is
      *> still open (or ends after today) goes out as an 'R' line
      *> straight after the person's detail line. A dependent who
      *> has left the live file goes out with a blank name and
      *> date of birth rather than being dropped.
      *> ---------------------------------------------------------
       WRITE-DEPENDENT-RECORDS.
           MOVE PERSON-ID TO REL-PERSON-ID
           MOVE 'D'       TO REL-TYPE
           MOVE 0         TO REL-RELATED-ID
           START RELATION-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REL-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-REL-EOF
           END-START
           PERFORM UNTIL WS-REL-EOF = 'Y'
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REL-EOF
                   NOT AT END
                       IF REL-PERSON-ID NOT = PERSON-ID
                               OR REL-TYPE NOT = 'D'
                           MOVE 'Y' TO WS-REL-EOF
                       ELSE
                           IF REL-END-DATE = 0
                                   OR REL-END-DATE > WS-CURRENT-DATE
                               PERFORM WRITE-ONE-DEPENDENT
                           END-IF
                       END-IF
               END-READ
               IF WS-REL-FILE-STATUS NOT = '00'
                       AND WS-REL-FILE-STATUS NOT = '02'
                       AND WS-REL-FILE-STATUS NOT = '10'
                       AND WS-REL-FILE-STATUS NOT = '23'
                   DISPLAY 'ERROR READING RELATION-FILE, FILE'
                       ' STATUS = ' WS-REL-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM.

       WRITE-ONE-DEPENDENT.
           MOVE REL-RELATED-ID TO DEP-PERSON-ID
           READ DEPENDENT-STORAGE
               INVALID KEY
                   MOVE SPACES TO DEP-PERSON-NAME
                   MOVE SPACES TO WS-DEP-DOB-TEXT
               NOT INVALID KEY
                   MOVE DEP-PERSON-DOB TO WS-DEP-DOB-TEXT
           END-READ
           IF WS-DEP-FILE-STATUS NOT = '00'
                   AND WS-DEP-FILE-STATUS NOT = '02'
                   AND WS-DEP-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR READING DEPENDENT-STORAGE, FILE'
                   ' STATUS = ' WS-DEP-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 30 TO WS-DEP-NAME-LEN
           PERFORM UNTIL WS-DEP-NAME-LEN = 0
                   OR DEP-PERSON-NAME(WS-DEP-NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-DEP-NAME-LEN
           END-PERFORM

           MOVE SPACES TO WS-BUILD-LINE
           IF WS-DEP-NAME-LEN = 0
               STRING 'R' '|' PERSON-ID '|' REL-RELATED-ID '|'
                   '|' WS-DEP-DOB-TEXT '|' REL-START-DATE
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
           ELSE
               STRING 'R' '|' PERSON-ID '|' REL-RELATED-ID '|'
                   DEP-PERSON-NAME(1:WS-DEP-NAME-LEN) '|'
                   WS-DEP-DOB-TEXT '|' REL-START-DATE
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-IF

           MOVE WS-BUILD-LINE TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           PERFORM CHECK-EXTRACT-WRITE
           ADD 1 TO WS-DEPENDENT-COUNT.

      *> The contact columns keep their fixed widths inside the
      *> pipes, so a receiver can cut the line by position as well
       WRITE-TRAILER-RECORD.
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'T' '|' WS-EXTRACT-COUNT '|' WS-ID-HASH-TOTAL
               '|' WS-AGE-SUM-TOTAL '|' WS-DEPENDENT-COUNT
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           PERFORM CHECK-EXTRACT-WRITE.

      *> ---------------------------------------------------------
      *> Extract run history - one SENT line per extract.dat. An
      *> extract with no history line could never be matched to
      *> its acknowledgement, so a failure here stops the run.
      *> ---------------------------------------------------------
       WRITE-EXTRACT-HISTORY.
           OPEN EXTEND EXTRACT-HISTORY-FILE
           IF WS-XHIST-FILE-STATUS = '35'
               OPEN OUTPUT EXTRACT-HISTORY-FILE
           END-IF
           IF WS-XHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXTRACT-HISTORY-FILE, FILE'
                   ' STATUS = ' WS-XHIST-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES             TO EXTRACT-HISTORY-RECORD
           MOVE 'SENT  '           TO XH-EVENT
           MOVE WS-CURRENT-STAMP   TO XH-RUN-STAMP
           MOVE WS-CURRENT-DATE    TO XH-RUN-DATE
           MOVE WS-EXTRACT-COUNT   TO XH-RECORD-COUNT
           MOVE WS-ID-HASH-TOTAL   TO XH-HASH-TOTAL
           MOVE WS-AGE-SUM-TOTAL   TO XH-AGE-SUM
           MOVE WS-DEPENDENT-COUNT TO XH-DEP-COUNT
           MOVE WS-RC-LOW          TO XH-BAND-LOW
           MOVE WS-RC-HIGH         TO XH-BAND-HIGH
           MOVE 0                  TO XH-ACK-DATE
           MOVE 0                  TO XH-REFUSED-COUNT
           MOVE FUNCTION CURRENT-DATE TO XH-LINE-STAMP
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
           END-IF.

       CHECK-EXTRACT-WRITE.
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EXTRACT-RECORD, FILE STATUS = '
