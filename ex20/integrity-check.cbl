       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityCheck.

      *> Cross-file integrity run: DailyReconciliation proves that
      *> people.dat agrees with audit.log, this run proves that
      *> the master and its satellite files agree with each other.
      *> Exceptions go through a sort so integrity.rpt lists them
      *> grouped by type, in the order below: each type's heading,
      *> its exceptions in ID order, then its count.
      *>   CONTORPH  contacts.dat ID on neither people.dat nor
      *>             archive.dat
      *>   CARCORPH  contarch.dat ID with no archive.dat person
      *>   BOTHFILE  ID on people.dat and archive.dat at once
      *>   NHSTORPH  namehist.dat line for an ID found nowhere
      *>   BADSTAT   people.dat status other than 'A' or 'I'
      *>   BADDOB    people.dat date of birth that cannot be right
      *>             (not a date, in the future, or over 120 years)
      *>   STATDATE  people.dat status date before date entered
      *> Any exception raises the return code, so NightlyDriver can
      *> hold the extract behind a corrupt set of files. A file
      *> that does not exist yet is read as empty.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEOPLE-STORAGE ASSIGN TO 'people.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS PERSON-NAME WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO 'archive.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCH-PERSON-ID
           ALTERNATE RECORD KEY IS ARCH-PERSON-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO 'contacts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-PERSON-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT CONTACT-ARCHIVE-FILE ASSIGN TO 'contarch.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCH-CONT-PERSON-ID
           FILE STATUS IS WS-CONTARCH-FILE-STATUS.

           SELECT NAME-HISTORY-FILE ASSIGN TO 'namehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NHIST-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO 'sortwork'.

           SELECT REPORT-FILE ASSIGN TO 'integrity.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEOPLE-STORAGE.
       01 PEOPLE-RECORD.
           COPY 'people.cpy'.

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           COPY 'people.cpy' REPLACING
               ==PERSON-ID== BY ==ARCH-PERSON-ID==
               ==PERSON-NAME== BY ==ARCH-PERSON-NAME==
               ==PERSON-DOB== BY ==ARCH-PERSON-DOB==
               ==PERSON-DATE-ENTERED== BY ==ARCH-PERSON-DATE-ENTERED==
               ==PERSON-STATUS== BY ==ARCH-PERSON-STATUS==
               ==PERSON-STATUS-DATE== BY ==ARCH-PERSON-STATUS-DATE==.

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           COPY 'contact.cpy'.

       FD CONTACT-ARCHIVE-FILE.
       01 CONTACT-ARCHIVE-RECORD.
           COPY 'contact.cpy' REPLACING
               ==CONT-PERSON-ID== BY ==ARCH-CONT-PERSON-ID==
               ==CONT-ADDR-LINE-1== BY ==ARCH-CONT-ADDR-LINE-1==
               ==CONT-ADDR-LINE-2== BY ==ARCH-CONT-ADDR-LINE-2==
               ==CONT-POSTAL-CODE== BY ==ARCH-CONT-POSTAL-CODE==
               ==CONT-PHONE== BY ==ARCH-CONT-PHONE==.

       FD NAME-HISTORY-FILE.
       01 NAME-HISTORY-RECORD          PIC X(100).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-GROUP-NO            PIC 9.
           05 SORT-EXCEPTION-ID        PIC 9(6).
           05 SORT-EXCEPTION-TYPE      PIC X(8).
           05 SORT-EXCEPTION-TEXT      PIC X(50).

       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS               PIC XX.
       01 WS-ARCHIVE-FILE-STATUS       PIC XX.
       01 WS-CONTACT-FILE-STATUS       PIC XX.
       01 WS-CONTARCH-FILE-STATUS      PIC XX.
       01 WS-NHIST-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS        PIC XX.
       01 WS-END-OF-FILE               PIC X VALUE 'N'.
       01 WS-SORT-EOF                  PIC X VALUE 'N'.

      *> 'Y' when the file could be opened; a file that is not
      *> there yet holds no IDs to look up.
       01 WS-PEOPLE-OPEN-FLAG          PIC X VALUE 'N'.
       01 WS-ARCHIVE-OPEN-FLAG         PIC X VALUE 'N'.

       01 WS-NAME-HIST-LINE.
           COPY 'namehist.cpy'.

       01 WS-CURRENT-STAMP             PIC X(21).
       01 WS-CURRENT-DATE              PIC 9(8).
       01 WS-WORK-AGE                  PIC 9(3).
       01 WS-RC-VALUE                  PIC 9(3).
       01 WS-RC-LOW                    PIC 9(3).
       01 WS-RC-HIGH                   PIC 9(3).
       01 WS-RC-CATEGORY               PIC X(4).

       01 WS-DOB-ENTRY.
           05 WS-DOB-TEXT               PIC X(8).
       01 WS-DOB-PARTS REDEFINES WS-DOB-ENTRY.
           05 WS-DOB-YEAR               PIC 9(4).
           05 WS-DOB-MONTH              PIC 9(2).
           05 WS-DOB-DAY                PIC 9(2).

       01 WS-LOOKUP-ID                 PIC 9(6).
       01 WS-ON-PEOPLE-FLAG            PIC X VALUE 'N'.
       01 WS-ON-ARCHIVE-FLAG           PIC X VALUE 'N'.
       01 WS-DOB-VALID-FLAG            PIC X VALUE 'N'.

       01 WS-EXCEPTION-TYPE            PIC X(8).
       01 WS-EXCEPTION-ID              PIC 9(6).
       01 WS-EXCEPTION-TEXT            PIC X(50).

       01 WS-CONTORPH-COUNT            PIC 9(6) VALUE 0.
       01 WS-CARCORPH-COUNT            PIC 9(6) VALUE 0.
       01 WS-BOTHFILE-COUNT            PIC 9(6) VALUE 0.
       01 WS-NHSTORPH-COUNT            PIC 9(6) VALUE 0.
       01 WS-BADSTAT-COUNT             PIC 9(6) VALUE 0.
       01 WS-BADDOB-COUNT              PIC 9(6) VALUE 0.
       01 WS-STATDATE-COUNT            PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT           PIC 9(7) VALUE 0.

      *> The type being printed, 1 to 7 in report order.
       01 WS-GROUP-NO                  PIC 9 VALUE 0.
       01 WS-GROUP-TYPE                PIC X(8).
       01 WS-GROUP-COUNT               PIC 9(6).
       01 WS-GROUP-TEXT                PIC X(50).

       01 RPT-TITLE-LINE.
           05 FILLER                    PIC X(29)
               VALUE 'CROSS-FILE INTEGRITY CHECK   '.
           05 FILLER                    PIC X(5) VALUE 'RUN: '.
           05 RPT-TITLE-DATE            PIC 9(8).

       01 RPT-HEADING-LINE.
           05 FILLER                    PIC X(10) VALUE 'TYPE'.
           05 FILLER                    PIC X(8) VALUE 'ID'.
           05 FILLER                    PIC X(50) VALUE 'DETAIL'.

       01 RPT-DETAIL-LINE.
           05 RPT-DETAIL-TYPE           PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-ID             PIC 9(6).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-TEXT           PIC X(50).

       01 RPT-GROUP-LINE.
           05 RPT-GROUP-TYPE            PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-GROUP-TEXT            PIC X(50).

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-TYPE            PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-COUNT-VALUE           PIC ZZZZZ9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-COUNT-TEXT            PIC X(50).

       01 RPT-TOTAL-LINE.
           05 FILLER                    PIC X(18)
               VALUE 'TOTAL EXCEPTIONS: '.
           05 RPT-TOTAL-EXCEPTIONS      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE

      *> Working storage outlives a CALL from NightlyDriver, so
      *> the counts start again on every run.
           MOVE 0 TO WS-CONTORPH-COUNT
           MOVE 0 TO WS-CARCORPH-COUNT
           MOVE 0 TO WS-BOTHFILE-COUNT
           MOVE 0 TO WS-NHSTORPH-COUNT
           MOVE 0 TO WS-BADSTAT-COUNT
           MOVE 0 TO WS-BADDOB-COUNT
           MOVE 0 TO WS-STATDATE-COUNT
           MOVE 0 TO WS-EXCEPTION-COUNT
           MOVE 0 TO RETURN-CODE

           PERFORM OPEN-INTEGRITY-REPORT

           SORT SORT-WORK
               ON ASCENDING KEY SORT-GROUP-NO SORT-EXCEPTION-ID
               INPUT PROCEDURE IS RELEASE-EXCEPTIONS
               OUTPUT PROCEDURE IS PRINT-EXCEPTIONS-BY-TYPE

           PERFORM WRITE-EXCEPTION-TOTAL

           CLOSE REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           IF WS-EXCEPTION-COUNT = 0
               DISPLAY 'Integrity check: no exceptions.'
           ELSE
               DISPLAY 'Integrity check: ' WS-EXCEPTION-COUNT
                   ' exception(s) -- see integrity.rpt.'
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ---------------------------------------------------------
      *> Sort input - the four passes, each exception released as
      *> it is found.
      *> ---------------------------------------------------------
       RELEASE-EXCEPTIONS.
           PERFORM OPEN-MASTER-FILES

           PERFORM CHECK-PEOPLE-RECORDS
           PERFORM CHECK-CONTACT-RECORDS
           PERFORM CHECK-CONTACT-ARCHIVE-RECORDS
           PERFORM CHECK-NAME-HISTORY-LINES

           PERFORM CLOSE-MASTER-FILES.

      *> ---------------------------------------------------------
      *> people.dat and archive.dat stay open for the whole run;
      *> every satellite file is checked against them by key.
      *> ---------------------------------------------------------
       OPEN-MASTER-FILES.
           MOVE 'N' TO WS-PEOPLE-OPEN-FLAG
           MOVE 'N' TO WS-ARCHIVE-OPEN-FLAG
           OPEN INPUT PEOPLE-STORAGE
           IF WS-FILE-STATUS = '35'
               DISPLAY 'people.dat does not exist -- read as an empty '
                   'file.'
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PEOPLE-STORAGE, FILE'
                       ' STATUS = ' WS-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-PEOPLE-OPEN-FLAG
           END-IF

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-ARCHIVE-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING ARCHIVE-FILE, FILE'
                       ' STATUS = ' WS-ARCHIVE-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-ARCHIVE-OPEN-FLAG
           END-IF.

       CLOSE-MASTER-FILES.
           IF WS-PEOPLE-OPEN-FLAG = 'Y'
               CLOSE PEOPLE-STORAGE
           END-IF
           IF WS-ARCHIVE-OPEN-FLAG = 'Y'
               CLOSE ARCHIVE-FILE
           END-IF.

      *> ---------------------------------------------------------
      *> Pass 1 - each people.dat record on its own, and against
      *> archive.dat.
      *> ---------------------------------------------------------
       CHECK-PEOPLE-RECORDS.
           IF WS-PEOPLE-OPEN-FLAG = 'Y'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PEOPLE-STORAGE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM CHECK-ONE-PERSON
                   END-READ
                   IF WS-FILE-STATUS NOT = '00'
                           AND WS-FILE-STATUS NOT = '10'
                       DISPLAY 'ERROR READING PEOPLE-STORAGE, FILE'
                           ' STATUS = ' WS-FILE-STATUS
                       STOP RUN
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ONE-PERSON.
           MOVE PERSON-ID TO WS-EXCEPTION-ID

           IF PERSON-STATUS NOT = 'A' AND PERSON-STATUS NOT = 'I'
               MOVE 'BADSTAT ' TO WS-EXCEPTION-TYPE
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'Status is "' PERSON-STATUS '", not A or I'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               ADD 1 TO WS-BADSTAT-COUNT
               PERFORM RELEASE-EXCEPTION-LINE
           END-IF

           PERFORM CHECK-PERSON-DOB

           IF PERSON-STATUS-DATE IS NUMERIC
                   AND PERSON-DATE-ENTERED IS NUMERIC
               IF PERSON-STATUS-DATE < PERSON-DATE-ENTERED
                   MOVE 'STATDATE' TO WS-EXCEPTION-TYPE
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING 'Status date ' PERSON-STATUS-DATE
                       ' before entered ' PERSON-DATE-ENTERED
                       DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                   ADD 1 TO WS-STATDATE-COUNT
                   PERFORM RELEASE-EXCEPTION-LINE
               END-IF
           END-IF

           IF WS-ARCHIVE-OPEN-FLAG = 'Y'
               MOVE PERSON-ID TO ARCH-PERSON-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'BOTHFILE' TO WS-EXCEPTION-TYPE
                       MOVE 'On people.dat and archive.dat at once'
                           TO WS-EXCEPTION-TEXT
                       ADD 1 TO WS-BOTHFILE-COUNT
                       PERFORM RELEASE-EXCEPTION-LINE
               END-READ
               IF WS-ARCHIVE-FILE-STATUS NOT = '00'
                       AND WS-ARCHIVE-FILE-STATUS NOT = '23'
                   DISPLAY 'ERROR READING ARCHIVE-FILE, FILE STATUS = '
                       WS-ARCHIVE-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

      *> The date-of-birth rules are the ones maintenance and the
      *> transaction load apply on the way in (month, day, age 0
      *> to 120), plus a date after today.
       CHECK-PERSON-DOB.
           MOVE PERSON-DOB TO WS-DOB-TEXT
           MOVE 'N' TO WS-DOB-VALID-FLAG
           IF WS-DOB-TEXT IS NOT NUMERIC
               MOVE 'Date of birth is not numeric' TO WS-EXCEPTION-TEXT
           ELSE
               IF WS-DOB-MONTH < 01 OR WS-DOB-MONTH > 12
                       OR WS-DOB-DAY < 01 OR WS-DOB-DAY > 31
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING 'Date of birth ' PERSON-DOB ' is not a date'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               ELSE
                   IF PERSON-DOB > WS-CURRENT-DATE
                       MOVE SPACES TO WS-EXCEPTION-TEXT
                       STRING 'Date of birth ' PERSON-DOB
                           ' is in the future'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                   ELSE
                       CALL 'AgeFromDOB' USING PERSON-DOB,
                               WS-CURRENT-DATE, WS-WORK-AGE
                       MOVE WS-WORK-AGE TO WS-RC-VALUE
                       MOVE 0   TO WS-RC-LOW
                       MOVE 120 TO WS-RC-HIGH
                       CALL 'RangeCheck' USING WS-RC-VALUE, WS-RC-LOW,
                               WS-RC-HIGH, WS-RC-CATEGORY
                       IF WS-RC-CATEGORY = 'MID '
                           MOVE 'Y' TO WS-DOB-VALID-FLAG
                       END-IF
                       MOVE SPACES TO WS-EXCEPTION-TEXT
                       STRING 'Date of birth ' PERSON-DOB
                           ' gives age ' WS-WORK-AGE
                           DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-DOB-VALID-FLAG = 'N'
               MOVE 'BADDOB  ' TO WS-EXCEPTION-TYPE
               ADD 1 TO WS-BADDOB-COUNT
               PERFORM RELEASE-EXCEPTION-LINE
           END-IF.

      *> ---------------------------------------------------------
      *> Pass 2 - a live contact must belong to someone, live or
      *> archived.
      *> ---------------------------------------------------------
       CHECK-CONTACT-RECORDS.
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-CONTACT-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CONTACT-FILE, FILE'
                       ' STATUS = ' WS-CONTACT-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE CONT-PERSON-ID TO WS-LOOKUP-ID
                           PERFORM LOOK-UP-PEOPLE
                           PERFORM LOOK-UP-ARCHIVE
                           IF WS-ON-PEOPLE-FLAG = 'N'
                                   AND WS-ON-ARCHIVE-FLAG = 'N'
                               MOVE 'CONTORPH' TO WS-EXCEPTION-TYPE
                               MOVE CONT-PERSON-ID
                                   TO WS-EXCEPTION-ID
                               MOVE 'Contact on neither master file'
                                   TO WS-EXCEPTION-TEXT
                               ADD 1 TO WS-CONTORPH-COUNT
                               PERFORM RELEASE-EXCEPTION-LINE
                           END-IF
                   END-READ
                   IF WS-CONTACT-FILE-STATUS NOT = '00'
                           AND WS-CONTACT-FILE-STATUS NOT = '10'
                       DISPLAY 'ERROR READING CONTACT-FILE, FILE'
                           ' STATUS = ' WS-CONTACT-FILE-STATUS
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

      *> ---------------------------------------------------------
      *> Pass 3 - an archived contact must belong to an archived
      *> person; ArchivePurge moves the two together.
      *> ---------------------------------------------------------
       CHECK-CONTACT-ARCHIVE-RECORDS.
           OPEN INPUT CONTACT-ARCHIVE-FILE
           IF WS-CONTARCH-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-CONTARCH-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CONTACT-ARCHIVE-FILE, FILE'
                       ' STATUS = ' WS-CONTARCH-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ CONTACT-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE ARCH-CONT-PERSON-ID TO WS-LOOKUP-ID
                           PERFORM LOOK-UP-ARCHIVE
                           IF WS-ON-ARCHIVE-FLAG = 'N'
                               MOVE 'CARCORPH' TO WS-EXCEPTION-TYPE
                               MOVE ARCH-CONT-PERSON-ID
                                   TO WS-EXCEPTION-ID
                               MOVE 'No archive.dat person'
                                   TO WS-EXCEPTION-TEXT
                               ADD 1 TO WS-CARCORPH-COUNT
                               PERFORM RELEASE-EXCEPTION-LINE
                           END-IF
                   END-READ
                   IF WS-CONTARCH-FILE-STATUS NOT = '00'
                           AND WS-CONTARCH-FILE-STATUS NOT = '10'
                       DISPLAY 'ERROR READING CONTACT-ARCHIVE-FILE,'
                           ' FILE STATUS = ' WS-CONTARCH-FILE-STATUS
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE CONTACT-ARCHIVE-FILE
           END-IF.

      *> ---------------------------------------------------------
      *> Pass 4 - old names are kept for people we still hold,
      *> live or archived. Each orphaned line is listed.
      *> ---------------------------------------------------------
       CHECK-NAME-HISTORY-LINES.
           OPEN INPUT NAME-HISTORY-FILE
           IF WS-NHIST-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-NHIST-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING NAME-HISTORY-FILE, FILE'
                       ' STATUS = ' WS-NHIST-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ NAME-HISTORY-FILE INTO WS-NAME-HIST-LINE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM CHECK-ONE-NAME-HISTORY-LINE
                   END-READ
                   IF WS-NHIST-FILE-STATUS NOT = '00'
                           AND WS-NHIST-FILE-STATUS NOT = '10'
                       DISPLAY 'ERROR READING NAME-HISTORY-FILE, FILE'
                           ' STATUS = ' WS-NHIST-FILE-STATUS
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE NAME-HISTORY-FILE
           END-IF.

       CHECK-ONE-NAME-HISTORY-LINE.
           MOVE 'N' TO WS-ON-PEOPLE-FLAG
           MOVE 'N' TO WS-ON-ARCHIVE-FLAG
           IF WS-NHIST-ID IS NUMERIC
               MOVE WS-NHIST-ID TO WS-LOOKUP-ID
               PERFORM LOOK-UP-PEOPLE
               PERFORM LOOK-UP-ARCHIVE
               MOVE WS-NHIST-ID TO WS-EXCEPTION-ID
           ELSE
               MOVE 0 TO WS-EXCEPTION-ID
           END-IF
           IF WS-ON-PEOPLE-FLAG = 'N' AND WS-ON-ARCHIVE-FLAG = 'N'
               MOVE 'NHSTORPH' TO WS-EXCEPTION-TYPE
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'Old name ' WS-NHIST-OLD-NAME
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               ADD 1 TO WS-NHSTORPH-COUNT
               PERFORM RELEASE-EXCEPTION-LINE
           END-IF.

      *> ---------------------------------------------------------
      *> Keyed look-ups for WS-LOOKUP-ID.
      *> ---------------------------------------------------------
       LOOK-UP-PEOPLE.
           MOVE 'N' TO WS-ON-PEOPLE-FLAG
           IF WS-PEOPLE-OPEN-FLAG = 'Y'
               MOVE WS-LOOKUP-ID TO PERSON-ID
               READ PEOPLE-STORAGE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-PEOPLE-FLAG
               END-READ
               IF WS-FILE-STATUS NOT = '00'
                       AND WS-FILE-STATUS NOT = '23'
                   DISPLAY 'ERROR READING PEOPLE-STORAGE, FILE'
                       ' STATUS = ' WS-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

       LOOK-UP-ARCHIVE.
           MOVE 'N' TO WS-ON-ARCHIVE-FLAG
           IF WS-ARCHIVE-OPEN-FLAG = 'Y'
               MOVE WS-LOOKUP-ID TO ARCH-PERSON-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-ARCHIVE-FLAG
               END-READ
               IF WS-ARCHIVE-FILE-STATUS NOT = '00'
                       AND WS-ARCHIVE-FILE-STATUS NOT = '23'
                   DISPLAY 'ERROR READING ARCHIVE-FILE, FILE STATUS = '
                       WS-ARCHIVE-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> Report
      *> ---------------------------------------------------------
       OPEN-INTEGRITY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE
           PERFORM CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM RPT-HEADING-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE.

       RELEASE-EXCEPTION-LINE.
           EVALUATE WS-EXCEPTION-TYPE
               WHEN 'CONTORPH'
                   MOVE 1 TO SORT-GROUP-NO
               WHEN 'CARCORPH'
                   MOVE 2 TO SORT-GROUP-NO
               WHEN 'BOTHFILE'
                   MOVE 3 TO SORT-GROUP-NO
               WHEN 'NHSTORPH'
                   MOVE 4 TO SORT-GROUP-NO
               WHEN 'BADSTAT '
                   MOVE 5 TO SORT-GROUP-NO
               WHEN 'BADDOB  '
                   MOVE 6 TO SORT-GROUP-NO
               WHEN OTHER
                   MOVE 7 TO SORT-GROUP-NO
           END-EVALUATE
           MOVE WS-EXCEPTION-ID   TO SORT-EXCEPTION-ID
           MOVE WS-EXCEPTION-TYPE TO SORT-EXCEPTION-TYPE
           MOVE WS-EXCEPTION-TEXT TO SORT-EXCEPTION-TEXT
           RELEASE SORT-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT.

      *> ---------------------------------------------------------
      *> Sort output - every type in turn, even one with nothing
      *> to list, so the report always shows all seven counts.
      *> ---------------------------------------------------------
       PRINT-EXCEPTIONS-BY-TYPE.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM RETURN-EXCEPTION
           PERFORM VARYING WS-GROUP-NO FROM 1 BY 1
                   UNTIL WS-GROUP-NO > 7
               PERFORM SET-GROUP-DETAILS
               MOVE WS-GROUP-TYPE TO RPT-GROUP-TYPE
               MOVE WS-GROUP-TEXT TO RPT-GROUP-TEXT
               WRITE REPORT-RECORD FROM RPT-GROUP-LINE
               PERFORM CHECK-REPORT-WRITE
               PERFORM UNTIL WS-SORT-EOF = 'Y'
                       OR SORT-GROUP-NO NOT = WS-GROUP-NO
                   PERFORM WRITE-EXCEPTION-LINE
                   PERFORM RETURN-EXCEPTION
               END-PERFORM
               MOVE WS-GROUP-TYPE  TO RPT-COUNT-TYPE
               MOVE WS-GROUP-COUNT TO RPT-COUNT-VALUE
               MOVE 'exception(s)' TO RPT-COUNT-TEXT
               PERFORM WRITE-COUNT-LINE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE
           END-PERFORM.

       RETURN-EXCEPTION.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       SET-GROUP-DETAILS.
           EVALUATE WS-GROUP-NO
               WHEN 1
                   MOVE 'CONTORPH' TO WS-GROUP-TYPE
                   MOVE WS-CONTORPH-COUNT TO WS-GROUP-COUNT
                   MOVE 'contacts.dat ID on neither people nor archive'
                       TO WS-GROUP-TEXT
               WHEN 2
                   MOVE 'CARCORPH' TO WS-GROUP-TYPE
                   MOVE WS-CARCORPH-COUNT TO WS-GROUP-COUNT
                   MOVE 'contarch.dat ID with no archive.dat person'
                       TO WS-GROUP-TEXT
               WHEN 3
                   MOVE 'BOTHFILE' TO WS-GROUP-TYPE
                   MOVE WS-BOTHFILE-COUNT TO WS-GROUP-COUNT
                   MOVE 'ID on both people.dat and archive.dat'
                       TO WS-GROUP-TEXT
               WHEN 4
                   MOVE 'NHSTORPH' TO WS-GROUP-TYPE
                   MOVE WS-NHSTORPH-COUNT TO WS-GROUP-COUNT
                   MOVE 'namehist.dat line for an ID found nowhere'
                       TO WS-GROUP-TEXT
               WHEN 5
                   MOVE 'BADSTAT ' TO WS-GROUP-TYPE
                   MOVE WS-BADSTAT-COUNT TO WS-GROUP-COUNT
                   MOVE 'people.dat status not A or I' TO WS-GROUP-TEXT
               WHEN 6
                   MOVE 'BADDOB  ' TO WS-GROUP-TYPE
                   MOVE WS-BADDOB-COUNT TO WS-GROUP-COUNT
                   MOVE 'people.dat impossible date of birth'
                       TO WS-GROUP-TEXT
               WHEN OTHER
                   MOVE 'STATDATE' TO WS-GROUP-TYPE
                   MOVE WS-STATDATE-COUNT TO WS-GROUP-COUNT
                   MOVE 'people.dat status date before date entered'
                       TO WS-GROUP-TEXT
           END-EVALUATE.

       WRITE-EXCEPTION-LINE.
           MOVE SORT-EXCEPTION-TYPE TO RPT-DETAIL-TYPE
           MOVE SORT-EXCEPTION-ID   TO RPT-DETAIL-ID
           MOVE SORT-EXCEPTION-TEXT TO RPT-DETAIL-TEXT
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-EXCEPTION-TOTAL.
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           MOVE WS-EXCEPTION-COUNT TO RPT-TOTAL-EXCEPTIONS
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-COUNT-LINE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           PERFORM CHECK-REPORT-WRITE.

       CHECK-REPORT-WRITE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REPORT-RECORD, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.
