       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegionReport.

      *> Active people by region and district. Each active person's
      *> contact record is looked up on contacts.dat and the postal
      *> code on the postal reference file postal.dat; the people
      *> placed that way are sorted by region and district and
      *> counted in the same age bands as AgeDistributionReport
      *> (agebands.dat, or the standard three bands when there is
      *> no parameter file), with a subtotal line for each
      *> district and each region and a grand total at the end.
      *> Active people who cannot be placed - no contact record, no
      *> postal code, or a code not on postal.dat - are counted
      *> after the totals, followed by a count over the whole of
      *> contacts.dat of records whose postal code is missing or
      *> not on the reference file. Printed to region.rpt with
      *> page headings like RosterReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEOPLE-STORAGE ASSIGN TO 'people.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS PERSON-NAME WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO 'contacts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-PERSON-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT POSTAL-FILE ASSIGN TO 'postal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POST-CODE
           FILE STATUS IS WS-POSTAL-FILE-STATUS.

           SELECT BAND-PARAM-FILE ASSIGN TO 'agebands.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO 'sortwork'.

           SELECT REPORT-FILE ASSIGN TO 'region.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEOPLE-STORAGE.
       01 PEOPLE-RECORD.
           COPY 'people.cpy'.

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           COPY 'contact.cpy'.

       FD POSTAL-FILE.
       01 POSTAL-RECORD.
           COPY 'postal.cpy'.

       FD BAND-PARAM-FILE.
       01 BAND-PARAM-RECORD.
           05 PARAM-BAND-LABEL         PIC X(12).
           05 PARAM-BAND-LOW           PIC 9(3).
           05 PARAM-BAND-HIGH          PIC 9(3).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-REGION              PIC X(20).
           05 SORT-DISTRICT            PIC X(20).
           05 SORT-BAND-IX             PIC 9(2).
           05 SORT-PERSON-ID           PIC 9(6).

       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS               PIC XX.
       01 WS-CONTACT-FILE-STATUS       PIC XX.
       01 WS-POSTAL-FILE-STATUS        PIC XX.
       01 WS-PARAM-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS        PIC XX.
       01 WS-END-OF-FILE               PIC X VALUE 'N'.
       01 WS-CONTACT-EOF               PIC X VALUE 'N'.
       01 WS-PARAM-EOF                 PIC X VALUE 'N'.
       01 WS-SORT-EOF                  PIC X VALUE 'N'.
       01 WS-CONTACT-OPEN-FLAG         PIC X VALUE 'N'.
       01 WS-POSTAL-OPEN-FLAG          PIC X VALUE 'N'.
       01 WS-CONTACT-FOUND-FLAG        PIC X VALUE 'N'.
       01 WS-POSTAL-FOUND-FLAG         PIC X VALUE 'N'.
       01 WS-FIRST-GROUP-FLAG          PIC X VALUE 'Y'.

       01 WS-CURRENT-STAMP             PIC X(21).
       01 WS-CURRENT-DATE              PIC 9(8).
       01 WS-CURRENT-TIME              PIC X(6).
       01 WS-WORK-AGE                  PIC 9(3).

       01 WS-RC-VALUE                  PIC 9(3).
       01 WS-RC-LOW                    PIC 9(3).
       01 WS-RC-HIGH                   PIC 9(3).
       01 WS-RC-CATEGORY               PIC X(4).

      *> The band table as AgeDistributionReport loads it, with one
      *> slot past the last band for an age no band covers.
       01 WS-MAX-BANDS                 PIC 9(2) VALUE 20.
       01 WS-BAND-TOTAL                PIC 9(2) VALUE 0.
       01 WS-BAND-IX                   PIC 9(2) VALUE 0.
       01 WS-NO-BAND-IX                PIC 9(2) VALUE 0.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 21 TIMES.
               10 WS-BAND-LABEL         PIC X(12).
               10 WS-BAND-LOW           PIC 9(3).
               10 WS-BAND-HIGH          PIC 9(3).
               10 WS-DISTRICT-COUNT     PIC 9(6).
               10 WS-REGION-COUNT       PIC 9(6).
               10 WS-GRAND-COUNT        PIC 9(6).

       01 WS-HELD-CODE                 PIC X(10).
       01 WS-LEAD-SPACES               PIC 9(2) VALUE 0.
       01 WS-PREV-REGION               PIC X(20) VALUE SPACES.
       01 WS-PREV-DISTRICT             PIC X(20) VALUE SPACES.
       01 WS-HELD-LINE                 PIC X(132).

       01 WS-LINE-COUNT                PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE            PIC 9(3) VALUE 55.
       01 WS-PAGE-COUNT                PIC 9(4) VALUE 0.

       01 WS-DISTRICT-TOTAL            PIC 9(6) VALUE 0.
       01 WS-REGION-TOTAL              PIC 9(6) VALUE 0.
       01 WS-PLACED-COUNT              PIC 9(6) VALUE 0.
       01 WS-ACTIVE-COUNT              PIC 9(6) VALUE 0.
       01 WS-NO-CONTACT-COUNT          PIC 9(6) VALUE 0.
       01 WS-NO-CODE-COUNT             PIC 9(6) VALUE 0.
       01 WS-BAD-CODE-COUNT            PIC 9(6) VALUE 0.
       01 WS-CONTACT-TOTAL             PIC 9(6) VALUE 0.
       01 WS-CONTACT-MISSING-COUNT     PIC 9(6) VALUE 0.
       01 WS-CONTACT-UNKNOWN-COUNT     PIC 9(6) VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER                    PIC X(22)
               VALUE 'ACTIVE PEOPLE BY AREA '.
           05 FILLER                    PIC X(5) VALUE 'RUN: '.
           05 RPT-TITLE-DATE            PIC 9(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 RPT-TITLE-TIME            PIC X(6).
           05 FILLER                    PIC X(26) VALUE SPACES.
           05 FILLER                    PIC X(5) VALUE 'PAGE '.
           05 RPT-TITLE-PAGE            PIC ZZZ9.

       01 RPT-HEADING-LINE.
           05 FILLER                    PIC X(42)
               VALUE 'REGION / DISTRICT / AGE BAND'.
           05 FILLER                    PIC X(6) VALUE 'PEOPLE'.

       01 RPT-REGION-LINE.
           05 FILLER                    PIC X(9) VALUE 'REGION: '.
           05 RPT-REGION-NAME           PIC X(20).

       01 RPT-DISTRICT-LINE.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'DISTRICT: '.
           05 RPT-DISTRICT-NAME         PIC X(20).

       01 RPT-REGION-SUB-LINE.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 FILLER                    PIC X(20)
               VALUE 'SUBTOTAL FOR REGION '.
           05 RPT-REGION-SUB-NAME       PIC X(20).

       01 RPT-BAND-LINE.
           05 FILLER                    PIC X(6) VALUE SPACES.
           05 RPT-BAND-LABEL            PIC X(12).
           05 FILLER                    PIC X(24) VALUE SPACES.
           05 RPT-BAND-COUNT            PIC ZZZZZ9.

       01 RPT-SUBTOTAL-LINE.
           05 FILLER                    PIC X(6) VALUE SPACES.
           05 RPT-SUBTOTAL-CAPTION      PIC X(36).
           05 RPT-SUBTOTAL-COUNT        PIC ZZZZZ9.

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-CAPTION         PIC X(42).
           05 RPT-COUNT-VALUE           PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO WS-CURRENT-TIME
           PERFORM LOAD-BAND-TABLE
           PERFORM VALIDATE-BAND-TABLE
           COMPUTE WS-NO-BAND-IX = WS-BAND-TOTAL + 1
           MOVE 'OVER 120    ' TO WS-BAND-LABEL(WS-NO-BAND-IX)
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > WS-NO-BAND-IX
               MOVE 0 TO WS-DISTRICT-COUNT(WS-BAND-IX)
               MOVE 0 TO WS-REGION-COUNT(WS-BAND-IX)
               MOVE 0 TO WS-GRAND-COUNT(WS-BAND-IX)
           END-PERFORM

           OPEN INPUT PEOPLE-STORAGE
           IF WS-FILE-STATUS = '35'
               DISPLAY 'people.dat does not exist yet -- nothing to '
                   'report.'
               STOP RUN
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PEOPLE-STORAGE, FILE STATUS = '
                   WS-FILE-STATUS
               STOP RUN
           END-IF

      *> Without contacts.dat nobody can be placed; without
      *> postal.dat every code on file counts as unknown. Either
      *> way the report still runs and says so.
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

           OPEN INPUT POSTAL-FILE
           IF WS-POSTAL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-POSTAL-OPEN-FLAG
           ELSE
               IF WS-POSTAL-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING POSTAL-FILE, FILE'
                       ' STATUS = ' WS-POSTAL-FILE-STATUS
                   STOP RUN
               END-IF
               DISPLAY 'WARNING: postal.dat not found -- every postal'
                   ' code is counted as unknown.'
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           SORT SORT-WORK
               ON ASCENDING KEY SORT-REGION SORT-DISTRICT
                   SORT-BAND-IX SORT-PERSON-ID
               INPUT PROCEDURE IS RELEASE-ACTIVE-PEOPLE
               OUTPUT PROCEDURE IS PRINT-AREA-COUNTS

           PERFORM WRITE-GRAND-TOTALS
           PERFORM COUNT-CONTACT-POSTAL-CODES
           PERFORM WRITE-UNPLACED-COUNTS

           CLOSE REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           CLOSE PEOPLE-STORAGE
           IF WS-CONTACT-OPEN-FLAG = 'Y'
               CLOSE CONTACT-FILE
           END-IF
           IF WS-POSTAL-OPEN-FLAG = 'Y'
               CLOSE POSTAL-FILE
           END-IF

           DISPLAY 'Region report written to region.rpt ('
               WS-ACTIVE-COUNT ' active, ' WS-PLACED-COUNT
               ' placed, ' WS-PAGE-COUNT ' page(s)).'
           GOBACK.

      *> ---------------------------------------------------------
      *> Band parameters - one band per agebands.dat line; the
      *> original three bands are the fallback when no parameter
      *> file has been set up.
      *> ---------------------------------------------------------
       LOAD-BAND-TABLE.
           OPEN INPUT BAND-PARAM-FILE
           IF WS-PARAM-FILE-STATUS = '35'
               DISPLAY 'agebands.dat not found -- using the '
                   'standard three bands.'
               MOVE 3 TO WS-BAND-TOTAL
               MOVE 'UNDER 18    ' TO WS-BAND-LABEL(1)
               MOVE 0   TO WS-BAND-LOW(1)
               MOVE 17  TO WS-BAND-HIGH(1)
               MOVE '18 TO 64    ' TO WS-BAND-LABEL(2)
               MOVE 18  TO WS-BAND-LOW(2)
               MOVE 64  TO WS-BAND-HIGH(2)
               MOVE '65 AND OVER ' TO WS-BAND-LABEL(3)
               MOVE 65  TO WS-BAND-LOW(3)
               MOVE 120 TO WS-BAND-HIGH(3)
           ELSE
               IF WS-PARAM-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING BAND-PARAM-FILE, FILE'
                       ' STATUS = ' WS-PARAM-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-PARAM-EOF = 'Y'
                   READ BAND-PARAM-FILE
                       AT END
                           MOVE 'Y' TO WS-PARAM-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-BAND
                   END-READ
                   IF WS-PARAM-FILE-STATUS NOT = '00'
                           AND WS-PARAM-FILE-STATUS NOT = '10'
                       DISPLAY 'ERROR READING BAND-PARAM-FILE, FILE'
                           ' STATUS = ' WS-PARAM-FILE-STATUS
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE BAND-PARAM-FILE
           END-IF.

       LOAD-ONE-BAND.
           IF WS-BAND-TOTAL >= WS-MAX-BANDS
               DISPLAY 'BAND PARAMETER ERROR: more than '
                   WS-MAX-BANDS ' bands in agebands.dat.'
               STOP RUN
           END-IF
           IF PARAM-BAND-LOW IS NOT NUMERIC
                   OR PARAM-BAND-HIGH IS NOT NUMERIC
               DISPLAY 'BAND PARAMETER ERROR: bounds for band "'
                   PARAM-BAND-LABEL '" are not numeric.'
               STOP RUN
           END-IF
           ADD 1 TO WS-BAND-TOTAL
           MOVE PARAM-BAND-LABEL TO WS-BAND-LABEL(WS-BAND-TOTAL)
           MOVE PARAM-BAND-LOW   TO WS-BAND-LOW(WS-BAND-TOTAL)
           MOVE PARAM-BAND-HIGH  TO WS-BAND-HIGH(WS-BAND-TOTAL).

       VALIDATE-BAND-TABLE.
           IF WS-BAND-TOTAL = 0
               DISPLAY 'BAND PARAMETER ERROR: agebands.dat holds no '
                   'bands.'
               STOP RUN
           END-IF
           IF WS-BAND-LOW(1) NOT = 0
               DISPLAY 'BAND PARAMETER ERROR: first band must start '
                   'at 000.'
               STOP RUN
           END-IF
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > WS-BAND-TOTAL
               IF WS-BAND-HIGH(WS-BAND-IX) < WS-BAND-LOW(WS-BAND-IX)
                   DISPLAY 'BAND PARAMETER ERROR: band "'
                       WS-BAND-LABEL(WS-BAND-IX)
                       '" has high bound below low bound.'
                   STOP RUN
               END-IF
               IF WS-BAND-IX > 1
                   IF WS-BAND-LOW(WS-BAND-IX) NOT =
                           WS-BAND-HIGH(WS-BAND-IX - 1) + 1
                       DISPLAY 'BAND PARAMETER ERROR: band "'
                           WS-BAND-LABEL(WS-BAND-IX)
                           '" does not continue from the previous '
                           'band (gap or overlap).'
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BAND-HIGH(WS-BAND-TOTAL) NOT = 120
               DISPLAY 'BAND PARAMETER ERROR: last band must end at '
                   '120.'
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> Sort input - one sort record per active person who can be
      *> placed in a region and district; the rest are counted by
      *> why they could not be.
      *> ---------------------------------------------------------
       RELEASE-ACTIVE-PEOPLE.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PEOPLE-STORAGE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PERSON-STATUS NOT = 'I'
                           ADD 1 TO WS-ACTIVE-COUNT
                           PERFORM PLACE-ONE-PERSON
                       END-IF
               END-READ
               IF WS-FILE-STATUS NOT = '00'
                       AND WS-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING PEOPLE-STORAGE, FILE'
                       ' STATUS = ' WS-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM.

       PLACE-ONE-PERSON.
           PERFORM GET-CONTACT-FOR-PERSON
           IF WS-CONTACT-FOUND-FLAG = 'N'
               ADD 1 TO WS-NO-CONTACT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF CONT-POSTAL-CODE = SPACES
               ADD 1 TO WS-NO-CODE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-POSTAL-CODE
           IF WS-POSTAL-FOUND-FLAG = 'N'
               ADD 1 TO WS-BAD-CODE-COUNT
               EXIT PARAGRAPH
           END-IF

           CALL 'AgeFromDOB' USING PERSON-DOB, WS-CURRENT-DATE,
                   WS-WORK-AGE
           MOVE WS-WORK-AGE TO WS-RC-VALUE
           MOVE WS-NO-BAND-IX TO SORT-BAND-IX
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > WS-BAND-TOTAL
               MOVE WS-BAND-LOW(WS-BAND-IX)  TO WS-RC-LOW
               MOVE WS-BAND-HIGH(WS-BAND-IX) TO WS-RC-HIGH
               CALL 'RangeCheck' USING WS-RC-VALUE, WS-RC-LOW,
                       WS-RC-HIGH, WS-RC-CATEGORY
               IF WS-RC-CATEGORY = 'MID '
                   MOVE WS-BAND-IX TO SORT-BAND-IX
               END-IF
           END-PERFORM

           MOVE POST-REGION   TO SORT-REGION
           MOVE POST-DISTRICT TO SORT-DISTRICT
           MOVE PERSON-ID     TO SORT-PERSON-ID
           ADD 1 TO WS-PLACED-COUNT
           RELEASE SORT-RECORD.

       GET-CONTACT-FOR-PERSON.
           MOVE 'N' TO WS-CONTACT-FOUND-FLAG
           IF WS-CONTACT-OPEN-FLAG = 'Y'
               MOVE PERSON-ID TO CONT-PERSON-ID
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONTACT-FOUND-FLAG
               END-READ
               IF WS-CONTACT-FILE-STATUS NOT = '00'
                       AND WS-CONTACT-FILE-STATUS NOT = '23'
                   DISPLAY 'ERROR READING CONTACT-FILE, FILE'
                       ' STATUS = ' WS-CONTACT-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

      *> Codes keyed before the reference file existed may be in
      *> lower case or carry leading spaces; they are folded the
      *> way PostalLoad stores them before the lookup.
       LOOK-UP-POSTAL-CODE.
           MOVE 'N' TO WS-POSTAL-FOUND-FLAG
           IF WS-POSTAL-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE CONT-POSTAL-CODE TO WS-HELD-CODE
           INSPECT WS-HELD-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-HELD-CODE TALLYING WS-LEAD-SPACES
               FOR LEADING SPACE
           IF WS-LEAD-SPACES > 0 AND WS-LEAD-SPACES < 10
               MOVE WS-HELD-CODE(WS-LEAD-SPACES + 1:) TO POST-CODE
           ELSE
               MOVE WS-HELD-CODE TO POST-CODE
           END-IF
           READ POSTAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POSTAL-FOUND-FLAG
           END-READ
           IF WS-POSTAL-FILE-STATUS NOT = '00'
                   AND WS-POSTAL-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR READING POSTAL-FILE, FILE STATUS = '
                   WS-POSTAL-FILE-STATUS
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> Sort output - counts build up by band within a district;
      *> a change of district prints the district, a change of
      *> region prints the region subtotal as well.
      *> ---------------------------------------------------------
       PRINT-AREA-COUNTS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-PERSON
               END-RETURN
           END-PERFORM
           IF WS-FIRST-GROUP-FLAG = 'N'
               PERFORM FINISH-DISTRICT
               PERFORM FINISH-REGION
           END-IF.

       COUNT-ONE-PERSON.
           IF WS-FIRST-GROUP-FLAG = 'Y'
               MOVE 'N' TO WS-FIRST-GROUP-FLAG
               PERFORM START-REGION
               PERFORM START-DISTRICT
           ELSE
               IF SORT-REGION NOT = WS-PREV-REGION
                   PERFORM FINISH-DISTRICT
                   PERFORM FINISH-REGION
                   PERFORM START-REGION
                   PERFORM START-DISTRICT
               ELSE
                   IF SORT-DISTRICT NOT = WS-PREV-DISTRICT
                       PERFORM FINISH-DISTRICT
                       PERFORM START-DISTRICT
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-DISTRICT-COUNT(SORT-BAND-IX).

       START-REGION.
           MOVE SORT-REGION TO WS-PREV-REGION
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SORT-REGION TO RPT-REGION-NAME
           MOVE RPT-REGION-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       START-DISTRICT.
           MOVE SORT-DISTRICT TO WS-PREV-DISTRICT
           PERFORM CHECK-PAGE-BREAK
           IF SORT-DISTRICT = SPACES
               MOVE '(NO DISTRICT)' TO RPT-DISTRICT-NAME
           ELSE
               MOVE SORT-DISTRICT TO RPT-DISTRICT-NAME
           END-IF
           MOVE RPT-DISTRICT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       FINISH-DISTRICT.
           MOVE 0 TO WS-DISTRICT-TOTAL
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > WS-NO-BAND-IX
               IF WS-BAND-IX < WS-NO-BAND-IX
                       OR WS-DISTRICT-COUNT(WS-BAND-IX) > 0
                   MOVE WS-DISTRICT-COUNT(WS-BAND-IX)
                       TO RPT-BAND-COUNT
                   PERFORM WRITE-BAND-LINE
               END-IF
               ADD WS-DISTRICT-COUNT(WS-BAND-IX) TO WS-DISTRICT-TOTAL
               ADD WS-DISTRICT-COUNT(WS-BAND-IX)
                   TO WS-REGION-COUNT(WS-BAND-IX)
               MOVE 0 TO WS-DISTRICT-COUNT(WS-BAND-IX)
           END-PERFORM
           MOVE 'DISTRICT TOTAL' TO RPT-SUBTOTAL-CAPTION
           MOVE WS-DISTRICT-TOTAL TO RPT-SUBTOTAL-COUNT
           MOVE RPT-SUBTOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       FINISH-REGION.
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-PREV-REGION TO RPT-REGION-SUB-NAME
           MOVE RPT-REGION-SUB-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-REGION-TOTAL
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > WS-NO-BAND-IX
               IF WS-BAND-IX < WS-NO-BAND-IX
                       OR WS-REGION-COUNT(WS-BAND-IX) > 0
                   MOVE WS-REGION-COUNT(WS-BAND-IX) TO RPT-BAND-COUNT
                   PERFORM WRITE-BAND-LINE
               END-IF
               ADD WS-REGION-COUNT(WS-BAND-IX) TO WS-REGION-TOTAL
               ADD WS-REGION-COUNT(WS-BAND-IX)
                   TO WS-GRAND-COUNT(WS-BAND-IX)
               MOVE 0 TO WS-REGION-COUNT(WS-BAND-IX)
           END-PERFORM
           MOVE 'REGION TOTAL' TO RPT-SUBTOTAL-CAPTION
           MOVE WS-REGION-TOTAL TO RPT-SUBTOTAL-COUNT
           MOVE RPT-SUBTOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-BAND-LINE.
           MOVE WS-BAND-LABEL(WS-BAND-IX) TO RPT-BAND-LABEL
           MOVE RPT-BAND-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-GRAND-TOTALS.
           PERFORM CHECK-PAGE-BREAK
           MOVE ALL '-' TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'ALL REGIONS BY AGE BAND' TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > WS-NO-BAND-IX
               IF WS-BAND-IX < WS-NO-BAND-IX
                       OR WS-GRAND-COUNT(WS-BAND-IX) > 0
                   MOVE WS-GRAND-COUNT(WS-BAND-IX) TO RPT-BAND-COUNT
                   PERFORM WRITE-BAND-LINE
               END-IF
           END-PERFORM
           MOVE 'PEOPLE PLACED' TO RPT-SUBTOTAL-CAPTION
           MOVE WS-PLACED-COUNT TO RPT-SUBTOTAL-COUNT
           MOVE RPT-SUBTOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *> ---------------------------------------------------------
      *> Every contact record, active person or not, is checked
      *> for a missing or unknown postal code - the same check
      *> maintenance and the batch load now make on the way in.
      *> ---------------------------------------------------------
       COUNT-CONTACT-POSTAL-CODES.
           IF WS-CONTACT-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CONT-PERSON-ID
           START CONTACT-FILE KEY IS NOT LESS THAN CONT-PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CONTACT-EOF
           END-START
           PERFORM UNTIL WS-CONTACT-EOF = 'Y'
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CONTACT-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-CONTACT-CODE
               END-READ
               IF WS-CONTACT-FILE-STATUS NOT = '00'
                       AND WS-CONTACT-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING CONTACT-FILE, FILE'
                       ' STATUS = ' WS-CONTACT-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM.

       CHECK-ONE-CONTACT-CODE.
           ADD 1 TO WS-CONTACT-TOTAL
           IF CONT-POSTAL-CODE = SPACES
               ADD 1 TO WS-CONTACT-MISSING-COUNT
           ELSE
               PERFORM LOOK-UP-POSTAL-CODE
               IF WS-POSTAL-FOUND-FLAG = 'N'
                   ADD 1 TO WS-CONTACT-UNKNOWN-COUNT
               END-IF
           END-IF.

       WRITE-UNPLACED-COUNTS.
           PERFORM CHECK-PAGE-BREAK
           MOVE ALL '-' TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'ACTIVE PEOPLE ON FILE' TO RPT-COUNT-CAPTION
           MOVE WS-ACTIVE-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '  PLACED BY REGION AND DISTRICT'
               TO RPT-COUNT-CAPTION
           MOVE WS-PLACED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '  NO CONTACT RECORD' TO RPT-COUNT-CAPTION
           MOVE WS-NO-CONTACT-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '  POSTAL CODE MISSING' TO RPT-COUNT-CAPTION
           MOVE WS-NO-CODE-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '  POSTAL CODE UNKNOWN' TO RPT-COUNT-CAPTION
           MOVE WS-BAD-CODE-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'CONTACT RECORDS ON FILE' TO RPT-COUNT-CAPTION
           MOVE WS-CONTACT-TOTAL TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '  POSTAL CODE MISSING' TO RPT-COUNT-CAPTION
           MOVE WS-CONTACT-MISSING-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '  POSTAL CODE UNKNOWN' TO RPT-COUNT-CAPTION
           MOVE WS-CONTACT-UNKNOWN-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           IF WS-CONTACT-OPEN-FLAG = 'N'
               MOVE '(contacts.dat not found)' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-POSTAL-OPEN-FLAG = 'N'
               MOVE '(postal.dat not found - every code is unknown)'
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-COUNT-LINE.
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *> A region or district heading is not left alone at the
      *> foot of a page.
       CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADING
           END-IF.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE REPORT-RECORD TO WS-HELD-LINE
               PERFORM WRITE-PAGE-HEADING
               MOVE WS-HELD-LINE TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
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
           WRITE REPORT-RECORD FROM RPT-HEADING-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           MOVE 3 TO WS-LINE-COUNT.

       CHECK-REPORT-WRITE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REPORT-RECORD, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.
