       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostalLoad.

      *> Rebuilds the postal code reference file postal.dat from
      *> postref.dat, the code list as supplied (postal code,
      *> region, district - postal.cpy layout, one code per line).
      *> Codes are folded to upper case and left justified the way
      *> PostalLookup reads them. A line with no code or no region
      *> is skipped and listed, and so is a second line for a code
      *> already loaded; the first one stands. The reload is a
      *> batch/purge level job and leaves a POSTAL line on the
      *> audit trail with the counts and the operator. Contacts
      *> already on file are not changed; a code that has left the
      *> list shows up as unknown on RegionReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-REF-FILE ASSIGN TO 'postref.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT POSTAL-FILE ASSIGN TO 'postal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POST-CODE
           FILE STATUS IS WS-POSTAL-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSTAL-REF-FILE.
       01 POSTAL-REF-RECORD.
           COPY 'postal.cpy' REPLACING
               ==POST-CODE== BY ==REF-CODE==
               ==POST-REGION== BY ==REF-REGION==
               ==POST-DISTRICT== BY ==REF-DISTRICT==.

       FD POSTAL-FILE.
       01 POSTAL-RECORD.
           COPY 'postal.cpy'.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REF-FILE-STATUS           PIC XX.
       01 WS-POSTAL-FILE-STATUS        PIC XX.
       01 WS-AUDIT-FILE-STATUS         PIC XX.
       01 WS-REF-EOF                   PIC X VALUE 'N'.

       01 WS-OPERATOR-ID               PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-PERM             PIC X VALUE SPACE.

       01 WS-READ-COUNT                PIC 9(6) VALUE 0.
       01 WS-LOADED-COUNT              PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT             PIC 9(6) VALUE 0.
       01 WS-LEAD-SPACES               PIC 9(2) VALUE 0.
       01 WS-HELD-CODE                 PIC X(10).

       01 WS-POSTAL-AUDIT-LINE.
           05 WS-PSTL-TIMESTAMP         PIC X(21).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-PSTL-ACTION            PIC X(6) VALUE 'POSTAL'.
           05 FILLER                    PIC X(8) VALUE ' LOADED '.
           05 WS-PSTL-LOADED-COUNT      PIC ZZZZZ9.
           05 FILLER                    PIC X(9) VALUE ' SKIPPED '.
           05 WS-PSTL-SKIPPED-COUNT     PIC ZZZZZ9.
           05 FILLER                    PIC X(58) VALUE SPACES.
           05 WS-PSTL-OPERATOR          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'OperatorSignOn' USING WS-OPERATOR-ID,
                   WS-OPERATOR-PERM
           IF WS-OPERATOR-PERM NOT = 'B'
               DISPLAY 'Operator is not authorized for the postal '
                   'reference load -- nothing done.'
               STOP RUN
           END-IF

           OPEN INPUT POSTAL-REF-FILE
           IF WS-REF-FILE-STATUS = '35'
               DISPLAY 'postref.dat not found -- postal.dat left as '
                   'it is.'
               STOP RUN
           END-IF
           IF WS-REF-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POSTAL-REF-FILE, FILE STATUS = '
                   WS-REF-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT POSTAL-FILE
           PERFORM CHECK-POSTAL-FILE-STATUS

           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ POSTAL-REF-FILE
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-POSTAL-CODE
               END-READ
               IF WS-REF-FILE-STATUS NOT = '00'
                       AND WS-REF-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING POSTAL-REF-FILE, FILE'
                       ' STATUS = ' WS-REF-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE POSTAL-FILE
           PERFORM CHECK-POSTAL-FILE-STATUS
           CLOSE POSTAL-REF-FILE

           PERFORM WRITE-POSTAL-AUDIT-RECORD
           DISPLAY 'Postal reference load complete: ' WS-READ-COUNT
               ' line(s) read, ' WS-LOADED-COUNT ' code(s) loaded, '
               WS-SKIPPED-COUNT ' skipped.'
           STOP RUN.

       LOAD-ONE-POSTAL-CODE.
           INSPECT REF-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT REF-CODE TALLYING WS-LEAD-SPACES
               FOR LEADING SPACE
           IF WS-LEAD-SPACES > 0 AND WS-LEAD-SPACES < 10
               MOVE REF-CODE(WS-LEAD-SPACES + 1:) TO WS-HELD-CODE
               MOVE WS-HELD-CODE TO REF-CODE
           END-IF

           IF REF-CODE = SPACES OR REF-REGION = SPACES
               DISPLAY 'Line ' WS-READ-COUNT ' skipped - postal '
                   'code or region is blank.'
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE REF-CODE     TO POST-CODE
           MOVE REF-REGION   TO POST-REGION
           MOVE REF-DISTRICT TO POST-DISTRICT
           WRITE POSTAL-RECORD
           IF WS-POSTAL-FILE-STATUS = '22'
               DISPLAY 'Line ' WS-READ-COUNT ' skipped - postal '
                   'code ' REF-CODE ' is already loaded.'
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM CHECK-POSTAL-FILE-STATUS
               ADD 1 TO WS-LOADED-COUNT
           END-IF.

       CHECK-POSTAL-FILE-STATUS.
           IF WS-POSTAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR ON POSTAL-FILE, FILE STATUS = '
                   WS-POSTAL-FILE-STATUS
               STOP RUN
           END-IF.

      *> Housekeeping line - like CHKPT and BACKUP it shares only
      *> the timestamp and action columns with audit.cpy, apart
      *> from the operator, which sits in the audit line's
      *> operator column.
       WRITE-POSTAL-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-PSTL-TIMESTAMP
           MOVE WS-LOADED-COUNT       TO WS-PSTL-LOADED-COUNT
           MOVE WS-SKIPPED-COUNT      TO WS-PSTL-SKIPPED-COUNT
           MOVE WS-OPERATOR-ID        TO WS-PSTL-OPERATOR

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN AUDIT LOG, STATUS = '
                   WS-AUDIT-FILE-STATUS
           ELSE
               MOVE WS-POSTAL-AUDIT-LINE TO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
               IF WS-AUDIT-FILE-STATUS NOT = '00'
                   DISPLAY 'WARNING: UNABLE TO WRITE AUDIT LOG, STATUS'
                       ' = ' WS-AUDIT-FILE-STATUS
               END-IF
               CLOSE AUDIT-LOG-FILE
               IF WS-AUDIT-FILE-STATUS NOT = '00'
                   DISPLAY 'WARNING: UNABLE TO CLOSE AUDIT LOG, STATUS'
                       ' = ' WS-AUDIT-FILE-STATUS
               END-IF
           END-IF.
