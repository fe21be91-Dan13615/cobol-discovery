       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostalLookup.

      *> Postal code check shared by interactive contact entry and
      *> the 'T' transaction: the caller's code is folded to upper
      *> case and left justified in place, then looked up on the
      *> postal reference file postal.dat, and the region and
      *> district come back with the result.
      *>   LK-POSTAL-RESULT = 'Y'   the code is on file
      *>   LK-POSTAL-RESULT = 'N'   no such code (or blank)
      *>   LK-POSTAL-RESULT = 'U'   postal.dat has not been set
      *>                            up, so nothing can be checked
      *> The same fallback as OperatorSignOn: until the reference
      *> file exists a new installation can still take contacts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-FILE ASSIGN TO 'postal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POST-CODE
           FILE STATUS IS WS-POSTAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSTAL-FILE.
       01 POSTAL-RECORD.
           COPY 'postal.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-POSTAL-FILE-STATUS        PIC XX.
       01 WS-LEAD-SPACES               PIC 9(2) VALUE 0.
       01 WS-HELD-CODE                 PIC X(10).

       LINKAGE SECTION.
       01 LK-POSTAL-CODE               PIC X(10).
       01 LK-REGION                    PIC X(20).
       01 LK-DISTRICT                  PIC X(20).
       01 LK-POSTAL-RESULT             PIC X.

       PROCEDURE DIVISION USING LK-POSTAL-CODE, LK-REGION,
               LK-DISTRICT, LK-POSTAL-RESULT.
       MAIN-LOGIC.
           MOVE SPACES TO LK-REGION
           MOVE SPACES TO LK-DISTRICT
           MOVE 'N'    TO LK-POSTAL-RESULT

           INSPECT LK-POSTAL-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT LK-POSTAL-CODE TALLYING WS-LEAD-SPACES
               FOR LEADING SPACE
           IF WS-LEAD-SPACES > 0 AND WS-LEAD-SPACES < 10
               MOVE LK-POSTAL-CODE(WS-LEAD-SPACES + 1:)
                   TO WS-HELD-CODE
               MOVE WS-HELD-CODE TO LK-POSTAL-CODE
           END-IF

           OPEN INPUT POSTAL-FILE
           IF WS-POSTAL-FILE-STATUS = '35'
               MOVE 'U' TO LK-POSTAL-RESULT
               GOBACK
           END-IF
           IF WS-POSTAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POSTAL-FILE, FILE STATUS = '
                   WS-POSTAL-FILE-STATUS
               STOP RUN
           END-IF

           IF LK-POSTAL-CODE NOT = SPACES
               MOVE LK-POSTAL-CODE TO POST-CODE
               READ POSTAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE POST-REGION   TO LK-REGION
                       MOVE POST-DISTRICT TO LK-DISTRICT
                       MOVE 'Y'           TO LK-POSTAL-RESULT
               END-READ
               IF WS-POSTAL-FILE-STATUS NOT = '00'
                       AND WS-POSTAL-FILE-STATUS NOT = '23'
                   DISPLAY 'ERROR READING POSTAL-FILE, FILE STATUS = '
                       WS-POSTAL-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF

           CLOSE POSTAL-FILE
           GOBACK.
