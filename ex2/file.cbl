               WITH DUPLICATES
           FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT RELATION-FILE ASSIGN TO 'relations.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REL-KEY
           ALTERNATE RECORD KEY IS REL-RELATED-ID WITH DUPLICATES
           FILE STATUS IS WS-REL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEOPLE-STORAGE.
               ==PERSON-STATUS== BY ==ARCH-PERSON-STATUS==
               ==PERSON-STATUS-DATE== BY ==ARCH-PERSON-STATUS-DATE==.

       FD RELATION-FILE.
       01 RELATION-RECORD.
           COPY 'relation.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS               PIC XX.
       01 WS-AUDIT-FILE-STATUS         PIC XX.
       01 WS-NHIST-FILE-STATUS         PIC XX.
       01 WS-CONTACT-FILE-STATUS       PIC XX.
       01 WS-ARCHIVE-FILE-STATUS       PIC XX.
       01 WS-REL-FILE-STATUS           PIC XX.
       01 WS-REL-EOF                   PIC X VALUE 'N'.
       01 WS-END-OF-FILE               PIC X VALUE 'N'.

       01 WS-MENU-CHOICE               PIC 9 VALUE 0.
       01 WS-NEW-ID                    PIC 9(6).
       01 WS-ID-UNIQUE-FLAG            PIC X VALUE 'N'.

       01 WS-REQUEST-RESULT            PIC X.
       01 WS-REQUEST-ITEM.
           COPY 'approval.cpy' REPLACING
               ==APPR-QUEUE-ID== BY ==REQ-QUEUE-ID==
               ==APPR-ACTION== BY ==REQ-ACTION==
               ==APPR-SOURCE== BY ==REQ-SOURCE==
               ==APPR-PERSON-ID== BY ==REQ-PERSON-ID==
               ==APPR-PERSON-NAME== BY ==REQ-PERSON-NAME==
               ==APPR-OTHER-ID== BY ==REQ-OTHER-ID==
               ==APPR-CUTOFF-DATE== BY ==REQ-CUTOFF-DATE==
               ==APPR-STATE== BY ==REQ-STATE==
               ==APPR-REQUEST-OPERATOR== BY ==REQ-REQUEST-OPERATOR==
               ==APPR-REQUEST-STAMP== BY ==REQ-REQUEST-STAMP==
               ==APPR-DECIDE-OPERATOR== BY ==REQ-DECIDE-OPERATOR==
               ==APPR-DECIDE-STAMP== BY ==REQ-DECIDE-STAMP==
               ==APPR-APPLIED-STAMP== BY ==REQ-APPLIED-STAMP==.

      *> Relationship maintenance - the links themselves are
      *> changed through PersonLinks, which owns relations.dat and
      *> writes the link audit lines.
       01 WS-LINK-SUBJECT-ID           PIC 9(6).
       01 WS-LINK-LIST-COUNT           PIC 9(4) VALUE 0.
       01 WS-LINK-TYPE-DESC            PIC X(17).
       01 WS-LINK-OTHER-NAME           PIC A(30).
       01 WS-LINK-END-TEXT             PIC X(8).
       01 WS-LINK-FUNCTION             PIC X.
       01 WS-LINK-OTHER-ID             PIC 9(6) VALUE 0.
       01 WS-LINK-APPROVER-ID          PIC X(8) VALUE SPACES.
       01 WS-LINK-RESULT               PIC X.
       01 WS-LINK-COUNT                PIC 9(5) VALUE 0.
       01 WS-LINK-ITEM.
           COPY 'relation.cpy' REPLACING
               ==REL-KEY== BY ==LINK-KEY==
               ==REL-PERSON-ID== BY ==LINK-PERSON-ID==
               ==REL-TYPE== BY ==LINK-TYPE==
               ==REL-RELATED-ID== BY ==LINK-RELATED-ID==
               ==REL-START-DATE== BY ==LINK-START-DATE==
               ==REL-END-DATE== BY ==LINK-END-DATE==.

      *> Postal codes are checked against postal.dat through
      *> PostalLookup as they are keyed.
       01 WS-POSTAL-VALID-FLAG         PIC X VALUE 'N'.
       01 WS-POSTAL-REGION             PIC X(20).
       01 WS-POSTAL-DISTRICT           PIC X(20).
       01 WS-POSTAL-RESULT             PIC X.

      *> Batch window - an update session is registered through
      *> BatchLock so the nightly run cannot start under it, and
      *> none can open while the nightly run holds the lock.
       01 WS-SESSION-OPEN-FLAG         PIC X VALUE 'N'.
       01 WS-LOCK-FUNCTION             PIC X.
       01 WS-LOCK-OTHER-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-LOCK-SESSION-STAMP        PIC X(21) VALUE SPACES.
       01 WS-LOCK-RESULT               PIC X.
       01 WS-LOCK-SESSION-COUNT        PIC 9(5) VALUE 0.
       01 WS-LOCK-CONFIRM              PIC X VALUE 'N'.
       01 WS-LOCK-ITEM.
           COPY 'batchlock.cpy' REPLACING
               ==LOCK-STATE== BY ==BLK-STATE==
               ==LOCK-SET-OPERATOR== BY ==BLK-SET-OPERATOR==
               ==LOCK-SET-STAMP== BY ==BLK-SET-STAMP==
               ==LOCK-CLEAR-OPERATOR== BY ==BLK-CLEAR-OPERATOR==
               ==LOCK-CLEAR-STAMP== BY ==BLK-CLEAR-STAMP==
               ==LOCK-CLEAR-HOW== BY ==BLK-CLEAR-HOW==.

       01 WS-DISPLAY-COUNT             PIC 9(6) VALUE 0.
       01 WS-DISPLAY-ACTIVE-COUNT      PIC 9(6) VALUE 0.
       01 WS-DISPLAY-INACTIVE-COUNT    PIC 9(6) VALUE 0.
               PERFORM DISPATCH-MENU-CHOICE
           END-PERFORM.

           PERFORM CLOSE-UPDATE-SESSION
           STOP RUN.

      *> ---------------------------------------------------------
      *> Sign-on - every session starts by identifying the
      *> operator against operators.dat, so the menu can be gated
      *> by permission level and every audit line names who made
      *> the change. An operator who may change people.dat opens
      *> an update session in the batch window as well.
      *> ---------------------------------------------------------
       OPERATOR-SIGN-ON.
           CALL 'OperatorSignOn' USING WS-OPERATOR-ID,
           IF WS-OPERATOR-PERM = SPACE
               DISPLAY 'No valid sign-on -- session ended.'
               STOP RUN
           END-IF
           IF WS-OPERATOR-PERM = 'M' OR WS-OPERATOR-PERM = 'B'
               PERFORM OPEN-UPDATE-SESSION
           END-IF.

      *> Refused while the nightly run holds the batch lock; the
      *> operator is told why and keeps inquiry. Each update
      *> choice tries again, so work can resume once the run ends.
       OPEN-UPDATE-SESSION.
           MOVE 'O' TO WS-LOCK-FUNCTION
           CALL 'BatchLock' USING WS-LOCK-FUNCTION, WS-OPERATOR-ID,
                   WS-LOCK-OTHER-OPERATOR, WS-LOCK-SESSION-STAMP,
                   WS-LOCK-ITEM, WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
           IF WS-LOCK-RESULT = 'L'
               DISPLAY 'The nightly run started by ' BLK-SET-OPERATOR
                   ' at ' BLK-SET-STAMP(1:8) ' ' BLK-SET-STAMP(9:6)
                   ' holds the batch lock.'
               DISPLAY 'People, contacts and relationships are '
                   'inquiry only until it ends.'
           ELSE
               MOVE 'Y' TO WS-SESSION-OPEN-FLAG
           END-IF.

       CHECK-UPDATE-WINDOW.
           IF WS-SESSION-OPEN-FLAG = 'N'
               PERFORM OPEN-UPDATE-SESSION
           END-IF.

       CLOSE-UPDATE-SESSION.
           IF WS-SESSION-OPEN-FLAG = 'Y'
               MOVE 'E' TO WS-LOCK-FUNCTION
               CALL 'BatchLock' USING WS-LOCK-FUNCTION,
                       WS-OPERATOR-ID, WS-LOCK-OTHER-OPERATOR,
                       WS-LOCK-SESSION-STAMP, WS-LOCK-ITEM,
                       WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
               MOVE 'N' TO WS-SESSION-OPEN-FLAG
           END-IF.

       NOT-AUTHORIZED.
           DISPLAY '2. Maintenance (change/delete a person)'.
           DISPLAY '3. Batch load from transaction file'.
           DISPLAY '4. Display all people (with control totals)'.
           DISPLAY '5. Relationships (spouse/dependent/emergency)'.
           DISPLAY '6. Batch window (lock and open sessions)'.
           DISPLAY '9. Exit'.
           DISPLAY 'Enter choice: '.
           ACCEPT WS-MENU-CHOICE.

      *> Adds and maintenance need maintenance level or better;
      *> the batch load needs batch/purge level; the display is
      *> open to every signed-on operator, and so is the list of a
      *> person's relationships, though only maintenance level or
      *> better may change them. No change is taken while the
      *> nightly run holds the batch lock. The batch window itself
      *> is batch/purge level.
       DISPATCH-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   IF WS-OPERATOR-PERM = 'M' OR WS-OPERATOR-PERM = 'B'
                       PERFORM CHECK-UPDATE-WINDOW
                       IF WS-SESSION-OPEN-FLAG = 'Y'
                           PERFORM ADD-PEOPLE-INTERACTIVE
                       END-IF
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 2
                   IF WS-OPERATOR-PERM = 'M' OR WS-OPERATOR-PERM = 'B'
                       PERFORM CHECK-UPDATE-WINDOW
                       IF WS-SESSION-OPEN-FLAG = 'Y'
                           PERFORM MAINTENANCE-MODE
                       END-IF
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 3
                   IF WS-OPERATOR-PERM = 'B'
                       PERFORM CHECK-UPDATE-WINDOW
                       IF WS-SESSION-OPEN-FLAG = 'Y'
                           PERFORM RUN-BATCH-LOAD
                       END-IF
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 4
                   PERFORM DISPLAY-ALL-PEOPLE
               WHEN 5
                   PERFORM MAINTAIN-RELATIONSHIPS
               WHEN 6
                   IF WS-OPERATOR-PERM = 'B'
                       PERFORM MANAGE-BATCH-WINDOW
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 9
                   CONTINUE
               WHEN OTHER
      *> ---------------------------------------------------------
      *> Maintenance mode - look up a person by ID or name (with
      *> an archive fallback on an ID miss), then change their
      *> date of birth, change their status, or ask for them to
      *> be deleted.
      *> ---------------------------------------------------------
       MAINTENANCE-MODE.
           OPEN I-O PEOPLE-STORAGE
               ' DOB=' PERSON-DOB ' Age=' WS-WORK-AGE
               ' Status=' PERSON-STATUS ' since '
               PERSON-STATUS-DATE.
           DISPLAY '(1) Change date of birth  (2) Request delete'
               '  (3) Change status  (4) Change name'.
           DISPLAY '(5) Contact details  (6) Cancel: '.
           ACCEPT WS-MAINT-CHOICE.
                   MOVE 'UPDATE' TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
               WHEN 2
                   PERFORM REQUEST-PERSON-DELETE
               WHEN 3
                   PERFORM CHANGE-PERSON-STATUS
               WHEN 4
                   DISPLAY 'No changes made.'
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> Delete request - a delete removes a live record, so it is
      *> not applied here: it goes on the approval queue under the
      *> signed-on operator, a different operator approves it in
      *> ApprovalQueue, and the next batch load applies it with
      *> both IDs on the DELETE audit line.
      *> ---------------------------------------------------------
       REQUEST-PERSON-DELETE.
           MOVE SPACES         TO WS-REQUEST-ITEM
           MOVE 'DELETE'       TO REQ-ACTION
           MOVE 'FILEPROC'     TO REQ-SOURCE
           MOVE PERSON-ID      TO REQ-PERSON-ID
           MOVE PERSON-NAME    TO REQ-PERSON-NAME
           MOVE 0              TO REQ-OTHER-ID
           MOVE 0              TO REQ-CUTOFF-DATE
           MOVE WS-OPERATOR-ID TO REQ-REQUEST-OPERATOR
           CALL 'ApprovalRequest' USING WS-REQUEST-ITEM,
                   WS-REQUEST-RESULT
           IF WS-REQUEST-RESULT = 'O'
               DISPLAY 'Delete of ID ' PERSON-ID ' is already '
                   'waiting as approval item ' REQ-QUEUE-ID
                   ', requested by ' REQ-REQUEST-OPERATOR '.'
           ELSE
               DISPLAY 'Delete of ID ' PERSON-ID ' queued as '
                   'approval item ' REQ-QUEUE-ID '.'
               DISPLAY 'It is applied by the next batch load once '
                   'another operator approves it.'
           END-IF.

      *> ---------------------------------------------------------
      *> Name change - marriages, divorces and spelling fixes keep
      *> the person's ID and audit trail instead of a delete-and-
      *> Contact details - address lines, postal code and phone,
      *> held on contacts.dat under the same PERSON-ID key so
      *> benefits administration can finally mail or phone people.
      *> Each entry replaces the whole contact record. The postal
      *> code must be on the postal reference file; an address
      *> with no postal code is not taken, a phone-only contact is.
      *> ---------------------------------------------------------
       MAINTAIN-CONTACT-DETAILS.
           PERFORM OPEN-CONTACT-FILE
           ACCEPT CONT-ADDR-LINE-1
           DISPLAY 'Address line 2: '
           ACCEPT CONT-ADDR-LINE-2
           MOVE 'N' TO WS-POSTAL-VALID-FLAG
           PERFORM UNTIL WS-POSTAL-VALID-FLAG = 'Y'
               DISPLAY 'Postal code   : '
               ACCEPT CONT-POSTAL-CODE
               PERFORM CHECK-CONTACT-POSTAL-CODE
           END-PERFORM
           DISPLAY 'Phone         : '
           ACCEPT CONT-PHONE.

       CHECK-CONTACT-POSTAL-CODE.
           IF CONT-POSTAL-CODE = SPACES
               IF CONT-ADDR-LINE-1 = SPACES
                       AND CONT-ADDR-LINE-2 = SPACES
                   MOVE 'Y' TO WS-POSTAL-VALID-FLAG
               ELSE
                   DISPLAY 'A postal code is needed with an address,'
                       ' please re-enter.'
               END-IF
               EXIT PARAGRAPH
           END-IF
           CALL 'PostalLookup' USING CONT-POSTAL-CODE,
                   WS-POSTAL-REGION, WS-POSTAL-DISTRICT,
                   WS-POSTAL-RESULT
           EVALUATE WS-POSTAL-RESULT
               WHEN 'Y'
                   DISPLAY '         ' WS-POSTAL-DISTRICT ', '
                       WS-POSTAL-REGION
                   MOVE 'Y' TO WS-POSTAL-VALID-FLAG
               WHEN 'U'
                   DISPLAY 'WARNING: postal.dat has not been set up '
                       '-- postal code taken unchecked.'
                   MOVE 'Y' TO WS-POSTAL-VALID-FLAG
               WHEN OTHER
                   DISPLAY 'Postal code ' CONT-POSTAL-CODE ' is not '
                       'on the postal reference file, please '
                       're-enter.'
           END-EVALUATE.

       OPEN-CONTACT-FILE.
           OPEN I-O CONTACT-FILE
                   WS-TRAN-FILE-NAME.


      *> ---------------------------------------------------------
      *> Relationships - list a person's links from both sides
      *> (those they hold and those that name them), then add,
      *> end or remove one. Both people must be on the live file
      *> to add a link; an ended link stays on file as history and
      *> removal is only for a link keyed in error.
      *> ---------------------------------------------------------
       MAINTAIN-RELATIONSHIPS.
           OPEN INPUT PEOPLE-STORAGE
           IF WS-FILE-STATUS = '35'
               DISPLAY 'people.dat does not exist yet -- no '
                   'relationships to show.'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FILE-STATUS-OPEN

           DISPLAY 'Enter person ID: '
           ACCEPT WS-LOOKUP-ID
           MOVE WS-LOOKUP-ID TO PERSON-ID
           MOVE 'N' TO WS-FOUND-FLAG
           READ PEOPLE-STORAGE
               INVALID KEY
                   DISPLAY 'No record found for ID ' WS-LOOKUP-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ
           PERFORM CHECK-FILE-STATUS-READ-KEY

           IF WS-FOUND-FLAG = 'Y'
               MOVE PERSON-ID TO WS-LINK-SUBJECT-ID
               DISPLAY 'Relationships of ID ' PERSON-ID ' '
                   PERSON-NAME
               PERFORM LIST-PERSON-LINKS
               IF WS-OPERATOR-PERM = 'M' OR WS-OPERATOR-PERM = 'B'
                   PERFORM CHECK-UPDATE-WINDOW
                   IF WS-SESSION-OPEN-FLAG = 'Y'
                       PERFORM CHANGE-PERSON-LINK
                   END-IF
               END-IF
           END-IF

           CLOSE PEOPLE-STORAGE
           PERFORM CHECK-FILE-STATUS-CLOSE.

       LIST-PERSON-LINKS.
           MOVE 0 TO WS-LINK-LIST-COUNT
           OPEN INPUT RELATION-FILE
           IF WS-REL-FILE-STATUS = '35'
               DISPLAY 'No relationships held for ID '
                   WS-LINK-SUBJECT-ID '.'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RELATION-FILE-STATUS

           MOVE LOW-VALUES         TO REL-KEY
           MOVE WS-LINK-SUBJECT-ID TO REL-PERSON-ID
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
                       IF REL-PERSON-ID NOT = WS-LINK-SUBJECT-ID
                           MOVE 'Y' TO WS-REL-EOF
                       ELSE
                           MOVE REL-RELATED-ID TO PERSON-ID
                           PERFORM SHOW-ONE-LINK
                       END-IF
               END-READ
               PERFORM CHECK-RELATION-READ-NEXT
           END-PERFORM

           MOVE WS-LINK-SUBJECT-ID TO REL-RELATED-ID
           START RELATION-FILE KEY IS EQUAL TO REL-RELATED-ID
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
                       IF REL-RELATED-ID NOT = WS-LINK-SUBJECT-ID
                           MOVE 'Y' TO WS-REL-EOF
                       ELSE
                           MOVE REL-PERSON-ID TO PERSON-ID
                           PERFORM SHOW-ONE-LINK
                       END-IF
               END-READ
               PERFORM CHECK-RELATION-READ-NEXT
           END-PERFORM

           CLOSE RELATION-FILE
           PERFORM CHECK-RELATION-FILE-STATUS
           IF WS-LINK-LIST-COUNT = 0
               DISPLAY 'No relationships held for ID '
                   WS-LINK-SUBJECT-ID '.'
           END-IF.

      *> One link, with the other party's name from the live file
      *> (the caller leaves that party's ID in PERSON-ID). A link
      *> naming the person as the related party reads "of", so a
      *> dependent sees whose dependent they are.
       SHOW-ONE-LINK.
           ADD 1 TO WS-LINK-LIST-COUNT
           EVALUATE REL-TYPE
               WHEN 'S'
                   MOVE 'Spouse'            TO WS-LINK-TYPE-DESC
               WHEN 'D'
                   MOVE 'Dependent'         TO WS-LINK-TYPE-DESC
               WHEN 'E'
                   MOVE 'Emergency contact' TO WS-LINK-TYPE-DESC
               WHEN OTHER
                   MOVE REL-TYPE            TO WS-LINK-TYPE-DESC
           END-EVALUATE
           READ PEOPLE-STORAGE
               INVALID KEY
                   MOVE '(not on live file)' TO WS-LINK-OTHER-NAME
               NOT INVALID KEY
                   MOVE PERSON-NAME TO WS-LINK-OTHER-NAME
           END-READ
           PERFORM CHECK-FILE-STATUS-READ-KEY
           IF REL-END-DATE = 0
               MOVE 'open'       TO WS-LINK-END-TEXT
           ELSE
               MOVE REL-END-DATE TO WS-LINK-END-TEXT
           END-IF
           IF REL-PERSON-ID = WS-LINK-SUBJECT-ID
               DISPLAY '  ' WS-LINK-TYPE-DESC '    ' REL-RELATED-ID
                   ' ' WS-LINK-OTHER-NAME ' ' REL-START-DATE
                   ' to ' WS-LINK-END-TEXT
           ELSE
               DISPLAY '  ' WS-LINK-TYPE-DESC ' of ' REL-PERSON-ID
                   ' ' WS-LINK-OTHER-NAME ' ' REL-START-DATE
                   ' to ' WS-LINK-END-TEXT
           END-IF.

       CHANGE-PERSON-LINK.
           DISPLAY '(1) Add link  (2) End link  (3) Remove link '
               'keyed in error  (4) Cancel: '
           ACCEPT WS-MAINT-CHOICE
           IF WS-MAINT-CHOICE < 1 OR WS-MAINT-CHOICE > 3
               DISPLAY 'No changes made.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES             TO WS-LINK-ITEM
           MOVE WS-LINK-SUBJECT-ID TO LINK-PERSON-ID
           MOVE 0                  TO LINK-START-DATE
           MOVE 0                  TO LINK-END-DATE
           DISPLAY 'Related person ID: '
           ACCEPT WS-LOOKUP-ID
           MOVE WS-LOOKUP-ID TO LINK-RELATED-ID
           DISPLAY 'Type - (S)pouse, (D)ependent, (E)mergency '
               'contact: '
           ACCEPT LINK-TYPE
           IF LINK-TYPE NOT = 'S' AND LINK-TYPE NOT = 'D'
                   AND LINK-TYPE NOT = 'E'
               DISPLAY 'Type must be S, D or E, no changes made.'
               EXIT PARAGRAPH
           END-IF
           IF LINK-RELATED-ID = LINK-PERSON-ID
               DISPLAY 'A person cannot be linked to themselves, '
                   'no changes made.'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-MAINT-CHOICE
               WHEN 1
                   MOVE LINK-RELATED-ID TO PERSON-ID
                   READ PEOPLE-STORAGE
                       INVALID KEY
                           DISPLAY 'No record found for ID '
                               LINK-RELATED-ID ', no changes made.'
                           MOVE 'N' TO WS-FOUND-FLAG
                   END-READ
                   PERFORM CHECK-FILE-STATUS-READ-KEY
                   IF WS-FOUND-FLAG = 'N'
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY 'Start date (YYYYMMDD, blank for today): '
                   PERFORM ACCEPT-LINK-DATE
                   MOVE WS-STATUS-DATE-NUMERIC TO LINK-START-DATE
                   MOVE 'A' TO WS-LINK-FUNCTION
               WHEN 2
                   DISPLAY 'End date (YYYYMMDD, blank for today): '
                   PERFORM ACCEPT-LINK-DATE
                   MOVE WS-STATUS-DATE-NUMERIC TO LINK-END-DATE
                   MOVE 'E' TO WS-LINK-FUNCTION
               WHEN 3
                   MOVE 'X' TO WS-LINK-FUNCTION
           END-EVALUATE

           CALL 'PersonLinks' USING WS-LINK-FUNCTION, WS-LINK-ITEM,
                   WS-LINK-OTHER-ID, WS-OPERATOR-ID,
                   WS-LINK-APPROVER-ID, WS-LINK-RESULT, WS-LINK-COUNT
           EVALUATE WS-LINK-RESULT
               WHEN 'Y'
                   DISPLAY 'Relationship updated.'
               WHEN 'D'
                   DISPLAY 'That link is already open since '
                       LINK-START-DATE ', no changes made.'
               WHEN 'E'
                   DISPLAY 'That link already ended on '
                       LINK-END-DATE ', no changes made.'
               WHEN OTHER
                   DISPLAY 'No such link on file, no changes made.'
           END-EVALUATE.

      *> Same shape as the status effective date: blank comes back
      *> as zero (PersonLinks takes that as today), and a date that
      *> does not parse falls back to today with a message.
       ACCEPT-LINK-DATE.
           ACCEPT WS-STATUS-DATE-TEXT
           IF WS-STATUS-DATE-TEXT = SPACES
               MOVE 0 TO WS-STATUS-DATE-NUMERIC
           ELSE
               INSPECT WS-STATUS-DATE-TEXT
                   REPLACING LEADING SPACE BY ZERO
               IF WS-STATUS-DATE-TEXT IS NOT NUMERIC
                   DISPLAY 'Date is invalid, using today.'
                   MOVE 0 TO WS-STATUS-DATE-NUMERIC
               ELSE
                   IF WS-STATUS-DATE-MONTH < 01
                           OR WS-STATUS-DATE-MONTH > 12
                           OR WS-STATUS-DATE-DAY < 01
                           OR WS-STATUS-DATE-DAY > 31
                       DISPLAY 'Date is invalid, using today.'
                       MOVE 0 TO WS-STATUS-DATE-NUMERIC
                   END-IF
               END-IF
           END-IF.

      *> Status 02 (duplicate on the REL-RELATED-ID alternate
      *> index) is a normal outcome, not an error.
       CHECK-RELATION-FILE-STATUS.
           IF WS-REL-FILE-STATUS NOT = '00'
                   AND WS-REL-FILE-STATUS NOT = '02'
               DISPLAY 'ERROR ON RELATION-FILE, FILE STATUS = '
                   WS-REL-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-RELATION-READ-NEXT.
           IF WS-REL-FILE-STATUS NOT = '00'
                   AND WS-REL-FILE-STATUS NOT = '02'
                   AND WS-REL-FILE-STATUS NOT = '10'
                   AND WS-REL-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR READING RELATION-FILE, FILE STATUS = '
                   WS-REL-FILE-STATUS
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> Batch window - shows the lock and the open update
      *> sessions, and lets a batch/purge operator clear what a
      *> failure left behind: a lock from a nightly run that
      *> abended (so maintenance can go on before the rerun), or a
      *> session from a terminal that never reached its exit (so
      *> the nightly run can start). BatchLock writes each one to
      *> the audit trail under this operator.
      *> ---------------------------------------------------------
       MANAGE-BATCH-WINDOW.
           MOVE 'Q' TO WS-LOCK-FUNCTION
           CALL 'BatchLock' USING WS-LOCK-FUNCTION, WS-OPERATOR-ID,
                   WS-LOCK-OTHER-OPERATOR, WS-LOCK-SESSION-STAMP,
                   WS-LOCK-ITEM, WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
           IF WS-LOCK-RESULT = 'L'
               DISPLAY 'Batch lock SET by ' BLK-SET-OPERATOR ' at '
                   BLK-SET-STAMP(1:8) ' ' BLK-SET-STAMP(9:6)
           ELSE
               DISPLAY 'Batch lock is not set.'
               IF BLK-STATE = 'C'
                   DISPLAY 'Last cleared by ' BLK-CLEAR-OPERATOR
                       ' at ' BLK-CLEAR-STAMP(1:8) ' '
                       BLK-CLEAR-STAMP(9:6) ' (' BLK-CLEAR-HOW ')'
               END-IF
           END-IF

           MOVE 'L' TO WS-LOCK-FUNCTION
           CALL 'BatchLock' USING WS-LOCK-FUNCTION, WS-OPERATOR-ID,
                   WS-LOCK-OTHER-OPERATOR, WS-LOCK-SESSION-STAMP,
                   WS-LOCK-ITEM, WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
           IF WS-LOCK-SESSION-COUNT = 0
               DISPLAY 'No update sessions open.'
           END-IF

           DISPLAY '(1) Clear a lock left by an abended nightly run'
           DISPLAY '(2) Clear an update session left open  '
               '(3) Cancel: '
           ACCEPT WS-MAINT-CHOICE
           EVALUATE WS-MAINT-CHOICE
               WHEN 1
                   PERFORM OVERRIDE-BATCH-LOCK
               WHEN 2
                   PERFORM CLEAR-STALE-SESSION
               WHEN OTHER
                   DISPLAY 'No changes made.'
           END-EVALUATE.

       OVERRIDE-BATCH-LOCK.
           DISPLAY 'Clear the lock only when the nightly run is known '
               'to have stopped.'
           DISPLAY 'Clear the batch lock? (Y/N): '
           ACCEPT WS-LOCK-CONFIRM
           IF WS-LOCK-CONFIRM NOT = 'Y' AND WS-LOCK-CONFIRM NOT = 'y'
               DISPLAY 'No changes made.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'V' TO WS-LOCK-FUNCTION
           CALL 'BatchLock' USING WS-LOCK-FUNCTION, WS-OPERATOR-ID,
                   WS-LOCK-OTHER-OPERATOR, WS-LOCK-SESSION-STAMP,
                   WS-LOCK-ITEM, WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
           IF WS-LOCK-RESULT = 'N'
               DISPLAY 'The batch lock is not set, no changes made.'
           ELSE
               DISPLAY 'Batch lock cleared; the override is on the '
                   'audit trail.'
               PERFORM CHECK-UPDATE-WINDOW
           END-IF.

       CLEAR-STALE-SESSION.
           DISPLAY 'Operator ID whose session was left open: '
           ACCEPT WS-LOCK-OTHER-OPERATOR
           IF WS-LOCK-OTHER-OPERATOR = WS-OPERATOR-ID
               DISPLAY 'Your own session ends when you exit, no '
                   'changes made.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'K' TO WS-LOCK-FUNCTION
           CALL 'BatchLock' USING WS-LOCK-FUNCTION, WS-OPERATOR-ID,
                   WS-LOCK-OTHER-OPERATOR, WS-LOCK-SESSION-STAMP,
                   WS-LOCK-ITEM, WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
           IF WS-LOCK-RESULT = 'N'
               DISPLAY 'No session open for ' WS-LOCK-OTHER-OPERATOR
                   ', no changes made.'
           ELSE
               DISPLAY WS-LOCK-SESSION-COUNT ' session(s) of '
                   WS-LOCK-OTHER-OPERATOR ' cleared; written to the '
                   'audit trail.'
           END-IF
           MOVE SPACES TO WS-LOCK-OTHER-OPERATOR.

      *> ---------------------------------------------------------
      *> Display / read-back mode - original per-person dump, plus
      *> a control-totals footer for balancing.
               STOP RUN
           END-IF.

       CHECK-FILE-STATUS-READ.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '10'
                   AND WS-FILE-STATUS NOT = '02'
