       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovalQueue.

      *> Second-operator side of dual control. Deletes, merges and
      *> purge runs are not applied when they are asked for: they
      *> wait on approvals.dat under the requesting operator's ID
      *> (see ApprovalRequest). This program lets a different
      *> signed-on operator list the open items and approve or
      *> decline them; nobody can approve their own request, and
      *> merges and purges need batch/purge level to approve, the
      *> same level it takes to ask for them. An approved item is
      *> applied by the program that owns it on its next run -
      *> deletes by the next TransactionLoad, merges by the next
      *> DuplicateMerge, purges by the next ArchivePurge - and its
      *> audit lines carry both operator IDs.
      *> Every session starts by expiring pending items older than
      *> the expiry period (apprparm.dat, first line, three digits
      *> of days; 7 when the file is absent). Expired items, and
      *> approved items that could not be applied, are listed to
      *> apprexc.rpt by the exceptions option.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO 'approvals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-QUEUE-ID
           FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT PARAM-FILE ASSIGN TO 'apprparm.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'apprexc.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           COPY 'approval.cpy'.

       FD PARAM-FILE.
       01 PARAM-RECORD.
           05 PARAM-EXPIRY-DAYS        PIC 9(3).

       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-APPR-FILE-STATUS          PIC XX.
       01 WS-PARAM-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS        PIC XX.
       01 WS-APPR-EOF                  PIC X VALUE 'N'.

       01 WS-OPERATOR-ID               PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-PERM             PIC X VALUE SPACE.

       01 WS-CURRENT-STAMP             PIC X(21).
       01 WS-CURRENT-DATE              PIC 9(8).

       01 WS-MENU-CHOICE               PIC 9 VALUE 0.
       01 WS-ITEM-ID                   PIC 9(6) VALUE 0.
       01 WS-ITEM-FOUND-FLAG           PIC X VALUE 'N'.
       01 WS-CONFIRM                   PIC X VALUE 'N'.

       01 WS-EXPIRY-DAYS               PIC 9(3) VALUE 7.
       01 WS-REQUEST-DATE              PIC 9(8).
       01 WS-ITEM-AGE-DAYS             PIC S9(7) VALUE 0.

       01 WS-EXPIRED-COUNT             PIC 9(6) VALUE 0.
       01 WS-LISTED-COUNT              PIC 9(6) VALUE 0.
       01 WS-EXC-EXPIRED-COUNT         PIC 9(6) VALUE 0.
       01 WS-EXC-FAILED-COUNT          PIC 9(6) VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER                    PIC X(29)
               VALUE 'APPROVAL QUEUE EXCEPTIONS    '.
           05 FILLER                    PIC X(5) VALUE 'RUN: '.
           05 RPT-TITLE-DATE            PIC 9(8).
           05 FILLER                    PIC X(16)
               VALUE '  EXPIRY DAYS: '.
           05 RPT-TITLE-DAYS            PIC ZZ9.

       01 RPT-HEADING-LINE.
           05 FILLER                    PIC X(8) VALUE '  ITEM  '.
           05 FILLER                    PIC X(7) VALUE 'ACTION '.
           05 FILLER                    PIC X(6) VALUE 'STATE '.
           05 FILLER                    PIC X(8) VALUE 'PERSON  '.
           05 FILLER                    PIC X(8) VALUE 'OTHER   '.
           05 FILLER                    PIC X(10) VALUE 'CUTOFF    '.
           05 FILLER                    PIC X(10) VALUE 'REQ BY    '.
           05 FILLER                    PIC X(10) VALUE 'REQUESTED '.
           05 FILLER                    PIC X(10) VALUE 'CLOSED    '.
           05 FILLER                    PIC X(8) VALUE 'APPR BY '.

       01 RPT-DETAIL-LINE.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-ITEM           PIC 9(6).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-ACTION         PIC X(6).
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 RPT-DETAIL-STATE          PIC X.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 RPT-DETAIL-PERSON         PIC 9(6).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-OTHER          PIC 9(6).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-CUTOFF         PIC 9(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-REQ-BY         PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-REQ-DATE       PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-CLOSED         PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-APPR-BY        PIC X(8).

       01 RPT-TOTAL-LINE.
           05 FILLER                    PIC X(15)
               VALUE 'EXPIRED ITEMS: '.
           05 RPT-TOTAL-EXPIRED         PIC ZZZZZ9.
           05 FILLER                    PIC X(17)
               VALUE '   NOT APPLIED: '.
           05 RPT-TOTAL-FAILED          PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE

           CALL 'OperatorSignOn' USING WS-OPERATOR-ID,
                   WS-OPERATOR-PERM
           IF WS-OPERATOR-PERM NOT = 'M' AND WS-OPERATOR-PERM NOT = 'B'
               DISPLAY 'Operator is not authorized to review the '
                   'approval queue -- session ended.'
               STOP RUN
           END-IF

           PERFORM LOAD-EXPIRY-PARAM
           PERFORM OPEN-APPROVAL-FILE
           PERFORM EXPIRE-OVERDUE-ITEMS

           PERFORM UNTIL WS-MENU-CHOICE = 9
               PERFORM SHOW-QUEUE-MENU
               PERFORM DISPATCH-QUEUE-CHOICE
           END-PERFORM

           CLOSE APPROVAL-FILE
           PERFORM CHECK-APPROVAL-FILE-STATUS
           STOP RUN.

       SHOW-QUEUE-MENU.
           DISPLAY ' '.
           DISPLAY '========== APPROVAL QUEUE =========='.
           DISPLAY '1. List items awaiting approval'.
           DISPLAY '2. Approve an item'.
           DISPLAY '3. Decline an item'.
           DISPLAY '4. Exceptions listing (apprexc.rpt)'.
           DISPLAY '9. Exit'.
           DISPLAY 'Enter choice: '.
           ACCEPT WS-MENU-CHOICE.

       DISPATCH-QUEUE-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-OPEN-ITEMS
               WHEN 2
                   PERFORM APPROVE-ITEM
               WHEN 3
                   PERFORM DECLINE-ITEM
               WHEN 4
                   PERFORM WRITE-EXCEPTIONS-LISTING
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice, try again.'
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> Expiry period - same shape as BackupPeople's keep-count:
      *> a missing, empty or unusable parameter file leaves the
      *> standard period in force.
      *> ---------------------------------------------------------
       LOAD-EXPIRY-PARAM.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-FILE-STATUS = '35'
               DISPLAY 'apprparm.dat not found -- pending items '
                   'expire after the standard ' WS-EXPIRY-DAYS
                   ' days.'
           ELSE
               IF WS-PARAM-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PARAM-FILE, FILE STATUS = '
                       WS-PARAM-FILE-STATUS
                   STOP RUN
               END-IF
               READ PARAM-FILE
                   AT END
                       DISPLAY 'apprparm.dat is empty -- pending '
                           'items expire after the standard '
                           WS-EXPIRY-DAYS ' days.'
                   NOT AT END
                       IF PARAM-EXPIRY-DAYS IS NUMERIC
                               AND PARAM-EXPIRY-DAYS > 0
                           MOVE PARAM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       ELSE
                           DISPLAY 'apprparm.dat expiry is not '
                               'usable -- pending items expire after '
                               'the standard ' WS-EXPIRY-DAYS
                               ' days.'
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       OPEN-APPROVAL-FILE.
           OPEN I-O APPROVAL-FILE
           IF WS-APPR-FILE-STATUS = '35'
               OPEN OUTPUT APPROVAL-FILE
               PERFORM CHECK-APPROVAL-FILE-STATUS
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF
           PERFORM CHECK-APPROVAL-FILE-STATUS.

      *> ---------------------------------------------------------
      *> Expiry - a pending item older than the expiry period is
      *> closed as X and can no longer be approved; the requester
      *> has to ask again.
      *> ---------------------------------------------------------
       EXPIRE-OVERDUE-ITEMS.
           MOVE 0 TO WS-EXPIRED-COUNT
           PERFORM START-QUEUE-BROWSE
           PERFORM UNTIL WS-APPR-EOF = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APPR-EOF
                   NOT AT END
                       IF APPR-STATE = 'P'
                           PERFORM EXPIRE-IF-OVERDUE
                       END-IF
               END-READ
               PERFORM CHECK-APPROVAL-READ
           END-PERFORM
           IF WS-EXPIRED-COUNT > 0
               DISPLAY WS-EXPIRED-COUNT ' pending item(s) older than '
                   WS-EXPIRY-DAYS ' days expired -- see the '
                   'exceptions listing.'
           END-IF.

       EXPIRE-IF-OVERDUE.
           PERFORM COMPUTE-ITEM-AGE
           IF WS-ITEM-AGE-DAYS > WS-EXPIRY-DAYS
               MOVE 'X'    TO APPR-STATE
               MOVE SPACES TO APPR-DECIDE-OPERATOR
               MOVE FUNCTION CURRENT-DATE TO APPR-DECIDE-STAMP
               REWRITE APPROVAL-RECORD
               PERFORM CHECK-APPROVAL-FILE-STATUS
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF.

      *> Whole days since the item was queued, left in
      *> WS-ITEM-AGE-DAYS; an unreadable request date counts as
      *> queued today.
       COMPUTE-ITEM-AGE.
           MOVE 0 TO WS-ITEM-AGE-DAYS
           IF APPR-REQUEST-STAMP(1:8) IS NUMERIC
               MOVE APPR-REQUEST-STAMP(1:8) TO WS-REQUEST-DATE
               COMPUTE WS-ITEM-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-REQUEST-DATE)
           END-IF.

       START-QUEUE-BROWSE.
           MOVE 'N' TO WS-APPR-EOF
           MOVE 0 TO APPR-QUEUE-ID
           START APPROVAL-FILE KEY IS NOT LESS THAN APPR-QUEUE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-APPR-EOF
           END-START.

      *> ---------------------------------------------------------
      *> Listing - pending items, and approved items the owning
      *> program has not applied yet.
      *> ---------------------------------------------------------
       LIST-OPEN-ITEMS.
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM START-QUEUE-BROWSE
           PERFORM UNTIL WS-APPR-EOF = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APPR-EOF
                   NOT AT END
                       IF APPR-STATE = 'P' OR APPR-STATE = 'A'
                           PERFORM SHOW-QUEUE-ITEM
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
               PERFORM CHECK-APPROVAL-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT ' open item(s) listed.'.

       SHOW-QUEUE-ITEM.
           EVALUATE APPR-ACTION
               WHEN 'MERGE '
                   DISPLAY 'Item ' APPR-QUEUE-ID ' ' APPR-ACTION
                       ' ID ' APPR-PERSON-ID ' into ' APPR-OTHER-ID
                       ' ' APPR-PERSON-NAME
               WHEN 'PURGE '
                   DISPLAY 'Item ' APPR-QUEUE-ID ' ' APPR-ACTION
                       ' inactive on or before ' APPR-CUTOFF-DATE
               WHEN OTHER
                   DISPLAY 'Item ' APPR-QUEUE-ID ' ' APPR-ACTION
                       ' ID ' APPR-PERSON-ID ' ' APPR-PERSON-NAME
           END-EVALUATE
           IF APPR-STATE = 'A'
               DISPLAY '     requested by ' APPR-REQUEST-OPERATOR
                   ' on ' APPR-REQUEST-STAMP(1:8) ' from '
                   APPR-SOURCE ' - approved by '
                   APPR-DECIDE-OPERATOR ', not yet applied'
           ELSE
               DISPLAY '     requested by ' APPR-REQUEST-OPERATOR
                   ' on ' APPR-REQUEST-STAMP(1:8) ' from '
                   APPR-SOURCE ' - awaiting approval'
           END-IF.

      *> ---------------------------------------------------------
      *> Decisions - the item is read by number and must still be
      *> pending. Approval needs a second operator; a requester
      *> may decline (withdraw) their own item.
      *> ---------------------------------------------------------
       APPROVE-ITEM.
           PERFORM READ-PENDING-ITEM
           IF WS-ITEM-FOUND-FLAG = 'Y'
               PERFORM COMPUTE-ITEM-AGE
               EVALUATE TRUE
                   WHEN APPR-REQUEST-OPERATOR = WS-OPERATOR-ID
                       DISPLAY 'Item ' APPR-QUEUE-ID ' was requested '
                           'by you -- a different operator must '
                           'approve it.'
                   WHEN APPR-ACTION NOT = 'DELETE'
                           AND WS-OPERATOR-PERM NOT = 'B'
                       DISPLAY 'Approving a ' APPR-ACTION
                           ' needs batch/purge level -- not approved.'
                   WHEN WS-ITEM-AGE-DAYS > WS-EXPIRY-DAYS
                       PERFORM EXPIRE-IF-OVERDUE
                       DISPLAY 'Item ' APPR-QUEUE-ID ' is older than '
                           WS-EXPIRY-DAYS ' days and has expired.'
                   WHEN OTHER
                       PERFORM SHOW-QUEUE-ITEM
                       DISPLAY 'Approve this item (Y/N)? '
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                           MOVE 'A' TO APPR-STATE
                           PERFORM RECORD-DECISION
                           PERFORM SHOW-APPLYING-PROGRAM
                       ELSE
                           DISPLAY 'Item ' APPR-QUEUE-ID
                               ' left pending.'
                       END-IF
               END-EVALUATE
           END-IF.

       SHOW-APPLYING-PROGRAM.
           EVALUATE APPR-ACTION
               WHEN 'MERGE '
                   DISPLAY 'Item ' APPR-QUEUE-ID ' approved; the '
                       'next DuplicateMerge run applies it.'
               WHEN 'PURGE '
                   DISPLAY 'Item ' APPR-QUEUE-ID ' approved; the '
                       'next ArchivePurge run applies it.'
               WHEN OTHER
                   DISPLAY 'Item ' APPR-QUEUE-ID ' approved; the '
                       'next batch load applies it.'
           END-EVALUATE.

       DECLINE-ITEM.
           PERFORM READ-PENDING-ITEM
           IF WS-ITEM-FOUND-FLAG = 'Y'
               PERFORM SHOW-QUEUE-ITEM
               DISPLAY 'Decline this item (Y/N)? '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   MOVE 'D' TO APPR-STATE
                   PERFORM RECORD-DECISION
                   DISPLAY 'Item ' APPR-QUEUE-ID ' declined; nothing '
                       'will be applied.'
               ELSE
                   DISPLAY 'Item ' APPR-QUEUE-ID ' left pending.'
               END-IF
           END-IF.

       READ-PENDING-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           DISPLAY 'Item number: '
           ACCEPT WS-ITEM-ID
           MOVE WS-ITEM-ID TO APPR-QUEUE-ID
           READ APPROVAL-FILE
               INVALID KEY
                   DISPLAY 'No item ' WS-ITEM-ID ' on the queue.'
               NOT INVALID KEY
                   IF APPR-STATE = 'P'
                       MOVE 'Y' TO WS-ITEM-FOUND-FLAG
                   ELSE
                       DISPLAY 'Item ' WS-ITEM-ID ' is not pending '
                           '(state ' APPR-STATE ').'
                   END-IF
           END-READ
           IF WS-APPR-FILE-STATUS NOT = '00'
                   AND WS-APPR-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR READING APPROVAL-FILE, FILE STATUS = '
                   WS-APPR-FILE-STATUS
               STOP RUN
           END-IF.

       RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO APPR-DECIDE-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO APPR-DECIDE-STAMP
           REWRITE APPROVAL-RECORD
           PERFORM CHECK-APPROVAL-FILE-STATUS.

      *> ---------------------------------------------------------
      *> Exceptions listing - every item that expired unapproved,
      *> and every approved item its owning program found it could
      *> not apply.
      *> ---------------------------------------------------------
       WRITE-EXCEPTIONS-LISTING.
           MOVE 0 TO WS-EXC-EXPIRED-COUNT
           MOVE 0 TO WS-EXC-FAILED-COUNT
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE
           MOVE WS-EXPIRY-DAYS  TO RPT-TITLE-DAYS
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE
           PERFORM CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM RPT-HEADING-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE

           PERFORM START-QUEUE-BROWSE
           PERFORM UNTIL WS-APPR-EOF = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APPR-EOF
                   NOT AT END
                       IF APPR-STATE = 'X' OR APPR-STATE = 'F'
                           PERFORM WRITE-EXCEPTION-DETAIL
                       END-IF
               END-READ
               PERFORM CHECK-APPROVAL-READ
           END-PERFORM

           MOVE WS-EXC-EXPIRED-COUNT TO RPT-TOTAL-EXPIRED
           MOVE WS-EXC-FAILED-COUNT  TO RPT-TOTAL-FAILED
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
           PERFORM CHECK-REPORT-WRITE
           CLOSE REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           DISPLAY WS-EXC-EXPIRED-COUNT ' expired and '
               WS-EXC-FAILED-COUNT ' unapplied item(s) written to '
               'apprexc.rpt.'.

       WRITE-EXCEPTION-DETAIL.
           MOVE APPR-QUEUE-ID          TO RPT-DETAIL-ITEM
           MOVE APPR-ACTION            TO RPT-DETAIL-ACTION
           MOVE APPR-STATE             TO RPT-DETAIL-STATE
           MOVE APPR-PERSON-ID         TO RPT-DETAIL-PERSON
           MOVE APPR-OTHER-ID          TO RPT-DETAIL-OTHER
           MOVE APPR-CUTOFF-DATE       TO RPT-DETAIL-CUTOFF
           MOVE APPR-REQUEST-OPERATOR  TO RPT-DETAIL-REQ-BY
           MOVE APPR-REQUEST-STAMP(1:8) TO RPT-DETAIL-REQ-DATE
           MOVE APPR-DECIDE-OPERATOR   TO RPT-DETAIL-APPR-BY
           IF APPR-STATE = 'X'
               MOVE APPR-DECIDE-STAMP(1:8) TO RPT-DETAIL-CLOSED
               ADD 1 TO WS-EXC-EXPIRED-COUNT
           ELSE
               MOVE APPR-APPLIED-STAMP(1:8) TO RPT-DETAIL-CLOSED
               ADD 1 TO WS-EXC-FAILED-COUNT
           END-IF
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
           PERFORM CHECK-REPORT-WRITE.

       CHECK-REPORT-WRITE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REPORT-RECORD, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-APPROVAL-READ.
           IF WS-APPR-FILE-STATUS NOT = '00'
                   AND WS-APPR-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR READING APPROVAL-FILE, FILE STATUS = '
                   WS-APPR-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-APPROVAL-FILE-STATUS.
           IF WS-APPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR ON APPROVAL-FILE, FILE STATUS = '
                   WS-APPR-FILE-STATUS
               STOP RUN
           END-IF.
