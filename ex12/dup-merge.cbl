      *> deleted with a DELETE audit line so AuditRecovery and
      *> DailyReconciliation see an ordinary removal. Merging is a
      *> removal of live records, so the run is gated at the
      *> batch/purge permission level, and a merge the operator
      *> asks for is not made on the spot: it is queued on
      *> approvals.dat for a second operator (see ApprovalQueue).
      *> Each run starts by making the merges approved since the
      *> last one - the pair is checked again first - with both
      *> operator IDs on the DELETE audit line. The duplicate's
      *> relationship links on relations.dat move to the survivor
      *> with it (see PersonLinks).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'approvals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-QUEUE-ID
           FILE STATUS IS WS-APPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEOPLE-STORAGE.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD             PIC X(132).

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           COPY 'approval.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS               PIC XX.
       01 WS-REPORT-FILE-STATUS        PIC XX.
       01 WS-AUDIT-FILE-STATUS         PIC XX.
       01 WS-CONTACT-FILE-STATUS       PIC XX.
       01 WS-APPR-FILE-STATUS          PIC XX.
       01 WS-END-OF-FILE               PIC X VALUE 'N'.
       01 WS-APPR-EOF                  PIC X VALUE 'N'.

       01 WS-AUDIT-LINE.
           COPY 'audit.cpy'.
       01 WS-SCANNED-COUNT             PIC 9(6) VALUE 0.
       01 WS-PAIR-COUNT                PIC 9(6) VALUE 0.
       01 WS-MERGED-COUNT              PIC 9(6) VALUE 0.
       01 WS-REQUESTED-COUNT           PIC 9(6) VALUE 0.

       01 WS-SURVIVOR-ID               PIC 9(6).
       01 WS-DUPLICATE-ID              PIC 9(6).
       01 WS-SURVIVOR-DOB              PIC 9(8).
       01 WS-PAIR-OK-FLAG              PIC X VALUE 'N'.

      *> Set while an approved queue item is being applied: the
      *> pair is merged instead of queued, and the audit line names
      *> the requester and the approver.
       01 WS-APPLYING-FLAG             PIC X VALUE 'N'.
       01 WS-MERGE-DONE-FLAG           PIC X VALUE 'N'.
       01 WS-REQUESTER-ID              PIC X(8) VALUE SPACES.
       01 WS-APPROVER-ID               PIC X(8) VALUE SPACES.
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

       01 WS-DUPE-CONTACT-FLAG         PIC X VALUE 'N'.
       01 WS-SURV-CONTACT-FLAG         PIC X VALUE 'N'.
       01 WS-HELD-ADDR-LINE-1          PIC X(30).
       01 WS-HELD-POSTAL-CODE          PIC X(10).
       01 WS-HELD-PHONE                PIC X(15).

       01 WS-LINK-FUNCTION             PIC X.
       01 WS-LINK-OPERATOR-ID          PIC X(8).
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

       01 RPT-TITLE-LINE.
           05 FILLER                    PIC X(29)
               VALUE 'SUSPECTED DUPLICATE PERSONS  '.
               STOP RUN
           END-IF

           PERFORM APPLY-APPROVED-MERGES
           PERFORM SCAN-FOR-DUPLICATES

           IF WS-PAIR-COUNT = 0
                   WS-SCANNED-COUNT ' record(s).'
           ELSE
               DISPLAY WS-PAIR-COUNT ' suspected pair(s) written to '
                   'dupes.rpt; review before asking for a merge.'
               PERFORM MERGE-DUPLICATES
           END-IF

           DISPLAY 'Duplicate run complete: ' WS-SCANNED-COUNT
               ' record(s) scanned, ' WS-PAIR-COUNT
               ' suspected pair(s), ' WS-MERGED-COUNT
               ' record(s) merged away, ' WS-REQUESTED-COUNT
               ' merge(s) queued for approval.'
           STOP RUN.

      *> ---------------------------------------------------------
      *> Merge - the operator names the surviving ID and the
      *> duplicate to remove; the pair must agree on name and date
      *> of birth, the same rule the scan used, so a mis-keyed ID
      *> cannot delete an unrelated person. A pair that passes is
      *> queued for approval rather than merged.
      *> ---------------------------------------------------------
       MERGE-DUPLICATES.
           MOVE 1 TO WS-SURVIVOR-ID
                           WS-DUPLICATE-ID ' do not agree on name '
                           'and date of birth -- nothing merged.'
                   ELSE
                       IF WS-APPLYING-FLAG = 'Y'
                           PERFORM DELETE-DUPLICATE-RECORD
                       ELSE
                           PERFORM REQUEST-MERGE-APPROVAL
                       END-IF
                   END-IF
           END-READ
           PERFORM CHECK-FILE-STATUS-READ-KEY.

       REQUEST-MERGE-APPROVAL.
           MOVE SPACES          TO WS-REQUEST-ITEM
           MOVE 'MERGE '        TO REQ-ACTION
           MOVE 'DUPMERGE'      TO REQ-SOURCE
           MOVE WS-DUPLICATE-ID TO REQ-PERSON-ID
           MOVE PERSON-NAME     TO REQ-PERSON-NAME
           MOVE WS-SURVIVOR-ID  TO REQ-OTHER-ID
           MOVE 0               TO REQ-CUTOFF-DATE
           MOVE WS-OPERATOR-ID  TO REQ-REQUEST-OPERATOR
           CALL 'ApprovalRequest' USING WS-REQUEST-ITEM,
                   WS-REQUEST-RESULT
           IF WS-REQUEST-RESULT = 'O'
               DISPLAY 'Merge of ID ' WS-DUPLICATE-ID ' into '
                   WS-SURVIVOR-ID ' is already waiting as approval '
                   'item ' REQ-QUEUE-ID '.'
           ELSE
               ADD 1 TO WS-REQUESTED-COUNT
               DISPLAY 'Merge of ID ' WS-DUPLICATE-ID ' into '
                   WS-SURVIVOR-ID ' queued as approval item '
                   REQ-QUEUE-ID '.'
           END-IF.

      *> The removal is audited as an ordinary DELETE, so recovery
      *> replays it and reconciliation's expected count moves with
      *> the file.
           PERFORM WRITE-AUDIT-RECORD

           PERFORM MERGE-CONTACT-RECORDS
           PERFORM MERGE-RELATION-LINKS

           ADD 1 TO WS-MERGED-COUNT
           MOVE 'Y' TO WS-MERGE-DONE-FLAG
           DISPLAY 'ID ' WS-DUPLICATE-ID ' merged into '
               WS-SURVIVOR-ID '.'.

      *> ---------------------------------------------------------
      *> Approved merges - each MERGE item a second operator has
      *> approved is put through the same pair checks and merge as
      *> a keyed request, then closed as C; a pair that no longer
      *> qualifies is closed as F and shows on ApprovalQueue's
      *> exceptions listing.
      *> ---------------------------------------------------------
       APPLY-APPROVED-MERGES.
           OPEN I-O APPROVAL-FILE
           IF WS-APPR-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-APPR-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING APPROVAL-FILE, FILE STATUS'
                       ' = ' WS-APPR-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-APPR-EOF
               PERFORM UNTIL WS-APPR-EOF = 'Y'
                   READ APPROVAL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-APPR-EOF
                       NOT AT END
                           IF APPR-STATE = 'A'
                                   AND APPR-ACTION = 'MERGE '
                               PERFORM APPLY-ONE-APPROVED-MERGE
                           END-IF
                   END-READ
                   IF WS-APPR-FILE-STATUS NOT = '00'
                           AND WS-APPR-FILE-STATUS NOT = '10'
                       DISPLAY 'ERROR READING APPROVAL-FILE, FILE'
                           ' STATUS = ' WS-APPR-FILE-STATUS
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       APPLY-ONE-APPROVED-MERGE.
           MOVE 'Y' TO WS-APPLYING-FLAG
           MOVE 'N' TO WS-MERGE-DONE-FLAG
           MOVE APPR-REQUEST-OPERATOR TO WS-REQUESTER-ID
           MOVE APPR-DECIDE-OPERATOR  TO WS-APPROVER-ID
           MOVE APPR-OTHER-ID  TO WS-SURVIVOR-ID
           MOVE APPR-PERSON-ID TO WS-DUPLICATE-ID
           DISPLAY 'Approved merge item ' APPR-QUEUE-ID ': ID '
               WS-DUPLICATE-ID ' into ' WS-SURVIVOR-ID
           PERFORM MERGE-ONE-PAIR
           IF WS-MERGE-DONE-FLAG = 'Y'
               MOVE 'C' TO APPR-STATE
           ELSE
               DISPLAY 'Approved merge item ' APPR-QUEUE-ID
                   ' could not be applied.'
               MOVE 'F' TO APPR-STATE
           END-IF
           MOVE 'N'    TO WS-APPLYING-FLAG
           MOVE SPACES TO WS-REQUESTER-ID
           MOVE SPACES TO WS-APPROVER-ID
           MOVE FUNCTION CURRENT-DATE TO APPR-APPLIED-STAMP
           REWRITE APPROVAL-RECORD
           IF WS-APPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING APPROVAL-RECORD, FILE STATUS'
                   ' = ' WS-APPR-FILE-STATUS
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> The relationship links follow the merge: each of the
      *> duplicate's links is re-keyed to the survivor, unless the
      *> survivor already has the same link or it would link the
      *> survivor to itself, in which case it goes with the
      *> duplicate.
      *> ---------------------------------------------------------
       MERGE-RELATION-LINKS.
           MOVE SPACES          TO WS-LINK-ITEM
           MOVE WS-DUPLICATE-ID TO LINK-PERSON-ID
           MOVE 'M'             TO WS-LINK-FUNCTION
           IF WS-APPROVER-ID = SPACES
               MOVE WS-OPERATOR-ID  TO WS-LINK-OPERATOR-ID
           ELSE
               MOVE WS-REQUESTER-ID TO WS-LINK-OPERATOR-ID
           END-IF
           CALL 'PersonLinks' USING WS-LINK-FUNCTION, WS-LINK-ITEM,
                   WS-SURVIVOR-ID, WS-LINK-OPERATOR-ID,
                   WS-APPROVER-ID, WS-LINK-RESULT, WS-LINK-COUNT
           IF WS-LINK-COUNT > 0
               DISPLAY WS-LINK-COUNT ' link(s) moved from ID '
                   WS-DUPLICATE-ID ' to ' WS-SURVIVOR-ID '.'
           END-IF.

      *> ---------------------------------------------------------
      *> The contact record follows the merge: when only the
      *> removed ID held contact details they are re-keyed to the
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE PERSON-ID             TO WS-AUDIT-ID
           MOVE PERSON-NAME           TO WS-AUDIT-NAME
           IF WS-APPROVER-ID = SPACES
               MOVE WS-OPERATOR-ID    TO WS-AUDIT-OPERATOR
           ELSE
               MOVE WS-REQUESTER-ID   TO WS-AUDIT-OPERATOR
           END-IF
           MOVE WS-APPROVER-ID        TO WS-AUDIT-APPROVER

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
