      *> maintenance mode can still look them up read-only. Each
      *> move is logged as a PURGE audit line, so recovery and
      *> reconciliation treat it as a removal from the live file.
      *> The cutoff the operator keys is not purged on the spot: it
      *> is queued on approvals.dat for a second operator (see
      *> ApprovalQueue). Each run starts by purging the cutoffs
      *> approved since the last one, with both operator IDs on
      *> the PURGE audit lines. A purged person's open links on
      *> relations.dat are ended as they go (see PersonLinks).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS ARCH-CONT-PERSON-ID
           FILE STATUS IS WS-CONTARCH-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'approvals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-QUEUE-ID
           FILE STATUS IS WS-APPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEOPLE-STORAGE.
               ==CONT-POSTAL-CODE== BY ==ARCH-CONT-POSTAL-CODE==
               ==CONT-PHONE== BY ==ARCH-CONT-PHONE==.

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           COPY 'approval.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS               PIC XX.
       01 WS-ARCHIVE-FILE-STATUS       PIC XX.
       01 WS-AUDIT-FILE-STATUS         PIC XX.
       01 WS-CONTACT-FILE-STATUS       PIC XX.
       01 WS-CONTARCH-FILE-STATUS      PIC XX.
       01 WS-APPR-FILE-STATUS          PIC XX.
       01 WS-END-OF-FILE               PIC X VALUE 'N'.
       01 WS-APPR-EOF                  PIC X VALUE 'N'.

       01 WS-AUDIT-LINE.
           COPY 'audit.cpy'.

       01 WS-EXAMINED-COUNT            PIC 9(6) VALUE 0.
       01 WS-PURGED-COUNT              PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT             PIC 9(4) VALUE 0.
       01 WS-LINKS-ENDED-COUNT         PIC 9(6) VALUE 0.

       01 WS-LINK-FUNCTION             PIC X.
       01 WS-LINK-OTHER-ID             PIC 9(6) VALUE 0.
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

      *> The requester and approver of the purge being applied;
      *> both go on each PURGE audit line.
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

       PROCEDURE DIVISION.
       MAIN-LOGIC.

      *> A purge removes live records, so it is gated at the
      *> batch/purge permission level and every PURGE audit line
      *> names the operator who asked for it and the one who
      *> approved it.
           CALL 'OperatorSignOn' USING WS-OPERATOR-ID,
                   WS-OPERATOR-PERM
           IF WS-OPERATOR-PERM NOT = 'B'
               STOP RUN
           END-IF

           OPEN I-O PEOPLE-STORAGE
           IF WS-FILE-STATUS = '35'
               DISPLAY 'people.dat does not exist yet -- nothing to '
               STOP RUN
           END-IF

           PERFORM APPLY-APPROVED-PURGES

           CLOSE ARCHIVE-FILE
           CLOSE PEOPLE-STORAGE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING PEOPLE-STORAGE, FILE STATUS = '
                   WS-FILE-STATUS
               STOP RUN
           END-IF

           IF WS-APPLIED-COUNT = 0
               DISPLAY 'No approved purges waiting.'
           ELSE
               DISPLAY 'Approved purges applied: ' WS-APPLIED-COUNT
           END-IF

           DISPLAY 'Purge inactive since on or before (YYYYMMDD, '
               'blank for none): '
           ACCEPT WS-CUTOFF-TEXT
           IF WS-CUTOFF-TEXT = SPACES
               DISPLAY 'No new purge requested.'
               STOP RUN
           END-IF
           INSPECT WS-CUTOFF-TEXT REPLACING LEADING SPACE BY ZERO
           IF WS-CUTOFF-TEXT IS NOT NUMERIC
               DISPLAY 'Cutoff date must be numeric YYYYMMDD -- '
                   'nothing requested.'
               STOP RUN
           END-IF
           IF WS-CUTOFF-MONTH < 01 OR WS-CUTOFF-MONTH > 12
                   OR WS-CUTOFF-DAY < 01 OR WS-CUTOFF-DAY > 31
               DISPLAY 'Cutoff month or day is invalid -- nothing '
                   'requested.'
               STOP RUN
           END-IF
           IF WS-CUTOFF-NUMERIC >= WS-CURRENT-DATE
               DISPLAY 'Cutoff date must be in the past -- nothing '
                   'requested.'
               STOP RUN
           END-IF

           PERFORM REQUEST-PURGE-APPROVAL
           STOP RUN.

      *> ---------------------------------------------------------
      *> A purge request carries only the cutoff; the records it
      *> will move are chosen when it is applied.
      *> ---------------------------------------------------------
       REQUEST-PURGE-APPROVAL.
           MOVE SPACES            TO WS-REQUEST-ITEM
           MOVE 'PURGE '          TO REQ-ACTION
           MOVE 'ARCPURGE'        TO REQ-SOURCE
           MOVE 0                 TO REQ-PERSON-ID
           MOVE 0                 TO REQ-OTHER-ID
           MOVE WS-CUTOFF-NUMERIC TO REQ-CUTOFF-DATE
           MOVE WS-OPERATOR-ID    TO REQ-REQUEST-OPERATOR
           CALL 'ApprovalRequest' USING WS-REQUEST-ITEM,
                   WS-REQUEST-RESULT
           IF WS-REQUEST-RESULT = 'O'
               DISPLAY 'A purge to ' WS-CUTOFF-NUMERIC ' is already '
                   'waiting as approval item ' REQ-QUEUE-ID '.'
           ELSE
               DISPLAY 'Purge to ' WS-CUTOFF-NUMERIC ' queued as '
                   'approval item ' REQ-QUEUE-ID '.'
           END-IF.

      *> ---------------------------------------------------------
      *> Approved purges - each PURGE item a second operator has
      *> approved is run against people.dat from the top, then
      *> closed as C.
      *> ---------------------------------------------------------
       APPLY-APPROVED-PURGES.
           MOVE 0 TO WS-APPLIED-COUNT
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
                                   AND APPR-ACTION = 'PURGE '
                               PERFORM APPLY-ONE-APPROVED-PURGE
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

       APPLY-ONE-APPROVED-PURGE.
           MOVE APPR-CUTOFF-DATE      TO WS-CUTOFF-NUMERIC
           MOVE APPR-REQUEST-OPERATOR TO WS-REQUESTER-ID
           MOVE APPR-DECIDE-OPERATOR  TO WS-APPROVER-ID
           DISPLAY 'Approved purge item ' APPR-QUEUE-ID ': inactive '
               'on or before ' WS-CUTOFF-NUMERIC
           PERFORM RUN-PURGE
           MOVE SPACES TO WS-REQUESTER-ID
           MOVE SPACES TO WS-APPROVER-ID

           MOVE 'C' TO APPR-STATE
           MOVE FUNCTION CURRENT-DATE TO APPR-APPLIED-STAMP
           REWRITE APPROVAL-RECORD
           IF WS-APPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING APPROVAL-RECORD, FILE STATUS'
                   ' = ' WS-APPR-FILE-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.

      *> One pass of people.dat for the cutoff in
      *> WS-CUTOFF-NUMERIC, from the lowest ID up.
       RUN-PURGE.
           MOVE 0   TO WS-EXAMINED-COUNT
           MOVE 0   TO WS-PURGED-COUNT
           MOVE 0   TO WS-LINKS-ENDED-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 0   TO PERSON-ID
           START PEOPLE-STORAGE KEY IS NOT LESS THAN PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START
           IF WS-FILE-STATUS NOT = '00'
                   AND WS-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR POSITIONING PEOPLE-STORAGE, FILE'
                   ' STATUS = ' WS-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PEOPLE-STORAGE NEXT RECORD
                   AT END
               END-IF
           END-PERFORM

           DISPLAY 'Purge complete: ' WS-EXAMINED-COUNT
               ' record(s) examined, ' WS-PURGED-COUNT
               ' record(s) moved to archive.dat, '
               WS-LINKS-ENDED-COUNT ' link(s) ended.'.

       PURGE-ONE-PERSON.
           MOVE PERSON-ID          TO ARCH-PERSON-ID

           PERFORM WRITE-AUDIT-RECORD
           PERFORM ARCHIVE-CONTACT-FOR-PERSON
           PERFORM END-LINKS-FOR-PERSON
           ADD 1 TO WS-PURGED-COUNT.

      *> Links are history, so a purged person's links are ended,
      *> not removed, under the same IDs as the PURGE line.
       END-LINKS-FOR-PERSON.
           MOVE SPACES    TO WS-LINK-ITEM
           MOVE PERSON-ID TO LINK-PERSON-ID
           MOVE 'P'       TO WS-LINK-FUNCTION
           IF WS-APPROVER-ID = SPACES
               MOVE WS-OPERATOR-ID  TO WS-LINK-OPERATOR-ID
           ELSE
               MOVE WS-REQUESTER-ID TO WS-LINK-OPERATOR-ID
           END-IF
           CALL 'PersonLinks' USING WS-LINK-FUNCTION, WS-LINK-ITEM,
                   WS-LINK-OTHER-ID, WS-LINK-OPERATOR-ID,
                   WS-APPROVER-ID, WS-LINK-RESULT, WS-LINK-COUNT
           ADD WS-LINK-COUNT TO WS-LINKS-ENDED-COUNT.

      *> ---------------------------------------------------------
      *> The contact record follows the person: it moves to
      *> contarch.dat alongside the archived person record, so a
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
