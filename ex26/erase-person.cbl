       IDENTIFICATION DIVISION.
       PROGRAM-ID. ErasePerson.

      *> Right-to-erasure run for one PERSON-ID, batch/purge level
      *> only. Everything held about the person is removed or
      *> blanked:
      *>   people.dat, archive.dat, contacts.dat, contarch.dat -
      *>       the record for the ID is deleted
      *>   namehist.dat - the person's old-name lines are removed
      *>   letters.dat  - the person's letter lines are removed and
      *>       the trailer count brought down to match
      *>   relations.dat - open links on either side are ended
      *>       through PersonLinks ('P'), as for a purge; the link
      *>       history left behind holds IDs and dates only
      *>   approvals.dat - the name is blanked on every item for
      *>       the ID, and an item still open is closed as not
      *>       applied (F); an open merge with the ID as survivor
      *>       is closed too, keeping the other person's name
      *>   audit trail - on every ADD / UPDATE / DELETE / PURGE /
      *>       RENAME line for the ID, in audit.log and in every
      *>       closed generation, the name and age columns are
      *>       blanked and the DOB columns are marked ERASED. The
      *>       action, ID, status and operator columns stay, so the
      *>       trail still shows what was done and by whom.
      *> The run then writes an ERASE line (auditera.cpy) holding
      *> people.dat's totals after the erasure; DailyReconciliation
      *> rebalances from it and AuditRecovery removes the person
      *> again if a backup taken before the erasure is restored,
      *> passing over the marked lines. Because the ERASE line
      *> becomes the opening balance, the run only goes ahead when
      *> DailyReconciliation finds the file in balance, and not
      *> while the batch window is locked or an update session is
      *> open. A certificate of erasure listing each file touched
      *> and the number of records changed goes to erasure.rpt.
      *> Preview mode lists what would change, record by record
      *> under each file, changes nothing and writes no audit line.
      *> Backup copies, month-end snapshots and extracts already
      *> sent are outside this run; the certificate says so.
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

           SELECT RELATION-FILE ASSIGN TO 'relations.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REL-KEY
           ALTERNATE RECORD KEY IS REL-RELATED-ID WITH DUPLICATES
           FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'approvals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-QUEUE-ID
           FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT SEQ-SOURCE-FILE ASSIGN TO WS-SEQ-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-FILE-STATUS.

           SELECT SEQ-WORK-FILE ASSIGN TO 'erase.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'erasure.rpt'
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

       FD RELATION-FILE.
       01 RELATION-RECORD.
           COPY 'relation.cpy'.

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           COPY 'approval.cpy'.

       FD SEQ-SOURCE-FILE.
       01 SEQ-SOURCE-RECORD            PIC X(160).

       FD SEQ-WORK-FILE.
       01 SEQ-WORK-RECORD              PIC X(160).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD             PIC X(132).

       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS               PIC XX.
       01 WS-ARCHIVE-FILE-STATUS       PIC XX.
       01 WS-CONTACT-FILE-STATUS       PIC XX.
       01 WS-CONTARCH-FILE-STATUS      PIC XX.
       01 WS-REL-FILE-STATUS           PIC XX.
       01 WS-APPR-FILE-STATUS          PIC XX.
       01 WS-SEQ-FILE-STATUS           PIC XX.
       01 WS-WORK-FILE-STATUS          PIC XX.
       01 WS-AUDIT-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS        PIC XX.
       01 WS-END-OF-FILE               PIC X VALUE 'N'.
       01 WS-APPR-EOF                  PIC X VALUE 'N'.
      *> Which approval items are being read: P = items for the
      *> person, O = merges with the person as survivor.
       01 WS-APPR-MATCH                PIC X VALUE 'P'.
       01 WS-REL-EOF                   PIC X VALUE 'N'.
       01 WS-SEQ-EOF                   PIC X VALUE 'N'.

       01 WS-OPERATOR-ID               PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-PERM             PIC X VALUE SPACE.

       01 WS-CURRENT-STAMP             PIC X(21).
       01 WS-CURRENT-DATE              PIC 9(8).
       01 WS-WORK-AGE                  PIC 9(3).

       01 WS-ID-ENTRY.
           05 WS-ID-TEXT                PIC X(6) JUSTIFIED RIGHT.
       01 WS-ID-NUMERIC REDEFINES WS-ID-ENTRY
                                        PIC 9(6).
       01 WS-ERASE-ID                  PIC 9(6) VALUE 0.
       01 WS-RUN-MODE                  PIC X VALUE SPACE.
       01 WS-APPLY-FLAG                PIC X VALUE 'N'.
       01 WS-CONFIRM                   PIC X VALUE SPACE.
       01 WS-ON-LIVE-FLAG              PIC X VALUE 'N'.
       01 WS-ON-ARCHIVE-FLAG           PIC X VALUE 'N'.
       01 WS-LIVE-REMOVED-FLAG         PIC X VALUE 'N'.

      *> What an erased audit line carries in its DOB columns, so
      *> readers can tell it from a line that never had a DOB.
       01 WS-ERASED-MARK               PIC X(8) VALUE 'ERASED'.

       01 WS-AUDIT-LINE.
           COPY 'audit.cpy'.

       01 WS-NHIST-LINE.
           COPY 'namehist.cpy'.

       01 WS-ERASE-AUDIT-LINE.
           COPY 'auditera.cpy'.

      *> Batch window checks (see BatchLock).
       01 WS-LOCK-FUNCTION             PIC X.
       01 WS-LOCK-OTHER-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-LOCK-SESSION-STAMP        PIC X(21) VALUE SPACES.
       01 WS-LOCK-ITEM.
           COPY 'batchlock.cpy' REPLACING
               ==LOCK-STATE== BY ==BLK-STATE==
               ==LOCK-SET-OPERATOR== BY ==BLK-SET-OPERATOR==
               ==LOCK-SET-STAMP== BY ==BLK-SET-STAMP==
               ==LOCK-CLEAR-OPERATOR== BY ==BLK-CLEAR-OPERATOR==
               ==LOCK-CLEAR-STAMP== BY ==BLK-CLEAR-STAMP==
               ==LOCK-CLEAR-HOW== BY ==BLK-CLEAR-HOW==.
       01 WS-LOCK-RESULT               PIC X.
       01 WS-LOCK-SESSION-COUNT        PIC 9(5) VALUE 0.

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

      *> The line-sequential file being worked through, and what
      *> kind it is: A = audit trail, N = namehist.dat,
      *> L = letters.dat.
       01 WS-SEQ-FILE-NAME             PIC X(17) VALUE SPACES.
       01 WS-SEQ-FILE-KIND             PIC X VALUE SPACE.
       01 WS-SEQ-MISSING-FLAG          PIC X VALUE 'N'.
       01 WS-SEQ-CHANGED-COUNT         PIC 9(7) VALUE 0.
       01 WS-KEEP-LINE-FLAG            PIC X VALUE 'Y'.
       01 WS-SEQ-LINE                  PIC X(160).
       01 WS-SEQ-LINE-NUMBER           PIC 9(7) VALUE 0.

       01 WS-LTR-TYPE                  PIC X(8).
       01 WS-LTR-CODE                  PIC X(8).
       01 WS-LTR-ID-TEXT               PIC X(6).
       01 WS-LTR-ID-NUMERIC REDEFINES WS-LTR-ID-TEXT
                                        PIC 9(6).
       01 WS-LTR-COUNT-TEXT            PIC X(6).
       01 WS-LTR-COUNT-NUMERIC REDEFINES WS-LTR-COUNT-TEXT
                                        PIC 9(6).
       01 WS-LTR-NEW-COUNT             PIC 9(6).
       01 WS-LTR-RUN-DATE              PIC X(8) VALUE SPACES.

       01 WS-READ-FROM-STAMP           PIC X(21) VALUE SPACES.
       01 WS-AUDIT-GEN-COUNT           PIC 9(3) VALUE 0.
       01 WS-AUDIT-GEN-IX              PIC 9(3) VALUE 0.
       01 WS-AUDIT-GEN-LIST.
           05 WS-AUDIT-GEN-NAME         PIC X(17) OCCURS 120 TIMES.
       01 WS-AUDIT-FILES-READ          PIC 9(3) VALUE 0.
       01 WS-AUDIT-BLANKED-COUNT       PIC 9(7) VALUE 0.

       01 WS-AFTER-COUNT               PIC 9(7) VALUE 0.
       01 WS-AFTER-DOB-TOTAL           PIC 9(15) VALUE 0.
       01 WS-AFTER-AGE-TOTAL           PIC 9(9) VALUE 0.

      *> One certificate line per file touched, filled in as the
      *> run goes.
       01 WS-CERT-TOTAL                PIC 9(3) VALUE 0.
       01 WS-CERT-IX                   PIC 9(3) VALUE 0.
       01 WS-CERT-CHANGED-TOTAL        PIC 9(7) VALUE 0.
       01 WS-CERT-WORK-FILE            PIC X(17).
       01 WS-CERT-WORK-COUNT           PIC 9(7).
       01 WS-CERT-WORK-ACTION          PIC X(60).
       01 WS-CERT-TABLE.
           05 WS-CERT-ENTRY OCCURS 140 TIMES.
               10 WS-CERT-FILE          PIC X(17).
               10 WS-CERT-COUNT         PIC 9(7).
               10 WS-CERT-ACTION        PIC X(60).

      *> Preview only - each record behind a certificate line, by
      *> the number of the line it will be listed under.
       01 WS-ITEM-TOTAL                PIC 9(5) VALUE 0.
       01 WS-ITEM-IX                   PIC 9(5) VALUE 0.
       01 WS-ITEM-DROPPED              PIC 9(7) VALUE 0.
       01 WS-ITEM-WORK-KEY             PIC X(60).
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 600 TIMES.
               10 WS-ITEM-CERT-NO       PIC 9(3).
               10 WS-ITEM-KEY           PIC X(60).

       01 RPT-TITLE-LINE.
           05 RPT-TITLE-TEXT            PIC X(40).
           05 FILLER                    PIC X(11) VALUE 'PERSON-ID: '.
           05 RPT-TITLE-ID              PIC 9(6).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(5) VALUE 'RUN: '.
           05 RPT-TITLE-DATE            PIC 9(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 RPT-TITLE-TIME            PIC X(6).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'OPERATOR: '.
           05 RPT-TITLE-OPERATOR        PIC X(8).

       01 RPT-HEADING-LINE.
           05 FILLER                    PIC X(19) VALUE 'FILE'.
           05 FILLER                    PIC X(11) VALUE '    RECORDS'.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 FILLER                    PIC X(20) VALUE 'ACTION'.

       01 RPT-DETAIL-LINE.
           05 RPT-DETAIL-FILE           PIC X(17).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-COUNT          PIC Z(10)9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RPT-DETAIL-ACTION         PIC X(60).

       01 RPT-ITEM-LINE.
           05 FILLER                    PIC X(32) VALUE SPACES.
           05 RPT-ITEM-KEY              PIC X(60).

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL           PIC X(30).
           05 RPT-COUNT-VALUE           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE

           CALL 'OperatorSignOn' USING WS-OPERATOR-ID,
                   WS-OPERATOR-PERM
           IF WS-OPERATOR-PERM NOT = 'B'
               DISPLAY 'Operator is not authorized for erasure -- '
                   'nothing done.'
               STOP RUN
           END-IF

           PERFORM ACCEPT-ERASURE-REQUEST
           PERFORM SHOW-PERSON-ON-FILE
           IF WS-APPLY-FLAG = 'Y'
               PERFORM CHECK-BATCH-WINDOW
               PERFORM CHECK-RECONCILIATION
               DISPLAY 'Erase every record of ID ' WS-ERASE-ID
                   ' permanently (Y/N)? '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                   DISPLAY 'Erasure not confirmed -- nothing done.'
                   STOP RUN
               END-IF
           END-IF

      *> Links first, so their LNKEND lines sit ahead of the ERASE
      *> line like the rest of the person's history.
           PERFORM END-PERSON-LINKS
           PERFORM ERASE-FROM-PEOPLE
           PERFORM ERASE-FROM-ARCHIVE
           PERFORM ERASE-FROM-CONTACTS
           PERFORM ERASE-FROM-CONTACT-ARCHIVE

           MOVE 'namehist.dat' TO WS-SEQ-FILE-NAME
           MOVE 'N' TO WS-SEQ-FILE-KIND
           PERFORM ERASE-FROM-SEQUENTIAL-FILE
           MOVE 'OLD-NAME LINES REMOVED' TO WS-CERT-WORK-ACTION
           PERFORM NOTE-SEQUENTIAL-RESULT

           MOVE 'letters.dat' TO WS-SEQ-FILE-NAME
           MOVE 'L' TO WS-SEQ-FILE-KIND
           PERFORM ERASE-FROM-SEQUENTIAL-FILE
           MOVE 'LETTER LINES REMOVED, TRAILER COUNT ADJUSTED'
               TO WS-CERT-WORK-ACTION
           PERFORM NOTE-SEQUENTIAL-RESULT

           PERFORM ERASE-FROM-APPROVALS
           PERFORM ERASE-FROM-AUDIT-TRAIL

           IF WS-APPLY-FLAG = 'Y'
               PERFORM TALLY-BALANCE-AFTER-ERASURE
               PERFORM WRITE-ERASE-AUDIT-RECORD
               PERFORM CLEAR-WORK-FILE
           END-IF

           PERFORM PRINT-CERTIFICATE

           IF WS-APPLY-FLAG = 'Y'
               DISPLAY 'Erasure of ID ' WS-ERASE-ID ' complete: '
                   WS-CERT-CHANGED-TOTAL ' record(s) changed; '
                   'certificate on erasure.rpt.'
           ELSE
               DISPLAY 'Erasure preview for ID ' WS-ERASE-ID ': '
                   WS-CERT-CHANGED-TOTAL ' record(s) would change; '
                   'nothing was changed. Listing on erasure.rpt.'
           END-IF
           STOP RUN.

       ACCEPT-ERASURE-REQUEST.
           DISPLAY 'Person ID to erase: '
           ACCEPT WS-ID-TEXT
           INSPECT WS-ID-TEXT REPLACING LEADING SPACE BY ZERO
           IF WS-ID-TEXT IS NOT NUMERIC OR WS-ID-NUMERIC = 0
               DISPLAY 'Person ID must be 1 to 6 digits -- nothing '
                   'done.'
               STOP RUN
           END-IF
           MOVE WS-ID-NUMERIC TO WS-ERASE-ID

           DISPLAY 'P = preview only, E = erase: '
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN 'P'
               WHEN 'p'
                   MOVE 'N' TO WS-APPLY-FLAG
               WHEN 'E'
               WHEN 'e'
                   MOVE 'Y' TO WS-APPLY-FLAG
               WHEN OTHER
                   DISPLAY 'Mode must be P or E -- nothing done.'
                   STOP RUN
           END-EVALUATE.

      *> Shown to the operator so the right person is confirmed;
      *> the name never goes on the certificate.
       SHOW-PERSON-ON-FILE.
           OPEN INPUT PEOPLE-STORAGE
           IF WS-FILE-STATUS = '00'
               MOVE WS-ERASE-ID TO PERSON-ID
               READ PEOPLE-STORAGE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-LIVE-FLAG
                       DISPLAY 'On people.dat : ' PERSON-NAME
                           ' DOB ' PERSON-DOB
               END-READ
               PERFORM CHECK-PEOPLE-READ-KEY
               CLOSE PEOPLE-STORAGE
           END-IF

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = '00'
               MOVE WS-ERASE-ID TO ARCH-PERSON-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-ARCHIVE-FLAG
                       DISPLAY 'On archive.dat: ' ARCH-PERSON-NAME
                           ' DOB ' ARCH-PERSON-DOB
               END-READ
               PERFORM CHECK-ARCHIVE-READ-KEY
               CLOSE ARCHIVE-FILE
           END-IF

           IF WS-ON-LIVE-FLAG = 'N' AND WS-ON-ARCHIVE-FLAG = 'N'
               DISPLAY 'ID ' WS-ERASE-ID ' is on neither people.dat '
                   'nor archive.dat; anything left under it on the '
                   'other files is still erased.'
           END-IF.

      *> ---------------------------------------------------------
      *> The erasure resets the reconciliation balance, so it runs
      *> only in balance and outside the batch window, with no
      *> update session open that could be holding the person.
      *> ---------------------------------------------------------
       CHECK-BATCH-WINDOW.
           MOVE 'Q' TO WS-LOCK-FUNCTION
           CALL 'BatchLock' USING WS-LOCK-FUNCTION, WS-OPERATOR-ID,
                   WS-LOCK-OTHER-OPERATOR, WS-LOCK-SESSION-STAMP,
                   WS-LOCK-ITEM, WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
           IF WS-LOCK-RESULT = 'L'
               DISPLAY 'The batch window is locked -- erasure not '
                   'run.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO WS-LOCK-FUNCTION
           CALL 'BatchLock' USING WS-LOCK-FUNCTION, WS-OPERATOR-ID,
                   WS-LOCK-OTHER-OPERATOR, WS-LOCK-SESSION-STAMP,
                   WS-LOCK-ITEM, WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
           IF WS-LOCK-SESSION-COUNT > 0
               DISPLAY 'Erasure not run -- ' WS-LOCK-SESSION-COUNT
                   ' update session(s) still open.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-RECONCILIATION.
           MOVE 0 TO RETURN-CODE
           CALL 'DailyReconciliation'
           IF RETURN-CODE NOT = 0
               DISPLAY 'Reconciliation is OUT OF BALANCE -- erasure '
                   'not run.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> relations.dat - the person's open links are ended the way
      *> a purge ends them. In preview they are only counted.
      *> ---------------------------------------------------------
       END-PERSON-LINKS.
           IF WS-APPLY-FLAG = 'Y'
               MOVE SPACES      TO WS-LINK-ITEM
               MOVE WS-ERASE-ID TO LINK-PERSON-ID
               MOVE 'P'         TO WS-LINK-FUNCTION
               CALL 'PersonLinks' USING WS-LINK-FUNCTION,
                       WS-LINK-ITEM, WS-LINK-OTHER-ID, WS-OPERATOR-ID,
                       WS-LINK-APPROVER-ID, WS-LINK-RESULT,
                       WS-LINK-COUNT
           ELSE
               PERFORM COUNT-OPEN-LINKS
           END-IF
           MOVE 'relations.dat' TO WS-CERT-WORK-FILE
           MOVE WS-LINK-COUNT   TO WS-CERT-WORK-COUNT
           MOVE SPACES TO WS-CERT-WORK-ACTION
           STRING 'OPEN LINKS ENDED; LINK HISTORY KEEPS IDS AND '
               'DATES ONLY' DELIMITED BY SIZE INTO WS-CERT-WORK-ACTION
           PERFORM ADD-CERT-ENTRY.

       COUNT-OPEN-LINKS.
           MOVE 0 TO WS-LINK-COUNT
           OPEN INPUT RELATION-FILE
           IF WS-REL-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RELATION-FILE-STATUS

           MOVE LOW-VALUES  TO REL-KEY
           MOVE WS-ERASE-ID TO REL-PERSON-ID
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
                       IF REL-PERSON-ID NOT = WS-ERASE-ID
                           MOVE 'Y' TO WS-REL-EOF
                       ELSE
                           IF REL-END-DATE = 0
                               ADD 1 TO WS-LINK-COUNT
                               PERFORM NOTE-LINK-ITEM
                           END-IF
                       END-IF
               END-READ
               PERFORM CHECK-RELATION-READ-NEXT
           END-PERFORM

           MOVE WS-ERASE-ID TO REL-RELATED-ID
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
                       IF REL-RELATED-ID NOT = WS-ERASE-ID
                           MOVE 'Y' TO WS-REL-EOF
                       ELSE
                           IF REL-END-DATE = 0
                               ADD 1 TO WS-LINK-COUNT
                               PERFORM NOTE-LINK-ITEM
                           END-IF
                       END-IF
               END-READ
               PERFORM CHECK-RELATION-READ-NEXT
           END-PERFORM
           CLOSE RELATION-FILE.

       NOTE-LINK-ITEM.
           MOVE SPACES TO WS-ITEM-WORK-KEY
           STRING 'LINK ' REL-PERSON-ID ' ' REL-TYPE ' ' REL-RELATED-ID
               ' FROM ' REL-START-DATE
               DELIMITED BY SIZE INTO WS-ITEM-WORK-KEY
           PERFORM ADD-PREVIEW-ITEM.

      *> ---------------------------------------------------------
      *> The keyed files - one record per ID, deleted outright.
      *> In preview each file is opened for input and only read.
      *> ---------------------------------------------------------
       ERASE-FROM-PEOPLE.
           MOVE 'people.dat' TO WS-CERT-WORK-FILE
           MOVE 0 TO WS-CERT-WORK-COUNT
           MOVE 'PERSON RECORD DELETED' TO WS-CERT-WORK-ACTION
           IF WS-APPLY-FLAG = 'Y'
               OPEN I-O PEOPLE-STORAGE
           ELSE
               OPEN INPUT PEOPLE-STORAGE
           END-IF
           IF WS-FILE-STATUS = '35'
               MOVE 'FILE NOT PRESENT' TO WS-CERT-WORK-ACTION
               PERFORM ADD-CERT-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PEOPLE-STORAGE, FILE STATUS = '
                   WS-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-ERASE-ID TO PERSON-ID
           READ PEOPLE-STORAGE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CERT-WORK-COUNT
                   MOVE 'Y' TO WS-LIVE-REMOVED-FLAG
                   IF WS-APPLY-FLAG = 'Y'
                       DELETE PEOPLE-STORAGE
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR DELETING PEOPLE-RECORD, '
                               'FILE STATUS = ' WS-FILE-STATUS
                           STOP RUN
                       END-IF
                   ELSE
                       PERFORM NOTE-ID-ITEM
                   END-IF
           END-READ
           PERFORM CHECK-PEOPLE-READ-KEY
           CLOSE PEOPLE-STORAGE
           PERFORM ADD-CERT-ENTRY.

       ERASE-FROM-ARCHIVE.
           MOVE 'archive.dat' TO WS-CERT-WORK-FILE
           MOVE 0 TO WS-CERT-WORK-COUNT
           MOVE 'ARCHIVED PERSON RECORD DELETED' TO WS-CERT-WORK-ACTION
           IF WS-APPLY-FLAG = 'Y'
               OPEN I-O ARCHIVE-FILE
           ELSE
               OPEN INPUT ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-FILE-STATUS = '35'
               MOVE 'FILE NOT PRESENT' TO WS-CERT-WORK-ACTION
               PERFORM ADD-CERT-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHIVE-FILE, FILE STATUS = '
                   WS-ARCHIVE-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-ERASE-ID TO ARCH-PERSON-ID
           READ ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CERT-WORK-COUNT
                   IF WS-APPLY-FLAG = 'Y'
                       DELETE ARCHIVE-FILE
                       IF WS-ARCHIVE-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR DELETING ARCHIVE-RECORD, '
                               'FILE STATUS = ' WS-ARCHIVE-FILE-STATUS
                           STOP RUN
                       END-IF
                   ELSE
                       PERFORM NOTE-ID-ITEM
                   END-IF
           END-READ
           PERFORM CHECK-ARCHIVE-READ-KEY
           CLOSE ARCHIVE-FILE
           PERFORM ADD-CERT-ENTRY.

       ERASE-FROM-CONTACTS.
           MOVE 'contacts.dat' TO WS-CERT-WORK-FILE
           MOVE 0 TO WS-CERT-WORK-COUNT
           MOVE 'CONTACT RECORD DELETED' TO WS-CERT-WORK-ACTION
           IF WS-APPLY-FLAG = 'Y'
               OPEN I-O CONTACT-FILE
           ELSE
               OPEN INPUT CONTACT-FILE
           END-IF
           IF WS-CONTACT-FILE-STATUS = '35'
               MOVE 'FILE NOT PRESENT' TO WS-CERT-WORK-ACTION
               PERFORM ADD-CERT-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTACT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTACT-FILE, FILE STATUS = '
                   WS-CONTACT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-ERASE-ID TO CONT-PERSON-ID
           READ CONTACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CERT-WORK-COUNT
                   IF WS-APPLY-FLAG = 'Y'
                       DELETE CONTACT-FILE
                       IF WS-CONTACT-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR DELETING CONTACT-RECORD, '
                               'FILE STATUS = ' WS-CONTACT-FILE-STATUS
                           STOP RUN
                       END-IF
                   ELSE
                       PERFORM NOTE-ID-ITEM
                   END-IF
           END-READ
           IF WS-CONTACT-FILE-STATUS NOT = '00'
                   AND WS-CONTACT-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR READING CONTACT-FILE, FILE STATUS = '
                   WS-CONTACT-FILE-STATUS
               STOP RUN
           END-IF
           CLOSE CONTACT-FILE
           PERFORM ADD-CERT-ENTRY.

       ERASE-FROM-CONTACT-ARCHIVE.
           MOVE 'contarch.dat' TO WS-CERT-WORK-FILE
           MOVE 0 TO WS-CERT-WORK-COUNT
           MOVE 'ARCHIVED CONTACT RECORD DELETED'
               TO WS-CERT-WORK-ACTION
           IF WS-APPLY-FLAG = 'Y'
               OPEN I-O CONTACT-ARCHIVE-FILE
           ELSE
               OPEN INPUT CONTACT-ARCHIVE-FILE
           END-IF
           IF WS-CONTARCH-FILE-STATUS = '35'
               MOVE 'FILE NOT PRESENT' TO WS-CERT-WORK-ACTION
               PERFORM ADD-CERT-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTARCH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTACT-ARCHIVE-FILE, FILE '
                   'STATUS = ' WS-CONTARCH-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-ERASE-ID TO ARCH-CONT-PERSON-ID
           READ CONTACT-ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CERT-WORK-COUNT
                   IF WS-APPLY-FLAG = 'Y'
                       DELETE CONTACT-ARCHIVE-FILE
                       IF WS-CONTARCH-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR DELETING CONTACT-ARCHIVE-'
                               'RECORD, FILE STATUS = '
                               WS-CONTARCH-FILE-STATUS
                           STOP RUN
                       END-IF
                   ELSE
                       PERFORM NOTE-ID-ITEM
                   END-IF
           END-READ
           IF WS-CONTARCH-FILE-STATUS NOT = '00'
                   AND WS-CONTARCH-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR READING CONTACT-ARCHIVE-FILE, FILE '
                   'STATUS = ' WS-CONTARCH-FILE-STATUS
               STOP RUN
           END-IF
           CLOSE CONTACT-ARCHIVE-FILE
           PERFORM ADD-CERT-ENTRY.

       NOTE-ID-ITEM.
           MOVE SPACES TO WS-ITEM-WORK-KEY
           STRING 'PERSON-ID ' WS-ERASE-ID
               DELIMITED BY SIZE INTO WS-ITEM-WORK-KEY
           PERFORM ADD-PREVIEW-ITEM.

      *> ---------------------------------------------------------
      *> approvals.dat - items stay as the record of what was
      *> asked and decided, without the name. An item not yet
      *> applied can no longer be, and is closed as such. The file
      *> is read twice: first for items naming the person (APPR-
      *> PERSON-ID), whose name is blanked, then for merges where
      *> the person is the survivor (APPR-OTHER-ID). The name on a
      *> survivor item is the other person's and is kept; only an
      *> open one is closed.
      *> ---------------------------------------------------------
       ERASE-FROM-APPROVALS.
           MOVE 'approvals.dat' TO WS-CERT-WORK-FILE
           MOVE 'P' TO WS-APPR-MATCH
           MOVE 'NAME BLANKED; OPEN ITEMS CLOSED AS NOT APPLIED'
               TO WS-CERT-WORK-ACTION
           PERFORM SCAN-APPROVAL-ITEMS
           IF WS-APPR-FILE-STATUS = '35'
               MOVE 'FILE NOT PRESENT' TO WS-CERT-WORK-ACTION
               PERFORM ADD-CERT-ENTRY
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-CERT-ENTRY

           MOVE 'O' TO WS-APPR-MATCH
           MOVE 'MERGE SURVIVOR; OPEN ITEMS CLOSED, NAME KEPT'
               TO WS-CERT-WORK-ACTION
           PERFORM SCAN-APPROVAL-ITEMS
      *> Nothing open under the person as survivor is not listed.
           IF WS-CERT-WORK-COUNT > 0
               PERFORM ADD-CERT-ENTRY
           END-IF.

       SCAN-APPROVAL-ITEMS.
           MOVE 0 TO WS-CERT-WORK-COUNT
           IF WS-APPLY-FLAG = 'Y'
               OPEN I-O APPROVAL-FILE
           ELSE
               OPEN INPUT APPROVAL-FILE
           END-IF
           IF WS-APPR-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-APPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPROVAL-FILE, FILE STATUS = '
                   WS-APPR-FILE-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-APPR-EOF
           PERFORM UNTIL WS-APPR-EOF = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APPR-EOF
                   NOT AT END
                       IF WS-APPR-MATCH = 'P'
                           IF APPR-PERSON-ID = WS-ERASE-ID
                               PERFORM ERASE-ONE-APPROVAL-ITEM
                           END-IF
                       ELSE
                           IF APPR-OTHER-ID = WS-ERASE-ID
                                   AND APPR-PERSON-ID NOT = WS-ERASE-ID
                               PERFORM CLOSE-SURVIVOR-APPROVAL-ITEM
                           END-IF
                       END-IF
               END-READ
               IF WS-APPR-FILE-STATUS NOT = '00'
                       AND WS-APPR-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING APPROVAL-FILE, FILE STATUS'
                       ' = ' WS-APPR-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE APPROVAL-FILE.

       ERASE-ONE-APPROVAL-ITEM.
           ADD 1 TO WS-CERT-WORK-COUNT
           IF WS-APPLY-FLAG = 'N'
               PERFORM NOTE-APPROVAL-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO APPR-PERSON-NAME
           PERFORM CLOSE-OPEN-APPROVAL-ITEM
           PERFORM REWRITE-APPROVAL-ITEM.

       CLOSE-SURVIVOR-APPROVAL-ITEM.
           IF APPR-STATE NOT = 'P' AND APPR-STATE NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CERT-WORK-COUNT
           IF WS-APPLY-FLAG = 'N'
               PERFORM NOTE-APPROVAL-ITEM
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOSE-OPEN-APPROVAL-ITEM
           PERFORM REWRITE-APPROVAL-ITEM.

       NOTE-APPROVAL-ITEM.
           MOVE SPACES TO WS-ITEM-WORK-KEY
           IF WS-APPR-MATCH = 'P'
               STRING 'ITEM ' APPR-QUEUE-ID ' ' APPR-ACTION ' STATE '
                   APPR-STATE ' - ERASED ID'
                   DELIMITED BY SIZE INTO WS-ITEM-WORK-KEY
           ELSE
               STRING 'ITEM ' APPR-QUEUE-ID ' ' APPR-ACTION ' STATE '
                   APPR-STATE ' - SURVIVOR, MERGING ' APPR-PERSON-ID
                   DELIMITED BY SIZE INTO WS-ITEM-WORK-KEY
           END-IF
           PERFORM ADD-PREVIEW-ITEM.

       CLOSE-OPEN-APPROVAL-ITEM.
           IF APPR-STATE = 'P' OR APPR-STATE = 'A'
               MOVE 'F' TO APPR-STATE
               MOVE FUNCTION CURRENT-DATE TO APPR-APPLIED-STAMP
           END-IF.

       REWRITE-APPROVAL-ITEM.
           REWRITE APPROVAL-RECORD
           IF WS-APPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING APPROVAL-RECORD, FILE STATUS'
                   ' = ' WS-APPR-FILE-STATUS
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> The audit trail - every closed generation, then the
      *> current audit.log.
      *> ---------------------------------------------------------
       ERASE-FROM-AUDIT-TRAIL.
           MOVE SPACES TO WS-READ-FROM-STAMP
           CALL 'AuditGenerations' USING WS-READ-FROM-STAMP,
                   WS-AUDIT-GEN-COUNT, WS-AUDIT-GEN-LIST
           MOVE 'A' TO WS-SEQ-FILE-KIND
           MOVE 'NAME AND AGE BLANKED, DOB MARKED ERASED'
               TO WS-CERT-WORK-ACTION
           PERFORM VARYING WS-AUDIT-GEN-IX FROM 1 BY 1
                   UNTIL WS-AUDIT-GEN-IX > WS-AUDIT-GEN-COUNT
               MOVE WS-AUDIT-GEN-NAME(WS-AUDIT-GEN-IX)
                   TO WS-SEQ-FILE-NAME
               PERFORM ERASE-FROM-SEQUENTIAL-FILE
               IF WS-SEQ-MISSING-FLAG = 'N'
                   ADD 1 TO WS-AUDIT-FILES-READ
               END-IF
      *> A generation with nothing for the person is not listed.
               IF WS-SEQ-CHANGED-COUNT > 0
                   PERFORM NOTE-SEQUENTIAL-RESULT
               END-IF
           END-PERFORM
           MOVE 'audit.log' TO WS-SEQ-FILE-NAME
           PERFORM ERASE-FROM-SEQUENTIAL-FILE
           IF WS-SEQ-MISSING-FLAG = 'N'
               ADD 1 TO WS-AUDIT-FILES-READ
           END-IF
           PERFORM NOTE-SEQUENTIAL-RESULT.

      *> ---------------------------------------------------------
      *> A line-sequential file is read through into erase.tmp,
      *> leaving out or changing the person's lines, and copied
      *> back over the original when anything changed. In preview
      *> the lines are only counted.
      *> ---------------------------------------------------------
       ERASE-FROM-SEQUENTIAL-FILE.
           MOVE 0   TO WS-SEQ-CHANGED-COUNT
           MOVE 0   TO WS-SEQ-LINE-NUMBER
           MOVE 'N' TO WS-SEQ-MISSING-FLAG
           MOVE SPACES TO WS-LTR-RUN-DATE
           OPEN INPUT SEQ-SOURCE-FILE
           IF WS-SEQ-FILE-STATUS = '35'
               MOVE 'Y' TO WS-SEQ-MISSING-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-SEQ-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ' WS-SEQ-FILE-NAME ', FILE '
                   'STATUS = ' WS-SEQ-FILE-STATUS
               STOP RUN
           END-IF
           IF WS-APPLY-FLAG = 'Y'
               OPEN OUTPUT SEQ-WORK-FILE
               PERFORM CHECK-WORK-FILE-STATUS
           END-IF

           MOVE 'N' TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = 'Y'
               READ SEQ-SOURCE-FILE INTO WS-SEQ-LINE
                   AT END
                       MOVE 'Y' TO WS-SEQ-EOF
                   NOT AT END
                       ADD 1 TO WS-SEQ-LINE-NUMBER
                       PERFORM ERASE-ONE-SEQUENTIAL-LINE
               END-READ
               IF WS-SEQ-FILE-STATUS NOT = '00'
                       AND WS-SEQ-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING ' WS-SEQ-FILE-NAME ', FILE'
                       ' STATUS = ' WS-SEQ-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE SEQ-SOURCE-FILE

           IF WS-APPLY-FLAG = 'Y'
               CLOSE SEQ-WORK-FILE
               PERFORM CHECK-WORK-FILE-STATUS
               IF WS-SEQ-CHANGED-COUNT > 0
                   PERFORM COPY-WORK-OVER-SOURCE
               END-IF
           END-IF.

       ERASE-ONE-SEQUENTIAL-LINE.
           MOVE 'Y' TO WS-KEEP-LINE-FLAG
           EVALUATE WS-SEQ-FILE-KIND
               WHEN 'A'
                   PERFORM ERASE-AUDIT-LINE
               WHEN 'N'
                   PERFORM ERASE-NAME-HISTORY-LINE
               WHEN 'L'
                   PERFORM ERASE-LETTER-LINE
           END-EVALUATE
           IF WS-APPLY-FLAG = 'Y' AND WS-KEEP-LINE-FLAG = 'Y'
               WRITE SEQ-WORK-RECORD FROM WS-SEQ-LINE
               PERFORM CHECK-WORK-FILE-STATUS
           END-IF.

      *> Only the person-action lines carry a name and a DOB; link
      *> lines and the housekeeping lines hold IDs, dates and
      *> counts only. A line already erased is left alone.
       ERASE-AUDIT-LINE.
           MOVE WS-SEQ-LINE TO WS-AUDIT-LINE
           IF WS-AUDIT-ACTION NOT = 'ADD   '
                   AND WS-AUDIT-ACTION NOT = 'UPDATE'
                   AND WS-AUDIT-ACTION NOT = 'DELETE'
                   AND WS-AUDIT-ACTION NOT = 'PURGE '
                   AND WS-AUDIT-ACTION NOT = 'RENAME'
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-ID IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-ID NOT = WS-ERASE-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-BEFORE-DOB = WS-ERASED-MARK
                   OR WS-AUDIT-AFTER-DOB = WS-ERASED-MARK
               EXIT PARAGRAPH
           END-IF
           IF WS-APPLY-FLAG = 'N'
               MOVE SPACES TO WS-ITEM-WORK-KEY
               STRING 'LINE ' WS-SEQ-LINE-NUMBER ' ' WS-AUDIT-TIMESTAMP
                   ' ' WS-AUDIT-ACTION
                   DELIMITED BY SIZE INTO WS-ITEM-WORK-KEY
               PERFORM ADD-PREVIEW-ITEM
           END-IF
           MOVE SPACES         TO WS-AUDIT-NAME
           MOVE SPACES         TO WS-AUDIT-BEFORE-AGE
           MOVE SPACES         TO WS-AUDIT-AFTER-AGE
           MOVE WS-ERASED-MARK TO WS-AUDIT-BEFORE-DOB
           MOVE WS-ERASED-MARK TO WS-AUDIT-AFTER-DOB
           MOVE SPACES         TO WS-SEQ-LINE
           MOVE WS-AUDIT-LINE  TO WS-SEQ-LINE
           ADD 1 TO WS-SEQ-CHANGED-COUNT
           ADD 1 TO WS-AUDIT-BLANKED-COUNT.

       ERASE-NAME-HISTORY-LINE.
           MOVE WS-SEQ-LINE TO WS-NHIST-LINE
           IF WS-NHIST-ID IS NUMERIC
               IF WS-NHIST-ID = WS-ERASE-ID
                   MOVE 'N' TO WS-KEEP-LINE-FLAG
                   ADD 1 TO WS-SEQ-CHANGED-COUNT
                   IF WS-APPLY-FLAG = 'N'
                       MOVE SPACES TO WS-ITEM-WORK-KEY
                       STRING 'LINE ' WS-SEQ-LINE-NUMBER ' DATED '
                           WS-NHIST-TIMESTAMP(1:8)
                           DELIMITED BY SIZE INTO WS-ITEM-WORK-KEY
                       PERFORM ADD-PREVIEW-ITEM
                   END-IF
               END-IF
           END-IF.

      *> Letter lines are L|code|id|name|...; the header H|date
      *> comes first and the trailer T|count last, brought down by
      *> the lines left out.
       ERASE-LETTER-LINE.
           MOVE SPACES TO WS-LTR-TYPE WS-LTR-CODE WS-LTR-ID-TEXT
               WS-LTR-COUNT-TEXT
           EVALUATE WS-SEQ-LINE(1:2)
               WHEN 'H|'
                   MOVE WS-SEQ-LINE(3:8) TO WS-LTR-RUN-DATE
               WHEN 'L|'
                   UNSTRING WS-SEQ-LINE DELIMITED BY '|'
                       INTO WS-LTR-TYPE WS-LTR-CODE WS-LTR-ID-TEXT
                   END-UNSTRING
                   IF WS-LTR-ID-TEXT IS NUMERIC
                       IF WS-LTR-ID-NUMERIC = WS-ERASE-ID
                           MOVE 'N' TO WS-KEEP-LINE-FLAG
                           ADD 1 TO WS-SEQ-CHANGED-COUNT
                           IF WS-APPLY-FLAG = 'N'
                               PERFORM NOTE-LETTER-ITEM
                           END-IF
                       END-IF
                   END-IF
               WHEN 'T|'
                   IF WS-SEQ-CHANGED-COUNT > 0
                       UNSTRING WS-SEQ-LINE DELIMITED BY '|'
                           INTO WS-LTR-TYPE WS-LTR-COUNT-TEXT
                       END-UNSTRING
                       IF WS-LTR-COUNT-TEXT IS NUMERIC
                               AND WS-LTR-COUNT-NUMERIC
                                   NOT < WS-SEQ-CHANGED-COUNT
                           COMPUTE WS-LTR-NEW-COUNT =
                               WS-LTR-COUNT-NUMERIC
                               - WS-SEQ-CHANGED-COUNT
                           MOVE SPACES TO WS-SEQ-LINE
                           STRING 'T' '|' WS-LTR-NEW-COUNT
                               DELIMITED BY SIZE INTO WS-SEQ-LINE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-LETTER-ITEM.
           MOVE SPACES TO WS-ITEM-WORK-KEY
           STRING 'LINE ' WS-SEQ-LINE-NUMBER ' OF RUN ' WS-LTR-RUN-DATE
               ' CODE ' WS-LTR-CODE
               DELIMITED BY SIZE INTO WS-ITEM-WORK-KEY
           PERFORM ADD-PREVIEW-ITEM.

       COPY-WORK-OVER-SOURCE.
           OPEN INPUT SEQ-WORK-FILE
           PERFORM CHECK-WORK-FILE-STATUS
           OPEN OUTPUT SEQ-SOURCE-FILE
           IF WS-SEQ-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ' WS-SEQ-FILE-NAME ', FILE '
                   'STATUS = ' WS-SEQ-FILE-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = 'Y'
               READ SEQ-WORK-FILE INTO WS-SEQ-LINE
                   AT END
                       MOVE 'Y' TO WS-SEQ-EOF
                   NOT AT END
                       WRITE SEQ-SOURCE-RECORD FROM WS-SEQ-LINE
                       IF WS-SEQ-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR REWRITING ' WS-SEQ-FILE-NAME
                               ', FILE STATUS = ' WS-SEQ-FILE-STATUS
                           STOP RUN
                       END-IF
               END-READ
               IF WS-WORK-FILE-STATUS NOT = '00'
                       AND WS-WORK-FILE-STATUS NOT = '10'
                   PERFORM CHECK-WORK-FILE-STATUS
               END-IF
           END-PERFORM
           CLOSE SEQ-WORK-FILE
           CLOSE SEQ-SOURCE-FILE.

      *> The work file is left empty, so no copy of a changed file
      *> stays behind.
       CLEAR-WORK-FILE.
           OPEN OUTPUT SEQ-WORK-FILE
           PERFORM CHECK-WORK-FILE-STATUS
           CLOSE SEQ-WORK-FILE.

       CHECK-WORK-FILE-STATUS.
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR ON SEQ-WORK-FILE, FILE STATUS = '
                   WS-WORK-FILE-STATUS
               STOP RUN
           END-IF.

       NOTE-SEQUENTIAL-RESULT.
           MOVE WS-SEQ-FILE-NAME     TO WS-CERT-WORK-FILE
           MOVE WS-SEQ-CHANGED-COUNT TO WS-CERT-WORK-COUNT
           IF WS-SEQ-MISSING-FLAG = 'Y'
               MOVE WS-CERT-WORK-ACTION TO WS-SEQ-LINE
               MOVE 'FILE NOT PRESENT' TO WS-CERT-WORK-ACTION
               PERFORM ADD-CERT-ENTRY
               MOVE WS-SEQ-LINE TO WS-CERT-WORK-ACTION
           ELSE
               PERFORM ADD-CERT-ENTRY
           END-IF.

       ADD-CERT-ENTRY.
           ADD WS-CERT-WORK-COUNT TO WS-CERT-CHANGED-TOTAL
           IF WS-CERT-TOTAL < 140
               ADD 1 TO WS-CERT-TOTAL
               MOVE WS-CERT-WORK-FILE   TO WS-CERT-FILE(WS-CERT-TOTAL)
               MOVE WS-CERT-WORK-COUNT  TO WS-CERT-COUNT(WS-CERT-TOTAL)
               MOVE WS-CERT-WORK-ACTION
                   TO WS-CERT-ACTION(WS-CERT-TOTAL)
           END-IF.

      *> An item belongs to the certificate line its file is about
      *> to add.
       ADD-PREVIEW-ITEM.
           IF WS-ITEM-TOTAL < 600
               ADD 1 TO WS-ITEM-TOTAL
               COMPUTE WS-ITEM-CERT-NO(WS-ITEM-TOTAL) =
                   WS-CERT-TOTAL + 1
               MOVE WS-ITEM-WORK-KEY TO WS-ITEM-KEY(WS-ITEM-TOTAL)
           ELSE
               ADD 1 TO WS-ITEM-DROPPED
           END-IF.

      *> ---------------------------------------------------------
      *> The new opening balance - people.dat as the erasure left
      *> it - and the ERASE line that carries it.
      *> ---------------------------------------------------------
       TALLY-BALANCE-AFTER-ERASURE.
           OPEN INPUT PEOPLE-STORAGE
           IF WS-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PEOPLE-STORAGE, FILE STATUS = '
                   WS-FILE-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PEOPLE-STORAGE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-AFTER-COUNT
                       ADD PERSON-DOB TO WS-AFTER-DOB-TOTAL
                       CALL 'AgeFromDOB' USING PERSON-DOB,
                               WS-CURRENT-DATE, WS-WORK-AGE
                       ADD WS-WORK-AGE TO WS-AFTER-AGE-TOTAL
               END-READ
               IF WS-FILE-STATUS NOT = '00'
                       AND WS-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING PEOPLE-STORAGE, FILE'
                       ' STATUS = ' WS-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE PEOPLE-STORAGE.

       WRITE-ERASE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ERA-TIMESTAMP
           MOVE WS-ERASE-ID           TO ERA-PERSON-ID
           MOVE WS-LIVE-REMOVED-FLAG  TO ERA-LIVE-FLAG
           MOVE WS-AFTER-COUNT        TO ERA-RECORD-COUNT
           MOVE WS-AFTER-DOB-TOTAL    TO ERA-DOB-TOTAL
           MOVE WS-AFTER-AGE-TOTAL    TO ERA-AGE-TOTAL
           MOVE WS-OPERATOR-ID        TO ERA-OPERATOR

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN AUDIT LOG, STATUS = '
                   WS-AUDIT-FILE-STATUS
           ELSE
               MOVE WS-ERASE-AUDIT-LINE TO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
               IF WS-AUDIT-FILE-STATUS NOT = '00'
                   DISPLAY 'WARNING: UNABLE TO WRITE AUDIT LOG, STATUS'
                       ' = ' WS-AUDIT-FILE-STATUS
               ELSE
                   MOVE 'audit.log' TO WS-CERT-WORK-FILE
                   MOVE 1 TO WS-CERT-WORK-COUNT
                   MOVE SPACES TO WS-CERT-WORK-ACTION
                   STRING 'ERASE LINE WRITTEN (NEW RECONCILIATION '
                       'BALANCE)' DELIMITED BY SIZE
                       INTO WS-CERT-WORK-ACTION
                   PERFORM ADD-CERT-ENTRY
               END-IF
               CLOSE AUDIT-LOG-FILE
               IF WS-AUDIT-FILE-STATUS NOT = '00'
                   DISPLAY 'WARNING: UNABLE TO CLOSE AUDIT LOG, STATUS'
                       ' = ' WS-AUDIT-FILE-STATUS
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> Certificate of erasure - the ID, never the name.
      *> ---------------------------------------------------------
       PRINT-CERTIFICATE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           IF WS-APPLY-FLAG = 'Y'
               MOVE 'CERTIFICATE OF ERASURE' TO RPT-TITLE-TEXT
           ELSE
               MOVE 'ERASURE PREVIEW - NOTHING CHANGED'
                   TO RPT-TITLE-TEXT
           END-IF
           MOVE WS-ERASE-ID          TO RPT-TITLE-ID
           MOVE WS-CURRENT-DATE      TO RPT-TITLE-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO RPT-TITLE-TIME
           MOVE WS-OPERATOR-ID       TO RPT-TITLE-OPERATOR
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           IF WS-APPLY-FLAG = 'N'
               MOVE SPACES TO REPORT-RECORD
               STRING 'Counts are the records that an erasure run '
                   'would change; each is listed under its file.'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE
           END-IF
           WRITE REPORT-RECORD FROM RPT-HEADING-LINE
           PERFORM CHECK-REPORT-WRITE

           PERFORM VARYING WS-CERT-IX FROM 1 BY 1
                   UNTIL WS-CERT-IX > WS-CERT-TOTAL
               MOVE WS-CERT-FILE(WS-CERT-IX)   TO RPT-DETAIL-FILE
               MOVE WS-CERT-COUNT(WS-CERT-IX)  TO RPT-DETAIL-COUNT
               MOVE WS-CERT-ACTION(WS-CERT-IX) TO RPT-DETAIL-ACTION
               WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
               PERFORM CHECK-REPORT-WRITE
               IF WS-APPLY-FLAG = 'N'
                   PERFORM PRINT-PREVIEW-ITEMS
               END-IF
           END-PERFORM
           IF WS-ITEM-DROPPED > 0
               MOVE SPACES TO REPORT-RECORD
               STRING 'MORE THAN 600 RECORDS - ' WS-ITEM-DROPPED
                   ' LATER ONES COUNTED BUT NOT LISTED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE
           END-IF

           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           MOVE 'RECORDS CHANGED' TO RPT-COUNT-LABEL
           MOVE WS-CERT-CHANGED-TOTAL TO RPT-COUNT-VALUE
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE 'AUDIT FILES READ' TO RPT-COUNT-LABEL
           MOVE WS-AUDIT-FILES-READ TO RPT-COUNT-VALUE
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-RECORD
           STRING 'Not covered by this run: backup copies of '
               'people.dat, month-end snapshots, and extract and '
               'letter files already sent on.'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-REPORT-WRITE

           IF WS-APPLY-FLAG = 'Y'
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE
               MOVE 'CERTIFIED BY : ______________________________'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE
               MOVE 'DATE         : ______________' TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE
           END-IF

           CLOSE REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING REPORT-FILE, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.

       PRINT-PREVIEW-ITEMS.
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-TOTAL
               IF WS-ITEM-CERT-NO(WS-ITEM-IX) = WS-CERT-IX
                   MOVE WS-ITEM-KEY(WS-ITEM-IX) TO RPT-ITEM-KEY
                   WRITE REPORT-RECORD FROM RPT-ITEM-LINE
                   PERFORM CHECK-REPORT-WRITE
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> File status checks.
      *> ---------------------------------------------------------
       CHECK-PEOPLE-READ-KEY.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '23'
                   AND WS-FILE-STATUS NOT = '02'
               DISPLAY 'ERROR READING PEOPLE-STORAGE, FILE STATUS = '
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-ARCHIVE-READ-KEY.
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
                   AND WS-ARCHIVE-FILE-STATUS NOT = '23'
                   AND WS-ARCHIVE-FILE-STATUS NOT = '02'
               DISPLAY 'ERROR READING ARCHIVE-FILE, FILE STATUS = '
                   WS-ARCHIVE-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-RELATION-FILE-STATUS.
           IF WS-REL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR ON RELATION-FILE, FILE STATUS = '
                   WS-REL-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-RELATION-READ-NEXT.
           IF WS-REL-FILE-STATUS NOT = '00'
                   AND WS-REL-FILE-STATUS NOT = '02'
                   AND WS-REL-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR READING RELATION-FILE, FILE STATUS = '
                   WS-REL-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-REPORT-WRITE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REPORT-RECORD, FILE STATUS = '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.
