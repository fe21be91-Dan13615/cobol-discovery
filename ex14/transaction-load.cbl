       PROGRAM-ID. TransactionLoad.

      *> Batch load - applies action-coded transactions (A=add,
      *> C=change DOB, D=delete, I/R=status, N=rename, T=contact,
      *> L=relationship link)
      *> from a transaction-shaped file so the branch-office feed
      *> can run unattended with the same validation, reject
      *> handling and audit lines as interactive maintenance.
      *> run the same load the menu does. The caller passes the
      *> signed-on operator ID for the audit lines and the name of
      *> the file to apply (normally transactions.dat).
      *> A branch feed is framed by a header and a trailer line
      *> (batchctl.cpy). Before anything is applied the whole file
      *> is read once to prove the trailer's count and TRAN-ID hash
      *> total, and the branch and sequence are looked up on the
      *> batch registry (batchreg.dat); a short, unbalanced or
      *> repeated batch goes to rejects.dat whole. Every framed
      *> batch leaves a registry line with what became of it, and
      *> a gap in a branch's sequence numbers is written there as
      *> MISSNG lines. A file with no header - release.dat from
      *> PendingRelease, a corrected rejects.dat - loads as before.
      *> A 'D' transaction is not applied from the file: it is
      *> queued on approvals.dat for a second operator (see
      *> ApprovalQueue). Every load starts by applying the deletes
      *> that have been approved since the last one, whether they
      *> came from a feed or from maintenance, with both operator
      *> IDs on the DELETE audit line.
      *> An 'L' line adds, ends or removes a link on relations.dat
      *> (tranlink.cpy) through PersonLinks; a person removed by an
      *> approved delete has their open links ended with them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT BATCH-REGISTRY-FILE ASSIGN TO 'batchreg.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BREG-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'approvals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-QUEUE-ID
           FILE STATUS IS WS-APPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEOPLE-STORAGE.
       FD TRANSACTION-FILE.
       01 TRAN-RECORD.
           COPY 'trandata.cpy'.
       01 TRAN-CONTROL-RECORD.
           COPY 'batchctl.cpy'.
       01 TRAN-LINK-RECORD.
           COPY 'tranlink.cpy'.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD             PIC X(132).
           05 FILLER                   PIC X.
           05 REJ-TIMESTAMP            PIC X(21).

      *> One line per framed batch: LOADED with its counts, or
      *> REFUSD with the reason; a MISSNG line names a sequence
      *> number the branch skipped. Only LOADED lines make a later
      *> batch a duplicate, so a refused batch can be sent again.
       FD BATCH-REGISTRY-FILE.
       01 BATCH-REGISTRY-RECORD.
           05 BREG-BRANCH-ID           PIC X(4).
           05 FILLER                   PIC X.
           05 BREG-BATCH-SEQ           PIC 9(6).
           05 FILLER                   PIC X.
           05 BREG-OUTCOME             PIC X(6).
           05 FILLER                   PIC X.
           05 BREG-REASON              PIC X(4).
           05 FILLER                   PIC X.
           05 BREG-TRAILER-COUNT       PIC 9(6).
           05 FILLER                   PIC X.
           05 BREG-READ-COUNT          PIC 9(5).
           05 FILLER                   PIC X.
           05 BREG-APPLIED-COUNT       PIC 9(5).
           05 FILLER                   PIC X.
           05 BREG-REJECT-COUNT        PIC 9(5).
           05 FILLER                   PIC X.
           05 BREG-HELD-COUNT          PIC 9(5).
           05 FILLER                   PIC X.
           05 BREG-TIMESTAMP           PIC X(21).
           05 FILLER                   PIC X.
           05 BREG-OPERATOR            PIC X(8).
           05 FILLER                   PIC X.
           05 BREG-QUEUED-COUNT        PIC 9(5).

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           COPY 'approval.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS               PIC XX.
       01 WS-TRAN-FILE-STATUS          PIC XX.
       01 WS-CONTACT-FILE-STATUS       PIC XX.
       01 WS-NHIST-FILE-STATUS         PIC XX.
       01 WS-PENDING-FILE-STATUS       PIC XX.
       01 WS-BREG-FILE-STATUS          PIC XX.
       01 WS-BREG-EOF                  PIC X VALUE 'N'.
       01 WS-BREG-OUTCOME              PIC X(6).
       01 WS-APPR-FILE-STATUS          PIC XX.
       01 WS-APPR-EOF                  PIC X VALUE 'N'.
       01 WS-END-OF-FILE               PIC X VALUE 'N'.
       01 WS-TRAN-EOF                  PIC X VALUE 'N'.


       01 WS-BATCH-ADD-COUNT           PIC 9(5) VALUE 0.
       01 WS-BATCH-CHANGE-COUNT        PIC 9(5) VALUE 0.
       01 WS-BATCH-STATUS-COUNT        PIC 9(5) VALUE 0.
       01 WS-BATCH-NAME-COUNT          PIC 9(5) VALUE 0.
       01 WS-BATCH-CONTACT-COUNT       PIC 9(5) VALUE 0.
       01 WS-BATCH-LINK-COUNT          PIC 9(5) VALUE 0.
       01 WS-BATCH-READ-COUNT          PIC 9(5) VALUE 0.
       01 WS-BATCH-REJECT-COUNT        PIC 9(5) VALUE 0.
       01 WS-BATCH-HELD-COUNT          PIC 9(5) VALUE 0.
       01 WS-BATCH-APPLIED-COUNT       PIC 9(5) VALUE 0.
       01 WS-BATCH-QUEUED-COUNT        PIC 9(5) VALUE 0.
       01 WS-APPROVED-DELETE-COUNT     PIC 9(5) VALUE 0.
       01 WS-UNAPPLIED-DELETE-COUNT    PIC 9(5) VALUE 0.
       01 WS-BATCH-RUN-STAMP           PIC X(21).
       01 WS-REJECT-REASON             PIC X(4).
       01 WS-TRAN-VALID-FLAG           PIC X VALUE 'N'.

       01 WS-BATCH-CONTROLLED-FLAG     PIC X VALUE 'N'.
       01 WS-BATCH-REFUSE-REASON       PIC X(4) VALUE SPACES.
       01 WS-CTL-BRANCH-ID             PIC X(4) VALUE SPACES.
       01 WS-CTL-BATCH-SEQ             PIC 9(6) VALUE 0.
       01 WS-CTL-TRAILER-SEEN          PIC X VALUE 'N'.
       01 WS-CTL-TRAILER-COUNT         PIC 9(6) VALUE 0.
       01 WS-CTL-TRAILER-HASH          PIC 9(12) VALUE 0.
       01 WS-CTL-DETAIL-COUNT          PIC 9(6) VALUE 0.
       01 WS-CTL-DETAIL-HASH           PIC 9(12) VALUE 0.
       01 WS-BRANCH-SEEN-FLAG          PIC X VALUE 'N'.
       01 WS-BRANCH-HIGH-SEQ           PIC 9(6) VALUE 0.
       01 WS-GAP-SEQ                   PIC 9(6) VALUE 0.
       01 WS-GAP-COUNT                 PIC 9(3) VALUE 0.
       01 WS-GAP-LIMIT                 PIC 9(3) VALUE 99.

      *> Set while an approved queue item is being applied, so its
      *> audit lines name the requester and the approver instead of
      *> the operator running the load.
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

      *> Relationship links are changed through PersonLinks, which
      *> owns relations.dat and writes the link audit lines.
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
      *> Contact postal codes are checked through PostalLookup
      *> against the postal reference file postal.dat.
       01 WS-POSTAL-CODE               PIC X(10).
       01 WS-POSTAL-REGION             PIC X(20).
       01 WS-POSTAL-DISTRICT           PIC X(20).
       01 WS-POSTAL-RESULT             PIC X.

       01 WS-LINK-DATE-ENTRY.
           05 WS-LINK-DATE-YEAR         PIC 9(4).
           05 WS-LINK-DATE-MONTH        PIC 9(2).
           05 WS-LINK-DATE-DAY          PIC 9(2).
       01 WS-LINK-DATE-TEXT REDEFINES WS-LINK-DATE-ENTRY
                                        PIC X(8).
       01 WS-LINK-DATE-NUMERIC REDEFINES WS-LINK-DATE-ENTRY
                                        PIC 9(8).

       01 WS-SESSION-WRITE-COUNT       PIC 9(5) VALUE 0.
       01 WS-CHECKPOINT-INTERVAL       PIC 9(3) VALUE 5.
       01 WS-PEOPLE-RECORD-COUNT       PIC 9(6) VALUE 0.
           MOVE 0 TO WS-SESSION-WRITE-COUNT
           MOVE 0 TO WS-BATCH-ADD-COUNT
           MOVE 0 TO WS-BATCH-CHANGE-COUNT
           MOVE 0 TO WS-BATCH-STATUS-COUNT
           MOVE 0 TO WS-BATCH-NAME-COUNT
           MOVE 0 TO WS-BATCH-CONTACT-COUNT
           MOVE 0 TO WS-BATCH-LINK-COUNT
           MOVE 0 TO WS-BATCH-READ-COUNT
           MOVE 0 TO WS-BATCH-REJECT-COUNT
           MOVE 0 TO WS-BATCH-HELD-COUNT
           MOVE 0 TO WS-BATCH-QUEUED-COUNT
           MOVE 0 TO WS-APPROVED-DELETE-COUNT
           MOVE 0 TO WS-UNAPPLIED-DELETE-COUNT
           MOVE 'N'    TO WS-BATCH-CONTROLLED-FLAG
           MOVE SPACES TO WS-BATCH-REFUSE-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-BATCH-RUN-STAMP
           PERFORM OPEN-PEOPLE-FOR-ADD
           PERFORM APPLY-APPROVED-DELETES

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = '35'
                   STOP RUN
               END-IF

               PERFORM CHECK-BATCH-CONTROL
               IF WS-BATCH-REFUSE-REASON NOT = SPACES
                   PERFORM REFUSE-WHOLE-BATCH
               ELSE
                   MOVE 'N' TO WS-TRAN-EOF
                   PERFORM UNTIL WS-TRAN-EOF = 'Y'
                       READ TRANSACTION-FILE
                           AT END
                               MOVE 'Y' TO WS-TRAN-EOF
                           NOT AT END
                               PERFORM LOAD-ONE-FEED-LINE
                       END-READ
                       PERFORM CHECK-FILE-STATUS-READ-TRAN
                   END-PERFORM
               END-IF
               CLOSE TRANSACTION-FILE
               PERFORM CHECK-FILE-STATUS-CLOSE-TRAN
           END-IF
           PERFORM CHECK-FILE-STATUS-CLOSE
           COMPUTE WS-BATCH-APPLIED-COUNT =
               WS-BATCH-ADD-COUNT + WS-BATCH-CHANGE-COUNT
               + WS-BATCH-STATUS-COUNT
               + WS-BATCH-NAME-COUNT + WS-BATCH-CONTACT-COUNT
               + WS-BATCH-LINK-COUNT
           DISPLAY 'Batch load complete: '
               WS-BATCH-ADD-COUNT ' added, '
               WS-BATCH-CHANGE-COUNT ' changed, '
               WS-BATCH-STATUS-COUNT ' status changed, '
               WS-BATCH-NAME-COUNT ' renamed, '
               WS-BATCH-CONTACT-COUNT ' contact(s), '
               WS-BATCH-LINK-COUNT ' link(s).'
           DISPLAY 'Approved deletes     : '
               WS-APPROVED-DELETE-COUNT ' applied, '
               WS-UNAPPLIED-DELETE-COUNT ' could not be applied.'
           DISPLAY 'Transactions read    : ' WS-BATCH-READ-COUNT
           DISPLAY 'Transactions applied : ' WS-BATCH-APPLIED-COUNT
           DISPLAY 'Transactions rejected: ' WS-BATCH-REJECT-COUNT
           DISPLAY 'Transactions held    : ' WS-BATCH-HELD-COUNT
           DISPLAY 'Deletes for approval : ' WS-BATCH-QUEUED-COUNT
           IF WS-BATCH-APPLIED-COUNT + WS-BATCH-REJECT-COUNT
                   + WS-BATCH-HELD-COUNT + WS-BATCH-QUEUED-COUNT
                   NOT = WS-BATCH-READ-COUNT
               DISPLAY 'WARNING: BATCH COUNTS DO NOT BALANCE.'
           END-IF
           IF WS-BATCH-CONTROLLED-FLAG = 'Y'
               PERFORM WRITE-BATCH-REGISTRY
           END-IF.

           GOBACK.

      *> Header and trailer lines of a framed batch are control,
      *> not transactions: they are neither counted nor applied.
       LOAD-ONE-FEED-LINE.
           IF WS-BATCH-CONTROLLED-FLAG = 'Y'
                   AND (TRAN-ACTION = 'H' OR TRAN-ACTION = 'Z')
               CONTINUE
           ELSE
               ADD 1 TO WS-BATCH-READ-COUNT
               PERFORM LOAD-ONE-TRANSACTION
           END-IF.

      *> ---------------------------------------------------------
      *> Batch control - a first line with action 'H' makes this a
      *> framed branch batch. The whole file is read once here and
      *> then reopened, so nothing is applied from a batch that
      *> turns out to be cut short or out of balance. The first
      *> fault found is the one reported:
      *>   BHDR  header incomplete, or a second header in the file
      *>   BTRL  trailer missing, unreadable, not the last line, or
      *>         for another branch or sequence than the header
      *>   BBAL  trailer count or TRAN-ID hash total disagrees
      *>   BDUP  branch and sequence already LOADED on batchreg.dat
      *> ---------------------------------------------------------
       CHECK-BATCH-CONTROL.
           MOVE 'N'    TO WS-BATCH-CONTROLLED-FLAG
           MOVE SPACES TO WS-BATCH-REFUSE-REASON
           MOVE 'N'    TO WS-CTL-TRAILER-SEEN
           MOVE 0      TO WS-CTL-DETAIL-COUNT
           MOVE 0      TO WS-CTL-DETAIL-HASH
           MOVE 0      TO WS-CTL-TRAILER-COUNT
           MOVE 0      TO WS-CTL-TRAILER-HASH

           MOVE 'N' TO WS-TRAN-EOF
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF
           END-READ
           PERFORM CHECK-FILE-STATUS-READ-TRAN
           IF WS-TRAN-EOF = 'N' AND CTL-ACTION = 'H'
               MOVE 'Y'           TO WS-BATCH-CONTROLLED-FLAG
               MOVE CTL-BRANCH-ID TO WS-CTL-BRANCH-ID
               IF CTL-BRANCH-ID = SPACES
                       OR CTL-BATCH-SEQ IS NOT NUMERIC
                   MOVE 0      TO WS-CTL-BATCH-SEQ
                   MOVE 'BHDR' TO WS-BATCH-REFUSE-REASON
               ELSE
                   MOVE CTL-BATCH-SEQ TO WS-CTL-BATCH-SEQ
               END-IF
               PERFORM UNTIL WS-TRAN-EOF = 'Y'
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-TRAN-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-BATCH-LINE
                   END-READ
                   PERFORM CHECK-FILE-STATUS-READ-TRAN
               END-PERFORM
               PERFORM CHECK-BATCH-TRAILER
               IF WS-BATCH-REFUSE-REASON = SPACES
                   PERFORM CHECK-BATCH-REGISTRY
               END-IF
           END-IF

           CLOSE TRANSACTION-FILE
           PERFORM CHECK-FILE-STATUS-CLOSE-TRAN
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION FILE, FILE'
                   ' STATUS = ' WS-TRAN-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-ONE-BATCH-LINE.
           IF WS-CTL-TRAILER-SEEN = 'Y'
                   AND WS-BATCH-REFUSE-REASON = SPACES
               MOVE 'BTRL' TO WS-BATCH-REFUSE-REASON
           END-IF
           EVALUATE CTL-ACTION
               WHEN 'H'
                   IF WS-BATCH-REFUSE-REASON = SPACES
                       MOVE 'BHDR' TO WS-BATCH-REFUSE-REASON
                   END-IF
               WHEN 'Z'
                   MOVE 'Y' TO WS-CTL-TRAILER-SEEN
                   IF CTL-BRANCH-ID NOT = WS-CTL-BRANCH-ID
                           OR CTL-BATCH-SEQ IS NOT NUMERIC
                           OR CTL-BATCH-SEQ NOT = WS-CTL-BATCH-SEQ
                       IF WS-BATCH-REFUSE-REASON = SPACES
                           DISPLAY 'Batch ' WS-CTL-BRANCH-ID
                               ' sequence ' WS-CTL-BATCH-SEQ
                               ' trailer is for branch ' CTL-BRANCH-ID
                               ' sequence ' CTL-BATCH-SEQ
                           MOVE 'BTRL' TO WS-BATCH-REFUSE-REASON
                       END-IF
                   END-IF
                   IF CTL-RECORD-COUNT IS NUMERIC
                           AND CTL-HASH-TOTAL IS NUMERIC
                       MOVE CTL-RECORD-COUNT TO WS-CTL-TRAILER-COUNT
                       MOVE CTL-HASH-TOTAL   TO WS-CTL-TRAILER-HASH
                   ELSE
                       IF WS-BATCH-REFUSE-REASON = SPACES
                           MOVE 'BTRL' TO WS-BATCH-REFUSE-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-DETAIL-COUNT
                   IF TRAN-ID IS NUMERIC
                       ADD TRAN-ID TO WS-CTL-DETAIL-HASH
                   END-IF
           END-EVALUATE.

       CHECK-BATCH-TRAILER.
           IF WS-BATCH-REFUSE-REASON = SPACES
               IF WS-CTL-TRAILER-SEEN = 'N'
                   MOVE 'BTRL' TO WS-BATCH-REFUSE-REASON
               ELSE
                   IF WS-CTL-TRAILER-COUNT NOT = WS-CTL-DETAIL-COUNT
                           OR WS-CTL-TRAILER-HASH
                              NOT = WS-CTL-DETAIL-HASH
                       DISPLAY 'Batch ' WS-CTL-BRANCH-ID ' sequence '
                           WS-CTL-BATCH-SEQ ' trailer says '
                           WS-CTL-TRAILER-COUNT ' line(s), hash '
                           WS-CTL-TRAILER-HASH
                       DISPLAY 'Batch ' WS-CTL-BRANCH-ID ' sequence '
                           WS-CTL-BATCH-SEQ ' file holds   '
                           WS-CTL-DETAIL-COUNT ' line(s), hash '
                           WS-CTL-DETAIL-HASH
                       MOVE 'BBAL' TO WS-BATCH-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

      *> Looks the branch up on the registry: a LOADED line for the
      *> same sequence refuses the batch, and the highest sequence
      *> already LOADED is kept for the gap check after the load.
       CHECK-BATCH-REGISTRY.
           MOVE 'N' TO WS-BRANCH-SEEN-FLAG
           MOVE 0   TO WS-BRANCH-HIGH-SEQ
           OPEN INPUT BATCH-REGISTRY-FILE
           IF WS-BREG-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-BREG-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING BATCH-REGISTRY-FILE, FILE'
                       ' STATUS = ' WS-BREG-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-BREG-EOF
               PERFORM UNTIL WS-BREG-EOF = 'Y'
                   READ BATCH-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-BREG-EOF
                       NOT AT END
                           PERFORM NOTE-REGISTRY-LINE
                   END-READ
                   IF WS-BREG-FILE-STATUS NOT = '00'
                           AND WS-BREG-FILE-STATUS NOT = '10'
                       DISPLAY 'ERROR READING BATCH-REGISTRY-FILE, FILE'
                           ' STATUS = ' WS-BREG-FILE-STATUS
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE BATCH-REGISTRY-FILE
           END-IF.

       NOTE-REGISTRY-LINE.
           IF BREG-BRANCH-ID = WS-CTL-BRANCH-ID
                   AND BREG-OUTCOME = 'LOADED'
                   AND BREG-BATCH-SEQ IS NUMERIC
               MOVE 'Y' TO WS-BRANCH-SEEN-FLAG
               IF BREG-BATCH-SEQ = WS-CTL-BATCH-SEQ
                   MOVE 'BDUP' TO WS-BATCH-REFUSE-REASON
               END-IF
               IF BREG-BATCH-SEQ > WS-BRANCH-HIGH-SEQ
                   MOVE BREG-BATCH-SEQ TO WS-BRANCH-HIGH-SEQ
               END-IF
           END-IF.

      *> A refused batch goes to rejects.dat whole - header, lines
      *> and trailer - under the batch reason code, so the branch
      *> can correct it and send the same file again.
       REFUSE-WHOLE-BATCH.
           DISPLAY 'Batch ' WS-CTL-BRANCH-ID ' sequence '
               WS-CTL-BATCH-SEQ ' refused - reason '
               WS-BATCH-REFUSE-REASON ' - nothing applied.'
           MOVE WS-BATCH-REFUSE-REASON TO WS-REJECT-REASON
           MOVE 'N' TO WS-TRAN-EOF
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF TRAN-ACTION NOT = 'H'
                               AND TRAN-ACTION NOT = 'Z'
                           ADD 1 TO WS-BATCH-READ-COUNT
                       END-IF
                       PERFORM WRITE-REJECT-TRANSACTION
               END-READ
               PERFORM CHECK-FILE-STATUS-READ-TRAN
           END-PERFORM
           MOVE WS-BATCH-READ-COUNT TO WS-BATCH-REJECT-COUNT.

      *> ---------------------------------------------------------
      *> Batch registry - appended after the load with the same
      *> open/write/close shape as rejects.dat. A LOADED batch that
      *> jumps past the branch's highest sequence first gets a
      *> MISSNG line for each number skipped; a branch's first
      *> batch on the registry sets its starting point. A registry
      *> line we cannot write is a lost control, so failures here
      *> stop the run.
      *> ---------------------------------------------------------
       WRITE-BATCH-REGISTRY.
           OPEN EXTEND BATCH-REGISTRY-FILE
           IF WS-BREG-FILE-STATUS = '35'
               OPEN OUTPUT BATCH-REGISTRY-FILE
           END-IF
           IF WS-BREG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BATCH-REGISTRY-FILE, FILE'
                   ' STATUS = ' WS-BREG-FILE-STATUS
               STOP RUN
           END-IF

           IF WS-BATCH-REFUSE-REASON = SPACES
                   AND WS-BRANCH-SEEN-FLAG = 'Y'
                   AND WS-CTL-BATCH-SEQ > WS-BRANCH-HIGH-SEQ + 1
               MOVE 0 TO WS-GAP-COUNT
               COMPUTE WS-GAP-SEQ = WS-BRANCH-HIGH-SEQ + 1
               PERFORM UNTIL WS-GAP-SEQ NOT < WS-CTL-BATCH-SEQ
                       OR WS-GAP-COUNT NOT < WS-GAP-LIMIT
                   PERFORM WRITE-MISSING-SEQUENCE-LINE
                   ADD 1 TO WS-GAP-SEQ
               END-PERFORM
               IF WS-GAP-SEQ < WS-CTL-BATCH-SEQ
                   DISPLAY 'WARNING: more than ' WS-GAP-LIMIT
                       ' sequence numbers missing for branch '
                       WS-CTL-BRANCH-ID ' - only the first '
                       WS-GAP-LIMIT ' listed.'
               END-IF
           END-IF

           IF WS-BATCH-REFUSE-REASON = SPACES
               MOVE 'LOADED'         TO WS-BREG-OUTCOME
           ELSE
               MOVE 'REFUSD'         TO WS-BREG-OUTCOME
           END-IF
           MOVE SPACES               TO BATCH-REGISTRY-RECORD
           MOVE WS-CTL-BRANCH-ID     TO BREG-BRANCH-ID
           MOVE WS-CTL-BATCH-SEQ     TO BREG-BATCH-SEQ
           MOVE WS-BREG-OUTCOME      TO BREG-OUTCOME
           MOVE WS-BATCH-REFUSE-REASON
                                     TO BREG-REASON
           MOVE WS-CTL-TRAILER-COUNT TO BREG-TRAILER-COUNT
           MOVE WS-BATCH-READ-COUNT  TO BREG-READ-COUNT
           MOVE WS-BATCH-APPLIED-COUNT
                                     TO BREG-APPLIED-COUNT
           MOVE WS-BATCH-REJECT-COUNT
                                     TO BREG-REJECT-COUNT
           MOVE WS-BATCH-HELD-COUNT  TO BREG-HELD-COUNT
           MOVE WS-BATCH-QUEUED-COUNT
                                     TO BREG-QUEUED-COUNT
           MOVE WS-BATCH-RUN-STAMP   TO BREG-TIMESTAMP
           MOVE LK-OPERATOR-ID       TO BREG-OPERATOR
           PERFORM WRITE-BATCH-REGISTRY-LINE

           CLOSE BATCH-REGISTRY-FILE
           IF WS-BREG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING BATCH-REGISTRY-FILE, FILE'
                   ' STATUS = ' WS-BREG-FILE-STATUS
               STOP RUN
           END-IF
           DISPLAY 'Batch ' WS-CTL-BRANCH-ID ' sequence '
               WS-CTL-BATCH-SEQ ' recorded on batchreg.dat as '
               WS-BREG-OUTCOME '.'.

       WRITE-MISSING-SEQUENCE-LINE.
           MOVE SPACES             TO BATCH-REGISTRY-RECORD
           MOVE WS-CTL-BRANCH-ID   TO BREG-BRANCH-ID
           MOVE WS-GAP-SEQ         TO BREG-BATCH-SEQ
           MOVE 'MISSNG'           TO BREG-OUTCOME
           MOVE 0                  TO BREG-TRAILER-COUNT
           MOVE 0                  TO BREG-READ-COUNT
           MOVE 0                  TO BREG-APPLIED-COUNT
           MOVE 0                  TO BREG-REJECT-COUNT
           MOVE 0                  TO BREG-HELD-COUNT
           MOVE 0                  TO BREG-QUEUED-COUNT
           MOVE WS-BATCH-RUN-STAMP TO BREG-TIMESTAMP
           MOVE LK-OPERATOR-ID     TO BREG-OPERATOR
           PERFORM WRITE-BATCH-REGISTRY-LINE
           DISPLAY 'Branch ' WS-CTL-BRANCH-ID ' sequence ' WS-GAP-SEQ
               ' has not been received.'
           ADD 1 TO WS-GAP-COUNT.

       WRITE-BATCH-REGISTRY-LINE.
           WRITE BATCH-REGISTRY-RECORD
           IF WS-BREG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BATCH-REGISTRY-RECORD, FILE'
                   ' STATUS = ' WS-BREG-FILE-STATUS
               STOP RUN
           END-IF.

      *> A blank effective date means tonight; a date that has not
      *> arrived sends the whole image to pending.dat instead of
      *> applying it; anything unreadable in the column is a
                   PERFORM APPLY-NAME-TRANSACTION
               WHEN 'T'
                   PERFORM APPLY-CONTACT-TRANSACTION
               WHEN 'L'
                   PERFORM APPLY-LINK-TRANSACTION
               WHEN OTHER
                   DISPLAY 'Skipping transaction for ' TRAN-NAME
                       ' - unknown action code: ' TRAN-ACTION
               PERFORM CHECK-FILE-STATUS-READ-KEY
           END-IF.

      *> Action 'D' removes a live record, so it waits on the
      *> approval queue under the operator running the load; an
      *> ID that is already queued is not queued twice.
       APPLY-DELETE-TRANSACTION.
           MOVE TRAN-ID TO PERSON-ID
           READ PEOPLE-STORAGE
                   MOVE 'NFND' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM QUEUE-DELETE-TRANSACTION
           END-READ
           PERFORM CHECK-FILE-STATUS-READ-KEY.

       QUEUE-DELETE-TRANSACTION.
           MOVE SPACES         TO WS-REQUEST-ITEM
           MOVE 'DELETE'       TO REQ-ACTION
           MOVE 'TRANLOAD'     TO REQ-SOURCE
           MOVE PERSON-ID      TO REQ-PERSON-ID
           MOVE PERSON-NAME    TO REQ-PERSON-NAME
           MOVE 0              TO REQ-OTHER-ID
           MOVE 0              TO REQ-CUTOFF-DATE
           MOVE LK-OPERATOR-ID TO REQ-REQUEST-OPERATOR
           CALL 'ApprovalRequest' USING WS-REQUEST-ITEM,
                   WS-REQUEST-RESULT
           IF WS-REQUEST-RESULT = 'O'
               DISPLAY 'Delete of ID ' PERSON-ID ' is already '
                   'waiting for approval as item ' REQ-QUEUE-ID '.'
           ELSE
               DISPLAY 'Delete of ID ' PERSON-ID ' queued for '
                   'approval as item ' REQ-QUEUE-ID '.'
           END-IF
           ADD 1 TO WS-BATCH-QUEUED-COUNT.

      *> Action 'I' sets a person inactive, action 'R' reactivates
      *> them; either way the effective date is the run date.
       APPLY-STATUS-TRANSACTION.

      *> Action 'T' loads or replaces the person's contact details
      *> from the trailing transaction columns; the person must
      *> already be on the live file. The postal code has to be on
      *> the postal reference file (an address needs one, a
      *> phone-only contact does not); a bad one rejects as POST.
       APPLY-CONTACT-TRANSACTION.
           IF TRAN-ADDR-LINE-1 = SPACES AND TRAN-PHONE = SPACES
               DISPLAY 'Skipping transaction for ID ' TRAN-ID
                   ' - no contact details given.'
               MOVE 'CONT' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-TRAN-POSTAL-CODE
           IF WS-TRAN-VALID-FLAG = 'N'
               DISPLAY 'Skipping transaction for ID ' TRAN-ID
                   ' - postal code not on the reference file: '
                   TRAN-POSTAL-CODE
               MOVE 'POST' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-TRANSACTION
           ELSE
               MOVE TRAN-ID TO PERSON-ID
               READ PEOPLE-STORAGE
               PERFORM CHECK-FILE-STATUS-READ-KEY
           END-IF.

      *> The code is checked on a copy, so a rejected line goes to
      *> rejects.dat exactly as it came in; an accepted one is
      *> stored folded to upper case the way PostalLookup keys it.
       VALIDATE-TRAN-POSTAL-CODE.
           MOVE 'Y' TO WS-TRAN-VALID-FLAG
           MOVE TRAN-POSTAL-CODE TO WS-POSTAL-CODE
           IF WS-POSTAL-CODE = SPACES
               IF TRAN-ADDR-LINE-1 NOT = SPACES
                       OR TRAN-ADDR-LINE-2 NOT = SPACES
                   MOVE 'N' TO WS-TRAN-VALID-FLAG
               END-IF
           ELSE
               CALL 'PostalLookup' USING WS-POSTAL-CODE,
                       WS-POSTAL-REGION, WS-POSTAL-DISTRICT,
                       WS-POSTAL-RESULT
               IF WS-POSTAL-RESULT = 'N'
                   MOVE 'N' TO WS-TRAN-VALID-FLAG
               END-IF
           END-IF.

       CONTACT-TRANSACTION-RECORD.
           PERFORM OPEN-CONTACT-FILE
           MOVE TRAN-ID          TO CONT-PERSON-ID
           MOVE TRAN-ADDR-LINE-1 TO CONT-ADDR-LINE-1
           MOVE TRAN-ADDR-LINE-2 TO CONT-ADDR-LINE-2
           MOVE WS-POSTAL-CODE   TO CONT-POSTAL-CODE
           MOVE TRAN-PHONE       TO CONT-PHONE
           WRITE CONTACT-RECORD
           IF WS-CONTACT-FILE-STATUS = '22'
           PERFORM CLOSE-CONTACT-FILE
           ADD 1 TO WS-BATCH-CONTACT-COUNT.

      *> Action 'L' adds (A), ends (E) or removes (X) a link
      *> between TRAN-ID and the related person; both have to be on
      *> the live file for an add. Bad link columns reject as LINK,
      *> a link that is already open as LDUP, and an end or removal
      *> with no open link to act on as LNFD.
       APPLY-LINK-TRANSACTION.
           PERFORM VALIDATE-TRAN-LINK
           IF WS-TRAN-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE TRAN-ID TO PERSON-ID
           READ PEOPLE-STORAGE
               INVALID KEY
                   DISPLAY 'Skipping link for ID ' TRAN-ID
                       ' - no record for that ID.'
                   MOVE 'NFND' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-TRANSACTION
                   MOVE 'N' TO WS-TRAN-VALID-FLAG
           END-READ
           PERFORM CHECK-FILE-STATUS-READ-KEY
           IF WS-TRAN-VALID-FLAG = 'Y' AND TLNK-OP = 'A'
               MOVE LINK-RELATED-ID TO PERSON-ID
               READ PEOPLE-STORAGE
                   INVALID KEY
                       DISPLAY 'Skipping link for ID ' TRAN-ID
                           ' - no record for related ID '
                           LINK-RELATED-ID
                       MOVE 'NFND' TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-TRANSACTION
                       MOVE 'N' TO WS-TRAN-VALID-FLAG
               END-READ
               PERFORM CHECK-FILE-STATUS-READ-KEY
           END-IF
           IF WS-TRAN-VALID-FLAG = 'Y'
               PERFORM LINK-TRANSACTION-RECORD
           END-IF.

       VALIDATE-TRAN-LINK.
           MOVE 'N' TO WS-TRAN-VALID-FLAG
           MOVE SPACES TO WS-LINK-ITEM
           IF (TLNK-OP NOT = 'A' AND TLNK-OP NOT = 'E'
                   AND TLNK-OP NOT = 'X')
                   OR (TLNK-TYPE NOT = 'S' AND TLNK-TYPE NOT = 'D'
                   AND TLNK-TYPE NOT = 'E')
                   OR TLNK-RELATED-ID IS NOT NUMERIC
               DISPLAY 'Skipping link for ID ' TRAN-ID
                   ' - operation, type or related ID is invalid.'
               MOVE 'LINK' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE TLNK-PERSON-ID  TO LINK-PERSON-ID
           MOVE TLNK-TYPE       TO LINK-TYPE
           MOVE TLNK-RELATED-ID TO LINK-RELATED-ID
           IF LINK-RELATED-ID = LINK-PERSON-ID
               DISPLAY 'Skipping link for ID ' TRAN-ID
                   ' - a person cannot be linked to themselves.'
               MOVE 'LINK' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE TLNK-START-DATE TO WS-LINK-DATE-TEXT
           PERFORM VALIDATE-LINK-DATE
           IF WS-TRAN-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINK-DATE-NUMERIC TO LINK-START-DATE

           MOVE TLNK-END-DATE TO WS-LINK-DATE-TEXT
           PERFORM VALIDATE-LINK-DATE
           IF WS-TRAN-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINK-DATE-NUMERIC TO LINK-END-DATE.

      *> A blank link date stands for the run date and comes back
      *> as zero; anything else has to be a plausible YYYYMMDD.
       VALIDATE-LINK-DATE.
           MOVE 'Y' TO WS-TRAN-VALID-FLAG
           IF WS-LINK-DATE-TEXT = SPACES
               MOVE 0 TO WS-LINK-DATE-NUMERIC
           ELSE
               IF WS-LINK-DATE-TEXT IS NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-FLAG
               ELSE
                   IF WS-LINK-DATE-MONTH < 01
                           OR WS-LINK-DATE-MONTH > 12
                           OR WS-LINK-DATE-DAY < 01
                           OR WS-LINK-DATE-DAY > 31
                       MOVE 'N' TO WS-TRAN-VALID-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-VALID-FLAG = 'N'
               DISPLAY 'Skipping link for ID ' TRAN-ID
                   ' - link date is invalid: ' WS-LINK-DATE-TEXT
               MOVE 'LINK' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-TRANSACTION
           END-IF.

       LINK-TRANSACTION-RECORD.
           MOVE TLNK-OP        TO WS-LINK-FUNCTION
           MOVE LK-OPERATOR-ID TO WS-LINK-OPERATOR-ID
           CALL 'PersonLinks' USING WS-LINK-FUNCTION, WS-LINK-ITEM,
                   WS-LINK-OTHER-ID, WS-LINK-OPERATOR-ID,
                   WS-APPROVER-ID, WS-LINK-RESULT, WS-LINK-COUNT
           EVALUATE WS-LINK-RESULT
               WHEN 'Y'
                   ADD 1 TO WS-BATCH-LINK-COUNT
                   ADD 1 TO WS-SESSION-WRITE-COUNT
                   PERFORM CHECKPOINT-CHECK
               WHEN 'D'
                   DISPLAY 'Skipping link for ID ' TRAN-ID
                       ' - that link is already open since '
                       LINK-START-DATE
                   MOVE 'LDUP' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-TRANSACTION
               WHEN OTHER
                   DISPLAY 'Skipping link for ID ' TRAN-ID
                       ' - no open link of that type to '
                       LINK-RELATED-ID
                   MOVE 'LNFD' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-TRANSACTION
           END-EVALUATE.

      *> A person leaving the live file ends every link still open
      *> on either side, under the same operator and approver as
      *> the DELETE line.
       END-LINKS-FOR-PERSON.
           MOVE SPACES    TO WS-LINK-ITEM
           MOVE PERSON-ID TO LINK-PERSON-ID
           MOVE 'P'       TO WS-LINK-FUNCTION
           IF WS-APPROVER-ID = SPACES
               MOVE LK-OPERATOR-ID  TO WS-LINK-OPERATOR-ID
           ELSE
               MOVE WS-REQUESTER-ID TO WS-LINK-OPERATOR-ID
           END-IF
           CALL 'PersonLinks' USING WS-LINK-FUNCTION, WS-LINK-ITEM,
                   WS-LINK-OTHER-ID, WS-LINK-OPERATOR-ID,
                   WS-APPROVER-ID, WS-LINK-RESULT, WS-LINK-COUNT
           IF WS-LINK-COUNT > 0
               DISPLAY WS-LINK-COUNT ' link(s) of ID ' PERSON-ID
                   ' ended.'
           END-IF.

      *> Action 'N' replaces the person's name with TRAN-NAME; the
      *> old name goes to namehist.dat and the audit trail gets a
      *> RENAME line, the same as an interactive name change.
           PERFORM CHECK-FILE-STATUS-DELETE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DELETE-CONTACT-FOR-PERSON
           PERFORM END-LINKS-FOR-PERSON

           ADD 1 TO WS-APPROVED-DELETE-COUNT
           ADD 1 TO WS-SESSION-WRITE-COUNT
           SUBTRACT 1 FROM WS-PEOPLE-RECORD-COUNT
           PERFORM CHECKPOINT-CHECK.

      *> ---------------------------------------------------------
      *> Approved deletes - every DELETE item a second operator has
      *> approved is applied here and closed as C; one whose person
      *> has already left the live file is closed as F and shows on
      *> ApprovalQueue's exceptions listing.
      *> ---------------------------------------------------------
       APPLY-APPROVED-DELETES.
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
                                   AND APPR-ACTION = 'DELETE'
                               PERFORM APPLY-ONE-APPROVED-DELETE
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

       APPLY-ONE-APPROVED-DELETE.
           MOVE APPR-REQUEST-OPERATOR TO WS-REQUESTER-ID
           MOVE APPR-DECIDE-OPERATOR  TO WS-APPROVER-ID
           MOVE APPR-PERSON-ID TO PERSON-ID
           READ PEOPLE-STORAGE
               INVALID KEY
                   DISPLAY 'Approved delete item ' APPR-QUEUE-ID
                       ' - ID ' APPR-PERSON-ID ' is no longer on '
                       'file.'
                   MOVE 'F' TO APPR-STATE
                   ADD 1 TO WS-UNAPPLIED-DELETE-COUNT
               NOT INVALID KEY
                   PERFORM DELETE-TRANSACTION-RECORD
                   MOVE 'C' TO APPR-STATE
                   DISPLAY 'Approved delete item ' APPR-QUEUE-ID
                       ' applied - ID ' APPR-PERSON-ID ' removed.'
           END-READ
           PERFORM CHECK-FILE-STATUS-READ-KEY
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
      *> Reject handling - the full transaction image goes to
      *> rejects.dat with a reason code and this run's timestamp,
           ADD 1 TO WS-BATCH-HELD-COUNT.

      *> ---------------------------------------------------------
      *> Contact housekeeping - a person leaving the live file
      *> takes their contact record with them; no record on
      *> contacts.dat is not an error.
      *> ---------------------------------------------------------
       DELETE-CONTACT-FOR-PERSON.
           OPEN I-O CONTACT-FILE

      *> ---------------------------------------------------------
      *> Audit trail - one line per add/update/delete/checkpoint,
      *> stamped with the caller's operator ID, or with the
      *> requester and approver of an approved queue item.
      *> ---------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE PERSON-ID             TO WS-AUDIT-ID
           MOVE PERSON-NAME           TO WS-AUDIT-NAME
           IF WS-APPROVER-ID = SPACES
               MOVE LK-OPERATOR-ID    TO WS-AUDIT-OPERATOR
           ELSE
               MOVE WS-REQUESTER-ID   TO WS-AUDIT-OPERATOR
           END-IF
           MOVE WS-APPROVER-ID        TO WS-AUDIT-APPROVER

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
