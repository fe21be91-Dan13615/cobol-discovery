
      *> Nightly job driver: runs the overnight chain in order --
      *> pending release, transaction load, reconciliation,
      *> integrity check, extract, roster -- in
      *> place of a human keying each program by hand. Every step
      *> writes a START line and an END line with its outcome to
      *> the run-control file (runctl.dat), so when a step abends
      *> twice. The extract never starts behind an out-of-balance
      *> reconciliation: DailyReconciliation raises its return
      *> code for that verdict and the driver stops the chain
      *> there. The same goes for IntegrityCheck: when the master
      *> and its satellite files disagree, the extract is held.
      *> The chained report programs keep their own
      *> prompts; blank replies take their unattended defaults.
      *> The chain runs inside the batch window (BatchLock): the
      *> driver will not start while any operator has an update
      *> session open in FileProcessing, and lists who they are;
      *> otherwise it sets the lock, which holds FileProcessing to
      *> inquiry, and clears it when the chain ends or is stopped
      *> by a reconciliation or integrity verdict. A lock still
      *> set by a run that abended is taken over by the rerun.
      *> Before the chain starts the driver looks up the last
      *> extract sent before tonight on the extract run history
      *> (extrhist.dat) and warns when the receiver has not yet
      *> acknowledged it (see ExtractAck); the run goes on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT EXTRACT-HISTORY-FILE ASSIGN TO 'extrhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
           05 FILLER                   PIC X.
           05 RC-TIMESTAMP             PIC X(21).

       FD EXTRACT-HISTORY-FILE.
       01 EXTRACT-HISTORY-RECORD.
           COPY 'extrhist.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-FILE-STATUS        PIC XX.
       01 WS-RUNCTL-EOF                PIC X VALUE 'N'.
       01 WS-XHIST-FILE-STATUS         PIC XX.
       01 WS-XHIST-EOF                 PIC X VALUE 'N'.

      *> The last extract sent before tonight, and whether the
      *> receiver has answered it.
       01 WS-LAST-EXTRACT-STAMP        PIC X(21) VALUE SPACES.
       01 WS-LAST-EXTRACT-DATE         PIC 9(8) VALUE 0.
       01 WS-LAST-EXTRACT-COUNT        PIC 9(6) VALUE 0.
       01 WS-LAST-EXTRACT-ANSWERED     PIC X VALUE 'N'.

       01 WS-OPERATOR-ID               PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-PERM             PIC X VALUE SPACE.
       01 WS-RELEASE-DONE-FLAG         PIC X VALUE 'N'.
       01 WS-TRANLOAD-DONE-FLAG        PIC X VALUE 'N'.
       01 WS-RECONCILE-DONE-FLAG       PIC X VALUE 'N'.
       01 WS-INTEGRITY-DONE-FLAG       PIC X VALUE 'N'.
       01 WS-EXTRACT-DONE-FLAG         PIC X VALUE 'N'.
       01 WS-ROSTER-DONE-FLAG          PIC X VALUE 'N'.

       01 WS-LOCK-FUNCTION             PIC X.
       01 WS-LOCK-OTHER-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-LOCK-SESSION-STAMP        PIC X(21) VALUE SPACES.
       01 WS-LOCK-RESULT               PIC X.
       01 WS-LOCK-SESSION-COUNT        PIC 9(5) VALUE 0.
       01 WS-LOCK-ITEM.
           COPY 'batchlock.cpy' REPLACING
               ==LOCK-STATE== BY ==BLK-STATE==
               ==LOCK-SET-OPERATOR== BY ==BLK-SET-OPERATOR==
               ==LOCK-SET-STAMP== BY ==BLK-SET-STAMP==
               ==LOCK-CLEAR-OPERATOR== BY ==BLK-CLEAR-OPERATOR==
               ==LOCK-CLEAR-STAMP== BY ==BLK-CLEAR-STAMP==
               ==LOCK-CLEAR-HOW== BY ==BLK-CLEAR-HOW==.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               STOP RUN
           END-IF

           PERFORM SET-BATCH-WINDOW-LOCK
           PERFORM READ-RUN-CONTROL
           DISPLAY 'Nightly run for ' WS-CURRENT-DATE ' starting.'
           PERFORM CHECK-LAST-EXTRACT-ACK

           PERFORM RUN-RELEASE-STEP
           PERFORM RUN-TRANLOAD-STEP
           PERFORM RUN-RECONCILE-STEP
           PERFORM RUN-INTEGRITY-STEP
           PERFORM RUN-EXTRACT-STEP
           PERFORM RUN-ROSTER-STEP

           PERFORM CLEAR-BATCH-WINDOW-LOCK
           DISPLAY 'Nightly run for ' WS-CURRENT-DATE ' complete.'
           STOP RUN.

      *> ---------------------------------------------------------
      *> Batch window - BatchLock lists any open update sessions
      *> itself when it refuses the lock.
      *> ---------------------------------------------------------
       SET-BATCH-WINDOW-LOCK.
           MOVE 'S' TO WS-LOCK-FUNCTION
           CALL 'BatchLock' USING WS-LOCK-FUNCTION, WS-OPERATOR-ID,
                   WS-LOCK-OTHER-OPERATOR, WS-LOCK-SESSION-STAMP,
                   WS-LOCK-ITEM, WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
           EVALUATE WS-LOCK-RESULT
               WHEN 'O'
                   DISPLAY 'Nightly run not started -- '
                       WS-LOCK-SESSION-COUNT ' update session(s) '
                       'still open.'
                   DISPLAY 'Ask the operators listed to sign off, or '
                       'have a batch operator clear a session left '
                       'by a failed terminal (FileProcessing '
                       'option 6).'
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               WHEN 'R'
                   DISPLAY 'Batch lock set by ' BLK-SET-OPERATOR
                       ' at ' BLK-SET-STAMP(1:14)
                       ' was not cleared -- kept for this rerun.'
               WHEN OTHER
                   DISPLAY 'Batch lock set; FileProcessing is '
                       'inquiry only until the run ends.'
           END-EVALUATE.

       CLEAR-BATCH-WINDOW-LOCK.
           MOVE 'C' TO WS-LOCK-FUNCTION
           CALL 'BatchLock' USING WS-LOCK-FUNCTION, WS-OPERATOR-ID,
                   WS-LOCK-OTHER-OPERATOR, WS-LOCK-SESSION-STAMP,
                   WS-LOCK-ITEM, WS-LOCK-RESULT, WS-LOCK-SESSION-COUNT
           DISPLAY 'Batch lock cleared.'.

      *> ---------------------------------------------------------
      *> Restart position - a step that already wrote an END line
      *> with outcome OK tonight is done and will be skipped. A
                       MOVE 'Y' TO WS-TRANLOAD-DONE-FLAG
                   WHEN 'RECONCILE   '
                       MOVE 'Y' TO WS-RECONCILE-DONE-FLAG
                   WHEN 'INTEGRITY   '
                       MOVE 'Y' TO WS-INTEGRITY-DONE-FLAG
                   WHEN 'EXTRACT     '
                       MOVE 'Y' TO WS-EXTRACT-DONE-FLAG
                   WHEN 'ROSTER      '
               END-EVALUATE
           END-IF.

      *> ---------------------------------------------------------
      *> Acknowledgement watch - the history is appended in time
      *> order, so an ACCEPT or REJECT for a run always follows
      *> its SENT line. A missing history only means no extract
      *> has been sent since it was introduced.
      *> ---------------------------------------------------------
       CHECK-LAST-EXTRACT-ACK.
           OPEN INPUT EXTRACT-HISTORY-FILE
           IF WS-XHIST-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-XHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXTRACT-HISTORY-FILE, FILE'
                   ' STATUS = ' WS-XHIST-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-XHIST-EOF = 'Y'
               READ EXTRACT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-XHIST-EOF
                   NOT AT END
                       PERFORM NOTE-EXTRACT-HISTORY-LINE
               END-READ
               IF WS-XHIST-FILE-STATUS NOT = '00'
                       AND WS-XHIST-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING EXTRACT-HISTORY-FILE, FILE'
                       ' STATUS = ' WS-XHIST-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE EXTRACT-HISTORY-FILE

           IF WS-LAST-EXTRACT-STAMP NOT = SPACES
                   AND WS-LAST-EXTRACT-ANSWERED = 'N'
               DISPLAY 'WARNING: the extract of '
                   WS-LAST-EXTRACT-DATE ' (' WS-LAST-EXTRACT-COUNT
                   ' record(s)) has no acknowledgement from the '
                   'receiver.'
               DISPLAY 'Chase benefits administration, and run '
                   'ExtractAck when their reply arrives.'
           END-IF.

       NOTE-EXTRACT-HISTORY-LINE.
           IF XH-EVENT = 'SENT  '
                   AND XH-RUN-DATE < WS-CURRENT-DATE
               MOVE XH-RUN-STAMP    TO WS-LAST-EXTRACT-STAMP
               MOVE XH-RUN-DATE     TO WS-LAST-EXTRACT-DATE
               MOVE XH-RECORD-COUNT TO WS-LAST-EXTRACT-COUNT
               MOVE 'N'             TO WS-LAST-EXTRACT-ANSWERED
           END-IF
           IF (XH-EVENT = 'ACCEPT' OR XH-EVENT = 'REJECT')
                   AND XH-RUN-STAMP = WS-LAST-EXTRACT-STAMP
               MOVE 'Y' TO WS-LAST-EXTRACT-ANSWERED
           END-IF.

      *> ---------------------------------------------------------
      *> The steps. Each writes START before and END OK after; a
      *> step that stops the run in between leaves its START line
                       'extract will not be started.'
                   DISPLAY 'Investigate, correct, and rerun the '
                       'driver.'
                   PERFORM CLEAR-BATCH-WINDOW-LOCK
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM WRITE-STEP-END-OK
           END-IF.

       RUN-INTEGRITY-STEP.
           IF WS-INTEGRITY-DONE-FLAG = 'Y'
               DISPLAY 'Step INTEGRITY already completed tonight -- '
                   'skipped.'
           ELSE
               MOVE 'INTEGRITY   ' TO WS-STEP-NAME
               PERFORM WRITE-STEP-START
               MOVE 0 TO RETURN-CODE
               CALL 'IntegrityCheck'
               IF RETURN-CODE NOT = 0
                   MOVE 'END  ' TO WS-STEP-EVENT
                   MOVE 'HOLD' TO WS-STEP-OUTCOME
                   PERFORM WRITE-STEP-LINE
                   DISPLAY 'Integrity check found exceptions -- the '
                       'extract is held.'
                   DISPLAY 'Correct the files listed on integrity.rpt'
                       ' and rerun the driver.'
                   PERFORM CLEAR-BATCH-WINDOW-LOCK
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
