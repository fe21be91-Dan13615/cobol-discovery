       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchLock.

      *> Keeper of the batch window: the lock file batchlock.dat
      *> (batchlock.cpy) that NightlyDriver holds while its chain
      *> runs, and the register of open update sessions
      *> sessions.dat (session.cpy) that FileProcessing keeps so
      *> the chain does not start under an operator's feet. The
      *> function code says what to do:
      *>   Q - report the lock; result L = set, N = not set
      *>   O - open an update session for the operator, unless the
      *>       lock is set (result L); the session's start stamp
      *>       comes back for the matching E
      *>   E - end the operator's session with that start stamp
      *>   S - set the lock for the nightly run. Refused (result O)
      *>       while any update session is open, and the sessions
      *>       are listed; a lock still set by an earlier run that
      *>       did not finish is kept for the rerun (result R)
      *>   C - clear the lock at the end of the nightly run
      *>   V - clear a lock left set by a run that abended (result
      *>       N if it was not set); written to the audit trail
      *>   L - list the open update sessions and count them
      *>   K - clear every session held by the other operator ID,
      *>       left by a session that never reached its exit;
      *>       each one is written to the audit trail
      *> The lock line, as it stood or as it was left, comes back
      *> in the lock item. Result Y = done.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO 'batchlock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'sessions.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SESS-KEY
           FILE STATUS IS WS-SESS-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
       01 LOCK-RECORD.
           COPY 'batchlock.cpy'.

       FD SESSION-FILE.
       01 SESSION-RECORD.
           COPY 'session.cpy'.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOCK-FILE-STATUS          PIC XX.
       01 WS-SESS-FILE-STATUS          PIC XX.
       01 WS-AUDIT-FILE-STATUS         PIC XX.
       01 WS-SESS-EOF                  PIC X VALUE 'N'.
       01 WS-SESS-OPEN-FLAG            PIC X VALUE 'N'.
       01 WS-LOCK-SET-FLAG             PIC X VALUE 'N'.

       01 WS-CURRENT-STAMP             PIC X(21).

      *> Housekeeping line for a lock or session cleared by hand -
      *> whose lock or session it was and since when, with the
      *> clearing operator in the audit line's operator column.
       01 WS-LOCK-AUDIT-LINE.
           05 WS-LKA-TIMESTAMP          PIC X(21).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-LKA-ACTION             PIC X(6).
           05 FILLER                    PIC X(4) VALUE ' OF '.
           05 WS-LKA-HOLDER             PIC X(8).
           05 FILLER                    PIC X(7) VALUE ' SINCE '.
           05 WS-LKA-SINCE              PIC X(21).
           05 FILLER                    PIC X(47) VALUE SPACES.
           05 WS-LKA-OPERATOR           PIC X(8).
           05 FILLER                    PIC X(9) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-LOCK-FUNCTION             PIC X.
       01 LK-OPERATOR-ID               PIC X(8).
       01 LK-OTHER-OPERATOR            PIC X(8).
       01 LK-SESSION-STAMP             PIC X(21).
       01 LK-LOCK-ITEM                 PIC X(72).
       01 LK-LOCK-RESULT               PIC X.
       01 LK-SESSION-COUNT             PIC 9(5).

       PROCEDURE DIVISION USING LK-LOCK-FUNCTION, LK-OPERATOR-ID,
               LK-OTHER-OPERATOR, LK-SESSION-STAMP, LK-LOCK-ITEM,
               LK-LOCK-RESULT, LK-SESSION-COUNT.
       MAIN-LOGIC.
           MOVE 'Y' TO LK-LOCK-RESULT
           MOVE 0   TO LK-SESSION-COUNT
           MOVE 'N' TO WS-SESS-OPEN-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP

           PERFORM READ-LOCK-FILE

           EVALUATE LK-LOCK-FUNCTION
               WHEN 'Q'
                   IF WS-LOCK-SET-FLAG = 'Y'
                       MOVE 'L' TO LK-LOCK-RESULT
                   ELSE
                       MOVE 'N' TO LK-LOCK-RESULT
                   END-IF
               WHEN 'O'
                   PERFORM OPEN-UPDATE-SESSION
               WHEN 'E'
                   PERFORM END-UPDATE-SESSION
               WHEN 'S'
                   PERFORM SET-BATCH-LOCK
               WHEN 'C'
                   PERFORM CLEAR-BATCH-LOCK
               WHEN 'V'
                   PERFORM OVERRIDE-BATCH-LOCK
               WHEN 'L'
                   PERFORM LIST-OPEN-SESSIONS
                   IF LK-SESSION-COUNT = 0
                       MOVE 'N' TO LK-LOCK-RESULT
                   END-IF
               WHEN 'K'
                   PERFORM CLEAR-OPERATOR-SESSIONS
               WHEN OTHER
                   DISPLAY 'BatchLock: unknown function '
                       LK-LOCK-FUNCTION
                   MOVE 'N' TO LK-LOCK-RESULT
           END-EVALUATE

           IF WS-SESS-OPEN-FLAG = 'Y'
               CLOSE SESSION-FILE
               PERFORM CHECK-SESSION-FILE-STATUS
           END-IF
           MOVE LOCK-RECORD TO LK-LOCK-ITEM
           GOBACK.

      *> ---------------------------------------------------------
      *> The lock - no file, or a line that is not state S, means
      *> the window is open.
      *> ---------------------------------------------------------
       READ-LOCK-FILE.
           MOVE 'N' TO WS-LOCK-SET-FLAG
           MOVE SPACES TO LOCK-RECORD
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LOCK-FILE-STATUS
           READ LOCK-FILE
               AT END
                   MOVE SPACES TO LOCK-RECORD
           END-READ
           IF WS-LOCK-FILE-STATUS NOT = '00'
                   AND WS-LOCK-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR READING LOCK-FILE, FILE STATUS = '
                   WS-LOCK-FILE-STATUS
               STOP RUN
           END-IF
           CLOSE LOCK-FILE
           IF LOCK-STATE = 'S'
               MOVE 'Y' TO WS-LOCK-SET-FLAG
           END-IF.

      *> The file holds only the latest state, rewritten whole.
       WRITE-LOCK-FILE.
           OPEN OUTPUT LOCK-FILE
           PERFORM CHECK-LOCK-FILE-STATUS
           WRITE LOCK-RECORD
           PERFORM CHECK-LOCK-FILE-STATUS
           CLOSE LOCK-FILE
           PERFORM CHECK-LOCK-FILE-STATUS.

       SET-BATCH-LOCK.
           IF WS-LOCK-SET-FLAG = 'Y'
               MOVE 'R' TO LK-LOCK-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-OPEN-SESSIONS
           IF LK-SESSION-COUNT > 0
               MOVE 'O' TO LK-LOCK-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES           TO LOCK-RECORD
           MOVE 'S'              TO LOCK-STATE
           MOVE LK-OPERATOR-ID   TO LOCK-SET-OPERATOR
           MOVE WS-CURRENT-STAMP TO LOCK-SET-STAMP
           PERFORM WRITE-LOCK-FILE.

       CLEAR-BATCH-LOCK.
           MOVE 'C'              TO LOCK-STATE
           MOVE LK-OPERATOR-ID   TO LOCK-CLEAR-OPERATOR
           MOVE WS-CURRENT-STAMP TO LOCK-CLEAR-STAMP
           MOVE 'NIGHTLY '       TO LOCK-CLEAR-HOW
           PERFORM WRITE-LOCK-FILE.

       OVERRIDE-BATCH-LOCK.
           IF WS-LOCK-SET-FLAG = 'N'
               MOVE 'N' TO LK-LOCK-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'C'              TO LOCK-STATE
           MOVE LK-OPERATOR-ID   TO LOCK-CLEAR-OPERATOR
           MOVE WS-CURRENT-STAMP TO LOCK-CLEAR-STAMP
           MOVE 'OVERRIDE'       TO LOCK-CLEAR-HOW
           PERFORM WRITE-LOCK-FILE
           MOVE 'LCKOVR'          TO WS-LKA-ACTION
           MOVE LOCK-SET-OPERATOR TO WS-LKA-HOLDER
           MOVE LOCK-SET-STAMP    TO WS-LKA-SINCE
           PERFORM WRITE-LOCK-AUDIT-RECORD.

      *> ---------------------------------------------------------
      *> Update sessions. The register is created by the first
      *> session to open; with no file there is nothing to list,
      *> end or clear.
      *> ---------------------------------------------------------
       OPEN-UPDATE-SESSION.
           IF WS-LOCK-SET-FLAG = 'Y'
               MOVE 'L' TO LK-LOCK-RESULT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SESSION-FILE
           IF WS-SESS-FILE-STATUS = '35'
               OPEN OUTPUT SESSION-FILE
               PERFORM CHECK-SESSION-FILE-STATUS
               CLOSE SESSION-FILE
               OPEN I-O SESSION-FILE
           END-IF
           PERFORM CHECK-SESSION-FILE-STATUS
           MOVE 'Y' TO WS-SESS-OPEN-FLAG
           MOVE LK-OPERATOR-ID   TO SESS-OPERATOR
           MOVE WS-CURRENT-STAMP TO SESS-START-STAMP
           MOVE 'FILEPROC'       TO SESS-PROGRAM
           WRITE SESSION-RECORD
           PERFORM CHECK-SESSION-FILE-STATUS
           MOVE WS-CURRENT-STAMP TO LK-SESSION-STAMP.

       END-UPDATE-SESSION.
           PERFORM OPEN-SESSION-FILE-I-O
           IF WS-SESS-OPEN-FLAG = 'N'
               MOVE 'N' TO LK-LOCK-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE LK-OPERATOR-ID   TO SESS-OPERATOR
           MOVE LK-SESSION-STAMP TO SESS-START-STAMP
           DELETE SESSION-FILE
               INVALID KEY
                   MOVE 'N' TO LK-LOCK-RESULT
           END-DELETE
           PERFORM CHECK-SESSION-READ-KEY.

       LIST-OPEN-SESSIONS.
           PERFORM OPEN-SESSION-FILE-I-O
           IF WS-SESS-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SESS-KEY
           START SESSION-FILE KEY IS NOT LESS THAN SESS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SESS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SESS-EOF
           END-START
           PERFORM UNTIL WS-SESS-EOF = 'Y'
               READ SESSION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SESS-EOF
                   NOT AT END
                       ADD 1 TO LK-SESSION-COUNT
                       IF LK-SESSION-COUNT = 1
                           DISPLAY 'Update sessions open:'
                       END-IF
                       DISPLAY '  ' SESS-OPERATOR ' in '
                           SESS-PROGRAM ' since '
                           SESS-START-STAMP(1:8) ' '
                           SESS-START-STAMP(9:6)
               END-READ
               PERFORM CHECK-SESSION-READ-NEXT
           END-PERFORM.

      *> Read again from the top after every delete, so the delete
      *> cannot upset the read position.
       CLEAR-OPERATOR-SESSIONS.
           PERFORM OPEN-SESSION-FILE-I-O
           IF WS-SESS-OPEN-FLAG = 'N'
               MOVE 'N' TO LK-LOCK-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SESS-EOF
           PERFORM UNTIL WS-SESS-EOF = 'Y'
               MOVE LOW-VALUES        TO SESS-KEY
               MOVE LK-OTHER-OPERATOR TO SESS-OPERATOR
               START SESSION-FILE KEY IS NOT LESS THAN SESS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SESS-EOF
               END-START
               IF WS-SESS-EOF = 'N'
                   READ SESSION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SESS-EOF
                   END-READ
                   PERFORM CHECK-SESSION-READ-NEXT
               END-IF
               IF WS-SESS-EOF = 'N'
                   IF SESS-OPERATOR NOT = LK-OTHER-OPERATOR
                       MOVE 'Y' TO WS-SESS-EOF
                   ELSE
                       PERFORM CLEAR-ONE-SESSION
                   END-IF
               END-IF
           END-PERFORM
           IF LK-SESSION-COUNT = 0
               MOVE 'N' TO LK-LOCK-RESULT
           END-IF.

       CLEAR-ONE-SESSION.
           DELETE SESSION-FILE
           PERFORM CHECK-SESSION-FILE-STATUS
           ADD 1 TO LK-SESSION-COUNT
           MOVE 'SESSCL'         TO WS-LKA-ACTION
           MOVE SESS-OPERATOR    TO WS-LKA-HOLDER
           MOVE SESS-START-STAMP TO WS-LKA-SINCE
           PERFORM WRITE-LOCK-AUDIT-RECORD.

       OPEN-SESSION-FILE-I-O.
           OPEN I-O SESSION-FILE
           IF WS-SESS-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SESSION-FILE-STATUS
           MOVE 'Y' TO WS-SESS-OPEN-FLAG.

       CHECK-LOCK-FILE-STATUS.
           IF WS-LOCK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR ON LOCK-FILE, FILE STATUS = '
                   WS-LOCK-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-SESSION-FILE-STATUS.
           IF WS-SESS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR ON SESSION-FILE, FILE STATUS = '
                   WS-SESS-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-SESSION-READ-KEY.
           IF WS-SESS-FILE-STATUS NOT = '00'
                   AND WS-SESS-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR ON SESSION-FILE, FILE STATUS = '
                   WS-SESS-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-SESSION-READ-NEXT.
           IF WS-SESS-FILE-STATUS NOT = '00'
                   AND WS-SESS-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR READING SESSION-FILE, FILE STATUS = '
                   WS-SESS-FILE-STATUS
               STOP RUN
           END-IF.

       WRITE-LOCK-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-LKA-TIMESTAMP
           MOVE LK-OPERATOR-ID        TO WS-LKA-OPERATOR

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN AUDIT LOG, STATUS = '
                   WS-AUDIT-FILE-STATUS
           ELSE
               MOVE WS-LOCK-AUDIT-LINE TO AUDIT-LOG-RECORD
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
