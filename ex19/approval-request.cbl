       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovalRequest.

      *> Queues one removal for a second operator's approval. The
      *> caller fills in an approval item (approval.cpy) - action,
      *> source program, person or cutoff, requesting operator -
      *> and this subprogram gives it the next queue number, stamps
      *> it pending and writes it to approvals.dat. A request that
      *> is already open (pending or approved, same action and same
      *> target) is not queued twice: the open item comes back in
      *> the caller's area instead. Result: Q = queued as a new
      *> item, O = an open item already existed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO 'approvals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-QUEUE-ID
           FILE STATUS IS WS-APPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           COPY 'approval.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-APPR-FILE-STATUS          PIC XX.
       01 WS-APPR-EOF                  PIC X VALUE 'N'.
       01 WS-HIGH-QUEUE-ID             PIC 9(6) VALUE 0.
       01 WS-OPEN-ITEM-FLAG            PIC X VALUE 'N'.

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

       LINKAGE SECTION.
       01 LK-APPROVAL-ITEM             PIC X(150).
       01 LK-REQUEST-RESULT            PIC X.

       PROCEDURE DIVISION USING LK-APPROVAL-ITEM, LK-REQUEST-RESULT.
       MAIN-LOGIC.
           MOVE LK-APPROVAL-ITEM TO WS-REQUEST-ITEM
           MOVE 0   TO WS-HIGH-QUEUE-ID
           MOVE 'N' TO WS-OPEN-ITEM-FLAG

           OPEN I-O APPROVAL-FILE
           IF WS-APPR-FILE-STATUS = '35'
               OPEN OUTPUT APPROVAL-FILE
               PERFORM CHECK-APPROVAL-FILE-STATUS
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF
           PERFORM CHECK-APPROVAL-FILE-STATUS

           MOVE 'N' TO WS-APPR-EOF
           PERFORM UNTIL WS-APPR-EOF = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APPR-EOF
                   NOT AT END
                       PERFORM NOTE-QUEUED-ITEM
               END-READ
               IF WS-APPR-FILE-STATUS NOT = '00'
                       AND WS-APPR-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING APPROVAL-FILE, FILE STATUS'
                       ' = ' WS-APPR-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM

           IF WS-OPEN-ITEM-FLAG = 'Y'
               MOVE 'O' TO LK-REQUEST-RESULT
           ELSE
               COMPUTE REQ-QUEUE-ID = WS-HIGH-QUEUE-ID + 1
               MOVE 'P'    TO REQ-STATE
               MOVE FUNCTION CURRENT-DATE TO REQ-REQUEST-STAMP
               MOVE SPACES TO REQ-DECIDE-OPERATOR
               MOVE SPACES TO REQ-DECIDE-STAMP
               MOVE SPACES TO REQ-APPLIED-STAMP
               MOVE WS-REQUEST-ITEM TO APPROVAL-RECORD
               WRITE APPROVAL-RECORD
               PERFORM CHECK-APPROVAL-FILE-STATUS
               MOVE 'Q' TO LK-REQUEST-RESULT
           END-IF

           CLOSE APPROVAL-FILE
           PERFORM CHECK-APPROVAL-FILE-STATUS
           MOVE WS-REQUEST-ITEM TO LK-APPROVAL-ITEM

           GOBACK.

      *> Keeps the highest queue number seen, and hands back an
      *> open item for the same action and target in place of the
      *> new request.
       NOTE-QUEUED-ITEM.
           IF APPR-QUEUE-ID > WS-HIGH-QUEUE-ID
               MOVE APPR-QUEUE-ID TO WS-HIGH-QUEUE-ID
           END-IF
           IF (APPR-STATE = 'P' OR APPR-STATE = 'A')
                   AND APPR-ACTION      = REQ-ACTION
                   AND APPR-PERSON-ID   = REQ-PERSON-ID
                   AND APPR-OTHER-ID    = REQ-OTHER-ID
                   AND APPR-CUTOFF-DATE = REQ-CUTOFF-DATE
                   AND WS-OPEN-ITEM-FLAG = 'N'
               MOVE 'Y' TO WS-OPEN-ITEM-FLAG
               MOVE APPROVAL-RECORD TO WS-REQUEST-ITEM
           END-IF.

       CHECK-APPROVAL-FILE-STATUS.
           IF WS-APPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR ON APPROVAL-FILE, FILE STATUS = '
                   WS-APPR-FILE-STATUS
               STOP RUN
           END-IF.
