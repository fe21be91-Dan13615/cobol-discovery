       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonLinks.

      *> Keeper of relations.dat, the links between two people on
      *> the live file (spouse, dependent, emergency contact - see
      *> relation.cpy). Every change to a link goes through here so
      *> each one leaves an LNKADD, LNKEND or LNKDEL audit line
      *> (auditlnk.cpy) under the caller's operator and approver.
      *> The caller checks that the people exist and fills in a
      *> link item; the function code says what to do with it:
      *>   A - add the link, or reopen it if it was ended
      *>   E - end the link (zero end date means today)
      *>   X - remove a link entered in error
      *>   P - end every open link the person is on, either side,
      *>       as of today (the person is leaving the live file)
      *>   M - move every link of the person onto the surviving ID
      *>       in LK-OTHER-ID (duplicate merge); a link the
      *>       survivor already has, or one that would link the
      *>       survivor to itself, is removed instead of moved
      *> Result: Y = done, D = an open link already exists,
      *> N = no such link, E = the link is already ended. For P and
      *> M the count is the number of links ended or moved.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATION-FILE ASSIGN TO 'relations.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REL-KEY
           ALTERNATE RECORD KEY IS REL-RELATED-ID WITH DUPLICATES
           FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RELATION-FILE.
       01 RELATION-RECORD.
           COPY 'relation.cpy'.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REL-FILE-STATUS           PIC XX.
       01 WS-AUDIT-FILE-STATUS         PIC XX.
       01 WS-REL-EOF                   PIC X VALUE 'N'.
       01 WS-REL-OPEN-FLAG             PIC X VALUE 'N'.

       01 WS-CURRENT-STAMP             PIC X(21).
       01 WS-CURRENT-DATE              PIC 9(8).
       01 WS-SUBJECT-ID                PIC 9(6).

       01 WS-LINK-ITEM.
           COPY 'relation.cpy' REPLACING
               ==REL-KEY== BY ==LNK-ITEM-KEY==
               ==REL-PERSON-ID== BY ==LNK-ITEM-PERSON-ID==
               ==REL-TYPE== BY ==LNK-ITEM-TYPE==
               ==REL-RELATED-ID== BY ==LNK-ITEM-RELATED-ID==
               ==REL-START-DATE== BY ==LNK-ITEM-START-DATE==
               ==REL-END-DATE== BY ==LNK-ITEM-END-DATE==.

       01 WS-MOVED-LINK.
           COPY 'relation.cpy' REPLACING
               ==REL-KEY== BY ==MOV-KEY==
               ==REL-PERSON-ID== BY ==MOV-PERSON-ID==
               ==REL-TYPE== BY ==MOV-TYPE==
               ==REL-RELATED-ID== BY ==MOV-RELATED-ID==
               ==REL-START-DATE== BY ==MOV-START-DATE==
               ==REL-END-DATE== BY ==MOV-END-DATE==.

      *> Keys of the links found for a person, gathered before any
      *> is changed so a delete or rewrite cannot upset the read
      *> position on either index.
       01 WS-KEY-COUNT                 PIC 9(3) VALUE 0.
       01 WS-KEY-IX                    PIC 9(3) VALUE 0.
       01 WS-MAX-KEYS                  PIC 9(3) VALUE 200.
       01 WS-KEY-OVERFLOW-FLAG         PIC X VALUE 'N'.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY             PIC X(13) OCCURS 200 TIMES.

       01 WS-LINK-AUDIT-LINE.
           COPY 'auditlnk.cpy'.

       LINKAGE SECTION.
       01 LK-LINK-FUNCTION             PIC X.
       01 LK-LINK-ITEM                 PIC X(29).
       01 LK-OTHER-ID                  PIC 9(6).
       01 LK-OPERATOR-ID               PIC X(8).
       01 LK-APPROVER-ID               PIC X(8).
       01 LK-LINK-RESULT               PIC X.
       01 LK-LINK-COUNT                PIC 9(5).

       PROCEDURE DIVISION USING LK-LINK-FUNCTION, LK-LINK-ITEM,
               LK-OTHER-ID, LK-OPERATOR-ID, LK-APPROVER-ID,
               LK-LINK-RESULT, LK-LINK-COUNT.
       MAIN-LOGIC.
           MOVE LK-LINK-ITEM TO WS-LINK-ITEM
           MOVE 'Y' TO LK-LINK-RESULT
           MOVE 0   TO LK-LINK-COUNT
           MOVE 0   TO WS-KEY-COUNT
           MOVE 'N' TO WS-KEY-OVERFLOW-FLAG
           MOVE 'N' TO WS-REL-OPEN-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE

           PERFORM OPEN-RELATION-FILE
           IF WS-REL-OPEN-FLAG = 'N'
               IF LK-LINK-FUNCTION = 'E' OR LK-LINK-FUNCTION = 'X'
                   MOVE 'N' TO LK-LINK-RESULT
               END-IF
               GOBACK
           END-IF

           EVALUATE LK-LINK-FUNCTION
               WHEN 'A'
                   PERFORM ADD-LINK
               WHEN 'E'
                   PERFORM END-LINK
               WHEN 'X'
                   PERFORM REMOVE-LINK
               WHEN 'P'
                   PERFORM END-ALL-LINKS-FOR-PERSON
               WHEN 'M'
                   PERFORM MOVE-ALL-LINKS-TO-SURVIVOR
               WHEN OTHER
                   DISPLAY 'PersonLinks: unknown function '
                       LK-LINK-FUNCTION
                   MOVE 'N' TO LK-LINK-RESULT
           END-EVALUATE

           CLOSE RELATION-FILE
           PERFORM CHECK-RELATION-FILE-STATUS

           IF WS-KEY-OVERFLOW-FLAG = 'Y'
               DISPLAY 'WARNING: ID ' LNK-ITEM-PERSON-ID ' has more '
                   'than ' WS-MAX-KEYS ' links; run again for the '
                   'rest.'
           END-IF
           MOVE WS-LINK-ITEM TO LK-LINK-ITEM
           GOBACK.

      *> An add creates relations.dat the first time; ending or
      *> moving links on a file that does not exist yet has
      *> nothing to do.
       OPEN-RELATION-FILE.
           OPEN I-O RELATION-FILE
           IF WS-REL-FILE-STATUS = '35'
               IF LK-LINK-FUNCTION NOT = 'A'
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT RELATION-FILE
               PERFORM CHECK-RELATION-FILE-STATUS
               CLOSE RELATION-FILE
               OPEN I-O RELATION-FILE
           END-IF
           PERFORM CHECK-RELATION-FILE-STATUS
           MOVE 'Y' TO WS-REL-OPEN-FLAG.

      *> ---------------------------------------------------------
      *> Single-link changes from maintenance and the 'L'
      *> transaction.
      *> ---------------------------------------------------------
       ADD-LINK.
           IF LNK-ITEM-START-DATE = 0
               MOVE WS-CURRENT-DATE TO LNK-ITEM-START-DATE
           END-IF
           MOVE 0 TO LNK-ITEM-END-DATE
           MOVE LNK-ITEM-KEY TO REL-KEY
           READ RELATION-FILE
               INVALID KEY
                   MOVE WS-LINK-ITEM TO RELATION-RECORD
                   WRITE RELATION-RECORD
                   PERFORM CHECK-RELATION-FILE-STATUS
                   MOVE 'LNKADD' TO LNK-ACTION
                   PERFORM WRITE-LINK-AUDIT-RECORD
               NOT INVALID KEY
                   IF REL-END-DATE = 0
                       MOVE RELATION-RECORD TO WS-LINK-ITEM
                       MOVE 'D' TO LK-LINK-RESULT
                   ELSE
                       MOVE LNK-ITEM-START-DATE TO REL-START-DATE
                       MOVE 0 TO REL-END-DATE
                       REWRITE RELATION-RECORD
                       PERFORM CHECK-RELATION-FILE-STATUS
                       MOVE 'LNKADD' TO LNK-ACTION
                       PERFORM WRITE-LINK-AUDIT-RECORD
                   END-IF
           END-READ
           PERFORM CHECK-RELATION-READ-KEY.

       END-LINK.
           MOVE LNK-ITEM-KEY TO REL-KEY
           READ RELATION-FILE
               INVALID KEY
                   MOVE 'N' TO LK-LINK-RESULT
               NOT INVALID KEY
                   IF REL-END-DATE NOT = 0
                       MOVE RELATION-RECORD TO WS-LINK-ITEM
                       MOVE 'E' TO LK-LINK-RESULT
                   ELSE
                       IF LNK-ITEM-END-DATE = 0
                           MOVE WS-CURRENT-DATE TO REL-END-DATE
                       ELSE
                           MOVE LNK-ITEM-END-DATE TO REL-END-DATE
                       END-IF
                       REWRITE RELATION-RECORD
                       PERFORM CHECK-RELATION-FILE-STATUS
                       MOVE 'LNKEND' TO LNK-ACTION
                       PERFORM WRITE-LINK-AUDIT-RECORD
                       MOVE RELATION-RECORD TO WS-LINK-ITEM
                   END-IF
           END-READ
           PERFORM CHECK-RELATION-READ-KEY.

       REMOVE-LINK.
           MOVE LNK-ITEM-KEY TO REL-KEY
           READ RELATION-FILE
               INVALID KEY
                   MOVE 'N' TO LK-LINK-RESULT
               NOT INVALID KEY
                   DELETE RELATION-FILE
                   PERFORM CHECK-RELATION-FILE-STATUS
                   MOVE 'LNKDEL' TO LNK-ACTION
                   PERFORM WRITE-LINK-AUDIT-RECORD
                   MOVE RELATION-RECORD TO WS-LINK-ITEM
           END-READ
           PERFORM CHECK-RELATION-READ-KEY.

      *> ---------------------------------------------------------
      *> A person leaving the live file - deleted, purged or
      *> erased - ends every link still open on either side, so
      *> no one is left linked to a record that has gone.
      *> ---------------------------------------------------------
       END-ALL-LINKS-FOR-PERSON.
           MOVE LNK-ITEM-PERSON-ID TO WS-SUBJECT-ID
           PERFORM COLLECT-LINK-KEYS
           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > WS-KEY-COUNT
               MOVE WS-KEY-ENTRY(WS-KEY-IX) TO REL-KEY
               READ RELATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REL-END-DATE = 0
                           MOVE WS-CURRENT-DATE TO REL-END-DATE
                           REWRITE RELATION-RECORD
                           PERFORM CHECK-RELATION-FILE-STATUS
                           MOVE 'LNKEND' TO LNK-ACTION
                           PERFORM WRITE-LINK-AUDIT-RECORD
                           ADD 1 TO LK-LINK-COUNT
                       END-IF
               END-READ
               PERFORM CHECK-RELATION-READ-KEY
           END-PERFORM.

      *> ---------------------------------------------------------
      *> Duplicate merge - each of the duplicate's links, open or
      *> ended, is removed and written again with the surviving ID
      *> in its place, keeping its type and dates.
      *> ---------------------------------------------------------
       MOVE-ALL-LINKS-TO-SURVIVOR.
           MOVE LNK-ITEM-PERSON-ID TO WS-SUBJECT-ID
           PERFORM COLLECT-LINK-KEYS
           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > WS-KEY-COUNT
               MOVE WS-KEY-ENTRY(WS-KEY-IX) TO REL-KEY
               READ RELATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOVE-ONE-LINK
               END-READ
               PERFORM CHECK-RELATION-READ-KEY
           END-PERFORM.

       MOVE-ONE-LINK.
           MOVE RELATION-RECORD TO WS-MOVED-LINK
           DELETE RELATION-FILE
           PERFORM CHECK-RELATION-FILE-STATUS
           MOVE 'LNKDEL' TO LNK-ACTION
           PERFORM WRITE-LINK-AUDIT-RECORD

           IF MOV-PERSON-ID = WS-SUBJECT-ID
               MOVE LK-OTHER-ID TO MOV-PERSON-ID
           END-IF
           IF MOV-RELATED-ID = WS-SUBJECT-ID
               MOVE LK-OTHER-ID TO MOV-RELATED-ID
           END-IF
           IF MOV-PERSON-ID = MOV-RELATED-ID
               EXIT PARAGRAPH
           END-IF

           MOVE MOV-KEY TO REL-KEY
           READ RELATION-FILE
               INVALID KEY
                   MOVE WS-MOVED-LINK TO RELATION-RECORD
                   WRITE RELATION-RECORD
                   PERFORM CHECK-RELATION-FILE-STATUS
                   MOVE 'LNKADD' TO LNK-ACTION
                   PERFORM WRITE-LINK-AUDIT-RECORD
                   ADD 1 TO LK-LINK-COUNT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           PERFORM CHECK-RELATION-READ-KEY.

      *> Gathers the keys of every link with WS-SUBJECT-ID as the
      *> principal (primary key) or as the related person
      *> (alternate key).
       COLLECT-LINK-KEYS.
           MOVE 0 TO WS-KEY-COUNT
           MOVE LOW-VALUES    TO REL-KEY
           MOVE WS-SUBJECT-ID TO REL-PERSON-ID
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
                       IF REL-PERSON-ID NOT = WS-SUBJECT-ID
                           MOVE 'Y' TO WS-REL-EOF
                       ELSE
                           PERFORM NOTE-LINK-KEY
                       END-IF
               END-READ
               PERFORM CHECK-RELATION-READ-NEXT
           END-PERFORM

           MOVE WS-SUBJECT-ID TO REL-RELATED-ID
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
                       IF REL-RELATED-ID NOT = WS-SUBJECT-ID
                           MOVE 'Y' TO WS-REL-EOF
                       ELSE
                           PERFORM NOTE-LINK-KEY
                       END-IF
               END-READ
               PERFORM CHECK-RELATION-READ-NEXT
           END-PERFORM.

       NOTE-LINK-KEY.
           IF WS-KEY-COUNT >= WS-MAX-KEYS
               MOVE 'Y' TO WS-KEY-OVERFLOW-FLAG
           ELSE
               ADD 1 TO WS-KEY-COUNT
               MOVE REL-KEY TO WS-KEY-ENTRY(WS-KEY-COUNT)
           END-IF.

      *> ---------------------------------------------------------
      *> Audit trail - one line per link change, from the record
      *> as it stands in RELATION-RECORD.
      *> ---------------------------------------------------------
       WRITE-LINK-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO LNK-TIMESTAMP
           MOVE REL-PERSON-ID         TO LNK-PERSON-ID
           MOVE REL-TYPE              TO LNK-TYPE
           MOVE REL-RELATED-ID        TO LNK-RELATED-ID
           MOVE REL-START-DATE        TO LNK-START-DATE
           MOVE REL-END-DATE          TO LNK-END-DATE
           MOVE LK-OPERATOR-ID        TO LNK-OPERATOR
           MOVE LK-APPROVER-ID        TO LNK-APPROVER

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN AUDIT LOG, STATUS = '
                   WS-AUDIT-FILE-STATUS
           ELSE
               MOVE WS-LINK-AUDIT-LINE TO AUDIT-LOG-RECORD
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

      *> Status 02 (duplicate on the REL-RELATED-ID alternate
      *> index) is a normal outcome, not an error.
       CHECK-RELATION-FILE-STATUS.
           IF WS-REL-FILE-STATUS NOT = '00'
                   AND WS-REL-FILE-STATUS NOT = '02'
               DISPLAY 'ERROR ON RELATION-FILE, FILE STATUS = '
                   WS-REL-FILE-STATUS
               STOP RUN
           END-IF.

       CHECK-RELATION-READ-KEY.
           IF WS-REL-FILE-STATUS NOT = '00'
                   AND WS-REL-FILE-STATUS NOT = '02'
                   AND WS-REL-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR READING RELATION-FILE, FILE STATUS = '
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
