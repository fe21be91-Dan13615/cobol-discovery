      *> Control-record view of one transaction-file line, included
      *> under a second 01 level in the same FD as trandata.cpy so
      *> it shares the record area. A branch feed opens with one
      *> header line (action 'H': branch ID and batch sequence
      *> number) and closes with one trailer line (action 'Z': the
      *> branch and sequence again, the number of transaction lines
      *> between them and the hash total of their TRAN-IDs). Files
      *> built inside the shop - release.dat, a corrected
      *> rejects.dat - carry neither line.
       05 CTL-ACTION               PIC X.
       05 CTL-BRANCH-ID            PIC X(4).
       05 CTL-BATCH-SEQ            PIC 9(6).
       05 CTL-RECORD-COUNT         PIC 9(6).
       05 CTL-HASH-TOTAL           PIC 9(12).
       05 FILLER                   PIC X(109).
