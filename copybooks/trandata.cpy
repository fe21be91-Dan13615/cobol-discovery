      *> feed and anything shaped like it), included under an 01
      *> level in the FD of any program that applies transactions.
      *> Actions: A=add, C=change DOB, D=delete, I/R=status,
      *> N=rename, T=contact, L=relationship link (laid out in
      *> tranlink.cpy). The contact columns are only read by the
      *> 'T' action; the other actions leave them blank, so
      *> pre-contact transaction files still load unchanged.
      *> TRAN-EFF-DATE (YYYYMMDD) says when the transaction takes
      *> effect: blank means tonight, a future date sends it to
      *> pending.dat until PendingRelease lets it go on the day.
      *> Branch feeds also carry 'H' header and 'Z' trailer lines;
      *> their layout is in batchctl.cpy.
       05 TRAN-ACTION              PIC X.
       05 TRAN-ID                  PIC 9(6).
       05 TRAN-NAME                PIC A(30).
