      *> One open update session on sessions.dat, keyed on the
      *> operator and the moment the session signed on. A
      *> FileProcessing session at maintenance level or better
      *> writes its line at sign-on and deletes it at exit; the
      *> nightly driver will not set the batch lock while any line
      *> is on file. A line left by a session that never reached
      *> its exit is cleared by a batch/purge operator (SESSCL on
      *> the audit trail).
       05 SESS-KEY.
           10 SESS-OPERATOR        PIC X(8).
           10 SESS-START-STAMP     PIC X(21).
       05 SESS-PROGRAM             PIC X(8).
