      *> Layout of one line of the extract run history, extrhist.dat,
      *> included under an 01 level. The file is only ever appended
      *> to. PeopleExtract writes a SENT line for every extract.dat
      *> it produces, with the run date and the trailer totals the
      *> receiver echoes back and the age band selected. ExtractAck
      *> writes an ACCEPT or REJECT line when the receiver's
      *> acknowledgement is matched to a run; it repeats the run's
      *> stamp, date and totals and adds the acknowledgement date,
      *> the receiver's file-level reason code (REJECT only) and
      *> the number of records refused. A SENT line with no ACCEPT
      *> or REJECT line for the same run stamp is a run still
      *> waiting for its acknowledgement.
       05 XH-EVENT                 PIC X(6).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-RUN-STAMP             PIC X(21).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-RUN-DATE              PIC 9(8).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-RECORD-COUNT          PIC 9(6).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-HASH-TOTAL            PIC 9(12).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-AGE-SUM               PIC 9(9).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-DEP-COUNT             PIC 9(6).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-BAND-LOW              PIC 9(3).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-BAND-HIGH             PIC 9(3).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-ACK-DATE              PIC 9(8).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-ACK-REASON            PIC X(4).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-REFUSED-COUNT         PIC 9(6).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-LINE-STAMP            PIC X(21).
       05 FILLER                   PIC X VALUE SPACE.
       05 XH-OPERATOR              PIC X(8).
