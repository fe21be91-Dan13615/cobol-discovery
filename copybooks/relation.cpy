      *> Shared record layout for relations.dat, keyed on REL-KEY
      *> (principal PERSON-ID, relationship type, related
      *> PERSON-ID), with an alternate index on REL-RELATED-ID
      *> (duplicates allowed) so a person's links can be found from
      *> either side. Included under an 01 level in the FD of any
      *> program that opens RELATION-FILE. REL-TYPE: S=spouse,
      *> D=dependent, E=emergency contact - the related person is
      *> the principal's spouse, dependent or emergency contact.
      *> Dates are YYYYMMDD; REL-END-DATE is zero while the link is
      *> open. Links are changed only through the PersonLinks
      *> subprogram, which writes the LNKADD / LNKEND / LNKDEL
      *> audit lines (auditlnk.cpy).
       05 REL-KEY.
           10 REL-PERSON-ID            PIC 9(6).
           10 REL-TYPE                 PIC X.
           10 REL-RELATED-ID           PIC 9(6).
       05 REL-START-DATE               PIC 9(8).
       05 REL-END-DATE                 PIC 9(8).
