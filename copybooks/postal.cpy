      *> Shared record layout for postal.dat, the postal code
      *> reference file, keyed on POST-CODE (upper case, left
      *> justified). Each code maps to the region and district it
      *> belongs to. Included under an 01 level in the FD of any
      *> program that opens POSTAL-FILE; postref.dat, the supplied
      *> list PostalLoad rebuilds postal.dat from, has the same
      *> layout one code per line. Contact details are checked
      *> against it through PostalLookup.
       05 POST-CODE                    PIC X(10).
       05 POST-REGION                  PIC X(20).
       05 POST-DISTRICT                PIC X(20).
