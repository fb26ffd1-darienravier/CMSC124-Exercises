      *---------------------------------------------------------------
      *    XFERCRD.CPY
      *    Record layout for the XFERCRED transfer-credit file.  One
      *    record per course credited to a student for work done at
      *    another institution (shiftees, transferees, advanced
      *    standing), keyed on TX-KEY (student number + our own
      *    equivalent course code) so a student's credits read back
      *    together and the same course cannot be credited twice.
      *    A credited course satisfies prerequisites and curriculum
      *    requirements like a pass, but carries no grade and never
      *    enters the GPA.  Kept from the menu under a dean sign-on.
      *---------------------------------------------------------------
       01  TRANSFER-CREDIT-RECORD.
           05  TX-KEY.
               10  TX-SNUM              PIC X(10).
               10  TX-COURSECODE        PIC X(10).
           05  TX-SOURCE-SCHOOL         PIC X(30).
           05  TX-SOURCE-COURSE         PIC X(10).
           05  TX-UNITS                 PIC 9(01)V9.
           05  TX-UNITS-RAW REDEFINES TX-UNITS
                                        PIC 9(02).
           05  TX-DATE-APPROVED         PIC 9(08).
           05  TX-DEAN                  PIC X(30).
           05  FILLER                   PIC X(05).
