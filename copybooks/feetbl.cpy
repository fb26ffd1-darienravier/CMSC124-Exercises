      *    record per term, keyed on FT-TERM: the per-unit tuition
      *    rate and the fixed fees every registered student pays
      *    that term.  Amounts are in pesos with centavos.
      *    FT-REFUND-SCHEDULE is the term's refund policy for a
      *    dropped or withdrawn subject: up to four steps in date
      *    order, each the last day it applies and the percent of
      *    the subject's tuition given back up to then (eg 100 to
      *    the eve of classes, 80 through week one, 50 through week
      *    two).  Past the last step nothing is refunded; an unused
      *    step carries a zero date.  Fixed fees are not refunded.
      *---------------------------------------------------------------
       01  FEE-TABLE-RECORD.
           05  FT-TERM                  PIC X(05).
           05  FT-UNIT-RATE             PIC 9(05)V99.
           05  FT-FIXED-FEES            PIC 9(05)V99.
           05  FT-REFUND-SCHEDULE.
               10  FT-REFUND-STEP OCCURS 4 TIMES.
                   15  FT-REFUND-THRU   PIC 9(08).
                   15  FT-REFUND-PCT    PIC 9(03).
           05  FILLER                   PIC X(05).
