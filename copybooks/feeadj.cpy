      *---------------------------------------------------------------
      *    FEEADJ.CPY
      *    Record layout for the FEEADJ fee-adjustment file.  One
      *    record per reassessment made when a subject leaves a
      *    student's current-term load, keyed on FA-KEY (student
      *    number + term + date + time) so a student's adjustments
      *    for a term read back together in the order they were
      *    made.  FA-CHARGE is the subject's tuition (units times
      *    the per-unit rate; zero when a cancelled section takes
      *    off a row already withdrawn, which was charged then).
      *    FA-REFUND is what actually came off SA-ASSESSED - less
      *    than the schedule allows when the subject had not yet
      *    been billed.  FA-OWING moves what stays owing on the
      *    subject: the charge less the scheduled share on a drop
      *    or withdrawal, and back to nothing on a cancellation,
      *    so one subject's records always net to what the
      *    student still owes on it.  ASSESSFEES adds that net
      *    back for every subject not on the live load again.
      *    FA-REASON is "D" (dropped in the drop period), "W"
      *    (withdrawn after it) or "C" (section cancelled, always
      *    refunded in full).  Amounts are in pesos with centavos.
      *---------------------------------------------------------------
       01  FEE-ADJUST-RECORD.
           05  FA-KEY.
               10  FA-SNUM              PIC X(10).
               10  FA-TERM              PIC X(05).
               10  FA-DATE              PIC 9(08).
               10  FA-TIME              PIC 9(08).
           05  FA-COURSECODE            PIC X(10).
           05  FA-CSECTION              PIC X(05).
           05  FA-REASON                PIC X(01).
           05  FA-UNITS                 PIC 9(01)V9.
           05  FA-PERCENT               PIC 9(03).
           05  FA-CHARGE                PIC 9(07)V99.
           05  FA-REFUND                PIC 9(07)V99.
           05  FA-OLD-ASSESSED          PIC 9(07)V99.
           05  FA-NEW-ASSESSED          PIC 9(07)V99.
           05  FA-OWING                 PIC S9(07)V99.
           05  FA-OPERATOR              PIC X(08).
           05  FILLER                   PIC X(05).
