      *---------------------------------------------------------------
      *    CENSUS.CPY
      *    Record layout for the frozen census-date enrollment file,
      *    one file per term (CENSUS.<term>), written once by the
      *    CENSUS job and never rewritten; CENSREPT reads it back.
      *    CN-TYPE tells the record apart:
      *      H  header      - term, census date, run date and the
      *                       number of sections offered that term
      *      S  student     - one per enrolled student: program,
      *                       year level, units carried, sections
      *      E  enrollment  - one per section the student carries
      *      P  group total - one per program and year level:
      *                       headcount, full-time/part-time split
      *                       (by units carried), student-units,
      *                       section seats taken and the number of
      *                       distinct sections the group sits in
      *      T  trailer     - headcount and record count
      *    The records follow in that order: H, then each S with
      *    its E records behind it, then the P totals, then T.
      *---------------------------------------------------------------
       01  CENSUS-RECORD.
           05  CN-TYPE                  PIC X(01).
           05  CN-DATA                  PIC X(59).
           05  CN-HEADER REDEFINES CN-DATA.
               10  CN-H-TERM            PIC X(05).
               10  CN-H-CENSUS-DATE     PIC 9(08).
               10  CN-H-RUN-DATE        PIC 9(08).
               10  CN-H-SECTIONS        PIC 9(05).
               10  FILLER               PIC X(33).
           05  CN-STUDENT REDEFINES CN-DATA.
               10  CN-S-SNUM            PIC X(10).
               10  CN-S-PROGRAM         PIC X(08).
               10  CN-S-YEARLEVEL       PIC 9(01).
               10  CN-S-UNITS           PIC 9(03)V9.
               10  CN-S-SECTIONS        PIC 9(03).
               10  FILLER               PIC X(33).
           05  CN-ENROLL REDEFINES CN-DATA.
               10  CN-E-SNUM            PIC X(10).
               10  CN-E-COURSECODE      PIC X(10).
               10  CN-E-CSECTION        PIC X(05).
               10  CN-E-UNITS           PIC 9(01)V9.
               10  FILLER               PIC X(32).
           05  CN-GROUP REDEFINES CN-DATA.
               10  CN-P-PROGRAM         PIC X(08).
               10  CN-P-YEARLEVEL       PIC 9(01).
               10  CN-P-HEADCOUNT       PIC 9(05).
               10  CN-P-FULLTIME        PIC 9(05).
               10  CN-P-PARTTIME        PIC 9(05).
               10  CN-P-UNITS           PIC 9(06)V9.
               10  CN-P-SEATS           PIC 9(06).
               10  CN-P-SECTIONS        PIC 9(05).
               10  FILLER               PIC X(17).
           05  CN-TRAILER REDEFINES CN-DATA.
               10  CN-T-HEADCOUNT       PIC 9(05).
               10  CN-T-RECORDS         PIC 9(07).
               10  FILLER               PIC X(47).
