000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CENSUS.
000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000100*    2026-10-15  JR    Original census-date enrollment snapshot.
000110*    2026-10-15  JR    Count the distinct sections each group
000120*                      sits in; close only the masters that
000130*                      opened.
000140*--------------------------------------------------------------
000150*    Run on the term's census date.  Freezes the current term's
000160*    enrollment into CENSUS.<term>: every student carrying at
000170*    least one live (non-withdrawn) current-term subject gets a
000180*    student record with program, year level, units carried and
000190*    section count, followed by one record per section carried;
000200*    a total record per program and year level then carries the
000210*    headcount, the full-time/part-time split, the units and
000220*    seats, and the distinct sections the group's students sit
000230*    in, so CENSREPT reports from frozen figures instead of
000240*    the live masters.  The census file takes its name from the
000250*    term the way AUDITARC names its archives, and a term that
000260*    already has one is refused: a census, once taken, stands.
000270*--------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS SM-SNUM
000360         SHARING WITH ALL OTHER
000370         FILE STATUS IS WS-STUDENT-STATUS.
000380
000390     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SB-KEY
000430         SHARING WITH ALL OTHER
000440         FILE STATUS IS WS-SUBJECT-STATUS.
000450
000460     SELECT COURSE-MASTER ASSIGN TO "COURSMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CM-KEY
000500         SHARING WITH ALL OTHER
000510         FILE STATUS IS WS-COURSE-STATUS.
000520
000530     SELECT TERM-CONTROL ASSIGN TO "TERMCTRL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-TERM-STATUS.
000560
000570*    ASSIGN USING so the census file takes its term's name from
000580*    working storage at open time
000590     SELECT CENSUS-FILE ASSIGN USING WS-CENSUS-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CENSUS-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650     FD  STUDENT-MASTER.
000660         COPY "stumast.cpy".
000670
000680     FD  SUBJECT-MASTER.
000690         COPY "submast.cpy".
000700
000710     FD  COURSE-MASTER.
000720         COPY "crsmast.cpy".
000730
000740     FD  TERM-CONTROL.
000750         COPY "trmctl.cpy".
000760
000770     FD  CENSUS-FILE.
000780         COPY "census.cpy".
000790
000800 WORKING-STORAGE SECTION.
000810     77  WS-STUDENT-STATUS         PIC X(02).
000820     77  WS-SUBJECT-STATUS         PIC X(02).
000830     77  WS-COURSE-STATUS          PIC X(02).
000840     77  WS-TERM-STATUS            PIC X(02).
000850     77  WS-CENSUS-STATUS          PIC X(02).
000860     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
000870*    Each master is closed only if it was opened, so a run that
000880*    stops early closes just the ones that did open
000890     77  WS-STUDENT-OPEN           PIC X(01) VALUE "N".
000900     77  WS-SUBJECT-OPEN           PIC X(01) VALUE "N".
000910     77  WS-COURSE-OPEN            PIC X(01) VALUE "N".
000920     77  WS-EOF-STUDENT            PIC X(01).
000930     77  WS-EOF-SUBJECT            PIC X(01).
000940     77  WS-EOF-SWITCH             PIC X(01).
000950     77  WS-CURRENT-TERM           PIC X(05).
000960     77  WS-RUN-DATE               PIC 9(08).
000970     77  WS-CENSUS-DATE            PIC 9(08).
000980     77  WS-ENTRY-DATE             PIC X(08).
000990     77  WS-CENSUS-NAME            PIC X(12).
001000*    A student carrying this many units or more is full-time
001010     77  WS-FULL-TIME-UNITS        PIC 9(02)V9 VALUE 12.0.
001020*    The student being frozen
001030     77  WS-STU-UNITS              PIC 9(03)V9.
001040     77  WS-STU-SECTIONS           PIC 9(03).
001050*    One row per enrolled section of the student being frozen,
001060*    held until the student record ahead of them is written
001070     77  WS-ENR-COUNT              PIC 9(03) VALUE 0.
001080     77  WS-ENR-IX                 PIC 9(03).
001090     01  WS-ENR-TABLE.
001100         05  WS-ENR OCCURS 100 TIMES.
001110             10  WS-ENR-COURSECODE PIC X(10).
001120             10  WS-ENR-CSECTION   PIC X(05).
001130             10  WS-ENR-UNITS      PIC 9(01)V9.
001140*    Totals per program and year level, kept in key order as
001150*    they are added so the group records come out sorted
001160     77  WS-GRP-COUNT              PIC 9(03) VALUE 0.
001170     77  WS-GRP-IX                 PIC 9(03).
001180     77  WS-INSERT-IX              PIC 9(03).
001190     77  WS-GRP-FOUND              PIC X(01).
001200     77  WS-TABLE-FULL             PIC X(01) VALUE "N".
001210     01  WS-NEW-KEY.
001220         05  WS-NEW-PROGRAM        PIC X(08).
001230         05  WS-NEW-YEARLEVEL      PIC 9(01).
001240     01  WS-GRP-TABLE.
001250         05  WS-GRP OCCURS 200 TIMES.
001260             10  WS-GRP-KEY.
001270                 15  WS-GRP-PROGRAM    PIC X(08).
001280                 15  WS-GRP-YEARLEVEL  PIC 9(01).
001290             10  WS-GRP-HEADCOUNT  PIC 9(05).
001300             10  WS-GRP-FULLTIME   PIC 9(05).
001310             10  WS-GRP-PARTTIME   PIC 9(05).
001320             10  WS-GRP-UNITS      PIC 9(06)V9.
001330             10  WS-GRP-SEATS      PIC 9(06).
001340             10  WS-GRP-SECTIONS   PIC 9(05).
001350*    Every section already counted for a group, so a section
001360*    two students of the same group share counts once for it
001370     77  WS-SEEN-COUNT             PIC 9(04) VALUE 0.
001380     77  WS-SEEN-IX                PIC 9(04).
001390     77  WS-SEEN-FOUND             PIC X(01).
001400     77  WS-SEEN-FULL              PIC X(01) VALUE "N".
001410     01  WS-NEW-SEEN.
001420         05  WS-NEW-SEEN-GROUP     PIC X(09).
001430         05  WS-NEW-SEEN-COURSE    PIC X(10).
001440         05  WS-NEW-SEEN-CSECTION  PIC X(05).
001450     01  WS-SEEN-TABLE.
001460         05  WS-SEEN OCCURS 5000 TIMES.
001470             10  WS-SEEN-KEY       PIC X(24).
001480*    Run totals
001490     77  WS-SECTION-COUNT          PIC 9(05) VALUE 0.
001500     77  WS-HEADCOUNT              PIC 9(05) VALUE 0.
001510     77  WS-RECORD-COUNT           PIC 9(07) VALUE 0.
001520     77  WS-COUNT-DISP             PIC ZZ,ZZ9.
001530
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001570     IF WS-ABORT-SWITCH = "N"
001580      PERFORM 2000-COUNT-SECTIONS THRU 2000-EXIT
001590      PERFORM 3000-ALL-STUDENTS THRU 3000-EXIT
001600      PERFORM 6000-WRITE-GROUPS THRU 6000-EXIT
001610     END-IF.
001620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001630     STOP RUN.
001640
001650*--------------------------------------------------------------
001660*    1000-INITIALIZE -- open the masters, read the current
001670*    term, take the census date, and make sure the term has no
001680*    census yet before the new file is created
001690*--------------------------------------------------------------
001700 1000-INITIALIZE.
001710     OPEN INPUT STUDENT-MASTER.
001720     IF WS-STUDENT-STATUS NOT = "00"
001730      DISPLAY "ERROR! No student master file on file."
001740      MOVE "Y" TO WS-ABORT-SWITCH
001750     ELSE
001760      MOVE "Y" TO WS-STUDENT-OPEN
001770     END-IF.
001780     OPEN INPUT SUBJECT-MASTER.
001790     IF WS-SUBJECT-STATUS NOT = "00"
001800      DISPLAY "ERROR! No subject master file on file."
001810      MOVE "Y" TO WS-ABORT-SWITCH
001820     ELSE
001830      MOVE "Y" TO WS-SUBJECT-OPEN
001840     END-IF.
001850     OPEN INPUT COURSE-MASTER.
001860     IF WS-COURSE-STATUS NOT = "00"
001870      DISPLAY "ERROR! No course master file on file."
001880      MOVE "Y" TO WS-ABORT-SWITCH
001890     ELSE
001900      MOVE "Y" TO WS-COURSE-OPEN
001910     END-IF.
001920     OPEN INPUT TERM-CONTROL.
001930     IF WS-TERM-STATUS NOT = "00"
001940      DISPLAY "ERROR! No term control file on file."
001950      MOVE "Y" TO WS-ABORT-SWITCH
001960     ELSE
001970      READ TERM-CONTROL
001980       AT END
001990        DISPLAY "ERROR! Term control file is empty."
002000        MOVE "Y" TO WS-ABORT-SWITCH
002010       NOT AT END
002020        MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
002030      END-READ
002040      CLOSE TERM-CONTROL
002050     END-IF.
002060     IF WS-ABORT-SWITCH = "N"
002070      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002080      PERFORM 1100-ASK-CENSUS-DATE THRU 1100-EXIT
002090     END-IF.
002100     IF WS-ABORT-SWITCH = "N"
002110      PERFORM 1200-OPEN-CENSUS THRU 1200-EXIT
002120     END-IF.
002130 1000-EXIT.
002140     EXIT.
002150
002160*    The census date is recorded on the header; it defaults to
002170*    the run date, the day the job is meant to be run
002180 1100-ASK-CENSUS-DATE.
002190     DISPLAY "Census date YYYYMMDD (blank for today): "
002200         WITH NO ADVANCING.
002210     ACCEPT WS-ENTRY-DATE.
002220     IF WS-ENTRY-DATE = SPACES
002230      MOVE WS-RUN-DATE TO WS-CENSUS-DATE
002240     ELSE
002250      IF WS-ENTRY-DATE NOT NUMERIC
002260       DISPLAY "ERROR! Census date must be 8 digits, YYYYMMDD."
002270       MOVE "Y" TO WS-ABORT-SWITCH
002280      ELSE
002290       MOVE WS-ENTRY-DATE TO WS-CENSUS-DATE
002300      END-IF
002310     END-IF.
002320 1100-EXIT.
002330     EXIT.
002340
002350*    An input open that succeeds means the term's census has
002360*    already been taken; only a missing file is created
002370 1200-OPEN-CENSUS.
002380     MOVE SPACES TO WS-CENSUS-NAME.
002390     STRING "CENSUS." WS-CURRENT-TERM
002400         DELIMITED BY SIZE INTO WS-CENSUS-NAME.
002410     OPEN INPUT CENSUS-FILE.
002420     IF WS-CENSUS-STATUS = "00"
002430      CLOSE CENSUS-FILE
002440      DISPLAY "ERROR! Census already taken for term "
002450          WS-CURRENT-TERM "; " WS-CENSUS-NAME " is kept as is."
002460      MOVE "Y" TO WS-ABORT-SWITCH
002470     ELSE
002480      OPEN OUTPUT CENSUS-FILE
002490      IF WS-CENSUS-STATUS NOT = "00"
002500       DISPLAY "ERROR! Could not create " WS-CENSUS-NAME
002510       MOVE "Y" TO WS-ABORT-SWITCH
002520      END-IF
002530     END-IF.
002540 1200-EXIT.
002550     EXIT.
002560
002570*--------------------------------------------------------------
002580*    2000-COUNT-SECTIONS -- sections offered this term, for the
002590*    header, before any student record goes out
002600*--------------------------------------------------------------
002610 2000-COUNT-SECTIONS.
002620     MOVE LOW-VALUES TO CM-KEY.
002630     START COURSE-MASTER KEY IS NOT LESS THAN CM-KEY
002640      INVALID KEY
002650       CONTINUE
002660     END-START.
002670     MOVE "N" TO WS-EOF-SWITCH.
002680     PERFORM 2100-COUNT-SECTIONS-LOOP THRU 2100-EXIT
002690         UNTIL WS-EOF-SWITCH = "Y".
002700     MOVE SPACES TO CENSUS-RECORD.
002710     MOVE "H" TO CN-TYPE.
002720     MOVE WS-CURRENT-TERM  TO CN-H-TERM.
002730     MOVE WS-CENSUS-DATE   TO CN-H-CENSUS-DATE.
002740     MOVE WS-RUN-DATE      TO CN-H-RUN-DATE.
002750     MOVE WS-SECTION-COUNT TO CN-H-SECTIONS.
002760     PERFORM 5000-WRITE-CENSUS THRU 5000-EXIT.
002770 2000-EXIT.
002780     EXIT.
002790
002800 2100-COUNT-SECTIONS-LOOP.
002810     READ COURSE-MASTER NEXT RECORD
002820      AT END
002830       MOVE "Y" TO WS-EOF-SWITCH
002840      NOT AT END
002850       IF CM-TERM = WS-CURRENT-TERM
002860        ADD 1 TO WS-SECTION-COUNT
002870       END-IF
002880     END-READ.
002890 2100-EXIT.
002900     EXIT.
002910
002920*--------------------------------------------------------------
002930*    3000-ALL-STUDENTS -- every student on file, in student-
002940*    number order; those with no live subject this term are
002950*    not enrolled and are left out of the census
002960*--------------------------------------------------------------
002970 3000-ALL-STUDENTS.
002980     MOVE LOW-VALUES TO SM-SNUM.
002990     START STUDENT-MASTER KEY IS NOT LESS THAN SM-SNUM
003000      INVALID KEY
003010       CONTINUE
003020     END-START.
003030     MOVE "N" TO WS-EOF-STUDENT.
003040     PERFORM 3100-ALL-STUDENTS-LOOP THRU 3100-EXIT
003050         UNTIL WS-EOF-STUDENT = "Y".
003060 3000-EXIT.
003070     EXIT.
003080
003090 3100-ALL-STUDENTS-LOOP.
003100     READ STUDENT-MASTER NEXT RECORD
003110      AT END
003120       MOVE "Y" TO WS-EOF-STUDENT
003130      NOT AT END
003140       PERFORM 3200-LOAD-ENROLLMENT THRU 3200-EXIT
003150       IF WS-STU-SECTIONS > 0
003160        PERFORM 4000-FREEZE-STUDENT THRU 4000-EXIT
003170       END-IF
003180     END-READ.
003190 3100-EXIT.
003200     EXIT.
003210
003220*--------------------------------------------------------------
003230*    3200-LOAD-ENROLLMENT -- the student's live rows for the
003240*    current term, with the units carried totalled
003250*--------------------------------------------------------------
003260 3200-LOAD-ENROLLMENT.
003270     MOVE 0 TO WS-STU-UNITS.
003280     MOVE 0 TO WS-STU-SECTIONS.
003290     MOVE 0 TO WS-ENR-COUNT.
003300     MOVE SM-SNUM TO SB-SNUM.
003310     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
003320     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
003330      INVALID KEY
003340       CONTINUE
003350     END-START.
003360     MOVE "N" TO WS-EOF-SUBJECT.
003370     PERFORM 3300-LOAD-ENROLLMENT-LOOP THRU 3300-EXIT
003380         UNTIL WS-EOF-SUBJECT = "Y".
003390 3200-EXIT.
003400     EXIT.
003410
003420 3300-LOAD-ENROLLMENT-LOOP.
003430     READ SUBJECT-MASTER NEXT RECORD
003440      AT END
003450       MOVE "Y" TO WS-EOF-SUBJECT
003460      NOT AT END
003470       IF SB-SNUM NOT = SM-SNUM
003480        MOVE "Y" TO WS-EOF-SUBJECT
003490       ELSE
003500        IF SB-TERM = WS-CURRENT-TERM AND SB-STATUS NOT = "W"
003510         ADD 1 TO WS-STU-SECTIONS
003520         ADD SB-UNITS TO WS-STU-UNITS
003530         IF WS-ENR-COUNT < 100
003540          ADD 1 TO WS-ENR-COUNT
003550          MOVE SB-COURSECODE TO WS-ENR-COURSECODE(WS-ENR-COUNT)
003560          MOVE SB-CSECTION   TO WS-ENR-CSECTION(WS-ENR-COUNT)
003570          MOVE SB-UNITS      TO WS-ENR-UNITS(WS-ENR-COUNT)
003580         END-IF
003590        END-IF
003600       END-IF
003610     END-READ.
003620 3300-EXIT.
003630     EXIT.
003640
003650*--------------------------------------------------------------
003660*    4000-FREEZE-STUDENT -- the student record, the sections
003670*    behind it, and the student counted into their group
003680*--------------------------------------------------------------
003690 4000-FREEZE-STUDENT.
003700     ADD 1 TO WS-HEADCOUNT.
003710     MOVE SPACES TO CENSUS-RECORD.
003720     MOVE "S" TO CN-TYPE.
003730     MOVE SM-SNUM         TO CN-S-SNUM.
003740     MOVE SM-PROGRAM      TO CN-S-PROGRAM.
003750     MOVE SM-YEARLEVEL    TO CN-S-YEARLEVEL.
003760     MOVE WS-STU-UNITS    TO CN-S-UNITS.
003770     MOVE WS-STU-SECTIONS TO CN-S-SECTIONS.
003780     PERFORM 5000-WRITE-CENSUS THRU 5000-EXIT.
003790     MOVE 1 TO WS-ENR-IX.
003800     PERFORM 4100-FREEZE-ENROLLMENT THRU 4100-EXIT
003810         UNTIL WS-ENR-IX > WS-ENR-COUNT.
003820     MOVE SM-PROGRAM   TO WS-NEW-PROGRAM.
003830     MOVE SM-YEARLEVEL TO WS-NEW-YEARLEVEL.
003840     PERFORM 4200-FIND-GROUP THRU 4200-EXIT.
003850     IF WS-GRP-FOUND = "Y"
003860      ADD 1 TO WS-GRP-HEADCOUNT(WS-GRP-IX)
003870      IF WS-STU-UNITS NOT LESS THAN WS-FULL-TIME-UNITS
003880       ADD 1 TO WS-GRP-FULLTIME(WS-GRP-IX)
003890      ELSE
003900       ADD 1 TO WS-GRP-PARTTIME(WS-GRP-IX)
003910      END-IF
003920      ADD WS-STU-UNITS    TO WS-GRP-UNITS(WS-GRP-IX)
003930      ADD WS-STU-SECTIONS TO WS-GRP-SEATS(WS-GRP-IX)
003940      MOVE 1 TO WS-ENR-IX
003950      PERFORM 4400-GROUP-SECTIONS THRU 4400-EXIT
003960          UNTIL WS-ENR-IX > WS-ENR-COUNT
003970     END-IF.
003980 4000-EXIT.
003990     EXIT.
004000
004010 4100-FREEZE-ENROLLMENT.
004020     MOVE SPACES TO CENSUS-RECORD.
004030     MOVE "E" TO CN-TYPE.
004040     MOVE SM-SNUM                       TO CN-E-SNUM.
004050     MOVE WS-ENR-COURSECODE(WS-ENR-IX)  TO CN-E-COURSECODE.
004060     MOVE WS-ENR-CSECTION(WS-ENR-IX)    TO CN-E-CSECTION.
004070     MOVE WS-ENR-UNITS(WS-ENR-IX)       TO CN-E-UNITS.
004080     PERFORM 5000-WRITE-CENSUS THRU 5000-EXIT.
004090     ADD 1 TO WS-ENR-IX.
004100 4100-EXIT.
004110     EXIT.
004120
004130*--------------------------------------------------------------
004140*    4200-FIND-GROUP -- the group row for WS-NEW-KEY, added in
004150*    its key position when it is not in the table yet.  Found
004160*    or added, WS-GRP-IX is left on it
004170*--------------------------------------------------------------
004180 4200-FIND-GROUP.
004190     MOVE "N" TO WS-GRP-FOUND.
004200     MOVE 1 TO WS-GRP-IX.
004210     PERFORM 4210-FIND-GROUP-SCAN THRU 4210-EXIT
004220         UNTIL WS-GRP-FOUND NOT = "N"
004230         OR WS-GRP-IX > WS-GRP-COUNT.
004240     IF WS-GRP-FOUND NOT = "Y"
004250      IF WS-GRP-COUNT < 200
004260       PERFORM 4300-INSERT-GROUP THRU 4300-EXIT
004270      ELSE
004280       MOVE "Y" TO WS-TABLE-FULL
004290      END-IF
004300     END-IF.
004310 4200-EXIT.
004320     EXIT.
004330
004340*    The table is in key order, so the scan stops on the
004350*    matching row ("Y") or on the first row whose key sorts
004360*    after the new one ("I", the place to insert it)
004370 4210-FIND-GROUP-SCAN.
004380     IF WS-GRP-KEY(WS-GRP-IX) = WS-NEW-KEY
004390      MOVE "Y" TO WS-GRP-FOUND
004400     ELSE
004410      IF WS-GRP-KEY(WS-GRP-IX) > WS-NEW-KEY
004420       MOVE "I" TO WS-GRP-FOUND
004430      ELSE
004440       ADD 1 TO WS-GRP-IX
004450      END-IF
004460     END-IF.
004470 4210-EXIT.
004480     EXIT.
004490
004500*    WS-GRP-IX is the new row's place; the rows from there down
004510*    move one place further down to make room for it
004520 4300-INSERT-GROUP.
004530     MOVE WS-GRP-IX TO WS-INSERT-IX.
004540     MOVE WS-GRP-COUNT TO WS-GRP-IX.
004550     PERFORM 4310-SHIFT-GROUP THRU 4310-EXIT
004560         UNTIL WS-GRP-IX < WS-INSERT-IX.
004570     ADD 1 TO WS-GRP-COUNT.
004580     MOVE WS-INSERT-IX TO WS-GRP-IX.
004590     MOVE WS-NEW-PROGRAM   TO WS-GRP-PROGRAM(WS-GRP-IX).
004600     MOVE WS-NEW-YEARLEVEL TO WS-GRP-YEARLEVEL(WS-GRP-IX).
004610     MOVE 0 TO WS-GRP-HEADCOUNT(WS-GRP-IX).
004620     MOVE 0 TO WS-GRP-FULLTIME(WS-GRP-IX).
004630     MOVE 0 TO WS-GRP-PARTTIME(WS-GRP-IX).
004640     MOVE 0 TO WS-GRP-UNITS(WS-GRP-IX).
004650     MOVE 0 TO WS-GRP-SEATS(WS-GRP-IX).
004660     MOVE 0 TO WS-GRP-SECTIONS(WS-GRP-IX).
004670     MOVE "Y" TO WS-GRP-FOUND.
004680 4300-EXIT.
004690     EXIT.
004700
004710 4310-SHIFT-GROUP.
004720     MOVE WS-GRP(WS-GRP-IX) TO WS-GRP(WS-GRP-IX + 1).
004730     SUBTRACT 1 FROM WS-GRP-IX.
004740 4310-EXIT.
004750     EXIT.
004760
004770*--------------------------------------------------------------
004780*    4400-GROUP-SECTIONS -- one of the student's sections into
004790*    the distinct-section count of the group at WS-GRP-IX,
004800*    unless another student of the group has counted it
004810*--------------------------------------------------------------
004820 4400-GROUP-SECTIONS.
004830     MOVE WS-GRP-KEY(WS-GRP-IX)        TO WS-NEW-SEEN-GROUP.
004840     MOVE WS-ENR-COURSECODE(WS-ENR-IX) TO WS-NEW-SEEN-COURSE.
004850     MOVE WS-ENR-CSECTION(WS-ENR-IX)   TO WS-NEW-SEEN-CSECTION.
004860     MOVE "N" TO WS-SEEN-FOUND.
004870     MOVE 1 TO WS-SEEN-IX.
004880     PERFORM 4410-GROUP-SECTIONS-SCAN THRU 4410-EXIT
004890         UNTIL WS-SEEN-FOUND = "Y"
004900         OR WS-SEEN-IX > WS-SEEN-COUNT.
004910     IF WS-SEEN-FOUND = "N"
004920      IF WS-SEEN-COUNT < 5000
004930       ADD 1 TO WS-SEEN-COUNT
004940       MOVE WS-NEW-SEEN TO WS-SEEN-KEY(WS-SEEN-COUNT)
004950       ADD 1 TO WS-GRP-SECTIONS(WS-GRP-IX)
004960      ELSE
004970       MOVE "Y" TO WS-SEEN-FULL
004980      END-IF
004990     END-IF.
005000     ADD 1 TO WS-ENR-IX.
005010 4400-EXIT.
005020     EXIT.
005030
005040 4410-GROUP-SECTIONS-SCAN.
005050     IF WS-SEEN-KEY(WS-SEEN-IX) = WS-NEW-SEEN
005060      MOVE "Y" TO WS-SEEN-FOUND
005070     ELSE
005080      ADD 1 TO WS-SEEN-IX
005090     END-IF.
005100 4410-EXIT.
005110     EXIT.
005120
005130*--------------------------------------------------------------
005140*    5000-WRITE-CENSUS -- every census record goes out through
005150*    here so the trailer's record count is kept in one place
005160*--------------------------------------------------------------
005170 5000-WRITE-CENSUS.
005180     WRITE CENSUS-RECORD.
005190     ADD 1 TO WS-RECORD-COUNT.
005200 5000-EXIT.
005210     EXIT.
005220
005230*--------------------------------------------------------------
005240*    6000-WRITE-GROUPS -- the group totals in key order, shown
005250*    at the console as well, then the trailer
005260*--------------------------------------------------------------
005270 6000-WRITE-GROUPS.
005280     IF WS-TABLE-FULL = "Y"
005290      DISPLAY "WARNING! Over 200 program/year groups; some "
005300          "students are not in the group totals."
005310     END-IF.
005320     IF WS-SEEN-FULL = "Y"
005330      DISPLAY "WARNING! Over 5000 group sections; some groups' "
005340          "section counts are short."
005350     END-IF.
005360     DISPLAY "CENSUS " WS-CURRENT-TERM " AS OF " WS-CENSUS-DATE.
005370     MOVE 1 TO WS-GRP-IX.
005380     PERFORM 6100-WRITE-ONE-GROUP THRU 6100-EXIT
005390         UNTIL WS-GRP-IX > WS-GRP-COUNT.
005400     MOVE SPACES TO CENSUS-RECORD.
005410     MOVE "T" TO CN-TYPE.
005420     MOVE WS-HEADCOUNT TO CN-T-HEADCOUNT.
005430     ADD 1 TO WS-RECORD-COUNT.
005440     MOVE WS-RECORD-COUNT TO CN-T-RECORDS.
005450     WRITE CENSUS-RECORD.
005460 6000-EXIT.
005470     EXIT.
005480
005490 6100-WRITE-ONE-GROUP.
005500     MOVE SPACES TO CENSUS-RECORD.
005510     MOVE "P" TO CN-TYPE.
005520     MOVE WS-GRP-PROGRAM(WS-GRP-IX)   TO CN-P-PROGRAM.
005530     MOVE WS-GRP-YEARLEVEL(WS-GRP-IX) TO CN-P-YEARLEVEL.
005540     MOVE WS-GRP-HEADCOUNT(WS-GRP-IX) TO CN-P-HEADCOUNT.
005550     MOVE WS-GRP-FULLTIME(WS-GRP-IX)  TO CN-P-FULLTIME.
005560     MOVE WS-GRP-PARTTIME(WS-GRP-IX)  TO CN-P-PARTTIME.
005570     MOVE WS-GRP-UNITS(WS-GRP-IX)     TO CN-P-UNITS.
005580     MOVE WS-GRP-SEATS(WS-GRP-IX)     TO CN-P-SEATS.
005590     MOVE WS-GRP-SECTIONS(WS-GRP-IX)  TO CN-P-SECTIONS.
005600     PERFORM 5000-WRITE-CENSUS THRU 5000-EXIT.
005610     MOVE WS-GRP-HEADCOUNT(WS-GRP-IX) TO WS-COUNT-DISP.
005620     DISPLAY "  " WS-GRP-PROGRAM(WS-GRP-IX)
005630         " YR " WS-GRP-YEARLEVEL(WS-GRP-IX)
005640         "  HEADCOUNT " WS-COUNT-DISP.
005650     ADD 1 TO WS-GRP-IX.
005660 6100-EXIT.
005670     EXIT.
005680
005690*--------------------------------------------------------------
005700*    9000-TERMINATE -- close up and report the run totals
005710*--------------------------------------------------------------
005720 9000-TERMINATE.
005730     IF WS-ABORT-SWITCH = "N"
005740      CLOSE CENSUS-FILE
005750      MOVE WS-HEADCOUNT TO WS-COUNT-DISP
005760      DISPLAY "Students frozen: " WS-COUNT-DISP
005770      DISPLAY "Census written to " WS-CENSUS-NAME
005780     END-IF.
005790     IF WS-STUDENT-OPEN = "Y"
005800      CLOSE STUDENT-MASTER
005810     END-IF.
005820     IF WS-SUBJECT-OPEN = "Y"
005830      CLOSE SUBJECT-MASTER
005840     END-IF.
005850     IF WS-COURSE-OPEN = "Y"
005860      CLOSE COURSE-MASTER
005870     END-IF.
005880 9000-EXIT.
005890     EXIT.
