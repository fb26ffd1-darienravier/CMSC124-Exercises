000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CENSREPT.
000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000100*    2026-10-15  JR    Original census statistical report.
000110*    2026-10-15  JR    Print the distinct sections each group
000120*                      sits in.
000130*--------------------------------------------------------------
000140*    Official enrollment figures "as of census date", printed
000150*    only from the frozen census files the CENSUS job leaves
000160*    (CENSUS.<term>), never from the live masters.  For each
000170*    degree program and year level: headcount, full-time and
000180*    part-time students, total student-units, section seats
000190*    taken and the distinct sections the group sits in, each
000200*    beside the same figure from the comparison term's census
000210*    and the change.  The term reported defaults
000220*    to the current term and the comparison term to the term
000230*    before it, in the order TERMROLL advances them (first
000240*    semester, second semester, summer).  A program/year level
000250*    found on only one of the two censuses still prints, with
000260*    zero on the other side.  The sections offered each term
000270*    close the report.
000280*--------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT TERM-CONTROL ASSIGN TO "TERMCTRL"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-TERM-STATUS.
000360
000370*    ASSIGN USING so the one census file can be opened under
000380*    each term's name in turn
000390     SELECT CENSUS-FILE ASSIGN USING WS-CENSUS-NAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CENSUS-STATUS.
000420
000430     SELECT REPORT-FILE ASSIGN TO "CENSRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-REPORT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490     FD  TERM-CONTROL.
000500         COPY "trmctl.cpy".
000510
000520     FD  CENSUS-FILE.
000530         COPY "census.cpy".
000540
000550     FD  REPORT-FILE.
000560     01  REPORT-LINE               PIC X(100).
000570
000580 WORKING-STORAGE SECTION.
000590     77  WS-TERM-STATUS            PIC X(02).
000600     77  WS-CENSUS-STATUS          PIC X(02).
000610     77  WS-REPORT-STATUS          PIC X(02).
000620     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
000630     77  WS-EOF-SWITCH             PIC X(01).
000640     77  WS-CENSUS-NAME            PIC X(12).
000650     77  WS-ENTRY-TERM             PIC X(05).
000660     77  WS-PAGE-NUMBER            PIC 9(04) VALUE 0.
000670     77  WS-LINE-COUNT             PIC 9(03) VALUE 99.
000680     77  WS-MAX-LINES              PIC 9(03) VALUE 55.
000690     77  WS-HOLD-LINE              PIC X(100).
000700*    The two terms compared; the comparison term is worked out
000710*    from the reported one by stepping back one term
000720     01  WS-REPORT-TERM.
000730         05  WS-RT-YEAR            PIC 9(04).
000740         05  WS-RT-SEM             PIC X(01).
000750     01  WS-PREV-TERM.
000760         05  WS-PT-YEAR            PIC 9(04).
000770         05  WS-PT-SEM             PIC X(01).
000780*    Which census is being loaded, "C" reported or "P" previous
000790     77  WS-LOAD-WHICH             PIC X(01).
000800     77  WS-LOAD-COUNT             PIC 9(07).
000810     77  WS-LOAD-TRAILER           PIC X(01).
000820     77  WS-TABLE-FULL             PIC X(01) VALUE "N".
000830*    Header figures of each census
000840     77  WS-CUR-FOUND              PIC X(01) VALUE "N".
000850     77  WS-CUR-DATE               PIC 9(08) VALUE 0.
000860     77  WS-CUR-SECTIONS           PIC 9(05) VALUE 0.
000870     77  WS-PREV-FOUND             PIC X(01) VALUE "N".
000880     77  WS-PREV-DATE              PIC 9(08) VALUE 0.
000890     77  WS-PREV-SECTIONS          PIC 9(05) VALUE 0.
000900*    The group totals of each census, in key order as the
000910*    CENSUS job wrote them
000920     77  WS-CUR-COUNT              PIC 9(03) VALUE 0.
000930     77  WS-CUR-IX                 PIC 9(03).
000940     01  WS-CUR-TABLE.
000950         05  WS-CUR OCCURS 200 TIMES.
000960             10  WS-CUR-KEY.
000970                 15  WS-CUR-PROGRAM    PIC X(08).
000980                 15  WS-CUR-YEARLEVEL  PIC 9(01).
000990             10  WS-CUR-HEADCOUNT  PIC 9(05).
001000             10  WS-CUR-FULLTIME   PIC 9(05).
001010             10  WS-CUR-PARTTIME   PIC 9(05).
001020             10  WS-CUR-UNITS      PIC 9(06)V9.
001030             10  WS-CUR-SEATS      PIC 9(06).
001040             10  WS-CUR-SECTS      PIC 9(05).
001050     77  WS-PREV-COUNT             PIC 9(03) VALUE 0.
001060     77  WS-PREV-IX                PIC 9(03).
001070     01  WS-PREV-TABLE.
001080         05  WS-PREV OCCURS 200 TIMES.
001090             10  WS-PREV-KEY.
001100                 15  WS-PREV-PROGRAM   PIC X(08).
001110                 15  WS-PREV-YEARLEVEL PIC 9(01).
001120             10  WS-PREV-HEADCOUNT PIC 9(05).
001130             10  WS-PREV-FULLTIME  PIC 9(05).
001140             10  WS-PREV-PARTTIME  PIC 9(05).
001150             10  WS-PREV-UNITS     PIC 9(06)V9.
001160             10  WS-PREV-SEATS     PIC 9(06).
001170             10  WS-PREV-SECTS     PIC 9(05).
001180*    The group being printed, from either side or both, and the
001190*    running grand totals
001200     01  WS-GROUP.
001210         05  WS-G-PROGRAM          PIC X(08).
001220         05  WS-G-YEARLEVEL        PIC 9(01).
001230         05  WS-G-NOW-HEAD         PIC 9(06)V9.
001240         05  WS-G-NOW-FULL         PIC 9(06)V9.
001250         05  WS-G-NOW-PART         PIC 9(06)V9.
001260         05  WS-G-NOW-UNITS        PIC 9(06)V9.
001270         05  WS-G-NOW-SEATS        PIC 9(06)V9.
001280         05  WS-G-NOW-SECTS        PIC 9(06)V9.
001290         05  WS-G-PREV-HEAD        PIC 9(06)V9.
001300         05  WS-G-PREV-FULL        PIC 9(06)V9.
001310         05  WS-G-PREV-PART        PIC 9(06)V9.
001320         05  WS-G-PREV-UNITS       PIC 9(06)V9.
001330         05  WS-G-PREV-SEATS       PIC 9(06)V9.
001340         05  WS-G-PREV-SECTS       PIC 9(06)V9.
001350     01  WS-TOTALS.
001360         05  WS-T-NOW-HEAD         PIC 9(06)V9 VALUE 0.
001370         05  WS-T-NOW-FULL         PIC 9(06)V9 VALUE 0.
001380         05  WS-T-NOW-PART         PIC 9(06)V9 VALUE 0.
001390         05  WS-T-NOW-UNITS        PIC 9(06)V9 VALUE 0.
001400         05  WS-T-NOW-SEATS        PIC 9(06)V9 VALUE 0.
001410         05  WS-T-PREV-HEAD        PIC 9(06)V9 VALUE 0.
001420         05  WS-T-PREV-FULL        PIC 9(06)V9 VALUE 0.
001430         05  WS-T-PREV-PART        PIC 9(06)V9 VALUE 0.
001440         05  WS-T-PREV-UNITS       PIC 9(06)V9 VALUE 0.
001450         05  WS-T-PREV-SEATS       PIC 9(06)V9 VALUE 0.
001460*    One figure line: label, this census, the previous one and
001470*    the change.  Units print with their decimal, counts without
001480     77  WS-FIG-LABEL              PIC X(14).
001490     77  WS-FIG-NOW                PIC 9(06)V9.
001500     77  WS-FIG-PREV               PIC 9(06)V9.
001510     77  WS-FIG-CHANGE             PIC S9(06)V9.
001520     77  WS-FIG-DECIMAL            PIC X(01).
001530     77  WS-COUNT-NOW-DISP         PIC ZZZ,ZZ9.
001540     77  WS-COUNT-PREV-DISP        PIC ZZZ,ZZ9.
001550     77  WS-COUNT-CHG-DISP         PIC +++,++9.
001560     77  WS-UNITS-NOW-DISP         PIC ZZZ,ZZ9.9.
001570     77  WS-UNITS-PREV-DISP        PIC ZZZ,ZZ9.9.
001580     77  WS-UNITS-CHG-DISP         PIC +++,++9.9.
001590     77  WS-FIG-TEXT               PIC X(60).
001600     77  WS-GROUP-COUNT            PIC 9(05) VALUE 0.
001610
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     IF WS-ABORT-SWITCH = "N"
001660      PERFORM 3000-PRINT-GROUPS THRU 3000-EXIT
001670      PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
001680     END-IF.
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001700     STOP RUN.
001710
001720*--------------------------------------------------------------
001730*    1000-INITIALIZE -- read the current term, ask the two
001740*    terms to compare, and load both censuses
001750*--------------------------------------------------------------
001760 1000-INITIALIZE.
001770     OPEN INPUT TERM-CONTROL.
001780     IF WS-TERM-STATUS NOT = "00"
001790      DISPLAY "ERROR! No term control file on file."
001800      MOVE "Y" TO WS-ABORT-SWITCH
001810     ELSE
001820      READ TERM-CONTROL
001830       AT END
001840        DISPLAY "ERROR! Term control file is empty."
001850        MOVE "Y" TO WS-ABORT-SWITCH
001860       NOT AT END
001870        MOVE TC-CURRENT-TERM TO WS-REPORT-TERM
001880      END-READ
001890      CLOSE TERM-CONTROL
001900     END-IF.
001910     OPEN OUTPUT REPORT-FILE.
001920     IF WS-ABORT-SWITCH = "N"
001930      DISPLAY "Census term (blank for the current term): "
001940          WITH NO ADVANCING
001950      ACCEPT WS-ENTRY-TERM
001960      IF WS-ENTRY-TERM NOT = SPACES
001970       MOVE WS-ENTRY-TERM TO WS-REPORT-TERM
001980      END-IF
001990      PERFORM 1100-STEP-BACK THRU 1100-EXIT
002000      DISPLAY "Compare with term (blank for " WS-PREV-TERM "): "
002010          WITH NO ADVANCING
002020      ACCEPT WS-ENTRY-TERM
002030      IF WS-ENTRY-TERM NOT = SPACES
002040       MOVE WS-ENTRY-TERM TO WS-PREV-TERM
002050      END-IF
002060      MOVE "C" TO WS-LOAD-WHICH
002070      PERFORM 2000-LOAD-CENSUS THRU 2000-EXIT
002080      IF WS-CUR-FOUND = "N"
002090       DISPLAY "ERROR! No census on file for term " WS-REPORT-TERM
002100       MOVE "Y" TO WS-ABORT-SWITCH
002110      ELSE
002120       MOVE "P" TO WS-LOAD-WHICH
002130       PERFORM 2000-LOAD-CENSUS THRU 2000-EXIT
002140      END-IF
002150     END-IF.
002160 1000-EXIT.
002170     EXIT.
002180
002190*    The term before the reported one: second semester steps
002200*    back to first, summer to second, first to the summer of
002210*    the year before
002220 1100-STEP-BACK.
002230     MOVE WS-REPORT-TERM TO WS-PREV-TERM.
002240     IF WS-RT-SEM = "1"
002250      SUBTRACT 1 FROM WS-PT-YEAR
002260      MOVE "S" TO WS-PT-SEM
002270     ELSE
002280      IF WS-RT-SEM = "2"
002290       MOVE "1" TO WS-PT-SEM
002300      ELSE
002310       MOVE "2" TO WS-PT-SEM
002320      END-IF
002330     END-IF.
002340 1100-EXIT.
002350     EXIT.
002360
002370*--------------------------------------------------------------
002380*    2000-LOAD-CENSUS -- the header and group totals of one
002390*    census into its side's table.  A file whose trailer is
002400*    missing or does not agree with its record count is still
002410*    reported, with a warning, since it is all there is
002420*--------------------------------------------------------------
002430 2000-LOAD-CENSUS.
002440     MOVE SPACES TO WS-CENSUS-NAME.
002450     IF WS-LOAD-WHICH = "C"
002460      STRING "CENSUS." WS-REPORT-TERM
002470          DELIMITED BY SIZE INTO WS-CENSUS-NAME
002480     ELSE
002490      STRING "CENSUS." WS-PREV-TERM
002500          DELIMITED BY SIZE INTO WS-CENSUS-NAME
002510     END-IF.
002520     OPEN INPUT CENSUS-FILE.
002530     IF WS-CENSUS-STATUS = "00"
002540      MOVE 0 TO WS-LOAD-COUNT
002550      MOVE "N" TO WS-LOAD-TRAILER
002560      MOVE "N" TO WS-EOF-SWITCH
002570      PERFORM 2100-LOAD-CENSUS-LOOP THRU 2100-EXIT
002580          UNTIL WS-EOF-SWITCH = "Y"
002590      CLOSE CENSUS-FILE
002600      IF WS-LOAD-TRAILER = "N"
002610       DISPLAY "WARNING! " WS-CENSUS-NAME
002620           " has no trailer; the census may be incomplete."
002630      END-IF
002640     END-IF.
002650 2000-EXIT.
002660     EXIT.
002670
002680 2100-LOAD-CENSUS-LOOP.
002690     READ CENSUS-FILE
002700      AT END
002710       MOVE "Y" TO WS-EOF-SWITCH
002720      NOT AT END
002730       ADD 1 TO WS-LOAD-COUNT
002740       IF CN-TYPE = "H"
002750        PERFORM 2200-LOAD-HEADER THRU 2200-EXIT
002760       END-IF
002770       IF CN-TYPE = "P"
002780        IF WS-LOAD-WHICH = "C"
002790         PERFORM 2300-LOAD-CUR-GROUP THRU 2300-EXIT
002800        ELSE
002810         PERFORM 2400-LOAD-PREV-GROUP THRU 2400-EXIT
002820        END-IF
002830       END-IF
002840       IF CN-TYPE = "T"
002850        MOVE "Y" TO WS-LOAD-TRAILER
002860        IF CN-T-RECORDS NOT = WS-LOAD-COUNT
002870         DISPLAY "WARNING! " WS-CENSUS-NAME
002880             " record count does not agree with its trailer."
002890        END-IF
002900       END-IF
002910     END-READ.
002920 2100-EXIT.
002930     EXIT.
002940
002950 2200-LOAD-HEADER.
002960     IF WS-LOAD-WHICH = "C"
002970      MOVE "Y"              TO WS-CUR-FOUND
002980      MOVE CN-H-CENSUS-DATE TO WS-CUR-DATE
002990      MOVE CN-H-SECTIONS    TO WS-CUR-SECTIONS
003000     ELSE
003010      MOVE "Y"              TO WS-PREV-FOUND
003020      MOVE CN-H-CENSUS-DATE TO WS-PREV-DATE
003030      MOVE CN-H-SECTIONS    TO WS-PREV-SECTIONS
003040     END-IF.
003050 2200-EXIT.
003060     EXIT.
003070
003080*    A census taken before the sections were counted carries
003090*    spaces there, which load as zero on either side
003100 2300-LOAD-CUR-GROUP.
003110     IF WS-CUR-COUNT < 200
003120      ADD 1 TO WS-CUR-COUNT
003130      MOVE CN-P-PROGRAM   TO WS-CUR-PROGRAM(WS-CUR-COUNT)
003140      MOVE CN-P-YEARLEVEL TO WS-CUR-YEARLEVEL(WS-CUR-COUNT)
003150      MOVE CN-P-HEADCOUNT TO WS-CUR-HEADCOUNT(WS-CUR-COUNT)
003160      MOVE CN-P-FULLTIME  TO WS-CUR-FULLTIME(WS-CUR-COUNT)
003170      MOVE CN-P-PARTTIME  TO WS-CUR-PARTTIME(WS-CUR-COUNT)
003180      MOVE CN-P-UNITS     TO WS-CUR-UNITS(WS-CUR-COUNT)
003190      MOVE CN-P-SEATS     TO WS-CUR-SEATS(WS-CUR-COUNT)
003200      IF CN-P-SECTIONS NUMERIC
003210       MOVE CN-P-SECTIONS TO WS-CUR-SECTS(WS-CUR-COUNT)
003220      ELSE
003230       MOVE 0 TO WS-CUR-SECTS(WS-CUR-COUNT)
003240      END-IF
003250     ELSE
003260      MOVE "Y" TO WS-TABLE-FULL
003270     END-IF.
003280 2300-EXIT.
003290     EXIT.
003300
003310 2400-LOAD-PREV-GROUP.
003320     IF WS-PREV-COUNT < 200
003330      ADD 1 TO WS-PREV-COUNT
003340      MOVE CN-P-PROGRAM   TO WS-PREV-PROGRAM(WS-PREV-COUNT)
003350      MOVE CN-P-YEARLEVEL TO WS-PREV-YEARLEVEL(WS-PREV-COUNT)
003360      MOVE CN-P-HEADCOUNT TO WS-PREV-HEADCOUNT(WS-PREV-COUNT)
003370      MOVE CN-P-FULLTIME  TO WS-PREV-FULLTIME(WS-PREV-COUNT)
003380      MOVE CN-P-PARTTIME  TO WS-PREV-PARTTIME(WS-PREV-COUNT)
003390      MOVE CN-P-UNITS     TO WS-PREV-UNITS(WS-PREV-COUNT)
003400      MOVE CN-P-SEATS     TO WS-PREV-SEATS(WS-PREV-COUNT)
003410      IF CN-P-SECTIONS NUMERIC
003420       MOVE CN-P-SECTIONS TO WS-PREV-SECTS(WS-PREV-COUNT)
003430      ELSE
003440       MOVE 0 TO WS-PREV-SECTS(WS-PREV-COUNT)
003450      END-IF
003460     ELSE
003470      MOVE "Y" TO WS-TABLE-FULL
003480     END-IF.
003490 2400-EXIT.
003500     EXIT.
003510
003520*--------------------------------------------------------------
003530*    3000-PRINT-GROUPS -- both tables are in key order, so they
003540*    are matched the balanced-line way LMSEXTR matches its two
003550*    snapshots: the lower key prints next, alone, and equal
003560*    keys print together
003570*--------------------------------------------------------------
003580 3000-PRINT-GROUPS.
003590     IF WS-PREV-FOUND = "N"
003600      MOVE SPACES TO REPORT-LINE
003610      STRING "(no census on file for term " WS-PREV-TERM
003620          "; its figures are shown as zero)"
003630          DELIMITED BY SIZE INTO REPORT-LINE
003640      PERFORM 5000-WRITE-LINE THRU 5000-EXIT
003650     END-IF.
003660     IF WS-TABLE-FULL = "Y"
003670      MOVE SPACES TO REPORT-LINE
003680      MOVE "NOTE: over 200 program/year groups; some not printed"
003690          TO REPORT-LINE
003700      PERFORM 5000-WRITE-LINE THRU 5000-EXIT
003710     END-IF.
003720     MOVE 1 TO WS-CUR-IX.
003730     MOVE 1 TO WS-PREV-IX.
003740     PERFORM 3100-MATCH-GROUP THRU 3100-EXIT
003750         UNTIL WS-CUR-IX > WS-CUR-COUNT
003760         AND WS-PREV-IX > WS-PREV-COUNT.
003770 3000-EXIT.
003780     EXIT.
003790
003800 3100-MATCH-GROUP.
003810     MOVE ZEROS TO WS-GROUP.
003820     IF WS-CUR-IX > WS-CUR-COUNT
003830      PERFORM 3300-TAKE-PREV THRU 3300-EXIT
003840     ELSE
003850      IF WS-PREV-IX > WS-PREV-COUNT
003860       PERFORM 3200-TAKE-CUR THRU 3200-EXIT
003870      ELSE
003880       IF WS-CUR-KEY(WS-CUR-IX) = WS-PREV-KEY(WS-PREV-IX)
003890        PERFORM 3200-TAKE-CUR THRU 3200-EXIT
003900        PERFORM 3300-TAKE-PREV THRU 3300-EXIT
003910       ELSE
003920        IF WS-CUR-KEY(WS-CUR-IX) < WS-PREV-KEY(WS-PREV-IX)
003930         PERFORM 3200-TAKE-CUR THRU 3200-EXIT
003940        ELSE
003950         PERFORM 3300-TAKE-PREV THRU 3300-EXIT
003960        END-IF
003970       END-IF
003980      END-IF
003990     END-IF.
004000     PERFORM 3400-PRINT-GROUP THRU 3400-EXIT.
004010 3100-EXIT.
004020     EXIT.
004030
004040 3200-TAKE-CUR.
004050     MOVE WS-CUR-PROGRAM(WS-CUR-IX)   TO WS-G-PROGRAM.
004060     MOVE WS-CUR-YEARLEVEL(WS-CUR-IX) TO WS-G-YEARLEVEL.
004070     MOVE WS-CUR-HEADCOUNT(WS-CUR-IX) TO WS-G-NOW-HEAD.
004080     MOVE WS-CUR-FULLTIME(WS-CUR-IX)  TO WS-G-NOW-FULL.
004090     MOVE WS-CUR-PARTTIME(WS-CUR-IX)  TO WS-G-NOW-PART.
004100     MOVE WS-CUR-UNITS(WS-CUR-IX)     TO WS-G-NOW-UNITS.
004110     MOVE WS-CUR-SEATS(WS-CUR-IX)     TO WS-G-NOW-SEATS.
004120     MOVE WS-CUR-SECTS(WS-CUR-IX)     TO WS-G-NOW-SECTS.
004130     ADD 1 TO WS-CUR-IX.
004140 3200-EXIT.
004150     EXIT.
004160
004170 3300-TAKE-PREV.
004180     MOVE WS-PREV-PROGRAM(WS-PREV-IX)   TO WS-G-PROGRAM.
004190     MOVE WS-PREV-YEARLEVEL(WS-PREV-IX) TO WS-G-YEARLEVEL.
004200     MOVE WS-PREV-HEADCOUNT(WS-PREV-IX) TO WS-G-PREV-HEAD.
004210     MOVE WS-PREV-FULLTIME(WS-PREV-IX)  TO WS-G-PREV-FULL.
004220     MOVE WS-PREV-PARTTIME(WS-PREV-IX)  TO WS-G-PREV-PART.
004230     MOVE WS-PREV-UNITS(WS-PREV-IX)     TO WS-G-PREV-UNITS.
004240     MOVE WS-PREV-SEATS(WS-PREV-IX)     TO WS-G-PREV-SEATS.
004250     MOVE WS-PREV-SECTS(WS-PREV-IX)     TO WS-G-PREV-SECTS.
004260     ADD 1 TO WS-PREV-IX.
004270 3300-EXIT.
004280     EXIT.
004290
004300*--------------------------------------------------------------
004310*    3400-PRINT-GROUP -- the group heading and its six figure
004320*    lines, with the figures added into the grand totals.  A
004330*    section can be shared by several groups, so the sections
004340*    taken are not totalled; the sections offered stand for
004350*    the whole university
004360*--------------------------------------------------------------
004370 3400-PRINT-GROUP.
004380     ADD 1 TO WS-GROUP-COUNT.
004390     MOVE SPACES TO REPORT-LINE.
004400     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
004410     MOVE SPACES TO REPORT-LINE.
004420     IF WS-G-PROGRAM = SPACES
004430      STRING "(no program)  YEAR LEVEL " WS-G-YEARLEVEL
004440          DELIMITED BY SIZE INTO REPORT-LINE
004450     ELSE
004460      STRING WS-G-PROGRAM "      YEAR LEVEL " WS-G-YEARLEVEL
004470          DELIMITED BY SIZE INTO REPORT-LINE
004480     END-IF.
004490     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
004500     MOVE "HEADCOUNT"      TO WS-FIG-LABEL.
004510     MOVE WS-G-NOW-HEAD    TO WS-FIG-NOW.
004520     MOVE WS-G-PREV-HEAD   TO WS-FIG-PREV.
004530     MOVE "N"              TO WS-FIG-DECIMAL.
004540     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
004550     MOVE "FULL-TIME"      TO WS-FIG-LABEL.
004560     MOVE WS-G-NOW-FULL    TO WS-FIG-NOW.
004570     MOVE WS-G-PREV-FULL   TO WS-FIG-PREV.
004580     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
004590     MOVE "PART-TIME"      TO WS-FIG-LABEL.
004600     MOVE WS-G-NOW-PART    TO WS-FIG-NOW.
004610     MOVE WS-G-PREV-PART   TO WS-FIG-PREV.
004620     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
004630     MOVE "STUDENT-UNITS"  TO WS-FIG-LABEL.
004640     MOVE WS-G-NOW-UNITS   TO WS-FIG-NOW.
004650     MOVE WS-G-PREV-UNITS  TO WS-FIG-PREV.
004660     MOVE "Y"              TO WS-FIG-DECIMAL.
004670     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
004680     MOVE "SECTION SEATS"  TO WS-FIG-LABEL.
004690     MOVE WS-G-NOW-SEATS   TO WS-FIG-NOW.
004700     MOVE WS-G-PREV-SEATS  TO WS-FIG-PREV.
004710     MOVE "N"              TO WS-FIG-DECIMAL.
004720     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
004730     MOVE "SECTIONS TAKEN" TO WS-FIG-LABEL.
004740     MOVE WS-G-NOW-SECTS   TO WS-FIG-NOW.
004750     MOVE WS-G-PREV-SECTS  TO WS-FIG-PREV.
004760     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
004770     ADD WS-G-NOW-HEAD   TO WS-T-NOW-HEAD.
004780     ADD WS-G-NOW-FULL   TO WS-T-NOW-FULL.
004790     ADD WS-G-NOW-PART   TO WS-T-NOW-PART.
004800     ADD WS-G-NOW-UNITS  TO WS-T-NOW-UNITS.
004810     ADD WS-G-NOW-SEATS  TO WS-T-NOW-SEATS.
004820     ADD WS-G-PREV-HEAD  TO WS-T-PREV-HEAD.
004830     ADD WS-G-PREV-FULL  TO WS-T-PREV-FULL.
004840     ADD WS-G-PREV-PART  TO WS-T-PREV-PART.
004850     ADD WS-G-PREV-UNITS TO WS-T-PREV-UNITS.
004860     ADD WS-G-PREV-SEATS TO WS-T-PREV-SEATS.
004870 3400-EXIT.
004880     EXIT.
004890
004900 3500-PRINT-FIGURE.
004910     COMPUTE WS-FIG-CHANGE = WS-FIG-NOW - WS-FIG-PREV.
004920     MOVE SPACES TO WS-FIG-TEXT.
004930     IF WS-FIG-DECIMAL = "Y"
004940      MOVE WS-FIG-NOW    TO WS-UNITS-NOW-DISP
004950      MOVE WS-FIG-PREV   TO WS-UNITS-PREV-DISP
004960      MOVE WS-FIG-CHANGE TO WS-UNITS-CHG-DISP
004970      STRING WS-UNITS-NOW-DISP "    " WS-UNITS-PREV-DISP
004980          "    " WS-UNITS-CHG-DISP
004990          DELIMITED BY SIZE INTO WS-FIG-TEXT
005000     ELSE
005010      MOVE WS-FIG-NOW    TO WS-COUNT-NOW-DISP
005020      MOVE WS-FIG-PREV   TO WS-COUNT-PREV-DISP
005030      MOVE WS-FIG-CHANGE TO WS-COUNT-CHG-DISP
005040      STRING WS-COUNT-NOW-DISP "      " WS-COUNT-PREV-DISP
005050          "      " WS-COUNT-CHG-DISP
005060          DELIMITED BY SIZE INTO WS-FIG-TEXT
005070     END-IF.
005080     MOVE SPACES TO REPORT-LINE.
005090     STRING "    " WS-FIG-LABEL "  " WS-FIG-TEXT
005100         DELIMITED BY SIZE INTO REPORT-LINE.
005110     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
005120 3500-EXIT.
005130     EXIT.
005140
005150*--------------------------------------------------------------
005160*    4000-PRINT-TOTALS -- the whole university, then the
005170*    sections offered each term from the census headers
005180*--------------------------------------------------------------
005190 4000-PRINT-TOTALS.
005200     MOVE SPACES TO REPORT-LINE.
005210     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
005220     MOVE SPACES TO REPORT-LINE.
005230     MOVE "ALL PROGRAMS" TO REPORT-LINE.
005240     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
005250     MOVE "HEADCOUNT"      TO WS-FIG-LABEL.
005260     MOVE WS-T-NOW-HEAD    TO WS-FIG-NOW.
005270     MOVE WS-T-PREV-HEAD   TO WS-FIG-PREV.
005280     MOVE "N"              TO WS-FIG-DECIMAL.
005290     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
005300     MOVE "FULL-TIME"      TO WS-FIG-LABEL.
005310     MOVE WS-T-NOW-FULL    TO WS-FIG-NOW.
005320     MOVE WS-T-PREV-FULL   TO WS-FIG-PREV.
005330     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
005340     MOVE "PART-TIME"      TO WS-FIG-LABEL.
005350     MOVE WS-T-NOW-PART    TO WS-FIG-NOW.
005360     MOVE WS-T-PREV-PART   TO WS-FIG-PREV.
005370     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
005380     MOVE "STUDENT-UNITS"  TO WS-FIG-LABEL.
005390     MOVE WS-T-NOW-UNITS   TO WS-FIG-NOW.
005400     MOVE WS-T-PREV-UNITS  TO WS-FIG-PREV.
005410     MOVE "Y"              TO WS-FIG-DECIMAL.
005420     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
005430     MOVE "SECTION SEATS"  TO WS-FIG-LABEL.
005440     MOVE WS-T-NOW-SEATS   TO WS-FIG-NOW.
005450     MOVE WS-T-PREV-SEATS  TO WS-FIG-PREV.
005460     MOVE "N"              TO WS-FIG-DECIMAL.
005470     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
005480     MOVE "SECTIONS OFFRD" TO WS-FIG-LABEL.
005490     MOVE WS-CUR-SECTIONS  TO WS-FIG-NOW.
005500     MOVE WS-PREV-SECTIONS TO WS-FIG-PREV.
005510     PERFORM 3500-PRINT-FIGURE THRU 3500-EXIT.
005520 4000-EXIT.
005530     EXIT.
005540
005550*--------------------------------------------------------------
005560*    5000-WRITE-LINE -- every report line goes through here so
005570*    the page break lives in one place; the line is held while
005580*    a new page's heading is written
005590*--------------------------------------------------------------
005600 5000-WRITE-LINE.
005610     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
005620      MOVE REPORT-LINE TO WS-HOLD-LINE
005630      PERFORM 5100-NEW-PAGE THRU 5100-EXIT
005640      MOVE WS-HOLD-LINE TO REPORT-LINE
005650     END-IF.
005660     WRITE REPORT-LINE.
005670     ADD 1 TO WS-LINE-COUNT.
005680 5000-EXIT.
005690     EXIT.
005700
005710 5100-NEW-PAGE.
005720     ADD 1 TO WS-PAGE-NUMBER.
005730     MOVE SPACES TO REPORT-LINE.
005740     STRING "CENSUS ENROLLMENT  TERM " WS-REPORT-TERM
005750         " AS OF " WS-CUR-DATE
005760         "   COMPARED WITH " WS-PREV-TERM
005770         " AS OF " WS-PREV-DATE
005780         "   PAGE: " WS-PAGE-NUMBER
005790         DELIMITED BY SIZE INTO REPORT-LINE.
005800     IF WS-PAGE-NUMBER = 1
005810      WRITE REPORT-LINE
005820     ELSE
005830      WRITE REPORT-LINE BEFORE ADVANCING PAGE
005840     END-IF.
005850     MOVE SPACES TO REPORT-LINE.
005860     WRITE REPORT-LINE.
005870     MOVE SPACES TO REPORT-LINE.
005880     STRING "                      THIS TERM       PREVIOUS"
005890         "        CHANGE"
005900         DELIMITED BY SIZE INTO REPORT-LINE.
005910     WRITE REPORT-LINE.
005920     MOVE 3 TO WS-LINE-COUNT.
005930 5100-EXIT.
005940     EXIT.
005950
005960*--------------------------------------------------------------
005970*    9000-TERMINATE -- close up and report the run totals
005980*--------------------------------------------------------------
005990 9000-TERMINATE.
006000     CLOSE REPORT-FILE.
006010     DISPLAY "Program/year groups reported: " WS-GROUP-COUNT.
006020 9000-EXIT.
006030     EXIT.
