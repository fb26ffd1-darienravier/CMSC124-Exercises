000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEMDREPT.
000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000100*    2026-10-15  JR    Original next-term section demand report.
000110*    2026-10-15  JR    Close each master that opened when the
000120*                      run stops early.
000130*--------------------------------------------------------------
000140*    Planning run for the department chairs, made before
000150*    TERMROLL while the closing term's grades and queues are
000160*    still on file.  For every course it projects next term's
000170*    demand from three sources:
000180*      PLAN - students whose CURRMAST plan lists the course
000190*             for their program, the year level they will be
000200*             in next term, and next term itself (CU-PLAN-TERM);
000210*      REPT - students who failed (grade over 3.00) or
000220*             withdrew from it this term;
000230*      WAIT - students still queued on its WAITLIST this term.
000240*    A student reached through more than one source is counted
000250*    once.  A student who has already passed the course (or has
000260*    it credited on XFERCRED), or who stands dismissed, is not
000270*    counted at all; one still missing a prerequisite is shown
000280*    apart under NO-PREQ and left out of the demand, judged on
000290*    passes on file now, transfer credit standing in for a pass
000300*    as at the window.
000310*    Next term follows the TERMROLL roll (1 to 2, 2 to midyear,
000320*    midyear to 1 of the next school year); year levels move up
000330*    one only across that last step.
000340*    Beside the demand goes the seats the course offers this
000350*    term (CM-MAXSEATS summed over its sections - TERMROLL
000360*    carries them forward as they are), the shortfall, and the
000370*    extra sections the shortfall needs at the course's usual
000380*    section size, its seats over its sections.  A course with
000390*    no section this term is sized at WS-DEFAULT-SIZE.
000400*    Candidates from the three sources and one record per
000410*    current section go through a sort on course and student,
000420*    so each course is totalled in one pass.
000430*--------------------------------------------------------------
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SM-SNUM
000520         SHARING WITH ALL OTHER
000530         FILE STATUS IS WS-STUDENT-STATUS.
000540
000550     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS SB-KEY
000590         SHARING WITH ALL OTHER
000600         FILE STATUS IS WS-SUBJECT-STATUS.
000610
000620     SELECT COURSE-MASTER ASSIGN TO "COURSMAST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CM-KEY
000660         SHARING WITH ALL OTHER
000670         FILE STATUS IS WS-COURSE-STATUS.
000680
000690     SELECT CURRICULUM ASSIGN TO "CURRMAST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CU-KEY
000730         SHARING WITH ALL OTHER
000740         FILE STATUS IS WS-CURRIC-STATUS.
000750
000760     SELECT PREREQ ASSIGN TO "PREREQ"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS PQ-KEY
000800         SHARING WITH ALL OTHER
000810         FILE STATUS IS WS-PREREQ-STATUS.
000820
000830     SELECT TRANSFER-CREDIT ASSIGN TO "XFERCRED"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS TX-KEY
000870         SHARING WITH ALL OTHER
000880         FILE STATUS IS WS-CREDIT-STATUS.
000890
000900     SELECT WAITLIST ASSIGN TO "WAITLIST"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS WL-KEY
000940         SHARING WITH ALL OTHER
000950         FILE STATUS IS WS-WAIT-STATUS.
000960
000970     SELECT SECTION-INDEX ASSIGN TO "SECTINDX"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS SE-KEY
001010         SHARING WITH ALL OTHER
001020         FILE STATUS IS WS-SECTIDX-STATUS.
001030
001040     SELECT TERM-CONTROL ASSIGN TO "TERMCTRL"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-TERM-STATUS.
001070
001080     SELECT SORT-WORK-FILE ASSIGN TO "DEMDSORT".
001090
001100     SELECT REPORT-FILE ASSIGN TO "DEMDRPT"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-REPORT-STATUS.
001130
001140 DATA DIVISION.
001150 FILE SECTION.
001160     FD  STUDENT-MASTER.
001170         COPY "stumast.cpy".
001180
001190     FD  SUBJECT-MASTER.
001200         COPY "submast.cpy".
001210
001220     FD  COURSE-MASTER.
001230         COPY "crsmast.cpy".
001240
001250     FD  CURRICULUM.
001260         COPY "curric.cpy".
001270
001280     FD  PREREQ.
001290         COPY "prereq.cpy".
001300
001310     FD  TRANSFER-CREDIT.
001320         COPY "xfercrd.cpy".
001330
001340     FD  WAITLIST.
001350         COPY "waitlst.cpy".
001360
001370     FD  SECTION-INDEX.
001380         COPY "sectidx.cpy".
001390
001400     FD  TERM-CONTROL.
001410         COPY "trmctl.cpy".
001420
001430*    SX-SOURCE is P (plan), R (repeat), Q (queued) for a
001440*    candidate student, or S for a current section, which
001450*    carries its seat limit and no student number
001460     SD  SORT-WORK-FILE.
001470     01  SORT-RECORD.
001480         05  SX-COURSECODE         PIC X(10).
001490         05  SX-SNUM               PIC X(10).
001500         05  SX-SOURCE             PIC X(01).
001510         05  SX-SEATS              PIC 9(03).
001520
001530     FD  REPORT-FILE.
001540     01  REPORT-LINE               PIC X(100).
001550
001560 WORKING-STORAGE SECTION.
001570     77  WS-STUDENT-STATUS         PIC X(02).
001580     77  WS-SUBJECT-STATUS         PIC X(02).
001590     77  WS-COURSE-STATUS          PIC X(02).
001600     77  WS-CURRIC-STATUS          PIC X(02).
001610     77  WS-PREREQ-STATUS          PIC X(02).
001620     77  WS-CREDIT-STATUS          PIC X(02).
001630     77  WS-WAIT-STATUS            PIC X(02).
001640     77  WS-SECTIDX-STATUS         PIC X(02).
001650     77  WS-TERM-STATUS            PIC X(02).
001660     77  WS-REPORT-STATUS          PIC X(02).
001670*    Prerequisites, transfer credit and the waitlist are
001680*    optional inputs: without them there is nothing to check
001690*    or count from that side
001700     77  WS-PREREQ-OPEN            PIC X(01) VALUE "N".
001710     77  WS-CREDIT-OPEN            PIC X(01) VALUE "N".
001720     77  WS-WAIT-OPEN              PIC X(01) VALUE "N".
001730*    The required masters are likewise closed only if they were
001740*    opened, so a run that stops early still closes the ones
001750*    that did open
001760     77  WS-STUDENT-OPEN           PIC X(01) VALUE "N".
001770     77  WS-SUBJECT-OPEN           PIC X(01) VALUE "N".
001780     77  WS-COURSE-OPEN            PIC X(01) VALUE "N".
001790     77  WS-CURRIC-OPEN            PIC X(01) VALUE "N".
001800     77  WS-SECTIDX-OPEN           PIC X(01) VALUE "N".
001810     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
001820     77  WS-FIRST-SWITCH           PIC X(01) VALUE "Y".
001830     77  WS-EOF-SWITCH             PIC X(01).
001840     77  WS-EOF-CURRIC             PIC X(01).
001850     77  WS-EOF-PREREQ             PIC X(01).
001860     77  WS-EOF-SUBJECT            PIC X(01).
001870     77  WS-RUN-DATE               PIC 9(08).
001880     77  WS-CURRENT-TERM           PIC X(05).
001890*    Next term, worked out the way TERMROLL rolls it
001900     01  WS-NEXT-TERM.
001910         05  WS-NEXT-YEAR          PIC 9(04).
001920         05  WS-NEXT-SEM           PIC X(01).
001930     77  WS-YEAR-STEP              PIC 9(01) VALUE 0.
001940     77  WS-NEXT-YEARLEVEL         PIC 9(02).
001950*    The usual section size for a course with no section on
001960*    offer this term
001970     77  WS-DEFAULT-SIZE           PIC 9(03) VALUE 40.
001980*    One course / one student being totalled
001990     77  WS-CUR-COURSECODE         PIC X(10).
002000     77  WS-CUR-SNUM               PIC X(10).
002010     77  WS-FROM-PLAN              PIC X(01).
002020     77  WS-FROM-REPEAT            PIC X(01).
002030     77  WS-FROM-WAIT              PIC X(01).
002040     77  WS-CHECK-COURSE           PIC X(10).
002050     77  WS-PASS-FOUND             PIC X(01).
002060     77  WS-PREREQ-OK              PIC X(01).
002070     77  WS-C-PLAN                 PIC 9(05).
002080     77  WS-C-REPEAT               PIC 9(05).
002090     77  WS-C-WAIT                 PIC 9(05).
002100     77  WS-C-DEMAND               PIC 9(05).
002110     77  WS-C-BLOCKED              PIC 9(05).
002120     77  WS-C-SECTIONS             PIC 9(03).
002130     77  WS-C-SEATS                PIC 9(05).
002140     77  WS-C-SHORT                PIC 9(05).
002150     77  WS-C-SIZE                 PIC 9(03).
002160     77  WS-C-EXTRA                PIC 9(03).
002170     77  WS-C-REMAINDER            PIC 9(03).
002180*    Run totals for the foot of the report and the job log
002190     77  WS-COURSE-COUNT           PIC 9(05) VALUE 0.
002200     77  WS-TOT-DEMAND             PIC 9(07) VALUE 0.
002210     77  WS-TOT-SEATS              PIC 9(07) VALUE 0.
002220     77  WS-TOT-SHORT              PIC 9(07) VALUE 0.
002230     77  WS-TOT-EXTRA              PIC 9(05) VALUE 0.
002240     77  WS-RELEASED               PIC 9(07) VALUE 0.
002250*    Print line for one course
002260     01  WS-DETAIL-LINE.
002270         05  WS-D-COURSE           PIC X(10).
002280         05  FILLER                PIC X(01) VALUE SPACE.
002290         05  WS-D-PLAN             PIC ZZZZ9.
002300         05  FILLER                PIC X(01) VALUE SPACE.
002310         05  WS-D-REPEAT           PIC ZZZZ9.
002320         05  FILLER                PIC X(01) VALUE SPACE.
002330         05  WS-D-WAIT             PIC ZZZZ9.
002340         05  FILLER                PIC X(01) VALUE SPACE.
002350         05  WS-D-DEMAND           PIC ZZZZZ9.
002360         05  FILLER                PIC X(01) VALUE SPACE.
002370         05  WS-D-BLOCKED          PIC ZZZZZZ9.
002380         05  FILLER                PIC X(01) VALUE SPACE.
002390         05  WS-D-SECTIONS         PIC ZZZZ9.
002400         05  FILLER                PIC X(01) VALUE SPACE.
002410         05  WS-D-SEATS            PIC ZZZZ9.
002420         05  FILLER                PIC X(01) VALUE SPACE.
002430         05  WS-D-SHORT            PIC ZZZZ9.
002440         05  FILLER                PIC X(01) VALUE SPACE.
002450         05  WS-D-SIZE             PIC ZZZ9.
002460         05  FILLER                PIC X(01) VALUE SPACE.
002470         05  WS-D-EXTRA            PIC ZZZZ9.
002480     77  WS-TOT-DISP               PIC ZZZZZZ9.
002490     77  WS-TOT-DISP2              PIC ZZZZZZ9.
002500     77  WS-TOT-DISP3              PIC ZZZZZZ9.
002510     77  WS-TOT-DISP4              PIC ZZZZ9.
002520
002530 PROCEDURE DIVISION.
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     IF WS-ABORT-SWITCH = "N"
002570      SORT SORT-WORK-FILE
002580          ON ASCENDING KEY SX-COURSECODE SX-SNUM SX-SOURCE
002590          INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
002600          OUTPUT PROCEDURE IS 3000-PRINT-DEMAND THRU 3000-EXIT
002610      PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
002620     END-IF.
002630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002640     STOP RUN.
002650
002660*--------------------------------------------------------------
002670*    1000-INITIALIZE -- open the masters, read the current term,
002680*    work out the next one and print the report heading
002690*--------------------------------------------------------------
002700 1000-INITIALIZE.
002710     OPEN INPUT STUDENT-MASTER.
002720     IF WS-STUDENT-STATUS NOT = "00"
002730      DISPLAY "ERROR! No student master file on file."
002740      MOVE "Y" TO WS-ABORT-SWITCH
002750     ELSE
002760      MOVE "Y" TO WS-STUDENT-OPEN
002770     END-IF.
002780     OPEN INPUT SUBJECT-MASTER.
002790     IF WS-SUBJECT-STATUS NOT = "00"
002800      DISPLAY "ERROR! No subject master file on file."
002810      MOVE "Y" TO WS-ABORT-SWITCH
002820     ELSE
002830      MOVE "Y" TO WS-SUBJECT-OPEN
002840     END-IF.
002850     OPEN INPUT COURSE-MASTER.
002860     IF WS-COURSE-STATUS NOT = "00"
002870      DISPLAY "ERROR! No course master file on file."
002880      MOVE "Y" TO WS-ABORT-SWITCH
002890     ELSE
002900      MOVE "Y" TO WS-COURSE-OPEN
002910     END-IF.
002920     OPEN INPUT CURRICULUM.
002930     IF WS-CURRIC-STATUS NOT = "00"
002940      DISPLAY "ERROR! No curriculum master file on file."
002950      MOVE "Y" TO WS-ABORT-SWITCH
002960     ELSE
002970      MOVE "Y" TO WS-CURRIC-OPEN
002980     END-IF.
002990     OPEN INPUT SECTION-INDEX.
003000     IF WS-SECTIDX-STATUS NOT = "00"
003010      DISPLAY "ERROR! No section index on file; run SECTBLD."
003020      MOVE "Y" TO WS-ABORT-SWITCH
003030     ELSE
003040      MOVE "Y" TO WS-SECTIDX-OPEN
003050     END-IF.
003060     OPEN INPUT PREREQ.
003070     IF WS-PREREQ-STATUS = "00"
003080      MOVE "Y" TO WS-PREREQ-OPEN
003090     END-IF.
003100     OPEN INPUT TRANSFER-CREDIT.
003110     IF WS-CREDIT-STATUS = "00"
003120      MOVE "Y" TO WS-CREDIT-OPEN
003130     END-IF.
003140     OPEN INPUT WAITLIST.
003150     IF WS-WAIT-STATUS = "00"
003160      MOVE "Y" TO WS-WAIT-OPEN
003170     END-IF.
003180     OPEN INPUT TERM-CONTROL.
003190     IF WS-TERM-STATUS NOT = "00"
003200      DISPLAY "ERROR! No term control file on file."
003210      MOVE "Y" TO WS-ABORT-SWITCH
003220     ELSE
003230      READ TERM-CONTROL
003240       AT END
003250        DISPLAY "ERROR! Term control file is empty."
003260        MOVE "Y" TO WS-ABORT-SWITCH
003270       NOT AT END
003280        MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
003290      END-READ
003300      CLOSE TERM-CONTROL
003310     END-IF.
003320     IF WS-ABORT-SWITCH = "N"
003330      PERFORM 1100-NEXT-TERM THRU 1100-EXIT
003340     END-IF.
003350     OPEN OUTPUT REPORT-FILE.
003360     IF WS-ABORT-SWITCH = "N"
003370      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003380      MOVE SPACES TO REPORT-LINE
003390      STRING "NEXT-TERM SECTION DEMAND  TERM " WS-NEXT-TERM
003400          "  (FROM " WS-CURRENT-TERM ")  RUN " WS-RUN-DATE
003410          DELIMITED BY SIZE INTO REPORT-LINE
003420      WRITE REPORT-LINE
003430      MOVE SPACES TO REPORT-LINE
003440      WRITE REPORT-LINE
003450      MOVE SPACES TO REPORT-LINE
003460      STRING "COURSE      PLAN  REPT  WAIT DEMAND NO-PREQ"
003470          " SECTS SEATS SHORT SIZE EXTRA"
003480          DELIMITED BY SIZE INTO REPORT-LINE
003490      WRITE REPORT-LINE
003500     END-IF.
003510 1000-EXIT.
003520     EXIT.
003530
003540*--------------------------------------------------------------
003550*    1100-NEXT-TERM -- the TERMROLL roll, kept apart from
003560*    TERMCTRL: first semester to second, second to midyear,
003570*    midyear to the first semester of the next school year,
003580*    which is also where a student moves up a year level
003590*--------------------------------------------------------------
003600 1100-NEXT-TERM.
003610     MOVE WS-CURRENT-TERM TO WS-NEXT-TERM.
003620     IF WS-NEXT-SEM = "1"
003630      MOVE "2" TO WS-NEXT-SEM
003640     ELSE
003650      IF WS-NEXT-SEM = "2"
003660       MOVE "S" TO WS-NEXT-SEM
003670      ELSE
003680       IF WS-NEXT-SEM = "S"
003690        ADD 1 TO WS-NEXT-YEAR
003700        MOVE "1" TO WS-NEXT-SEM
003710        MOVE 1 TO WS-YEAR-STEP
003720       ELSE
003730        DISPLAY "ERROR! Unrecognized term on TERMCTRL: "
003740            WS-CURRENT-TERM
003750        MOVE "Y" TO WS-ABORT-SWITCH
003760       END-IF
003770      END-IF
003780     END-IF.
003790 1100-EXIT.
003800     EXIT.
003810
003820*--------------------------------------------------------------
003830*    2000-LOAD-SORT -- feed the sort from the three demand
003840*    sources and the current term's sections
003850*--------------------------------------------------------------
003860 2000-LOAD-SORT.
003870     PERFORM 2100-LOAD-PLAN THRU 2100-EXIT.
003880     PERFORM 2300-LOAD-REPEATS THRU 2300-EXIT.
003890     IF WS-WAIT-OPEN = "Y"
003900      PERFORM 2500-LOAD-WAITING THRU 2500-EXIT
003910     END-IF.
003920     PERFORM 2700-LOAD-SECTIONS THRU 2700-EXIT.
003930 2000-EXIT.
003940     EXIT.
003950
003960*--------------------------------------------------------------
003970*    2100-LOAD-PLAN -- every student with a program and year
003980*    level on file, against their program's plan for the year
003990*    level they will be in next term
004000*--------------------------------------------------------------
004010 2100-LOAD-PLAN.
004020     MOVE LOW-VALUES TO SM-SNUM.
004030     START STUDENT-MASTER KEY IS NOT LESS THAN SM-SNUM
004040      INVALID KEY
004050       CONTINUE
004060     END-START.
004070     MOVE "N" TO WS-EOF-SWITCH.
004080     PERFORM 2110-LOAD-PLAN-LOOP THRU 2110-EXIT
004090         UNTIL WS-EOF-SWITCH = "Y".
004100 2100-EXIT.
004110     EXIT.
004120
004130 2110-LOAD-PLAN-LOOP.
004140     READ STUDENT-MASTER NEXT RECORD
004150      AT END
004160       MOVE "Y" TO WS-EOF-SWITCH
004170      NOT AT END
004180       IF SM-PROGRAM NOT = SPACES AND SM-YEARLEVEL NUMERIC
004190           AND SM-YEARLEVEL > 0
004200        PERFORM 2200-PLAN-STUDENT THRU 2200-EXIT
004210       END-IF
004220     END-READ.
004230 2110-EXIT.
004240     EXIT.
004250
004260 2200-PLAN-STUDENT.
004270     COMPUTE WS-NEXT-YEARLEVEL = SM-YEARLEVEL + WS-YEAR-STEP.
004280     IF WS-NEXT-YEARLEVEL > 9
004290      GO TO 2200-EXIT
004300     END-IF.
004310     MOVE SM-PROGRAM        TO CU-PROGRAM.
004320     MOVE WS-NEXT-YEARLEVEL TO CU-YEARLEVEL.
004330     MOVE 0                 TO CU-SEQ.
004340     MOVE "N" TO WS-EOF-CURRIC.
004350     START CURRICULUM KEY IS NOT LESS THAN CU-KEY
004360      INVALID KEY
004370       MOVE "Y" TO WS-EOF-CURRIC
004380     END-START.
004390     PERFORM 2210-PLAN-STUDENT-LOOP THRU 2210-EXIT
004400         UNTIL WS-EOF-CURRIC = "Y".
004410 2200-EXIT.
004420     EXIT.
004430
004440 2210-PLAN-STUDENT-LOOP.
004450     READ CURRICULUM NEXT RECORD
004460      AT END
004470       MOVE "Y" TO WS-EOF-CURRIC
004480      NOT AT END
004490       IF CU-PROGRAM NOT = SM-PROGRAM
004500           OR CU-YEARLEVEL NOT = WS-NEXT-YEARLEVEL
004510        MOVE "Y" TO WS-EOF-CURRIC
004520       ELSE
004530        IF CU-PLAN-TERM = WS-NEXT-TERM
004540         MOVE CU-REQ-COURSECODE TO SX-COURSECODE
004550         MOVE SM-SNUM           TO SX-SNUM
004560         MOVE "P"               TO SX-SOURCE
004570         MOVE 0                 TO SX-SEATS
004580         RELEASE SORT-RECORD
004590         ADD 1 TO WS-RELEASED
004600        END-IF
004610       END-IF
004620     END-READ.
004630 2210-EXIT.
004640     EXIT.
004650
004660*--------------------------------------------------------------
004670*    2300-LOAD-REPEATS -- one keyed range read of the current
004680*    term's slice of the section index; a withdrawal shows on
004690*    the mirror, a failing grade only on the subject row
004700*--------------------------------------------------------------
004710 2300-LOAD-REPEATS.
004720     MOVE WS-CURRENT-TERM TO SE-TERM.
004730     MOVE LOW-VALUES TO SE-COURSECODE SE-CSECTION SE-SNUM.
004740     START SECTION-INDEX KEY IS NOT LESS THAN SE-KEY
004750      INVALID KEY
004760       CONTINUE
004770     END-START.
004780     MOVE "N" TO WS-EOF-SWITCH.
004790     PERFORM 2310-LOAD-REPEATS-LOOP THRU 2310-EXIT
004800         UNTIL WS-EOF-SWITCH = "Y".
004810 2300-EXIT.
004820     EXIT.
004830
004840 2310-LOAD-REPEATS-LOOP.
004850     READ SECTION-INDEX NEXT RECORD
004860      AT END
004870       MOVE "Y" TO WS-EOF-SWITCH
004880      NOT AT END
004890       IF SE-TERM NOT = WS-CURRENT-TERM
004900        MOVE "Y" TO WS-EOF-SWITCH
004910       ELSE
004920        IF SE-STATUS = "W"
004930         PERFORM 2400-RELEASE-REPEAT THRU 2400-EXIT
004940        ELSE
004950         MOVE SE-SNUM       TO SB-SNUM
004960         MOVE SE-COURSECODE TO SB-COURSECODE
004970         MOVE SE-CSECTION   TO SB-CSECTION
004980         MOVE SE-TERM       TO SB-TERM
004990         READ SUBJECT-MASTER
005000          INVALID KEY
005010           CONTINUE
005020          NOT INVALID KEY
005030           IF SB-GRADE > 3.00
005040            PERFORM 2400-RELEASE-REPEAT THRU 2400-EXIT
005050           END-IF
005060         END-READ
005070        END-IF
005080       END-IF
005090     END-READ.
005100 2310-EXIT.
005110     EXIT.
005120
005130 2400-RELEASE-REPEAT.
005140     MOVE SE-COURSECODE TO SX-COURSECODE.
005150     MOVE SE-SNUM       TO SX-SNUM.
005160     MOVE "R"           TO SX-SOURCE.
005170     MOVE 0             TO SX-SEATS.
005180     RELEASE SORT-RECORD.
005190     ADD 1 TO WS-RELEASED.
005200 2400-EXIT.
005210     EXIT.
005220
005230*--------------------------------------------------------------
005240*    2500-LOAD-WAITING -- the waitlist is keyed course-first,
005250*    so the whole file is walked and this term's queues kept
005260*--------------------------------------------------------------
005270 2500-LOAD-WAITING.
005280     MOVE LOW-VALUES TO WL-KEY.
005290     START WAITLIST KEY IS NOT LESS THAN WL-KEY
005300      INVALID KEY
005310       CONTINUE
005320     END-START.
005330     MOVE "N" TO WS-EOF-SWITCH.
005340     PERFORM 2510-LOAD-WAITING-LOOP THRU 2510-EXIT
005350         UNTIL WS-EOF-SWITCH = "Y".
005360 2500-EXIT.
005370     EXIT.
005380
005390 2510-LOAD-WAITING-LOOP.
005400     READ WAITLIST NEXT RECORD
005410      AT END
005420       MOVE "Y" TO WS-EOF-SWITCH
005430      NOT AT END
005440       IF WL-TERM = WS-CURRENT-TERM
005450        MOVE WL-COURSECODE TO SX-COURSECODE
005460        MOVE WL-SNUM       TO SX-SNUM
005470        MOVE "Q"           TO SX-SOURCE
005480        MOVE 0             TO SX-SEATS
005490        RELEASE SORT-RECORD
005500        ADD 1 TO WS-RELEASED
005510       END-IF
005520     END-READ.
005530 2510-EXIT.
005540     EXIT.
005550
005560*--------------------------------------------------------------
005570*    2700-LOAD-SECTIONS -- one record per section on offer this
005580*    term, so its seats reach the course total and a course
005590*    nobody needs still shows what it offers
005600*--------------------------------------------------------------
005610 2700-LOAD-SECTIONS.
005620     MOVE LOW-VALUES TO CM-KEY.
005630     START COURSE-MASTER KEY IS NOT LESS THAN CM-KEY
005640      INVALID KEY
005650       CONTINUE
005660     END-START.
005670     MOVE "N" TO WS-EOF-SWITCH.
005680     PERFORM 2710-LOAD-SECTIONS-LOOP THRU 2710-EXIT
005690         UNTIL WS-EOF-SWITCH = "Y".
005700 2700-EXIT.
005710     EXIT.
005720
005730 2710-LOAD-SECTIONS-LOOP.
005740     READ COURSE-MASTER NEXT RECORD
005750      AT END
005760       MOVE "Y" TO WS-EOF-SWITCH
005770      NOT AT END
005780       IF CM-TERM = WS-CURRENT-TERM
005790        MOVE CM-COURSECODE TO SX-COURSECODE
005800        MOVE SPACES        TO SX-SNUM
005810        MOVE "S"           TO SX-SOURCE
005820        MOVE CM-MAXSEATS   TO SX-SEATS
005830        RELEASE SORT-RECORD
005840       END-IF
005850     END-READ.
005860 2710-EXIT.
005870     EXIT.
005880
005890*--------------------------------------------------------------
005900*    3000-PRINT-DEMAND -- read the sorted work file back,
005910*    settling each student as their records run out and
005920*    printing each course as its records run out
005930*--------------------------------------------------------------
005940 3000-PRINT-DEMAND.
005950     MOVE "N" TO WS-EOF-SWITCH.
005960     MOVE "Y" TO WS-FIRST-SWITCH.
005970     PERFORM 3100-PRINT-DEMAND-LOOP THRU 3100-EXIT
005980         UNTIL WS-EOF-SWITCH = "Y".
005990     IF WS-FIRST-SWITCH NOT = "Y"
006000      PERFORM 3400-END-STUDENT THRU 3400-EXIT
006010      PERFORM 3600-PRINT-COURSE THRU 3600-EXIT
006020     END-IF.
006030 3000-EXIT.
006040     EXIT.
006050
006060 3100-PRINT-DEMAND-LOOP.
006070     RETURN SORT-WORK-FILE
006080      AT END
006090       MOVE "Y" TO WS-EOF-SWITCH
006100      NOT AT END
006110       IF WS-FIRST-SWITCH = "Y"
006120        PERFORM 3200-START-COURSE THRU 3200-EXIT
006130        PERFORM 3300-START-STUDENT THRU 3300-EXIT
006140       ELSE
006150        IF SX-COURSECODE NOT = WS-CUR-COURSECODE
006160         PERFORM 3400-END-STUDENT THRU 3400-EXIT
006170         PERFORM 3600-PRINT-COURSE THRU 3600-EXIT
006180         PERFORM 3200-START-COURSE THRU 3200-EXIT
006190         PERFORM 3300-START-STUDENT THRU 3300-EXIT
006200        ELSE
006210         IF SX-SNUM NOT = WS-CUR-SNUM
006220          PERFORM 3400-END-STUDENT THRU 3400-EXIT
006230          PERFORM 3300-START-STUDENT THRU 3300-EXIT
006240         END-IF
006250        END-IF
006260       END-IF
006270       PERFORM 3350-TAKE-RECORD THRU 3350-EXIT
006280     END-RETURN.
006290 3100-EXIT.
006300     EXIT.
006310
006320 3200-START-COURSE.
006330     MOVE "N" TO WS-FIRST-SWITCH.
006340     MOVE SX-COURSECODE TO WS-CUR-COURSECODE.
006350     MOVE 0 TO WS-C-PLAN WS-C-REPEAT WS-C-WAIT WS-C-DEMAND.
006360     MOVE 0 TO WS-C-BLOCKED WS-C-SECTIONS WS-C-SEATS.
006370 3200-EXIT.
006380     EXIT.
006390
006400 3300-START-STUDENT.
006410     MOVE SX-SNUM TO WS-CUR-SNUM.
006420     MOVE "N" TO WS-FROM-PLAN WS-FROM-REPEAT WS-FROM-WAIT.
006430 3300-EXIT.
006440     EXIT.
006450
006460 3350-TAKE-RECORD.
006470     IF SX-SOURCE = "S"
006480      ADD 1 TO WS-C-SECTIONS
006490      ADD SX-SEATS TO WS-C-SEATS
006500     ELSE
006510      IF SX-SOURCE = "P"
006520       MOVE "Y" TO WS-FROM-PLAN
006530      ELSE
006540       IF SX-SOURCE = "R"
006550        MOVE "Y" TO WS-FROM-REPEAT
006560       ELSE
006570        MOVE "Y" TO WS-FROM-WAIT
006580       END-IF
006590      END-IF
006600     END-IF.
006610 3350-EXIT.
006620     EXIT.
006630
006640*--------------------------------------------------------------
006650*    3400-END-STUDENT -- one student's claim on the course,
006660*    counted once whatever sources it came through.  The
006670*    blank student number heads each course's section records
006680*--------------------------------------------------------------
006690 3400-END-STUDENT.
006700     IF WS-CUR-SNUM = SPACES
006710      GO TO 3400-EXIT
006720     END-IF.
006730     MOVE WS-CUR-SNUM TO SM-SNUM.
006740     READ STUDENT-MASTER
006750      INVALID KEY
006760       GO TO 3400-EXIT
006770     END-READ.
006780     IF SM-STANDING = "D"
006790      GO TO 3400-EXIT
006800     END-IF.
006810     MOVE WS-CUR-COURSECODE TO WS-CHECK-COURSE.
006820     PERFORM 3700-CHECK-PASS THRU 3700-EXIT.
006830     IF WS-PASS-FOUND = "Y"
006840      GO TO 3400-EXIT
006850     END-IF.
006860     PERFORM 3500-CHECK-PREREQS THRU 3500-EXIT.
006870     IF WS-PREREQ-OK = "N"
006880      ADD 1 TO WS-C-BLOCKED
006890      GO TO 3400-EXIT
006900     END-IF.
006910     ADD 1 TO WS-C-DEMAND.
006920     IF WS-FROM-PLAN = "Y"
006930      ADD 1 TO WS-C-PLAN
006940     END-IF.
006950     IF WS-FROM-REPEAT = "Y"
006960      ADD 1 TO WS-C-REPEAT
006970     END-IF.
006980     IF WS-FROM-WAIT = "Y"
006990      ADD 1 TO WS-C-WAIT
007000     END-IF.
007010 3400-EXIT.
007020     EXIT.
007030
007040*--------------------------------------------------------------
007050*    3500-CHECK-PREREQS -- every prerequisite on file for the
007060*    course must show as passed or credited
007070*--------------------------------------------------------------
007080 3500-CHECK-PREREQS.
007090     MOVE "Y" TO WS-PREREQ-OK.
007100     IF WS-PREREQ-OPEN = "N"
007110      GO TO 3500-EXIT
007120     END-IF.
007130     MOVE WS-CUR-COURSECODE TO PQ-COURSECODE.
007140     MOVE 0 TO PQ-SEQ.
007150     MOVE "N" TO WS-EOF-PREREQ.
007160     START PREREQ KEY IS NOT LESS THAN PQ-KEY
007170      INVALID KEY
007180       MOVE "Y" TO WS-EOF-PREREQ
007190     END-START.
007200     PERFORM 3510-CHECK-PREREQS-LOOP THRU 3510-EXIT
007210         UNTIL WS-EOF-PREREQ = "Y".
007220 3500-EXIT.
007230     EXIT.
007240
007250 3510-CHECK-PREREQS-LOOP.
007260     READ PREREQ NEXT RECORD
007270      AT END
007280       MOVE "Y" TO WS-EOF-PREREQ
007290      NOT AT END
007300       IF PQ-COURSECODE = WS-CUR-COURSECODE
007310        MOVE PQ-REQ-COURSECODE TO WS-CHECK-COURSE
007320        PERFORM 3700-CHECK-PASS THRU 3700-EXIT
007330        IF WS-PASS-FOUND = "N"
007340         MOVE "N" TO WS-PREREQ-OK
007350         MOVE "Y" TO WS-EOF-PREREQ
007360        END-IF
007370       ELSE
007380        MOVE "Y" TO WS-EOF-PREREQ
007390       END-IF
007400     END-READ.
007410 3510-EXIT.
007420     EXIT.
007430
007440*--------------------------------------------------------------
007450*    3600-PRINT-COURSE -- the course's line: demand against
007460*    the seats on offer, and the sections the gap needs
007470*--------------------------------------------------------------
007480 3600-PRINT-COURSE.
007490     IF WS-C-SECTIONS > 0
007500      DIVIDE WS-C-SEATS BY WS-C-SECTIONS GIVING WS-C-SIZE ROUNDED
007510     ELSE
007520      MOVE WS-DEFAULT-SIZE TO WS-C-SIZE
007530     END-IF.
007540     IF WS-C-SIZE = 0
007550      MOVE WS-DEFAULT-SIZE TO WS-C-SIZE
007560     END-IF.
007570     MOVE 0 TO WS-C-SHORT WS-C-EXTRA.
007580     IF WS-C-DEMAND > WS-C-SEATS
007590      COMPUTE WS-C-SHORT = WS-C-DEMAND - WS-C-SEATS
007600      DIVIDE WS-C-SHORT BY WS-C-SIZE GIVING WS-C-EXTRA
007610          REMAINDER WS-C-REMAINDER
007620      IF WS-C-REMAINDER > 0
007630       ADD 1 TO WS-C-EXTRA
007640      END-IF
007650     END-IF.
007660     MOVE WS-CUR-COURSECODE TO WS-D-COURSE.
007670     MOVE WS-C-PLAN     TO WS-D-PLAN.
007680     MOVE WS-C-REPEAT   TO WS-D-REPEAT.
007690     MOVE WS-C-WAIT     TO WS-D-WAIT.
007700     MOVE WS-C-DEMAND   TO WS-D-DEMAND.
007710     MOVE WS-C-BLOCKED  TO WS-D-BLOCKED.
007720     MOVE WS-C-SECTIONS TO WS-D-SECTIONS.
007730     MOVE WS-C-SEATS    TO WS-D-SEATS.
007740     MOVE WS-C-SHORT    TO WS-D-SHORT.
007750     MOVE WS-C-SIZE     TO WS-D-SIZE.
007760     MOVE WS-C-EXTRA    TO WS-D-EXTRA.
007770     MOVE SPACES TO REPORT-LINE.
007780     MOVE WS-DETAIL-LINE TO REPORT-LINE.
007790     WRITE REPORT-LINE.
007800     ADD 1 TO WS-COURSE-COUNT.
007810     ADD WS-C-DEMAND TO WS-TOT-DEMAND.
007820     ADD WS-C-SEATS  TO WS-TOT-SEATS.
007830     ADD WS-C-SHORT  TO WS-TOT-SHORT.
007840     ADD WS-C-EXTRA  TO WS-TOT-EXTRA.
007850 3600-EXIT.
007860     EXIT.
007870
007880*--------------------------------------------------------------
007890*    3700-CHECK-PASS -- has the student passed WS-CHECK-COURSE
007900*    (1.00 to 3.00, not withdrawn, any term) or been credited
007910*    with it from another school
007920*--------------------------------------------------------------
007930 3700-CHECK-PASS.
007940     MOVE "N" TO WS-PASS-FOUND.
007950     IF WS-CREDIT-OPEN = "Y"
007960      MOVE SM-SNUM         TO TX-SNUM
007970      MOVE WS-CHECK-COURSE TO TX-COURSECODE
007980      READ TRANSFER-CREDIT
007990       INVALID KEY
008000        CONTINUE
008010       NOT INVALID KEY
008020        MOVE "Y" TO WS-PASS-FOUND
008030      END-READ
008040     END-IF.
008050     IF WS-PASS-FOUND = "Y"
008060      GO TO 3700-EXIT
008070     END-IF.
008080     MOVE SM-SNUM TO SB-SNUM.
008090     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
008100     MOVE "N" TO WS-EOF-SUBJECT.
008110     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
008120      INVALID KEY
008130       MOVE "Y" TO WS-EOF-SUBJECT
008140     END-START.
008150     PERFORM 3710-CHECK-PASS-LOOP THRU 3710-EXIT
008160         UNTIL WS-EOF-SUBJECT = "Y".
008170 3700-EXIT.
008180     EXIT.
008190
008200 3710-CHECK-PASS-LOOP.
008210     READ SUBJECT-MASTER NEXT RECORD
008220      AT END
008230       MOVE "Y" TO WS-EOF-SUBJECT
008240      NOT AT END
008250       IF SB-SNUM NOT = SM-SNUM
008260        MOVE "Y" TO WS-EOF-SUBJECT
008270       ELSE
008280        IF SB-COURSECODE = WS-CHECK-COURSE
008290            AND SB-STATUS NOT = "W"
008300            AND SB-GRADE NOT = 0
008310            AND SB-GRADE NOT GREATER THAN 3.00
008320         MOVE "Y" TO WS-PASS-FOUND
008330         MOVE "Y" TO WS-EOF-SUBJECT
008340        END-IF
008350       END-IF
008360     END-READ.
008370 3710-EXIT.
008380     EXIT.
008390
008400*--------------------------------------------------------------
008410*    4000-PRINT-TOTALS -- the run's totals at the foot
008420*--------------------------------------------------------------
008430 4000-PRINT-TOTALS.
008440     MOVE SPACES TO REPORT-LINE.
008450     WRITE REPORT-LINE.
008460     MOVE SPACES TO REPORT-LINE.
008470     STRING "COURSES: " WS-COURSE-COUNT
008480         DELIMITED BY SIZE INTO REPORT-LINE.
008490     WRITE REPORT-LINE.
008500     MOVE WS-TOT-DEMAND TO WS-TOT-DISP.
008510     MOVE WS-TOT-SEATS  TO WS-TOT-DISP2.
008520     MOVE WS-TOT-SHORT  TO WS-TOT-DISP3.
008530     MOVE WS-TOT-EXTRA  TO WS-TOT-DISP4.
008540     MOVE SPACES TO REPORT-LINE.
008550     STRING "TOTAL DEMAND: " WS-TOT-DISP
008560         "  SEATS OFFERED: " WS-TOT-DISP2
008570         "  SHORT: " WS-TOT-DISP3
008580         "  EXTRA SECTIONS: " WS-TOT-DISP4
008590         DELIMITED BY SIZE INTO REPORT-LINE.
008600     WRITE REPORT-LINE.
008610 4000-EXIT.
008620     EXIT.
008630
008640*--------------------------------------------------------------
008650*    9000-TERMINATE -- close everything down and report the
008660*    run totals
008670*--------------------------------------------------------------
008680 9000-TERMINATE.
008690     IF WS-STUDENT-OPEN = "Y"
008700      CLOSE STUDENT-MASTER
008710     END-IF.
008720     IF WS-SUBJECT-OPEN = "Y"
008730      CLOSE SUBJECT-MASTER
008740     END-IF.
008750     IF WS-COURSE-OPEN = "Y"
008760      CLOSE COURSE-MASTER
008770     END-IF.
008780     IF WS-CURRIC-OPEN = "Y"
008790      CLOSE CURRICULUM
008800     END-IF.
008810     IF WS-SECTIDX-OPEN = "Y"
008820      CLOSE SECTION-INDEX
008830     END-IF.
008840     IF WS-PREREQ-OPEN = "Y"
008850      CLOSE PREREQ
008860     END-IF.
008870     IF WS-CREDIT-OPEN = "Y"
008880      CLOSE TRANSFER-CREDIT
008890     END-IF.
008900     IF WS-WAIT-OPEN = "Y"
008910      CLOSE WAITLIST
008920     END-IF.
008930     CLOSE REPORT-FILE.
008940     DISPLAY "Candidates sorted:   " WS-RELEASED.
008950     DISPLAY "Courses reported:    " WS-COURSE-COUNT.
008960     DISPLAY "Extra sections:      " WS-TOT-EXTRA.
008970 9000-EXIT.
008980     EXIT.
