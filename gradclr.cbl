000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GRADCLR.
000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000100*    2026-10-15  JR    Original graduation clearance run.
000110*    2026-10-15  JR    A course credited on XFERCRED completes
000120*                      its requirement.
000130*    2026-10-15  JR    Credited units count toward the units
000140*                      earned; close each master that opened
000150*                      when the run stops early.
000160*--------------------------------------------------------------
000170*    Year-end graduation clearance.  Every final-year student
000180*    (year level at the top level of their program's CURRMAST
000190*    checklist) is judged against the four conditions for
000200*    graduating:
000210*      - every requirement on the checklist passed, judged the
000220*        way DEGAUDIT judges it (transfer credit counts);
000230*      - no Incomplete (SB-INC) outstanding on any row;
000240*      - no hold of any type standing on HOLDFILE;
000250*      - no balance owing on any term of STUACCT.
000260*    The cumulative weighted GPA is worked out as GPAREPT does
000270*    it (graded, non-withdrawn rows), and a student who clears
000280*    is classed for Latin honors on the university's cut-offs
000290*    below, each with its "no grade below" rule.  GRADRPT
000300*    lists every candidate with each deficiency spelled out;
000310*    GRADLIST gets one record per cleared graduate for the
000320*    commencement program and diploma printing.  The operator
000330*    may limit the run to one degree program.
000340*--------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SM-SNUM
000430         SHARING WITH ALL OTHER
000440         FILE STATUS IS WS-STUDENT-STATUS.
000450
000460     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SB-KEY
000500         SHARING WITH ALL OTHER
000510         FILE STATUS IS WS-SUBJECT-STATUS.
000520
000530     SELECT CURRICULUM ASSIGN TO "CURRMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CU-KEY
000570         SHARING WITH ALL OTHER
000580         FILE STATUS IS WS-CURRIC-STATUS.
000590
000600     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS HD-KEY
000640         SHARING WITH ALL OTHER
000650         FILE STATUS IS WS-HOLD-STATUS.
000660
000670     SELECT STUDENT-ACCOUNT ASSIGN TO "STUACCT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS SA-KEY
000710         SHARING WITH ALL OTHER
000720         FILE STATUS IS WS-ACCT-STATUS.
000730
000740     SELECT TRANSFER-CREDIT ASSIGN TO "XFERCRED"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS TX-KEY
000780         SHARING WITH ALL OTHER
000790         FILE STATUS IS WS-CREDIT-STATUS.
000800
000810     SELECT TERM-CONTROL ASSIGN TO "TERMCTRL"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-TERM-STATUS.
000840
000850     SELECT REPORT-FILE ASSIGN TO "GRADRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-REPORT-STATUS.
000880
000890*    Cleared graduates, for the commencement program and the
000900*    diploma run
000910     SELECT GRAD-FILE ASSIGN TO "GRADLIST"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-GRAD-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970     FD  STUDENT-MASTER.
000980         COPY "stumast.cpy".
000990
001000     FD  SUBJECT-MASTER.
001010         COPY "submast.cpy".
001020
001030     FD  CURRICULUM.
001040         COPY "curric.cpy".
001050
001060     FD  HOLD-FILE.
001070         COPY "holds.cpy".
001080
001090     FD  STUDENT-ACCOUNT.
001100         COPY "stuacct.cpy".
001110
001120     FD  TRANSFER-CREDIT.
001130         COPY "xfercrd.cpy".
001140
001150     FD  TERM-CONTROL.
001160         COPY "trmctl.cpy".
001170
001180     FD  REPORT-FILE.
001190     01  REPORT-LINE               PIC X(100).
001200
001210     FD  GRAD-FILE.
001220     01  GRAD-RECORD.
001230         05  GR-SNUM               PIC X(10).
001240         05  GR-SURNAME            PIC X(20).
001250         05  GR-FIRSTNAME          PIC X(30).
001260         05  GR-PROGRAM            PIC X(08).
001270         05  GR-TERM               PIC X(05).
001280         05  GR-UNITS              PIC 9(03)V9.
001290         05  GR-GPA                PIC 9(01)V99.
001300*        SUMMA CUM LAUDE, MAGNA CUM LAUDE, CUM LAUDE or spaces
001310         05  GR-HONORS             PIC X(16).
001320         05  FILLER                PIC X(05).
001330
001340 WORKING-STORAGE SECTION.
001350     77  WS-STUDENT-STATUS         PIC X(02).
001360     77  WS-SUBJECT-STATUS         PIC X(02).
001370     77  WS-CURRIC-STATUS          PIC X(02).
001380     77  WS-HOLD-STATUS            PIC X(02).
001390     77  WS-ACCT-STATUS            PIC X(02).
001400     77  WS-TERM-STATUS            PIC X(02).
001410     77  WS-REPORT-STATUS          PIC X(02).
001420     77  WS-GRAD-STATUS            PIC X(02).
001430     77  WS-CREDIT-STATUS          PIC X(02).
001440*    No transfer-credit file yet simply means no credits
001450     77  WS-CREDIT-OPEN            PIC X(01) VALUE "N".
001460     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
001470*    Each master is closed only if it was opened, so a run that
001480*    stops early still closes the ones that did open
001490     77  WS-STUDENT-OPEN           PIC X(01) VALUE "N".
001500     77  WS-SUBJECT-OPEN           PIC X(01) VALUE "N".
001510     77  WS-CURRIC-OPEN            PIC X(01) VALUE "N".
001520     77  WS-HOLD-OPEN              PIC X(01) VALUE "N".
001530     77  WS-ACCT-OPEN              PIC X(01) VALUE "N".
001540     77  WS-EOF-STUDENT            PIC X(01).
001550     77  WS-EOF-SUBJECT            PIC X(01).
001560     77  WS-EOF-CURRIC             PIC X(01).
001570     77  WS-EOF-SWITCH             PIC X(01).
001580     77  WS-EOF-CREDIT             PIC X(01).
001590     77  WS-CURRENT-TERM           PIC X(05).
001600     77  WS-RUN-DATE               PIC 9(08).
001610     77  WS-PICK-PROGRAM           PIC X(08).
001620     77  WS-PAGE-NUMBER            PIC 9(04) VALUE 0.
001630     77  WS-LINE-COUNT             PIC 9(03) VALUE 99.
001640     77  WS-MAX-LINES              PIC 9(03) VALUE 55.
001650     77  WS-HOLD-LINE              PIC X(100).
001660*    Latin honors cut-offs on the 1.00 (highest) to 5.00 scale.
001670*    A graduate qualifies for a class when the cumulative GPA
001680*    is at or better than its cut-off and no single grade is
001690*    below (numerically above) its floor; one who misses the
001700*    higher class is tried against the next
001710     77  WS-SUMMA-GPA              PIC 9(01)V99 VALUE 1.20.
001720     77  WS-SUMMA-FLOOR            PIC 9(01)V99 VALUE 1.75.
001730     77  WS-MAGNA-GPA              PIC 9(01)V99 VALUE 1.45.
001740     77  WS-MAGNA-FLOOR            PIC 9(01)V99 VALUE 2.00.
001750     77  WS-CUM-GPA                PIC 9(01)V99 VALUE 1.75.
001760     77  WS-CUM-FLOOR              PIC 9(01)V99 VALUE 2.50.
001770*    The top year level of each program's checklist, found
001780*    once at start-up; a student at that level is final-year
001790     77  WS-PROG-COUNT             PIC 9(03) VALUE 0.
001800     77  WS-PROG-IX                PIC 9(03).
001810     77  WS-FINAL-LEVEL            PIC 9(01).
001820     01  WS-PROG-TABLE.
001830         05  WS-PROG OCCURS 100 TIMES.
001840             10  WS-PROG-CODE      PIC X(08).
001850             10  WS-PROG-LEVEL     PIC 9(01).
001860*    One student's subject rows, gathered once so every
001870*    requirement is judged from working storage
001880     77  WS-ROW-COUNT              PIC 9(03) VALUE 0.
001890     77  WS-ROW-IX                 PIC 9(03).
001900     01  WS-ROW-TABLE.
001910         05  WS-ROW OCCURS 200 TIMES.
001920             10  WS-ROW-COURSECODE PIC X(10).
001930             10  WS-ROW-TERM       PIC X(05).
001940             10  WS-ROW-GRADE      PIC 9(01)V99.
001950*    The judgement on the student being cleared
001960     77  WS-REQ-STATUS             PIC X(12).
001970     77  WS-DEFICIENCY-COUNT       PIC 9(03) VALUE 0.
001980     77  WS-TOTAL-UNITS            PIC 9(03)V9 VALUE 0.
001990*    Units credited on XFERCRED count toward the units earned
002000*    but, carrying no grade, never toward the GPA
002010     77  WS-CREDIT-UNITS           PIC 9(03)V9 VALUE 0.
002020     77  WS-EARNED-UNITS           PIC 9(03)V9 VALUE 0.
002030     77  WS-GRADE-POINTS           PIC 9(05)V99 VALUE 0.
002040     77  WS-GPA                    PIC 9(01)V99 VALUE 0.
002050     77  WS-WORST-GRADE            PIC 9(01)V99 VALUE 0.
002060     77  WS-HONORS                 PIC X(16).
002070     77  WS-BALANCE                PIC S9(07)V99.
002080     77  WS-BALANCE-DISP           PIC Z,ZZZ,ZZ9.99.
002090     77  WS-GPA-DISP               PIC Z9.99.
002100     77  WS-UNITS-DISP             PIC ZZ9.9.
002110     77  WS-RESULT-TEXT            PIC X(11).
002120*    Run totals
002130     77  WS-CANDIDATE-COUNT        PIC 9(05) VALUE 0.
002140     77  WS-CLEARED-COUNT          PIC 9(05) VALUE 0.
002150     77  WS-DEFICIENT-COUNT        PIC 9(05) VALUE 0.
002160     77  WS-SUMMA-COUNT            PIC 9(05) VALUE 0.
002170     77  WS-MAGNA-COUNT            PIC 9(05) VALUE 0.
002180     77  WS-CUM-COUNT              PIC 9(05) VALUE 0.
002190
002200 PROCEDURE DIVISION.
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002230     IF WS-ABORT-SWITCH = "N"
002240      PERFORM 2000-ALL-STUDENTS THRU 2000-EXIT
002250      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002260     END-IF.
002270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002280     STOP RUN.
002290
002300*--------------------------------------------------------------
002310*    1000-INITIALIZE -- open the masters and the two outputs,
002320*    read the current term, note each program's final year
002330*    level, then ask which program to clear
002340*--------------------------------------------------------------
002350 1000-INITIALIZE.
002360     OPEN INPUT STUDENT-MASTER.
002370     IF WS-STUDENT-STATUS NOT = "00"
002380      DISPLAY "ERROR! No student master file on file."
002390      MOVE "Y" TO WS-ABORT-SWITCH
002400     ELSE
002410      MOVE "Y" TO WS-STUDENT-OPEN
002420     END-IF.
002430     OPEN INPUT SUBJECT-MASTER.
002440     IF WS-SUBJECT-STATUS NOT = "00"
002450      DISPLAY "ERROR! No subject master file on file."
002460      MOVE "Y" TO WS-ABORT-SWITCH
002470     ELSE
002480      MOVE "Y" TO WS-SUBJECT-OPEN
002490     END-IF.
002500     OPEN INPUT CURRICULUM.
002510     IF WS-CURRIC-STATUS NOT = "00"
002520      DISPLAY "ERROR! No curriculum master file on file."
002530      MOVE "Y" TO WS-ABORT-SWITCH
002540     ELSE
002550      MOVE "Y" TO WS-CURRIC-OPEN
002560     END-IF.
002570     OPEN INPUT HOLD-FILE.
002580     IF WS-HOLD-STATUS NOT = "00"
002590      DISPLAY "ERROR! No holds file on file."
002600      MOVE "Y" TO WS-ABORT-SWITCH
002610     ELSE
002620      MOVE "Y" TO WS-HOLD-OPEN
002630     END-IF.
002640     OPEN INPUT STUDENT-ACCOUNT.
002650     IF WS-ACCT-STATUS NOT = "00"
002660      DISPLAY "ERROR! No student account file on file."
002670      MOVE "Y" TO WS-ABORT-SWITCH
002680     ELSE
002690      MOVE "Y" TO WS-ACCT-OPEN
002700     END-IF.
002710     OPEN INPUT TRANSFER-CREDIT.
002720     IF WS-CREDIT-STATUS = "00"
002730      MOVE "Y" TO WS-CREDIT-OPEN
002740     END-IF.
002750     OPEN INPUT TERM-CONTROL.
002760     IF WS-TERM-STATUS NOT = "00"
002770      DISPLAY "ERROR! No term control file on file."
002780      MOVE "Y" TO WS-ABORT-SWITCH
002790     ELSE
002800      READ TERM-CONTROL
002810       AT END
002820        DISPLAY "ERROR! Term control file is empty."
002830        MOVE "Y" TO WS-ABORT-SWITCH
002840       NOT AT END
002850        MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
002860      END-READ
002870      CLOSE TERM-CONTROL
002880     END-IF.
002890     OPEN OUTPUT REPORT-FILE.
002900     OPEN OUTPUT GRAD-FILE.
002910     IF WS-ABORT-SWITCH = "N"
002920      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002930      PERFORM 1100-LOAD-PROGRAMS THRU 1100-EXIT
002940      DISPLAY "Degree program (blank for all programs): "
002950          WITH NO ADVANCING
002960      ACCEPT WS-PICK-PROGRAM
002970     END-IF.
002980 1000-EXIT.
002990     EXIT.
003000
003010*--------------------------------------------------------------
003020*    1100-LOAD-PROGRAMS -- one pass of the curriculum master,
003030*    which reads back program by program and level by level,
003040*    so the last level seen for a program is its final year
003050*--------------------------------------------------------------
003060 1100-LOAD-PROGRAMS.
003070     MOVE LOW-VALUES TO CU-KEY.
003080     START CURRICULUM KEY IS NOT LESS THAN CU-KEY
003090      INVALID KEY
003100       CONTINUE
003110     END-START.
003120     MOVE "N" TO WS-EOF-CURRIC.
003130     PERFORM 1200-LOAD-PROGRAMS-LOOP THRU 1200-EXIT
003140         UNTIL WS-EOF-CURRIC = "Y".
003150 1100-EXIT.
003160     EXIT.
003170
003180 1200-LOAD-PROGRAMS-LOOP.
003190     READ CURRICULUM NEXT RECORD
003200      AT END
003210       MOVE "Y" TO WS-EOF-CURRIC
003220      NOT AT END
003230       IF WS-PROG-COUNT = 0
003240        PERFORM 1300-ADD-PROGRAM THRU 1300-EXIT
003250       ELSE
003260        IF CU-PROGRAM = WS-PROG-CODE(WS-PROG-COUNT)
003270         MOVE CU-YEARLEVEL TO WS-PROG-LEVEL(WS-PROG-COUNT)
003280        ELSE
003290         PERFORM 1300-ADD-PROGRAM THRU 1300-EXIT
003300        END-IF
003310       END-IF
003320     END-READ.
003330 1200-EXIT.
003340     EXIT.
003350
003360 1300-ADD-PROGRAM.
003370     IF WS-PROG-COUNT < 100
003380      ADD 1 TO WS-PROG-COUNT
003390      MOVE CU-PROGRAM   TO WS-PROG-CODE(WS-PROG-COUNT)
003400      MOVE CU-YEARLEVEL TO WS-PROG-LEVEL(WS-PROG-COUNT)
003410     ELSE
003420      DISPLAY "WARNING! Program table full; skipped "
003430          CU-PROGRAM
003440     END-IF.
003450 1300-EXIT.
003460     EXIT.
003470
003480*--------------------------------------------------------------
003490*    2000-ALL-STUDENTS -- every student on file, in student-
003500*    number order; only final-year students are candidates
003510*--------------------------------------------------------------
003520 2000-ALL-STUDENTS.
003530     MOVE LOW-VALUES TO SM-SNUM.
003540     START STUDENT-MASTER KEY IS NOT LESS THAN SM-SNUM
003550      INVALID KEY
003560       CONTINUE
003570     END-START.
003580     MOVE "N" TO WS-EOF-STUDENT.
003590     PERFORM 2100-ALL-STUDENTS-LOOP THRU 2100-EXIT
003600         UNTIL WS-EOF-STUDENT = "Y".
003610 2000-EXIT.
003620     EXIT.
003630
003640 2100-ALL-STUDENTS-LOOP.
003650     READ STUDENT-MASTER NEXT RECORD
003660      AT END
003670       MOVE "Y" TO WS-EOF-STUDENT
003680      NOT AT END
003690       IF SM-PROGRAM NOT = SPACES
003700           AND (WS-PICK-PROGRAM = SPACES
003710                OR SM-PROGRAM = WS-PICK-PROGRAM)
003720        PERFORM 2200-FIND-FINAL-LEVEL THRU 2200-EXIT
003730        IF WS-FINAL-LEVEL NOT = 0
003740            AND SM-YEARLEVEL NOT LESS THAN WS-FINAL-LEVEL
003750         PERFORM 3000-CLEAR-STUDENT THRU 3000-EXIT
003760        END-IF
003770       END-IF
003780     END-READ.
003790 2100-EXIT.
003800     EXIT.
003810
003820*    Zero when the student's program has no checklist on file
003830 2200-FIND-FINAL-LEVEL.
003840     MOVE 0 TO WS-FINAL-LEVEL.
003850     MOVE 1 TO WS-PROG-IX.
003860     PERFORM 2300-FIND-FINAL-LEVEL-LOOP THRU 2300-EXIT
003870         UNTIL WS-PROG-IX > WS-PROG-COUNT.
003880 2200-EXIT.
003890     EXIT.
003900
003910 2300-FIND-FINAL-LEVEL-LOOP.
003920     IF WS-PROG-CODE(WS-PROG-IX) = SM-PROGRAM
003930      MOVE WS-PROG-LEVEL(WS-PROG-IX) TO WS-FINAL-LEVEL
003940      MOVE WS-PROG-COUNT TO WS-PROG-IX
003950     END-IF.
003960     ADD 1 TO WS-PROG-IX.
003970 2300-EXIT.
003980     EXIT.
003990
004000*--------------------------------------------------------------
004010*    3000-CLEAR-STUDENT -- the candidate is in the STUDENT-
004020*    MASTER record area.  The candidate line goes out first,
004030*    then one line per deficiency found, then the verdict
004040*--------------------------------------------------------------
004050 3000-CLEAR-STUDENT.
004060     ADD 1 TO WS-CANDIDATE-COUNT.
004070     MOVE 0 TO WS-DEFICIENCY-COUNT.
004080     PERFORM 3100-LOAD-ROWS THRU 3100-EXIT.
004090     MOVE SPACES TO REPORT-LINE.
004100     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
004110     MOVE SPACES TO REPORT-LINE.
004120     STRING SM-SNUM " " SM-SURNAME ", " SM-FIRSTNAME
004130         "  " SM-PROGRAM " YR " SM-YEARLEVEL
004140         DELIMITED BY SIZE INTO REPORT-LINE.
004150     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
004160     PERFORM 3300-CHECK-REQUIREMENTS THRU 3300-EXIT.
004170     PERFORM 3600-CHECK-INCOMPLETES THRU 3600-EXIT.
004180     PERFORM 3700-CHECK-HOLDS THRU 3700-EXIT.
004190     PERFORM 3800-CHECK-BALANCES THRU 3800-EXIT.
004200     PERFORM 4000-CLASSIFY THRU 4000-EXIT.
004210 3000-EXIT.
004220     EXIT.
004230
004240*--------------------------------------------------------------
004250*    3100-LOAD-ROWS -- the student's non-withdrawn rows into
004260*    the table, with the weighted GPA and the lowest grade
004270*    (the highest number) accumulated on the way.  An
004280*    Incomplete still standing is a deficiency in itself
004290*--------------------------------------------------------------
004300 3100-LOAD-ROWS.
004310     MOVE 0 TO WS-ROW-COUNT.
004320     MOVE 0 TO WS-TOTAL-UNITS.
004330     MOVE 0 TO WS-GRADE-POINTS.
004340     MOVE 0 TO WS-GPA.
004350     MOVE 0 TO WS-WORST-GRADE.
004360     MOVE SM-SNUM TO SB-SNUM.
004370     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
004380     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
004390      INVALID KEY
004400       CONTINUE
004410     END-START.
004420     MOVE "N" TO WS-EOF-SUBJECT.
004430     PERFORM 3200-LOAD-ROWS-LOOP THRU 3200-EXIT
004440         UNTIL WS-EOF-SUBJECT = "Y".
004450     IF WS-TOTAL-UNITS NOT = 0
004460      DIVIDE WS-GRADE-POINTS BY WS-TOTAL-UNITS GIVING WS-GPA
004470     END-IF.
004480     MOVE 0 TO WS-CREDIT-UNITS.
004490     IF WS-CREDIT-OPEN = "Y"
004500      PERFORM 3250-ADD-CREDITS THRU 3250-EXIT
004510     END-IF.
004520     ADD WS-TOTAL-UNITS WS-CREDIT-UNITS GIVING WS-EARNED-UNITS.
004530 3100-EXIT.
004540     EXIT.
004550
004560 3200-LOAD-ROWS-LOOP.
004570     READ SUBJECT-MASTER NEXT RECORD
004580      AT END
004590       MOVE "Y" TO WS-EOF-SUBJECT
004600      NOT AT END
004610       IF SB-SNUM NOT = SM-SNUM
004620        MOVE "Y" TO WS-EOF-SUBJECT
004630       ELSE
004640        IF SB-STATUS NOT = "W"
004650         IF WS-ROW-COUNT < 200
004660          ADD 1 TO WS-ROW-COUNT
004670          MOVE SB-COURSECODE TO WS-ROW-COURSECODE(WS-ROW-COUNT)
004680          MOVE SB-TERM       TO WS-ROW-TERM(WS-ROW-COUNT)
004690          MOVE SB-GRADE      TO WS-ROW-GRADE(WS-ROW-COUNT)
004700         END-IF
004710         IF SB-GRADE NOT = 0
004720          ADD SB-UNITS TO WS-TOTAL-UNITS
004730          COMPUTE WS-GRADE-POINTS = WS-GRADE-POINTS
004740              + (SB-GRADE * SB-UNITS)
004750          IF SB-GRADE > WS-WORST-GRADE
004760           MOVE SB-GRADE TO WS-WORST-GRADE
004770          END-IF
004780         END-IF
004790        END-IF
004800       END-IF
004810     END-READ.
004820 3200-EXIT.
004830     EXIT.
004840
004850*    The student's transfer credits read back together off
004860*    XFERCRED and their units totalled apart from the graded
004870*    work done here
004880 3250-ADD-CREDITS.
004890     MOVE SM-SNUM TO TX-SNUM.
004900     MOVE LOW-VALUES TO TX-COURSECODE.
004910     MOVE "N" TO WS-EOF-CREDIT.
004920     START TRANSFER-CREDIT KEY IS NOT LESS THAN TX-KEY
004930      INVALID KEY
004940       MOVE "Y" TO WS-EOF-CREDIT
004950     END-START.
004960     PERFORM 3260-ADD-CREDITS-LOOP THRU 3260-EXIT
004970         UNTIL WS-EOF-CREDIT = "Y".
004980 3250-EXIT.
004990     EXIT.
005000
005010 3260-ADD-CREDITS-LOOP.
005020     READ TRANSFER-CREDIT NEXT RECORD
005030      AT END
005040       MOVE "Y" TO WS-EOF-CREDIT
005050      NOT AT END
005060       IF TX-SNUM NOT = SM-SNUM
005070        MOVE "Y" TO WS-EOF-CREDIT
005080       ELSE
005090        ADD TX-UNITS TO WS-CREDIT-UNITS
005100       END-IF
005110     END-READ.
005120 3260-EXIT.
005130     EXIT.
005140
005150*--------------------------------------------------------------
005160*    3300-CHECK-REQUIREMENTS -- keyed range read of the
005170*    program's checklist; each requirement not passed is a
005180*    deficiency, marked IN PROGRESS when this term's grade is
005190*    simply not in yet
005200*--------------------------------------------------------------
005210 3300-CHECK-REQUIREMENTS.
005220     MOVE SM-PROGRAM TO CU-PROGRAM.
005230     MOVE 0 TO CU-YEARLEVEL.
005240     MOVE 0 TO CU-SEQ.
005250     START CURRICULUM KEY IS NOT LESS THAN CU-KEY
005260      INVALID KEY
005270       CONTINUE
005280     END-START.
005290     MOVE "N" TO WS-EOF-CURRIC.
005300     PERFORM 3400-CHECK-REQUIREMENTS-LOOP THRU 3400-EXIT
005310         UNTIL WS-EOF-CURRIC = "Y".
005320 3300-EXIT.
005330     EXIT.
005340
005350 3400-CHECK-REQUIREMENTS-LOOP.
005360     READ CURRICULUM NEXT RECORD
005370      AT END
005380       MOVE "Y" TO WS-EOF-CURRIC
005390      NOT AT END
005400       IF CU-PROGRAM NOT = SM-PROGRAM
005410        MOVE "Y" TO WS-EOF-CURRIC
005420       ELSE
005430        MOVE "OUTSTANDING " TO WS-REQ-STATUS
005440        MOVE 1 TO WS-ROW-IX
005450        PERFORM 3500-JUDGE-ONE-ROW THRU 3500-EXIT
005460            UNTIL WS-ROW-IX > WS-ROW-COUNT
005470        IF WS-REQ-STATUS NOT = "COMPLETED   "
005480            AND WS-CREDIT-OPEN = "Y"
005490         PERFORM 3550-CHECK-CREDIT THRU 3550-EXIT
005500        END-IF
005510        IF WS-REQ-STATUS NOT = "COMPLETED   "
005520         ADD 1 TO WS-DEFICIENCY-COUNT
005530         MOVE SPACES TO REPORT-LINE
005540         STRING "      REQUIREMENT NOT PASSED   "
005550             CU-REQ-COURSECODE "  " WS-REQ-STATUS
005560             "  YEAR " CU-YEARLEVEL
005570             DELIMITED BY SIZE INTO REPORT-LINE
005580         PERFORM 5000-WRITE-LINE THRU 5000-EXIT
005590        END-IF
005600       END-IF
005610     END-READ.
005620 3400-EXIT.
005630     EXIT.
005640
005650*    A passing grade anywhere completes the requirement; an
005660*    ungraded row of the current term leaves it in progress
005670 3500-JUDGE-ONE-ROW.
005680     IF WS-ROW-COURSECODE(WS-ROW-IX) = CU-REQ-COURSECODE
005690      IF WS-ROW-GRADE(WS-ROW-IX) NOT = 0
005700          AND WS-ROW-GRADE(WS-ROW-IX) NOT GREATER THAN 3.00
005710       MOVE "COMPLETED   " TO WS-REQ-STATUS
005720      ELSE
005730       IF WS-ROW-GRADE(WS-ROW-IX) = 0
005740           AND WS-ROW-TERM(WS-ROW-IX) = WS-CURRENT-TERM
005750           AND WS-REQ-STATUS NOT = "COMPLETED   "
005760        MOVE "IN PROGRESS " TO WS-REQ-STATUS
005770       END-IF
005780      END-IF
005790     END-IF.
005800     ADD 1 TO WS-ROW-IX.
005810 3500-EXIT.
005820     EXIT.
005830
005840*    A course credited from another school completes the
005850*    requirement without a grade
005860 3550-CHECK-CREDIT.
005870     MOVE SM-SNUM TO TX-SNUM.
005880     MOVE CU-REQ-COURSECODE TO TX-COURSECODE.
005890     READ TRANSFER-CREDIT
005900      INVALID KEY
005910       CONTINUE
005920      NOT INVALID KEY
005930       MOVE "COMPLETED   " TO WS-REQ-STATUS
005940     END-READ.
005950 3550-EXIT.
005960     EXIT.
005970
005980*--------------------------------------------------------------
005990*    3600-CHECK-INCOMPLETES -- a second walk of the student's
006000*    rows for any Incomplete not yet completed
006010*--------------------------------------------------------------
006020 3600-CHECK-INCOMPLETES.
006030     MOVE SM-SNUM TO SB-SNUM.
006040     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
006050     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
006060      INVALID KEY
006070       CONTINUE
006080     END-START.
006090     MOVE "N" TO WS-EOF-SUBJECT.
006100     PERFORM 3650-CHECK-INCOMPLETES-LOOP THRU 3650-EXIT
006110         UNTIL WS-EOF-SUBJECT = "Y".
006120 3600-EXIT.
006130     EXIT.
006140
006150 3650-CHECK-INCOMPLETES-LOOP.
006160     READ SUBJECT-MASTER NEXT RECORD
006170      AT END
006180       MOVE "Y" TO WS-EOF-SUBJECT
006190      NOT AT END
006200       IF SB-SNUM NOT = SM-SNUM
006210        MOVE "Y" TO WS-EOF-SUBJECT
006220       ELSE
006230        IF SB-INC = "Y" AND SB-STATUS NOT = "W"
006240         ADD 1 TO WS-DEFICIENCY-COUNT
006250         MOVE SPACES TO REPORT-LINE
006260         STRING "      INCOMPLETE OUTSTANDING   " SB-COURSECODE
006270             "  SECTION " SB-CSECTION "  TERM " SB-TERM
006280             DELIMITED BY SIZE INTO REPORT-LINE
006290         PERFORM 5000-WRITE-LINE THRU 5000-EXIT
006300        END-IF
006310       END-IF
006320     END-READ.
006330 3650-EXIT.
006340     EXIT.
006350
006360*--------------------------------------------------------------
006370*    3700-CHECK-HOLDS -- the holds file is keyed student-first,
006380*    so the student's holds are one key range; any hold at all
006390*    stands in the way
006400*--------------------------------------------------------------
006410 3700-CHECK-HOLDS.
006420     MOVE SM-SNUM TO HD-SNUM.
006430     MOVE LOW-VALUES TO HD-TYPE.
006440     START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
006450      INVALID KEY
006460       CONTINUE
006470     END-START.
006480     MOVE "N" TO WS-EOF-SWITCH.
006490     PERFORM 3750-CHECK-HOLDS-LOOP THRU 3750-EXIT
006500         UNTIL WS-EOF-SWITCH = "Y".
006510 3700-EXIT.
006520     EXIT.
006530
006540 3750-CHECK-HOLDS-LOOP.
006550     READ HOLD-FILE NEXT RECORD
006560      AT END
006570       MOVE "Y" TO WS-EOF-SWITCH
006580      NOT AT END
006590       IF HD-SNUM NOT = SM-SNUM
006600        MOVE "Y" TO WS-EOF-SWITCH
006610       ELSE
006620        ADD 1 TO WS-DEFICIENCY-COUNT
006630        MOVE SPACES TO REPORT-LINE
006640        STRING "      HOLD ON FILE             " HD-TYPE
006650            "  " HD-REASON
006660            DELIMITED BY SIZE INTO REPORT-LINE
006670        PERFORM 5000-WRITE-LINE THRU 5000-EXIT
006680       END-IF
006690     END-READ.
006700 3750-EXIT.
006710     EXIT.
006720
006730*--------------------------------------------------------------
006740*    3800-CHECK-BALANCES -- every term's account for the
006750*    student; assessed over paid on any of them is owing
006760*--------------------------------------------------------------
006770 3800-CHECK-BALANCES.
006780     MOVE SM-SNUM TO SA-SNUM.
006790     MOVE LOW-VALUES TO SA-TERM.
006800     START STUDENT-ACCOUNT KEY IS NOT LESS THAN SA-KEY
006810      INVALID KEY
006820       CONTINUE
006830     END-START.
006840     MOVE "N" TO WS-EOF-SWITCH.
006850     PERFORM 3850-CHECK-BALANCES-LOOP THRU 3850-EXIT
006860         UNTIL WS-EOF-SWITCH = "Y".
006870 3800-EXIT.
006880     EXIT.
006890
006900 3850-CHECK-BALANCES-LOOP.
006910     READ STUDENT-ACCOUNT NEXT RECORD
006920      AT END
006930       MOVE "Y" TO WS-EOF-SWITCH
006940      NOT AT END
006950       IF SA-SNUM NOT = SM-SNUM
006960        MOVE "Y" TO WS-EOF-SWITCH
006970       ELSE
006980        IF SA-ASSESSED > SA-PAID
006990         COMPUTE WS-BALANCE = SA-ASSESSED - SA-PAID
007000         MOVE WS-BALANCE TO WS-BALANCE-DISP
007010         ADD 1 TO WS-DEFICIENCY-COUNT
007020         MOVE SPACES TO REPORT-LINE
007030         STRING "      BALANCE OWING            TERM " SA-TERM
007040             "  " WS-BALANCE-DISP
007050             DELIMITED BY SIZE INTO REPORT-LINE
007060         PERFORM 5000-WRITE-LINE THRU 5000-EXIT
007070        END-IF
007080       END-IF
007090     END-READ.
007100 3850-EXIT.
007110     EXIT.
007120
007130*--------------------------------------------------------------
007140*    4000-CLASSIFY -- the verdict line.  Only a student with no
007150*    deficiency clears, and only a cleared graduate is classed
007160*    for honors and written to the graduates file
007170*--------------------------------------------------------------
007180 4000-CLASSIFY.
007190     MOVE SPACES TO WS-HONORS.
007200     IF WS-DEFICIENCY-COUNT = 0
007210      MOVE "CLEARED" TO WS-RESULT-TEXT
007220      ADD 1 TO WS-CLEARED-COUNT
007230      PERFORM 4100-HONORS THRU 4100-EXIT
007240      PERFORM 4200-WRITE-GRADUATE THRU 4200-EXIT
007250     ELSE
007260      MOVE "NOT CLEARED" TO WS-RESULT-TEXT
007270      ADD 1 TO WS-DEFICIENT-COUNT
007280     END-IF.
007290     MOVE WS-GPA TO WS-GPA-DISP.
007300     MOVE WS-EARNED-UNITS TO WS-UNITS-DISP.
007310     MOVE SPACES TO REPORT-LINE.
007320     STRING "    " WS-RESULT-TEXT
007330         "  UNITS " WS-UNITS-DISP
007340         "  GPA " WS-GPA-DISP
007350         "  " WS-HONORS
007360         DELIMITED BY SIZE INTO REPORT-LINE.
007370     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
007380 4000-EXIT.
007390     EXIT.
007400
007410 4100-HONORS.
007420     IF WS-TOTAL-UNITS NOT = 0
007430      IF WS-GPA NOT GREATER THAN WS-SUMMA-GPA
007440          AND WS-WORST-GRADE NOT GREATER THAN WS-SUMMA-FLOOR
007450       MOVE "SUMMA CUM LAUDE" TO WS-HONORS
007460       ADD 1 TO WS-SUMMA-COUNT
007470      ELSE
007480       IF WS-GPA NOT GREATER THAN WS-MAGNA-GPA
007490           AND WS-WORST-GRADE NOT GREATER THAN WS-MAGNA-FLOOR
007500        MOVE "MAGNA CUM LAUDE" TO WS-HONORS
007510        ADD 1 TO WS-MAGNA-COUNT
007520       ELSE
007530        IF WS-GPA NOT GREATER THAN WS-CUM-GPA
007540            AND WS-WORST-GRADE NOT GREATER THAN WS-CUM-FLOOR
007550         MOVE "CUM LAUDE" TO WS-HONORS
007560         ADD 1 TO WS-CUM-COUNT
007570        END-IF
007580       END-IF
007590      END-IF
007600     END-IF.
007610 4100-EXIT.
007620     EXIT.
007630
007640 4200-WRITE-GRADUATE.
007650     MOVE SPACES TO GRAD-RECORD.
007660     MOVE SM-SNUM         TO GR-SNUM.
007670     MOVE SM-SURNAME      TO GR-SURNAME.
007680     MOVE SM-FIRSTNAME    TO GR-FIRSTNAME.
007690     MOVE SM-PROGRAM      TO GR-PROGRAM.
007700     MOVE WS-CURRENT-TERM TO GR-TERM.
007710     MOVE WS-EARNED-UNITS TO GR-UNITS.
007720     MOVE WS-GPA          TO GR-GPA.
007730     MOVE WS-HONORS       TO GR-HONORS.
007740     WRITE GRAD-RECORD.
007750 4200-EXIT.
007760     EXIT.
007770
007780*--------------------------------------------------------------
007790*    5000-WRITE-LINE -- every report line goes through here so
007800*    the page break lives in one place; the line is held while
007810*    a new page's heading is written
007820*--------------------------------------------------------------
007830 5000-WRITE-LINE.
007840     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
007850      MOVE REPORT-LINE TO WS-HOLD-LINE
007860      PERFORM 5100-NEW-PAGE THRU 5100-EXIT
007870      MOVE WS-HOLD-LINE TO REPORT-LINE
007880     END-IF.
007890     WRITE REPORT-LINE.
007900     ADD 1 TO WS-LINE-COUNT.
007910 5000-EXIT.
007920     EXIT.
007930
007940 5100-NEW-PAGE.
007950     ADD 1 TO WS-PAGE-NUMBER.
007960     MOVE SPACES TO REPORT-LINE.
007970     STRING "GRADUATION CLEARANCE  TERM " WS-CURRENT-TERM
007980         "  RUN " WS-RUN-DATE "  PAGE: " WS-PAGE-NUMBER
007990         DELIMITED BY SIZE INTO REPORT-LINE.
008000     IF WS-PAGE-NUMBER = 1
008010      WRITE REPORT-LINE
008020     ELSE
008030      WRITE REPORT-LINE BEFORE ADVANCING PAGE
008040     END-IF.
008050     MOVE SPACES TO REPORT-LINE.
008060     IF WS-PICK-PROGRAM = SPACES
008070      MOVE "ALL PROGRAMS" TO REPORT-LINE
008080     ELSE
008090      STRING "PROGRAM " WS-PICK-PROGRAM
008100          DELIMITED BY SIZE INTO REPORT-LINE
008110     END-IF.
008120     WRITE REPORT-LINE.
008130     MOVE 2 TO WS-LINE-COUNT.
008140 5100-EXIT.
008150     EXIT.
008160
008170*--------------------------------------------------------------
008180*    8000-PRINT-TOTALS -- candidates, how many cleared, and the
008190*    honors classes among them
008200*--------------------------------------------------------------
008210 8000-PRINT-TOTALS.
008220     MOVE SPACES TO REPORT-LINE.
008230     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
008240     MOVE SPACES TO REPORT-LINE.
008250     STRING "CANDIDATES: " WS-CANDIDATE-COUNT
008260         "   CLEARED: " WS-CLEARED-COUNT
008270         "   NOT CLEARED: " WS-DEFICIENT-COUNT
008280         DELIMITED BY SIZE INTO REPORT-LINE.
008290     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
008300     MOVE SPACES TO REPORT-LINE.
008310     STRING "SUMMA CUM LAUDE: " WS-SUMMA-COUNT
008320         "   MAGNA CUM LAUDE: " WS-MAGNA-COUNT
008330         "   CUM LAUDE: " WS-CUM-COUNT
008340         DELIMITED BY SIZE INTO REPORT-LINE.
008350     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
008360 8000-EXIT.
008370     EXIT.
008380
008390*--------------------------------------------------------------
008400*    9000-TERMINATE -- close up and report the run totals
008410*--------------------------------------------------------------
008420 9000-TERMINATE.
008430     IF WS-STUDENT-OPEN = "Y"
008440      CLOSE STUDENT-MASTER
008450     END-IF.
008460     IF WS-SUBJECT-OPEN = "Y"
008470      CLOSE SUBJECT-MASTER
008480     END-IF.
008490     IF WS-CURRIC-OPEN = "Y"
008500      CLOSE CURRICULUM
008510     END-IF.
008520     IF WS-HOLD-OPEN = "Y"
008530      CLOSE HOLD-FILE
008540     END-IF.
008550     IF WS-ACCT-OPEN = "Y"
008560      CLOSE STUDENT-ACCOUNT
008570     END-IF.
008580     IF WS-CREDIT-OPEN = "Y"
008590      CLOSE TRANSFER-CREDIT
008600     END-IF.
008610     CLOSE REPORT-FILE GRAD-FILE.
008620     DISPLAY "Candidates: " WS-CANDIDATE-COUNT
008630         "  Cleared: " WS-CLEARED-COUNT.
008640 9000-EXIT.
008650     EXIT.
