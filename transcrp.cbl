000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-08-21.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000120*                      can print during registration hours.
000130*    2026-09-01  JR    Print INC for a row carrying an
000140*                      unresolved Incomplete mark.
000150*    2026-10-15  JR    Print transfer credit from XFERCRED in
000160*                      its own block, outside the GPA.
000170*--------------------------------------------------------------
000180*    Prints the official transcript of records: one student per
000190*    page, each course shown with its title and units pulled
000200*    from the course master, grouped by the term the student
000210*    took it in, with cumulative units earned and GPA at the
000220*    bottom.  Runs for a single student number keyed at the
000230*    console, or for every student on file when the prompt is
000240*    left blank.
000250*    A student's rows are gathered into a working-storage
000260*    table and exchange-sorted by term because SUBJMAST reads
000270*    back in course-code order within a student.
000280*    Courses credited from other schools (XFERCRED) print in
000290*    their own "Credits from other institutions" block with
000300*    their units; they carry no grade and stay out of the
000310*    units earned and the GPA, which cover work done here.
000320*--------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SM-SNUM
000410         SHARING WITH ALL OTHER
000420         FILE STATUS IS WS-STUDENT-STATUS.
000430
000440     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SB-KEY
000480         SHARING WITH ALL OTHER
000490         FILE STATUS IS WS-SUBJECT-STATUS.
000500
000510     SELECT COURSE-MASTER ASSIGN TO "COURSMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CM-KEY
000550         SHARING WITH ALL OTHER
000560         FILE STATUS IS WS-COURSE-STATUS.
000570
000580     SELECT TRANSFER-CREDIT ASSIGN TO "XFERCRED"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS TX-KEY
000620         SHARING WITH ALL OTHER
000630         FILE STATUS IS WS-CREDIT-STATUS.
000640
000650     SELECT REPORT-FILE ASSIGN TO "TRANSRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710     FD  STUDENT-MASTER.
000720         COPY "stumast.cpy".
000730
000740     FD  SUBJECT-MASTER.
000750         COPY "submast.cpy".
000760
000770     FD  COURSE-MASTER.
000780         COPY "crsmast.cpy".
000790
000800     FD  TRANSFER-CREDIT.
000810         COPY "xfercrd.cpy".
000820
000830     FD  REPORT-FILE.
000840     01  REPORT-LINE               PIC X(100).
000850
000860 WORKING-STORAGE SECTION.
000870     77  WS-STUDENT-STATUS         PIC X(02).
000880     77  WS-SUBJECT-STATUS         PIC X(02).
000890     77  WS-COURSE-STATUS          PIC X(02).
000900     77  WS-REPORT-STATUS          PIC X(02).
000910     77  WS-CREDIT-STATUS          PIC X(02).
000920*    No transfer-credit file yet simply means no credits
000930     77  WS-CREDIT-OPEN            PIC X(01) VALUE "N".
000940     77  WS-EOF-CREDIT             PIC X(01).
000950     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
000960     77  WS-EOF-STUDENT            PIC X(01).
000970     77  WS-EOF-SUBJECT            PIC X(01).
000980     77  WS-PICK-SNUM              PIC X(10).
000990     77  WS-FIRST-PAGE             PIC X(01) VALUE "Y".
001000     77  WS-PRINTED-COUNT          PIC 9(05) VALUE 0.
001010*    Cumulative standing for the student being printed
001020     77  WS-UNITS-EARNED           PIC 9(03)V9 VALUE 0.
001030     77  WS-TOTAL-UNITS            PIC 9(03)V9 VALUE 0.
001040     77  WS-GRADE-POINTS           PIC 9(05)V99 VALUE 0.
001050     77  WS-GPA                    PIC 9(01)V99 VALUE 0.
001060     77  WS-UNITS-DISP             PIC Z9.9.
001070     77  WS-EARNED-DISP            PIC ZZ9.9.
001080     77  WS-TOTAL-DISP             PIC ZZ9.9.
001090     77  WS-GPA-DISP               PIC Z9.99.
001100     77  WS-GRADE-TEXT             PIC X(05).
001110*    Transfer credit for the student being printed
001120     77  WS-CREDIT-COUNT           PIC 9(03) VALUE 0.
001130     77  WS-CREDIT-UNITS           PIC 9(03)V9 VALUE 0.
001140*    One student's rows, gathered then ordered by term taken
001150     77  WS-ROW-COUNT              PIC 9(03) VALUE 0.
001160     77  WS-ROW-IX                 PIC 9(03).
001170     77  WS-ROW-JX                 PIC 9(03).
001180     77  WS-CUR-TERM               PIC X(05).
001190     01  WS-HOLD-ROW.
001200         05  WS-HOLD-TERM          PIC X(05).
001210         05  WS-HOLD-COURSECODE    PIC X(10).
001220         05  WS-HOLD-CSECTION      PIC X(05).
001230         05  WS-HOLD-UNITS         PIC 9(01)V9.
001240         05  WS-HOLD-GRADE         PIC 9(01)V99.
001250         05  WS-HOLD-STATUS        PIC X(01).
001260         05  WS-HOLD-INC           PIC X(01).
001270         05  WS-HOLD-TITLE         PIC X(30).
001280     01  WS-ROW-TABLE.
001290         05  WS-ROW OCCURS 200 TIMES.
001300             10  WS-ROW-TERM       PIC X(05).
001310             10  WS-ROW-COURSECODE PIC X(10).
001320             10  WS-ROW-CSECTION   PIC X(05).
001330             10  WS-ROW-UNITS      PIC 9(01)V9.
001340             10  WS-ROW-GRADE      PIC 9(01)V99.
001350             10  WS-ROW-STATUS     PIC X(01).
001360             10  WS-ROW-INC        PIC X(01).
001370             10  WS-ROW-TITLE      PIC X(30).
001380
001390 PROCEDURE DIVISION.
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     IF WS-ABORT-SWITCH = "N"
001430      IF WS-PICK-SNUM = SPACES
001440       PERFORM 2000-ALL-STUDENTS THRU 2000-EXIT
001450      ELSE
001460       PERFORM 2500-ONE-STUDENT THRU 2500-EXIT
001470      END-IF
001480     END-IF.
001490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001500     STOP RUN.
001510
001520*--------------------------------------------------------------
001530*    1000-INITIALIZE -- open the masters and the report, then
001540*    ask which student to print (blank means the whole file)
001550*--------------------------------------------------------------
001560 1000-INITIALIZE.
001570     OPEN INPUT STUDENT-MASTER.
001580     IF WS-STUDENT-STATUS NOT = "00"
001590      DISPLAY "ERROR! No student master file on file."
001600      MOVE "Y" TO WS-ABORT-SWITCH
001610     END-IF.
001620     OPEN INPUT SUBJECT-MASTER.
001630     IF WS-SUBJECT-STATUS NOT = "00"
001640      DISPLAY "ERROR! No subject master file on file."
001650      MOVE "Y" TO WS-ABORT-SWITCH
001660     END-IF.
001670     OPEN INPUT COURSE-MASTER.
001680     IF WS-COURSE-STATUS NOT = "00"
001690      DISPLAY "ERROR! No course master file on file."
001700      MOVE "Y" TO WS-ABORT-SWITCH
001710     END-IF.
001720     OPEN INPUT TRANSFER-CREDIT.
001730     IF WS-CREDIT-STATUS = "00"
001740      MOVE "Y" TO WS-CREDIT-OPEN
001750     END-IF.
001760     OPEN OUTPUT REPORT-FILE.
001770     IF WS-ABORT-SWITCH = "N"
001780      DISPLAY "Student Number (blank for all students): "
001790          WITH NO ADVANCING
001800      ACCEPT WS-PICK-SNUM
001810     END-IF.
001820 1000-EXIT.
001830     EXIT.
001840
001850*--------------------------------------------------------------
001860*    2000-ALL-STUDENTS -- one transcript per student on file,
001870*    in student-number order
001880*--------------------------------------------------------------
001890 2000-ALL-STUDENTS.
001900     MOVE LOW-VALUES TO SM-SNUM.
001910     START STUDENT-MASTER KEY IS NOT LESS THAN SM-SNUM
001920      INVALID KEY
001930       CONTINUE
001940     END-START.
001950     MOVE "N" TO WS-EOF-STUDENT.
001960     PERFORM 2100-ALL-STUDENTS-LOOP THRU 2100-EXIT
001970         UNTIL WS-EOF-STUDENT = "Y".
001980 2000-EXIT.
001990     EXIT.
002000
002010 2100-ALL-STUDENTS-LOOP.
002020     READ STUDENT-MASTER NEXT RECORD
002030      AT END
002040       MOVE "Y" TO WS-EOF-STUDENT
002050      NOT AT END
002060       PERFORM 3000-PRINT-TRANSCRIPT THRU 3000-EXIT
002070     END-READ.
002080 2100-EXIT.
002090     EXIT.
002100
002110 2500-ONE-STUDENT.
002120     MOVE WS-PICK-SNUM TO SM-SNUM.
002130     READ STUDENT-MASTER
002140      INVALID KEY
002150       DISPLAY "ERROR! Student not found: " WS-PICK-SNUM
002160      NOT INVALID KEY
002170       PERFORM 3000-PRINT-TRANSCRIPT THRU 3000-EXIT
002180     END-READ.
002190 2500-EXIT.
002200     EXIT.
002210
002220*--------------------------------------------------------------
002230*    3000-PRINT-TRANSCRIPT -- the student to print is in the
002240*    STUDENT-MASTER record area.  Gather the rows, order them
002250*    by term, print the page
002260*--------------------------------------------------------------
002270 3000-PRINT-TRANSCRIPT.
002280     PERFORM 3100-LOAD-ROWS THRU 3100-EXIT.
002290     PERFORM 3300-SORT-ROWS THRU 3300-EXIT.
002300     PERFORM 4000-PRINT-PAGE THRU 4000-EXIT.
002310     ADD 1 TO WS-PRINTED-COUNT.
002320 3000-EXIT.
002330     EXIT.
002340
002350*--------------------------------------------------------------
002360*    3100-LOAD-ROWS -- every subject row for the student goes
002370*    into the table, with title and units looked up on the
002380*    course master for the term the course was taken in
002390*--------------------------------------------------------------
002400 3100-LOAD-ROWS.
002410     MOVE 0 TO WS-ROW-COUNT.
002420     MOVE SM-SNUM TO SB-SNUM.
002430     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
002440     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
002450      INVALID KEY
002460       CONTINUE
002470     END-START.
002480     MOVE "N" TO WS-EOF-SUBJECT.
002490     PERFORM 3200-LOAD-ROWS-LOOP THRU 3200-EXIT
002500         UNTIL WS-EOF-SUBJECT = "Y".
002510 3100-EXIT.
002520     EXIT.
002530
002540 3200-LOAD-ROWS-LOOP.
002550     READ SUBJECT-MASTER NEXT RECORD
002560      AT END
002570       MOVE "Y" TO WS-EOF-SUBJECT
002580      NOT AT END
002590       IF SB-SNUM NOT = SM-SNUM
002600        MOVE "Y" TO WS-EOF-SUBJECT
002610       ELSE
002620        IF WS-ROW-COUNT < 200
002630         ADD 1 TO WS-ROW-COUNT
002640         MOVE SB-TERM       TO WS-ROW-TERM(WS-ROW-COUNT)
002650         MOVE SB-COURSECODE TO WS-ROW-COURSECODE(WS-ROW-COUNT)
002660         MOVE SB-CSECTION   TO WS-ROW-CSECTION(WS-ROW-COUNT)
002670         MOVE SB-UNITS      TO WS-ROW-UNITS(WS-ROW-COUNT)
002680         MOVE SB-GRADE      TO WS-ROW-GRADE(WS-ROW-COUNT)
002690         MOVE SB-STATUS     TO WS-ROW-STATUS(WS-ROW-COUNT)
002700         MOVE SB-INC        TO WS-ROW-INC(WS-ROW-COUNT)
002710         MOVE SB-COURSECODE TO CM-COURSECODE
002720         MOVE SB-CSECTION   TO CM-CSECTION
002730         MOVE SB-TERM       TO CM-TERM
002740         READ COURSE-MASTER
002750          INVALID KEY
002760           MOVE "(title not on file)"
002770               TO WS-ROW-TITLE(WS-ROW-COUNT)
002780          NOT INVALID KEY
002790           MOVE CM-TITLE TO WS-ROW-TITLE(WS-ROW-COUNT)
002800           MOVE CM-UNITS TO WS-ROW-UNITS(WS-ROW-COUNT)
002810         END-READ
002820        END-IF
002830       END-IF
002840     END-READ.
002850 3200-EXIT.
002860     EXIT.
002870
002880*--------------------------------------------------------------
002890*    3300-SORT-ROWS -- plain exchange sort into term then
002900*    course-code order, the order the student took them
002910*--------------------------------------------------------------
002920 3300-SORT-ROWS.
002930     MOVE 1 TO WS-ROW-IX.
002940     PERFORM 3400-SORT-PASS THRU 3400-EXIT
002950         UNTIL WS-ROW-IX NOT LESS THAN WS-ROW-COUNT.
002960 3300-EXIT.
002970     EXIT.
002980
002990 3400-SORT-PASS.
003000     MOVE 1 TO WS-ROW-JX.
003010     PERFORM 3500-SORT-COMPARE THRU 3500-EXIT
003020         UNTIL WS-ROW-JX NOT LESS THAN WS-ROW-COUNT.
003030     ADD 1 TO WS-ROW-IX.
003040 3400-EXIT.
003050     EXIT.
003060
003070 3500-SORT-COMPARE.
003080     IF WS-ROW-TERM(WS-ROW-JX) > WS-ROW-TERM(WS-ROW-JX + 1)
003090         OR (WS-ROW-TERM(WS-ROW-JX) =
003100             WS-ROW-TERM(WS-ROW-JX + 1)
003110         AND WS-ROW-COURSECODE(WS-ROW-JX) >
003120             WS-ROW-COURSECODE(WS-ROW-JX + 1))
003130      MOVE WS-ROW(WS-ROW-JX)     TO WS-HOLD-ROW
003140      MOVE WS-ROW(WS-ROW-JX + 1) TO WS-ROW(WS-ROW-JX)
003150      MOVE WS-HOLD-ROW           TO WS-ROW(WS-ROW-JX + 1)
003160     END-IF.
003170     ADD 1 TO WS-ROW-JX.
003180 3500-EXIT.
003190     EXIT.
003200
003210*--------------------------------------------------------------
003220*    4000-PRINT-PAGE -- one student's page: heading, the rows
003230*    grouped under term headings, any transfer credit, then
003240*    cumulative standing at the bottom
003250*--------------------------------------------------------------
003260 4000-PRINT-PAGE.
003270     PERFORM 5000-NEW-PAGE THRU 5000-EXIT.
003280     MOVE 0 TO WS-UNITS-EARNED.
003290     MOVE 0 TO WS-TOTAL-UNITS.
003300     MOVE 0 TO WS-GRADE-POINTS.
003310     MOVE 0 TO WS-GPA.
003320     MOVE SPACES TO WS-CUR-TERM.
003330     IF WS-ROW-COUNT = 0
003340      MOVE SPACES TO REPORT-LINE
003350      MOVE "  (no course work on file)" TO REPORT-LINE
003360      WRITE REPORT-LINE
003370     ELSE
003380      MOVE 1 TO WS-ROW-IX
003390      PERFORM 4100-PRINT-ROW THRU 4100-EXIT
003400          UNTIL WS-ROW-IX > WS-ROW-COUNT
003410     END-IF.
003420     IF WS-CREDIT-OPEN = "Y"
003430      PERFORM 4400-PRINT-CREDITS THRU 4400-EXIT
003440     END-IF.
003450     IF WS-ROW-COUNT NOT = 0
003460      PERFORM 4300-PRINT-SUMMARY THRU 4300-EXIT
003470     END-IF.
003480 4000-EXIT.
003490     EXIT.
003500
003510 4100-PRINT-ROW.
003520     IF WS-ROW-TERM(WS-ROW-IX) NOT = WS-CUR-TERM
003530      MOVE WS-ROW-TERM(WS-ROW-IX) TO WS-CUR-TERM
003540      MOVE SPACES TO REPORT-LINE
003550      WRITE REPORT-LINE
003560      MOVE SPACES TO REPORT-LINE
003570      STRING "  TERM " WS-CUR-TERM
003580          DELIMITED BY SIZE INTO REPORT-LINE
003590      WRITE REPORT-LINE
003600     END-IF.
003610     PERFORM 4200-FORMAT-GRADE THRU 4200-EXIT.
003620     MOVE WS-ROW-UNITS(WS-ROW-IX) TO WS-UNITS-DISP.
003630     MOVE SPACES TO REPORT-LINE.
003640     STRING "    " WS-ROW-COURSECODE(WS-ROW-IX)
003650         " " WS-ROW-CSECTION(WS-ROW-IX)
003660         " " WS-ROW-TITLE(WS-ROW-IX)
003670         " UNITS " WS-UNITS-DISP
003680         " GRADE " WS-GRADE-TEXT
003690         DELIMITED BY SIZE INTO REPORT-LINE.
003700     WRITE REPORT-LINE.
003710     IF WS-ROW-STATUS(WS-ROW-IX) NOT = "W"
003720         AND WS-ROW-GRADE(WS-ROW-IX) NOT = 0
003730      ADD WS-ROW-UNITS(WS-ROW-IX) TO WS-TOTAL-UNITS
003740      COMPUTE WS-GRADE-POINTS = WS-GRADE-POINTS
003750          + (WS-ROW-GRADE(WS-ROW-IX) * WS-ROW-UNITS(WS-ROW-IX))
003760      IF WS-ROW-GRADE(WS-ROW-IX) NOT GREATER THAN 3.00
003770       ADD WS-ROW-UNITS(WS-ROW-IX) TO WS-UNITS-EARNED
003780      END-IF
003790     END-IF.
003800     ADD 1 TO WS-ROW-IX.
003810 4100-EXIT.
003820     EXIT.
003830
003840*--------------------------------------------------------------
003850*    4200-FORMAT-GRADE -- a withdrawn row prints W, an unresolved
003860*    incomplete INC, an ungraded one dashes, else the grade
003870*--------------------------------------------------------------
003880 4200-FORMAT-GRADE.
003890     IF WS-ROW-STATUS(WS-ROW-IX) = "W"
003900      MOVE "  W  " TO WS-GRADE-TEXT
003910     ELSE
003920      IF WS-ROW-GRADE(WS-ROW-IX) = 0
003930       IF WS-ROW-INC(WS-ROW-IX) = "Y"
003940        MOVE " INC " TO WS-GRADE-TEXT
003950       ELSE
003960        MOVE " --- " TO WS-GRADE-TEXT
003970       END-IF
003980      ELSE
003990       MOVE WS-ROW-GRADE(WS-ROW-IX) TO WS-GPA-DISP
004000       MOVE WS-GPA-DISP TO WS-GRADE-TEXT
004010      END-IF
004020     END-IF.
004030 4200-EXIT.
004040     EXIT.
004050
004060 4300-PRINT-SUMMARY.
004070     IF WS-TOTAL-UNITS NOT = 0
004080      DIVIDE WS-GRADE-POINTS BY WS-TOTAL-UNITS GIVING WS-GPA
004090     END-IF.
004100     MOVE SPACES TO REPORT-LINE.
004110     WRITE REPORT-LINE.
004120     MOVE WS-UNITS-EARNED TO WS-EARNED-DISP.
004130     MOVE WS-TOTAL-UNITS  TO WS-TOTAL-DISP.
004140     MOVE WS-GPA          TO WS-GPA-DISP.
004150     MOVE SPACES TO REPORT-LINE.
004160     STRING "  UNITS EARNED: " WS-EARNED-DISP
004170         "   GRADED UNITS: " WS-TOTAL-DISP
004180         "   CUMULATIVE GPA: " WS-GPA-DISP
004190         DELIMITED BY SIZE INTO REPORT-LINE.
004200     WRITE REPORT-LINE.
004210 4300-EXIT.
004220     EXIT.
004230
004240*--------------------------------------------------------------
004250*    4400-PRINT-CREDITS -- the student's transfer credits read
004260*    back together off XFERCRED, each with the school and
004270*    course it was earned under, and their units totalled
004280*    apart from the work done here
004290*--------------------------------------------------------------
004300 4400-PRINT-CREDITS.
004310     MOVE 0 TO WS-CREDIT-COUNT.
004320     MOVE 0 TO WS-CREDIT-UNITS.
004330     MOVE SM-SNUM TO TX-SNUM.
004340     MOVE LOW-VALUES TO TX-COURSECODE.
004350     MOVE "N" TO WS-EOF-CREDIT.
004360     START TRANSFER-CREDIT KEY IS NOT LESS THAN TX-KEY
004370      INVALID KEY
004380       MOVE "Y" TO WS-EOF-CREDIT
004390     END-START.
004400     PERFORM 4410-PRINT-CREDITS-LOOP THRU 4410-EXIT
004410         UNTIL WS-EOF-CREDIT = "Y".
004420     IF WS-CREDIT-COUNT NOT = 0
004430      MOVE WS-CREDIT-UNITS TO WS-EARNED-DISP
004440      MOVE SPACES TO REPORT-LINE
004450      STRING "    UNITS CREDITED: " WS-EARNED-DISP
004460          "   (not included in the GPA)"
004470          DELIMITED BY SIZE INTO REPORT-LINE
004480      WRITE REPORT-LINE
004490     END-IF.
004500 4400-EXIT.
004510     EXIT.
004520
004530 4410-PRINT-CREDITS-LOOP.
004540     READ TRANSFER-CREDIT NEXT RECORD
004550      AT END
004560       MOVE "Y" TO WS-EOF-CREDIT
004570      NOT AT END
004580       IF TX-SNUM NOT = SM-SNUM
004590        MOVE "Y" TO WS-EOF-CREDIT
004600       ELSE
004610        IF WS-CREDIT-COUNT = 0
004620         MOVE SPACES TO REPORT-LINE
004630         WRITE REPORT-LINE
004640         MOVE SPACES TO REPORT-LINE
004650         MOVE "  CREDITS FROM OTHER INSTITUTIONS" TO REPORT-LINE
004660         WRITE REPORT-LINE
004670        END-IF
004680        ADD 1 TO WS-CREDIT-COUNT
004690        ADD TX-UNITS TO WS-CREDIT-UNITS
004700        MOVE TX-UNITS TO WS-UNITS-DISP
004710        MOVE SPACES TO REPORT-LINE
004720        STRING "    " TX-COURSECODE
004730            " " TX-SOURCE-SCHOOL
004740            " " TX-SOURCE-COURSE
004750            " UNITS " WS-UNITS-DISP
004760            " APPROVED " TX-DATE-APPROVED
004770            DELIMITED BY SIZE INTO REPORT-LINE
004780        WRITE REPORT-LINE
004790       END-IF
004800     END-READ.
004810 4410-EXIT.
004820     EXIT.
004830
004840*--------------------------------------------------------------
004850*    5000-NEW-PAGE -- each student opens on a fresh page with
004860*    the transcript heading and the student's particulars
004870*--------------------------------------------------------------
004880 5000-NEW-PAGE.
004890     MOVE SPACES TO REPORT-LINE.
004900     MOVE "OFFICIAL TRANSCRIPT OF RECORDS" TO REPORT-LINE.
004910     IF WS-FIRST-PAGE = "Y"
004920      MOVE "N" TO WS-FIRST-PAGE
004930      WRITE REPORT-LINE
004940     ELSE
004950      WRITE REPORT-LINE BEFORE ADVANCING PAGE
004960     END-IF.
004970     MOVE SPACES TO REPORT-LINE.
004980     STRING "STUDENT: " SM-SURNAME ", " SM-FIRSTNAME
004990         "  NO: " SM-SNUM
005000         DELIMITED BY SIZE INTO REPORT-LINE.
005010     WRITE REPORT-LINE.
005020 5000-EXIT.
005030     EXIT.
005040
005050*--------------------------------------------------------------
005060*    9000-TERMINATE -- close up and report the run total
005070*--------------------------------------------------------------
005080 9000-TERMINATE.
005090     CLOSE STUDENT-MASTER SUBJECT-MASTER COURSE-MASTER
005100         REPORT-FILE.
005110     IF WS-CREDIT-OPEN = "Y"
005120      CLOSE TRANSFER-CREDIT
005130     END-IF.
005140     DISPLAY "Transcripts printed: " WS-PRINTED-COUNT.
005150 9000-EXIT.
005160     EXIT.
