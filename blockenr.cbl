000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLOCKENR.
000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000100*    2026-10-15  JR    Original block enrollment job.
000110*    2026-10-15  JR    A course credited on XFERCRED satisfies
000120*                      a prerequisite, as at the window.
000130*    2026-10-15  JR    Close each master that opened when the
000140*                      run stops early.
000150*--------------------------------------------------------------
000160*    Registers a whole cohort at once.  The operator names a
000170*    degree program, a year level and a block section (eg
000180*    "1A"); every STUDMAST student of that program and year
000190*    level is enrolled in the block's current-term section of
000200*    each course the CURRMAST plan lists for that program and
000210*    year level under the current term (CU-PLAN-TERM).
000220*    Each enrollment goes through the same gates ADDSUBJECT
000230*    applies at the window, in the same order: registration
000240*    holds, prerequisites, time clashes, the probation unit
000250*    cap, then the seat limit.  There is no clerk to key an
000260*    override here, so a failed prerequisite or a clash is
000270*    simply not placed; a full section puts the student on its
000280*    WAITLIST, first come first served.  Every course a
000290*    student could not be placed in, and why, goes to the
000300*    BLOCKRPT exception list for the registrar to work by hand.
000310*    CM-ENROLLED, SM-NUM-SUBJECTS, the SECTINDX mirror and
000320*    AUDITLOG are kept in step exactly as the interactive add
000330*    keeps them.  A checkpoint record (BLKCKPT) names the last
000340*    student finished, so a rerun of the same block resumes
000350*    after them the way BATCHLOAD resumes from STUDCKPT.
000360*--------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS SM-SNUM
000450         SHARING WITH ALL OTHER
000460         FILE STATUS IS WS-STUDENT-STATUS.
000470
000480     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SB-KEY
000520         SHARING WITH ALL OTHER
000530         FILE STATUS IS WS-SUBJECT-STATUS.
000540
000550     SELECT COURSE-MASTER ASSIGN TO "COURSMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CM-KEY
000590         SHARING WITH ALL OTHER
000600         FILE STATUS IS WS-COURSE-STATUS.
000610
000620     SELECT CURRICULUM ASSIGN TO "CURRMAST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CU-KEY
000660         SHARING WITH ALL OTHER
000670         FILE STATUS IS WS-CURRIC-STATUS.
000680
000690     SELECT PREREQ ASSIGN TO "PREREQ"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS PQ-KEY
000730         SHARING WITH ALL OTHER
000740         FILE STATUS IS WS-PREREQ-STATUS.
000750
000760     SELECT TRANSFER-CREDIT ASSIGN TO "XFERCRED"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS TX-KEY
000800         SHARING WITH ALL OTHER
000810         FILE STATUS IS WS-CREDIT-STATUS.
000820
000830     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS HD-KEY
000870         SHARING WITH ALL OTHER
000880         FILE STATUS IS WS-HOLD-STATUS.
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
001080     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         SHARING WITH ALL OTHER
001110         FILE STATUS IS WS-AUDIT-STATUS.
001120
001130     SELECT CHECKPOINT-FILE ASSIGN TO "BLKCKPT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-CKPT-STATUS.
001160
001170     SELECT REPORT-FILE ASSIGN TO "BLOCKRPT"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-REPORT-STATUS.
001200
001210 DATA DIVISION.
001220 FILE SECTION.
001230     FD  STUDENT-MASTER.
001240         COPY "stumast.cpy".
001250
001260     FD  SUBJECT-MASTER.
001270         COPY "submast.cpy".
001280
001290     FD  COURSE-MASTER.
001300         COPY "crsmast.cpy".
001310
001320     FD  CURRICULUM.
001330         COPY "curric.cpy".
001340
001350     FD  PREREQ.
001360         COPY "prereq.cpy".
001370
001380     FD  TRANSFER-CREDIT.
001390         COPY "xfercrd.cpy".
001400
001410     FD  HOLD-FILE.
001420         COPY "holds.cpy".
001430
001440     FD  WAITLIST.
001450         COPY "waitlst.cpy".
001460
001470     FD  SECTION-INDEX.
001480         COPY "sectidx.cpy".
001490
001500     FD  TERM-CONTROL.
001510         COPY "trmctl.cpy".
001520
001530     FD  AUDIT-LOG.
001540         COPY "audrec.cpy".
001550
001560*    The block a checkpoint belongs to is carried with it, so a
001570*    rerun for a different block starts from the top instead of
001580*    skipping students it never saw
001590     FD  CHECKPOINT-FILE.
001600     01  CHECKPOINT-RECORD.
001610         05  CK-PROGRAM              PIC X(08).
001620         05  CK-YEARLEVEL            PIC 9(01).
001630         05  CK-BLOCK                PIC X(05).
001640         05  CK-TERM                 PIC X(05).
001650         05  CK-LAST-SNUM            PIC X(10).
001660
001670     FD  REPORT-FILE.
001680     01  REPORT-LINE                 PIC X(100).
001690
001700 WORKING-STORAGE SECTION.
001710     77  WS-STUDENT-STATUS           PIC X(02).
001720     77  WS-SUBJECT-STATUS           PIC X(02).
001730     77  WS-COURSE-STATUS            PIC X(02).
001740     77  WS-CURRIC-STATUS            PIC X(02).
001750     77  WS-PREREQ-STATUS            PIC X(02).
001760     77  WS-HOLD-STATUS              PIC X(02).
001770     77  WS-WAIT-STATUS              PIC X(02).
001780     77  WS-SECTIDX-STATUS           PIC X(02).
001790     77  WS-TERM-STATUS              PIC X(02).
001800     77  WS-AUDIT-STATUS             PIC X(02).
001810     77  WS-CKPT-STATUS              PIC X(02).
001820     77  WS-REPORT-STATUS            PIC X(02).
001830     77  WS-CREDIT-STATUS            PIC X(02).
001840*    No transfer-credit file yet simply means no credits
001850     77  WS-CREDIT-OPEN              PIC X(01) VALUE "N".
001860     77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
001870*    Each file is closed only if it was opened, so a run that
001880*    stops early still closes the ones that did open
001890     77  WS-STUDENT-OPEN             PIC X(01) VALUE "N".
001900     77  WS-SUBJECT-OPEN             PIC X(01) VALUE "N".
001910     77  WS-COURSE-OPEN              PIC X(01) VALUE "N".
001920     77  WS-CURRIC-OPEN              PIC X(01) VALUE "N".
001930     77  WS-PREREQ-OPEN              PIC X(01) VALUE "N".
001940     77  WS-HOLD-OPEN                PIC X(01) VALUE "N".
001950     77  WS-WAIT-OPEN                PIC X(01) VALUE "N".
001960     77  WS-SECTIDX-OPEN             PIC X(01) VALUE "N".
001970     77  WS-AUDIT-OPEN               PIC X(01) VALUE "N".
001980     77  WS-VALID-SWITCH             PIC X(01).
001990     77  WS-EOF-STUDENT              PIC X(01).
002000     77  WS-EOF-SUBJECT              PIC X(01).
002010     77  WS-EOF-CURRIC               PIC X(01).
002020     77  WS-EOF-PREREQ               PIC X(01).
002030     77  WS-EOF-WAIT                 PIC X(01).
002040     77  WS-CURRENT-TERM             PIC X(05).
002050     77  WS-RUN-DATE                 PIC 9(08).
002060*    The block being registered, as keyed by the operator
002070     77  WS-PICK-PROGRAM             PIC X(08).
002080     77  WS-PICK-YEAR-TEXT           PIC X(01).
002090     77  WS-PICK-YEARLEVEL           PIC 9(01).
002100     77  WS-PICK-BLOCK               PIC X(05).
002110*    Restart point taken from the checkpoint of an unfinished
002120*    run of the same block
002130     77  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
002140     77  WS-RESTART-SNUM             PIC X(10).
002150*    The plan's course codes for the block, loaded once
002160     77  WS-PLAN-COUNT               PIC 9(02) VALUE 0.
002170     77  WS-PLAN-IX                  PIC 9(02).
002180     01  WS-PLAN-TABLE.
002190         05  WS-PLAN OCCURS 40 TIMES.
002200             10  WS-PLAN-COURSE      PIC X(10).
002210*    One student / one course being placed
002220     77  WS-HOLD-FOUND               PIC X(01).
002230     77  WS-HOLD-TYPE                PIC X(02).
002240     77  WS-TARGET-COURSE            PIC X(10).
002250     77  WS-REENROLL-SWITCH          PIC X(01).
002260     77  WS-REASON                   PIC X(45).
002270     77  WS-NAME-TEXT                PIC X(25).
002280     77  WS-PREREQ-OK                PIC X(01).
002290     77  WS-PASS-FOUND               PIC X(01).
002300     77  WS-MISSING-PREREQ           PIC X(10).
002310*    Schedule clash checking: the target section's meeting slot
002320*    is held here while the student's other sections are read
002330*    over the course-master record area
002340     77  WS-CONFLICT-FOUND           PIC X(01).
002350     77  WS-CONFLICT-COURSE          PIC X(10).
002360     77  WS-CONFLICT-SECTION         PIC X(05).
002370     77  WS-TARGET-DAYS              PIC X(07).
002380     77  WS-TARGET-START             PIC 9(04).
002390     77  WS-TARGET-END               PIC 9(04).
002400     77  WS-DAY-IX                   PIC 9(01).
002410     77  WS-COMMON-DAY               PIC X(01).
002420     77  WS-TERM-UNITS               PIC 9(03)V9.
002430     77  WS-CAP-DISP                 PIC Z9.9.
002440     77  WS-ALREADY-WAITING          PIC X(01).
002450     77  WS-LAST-WAIT-SEQ            PIC 9(05).
002460     77  WS-WAIT-SEQ-DISP            PIC ZZZZ9.
002470*    Run totals for the job log and the foot of the report
002480     77  WS-STUDENTS-SEEN            PIC 9(05) VALUE 0.
002490     77  WS-PLACED-COUNT             PIC 9(05) VALUE 0.
002500     77  WS-WAITLISTED-COUNT         PIC 9(05) VALUE 0.
002510     77  WS-EXCEPTION-COUNT          PIC 9(05) VALUE 0.
002520
002530 PROCEDURE DIVISION.
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     IF WS-ABORT-SWITCH = "N"
002570      PERFORM 2000-ENROLL-COHORT THRU 2000-EXIT
002580     END-IF.
002590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002600     STOP RUN.
002610
002620*--------------------------------------------------------------
002630*    1000-INITIALIZE -- open the masters, read the current term,
002640*    take the block from the operator, load its plan and find
002650*    out how far a prior run of the same block got
002660*--------------------------------------------------------------
002670 1000-INITIALIZE.
002680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002690     OPEN I-O STUDENT-MASTER.
002700     IF WS-STUDENT-STATUS NOT = "00"
002710      DISPLAY "ERROR! No student master file on file."
002720      MOVE "Y" TO WS-ABORT-SWITCH
002730     ELSE
002740      MOVE "Y" TO WS-STUDENT-OPEN
002750     END-IF.
002760     OPEN I-O SUBJECT-MASTER.
002770     IF WS-SUBJECT-STATUS = "35"
002780      OPEN OUTPUT SUBJECT-MASTER
002790      CLOSE SUBJECT-MASTER
002800      OPEN I-O SUBJECT-MASTER
002810     END-IF.
002820     IF WS-SUBJECT-STATUS NOT = "00"
002830      DISPLAY "ERROR! SUBJMAST open failed, status "
002840          WS-SUBJECT-STATUS
002850      MOVE "Y" TO WS-ABORT-SWITCH
002860     ELSE
002870      MOVE "Y" TO WS-SUBJECT-OPEN
002880     END-IF.
002890     OPEN I-O COURSE-MASTER.
002900     IF WS-COURSE-STATUS NOT = "00"
002910      DISPLAY "ERROR! No course master file on file."
002920      MOVE "Y" TO WS-ABORT-SWITCH
002930     ELSE
002940      MOVE "Y" TO WS-COURSE-OPEN
002950     END-IF.
002960     OPEN INPUT CURRICULUM.
002970     IF WS-CURRIC-STATUS NOT = "00"
002980      DISPLAY "ERROR! No curriculum master file on file."
002990      MOVE "Y" TO WS-ABORT-SWITCH
003000     ELSE
003010      MOVE "Y" TO WS-CURRIC-OPEN
003020     END-IF.
003030     OPEN I-O PREREQ.
003040     IF WS-PREREQ-STATUS = "35"
003050      OPEN OUTPUT PREREQ
003060      CLOSE PREREQ
003070      OPEN I-O PREREQ
003080     END-IF.
003090     IF WS-PREREQ-STATUS NOT = "00"
003100      DISPLAY "ERROR! PREREQ open failed, status "
003110          WS-PREREQ-STATUS
003120      MOVE "Y" TO WS-ABORT-SWITCH
003130     ELSE
003140      MOVE "Y" TO WS-PREREQ-OPEN
003150     END-IF.
003160     OPEN INPUT TRANSFER-CREDIT.
003170     IF WS-CREDIT-STATUS = "00"
003180      MOVE "Y" TO WS-CREDIT-OPEN
003190     END-IF.
003200     OPEN I-O HOLD-FILE.
003210     IF WS-HOLD-STATUS = "35"
003220      OPEN OUTPUT HOLD-FILE
003230      CLOSE HOLD-FILE
003240      OPEN I-O HOLD-FILE
003250     END-IF.
003260     IF WS-HOLD-STATUS NOT = "00"
003270      DISPLAY "ERROR! HOLDFILE open failed, status "
003280          WS-HOLD-STATUS
003290      MOVE "Y" TO WS-ABORT-SWITCH
003300     ELSE
003310      MOVE "Y" TO WS-HOLD-OPEN
003320     END-IF.
003330     OPEN I-O WAITLIST.
003340     IF WS-WAIT-STATUS = "35"
003350      OPEN OUTPUT WAITLIST
003360      CLOSE WAITLIST
003370      OPEN I-O WAITLIST
003380     END-IF.
003390     IF WS-WAIT-STATUS NOT = "00"
003400      DISPLAY "ERROR! WAITLIST open failed, status "
003410          WS-WAIT-STATUS
003420      MOVE "Y" TO WS-ABORT-SWITCH
003430     ELSE
003440      MOVE "Y" TO WS-WAIT-OPEN
003450     END-IF.
003460*    The mirror is never created here: one made fresh over
003470*    existing subject rows would disagree with them, and only
003480*    SECTBLD builds it correctly
003490     OPEN I-O SECTION-INDEX.
003500     IF WS-SECTIDX-STATUS NOT = "00"
003510      DISPLAY "ERROR! SECTINDX open failed, status "
003520          WS-SECTIDX-STATUS "; run SECTBLD first."
003530      MOVE "Y" TO WS-ABORT-SWITCH
003540     ELSE
003550      MOVE "Y" TO WS-SECTIDX-OPEN
003560     END-IF.
003570     OPEN INPUT TERM-CONTROL.
003580     IF WS-TERM-STATUS NOT = "00"
003590      DISPLAY "ERROR! No term control file on file."
003600      MOVE "Y" TO WS-ABORT-SWITCH
003610     ELSE
003620      READ TERM-CONTROL
003630       AT END
003640        DISPLAY "ERROR! Term control file is empty."
003650        MOVE "Y" TO WS-ABORT-SWITCH
003660       NOT AT END
003670        MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
003680      END-READ
003690      CLOSE TERM-CONTROL
003700     END-IF.
003710     IF WS-ABORT-SWITCH = "N"
003720      OPEN EXTEND AUDIT-LOG
003730      IF WS-AUDIT-STATUS = "35"
003740       OPEN OUTPUT AUDIT-LOG
003750      END-IF
003760      MOVE "Y" TO WS-AUDIT-OPEN
003770      MOVE "N" TO WS-VALID-SWITCH
003780      PERFORM 1100-ASK-PROGRAM THRU 1100-EXIT
003790          UNTIL WS-VALID-SWITCH = "Y"
003800      MOVE "N" TO WS-VALID-SWITCH
003810      PERFORM 1200-ASK-YEARLEVEL THRU 1200-EXIT
003820          UNTIL WS-VALID-SWITCH = "Y"
003830      MOVE "N" TO WS-VALID-SWITCH
003840      PERFORM 1300-ASK-BLOCK THRU 1300-EXIT
003850          UNTIL WS-VALID-SWITCH = "Y"
003860      PERFORM 1400-LOAD-PLAN THRU 1400-EXIT
003870     END-IF.
003880     IF WS-ABORT-SWITCH = "N"
003890      PERFORM 1500-READ-CHECKPOINT THRU 1500-EXIT
003900      PERFORM 1600-OPEN-REPORT THRU 1600-EXIT
003910     END-IF.
003920 1000-EXIT.
003930     EXIT.
003940
003950 1100-ASK-PROGRAM.
003960     DISPLAY "Degree program code: " WITH NO ADVANCING.
003970     ACCEPT WS-PICK-PROGRAM.
003980     IF WS-PICK-PROGRAM = SPACES
003990      DISPLAY "ERROR! Program code cannot be blank."
004000     ELSE
004010      MOVE "Y" TO WS-VALID-SWITCH
004020     END-IF.
004030 1100-EXIT.
004040     EXIT.
004050
004060 1200-ASK-YEARLEVEL.
004070     DISPLAY "Year level (1-5): " WITH NO ADVANCING.
004080     ACCEPT WS-PICK-YEAR-TEXT.
004090     IF WS-PICK-YEAR-TEXT NOT NUMERIC
004100         OR WS-PICK-YEAR-TEXT < "1" OR WS-PICK-YEAR-TEXT > "5"
004110      DISPLAY "ERROR! Year level must be 1-5."
004120     ELSE
004130      MOVE WS-PICK-YEAR-TEXT TO WS-PICK-YEARLEVEL
004140      MOVE "Y" TO WS-VALID-SWITCH
004150     END-IF.
004160 1200-EXIT.
004170     EXIT.
004180
004190 1300-ASK-BLOCK.
004200     DISPLAY "Block section (eg 1A): " WITH NO ADVANCING.
004210     ACCEPT WS-PICK-BLOCK.
004220     IF WS-PICK-BLOCK = SPACES
004230      DISPLAY "ERROR! Block section cannot be blank."
004240     ELSE
004250      MOVE "Y" TO WS-VALID-SWITCH
004260     END-IF.
004270 1300-EXIT.
004280     EXIT.
004290
004300*--------------------------------------------------------------
004310*    1400-LOAD-PLAN -- the program's requirements read back
004320*    together by year level, so the block's rows are one key
004330*    range; only those planned for the current term are kept
004340*--------------------------------------------------------------
004350 1400-LOAD-PLAN.
004360     MOVE 0 TO WS-PLAN-COUNT.
004370     MOVE WS-PICK-PROGRAM   TO CU-PROGRAM.
004380     MOVE WS-PICK-YEARLEVEL TO CU-YEARLEVEL.
004390     MOVE 0                 TO CU-SEQ.
004400     MOVE "N" TO WS-EOF-CURRIC.
004410     START CURRICULUM KEY IS NOT LESS THAN CU-KEY
004420      INVALID KEY
004430       MOVE "Y" TO WS-EOF-CURRIC
004440     END-START.
004450     PERFORM 1410-LOAD-PLAN-LOOP THRU 1410-EXIT
004460         UNTIL WS-EOF-CURRIC = "Y".
004470     IF WS-PLAN-COUNT = 0
004480      DISPLAY "ERROR! No curriculum plan for " WS-PICK-PROGRAM
004490          " year " WS-PICK-YEARLEVEL " term " WS-CURRENT-TERM
004500      MOVE "Y" TO WS-ABORT-SWITCH
004510     END-IF.
004520 1400-EXIT.
004530     EXIT.
004540
004550 1410-LOAD-PLAN-LOOP.
004560     READ CURRICULUM NEXT RECORD
004570      AT END
004580       MOVE "Y" TO WS-EOF-CURRIC
004590      NOT AT END
004600       IF CU-PROGRAM NOT = WS-PICK-PROGRAM
004610           OR CU-YEARLEVEL NOT = WS-PICK-YEARLEVEL
004620        MOVE "Y" TO WS-EOF-CURRIC
004630       ELSE
004640        IF CU-PLAN-TERM = WS-CURRENT-TERM AND WS-PLAN-COUNT < 40
004650         ADD 1 TO WS-PLAN-COUNT
004660         MOVE CU-REQ-COURSECODE TO WS-PLAN-COURSE(WS-PLAN-COUNT)
004670        END-IF
004680       END-IF
004690     END-READ.
004700 1410-EXIT.
004710     EXIT.
004720
004730*--------------------------------------------------------------
004740*    1500-READ-CHECKPOINT -- a checkpoint left by an unfinished
004750*    run of this same block and term names the last student it
004760*    finished; one left by any other block is ignored
004770*--------------------------------------------------------------
004780 1500-READ-CHECKPOINT.
004790     MOVE "N" TO WS-RESTART-SWITCH.
004800     OPEN INPUT CHECKPOINT-FILE.
004810     IF WS-CKPT-STATUS = "00"
004820      READ CHECKPOINT-FILE
004830       AT END
004840        CONTINUE
004850       NOT AT END
004860        IF CK-PROGRAM = WS-PICK-PROGRAM
004870            AND CK-YEARLEVEL = WS-PICK-YEARLEVEL
004880            AND CK-BLOCK = WS-PICK-BLOCK
004890            AND CK-TERM = WS-CURRENT-TERM
004900         MOVE "Y" TO WS-RESTART-SWITCH
004910         MOVE CK-LAST-SNUM TO WS-RESTART-SNUM
004920         DISPLAY "Restarting after student " WS-RESTART-SNUM
004930        ELSE
004940         DISPLAY "Checkpoint from block " CK-PROGRAM " "
004950             CK-YEARLEVEL " " CK-BLOCK " ignored."
004960        END-IF
004970      END-READ
004980      CLOSE CHECKPOINT-FILE
004990     END-IF.
005000 1500-EXIT.
005010     EXIT.
005020
005030*--------------------------------------------------------------
005040*    1600-OPEN-REPORT -- a restarted run adds to the exception
005050*    list the interrupted run began, so nothing it reported is
005060*    lost; a fresh run starts a new list
005070*--------------------------------------------------------------
005080 1600-OPEN-REPORT.
005090     IF WS-RESTART-SWITCH = "Y"
005100      OPEN EXTEND REPORT-FILE
005110      IF WS-REPORT-STATUS = "35"
005120       OPEN OUTPUT REPORT-FILE
005130      END-IF
005140      MOVE SPACES TO REPORT-LINE
005150      STRING "RESTARTED AFTER STUDENT " WS-RESTART-SNUM
005160          "  RUN " WS-RUN-DATE
005170          DELIMITED BY SIZE INTO REPORT-LINE
005180      WRITE REPORT-LINE
005190     ELSE
005200      OPEN OUTPUT REPORT-FILE
005210      MOVE SPACES TO REPORT-LINE
005220      STRING "BLOCK ENROLLMENT EXCEPTIONS  PROGRAM "
005230          WS-PICK-PROGRAM " YEAR " WS-PICK-YEARLEVEL
005240          " BLOCK " WS-PICK-BLOCK " TERM " WS-CURRENT-TERM
005250          "  RUN " WS-RUN-DATE
005260          DELIMITED BY SIZE INTO REPORT-LINE
005270      WRITE REPORT-LINE
005280      MOVE SPACES TO REPORT-LINE
005290      WRITE REPORT-LINE
005300      MOVE SPACES TO REPORT-LINE
005310      STRING "STUDENT    NAME                      COURSE     "
005320          "SECT  REASON"
005330          DELIMITED BY SIZE INTO REPORT-LINE
005340      WRITE REPORT-LINE
005350     END-IF.
005360 1600-EXIT.
005370     EXIT.
005380
005390*--------------------------------------------------------------
005400*    2000-ENROLL-COHORT -- every student in student-number
005410*    order, from the top or from just past the checkpoint
005420*--------------------------------------------------------------
005430 2000-ENROLL-COHORT.
005440     MOVE "N" TO WS-EOF-STUDENT.
005450     IF WS-RESTART-SWITCH = "Y"
005460      MOVE WS-RESTART-SNUM TO SM-SNUM
005470      START STUDENT-MASTER KEY IS GREATER THAN SM-SNUM
005480       INVALID KEY
005490        MOVE "Y" TO WS-EOF-STUDENT
005500      END-START
005510     ELSE
005520      MOVE LOW-VALUES TO SM-SNUM
005530      START STUDENT-MASTER KEY IS NOT LESS THAN SM-SNUM
005540       INVALID KEY
005550        MOVE "Y" TO WS-EOF-STUDENT
005560      END-START
005570     END-IF.
005580     PERFORM 2100-ENROLL-COHORT-LOOP THRU 2100-EXIT
005590         UNTIL WS-EOF-STUDENT = "Y".
005600 2000-EXIT.
005610     EXIT.
005620
005630 2100-ENROLL-COHORT-LOOP.
005640     READ STUDENT-MASTER NEXT RECORD
005650      AT END
005660       MOVE "Y" TO WS-EOF-STUDENT
005670      NOT AT END
005680       IF SM-PROGRAM = WS-PICK-PROGRAM
005690           AND SM-YEARLEVEL = WS-PICK-YEARLEVEL
005700        PERFORM 2200-ENROLL-STUDENT THRU 2200-EXIT
005710        PERFORM 4000-WRITE-CHECKPOINT THRU 4000-EXIT
005720       END-IF
005730     END-READ.
005740 2100-EXIT.
005750     EXIT.
005760
005770*--------------------------------------------------------------
005780*    2200-ENROLL-STUDENT -- one cohort student through every
005790*    course on the block's plan
005800*--------------------------------------------------------------
005810 2200-ENROLL-STUDENT.
005820     ADD 1 TO WS-STUDENTS-SEEN.
005830     MOVE SPACES TO WS-NAME-TEXT.
005840     STRING SM-SURNAME(1:15) ", " SM-FIRSTNAME(1:8)
005850         DELIMITED BY SIZE INTO WS-NAME-TEXT.
005860     PERFORM 2300-CHECK-HOLDS THRU 2300-EXIT.
005870     MOVE 1 TO WS-PLAN-IX.
005880     PERFORM 3000-PLACE-COURSE THRU 3000-EXIT
005890         UNTIL WS-PLAN-IX > WS-PLAN-COUNT.
005900 2200-EXIT.
005910     EXIT.
005920
005930*--------------------------------------------------------------
005940*    2300-CHECK-HOLDS -- any hold standing against the student
005950*    blocks every add, as it does at the window.  The holds are
005960*    keyed student-first, so the first one at or past the
005970*    student's number tells
005980*--------------------------------------------------------------
005990 2300-CHECK-HOLDS.
006000     MOVE "N" TO WS-HOLD-FOUND.
006010     MOVE SM-SNUM TO HD-SNUM.
006020     MOVE LOW-VALUES TO HD-TYPE.
006030     START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
006040      INVALID KEY
006050       GO TO 2300-EXIT
006060     END-START.
006070     READ HOLD-FILE NEXT RECORD
006080      AT END
006090       CONTINUE
006100      NOT AT END
006110       IF HD-SNUM = SM-SNUM
006120        MOVE "Y" TO WS-HOLD-FOUND
006130        MOVE HD-TYPE TO WS-HOLD-TYPE
006140       END-IF
006150     END-READ.
006160 2300-EXIT.
006170     EXIT.
006180
006190*--------------------------------------------------------------
006200*    3000-PLACE-COURSE -- the next plan course for the student
006210*    held in the STUDENT-MASTER area, through the ADDSUBJECT
006220*    gates in ADDSUBJECT's order.  The first gate that fails
006230*    writes the exception line and leaves
006240*--------------------------------------------------------------
006250 3000-PLACE-COURSE.
006260     MOVE WS-PLAN-COURSE(WS-PLAN-IX) TO WS-TARGET-COURSE.
006270     ADD 1 TO WS-PLAN-IX.
006280     IF WS-HOLD-FOUND = "Y"
006290      MOVE SPACES TO WS-REASON
006300      STRING "REGISTRATION HOLD " WS-HOLD-TYPE " ON FILE"
006310          DELIMITED BY SIZE INTO WS-REASON
006320      PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006330      GO TO 3000-EXIT
006340     END-IF.
006350     PERFORM 3050-READ-TARGET THRU 3050-EXIT.
006360     IF WS-VALID-SWITCH = "N"
006370      PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006380      GO TO 3000-EXIT
006390     END-IF.
006400*    A live row for this very section means the student is in
006410*    it already; a withdrawn one is taken back in further down
006420     MOVE "N" TO WS-REENROLL-SWITCH.
006430     MOVE SM-SNUM          TO SB-SNUM.
006440     MOVE WS-TARGET-COURSE TO SB-COURSECODE.
006450     MOVE WS-PICK-BLOCK    TO SB-CSECTION.
006460     MOVE WS-CURRENT-TERM  TO SB-TERM.
006470     READ SUBJECT-MASTER
006480      INVALID KEY
006490       CONTINUE
006500      NOT INVALID KEY
006510       IF SB-STATUS = "W"
006520        MOVE "Y" TO WS-REENROLL-SWITCH
006530       ELSE
006540        MOVE "N" TO WS-VALID-SWITCH
006550        MOVE "ALREADY ENROLLED IN THAT SECTION" TO WS-REASON
006560       END-IF
006570     END-READ.
006580     IF WS-VALID-SWITCH = "N"
006590      PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006600      GO TO 3000-EXIT
006610     END-IF.
006620     PERFORM 3100-CHECK-PREREQS THRU 3100-EXIT.
006630     IF WS-PREREQ-OK = "N"
006640      MOVE SPACES TO WS-REASON
006650      STRING "PREREQUISITE NOT PASSED: " WS-MISSING-PREREQ
006660          DELIMITED BY SIZE INTO WS-REASON
006670      PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006680      GO TO 3000-EXIT
006690     END-IF.
006700     PERFORM 3300-CHECK-CONFLICT THRU 3300-EXIT.
006710     IF WS-VALID-SWITCH = "N"
006720      PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006730      GO TO 3000-EXIT
006740     END-IF.
006750     IF WS-CONFLICT-FOUND = "Y"
006760      MOVE SPACES TO WS-REASON
006770      STRING "TIME CLASH WITH " WS-CONFLICT-COURSE " "
006780          WS-CONFLICT-SECTION
006790          DELIMITED BY SIZE INTO WS-REASON
006800      PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006810      GO TO 3000-EXIT
006820     END-IF.
006830*    A probation student's live current-term units plus this
006840*    section must stay inside the cap STANDING set; a zero cap
006850*    means no cap
006860     IF SM-UNIT-CAP NOT = 0
006870      PERFORM 3500-COUNT-TERM-UNITS THRU 3500-EXIT
006880      IF WS-TERM-UNITS + CM-UNITS > SM-UNIT-CAP
006890       MOVE SM-UNIT-CAP TO WS-CAP-DISP
006900       MOVE SPACES TO WS-REASON
006910       STRING "OVER PROBATION UNIT CAP OF " WS-CAP-DISP
006920           DELIMITED BY SIZE INTO WS-REASON
006930       PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006940       GO TO 3000-EXIT
006950      END-IF
006960     END-IF.
006970     IF CM-ENROLLED NOT LESS THAN CM-MAXSEATS
006980      PERFORM 3700-ADD-WAITLIST THRU 3700-EXIT
006990      PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007000      GO TO 3000-EXIT
007010     END-IF.
007020     PERFORM 3800-ENROLL THRU 3800-EXIT.
007030 3000-EXIT.
007040     EXIT.
007050
007060*--------------------------------------------------------------
007070*    3050-READ-TARGET -- the block's section of the course for
007080*    the current term, into the COURSE-MASTER area
007090*--------------------------------------------------------------
007100 3050-READ-TARGET.
007110     MOVE "N" TO WS-VALID-SWITCH.
007120     MOVE WS-TARGET-COURSE TO CM-COURSECODE.
007130     MOVE WS-PICK-BLOCK    TO CM-CSECTION.
007140     MOVE WS-CURRENT-TERM  TO CM-TERM.
007150     READ COURSE-MASTER
007160      INVALID KEY
007170       MOVE SPACES TO WS-REASON
007180       STRING "SECTION " WS-PICK-BLOCK " NOT OFFERED THIS TERM"
007190           DELIMITED BY SIZE INTO WS-REASON
007200      NOT INVALID KEY
007210       MOVE "Y" TO WS-VALID-SWITCH
007220     END-READ.
007230     IF WS-COURSE-STATUS = "51"
007240      MOVE "SECTION RECORD IN USE AT A WINDOW; RERUN"
007250          TO WS-REASON
007260     END-IF.
007270 3050-EXIT.
007280     EXIT.
007290
007300*--------------------------------------------------------------
007310*    3100-CHECK-PREREQS -- every prerequisite on file for the
007320*    course must show as passed (1.00 to 3.00, not withdrawn)
007330*    in the student's own rows.  No override is possible here;
007340*    the dean's override stays at the window
007350*--------------------------------------------------------------
007360 3100-CHECK-PREREQS.
007370     MOVE "Y" TO WS-PREREQ-OK.
007380     MOVE WS-TARGET-COURSE TO PQ-COURSECODE.
007390     MOVE 0 TO PQ-SEQ.
007400     MOVE "N" TO WS-EOF-PREREQ.
007410     START PREREQ KEY IS NOT LESS THAN PQ-KEY
007420      INVALID KEY
007430       MOVE "Y" TO WS-EOF-PREREQ
007440     END-START.
007450     PERFORM 3110-CHECK-PREREQS-LOOP THRU 3110-EXIT
007460         UNTIL WS-EOF-PREREQ = "Y".
007470 3100-EXIT.
007480     EXIT.
007490
007500 3110-CHECK-PREREQS-LOOP.
007510     READ PREREQ NEXT RECORD
007520      AT END
007530       MOVE "Y" TO WS-EOF-PREREQ
007540      NOT AT END
007550       IF PQ-COURSECODE = WS-TARGET-COURSE
007560        PERFORM 3200-CHECK-ONE-PREREQ THRU 3200-EXIT
007570        IF WS-PASS-FOUND = "N"
007580         MOVE "N" TO WS-PREREQ-OK
007590         MOVE PQ-REQ-COURSECODE TO WS-MISSING-PREREQ
007600         MOVE "Y" TO WS-EOF-PREREQ
007610        END-IF
007620       ELSE
007630        MOVE "Y" TO WS-EOF-PREREQ
007640       END-IF
007650     END-READ.
007660 3110-EXIT.
007670     EXIT.
007680
007690 3200-CHECK-ONE-PREREQ.
007700     MOVE "N" TO WS-PASS-FOUND.
007710*    Credit from another school stands in for a pass
007720     IF WS-CREDIT-OPEN = "Y"
007730      MOVE SM-SNUM TO TX-SNUM
007740      MOVE PQ-REQ-COURSECODE TO TX-COURSECODE
007750      READ TRANSFER-CREDIT
007760       INVALID KEY
007770        CONTINUE
007780       NOT INVALID KEY
007790        MOVE "Y" TO WS-PASS-FOUND
007800      END-READ
007810     END-IF.
007820     IF WS-PASS-FOUND = "Y"
007830      GO TO 3200-EXIT
007840     END-IF.
007850     MOVE SM-SNUM TO SB-SNUM.
007860     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
007870     MOVE "N" TO WS-EOF-SUBJECT.
007880     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
007890      INVALID KEY
007900       MOVE "Y" TO WS-EOF-SUBJECT
007910     END-START.
007920     PERFORM 3210-CHECK-ONE-PREREQ-LOOP THRU 3210-EXIT
007930         UNTIL WS-EOF-SUBJECT = "Y".
007940 3200-EXIT.
007950     EXIT.
007960
007970 3210-CHECK-ONE-PREREQ-LOOP.
007980     READ SUBJECT-MASTER NEXT RECORD
007990      AT END
008000       MOVE "Y" TO WS-EOF-SUBJECT
008010      NOT AT END
008020       IF SB-SNUM NOT = SM-SNUM
008030        MOVE "Y" TO WS-EOF-SUBJECT
008040       ELSE
008050        IF SB-COURSECODE = PQ-REQ-COURSECODE
008060            AND SB-STATUS NOT = "W"
008070            AND SB-GRADE NOT = 0
008080            AND SB-GRADE NOT GREATER THAN 3.00
008090         MOVE "Y" TO WS-PASS-FOUND
008100         MOVE "Y" TO WS-EOF-SUBJECT
008110        END-IF
008120       END-IF
008130     END-READ.
008140 3210-EXIT.
008150     EXIT.
008160
008170*--------------------------------------------------------------
008180*    3300-CHECK-CONFLICT -- the target section against every
008190*    section the student already holds this term, including the
008200*    ones this run has just placed them in.  Each held section
008210*    is read over the COURSE-MASTER area, so the target is read
008220*    back afterwards.  A section with no schedule keyed yet
008230*    clashes with nothing
008240*--------------------------------------------------------------
008250 3300-CHECK-CONFLICT.
008260     MOVE "N" TO WS-CONFLICT-FOUND.
008270     IF CM-DAYS NOT = SPACES AND CM-START-TIME NUMERIC
008280         AND CM-START-TIME NOT = 0
008290      MOVE CM-DAYS       TO WS-TARGET-DAYS
008300      MOVE CM-START-TIME TO WS-TARGET-START
008310      MOVE CM-END-TIME   TO WS-TARGET-END
008320      MOVE SM-SNUM TO SB-SNUM
008330      MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM
008340      MOVE "N" TO WS-EOF-SUBJECT
008350      START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
008360       INVALID KEY
008370        MOVE "Y" TO WS-EOF-SUBJECT
008380      END-START
008390      PERFORM 3310-CHECK-CONFLICT-LOOP THRU 3310-EXIT
008400          UNTIL WS-EOF-SUBJECT = "Y"
008410      PERFORM 3050-READ-TARGET THRU 3050-EXIT
008420     END-IF.
008430 3300-EXIT.
008440     EXIT.
008450
008460 3310-CHECK-CONFLICT-LOOP.
008470     READ SUBJECT-MASTER NEXT RECORD
008480      AT END
008490       MOVE "Y" TO WS-EOF-SUBJECT
008500      NOT AT END
008510       IF SB-SNUM NOT = SM-SNUM
008520        MOVE "Y" TO WS-EOF-SUBJECT
008530       ELSE
008540        IF SB-TERM = WS-CURRENT-TERM AND SB-STATUS NOT = "W"
008550         PERFORM 3320-CHECK-ONE-CONFLICT THRU 3320-EXIT
008560        END-IF
008570       END-IF
008580     END-READ.
008590 3310-EXIT.
008600     EXIT.
008610
008620*    One held section against the target: a clash needs a
008630*    common meeting day and overlapping times
008640 3320-CHECK-ONE-CONFLICT.
008650     MOVE SB-COURSECODE TO CM-COURSECODE.
008660     MOVE SB-CSECTION   TO CM-CSECTION.
008670     MOVE SB-TERM       TO CM-TERM.
008680     READ COURSE-MASTER
008690      INVALID KEY
008700       CONTINUE
008710      NOT INVALID KEY
008720       IF CM-DAYS NOT = SPACES AND CM-START-TIME NUMERIC
008730           AND CM-START-TIME NOT = 0
008740           AND WS-TARGET-START < CM-END-TIME
008750           AND WS-TARGET-END > CM-START-TIME
008760        MOVE "N" TO WS-COMMON-DAY
008770        MOVE 1 TO WS-DAY-IX
008780        PERFORM 3330-CHECK-COMMON-DAY THRU 3330-EXIT
008790            UNTIL WS-DAY-IX > 7
008800        IF WS-COMMON-DAY = "Y"
008810         MOVE "Y" TO WS-CONFLICT-FOUND
008820         MOVE CM-COURSECODE TO WS-CONFLICT-COURSE
008830         MOVE CM-CSECTION   TO WS-CONFLICT-SECTION
008840        END-IF
008850       END-IF
008860     END-READ.
008870 3320-EXIT.
008880     EXIT.
008890
008900 3330-CHECK-COMMON-DAY.
008910     IF WS-TARGET-DAYS(WS-DAY-IX:1) NOT = SPACE
008920         AND CM-DAYS(WS-DAY-IX:1) NOT = SPACE
008930      MOVE "Y" TO WS-COMMON-DAY
008940     END-IF.
008950     ADD 1 TO WS-DAY-IX.
008960 3330-EXIT.
008970     EXIT.
008980
008990*--------------------------------------------------------------
009000*    3500-COUNT-TERM-UNITS -- the student's live current-term
009010*    units, for the probation cap
009020*--------------------------------------------------------------
009030 3500-COUNT-TERM-UNITS.
009040     MOVE 0 TO WS-TERM-UNITS.
009050     MOVE SM-SNUM TO SB-SNUM.
009060     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
009070     MOVE "N" TO WS-EOF-SUBJECT.
009080     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
009090      INVALID KEY
009100       MOVE "Y" TO WS-EOF-SUBJECT
009110     END-START.
009120     PERFORM 3510-COUNT-TERM-UNITS-LOOP THRU 3510-EXIT
009130         UNTIL WS-EOF-SUBJECT = "Y".
009140 3500-EXIT.
009150     EXIT.
009160
009170 3510-COUNT-TERM-UNITS-LOOP.
009180     READ SUBJECT-MASTER NEXT RECORD
009190      AT END
009200       MOVE "Y" TO WS-EOF-SUBJECT
009210      NOT AT END
009220       IF SB-SNUM NOT = SM-SNUM
009230        MOVE "Y" TO WS-EOF-SUBJECT
009240       ELSE
009250        IF SB-TERM = WS-CURRENT-TERM AND SB-STATUS NOT = "W"
009260         ADD SB-UNITS TO WS-TERM-UNITS
009270        END-IF
009280       END-IF
009290     END-READ.
009300 3510-EXIT.
009310     EXIT.
009320
009330*--------------------------------------------------------------
009340*    3700-ADD-WAITLIST -- the block's section is full, so the
009350*    student is queued behind it.  The scan finds the end of
009360*    the line and makes sure they are not already standing in
009370*    it.  The reason line says which way it went
009380*--------------------------------------------------------------
009390 3700-ADD-WAITLIST.
009400     MOVE WS-TARGET-COURSE TO WL-COURSECODE.
009410     MOVE WS-PICK-BLOCK    TO WL-CSECTION.
009420     MOVE WS-CURRENT-TERM  TO WL-TERM.
009430     MOVE 0                TO WL-SEQ.
009440     MOVE 0   TO WS-LAST-WAIT-SEQ.
009450     MOVE "N" TO WS-ALREADY-WAITING.
009460     MOVE "N" TO WS-EOF-WAIT.
009470     START WAITLIST KEY IS NOT LESS THAN WL-KEY
009480      INVALID KEY
009490       MOVE "Y" TO WS-EOF-WAIT
009500     END-START.
009510     PERFORM 3710-ADD-WAITLIST-SCAN THRU 3710-EXIT
009520         UNTIL WS-EOF-WAIT = "Y".
009530     IF WS-ALREADY-WAITING = "Y"
009540      MOVE "SECTION FULL; ALREADY ON ITS WAITLIST" TO WS-REASON
009550     ELSE
009560      MOVE SPACES           TO WAITLIST-RECORD
009570      MOVE WS-TARGET-COURSE TO WL-COURSECODE
009580      MOVE WS-PICK-BLOCK    TO WL-CSECTION
009590      MOVE WS-CURRENT-TERM  TO WL-TERM
009600      ADD 1 TO WS-LAST-WAIT-SEQ GIVING WL-SEQ
009610      MOVE SM-SNUM          TO WL-SNUM
009620      WRITE WAITLIST-RECORD
009630       INVALID KEY
009640        MOVE "SECTION FULL; COULD NOT ADD TO WAITLIST"
009650            TO WS-REASON
009660       NOT INVALID KEY
009670        ADD 1 TO WS-WAITLISTED-COUNT
009680        MOVE WL-SEQ TO WS-WAIT-SEQ-DISP
009690        MOVE SPACES TO WS-REASON
009700        STRING "SECTION FULL; WAITLISTED AT POSITION "
009710            WS-WAIT-SEQ-DISP
009720            DELIMITED BY SIZE INTO WS-REASON
009730        MOVE "WAITLIST-ADD"   TO AL-OPERATION
009740        MOVE SM-SNUM          TO AL-SNUM
009750        MOVE "COURSECODE"     TO AL-FIELD
009760        MOVE SPACES           TO AL-OLD-VALUE
009770        MOVE WL-COURSECODE    TO AL-NEW-VALUE
009780        PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
009790      END-WRITE
009800     END-IF.
009810 3700-EXIT.
009820     EXIT.
009830
009840 3710-ADD-WAITLIST-SCAN.
009850     READ WAITLIST NEXT RECORD
009860      AT END
009870       MOVE "Y" TO WS-EOF-WAIT
009880      NOT AT END
009890       IF WL-COURSECODE = WS-TARGET-COURSE
009900           AND WL-CSECTION = WS-PICK-BLOCK
009910           AND WL-TERM = WS-CURRENT-TERM
009920        MOVE WL-SEQ TO WS-LAST-WAIT-SEQ
009930        IF WL-SNUM = SM-SNUM
009940         MOVE "Y" TO WS-ALREADY-WAITING
009950        END-IF
009960       ELSE
009970        MOVE "Y" TO WS-EOF-WAIT
009980       END-IF
009990     END-READ.
010000 3710-EXIT.
010010     EXIT.
010020
010030*--------------------------------------------------------------
010040*    3800-ENROLL -- every gate passed and a seat is open.  A
010050*    withdrawn row for the section is taken back in the way
010060*    REENROLL does it; otherwise a new row goes on and the
010070*    student's subject count comes up
010080*--------------------------------------------------------------
010090 3800-ENROLL.
010100     IF WS-REENROLL-SWITCH = "Y"
010110      PERFORM 3850-REENROLL THRU 3850-EXIT
010120      GO TO 3800-EXIT
010130     END-IF.
010140     MOVE SM-SNUM          TO SB-SNUM.
010150     MOVE WS-TARGET-COURSE TO SB-COURSECODE.
010160     MOVE WS-PICK-BLOCK    TO SB-CSECTION.
010170     MOVE WS-CURRENT-TERM  TO SB-TERM.
010180     MOVE CM-UNITS         TO SB-UNITS.
010190     MOVE 0                TO SB-GRADE.
010200     MOVE "E"              TO SB-STATUS.
010210     MOVE SPACE            TO SB-INC.
010220     WRITE SUBJECT-MASTER-RECORD
010230      INVALID KEY
010240       MOVE "COULD NOT WRITE THE SUBJECT ROW" TO WS-REASON
010250       PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
010260      NOT INVALID KEY
010270       ADD 1 TO WS-PLACED-COUNT
010280       ADD 1 TO SM-NUM-SUBJECTS
010290       REWRITE STUDENT-MASTER-RECORD
010300        INVALID KEY
010310         DISPLAY "ERROR! Could not update student " SM-SNUM
010320       END-REWRITE
010330       ADD 1 TO CM-ENROLLED
010340       REWRITE COURSE-MASTER-RECORD
010350        INVALID KEY
010360         DISPLAY "ERROR! Could not update seat count for "
010370             CM-COURSECODE " " CM-CSECTION
010380       END-REWRITE
010390       MOVE "BLOCK-ENROLL"   TO AL-OPERATION
010400       MOVE SM-SNUM          TO AL-SNUM
010410       MOVE "COURSECODE"     TO AL-FIELD
010420       MOVE SPACES           TO AL-OLD-VALUE
010430       MOVE SB-COURSECODE    TO AL-NEW-VALUE
010440       PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
010450       PERFORM 5000-MIRROR-WRITE THRU 5000-EXIT
010460     END-WRITE.
010470 3800-EXIT.
010480     EXIT.
010490
010500 3850-REENROLL.
010510     MOVE SM-SNUM          TO SB-SNUM.
010520     MOVE WS-TARGET-COURSE TO SB-COURSECODE.
010530     MOVE WS-PICK-BLOCK    TO SB-CSECTION.
010540     MOVE WS-CURRENT-TERM  TO SB-TERM.
010550     READ SUBJECT-MASTER
010560      INVALID KEY
010570       MOVE "WITHDRAWN ROW VANISHED; RERUN" TO WS-REASON
010580       PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
010590       GO TO 3850-EXIT
010600     END-READ.
010610     MOVE "E"      TO SB-STATUS.
010620     MOVE SPACE    TO SB-INC.
010630     MOVE 0        TO SB-GRADE.
010640     MOVE CM-UNITS TO SB-UNITS.
010650     REWRITE SUBJECT-MASTER-RECORD
010660      INVALID KEY
010670       MOVE "COULD NOT REWRITE THE SUBJECT ROW" TO WS-REASON
010680       PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
010690      NOT INVALID KEY
010700       ADD 1 TO WS-PLACED-COUNT
010710       ADD 1 TO CM-ENROLLED
010720       REWRITE COURSE-MASTER-RECORD
010730        INVALID KEY
010740         DISPLAY "ERROR! Could not update seat count for "
010750             CM-COURSECODE " " CM-CSECTION
010760       END-REWRITE
010770       MOVE "BLOCK-ENROLL"   TO AL-OPERATION
010780       MOVE SM-SNUM          TO AL-SNUM
010790       MOVE "STATUS"         TO AL-FIELD
010800       MOVE "W"              TO AL-OLD-VALUE
010810       MOVE "E"              TO AL-NEW-VALUE
010820       PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
010830       PERFORM 5000-MIRROR-WRITE THRU 5000-EXIT
010840     END-REWRITE.
010850 3850-EXIT.
010860     EXIT.
010870
010880*--------------------------------------------------------------
010890*    4000-WRITE-CHECKPOINT -- rewrite the checkpoint record so
010900*    a rerun of this block resumes after the student just done
010910*--------------------------------------------------------------
010920 4000-WRITE-CHECKPOINT.
010930     OPEN OUTPUT CHECKPOINT-FILE.
010940     MOVE WS-PICK-PROGRAM   TO CK-PROGRAM.
010950     MOVE WS-PICK-YEARLEVEL TO CK-YEARLEVEL.
010960     MOVE WS-PICK-BLOCK     TO CK-BLOCK.
010970     MOVE WS-CURRENT-TERM   TO CK-TERM.
010980     MOVE SM-SNUM           TO CK-LAST-SNUM.
010990     WRITE CHECKPOINT-RECORD.
011000     CLOSE CHECKPOINT-FILE.
011010 4000-EXIT.
011020     EXIT.
011030
011040*--------------------------------------------------------------
011050*    5000-MIRROR-WRITE -- the SECTINDX row for the subject row
011060*    just written or rewritten, as MIRRORWRITE keeps it
011070*--------------------------------------------------------------
011080 5000-MIRROR-WRITE.
011090     MOVE SB-TERM       TO SE-TERM.
011100     MOVE SB-COURSECODE TO SE-COURSECODE.
011110     MOVE SB-CSECTION   TO SE-CSECTION.
011120     MOVE SB-SNUM       TO SE-SNUM.
011130     MOVE SB-STATUS     TO SE-STATUS.
011140     WRITE SECTION-INDEX-RECORD
011150      INVALID KEY
011160       REWRITE SECTION-INDEX-RECORD
011170        INVALID KEY
011180         DISPLAY "ERROR! Section index not updated; run "
011190             "SECTBLD."
011200       END-REWRITE
011210     END-WRITE.
011220 5000-EXIT.
011230     EXIT.
011240
011250 6000-WRITE-AUDIT.
011260     ACCEPT AL-DATE FROM DATE YYYYMMDD.
011270     ACCEPT AL-TIME FROM TIME.
011280     MOVE "BLOCKENR" TO AL-OPERATOR.
011290     WRITE AUDIT-LOG-RECORD.
011300 6000-EXIT.
011310     EXIT.
011320
011330*--------------------------------------------------------------
011340*    7000-WRITE-EXCEPTION -- one line per student/course that
011350*    could not be placed, with the reason in WS-REASON
011360*--------------------------------------------------------------
011370 7000-WRITE-EXCEPTION.
011380     ADD 1 TO WS-EXCEPTION-COUNT.
011390     MOVE SPACES TO REPORT-LINE.
011400     STRING SM-SNUM " " WS-NAME-TEXT " " WS-TARGET-COURSE " "
011410         WS-PICK-BLOCK " " WS-REASON
011420         DELIMITED BY SIZE INTO REPORT-LINE.
011430     WRITE REPORT-LINE.
011440 7000-EXIT.
011450     EXIT.
011460
011470*--------------------------------------------------------------
011480*    9000-TERMINATE -- close up, clear the checkpoint after a
011490*    complete run, and report the run totals
011500*--------------------------------------------------------------
011510 9000-TERMINATE.
011520     IF WS-ABORT-SWITCH = "N"
011530      MOVE SPACES TO REPORT-LINE
011540      WRITE REPORT-LINE
011550      MOVE SPACES TO REPORT-LINE
011560      STRING "STUDENTS: " WS-STUDENTS-SEEN
011570          "  PLACED: " WS-PLACED-COUNT
011580          "  WAITLISTED: " WS-WAITLISTED-COUNT
011590          "  EXCEPTIONS: " WS-EXCEPTION-COUNT
011600          DELIMITED BY SIZE INTO REPORT-LINE
011610      WRITE REPORT-LINE
011620      CLOSE REPORT-FILE
011630      PERFORM 9010-RESET-CHECKPOINT THRU 9010-EXIT
011640     END-IF.
011650     IF WS-STUDENT-OPEN = "Y"
011660      CLOSE STUDENT-MASTER
011670     END-IF.
011680     IF WS-SUBJECT-OPEN = "Y"
011690      CLOSE SUBJECT-MASTER
011700     END-IF.
011710     IF WS-COURSE-OPEN = "Y"
011720      CLOSE COURSE-MASTER
011730     END-IF.
011740     IF WS-CURRIC-OPEN = "Y"
011750      CLOSE CURRICULUM
011760     END-IF.
011770     IF WS-PREREQ-OPEN = "Y"
011780      CLOSE PREREQ
011790     END-IF.
011800     IF WS-CREDIT-OPEN = "Y"
011810      CLOSE TRANSFER-CREDIT
011820     END-IF.
011830     IF WS-HOLD-OPEN = "Y"
011840      CLOSE HOLD-FILE
011850     END-IF.
011860     IF WS-WAIT-OPEN = "Y"
011870      CLOSE WAITLIST
011880     END-IF.
011890     IF WS-SECTIDX-OPEN = "Y"
011900      CLOSE SECTION-INDEX
011910     END-IF.
011920     IF WS-AUDIT-OPEN = "Y"
011930      CLOSE AUDIT-LOG
011940     END-IF.
011950     DISPLAY "Students in block:  " WS-STUDENTS-SEEN.
011960     DISPLAY "Enrollments placed: " WS-PLACED-COUNT.
011970     DISPLAY "Waitlisted:         " WS-WAITLISTED-COUNT.
011980     DISPLAY "Exceptions listed:  " WS-EXCEPTION-COUNT.
011990 9000-EXIT.
012000     EXIT.
012010
012020*--------------------------------------------------------------
012030*    9010-RESET-CHECKPOINT -- the run made it through the whole
012040*    cohort, so clear the checkpoint back to empty
012050*--------------------------------------------------------------
012060 9010-RESET-CHECKPOINT.
012070     OPEN OUTPUT CHECKPOINT-FILE.
012080     CLOSE CHECKPOINT-FILE.
012090 9010-EXIT.
012100     EXIT.
