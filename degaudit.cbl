000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-09-01.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000100*    2026-09-01  JR    Original degree audit report.
000110*    2026-10-15  JR    A requirement covered by transfer credit
000120*                      on XFERCRED is marked CREDITED and counts
000130*                      as completed.
000140*--------------------------------------------------------------
000150*    Prints a degree audit per student, one student per page,
000160*    walking SUBJMAST the way TRANSCRP does: every required
000170*    course on the student's program checklist (CURRMAST) is
000180*    marked COMPLETED (a passing grade on file), IN PROGRESS
000190*    (enrolled this term, no grade yet) or OUTSTANDING,
000200*    grouped by the checklist's year level, with the three
000210*    totals at the bottom of the page.  Runs for a single
000220*    student number keyed at the console, or for every student
000230*    on file when the prompt is left blank.
000240*    A requirement the student holds transfer credit for
000250*    (XFERCRED) is marked CREDITED and counts as completed.
000260*--------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS SM-SNUM
000350         SHARING WITH ALL OTHER
000360         FILE STATUS IS WS-STUDENT-STATUS.
000370
000380     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SB-KEY
000420         SHARING WITH ALL OTHER
000430         FILE STATUS IS WS-SUBJECT-STATUS.
000440
000450     SELECT CURRICULUM ASSIGN TO "CURRMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CU-KEY
000490         SHARING WITH ALL OTHER
000500         FILE STATUS IS WS-CURRIC-STATUS.
000510
000520     SELECT TERM-CONTROL ASSIGN TO "TERMCTRL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TERM-STATUS.
000550
000560     SELECT TRANSFER-CREDIT ASSIGN TO "XFERCRED"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS TX-KEY
000600         SHARING WITH ALL OTHER
000610         FILE STATUS IS WS-CREDIT-STATUS.
000620
000630     SELECT REPORT-FILE ASSIGN TO "DEGRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-REPORT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690     FD  STUDENT-MASTER.
000700         COPY "stumast.cpy".
000710
000720     FD  SUBJECT-MASTER.
000730         COPY "submast.cpy".
000740
000750     FD  CURRICULUM.
000760         COPY "curric.cpy".
000770
000780     FD  TERM-CONTROL.
000790         COPY "trmctl.cpy".
000800
000810     FD  TRANSFER-CREDIT.
000820         COPY "xfercrd.cpy".
000830
000840     FD  REPORT-FILE.
000850     01  REPORT-LINE               PIC X(100).
000860
000870 WORKING-STORAGE SECTION.
000880     77  WS-STUDENT-STATUS         PIC X(02).
000890     77  WS-SUBJECT-STATUS         PIC X(02).
000900     77  WS-CURRIC-STATUS          PIC X(02).
000910     77  WS-TERM-STATUS            PIC X(02).
000920     77  WS-REPORT-STATUS          PIC X(02).
000930     77  WS-CREDIT-STATUS          PIC X(02).
000940*    No transfer-credit file yet simply means no credits
000950     77  WS-CREDIT-OPEN            PIC X(01) VALUE "N".
000960     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
000970     77  WS-EOF-STUDENT            PIC X(01).
000980     77  WS-EOF-SUBJECT            PIC X(01).
000990     77  WS-EOF-CURRIC             PIC X(01).
001000     77  WS-PICK-SNUM              PIC X(10).
001010     77  WS-CURRENT-TERM           PIC X(05).
001020     77  WS-FIRST-PAGE             PIC X(01) VALUE "Y".
001030     77  WS-PRINTED-COUNT          PIC 9(05) VALUE 0.
001040*    Standing of the one requirement being judged, and the
001050*    per-student totals printed at the page bottom
001060     77  WS-REQ-STATUS             PIC X(12).
001070     77  WS-DONE-COUNT             PIC 9(03) VALUE 0.
001080     77  WS-PROG-COUNT             PIC 9(03) VALUE 0.
001090     77  WS-OUT-COUNT              PIC 9(03) VALUE 0.
001100     77  WS-DONE-DISP              PIC ZZ9.
001110     77  WS-PROG-DISP              PIC ZZ9.
001120     77  WS-OUT-DISP               PIC ZZ9.
001130     77  WS-CUR-LEVEL              PIC 9(01).
001140     77  WS-REQ-COUNT              PIC 9(03) VALUE 0.
001150*    One student's subject rows, gathered once per page so
001160*    every requirement is judged from working storage instead
001170*    of re-walking the subject master
001180     77  WS-ROW-COUNT              PIC 9(03) VALUE 0.
001190     77  WS-ROW-IX                 PIC 9(03).
001200     01  WS-ROW-TABLE.
001210         05  WS-ROW OCCURS 200 TIMES.
001220             10  WS-ROW-COURSECODE PIC X(10).
001230             10  WS-ROW-TERM       PIC X(05).
001240             10  WS-ROW-GRADE      PIC 9(01)V99.
001250             10  WS-ROW-STATUS     PIC X(01).
001260
001270 PROCEDURE DIVISION.
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001300     IF WS-ABORT-SWITCH = "N"
001310      IF WS-PICK-SNUM = SPACES
001320       PERFORM 2000-ALL-STUDENTS THRU 2000-EXIT
001330      ELSE
001340       PERFORM 2500-ONE-STUDENT THRU 2500-EXIT
001350      END-IF
001360     END-IF.
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001380     STOP RUN.
001390
001400*--------------------------------------------------------------
001410*    1000-INITIALIZE -- open the masters and the report, read
001420*    the current term, then ask which student to audit
001430*--------------------------------------------------------------
001440 1000-INITIALIZE.
001450     OPEN INPUT STUDENT-MASTER.
001460     IF WS-STUDENT-STATUS NOT = "00"
001470      DISPLAY "ERROR! No student master file on file."
001480      MOVE "Y" TO WS-ABORT-SWITCH
001490     END-IF.
001500     OPEN INPUT SUBJECT-MASTER.
001510     IF WS-SUBJECT-STATUS NOT = "00"
001520      DISPLAY "ERROR! No subject master file on file."
001530      MOVE "Y" TO WS-ABORT-SWITCH
001540     END-IF.
001550     OPEN INPUT CURRICULUM.
001560     IF WS-CURRIC-STATUS NOT = "00"
001570      DISPLAY "ERROR! No curriculum master file on file."
001580      MOVE "Y" TO WS-ABORT-SWITCH
001590     END-IF.
001600     OPEN INPUT TERM-CONTROL.
001610     IF WS-TERM-STATUS NOT = "00"
001620      DISPLAY "ERROR! No term control file on file."
001630      MOVE "Y" TO WS-ABORT-SWITCH
001640     ELSE
001650      READ TERM-CONTROL
001660       AT END
001670        DISPLAY "ERROR! Term control file is empty."
001680        MOVE "Y" TO WS-ABORT-SWITCH
001690       NOT AT END
001700        MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
001710      END-READ
001720      CLOSE TERM-CONTROL
001730     END-IF.
001740     OPEN INPUT TRANSFER-CREDIT.
001750     IF WS-CREDIT-STATUS = "00"
001760      MOVE "Y" TO WS-CREDIT-OPEN
001770     END-IF.
001780     OPEN OUTPUT REPORT-FILE.
001790     IF WS-ABORT-SWITCH = "N"
001800      DISPLAY "Student Number (blank for all students): "
001810          WITH NO ADVANCING
001820      ACCEPT WS-PICK-SNUM
001830     END-IF.
001840 1000-EXIT.
001850     EXIT.
001860
001870*--------------------------------------------------------------
001880*    2000-ALL-STUDENTS -- one audit per student on file, in
001890*    student-number order
001900*--------------------------------------------------------------
001910 2000-ALL-STUDENTS.
001920     MOVE LOW-VALUES TO SM-SNUM.
001930     START STUDENT-MASTER KEY IS NOT LESS THAN SM-SNUM
001940      INVALID KEY
001950       CONTINUE
001960     END-START.
001970     MOVE "N" TO WS-EOF-STUDENT.
001980     PERFORM 2100-ALL-STUDENTS-LOOP THRU 2100-EXIT
001990         UNTIL WS-EOF-STUDENT = "Y".
002000 2000-EXIT.
002010     EXIT.
002020
002030 2100-ALL-STUDENTS-LOOP.
002040     READ STUDENT-MASTER NEXT RECORD
002050      AT END
002060       MOVE "Y" TO WS-EOF-STUDENT
002070      NOT AT END
002080       PERFORM 3000-PRINT-AUDIT THRU 3000-EXIT
002090     END-READ.
002100 2100-EXIT.
002110     EXIT.
002120
002130 2500-ONE-STUDENT.
002140     MOVE WS-PICK-SNUM TO SM-SNUM.
002150     READ STUDENT-MASTER
002160      INVALID KEY
002170       DISPLAY "ERROR! Student not found: " WS-PICK-SNUM
002180      NOT INVALID KEY
002190       PERFORM 3000-PRINT-AUDIT THRU 3000-EXIT
002200     END-READ.
002210 2500-EXIT.
002220     EXIT.
002230
002240*--------------------------------------------------------------
002250*    3000-PRINT-AUDIT -- the student to audit is in the
002260*    STUDENT-MASTER record area.  Gather their rows, then walk
002270*    the program's checklist requirement by requirement
002280*--------------------------------------------------------------
002290 3000-PRINT-AUDIT.
002300     PERFORM 5000-NEW-PAGE THRU 5000-EXIT.
002310     IF SM-PROGRAM = SPACES
002320      MOVE SPACES TO REPORT-LINE
002330      MOVE "  (no degree program on the student record)"
002340          TO REPORT-LINE
002350      WRITE REPORT-LINE
002360     ELSE
002370      PERFORM 3100-LOAD-ROWS THRU 3100-EXIT
002380      PERFORM 3300-WALK-CHECKLIST THRU 3300-EXIT
002390     END-IF.
002400     ADD 1 TO WS-PRINTED-COUNT.
002410 3000-EXIT.
002420     EXIT.
002430
002440*--------------------------------------------------------------
002450*    3100-LOAD-ROWS -- every subject row for the student goes
002460*    into the table; withdrawn rows are left out because a
002470*    withdrawal satisfies nothing
002480*--------------------------------------------------------------
002490 3100-LOAD-ROWS.
002500     MOVE 0 TO WS-ROW-COUNT.
002510     MOVE SM-SNUM TO SB-SNUM.
002520     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
002530     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
002540      INVALID KEY
002550       CONTINUE
002560     END-START.
002570     MOVE "N" TO WS-EOF-SUBJECT.
002580     PERFORM 3200-LOAD-ROWS-LOOP THRU 3200-EXIT
002590         UNTIL WS-EOF-SUBJECT = "Y".
002600 3100-EXIT.
002610     EXIT.
002620
002630 3200-LOAD-ROWS-LOOP.
002640     READ SUBJECT-MASTER NEXT RECORD
002650      AT END
002660       MOVE "Y" TO WS-EOF-SUBJECT
002670      NOT AT END
002680       IF SB-SNUM NOT = SM-SNUM
002690        MOVE "Y" TO WS-EOF-SUBJECT
002700       ELSE
002710        IF SB-STATUS NOT = "W" AND WS-ROW-COUNT < 200
002720         ADD 1 TO WS-ROW-COUNT
002730         MOVE SB-COURSECODE TO WS-ROW-COURSECODE(WS-ROW-COUNT)
002740         MOVE SB-TERM       TO WS-ROW-TERM(WS-ROW-COUNT)
002750         MOVE SB-GRADE      TO WS-ROW-GRADE(WS-ROW-COUNT)
002760         MOVE SB-STATUS     TO WS-ROW-STATUS(WS-ROW-COUNT)
002770        END-IF
002780       END-IF
002790     END-READ.
002800 3200-EXIT.
002810     EXIT.
002820
002830*--------------------------------------------------------------
002840*    3300-WALK-CHECKLIST -- keyed range read of the program's
002850*    curriculum rows, a year-level heading whenever the level
002860*    changes, one judged line per requirement, totals last
002870*--------------------------------------------------------------
002880 3300-WALK-CHECKLIST.
002890     MOVE 0 TO WS-DONE-COUNT.
002900     MOVE 0 TO WS-PROG-COUNT.
002910     MOVE 0 TO WS-OUT-COUNT.
002920     MOVE 0 TO WS-REQ-COUNT.
002930     MOVE 9 TO WS-CUR-LEVEL.
002940     MOVE SM-PROGRAM TO CU-PROGRAM.
002950     MOVE 0 TO CU-YEARLEVEL.
002960     MOVE 0 TO CU-SEQ.
002970     START CURRICULUM KEY IS NOT LESS THAN CU-KEY
002980      INVALID KEY
002990       CONTINUE
003000     END-START.
003010     MOVE "N" TO WS-EOF-CURRIC.
003020     PERFORM 3400-WALK-CHECKLIST-LOOP THRU 3400-EXIT
003030         UNTIL WS-EOF-CURRIC = "Y".
003040     IF WS-REQ-COUNT = 0
003050      MOVE SPACES TO REPORT-LINE
003060      MOVE "  (no curriculum on file for this program)"
003070          TO REPORT-LINE
003080      WRITE REPORT-LINE
003090     ELSE
003100      PERFORM 3700-PRINT-TOTALS THRU 3700-EXIT
003110     END-IF.
003120 3300-EXIT.
003130     EXIT.
003140
003150 3400-WALK-CHECKLIST-LOOP.
003160     READ CURRICULUM NEXT RECORD
003170      AT END
003180       MOVE "Y" TO WS-EOF-CURRIC
003190      NOT AT END
003200       IF CU-PROGRAM NOT = SM-PROGRAM
003210        MOVE "Y" TO WS-EOF-CURRIC
003220       ELSE
003230        ADD 1 TO WS-REQ-COUNT
003240        PERFORM 3500-JUDGE-REQUIREMENT THRU 3500-EXIT
003250        PERFORM 3600-PRINT-REQUIREMENT THRU 3600-EXIT
003260       END-IF
003270     END-READ.
003280 3400-EXIT.
003290     EXIT.
003300
003310*--------------------------------------------------------------
003320*    3500-JUDGE-REQUIREMENT -- the requirement in the
003330*    CURRICULUM record area against the student's own rows: a
003340*    passing grade anywhere completes it, an ungraded current-
003350*    term enrollment counts as in progress, transfer credit
003360*    for the course credits it, anything else (including a
003370*    failed attempt) leaves it outstanding
003380*--------------------------------------------------------------
003390 3500-JUDGE-REQUIREMENT.
003400     MOVE "OUTSTANDING " TO WS-REQ-STATUS.
003410     MOVE 1 TO WS-ROW-IX.
003420     PERFORM 3510-JUDGE-ONE-ROW THRU 3510-EXIT
003430         UNTIL WS-ROW-IX > WS-ROW-COUNT.
003440     IF WS-REQ-STATUS NOT = "COMPLETED   "
003450         AND WS-CREDIT-OPEN = "Y"
003460      MOVE SM-SNUM           TO TX-SNUM
003470      MOVE CU-REQ-COURSECODE TO TX-COURSECODE
003480      READ TRANSFER-CREDIT
003490       INVALID KEY
003500        CONTINUE
003510       NOT INVALID KEY
003520        MOVE "CREDITED    " TO WS-REQ-STATUS
003530      END-READ
003540     END-IF.
003550     IF WS-REQ-STATUS = "COMPLETED   "
003560         OR WS-REQ-STATUS = "CREDITED    "
003570      ADD 1 TO WS-DONE-COUNT
003580     ELSE
003590      IF WS-REQ-STATUS = "IN PROGRESS "
003600       ADD 1 TO WS-PROG-COUNT
003610      ELSE
003620       ADD 1 TO WS-OUT-COUNT
003630      END-IF
003640     END-IF.
003650 3500-EXIT.
003660     EXIT.
003670
003680 3510-JUDGE-ONE-ROW.
003690     IF WS-ROW-COURSECODE(WS-ROW-IX) = CU-REQ-COURSECODE
003700      IF WS-ROW-GRADE(WS-ROW-IX) NOT = 0
003710          AND WS-ROW-GRADE(WS-ROW-IX) NOT GREATER THAN 3.00
003720       MOVE "COMPLETED   " TO WS-REQ-STATUS
003730      ELSE
003740       IF WS-ROW-GRADE(WS-ROW-IX) = 0
003750           AND WS-ROW-TERM(WS-ROW-IX) = WS-CURRENT-TERM
003760           AND WS-REQ-STATUS NOT = "COMPLETED   "
003770        MOVE "IN PROGRESS " TO WS-REQ-STATUS
003780       END-IF
003790      END-IF
003800     END-IF.
003810     ADD 1 TO WS-ROW-IX.
003820 3510-EXIT.
003830     EXIT.
003840
003850 3600-PRINT-REQUIREMENT.
003860     IF CU-YEARLEVEL NOT = WS-CUR-LEVEL
003870      MOVE CU-YEARLEVEL TO WS-CUR-LEVEL
003880      MOVE SPACES TO REPORT-LINE
003890      WRITE REPORT-LINE
003900      MOVE SPACES TO REPORT-LINE
003910      STRING "  YEAR LEVEL " CU-YEARLEVEL
003920          DELIMITED BY SIZE INTO REPORT-LINE
003930      WRITE REPORT-LINE
003940     END-IF.
003950     MOVE SPACES TO REPORT-LINE.
003960     STRING "    " CU-REQ-COURSECODE
003970         "  " WS-REQ-STATUS
003980         "  PLAN " CU-PLAN-TERM
003990         DELIMITED BY SIZE INTO REPORT-LINE.
004000     WRITE REPORT-LINE.
004010 3600-EXIT.
004020     EXIT.
004030
004040 3700-PRINT-TOTALS.
004050     MOVE WS-DONE-COUNT TO WS-DONE-DISP.
004060     MOVE WS-PROG-COUNT TO WS-PROG-DISP.
004070     MOVE WS-OUT-COUNT  TO WS-OUT-DISP.
004080     MOVE SPACES TO REPORT-LINE.
004090     WRITE REPORT-LINE.
004100     MOVE SPACES TO REPORT-LINE.
004110     STRING "  COMPLETED: " WS-DONE-DISP
004120         "   IN PROGRESS: " WS-PROG-DISP
004130         "   OUTSTANDING: " WS-OUT-DISP
004140         DELIMITED BY SIZE INTO REPORT-LINE.
004150     WRITE REPORT-LINE.
004160 3700-EXIT.
004170     EXIT.
004180
004190*--------------------------------------------------------------
004200*    5000-NEW-PAGE -- each student opens on a fresh page with
004210*    the audit heading and the student's particulars
004220*--------------------------------------------------------------
004230 5000-NEW-PAGE.
004240     MOVE SPACES TO REPORT-LINE.
004250     STRING "DEGREE AUDIT  TERM " WS-CURRENT-TERM
004260         DELIMITED BY SIZE INTO REPORT-LINE.
004270     IF WS-FIRST-PAGE = "Y"
004280      MOVE "N" TO WS-FIRST-PAGE
004290      WRITE REPORT-LINE
004300     ELSE
004310      WRITE REPORT-LINE BEFORE ADVANCING PAGE
004320     END-IF.
004330     MOVE SPACES TO REPORT-LINE.
004340     STRING "STUDENT: " SM-SURNAME ", " SM-FIRSTNAME
004350         "  NO: " SM-SNUM
004360         DELIMITED BY SIZE INTO REPORT-LINE.
004370     WRITE REPORT-LINE.
004380     MOVE SPACES TO REPORT-LINE.
004390     STRING "PROGRAM: " SM-PROGRAM
004400         "  YEAR LEVEL: " SM-YEARLEVEL
004410         DELIMITED BY SIZE INTO REPORT-LINE.
004420     WRITE REPORT-LINE.
004430 5000-EXIT.
004440     EXIT.
004450
004460*--------------------------------------------------------------
004470*    9000-TERMINATE -- close up and report the run total
004480*--------------------------------------------------------------
004490 9000-TERMINATE.
004500     CLOSE STUDENT-MASTER SUBJECT-MASTER CURRICULUM
004510         REPORT-FILE.
004520     IF WS-CREDIT-OPEN = "Y"
004530      CLOSE TRANSFER-CREDIT
004540     END-IF.
004550     DISPLAY "Audits printed: " WS-PRINTED-COUNT.
004560 9000-EXIT.
004570     EXIT.
