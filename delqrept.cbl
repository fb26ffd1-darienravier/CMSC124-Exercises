000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DELQREPT.
000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000100*    2026-10-15  JR    Original delinquent-grades report.
000110*    2026-10-15  JR    Close each master that opened when the
000120*                      run stops early.
000130*--------------------------------------------------------------
000140*    Lists, by instructor, every current-term section still
000150*    holding rows without a grade - not withdrawn, not marked
000160*    INC, grade still zero - with the count outstanding out of
000170*    the section's live enrollees.  Sections come off the
000180*    course master, their enrollees off one SECTINDX range
000190*    read each, and the grade off each enrollee's SUBJMAST row.
000200*    Instructors are named off FACMAST; sections with nobody
000210*    assigned are listed together under their own heading.
000220*    The heading says where the term stands against the grade
000230*    submission deadline on TERMCTRL, so the dean can run it
000240*    ahead of the deadline as a reminder and after it to
000250*    follow up.  STANDING counts the same rows before judging.
000260*--------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT COURSE-MASTER ASSIGN TO "COURSMAST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CM-KEY
000350         SHARING WITH ALL OTHER
000360         FILE STATUS IS WS-COURSE-STATUS.
000370
000380     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SB-KEY
000420         SHARING WITH ALL OTHER
000430         FILE STATUS IS WS-SUBJECT-STATUS.
000440
000450     SELECT SECTION-INDEX ASSIGN TO "SECTINDX"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SE-KEY
000490         SHARING WITH ALL OTHER
000500         FILE STATUS IS WS-SECTIDX-STATUS.
000510
000520     SELECT FACULTY-MASTER ASSIGN TO "FACMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS FM-FACNUM
000560         SHARING WITH ALL OTHER
000570         FILE STATUS IS WS-FAC-STATUS.
000580
000590     SELECT TERM-CONTROL ASSIGN TO "TERMCTRL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-TERM-STATUS.
000620
000630     SELECT REPORT-FILE ASSIGN TO "DELQRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-REPORT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690     FD  COURSE-MASTER.
000700         COPY "crsmast.cpy".
000710
000720     FD  SUBJECT-MASTER.
000730         COPY "submast.cpy".
000740
000750     FD  SECTION-INDEX.
000760         COPY "sectidx.cpy".
000770
000780     FD  FACULTY-MASTER.
000790         COPY "facmast.cpy".
000800
000810     FD  TERM-CONTROL.
000820         COPY "trmctl.cpy".
000830
000840     FD  REPORT-FILE.
000850     01  REPORT-LINE               PIC X(100).
000860
000870 WORKING-STORAGE SECTION.
000880     77  WS-COURSE-STATUS          PIC X(02).
000890     77  WS-SUBJECT-STATUS         PIC X(02).
000900     77  WS-SECTIDX-STATUS         PIC X(02).
000910     77  WS-FAC-STATUS             PIC X(02).
000920     77  WS-TERM-STATUS            PIC X(02).
000930     77  WS-REPORT-STATUS          PIC X(02).
000940     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
000950*    Each master is closed only if it was opened, so a run that
000960*    stops early still closes the ones that did open
000970     77  WS-COURSE-OPEN            PIC X(01) VALUE "N".
000980     77  WS-SUBJECT-OPEN           PIC X(01) VALUE "N".
000990     77  WS-SECTIDX-OPEN           PIC X(01) VALUE "N".
001000     77  WS-FAC-OPEN               PIC X(01) VALUE "N".
001010     77  WS-EOF-SWITCH             PIC X(01).
001020     77  WS-EOF-INDEX              PIC X(01).
001030     77  WS-CURRENT-TERM           PIC X(05).
001040     77  WS-RUN-DATE               PIC 9(08).
001050*    Zero when TERMCTRL carries no grade deadline
001060     77  WS-GRADE-DEADLINE         PIC 9(08) VALUE 0.
001070*    One section's live enrollees and the ones still ungraded
001080     77  WS-SECT-LIVE              PIC 9(03).
001090     77  WS-SECT-OUT               PIC 9(03).
001100*    Instructor break and subtotals
001110     77  WS-LAST-FACNUM            PIC X(06).
001120     77  WS-FAC-SECTIONS           PIC 9(03).
001130     77  WS-FAC-OUT                PIC 9(05).
001140     77  WS-NAME-TEXT              PIC X(30).
001150*    Run totals
001160     77  WS-INSTRUCTOR-COUNT       PIC 9(05) VALUE 0.
001170     77  WS-SECTION-COUNT          PIC 9(05) VALUE 0.
001180     77  WS-OUTSTANDING-COUNT      PIC 9(05) VALUE 0.
001190     77  WS-COUNT-DISP             PIC ZZ9.
001200     77  WS-LIVE-DISP              PIC ZZ9.
001210     77  WS-TOTAL-DISP             PIC ZZZZ9.
001220*    One row per section with grades outstanding, kept in
001230*    instructor / course / section order for printing
001240     77  WS-SECT-USED              PIC 9(03) VALUE 0.
001250     77  WS-SECT-IX                PIC 9(03).
001260     77  WS-SECT-JX                PIC 9(03).
001270     77  WS-TABLE-FULL             PIC X(01) VALUE "N".
001280     01  WS-HOLD-SECT.
001290         05  WS-HOLD-SORTKEY.
001300             10  WS-HOLD-FACNUM    PIC X(06).
001310             10  WS-HOLD-COURSE    PIC X(10).
001320             10  WS-HOLD-CSECTION  PIC X(05).
001330         05  WS-HOLD-TITLE         PIC X(30).
001340         05  WS-HOLD-LIVE          PIC 9(03).
001350         05  WS-HOLD-OUT           PIC 9(03).
001360     01  WS-SECT-TABLE.
001370         05  WS-SECT OCCURS 500 TIMES.
001380             10  WS-SECT-SORTKEY.
001390                 15  WS-SECT-FACNUM    PIC X(06).
001400                 15  WS-SECT-COURSE    PIC X(10).
001410                 15  WS-SECT-CSECTION  PIC X(05).
001420             10  WS-SECT-TITLE         PIC X(30).
001430             10  WS-SECT-LIVE-N        PIC 9(03).
001440             10  WS-SECT-OUT-N         PIC 9(03).
001450
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     IF WS-ABORT-SWITCH = "N"
001500      PERFORM 2000-SCAN-SECTIONS THRU 2000-EXIT
001510      PERFORM 3000-SORT-SECTIONS THRU 3000-EXIT
001520      PERFORM 4000-PRINT-SECTIONS THRU 4000-EXIT
001530     END-IF.
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001550     STOP RUN.
001560
001570*--------------------------------------------------------------
001580*    1000-INITIALIZE -- open the files, read the current term
001590*    and its grade deadline, and print the report heading
001600*--------------------------------------------------------------
001610 1000-INITIALIZE.
001620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001630     OPEN INPUT COURSE-MASTER.
001640     IF WS-COURSE-STATUS NOT = "00"
001650      DISPLAY "ERROR! No course master file on file."
001660      MOVE "Y" TO WS-ABORT-SWITCH
001670     ELSE
001680      MOVE "Y" TO WS-COURSE-OPEN
001690     END-IF.
001700     OPEN INPUT SUBJECT-MASTER.
001710     IF WS-SUBJECT-STATUS NOT = "00"
001720      DISPLAY "ERROR! No subject master file on file."
001730      MOVE "Y" TO WS-ABORT-SWITCH
001740     ELSE
001750      MOVE "Y" TO WS-SUBJECT-OPEN
001760     END-IF.
001770     OPEN INPUT SECTION-INDEX.
001780     IF WS-SECTIDX-STATUS NOT = "00"
001790      DISPLAY "ERROR! No section index on file; run SECTBLD."
001800      MOVE "Y" TO WS-ABORT-SWITCH
001810     ELSE
001820      MOVE "Y" TO WS-SECTIDX-OPEN
001830     END-IF.
001840     OPEN INPUT FACULTY-MASTER.
001850     IF WS-FAC-STATUS NOT = "00"
001860      DISPLAY "ERROR! No faculty master file on file."
001870      MOVE "Y" TO WS-ABORT-SWITCH
001880     ELSE
001890      MOVE "Y" TO WS-FAC-OPEN
001900     END-IF.
001910     OPEN INPUT TERM-CONTROL.
001920     IF WS-TERM-STATUS NOT = "00"
001930      DISPLAY "ERROR! No term control file on file."
001940      MOVE "Y" TO WS-ABORT-SWITCH
001950     ELSE
001960      READ TERM-CONTROL
001970       AT END
001980        DISPLAY "ERROR! Term control file is empty."
001990        MOVE "Y" TO WS-ABORT-SWITCH
002000       NOT AT END
002010        MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
002020        IF TC-GRADE-DEADLINE NUMERIC
002030         MOVE TC-GRADE-DEADLINE TO WS-GRADE-DEADLINE
002040        END-IF
002050      END-READ
002060      CLOSE TERM-CONTROL
002070     END-IF.
002080     OPEN OUTPUT REPORT-FILE.
002090     IF WS-ABORT-SWITCH = "N"
002100      PERFORM 1100-PRINT-HEADING THRU 1100-EXIT
002110     END-IF.
002120 1000-EXIT.
002130     EXIT.
002140
002150 1100-PRINT-HEADING.
002160     MOVE SPACES TO REPORT-LINE.
002170     STRING "DELINQUENT GRADES  TERM " WS-CURRENT-TERM
002180         "  RUN DATE " WS-RUN-DATE
002190         DELIMITED BY SIZE INTO REPORT-LINE.
002200     WRITE REPORT-LINE.
002210     MOVE SPACES TO REPORT-LINE.
002220     IF WS-GRADE-DEADLINE = 0
002230      MOVE "NO GRADE SUBMISSION DEADLINE ON TERMCTRL"
002240          TO REPORT-LINE
002250     ELSE
002260      IF WS-RUN-DATE GREATER THAN WS-GRADE-DEADLINE
002270       STRING "GRADE DEADLINE " WS-GRADE-DEADLINE
002280           " HAS PASSED - FOR FOLLOW-UP"
002290           DELIMITED BY SIZE INTO REPORT-LINE
002300      ELSE
002310       STRING "GRADE DEADLINE " WS-GRADE-DEADLINE
002320           " - REMINDER, GRADES STILL TO COME IN"
002330           DELIMITED BY SIZE INTO REPORT-LINE
002340      END-IF
002350     END-IF.
002360     WRITE REPORT-LINE.
002370     MOVE SPACES TO REPORT-LINE.
002380     WRITE REPORT-LINE.
002390 1100-EXIT.
002400     EXIT.
002410
002420*--------------------------------------------------------------
002430*    2000-SCAN-SECTIONS -- every current-term offering is
002440*    counted; one with ungraded rows goes into the table
002450*--------------------------------------------------------------
002460 2000-SCAN-SECTIONS.
002470     MOVE LOW-VALUES TO CM-KEY.
002480     START COURSE-MASTER KEY IS NOT LESS THAN CM-KEY
002490      INVALID KEY
002500       CONTINUE
002510     END-START.
002520     MOVE "N" TO WS-EOF-SWITCH.
002530     PERFORM 2100-SCAN-SECTIONS-LOOP THRU 2100-EXIT
002540         UNTIL WS-EOF-SWITCH = "Y".
002550 2000-EXIT.
002560     EXIT.
002570
002580 2100-SCAN-SECTIONS-LOOP.
002590     READ COURSE-MASTER NEXT RECORD
002600      AT END
002610       MOVE "Y" TO WS-EOF-SWITCH
002620      NOT AT END
002630       IF CM-TERM = WS-CURRENT-TERM
002640        PERFORM 2200-COUNT-SECTION THRU 2200-EXIT
002650        IF WS-SECT-OUT NOT = 0
002660         PERFORM 2400-ADD-SECTION THRU 2400-EXIT
002670        END-IF
002680       END-IF
002690     END-READ.
002700 2100-EXIT.
002710     EXIT.
002720
002730*--------------------------------------------------------------
002740*    2200-COUNT-SECTION -- the section's enrollees in one keyed
002750*    range read of SECTINDX; each live one is looked up on
002760*    SUBJMAST for its grade and INC mark
002770*--------------------------------------------------------------
002780 2200-COUNT-SECTION.
002790     MOVE 0 TO WS-SECT-LIVE.
002800     MOVE 0 TO WS-SECT-OUT.
002810     MOVE CM-TERM       TO SE-TERM.
002820     MOVE CM-COURSECODE TO SE-COURSECODE.
002830     MOVE CM-CSECTION   TO SE-CSECTION.
002840     MOVE LOW-VALUES    TO SE-SNUM.
002850     MOVE "N" TO WS-EOF-INDEX.
002860     START SECTION-INDEX KEY IS NOT LESS THAN SE-KEY
002870      INVALID KEY
002880       MOVE "Y" TO WS-EOF-INDEX
002890     END-START.
002900     PERFORM 2300-COUNT-SECTION-LOOP THRU 2300-EXIT
002910         UNTIL WS-EOF-INDEX = "Y".
002920 2200-EXIT.
002930     EXIT.
002940
002950 2300-COUNT-SECTION-LOOP.
002960     READ SECTION-INDEX NEXT RECORD
002970      AT END
002980       MOVE "Y" TO WS-EOF-INDEX
002990      NOT AT END
003000       IF SE-TERM NOT = CM-TERM
003010           OR SE-COURSECODE NOT = CM-COURSECODE
003020           OR SE-CSECTION NOT = CM-CSECTION
003030        MOVE "Y" TO WS-EOF-INDEX
003040       ELSE
003050        IF SE-STATUS NOT = "W"
003060         MOVE SE-SNUM       TO SB-SNUM
003070         MOVE SE-COURSECODE TO SB-COURSECODE
003080         MOVE SE-CSECTION   TO SB-CSECTION
003090         MOVE SE-TERM       TO SB-TERM
003100         READ SUBJECT-MASTER
003110          INVALID KEY
003120           CONTINUE
003130          NOT INVALID KEY
003140           IF SB-STATUS NOT = "W"
003150            ADD 1 TO WS-SECT-LIVE
003160            IF SB-GRADE = 0 AND SB-INC NOT = "Y"
003170             ADD 1 TO WS-SECT-OUT
003180            END-IF
003190           END-IF
003200         END-READ
003210        END-IF
003220       END-IF
003230     END-READ.
003240 2300-EXIT.
003250     EXIT.
003260
003270 2400-ADD-SECTION.
003280     IF WS-SECT-USED < 500
003290      ADD 1 TO WS-SECT-USED
003300      MOVE CM-FACULTY-NO TO WS-SECT-FACNUM(WS-SECT-USED)
003310      MOVE CM-COURSECODE TO WS-SECT-COURSE(WS-SECT-USED)
003320      MOVE CM-CSECTION   TO WS-SECT-CSECTION(WS-SECT-USED)
003330      MOVE CM-TITLE      TO WS-SECT-TITLE(WS-SECT-USED)
003340      MOVE WS-SECT-LIVE  TO WS-SECT-LIVE-N(WS-SECT-USED)
003350      MOVE WS-SECT-OUT   TO WS-SECT-OUT-N(WS-SECT-USED)
003360     ELSE
003370      MOVE "Y" TO WS-TABLE-FULL
003380     END-IF.
003390 2400-EXIT.
003400     EXIT.
003410
003420*--------------------------------------------------------------
003430*    3000-SORT-SECTIONS -- plain exchange sort into instructor,
003440*    course and section order; unassigned sections (blank
003450*    instructor) come out first
003460*--------------------------------------------------------------
003470 3000-SORT-SECTIONS.
003480     MOVE 1 TO WS-SECT-IX.
003490     PERFORM 3100-SORT-PASS THRU 3100-EXIT
003500         UNTIL WS-SECT-IX NOT LESS THAN WS-SECT-USED.
003510 3000-EXIT.
003520     EXIT.
003530
003540 3100-SORT-PASS.
003550     MOVE 1 TO WS-SECT-JX.
003560     PERFORM 3200-SORT-COMPARE THRU 3200-EXIT
003570         UNTIL WS-SECT-JX NOT LESS THAN WS-SECT-USED.
003580     ADD 1 TO WS-SECT-IX.
003590 3100-EXIT.
003600     EXIT.
003610
003620 3200-SORT-COMPARE.
003630     IF WS-SECT-SORTKEY(WS-SECT-JX) >
003640         WS-SECT-SORTKEY(WS-SECT-JX + 1)
003650      MOVE WS-SECT(WS-SECT-JX)     TO WS-HOLD-SECT
003660      MOVE WS-SECT(WS-SECT-JX + 1) TO WS-SECT(WS-SECT-JX)
003670      MOVE WS-HOLD-SECT            TO WS-SECT(WS-SECT-JX + 1)
003680     END-IF.
003690     ADD 1 TO WS-SECT-JX.
003700 3200-EXIT.
003710     EXIT.
003720
003730*--------------------------------------------------------------
003740*    4000-PRINT-SECTIONS -- a heading per instructor, a line
003750*    per section, a subtotal at each change of instructor,
003760*    and the run totals at the end
003770*--------------------------------------------------------------
003780 4000-PRINT-SECTIONS.
003790     IF WS-TABLE-FULL = "Y"
003800      MOVE SPACES TO REPORT-LINE
003810      MOVE "NOTE: over 500 sections; some are not listed"
003820          TO REPORT-LINE
003830      WRITE REPORT-LINE
003840     END-IF.
003850     IF WS-SECT-USED = 0
003860      MOVE SPACES TO REPORT-LINE
003870      MOVE "(no grades outstanding)" TO REPORT-LINE
003880      WRITE REPORT-LINE
003890     ELSE
003900      MOVE 1 TO WS-SECT-IX
003910      PERFORM 4100-PRINT-ONE-SECTION THRU 4100-EXIT
003920          UNTIL WS-SECT-IX > WS-SECT-USED
003930      PERFORM 4300-PRINT-SUBTOTAL THRU 4300-EXIT
003940     END-IF.
003950     MOVE SPACES TO REPORT-LINE.
003960     WRITE REPORT-LINE.
003970     MOVE WS-INSTRUCTOR-COUNT TO WS-TOTAL-DISP.
003980     MOVE SPACES TO REPORT-LINE.
003990     STRING "INSTRUCTORS: " WS-TOTAL-DISP
004000         DELIMITED BY SIZE INTO REPORT-LINE.
004010     WRITE REPORT-LINE.
004020     MOVE WS-SECTION-COUNT TO WS-TOTAL-DISP.
004030     MOVE SPACES TO REPORT-LINE.
004040     STRING "SECTIONS:    " WS-TOTAL-DISP
004050         DELIMITED BY SIZE INTO REPORT-LINE.
004060     WRITE REPORT-LINE.
004070     MOVE WS-OUTSTANDING-COUNT TO WS-TOTAL-DISP.
004080     MOVE SPACES TO REPORT-LINE.
004090     STRING "GRADES OUTSTANDING: " WS-TOTAL-DISP
004100         DELIMITED BY SIZE INTO REPORT-LINE.
004110     WRITE REPORT-LINE.
004120 4000-EXIT.
004130     EXIT.
004140
004150 4100-PRINT-ONE-SECTION.
004160     IF WS-SECT-IX = 1
004170         OR WS-SECT-FACNUM(WS-SECT-IX) NOT = WS-LAST-FACNUM
004180      IF WS-SECT-IX NOT = 1
004190       PERFORM 4300-PRINT-SUBTOTAL THRU 4300-EXIT
004200      END-IF
004210      PERFORM 4200-PRINT-INSTRUCTOR THRU 4200-EXIT
004220     END-IF.
004230     MOVE WS-SECT-OUT-N(WS-SECT-IX)  TO WS-COUNT-DISP.
004240     MOVE WS-SECT-LIVE-N(WS-SECT-IX) TO WS-LIVE-DISP.
004250     MOVE SPACES TO REPORT-LINE.
004260     STRING "    " WS-SECT-COURSE(WS-SECT-IX)
004270         " " WS-SECT-CSECTION(WS-SECT-IX)
004280         " " WS-SECT-TITLE(WS-SECT-IX)
004290         "  OUTSTANDING " WS-COUNT-DISP
004300         " OF " WS-LIVE-DISP
004310         DELIMITED BY SIZE INTO REPORT-LINE.
004320     WRITE REPORT-LINE.
004330     ADD 1 TO WS-FAC-SECTIONS.
004340     ADD WS-SECT-OUT-N(WS-SECT-IX) TO WS-FAC-OUT.
004350     ADD 1 TO WS-SECTION-COUNT.
004360     ADD WS-SECT-OUT-N(WS-SECT-IX) TO WS-OUTSTANDING-COUNT.
004370     ADD 1 TO WS-SECT-IX.
004380 4100-EXIT.
004390     EXIT.
004400
004410*    New instructor: name them off the faculty master and
004420*    start their subtotals
004430 4200-PRINT-INSTRUCTOR.
004440     MOVE WS-SECT-FACNUM(WS-SECT-IX) TO WS-LAST-FACNUM.
004450     MOVE 0 TO WS-FAC-SECTIONS.
004460     MOVE 0 TO WS-FAC-OUT.
004470     IF WS-LAST-FACNUM = SPACES
004480      MOVE "(no instructor assigned)" TO WS-NAME-TEXT
004490     ELSE
004500      ADD 1 TO WS-INSTRUCTOR-COUNT
004510      MOVE WS-LAST-FACNUM TO FM-FACNUM
004520      READ FACULTY-MASTER
004530       INVALID KEY
004540        MOVE "(not on faculty master)" TO WS-NAME-TEXT
004550       NOT INVALID KEY
004560        MOVE SPACES TO WS-NAME-TEXT
004570        STRING FM-SURNAME(1:15) ", " FM-FIRSTNAME(1:10)
004580            DELIMITED BY SIZE INTO WS-NAME-TEXT
004590      END-READ
004600     END-IF.
004610     MOVE SPACES TO REPORT-LINE.
004620     STRING WS-LAST-FACNUM " " WS-NAME-TEXT
004630         DELIMITED BY SIZE INTO REPORT-LINE.
004640     WRITE REPORT-LINE.
004650 4200-EXIT.
004660     EXIT.
004670
004680 4300-PRINT-SUBTOTAL.
004690     MOVE WS-FAC-SECTIONS TO WS-COUNT-DISP.
004700     MOVE WS-FAC-OUT TO WS-TOTAL-DISP.
004710     MOVE SPACES TO REPORT-LINE.
004720     STRING "  SECTIONS " WS-COUNT-DISP
004730         "  GRADES OUTSTANDING " WS-TOTAL-DISP
004740         DELIMITED BY SIZE INTO REPORT-LINE.
004750     WRITE REPORT-LINE.
004760     MOVE SPACES TO REPORT-LINE.
004770     WRITE REPORT-LINE.
004780 4300-EXIT.
004790     EXIT.
004800
004810*--------------------------------------------------------------
004820*    9000-TERMINATE -- close up and report the run totals
004830*--------------------------------------------------------------
004840 9000-TERMINATE.
004850     IF WS-COURSE-OPEN = "Y"
004860      CLOSE COURSE-MASTER
004870     END-IF.
004880     IF WS-SUBJECT-OPEN = "Y"
004890      CLOSE SUBJECT-MASTER
004900     END-IF.
004910     IF WS-SECTIDX-OPEN = "Y"
004920      CLOSE SECTION-INDEX
004930     END-IF.
004940     IF WS-FAC-OPEN = "Y"
004950      CLOSE FACULTY-MASTER
004960     END-IF.
004970     CLOSE REPORT-FILE.
004980     DISPLAY "Sections with grades outstanding: "
004990         WS-SECTION-COUNT.
005000     DISPLAY "Grades outstanding:               "
005010         WS-OUTSTANDING-COUNT.
005020 9000-EXIT.
005030     EXIT.
