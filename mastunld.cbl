000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-08-21.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000260*                      FEETABLE, STUACCT, HOLDFILE, FACMAST
000270*                      and OPERMAST, each to its own dated
000280*                      backup.
000290*    2026-10-15  JR    Carry the refund schedule on the fee
000300*                      backup record.
000310*    2026-10-15  JR    Unload ROOMMAST, XFERCRED and FEEADJ
000320*                      too, each to its own dated backup;
000330*                      backup records widened to 120 columns
000340*                      for the fee adjustments.
000350*--------------------------------------------------------------
000360*    End-of-day backup: unloads every indexed master file to a
000370*    dated sequential backup (STUDBKP.YYYYMMDD and so on for
000380*    SUBJBKP, CRSBKP, WAITBKP, PREQBKP, CURRBKP, FEEBKP,
000390*    ACCTBKP, HOLDBKP, FACBKP, OPERBKP, ROOMBKP, XFERBKP,
000400*    FADJBKP), printing the record
000410*    count and control totals for each to the run log so a
000420*    reload can be balanced against them.  A master that is
000430*    missing is reported and skipped; the others still unload.
000440*    SECTINDX is deliberately left out: it is derived data and
000450*    SECTBLD rebuilds it from SUBJMAST in one pass.
000460*    Backup records are written field by field in display
000470*    form, so the backups are plain text and a reload rebuilds
000480*    the binary fields cleanly.
000490*--------------------------------------------------------------
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SM-SNUM
000580         FILE STATUS IS WS-STUDENT-STATUS.
000590
000600     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS SB-KEY
000640         FILE STATUS IS WS-SUBJECT-STATUS.
000650
000660     SELECT COURSE-MASTER ASSIGN TO "COURSMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CM-KEY
000700         FILE STATUS IS WS-COURSE-STATUS.
000710
000720     SELECT WAITLIST ASSIGN TO "WAITLIST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS WL-KEY
000760         FILE STATUS IS WS-WAIT-STATUS.
000770
000780     SELECT PREREQ ASSIGN TO "PREREQ"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS PQ-KEY
000820         FILE STATUS IS WS-PREREQ-STATUS.
000830
000840     SELECT CURRICULUM ASSIGN TO "CURRMAST"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS CU-KEY
000880         FILE STATUS IS WS-CURRIC-STATUS.
000890
000900     SELECT FEE-TABLE ASSIGN TO "FEETABLE"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS FT-TERM
000940         FILE STATUS IS WS-FEE-STATUS.
000950
000960     SELECT STUDENT-ACCOUNT ASSIGN TO "STUACCT"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS SA-KEY
001000         FILE STATUS IS WS-ACCT-STATUS.
001010
001020     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS HD-KEY
001060         FILE STATUS IS WS-HOLD-STATUS.
001070
001080     SELECT FACULTY-MASTER ASSIGN TO "FACMAST"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS FM-FACNUM
001120         FILE STATUS IS WS-FAC-STATUS.
001130
001140     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS OP-OPERID
001180         FILE STATUS IS WS-OPER-STATUS.
001190
001200     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS DYNAMIC
001230         RECORD KEY IS RM-ROOM
001240         FILE STATUS IS WS-ROOM-STATUS.
001250
001260     SELECT TRANSFER-CREDIT ASSIGN TO "XFERCRED"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS TX-KEY
001300         FILE STATUS IS WS-CREDIT-STATUS.
001310
001320     SELECT FEE-ADJUST ASSIGN TO "FEEADJ"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS FA-KEY
001360         FILE STATUS IS WS-FEEADJ-STATUS.
001370
001380     SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-BACKUP-STATUS.
001410
001420 DATA DIVISION.
001430 FILE SECTION.
001440     FD  STUDENT-MASTER.
001450         COPY "stumast.cpy".
001460
001470     FD  SUBJECT-MASTER.
001480         COPY "submast.cpy".
001490
001500     FD  COURSE-MASTER.
001510         COPY "crsmast.cpy".
001520
001530     FD  WAITLIST.
001540         COPY "waitlst.cpy".
001550
001560     FD  PREREQ.
001570         COPY "prereq.cpy".
001580
001590     FD  CURRICULUM.
001600         COPY "curric.cpy".
001610
001620     FD  FEE-TABLE.
001630         COPY "feetbl.cpy".
001640
001650     FD  STUDENT-ACCOUNT.
001660         COPY "stuacct.cpy".
001670
001680     FD  HOLD-FILE.
001690         COPY "holds.cpy".
001700
001710     FD  FACULTY-MASTER.
001720         COPY "facmast.cpy".
001730
001740     FD  OPERATOR-MASTER.
001750         COPY "opermast.cpy".
001760
001770     FD  ROOM-MASTER.
001780         COPY "roommast.cpy".
001790
001800     FD  TRANSFER-CREDIT.
001810         COPY "xfercrd.cpy".
001820
001830     FD  FEE-ADJUST.
001840         COPY "feeadj.cpy".
001850
001860     FD  BACKUP-FILE.
001870     01  BACKUP-RECORD             PIC X(120).
001880
001890 WORKING-STORAGE SECTION.
001900     77  WS-STUDENT-STATUS         PIC X(02).
001910     77  WS-SUBJECT-STATUS         PIC X(02).
001920     77  WS-COURSE-STATUS          PIC X(02).
001930     77  WS-WAIT-STATUS            PIC X(02).
001940     77  WS-PREREQ-STATUS          PIC X(02).
001950     77  WS-CURRIC-STATUS          PIC X(02).
001960     77  WS-FEE-STATUS             PIC X(02).
001970     77  WS-ACCT-STATUS            PIC X(02).
001980     77  WS-HOLD-STATUS            PIC X(02).
001990     77  WS-FAC-STATUS             PIC X(02).
002000     77  WS-OPER-STATUS            PIC X(02).
002010     77  WS-ROOM-STATUS            PIC X(02).
002020     77  WS-CREDIT-STATUS          PIC X(02).
002030     77  WS-FEEADJ-STATUS          PIC X(02).
002040     77  WS-BACKUP-STATUS          PIC X(02).
002050     77  WS-EOF-SWITCH             PIC X(01).
002060     77  WS-RUN-DATE               PIC 9(08).
002070     77  WS-BACKUP-NAME            PIC X(16).
002080     77  WS-RECORD-COUNT           PIC 9(07).
002090     77  WS-CONTROL-TOTAL          PIC 9(09)V99.
002100     77  WS-TOTAL-DISP             PIC ZZZZZZZZ9.99.
002110     77  WS-TOTAL-RECORDS          PIC 9(07) VALUE 0.
002120*    Handed back to the NIGHTRUN driver when this job runs as
002130*    a step of the nightly sequence
002140     01  NIGHT-STEP-COUNT          PIC 9(07) EXTERNAL.
002150*    Display-form backup record layouts, one per master
002160     01  BK-STUDENT-RECORD.
002170         05  BK-SM-SNUM            PIC X(10).
002180         05  BK-SM-SURNAME         PIC X(20).
002190         05  BK-SM-FIRSTNAME       PIC X(30).
002200         05  BK-SM-NUM-SUBJECTS    PIC 9(03).
002210         05  BK-SM-PROGRAM         PIC X(08).
002220         05  BK-SM-YEARLEVEL       PIC 9(01).
002230         05  BK-SM-STANDING        PIC X(01).
002240         05  BK-SM-UNIT-CAP        PIC 9(02)V9.
002250     01  BK-SUBJECT-RECORD.
002260         05  BK-SB-SNUM            PIC X(10).
002270         05  BK-SB-COURSECODE      PIC X(10).
002280         05  BK-SB-CSECTION        PIC X(05).
002290         05  BK-SB-TERM            PIC X(05).
002300         05  BK-SB-UNITS           PIC 9(01)V9.
002310         05  BK-SB-GRADE           PIC 9(03).
002320         05  BK-SB-STATUS          PIC X(01).
002330         05  BK-SB-INC             PIC X(01).
002340     01  BK-COURSE-RECORD.
002350         05  BK-CM-COURSECODE      PIC X(10).
002360         05  BK-CM-CSECTION        PIC X(05).
002370         05  BK-CM-TERM            PIC X(05).
002380         05  BK-CM-TITLE           PIC X(30).
002390         05  BK-CM-UNITS           PIC 9(02).
002400         05  BK-CM-MAXSEATS        PIC 9(03).
002410         05  BK-CM-ENROLLED        PIC 9(03).
002420         05  BK-CM-DAYS            PIC X(07).
002430         05  BK-CM-START-TIME      PIC 9(04).
002440         05  BK-CM-END-TIME        PIC 9(04).
002450         05  BK-CM-ROOM            PIC X(08).
002460         05  BK-CM-FACULTY-NO      PIC X(06).
002470     01  BK-WAIT-RECORD.
002480         05  BK-WL-COURSECODE      PIC X(10).
002490         05  BK-WL-CSECTION        PIC X(05).
002500         05  BK-WL-TERM            PIC X(05).
002510         05  BK-WL-SEQ             PIC 9(05).
002520         05  BK-WL-SNUM            PIC X(10).
002530     01  BK-PREREQ-RECORD.
002540         05  BK-PQ-COURSECODE      PIC X(10).
002550         05  BK-PQ-SEQ             PIC 9(02).
002560         05  BK-PQ-REQ-COURSECODE  PIC X(10).
002570     01  BK-CURRIC-RECORD.
002580         05  BK-CU-PROGRAM         PIC X(08).
002590         05  BK-CU-YEARLEVEL       PIC 9(01).
002600         05  BK-CU-SEQ             PIC 9(03).
002610         05  BK-CU-REQ-COURSECODE  PIC X(10).
002620         05  BK-CU-PLAN-TERM       PIC X(05).
002630     01  BK-FEE-RECORD.
002640         05  BK-FT-TERM            PIC X(05).
002650         05  BK-FT-UNIT-RATE       PIC 9(05)V99.
002660         05  BK-FT-FIXED-FEES      PIC 9(05)V99.
002670         05  BK-FT-REFUND-SCHEDULE PIC X(44).
002680     01  BK-ACCT-RECORD.
002690         05  BK-SA-SNUM            PIC X(10).
002700         05  BK-SA-TERM            PIC X(05).
002710         05  BK-SA-ASSESSED        PIC 9(07)V99.
002720         05  BK-SA-PAID            PIC 9(07)V99.
002730     01  BK-HOLD-RECORD.
002740         05  BK-HD-SNUM            PIC X(10).
002750         05  BK-HD-TYPE            PIC X(02).
002760         05  BK-HD-DATE-PLACED     PIC 9(08).
002770         05  BK-HD-REASON          PIC X(30).
002780     01  BK-FAC-RECORD.
002790         05  BK-FM-FACNUM          PIC X(06).
002800         05  BK-FM-SURNAME         PIC X(20).
002810         05  BK-FM-FIRSTNAME       PIC X(30).
002820         05  BK-FM-DEPT            PIC X(10).
002830         05  BK-FM-MAXLOAD         PIC 9(02)V9.
002840     01  BK-OPER-RECORD.
002850         05  BK-OP-OPERID          PIC X(08).
002860         05  BK-OP-NAME            PIC X(30).
002870         05  BK-OP-PASSWORD        PIC X(08).
002880         05  BK-OP-CLASS           PIC X(01).
002890     01  BK-ROOM-RECORD.
002900         05  BK-RM-ROOM            PIC X(08).
002910         05  BK-RM-BUILDING        PIC X(20).
002920         05  BK-RM-CAPACITY        PIC 9(03).
002930         05  BK-RM-TYPE            PIC X(10).
002940     01  BK-XFER-RECORD.
002950         05  BK-TX-SNUM            PIC X(10).
002960         05  BK-TX-COURSECODE      PIC X(10).
002970         05  BK-TX-SOURCE-SCHOOL   PIC X(30).
002980         05  BK-TX-SOURCE-COURSE   PIC X(10).
002990         05  BK-TX-UNITS           PIC 9(01)V9.
003000         05  BK-TX-DATE-APPROVED   PIC 9(08).
003010         05  BK-TX-DEAN            PIC X(30).
003020*    The amount still owing on a subject can run negative, so
003030*    it goes out with its sign as a character of its own
003040     01  BK-FEEADJ-RECORD.
003050         05  BK-FA-SNUM            PIC X(10).
003060         05  BK-FA-TERM            PIC X(05).
003070         05  BK-FA-DATE            PIC 9(08).
003080         05  BK-FA-TIME            PIC 9(08).
003090         05  BK-FA-COURSECODE      PIC X(10).
003100         05  BK-FA-CSECTION        PIC X(05).
003110         05  BK-FA-REASON          PIC X(01).
003120         05  BK-FA-UNITS           PIC 9(01)V9.
003130         05  BK-FA-PERCENT         PIC 9(03).
003140         05  BK-FA-CHARGE          PIC 9(07)V99.
003150         05  BK-FA-REFUND          PIC 9(07)V99.
003160         05  BK-FA-OLD-ASSESSED    PIC 9(07)V99.
003170         05  BK-FA-NEW-ASSESSED    PIC 9(07)V99.
003180         05  BK-FA-OWING           PIC S9(07)V99
003190                                   SIGN IS LEADING SEPARATE.
003200         05  BK-FA-OPERATOR        PIC X(08).
003210
003220 PROCEDURE DIVISION.
003230 0000-MAINLINE.
003240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003250     DISPLAY "Master unload for " WS-RUN-DATE.
003260     PERFORM 2000-UNLOAD-STUDENTS THRU 2000-EXIT.
003270     PERFORM 3000-UNLOAD-SUBJECTS THRU 3000-EXIT.
003280     PERFORM 4000-UNLOAD-COURSES THRU 4000-EXIT.
003290     PERFORM 5000-UNLOAD-WAITLIST THRU 5000-EXIT.
003300     PERFORM 6000-UNLOAD-PREREQS THRU 6000-EXIT.
003310     PERFORM 6200-UNLOAD-CURRIC THRU 6200-EXIT.
003320     PERFORM 6400-UNLOAD-FEES THRU 6400-EXIT.
003330     PERFORM 6600-UNLOAD-ACCOUNTS THRU 6600-EXIT.
003340     PERFORM 6800-UNLOAD-HOLDS THRU 6800-EXIT.
003350     PERFORM 7000-UNLOAD-FACULTY THRU 7000-EXIT.
003360     PERFORM 7200-UNLOAD-OPERATORS THRU 7200-EXIT.
003370     PERFORM 7400-UNLOAD-ROOMS THRU 7400-EXIT.
003380     PERFORM 7600-UNLOAD-CREDITS THRU 7600-EXIT.
003390     PERFORM 7800-UNLOAD-FEEADJ THRU 7800-EXIT.
003400     MOVE WS-TOTAL-RECORDS TO NIGHT-STEP-COUNT.
003410     GOBACK.
003420
003430*--------------------------------------------------------------
003440*    2000-UNLOAD-STUDENTS -- STUDMAST to STUDBKP.date with the
003450*    subject-count total as the control figure
003460*--------------------------------------------------------------
003470 2000-UNLOAD-STUDENTS.
003480     OPEN INPUT STUDENT-MASTER.
003490     IF WS-STUDENT-STATUS NOT = "00"
003500      DISPLAY "STUDMAST  missing, skipped."
003510      GO TO 2000-EXIT
003520     END-IF.
003530     MOVE SPACES TO WS-BACKUP-NAME.
003540     STRING "STUDBKP." WS-RUN-DATE
003550         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
003560     OPEN OUTPUT BACKUP-FILE.
003570     MOVE 0 TO WS-RECORD-COUNT.
003580     MOVE 0 TO WS-CONTROL-TOTAL.
003590     MOVE LOW-VALUES TO SM-SNUM.
003600     START STUDENT-MASTER KEY IS NOT LESS THAN SM-SNUM
003610      INVALID KEY
003620       CONTINUE
003630     END-START.
003640     MOVE "N" TO WS-EOF-SWITCH.
003650     PERFORM 2100-UNLOAD-STUDENTS-LOOP THRU 2100-EXIT
003660         UNTIL WS-EOF-SWITCH = "Y".
003670     CLOSE BACKUP-FILE STUDENT-MASTER.
003680     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003690 2000-EXIT.
003700     EXIT.
003710
003720 2100-UNLOAD-STUDENTS-LOOP.
003730     READ STUDENT-MASTER NEXT RECORD
003740      AT END
003750       MOVE "Y" TO WS-EOF-SWITCH
003760      NOT AT END
003770       MOVE SM-SNUM         TO BK-SM-SNUM
003780       MOVE SM-SURNAME      TO BK-SM-SURNAME
003790       MOVE SM-FIRSTNAME    TO BK-SM-FIRSTNAME
003800       MOVE SM-NUM-SUBJECTS TO BK-SM-NUM-SUBJECTS
003810       MOVE SM-PROGRAM      TO BK-SM-PROGRAM
003820       MOVE SM-YEARLEVEL    TO BK-SM-YEARLEVEL
003830       MOVE SM-STANDING     TO BK-SM-STANDING
003840       MOVE SM-UNIT-CAP     TO BK-SM-UNIT-CAP
003850       MOVE BK-STUDENT-RECORD TO BACKUP-RECORD
003860       WRITE BACKUP-RECORD
003870       ADD 1 TO WS-RECORD-COUNT
003880       ADD SM-NUM-SUBJECTS TO WS-CONTROL-TOTAL
003890     END-READ.
003900 2100-EXIT.
003910     EXIT.
003920
003930*--------------------------------------------------------------
003940*    3000-UNLOAD-SUBJECTS -- SUBJMAST to SUBJBKP.date with the
003950*    units total as the control figure
003960*--------------------------------------------------------------
003970 3000-UNLOAD-SUBJECTS.
003980     OPEN INPUT SUBJECT-MASTER.
003990     IF WS-SUBJECT-STATUS NOT = "00"
004000      DISPLAY "SUBJMAST  missing, skipped."
004010      GO TO 3000-EXIT
004020     END-IF.
004030     MOVE SPACES TO WS-BACKUP-NAME.
004040     STRING "SUBJBKP." WS-RUN-DATE
004050         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
004060     OPEN OUTPUT BACKUP-FILE.
004070     MOVE 0 TO WS-RECORD-COUNT.
004080     MOVE 0 TO WS-CONTROL-TOTAL.
004090     MOVE LOW-VALUES TO SB-KEY.
004100     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
004110      INVALID KEY
004120       CONTINUE
004130     END-START.
004140     MOVE "N" TO WS-EOF-SWITCH.
004150     PERFORM 3100-UNLOAD-SUBJECTS-LOOP THRU 3100-EXIT
004160         UNTIL WS-EOF-SWITCH = "Y".
004170     CLOSE BACKUP-FILE SUBJECT-MASTER.
004180     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004190 3000-EXIT.
004200     EXIT.
004210
004220 3100-UNLOAD-SUBJECTS-LOOP.
004230     READ SUBJECT-MASTER NEXT RECORD
004240      AT END
004250       MOVE "Y" TO WS-EOF-SWITCH
004260      NOT AT END
004270       MOVE SB-SNUM       TO BK-SB-SNUM
004280       MOVE SB-COURSECODE TO BK-SB-COURSECODE
004290       MOVE SB-CSECTION   TO BK-SB-CSECTION
004300       MOVE SB-TERM       TO BK-SB-TERM
004310       MOVE SB-UNITS      TO BK-SB-UNITS
004320       MOVE SB-GRADE-RAW  TO BK-SB-GRADE
004330       MOVE SB-STATUS     TO BK-SB-STATUS
004340       MOVE SB-INC        TO BK-SB-INC
004350       MOVE BK-SUBJECT-RECORD TO BACKUP-RECORD
004360       WRITE BACKUP-RECORD
004370       ADD 1 TO WS-RECORD-COUNT
004380       ADD SB-UNITS TO WS-CONTROL-TOTAL
004390     END-READ.
004400 3100-EXIT.
004410     EXIT.
004420
004430*--------------------------------------------------------------
004440*    4000-UNLOAD-COURSES -- COURSMAST to CRSBKP.date with the
004450*    enrolled-seats total as the control figure
004460*--------------------------------------------------------------
004470 4000-UNLOAD-COURSES.
004480     OPEN INPUT COURSE-MASTER.
004490     IF WS-COURSE-STATUS NOT = "00"
004500      DISPLAY "COURSMAST missing, skipped."
004510      GO TO 4000-EXIT
004520     END-IF.
004530     MOVE SPACES TO WS-BACKUP-NAME.
004540     STRING "CRSBKP." WS-RUN-DATE
004550         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
004560     OPEN OUTPUT BACKUP-FILE.
004570     MOVE 0 TO WS-RECORD-COUNT.
004580     MOVE 0 TO WS-CONTROL-TOTAL.
004590     MOVE LOW-VALUES TO CM-KEY.
004600     START COURSE-MASTER KEY IS NOT LESS THAN CM-KEY
004610      INVALID KEY
004620       CONTINUE
004630     END-START.
004640     MOVE "N" TO WS-EOF-SWITCH.
004650     PERFORM 4100-UNLOAD-COURSES-LOOP THRU 4100-EXIT
004660         UNTIL WS-EOF-SWITCH = "Y".
004670     CLOSE BACKUP-FILE COURSE-MASTER.
004680     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004690 4000-EXIT.
004700     EXIT.
004710
004720 4100-UNLOAD-COURSES-LOOP.
004730     READ COURSE-MASTER NEXT RECORD
004740      AT END
004750       MOVE "Y" TO WS-EOF-SWITCH
004760      NOT AT END
004770       MOVE CM-COURSECODE TO BK-CM-COURSECODE
004780       MOVE CM-CSECTION   TO BK-CM-CSECTION
004790       MOVE CM-TERM       TO BK-CM-TERM
004800       MOVE CM-TITLE      TO BK-CM-TITLE
004810       MOVE CM-UNITS-RAW  TO BK-CM-UNITS
004820       MOVE CM-MAXSEATS   TO BK-CM-MAXSEATS
004830       MOVE CM-ENROLLED   TO BK-CM-ENROLLED
004840       MOVE CM-DAYS       TO BK-CM-DAYS
004850       MOVE CM-START-TIME TO BK-CM-START-TIME
004860       MOVE CM-END-TIME   TO BK-CM-END-TIME
004870       MOVE CM-ROOM       TO BK-CM-ROOM
004880       MOVE CM-FACULTY-NO TO BK-CM-FACULTY-NO
004890       MOVE BK-COURSE-RECORD TO BACKUP-RECORD
004900       WRITE BACKUP-RECORD
004910       ADD 1 TO WS-RECORD-COUNT
004920       ADD CM-ENROLLED TO WS-CONTROL-TOTAL
004930     END-READ.
004940 4100-EXIT.
004950     EXIT.
004960
004970*--------------------------------------------------------------
004980*    5000-UNLOAD-WAITLIST -- WAITLIST to WAITBKP.date with the
004990*    queue-sequence total as the control figure
005000*--------------------------------------------------------------
005010 5000-UNLOAD-WAITLIST.
005020     OPEN INPUT WAITLIST.
005030     IF WS-WAIT-STATUS NOT = "00"
005040      DISPLAY "WAITLIST  missing, skipped."
005050      GO TO 5000-EXIT
005060     END-IF.
005070     MOVE SPACES TO WS-BACKUP-NAME.
005080     STRING "WAITBKP." WS-RUN-DATE
005090         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
005100     OPEN OUTPUT BACKUP-FILE.
005110     MOVE 0 TO WS-RECORD-COUNT.
005120     MOVE 0 TO WS-CONTROL-TOTAL.
005130     MOVE LOW-VALUES TO WL-KEY.
005140     START WAITLIST KEY IS NOT LESS THAN WL-KEY
005150      INVALID KEY
005160       CONTINUE
005170     END-START.
005180     MOVE "N" TO WS-EOF-SWITCH.
005190     PERFORM 5100-UNLOAD-WAITLIST-LOOP THRU 5100-EXIT
005200         UNTIL WS-EOF-SWITCH = "Y".
005210     CLOSE BACKUP-FILE WAITLIST.
005220     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
005230 5000-EXIT.
005240     EXIT.
005250
005260 5100-UNLOAD-WAITLIST-LOOP.
005270     READ WAITLIST NEXT RECORD
005280      AT END
005290       MOVE "Y" TO WS-EOF-SWITCH
005300      NOT AT END
005310       MOVE WL-COURSECODE TO BK-WL-COURSECODE
005320       MOVE WL-CSECTION   TO BK-WL-CSECTION
005330       MOVE WL-TERM       TO BK-WL-TERM
005340       MOVE WL-SEQ        TO BK-WL-SEQ
005350       MOVE WL-SNUM       TO BK-WL-SNUM
005360       MOVE BK-WAIT-RECORD TO BACKUP-RECORD
005370       WRITE BACKUP-RECORD
005380       ADD 1 TO WS-RECORD-COUNT
005390       ADD WL-SEQ TO WS-CONTROL-TOTAL
005400     END-READ.
005410 5100-EXIT.
005420     EXIT.
005430
005440*--------------------------------------------------------------
005450*    6000-UNLOAD-PREREQS -- PREREQ to PREQBKP.date with the
005460*    sequence total as the control figure
005470*--------------------------------------------------------------
005480 6000-UNLOAD-PREREQS.
005490     OPEN INPUT PREREQ.
005500     IF WS-PREREQ-STATUS NOT = "00"
005510      DISPLAY "PREREQ    missing, skipped."
005520      GO TO 6000-EXIT
005530     END-IF.
005540     MOVE SPACES TO WS-BACKUP-NAME.
005550     STRING "PREQBKP." WS-RUN-DATE
005560         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
005570     OPEN OUTPUT BACKUP-FILE.
005580     MOVE 0 TO WS-RECORD-COUNT.
005590     MOVE 0 TO WS-CONTROL-TOTAL.
005600     MOVE LOW-VALUES TO PQ-KEY.
005610     START PREREQ KEY IS NOT LESS THAN PQ-KEY
005620      INVALID KEY
005630       CONTINUE
005640     END-START.
005650     MOVE "N" TO WS-EOF-SWITCH.
005660     PERFORM 6100-UNLOAD-PREREQS-LOOP THRU 6100-EXIT
005670         UNTIL WS-EOF-SWITCH = "Y".
005680     CLOSE BACKUP-FILE PREREQ.
005690     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
005700 6000-EXIT.
005710     EXIT.
005720
005730 6100-UNLOAD-PREREQS-LOOP.
005740     READ PREREQ NEXT RECORD
005750      AT END
005760       MOVE "Y" TO WS-EOF-SWITCH
005770      NOT AT END
005780       MOVE PQ-COURSECODE     TO BK-PQ-COURSECODE
005790       MOVE PQ-SEQ            TO BK-PQ-SEQ
005800       MOVE PQ-REQ-COURSECODE TO BK-PQ-REQ-COURSECODE
005810       MOVE BK-PREREQ-RECORD TO BACKUP-RECORD
005820       WRITE BACKUP-RECORD
005830       ADD 1 TO WS-RECORD-COUNT
005840       ADD PQ-SEQ TO WS-CONTROL-TOTAL
005850     END-READ.
005860 6100-EXIT.
005870     EXIT.
005880
005890*--------------------------------------------------------------
005900*    6200-UNLOAD-CURRIC -- CURRMAST to CURRBKP.date with the
005910*    sequence total as the control figure
005920*--------------------------------------------------------------
005930 6200-UNLOAD-CURRIC.
005940     OPEN INPUT CURRICULUM.
005950     IF WS-CURRIC-STATUS NOT = "00"
005960      DISPLAY "CURRMAST  missing, skipped."
005970      GO TO 6200-EXIT
005980     END-IF.
005990     MOVE SPACES TO WS-BACKUP-NAME.
006000     STRING "CURRBKP." WS-RUN-DATE
006010         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
006020     OPEN OUTPUT BACKUP-FILE.
006030     MOVE 0 TO WS-RECORD-COUNT.
006040     MOVE 0 TO WS-CONTROL-TOTAL.
006050     MOVE LOW-VALUES TO CU-KEY.
006060     START CURRICULUM KEY IS NOT LESS THAN CU-KEY
006070      INVALID KEY
006080       CONTINUE
006090     END-START.
006100     MOVE "N" TO WS-EOF-SWITCH.
006110     PERFORM 6300-UNLOAD-CURRIC-LOOP THRU 6300-EXIT
006120         UNTIL WS-EOF-SWITCH = "Y".
006130     CLOSE BACKUP-FILE CURRICULUM.
006140     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
006150 6200-EXIT.
006160     EXIT.
006170
006180 6300-UNLOAD-CURRIC-LOOP.
006190     READ CURRICULUM NEXT RECORD
006200      AT END
006210       MOVE "Y" TO WS-EOF-SWITCH
006220      NOT AT END
006230       MOVE CU-PROGRAM        TO BK-CU-PROGRAM
006240       MOVE CU-YEARLEVEL      TO BK-CU-YEARLEVEL
006250       MOVE CU-SEQ            TO BK-CU-SEQ
006260       MOVE CU-REQ-COURSECODE TO BK-CU-REQ-COURSECODE
006270       MOVE CU-PLAN-TERM      TO BK-CU-PLAN-TERM
006280       MOVE BK-CURRIC-RECORD TO BACKUP-RECORD
006290       WRITE BACKUP-RECORD
006300       ADD 1 TO WS-RECORD-COUNT
006310       ADD CU-SEQ TO WS-CONTROL-TOTAL
006320     END-READ.
006330 6300-EXIT.
006340     EXIT.
006350
006360*--------------------------------------------------------------
006370*    6400-UNLOAD-FEES -- FEETABLE to FEEBKP.date with the
006380*    per-unit-rate total as the control figure
006390*--------------------------------------------------------------
006400 6400-UNLOAD-FEES.
006410     OPEN INPUT FEE-TABLE.
006420     IF WS-FEE-STATUS NOT = "00"
006430      DISPLAY "FEETABLE  missing, skipped."
006440      GO TO 6400-EXIT
006450     END-IF.
006460     MOVE SPACES TO WS-BACKUP-NAME.
006470     STRING "FEEBKP." WS-RUN-DATE
006480         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
006490     OPEN OUTPUT BACKUP-FILE.
006500     MOVE 0 TO WS-RECORD-COUNT.
006510     MOVE 0 TO WS-CONTROL-TOTAL.
006520     MOVE LOW-VALUES TO FT-TERM.
006530     START FEE-TABLE KEY IS NOT LESS THAN FT-TERM
006540      INVALID KEY
006550       CONTINUE
006560     END-START.
006570     MOVE "N" TO WS-EOF-SWITCH.
006580     PERFORM 6500-UNLOAD-FEES-LOOP THRU 6500-EXIT
006590         UNTIL WS-EOF-SWITCH = "Y".
006600     CLOSE BACKUP-FILE FEE-TABLE.
006610     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
006620 6400-EXIT.
006630     EXIT.
006640
006650 6500-UNLOAD-FEES-LOOP.
006660     READ FEE-TABLE NEXT RECORD
006670      AT END
006680       MOVE "Y" TO WS-EOF-SWITCH
006690      NOT AT END
006700       MOVE FT-TERM       TO BK-FT-TERM
006710       MOVE FT-UNIT-RATE  TO BK-FT-UNIT-RATE
006720       MOVE FT-FIXED-FEES TO BK-FT-FIXED-FEES
006730       MOVE FT-REFUND-SCHEDULE TO BK-FT-REFUND-SCHEDULE
006740       MOVE BK-FEE-RECORD TO BACKUP-RECORD
006750       WRITE BACKUP-RECORD
006760       ADD 1 TO WS-RECORD-COUNT
006770       ADD FT-UNIT-RATE TO WS-CONTROL-TOTAL
006780     END-READ.
006790 6500-EXIT.
006800     EXIT.
006810
006820*--------------------------------------------------------------
006830*    6600-UNLOAD-ACCOUNTS -- STUACCT to ACCTBKP.date with the
006840*    paid total as the control figure, the money the cashier
006850*    must see again on a reload
006860*--------------------------------------------------------------
006870 6600-UNLOAD-ACCOUNTS.
006880     OPEN INPUT STUDENT-ACCOUNT.
006890     IF WS-ACCT-STATUS NOT = "00"
006900      DISPLAY "STUACCT   missing, skipped."
006910      GO TO 6600-EXIT
006920     END-IF.
006930     MOVE SPACES TO WS-BACKUP-NAME.
006940     STRING "ACCTBKP." WS-RUN-DATE
006950         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
006960     OPEN OUTPUT BACKUP-FILE.
006970     MOVE 0 TO WS-RECORD-COUNT.
006980     MOVE 0 TO WS-CONTROL-TOTAL.
006990     MOVE LOW-VALUES TO SA-KEY.
007000     START STUDENT-ACCOUNT KEY IS NOT LESS THAN SA-KEY
007010      INVALID KEY
007020       CONTINUE
007030     END-START.
007040     MOVE "N" TO WS-EOF-SWITCH.
007050     PERFORM 6700-UNLOAD-ACCOUNTS-LOOP THRU 6700-EXIT
007060         UNTIL WS-EOF-SWITCH = "Y".
007070     CLOSE BACKUP-FILE STUDENT-ACCOUNT.
007080     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
007090 6600-EXIT.
007100     EXIT.
007110
007120 6700-UNLOAD-ACCOUNTS-LOOP.
007130     READ STUDENT-ACCOUNT NEXT RECORD
007140      AT END
007150       MOVE "Y" TO WS-EOF-SWITCH
007160      NOT AT END
007170       MOVE SA-SNUM     TO BK-SA-SNUM
007180       MOVE SA-TERM     TO BK-SA-TERM
007190       MOVE SA-ASSESSED TO BK-SA-ASSESSED
007200       MOVE SA-PAID     TO BK-SA-PAID
007210       MOVE BK-ACCT-RECORD TO BACKUP-RECORD
007220       WRITE BACKUP-RECORD
007230       ADD 1 TO WS-RECORD-COUNT
007240       ADD SA-PAID TO WS-CONTROL-TOTAL
007250     END-READ.
007260 6700-EXIT.
007270     EXIT.
007280
007290*--------------------------------------------------------------
007300*    6800-UNLOAD-HOLDS -- HOLDFILE to HOLDBKP.date; the record
007310*    count doubles as the control figure, holds carrying no
007320*    numeric worth summing
007330*--------------------------------------------------------------
007340 6800-UNLOAD-HOLDS.
007350     OPEN INPUT HOLD-FILE.
007360     IF WS-HOLD-STATUS NOT = "00"
007370      DISPLAY "HOLDFILE  missing, skipped."
007380      GO TO 6800-EXIT
007390     END-IF.
007400     MOVE SPACES TO WS-BACKUP-NAME.
007410     STRING "HOLDBKP." WS-RUN-DATE
007420         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
007430     OPEN OUTPUT BACKUP-FILE.
007440     MOVE 0 TO WS-RECORD-COUNT.
007450     MOVE 0 TO WS-CONTROL-TOTAL.
007460     MOVE LOW-VALUES TO HD-KEY.
007470     START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
007480      INVALID KEY
007490       CONTINUE
007500     END-START.
007510     MOVE "N" TO WS-EOF-SWITCH.
007520     PERFORM 6900-UNLOAD-HOLDS-LOOP THRU 6900-EXIT
007530         UNTIL WS-EOF-SWITCH = "Y".
007540     CLOSE BACKUP-FILE HOLD-FILE.
007550     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
007560 6800-EXIT.
007570     EXIT.
007580
007590 6900-UNLOAD-HOLDS-LOOP.
007600     READ HOLD-FILE NEXT RECORD
007610      AT END
007620       MOVE "Y" TO WS-EOF-SWITCH
007630      NOT AT END
007640       MOVE HD-SNUM        TO BK-HD-SNUM
007650       MOVE HD-TYPE        TO BK-HD-TYPE
007660       MOVE HD-DATE-PLACED TO BK-HD-DATE-PLACED
007670       MOVE HD-REASON      TO BK-HD-REASON
007680       MOVE BK-HOLD-RECORD TO BACKUP-RECORD
007690       WRITE BACKUP-RECORD
007700       ADD 1 TO WS-RECORD-COUNT
007710       ADD 1 TO WS-CONTROL-TOTAL
007720     END-READ.
007730 6900-EXIT.
007740     EXIT.
007750
007760*--------------------------------------------------------------
007770*    7000-UNLOAD-FACULTY -- FACMAST to FACBKP.date with the
007780*    max-load total as the control figure
007790*--------------------------------------------------------------
007800 7000-UNLOAD-FACULTY.
007810     OPEN INPUT FACULTY-MASTER.
007820     IF WS-FAC-STATUS NOT = "00"
007830      DISPLAY "FACMAST   missing, skipped."
007840      GO TO 7000-EXIT
007850     END-IF.
007860     MOVE SPACES TO WS-BACKUP-NAME.
007870     STRING "FACBKP." WS-RUN-DATE
007880         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
007890     OPEN OUTPUT BACKUP-FILE.
007900     MOVE 0 TO WS-RECORD-COUNT.
007910     MOVE 0 TO WS-CONTROL-TOTAL.
007920     MOVE LOW-VALUES TO FM-FACNUM.
007930     START FACULTY-MASTER KEY IS NOT LESS THAN FM-FACNUM
007940      INVALID KEY
007950       CONTINUE
007960     END-START.
007970     MOVE "N" TO WS-EOF-SWITCH.
007980     PERFORM 7100-UNLOAD-FACULTY-LOOP THRU 7100-EXIT
007990         UNTIL WS-EOF-SWITCH = "Y".
008000     CLOSE BACKUP-FILE FACULTY-MASTER.
008010     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
008020 7000-EXIT.
008030     EXIT.
008040
008050 7100-UNLOAD-FACULTY-LOOP.
008060     READ FACULTY-MASTER NEXT RECORD
008070      AT END
008080       MOVE "Y" TO WS-EOF-SWITCH
008090      NOT AT END
008100       MOVE FM-FACNUM    TO BK-FM-FACNUM
008110       MOVE FM-SURNAME   TO BK-FM-SURNAME
008120       MOVE FM-FIRSTNAME TO BK-FM-FIRSTNAME
008130       MOVE FM-DEPT      TO BK-FM-DEPT
008140       MOVE FM-MAXLOAD   TO BK-FM-MAXLOAD
008150       MOVE BK-FAC-RECORD TO BACKUP-RECORD
008160       WRITE BACKUP-RECORD
008170       ADD 1 TO WS-RECORD-COUNT
008180       ADD FM-MAXLOAD TO WS-CONTROL-TOTAL
008190     END-READ.
008200 7100-EXIT.
008210     EXIT.
008220
008230*--------------------------------------------------------------
008240*    7200-UNLOAD-OPERATORS -- OPERMAST to OPERBKP.date; the
008250*    record count doubles as the control figure here too
008260*--------------------------------------------------------------
008270 7200-UNLOAD-OPERATORS.
008280     OPEN INPUT OPERATOR-MASTER.
008290     IF WS-OPER-STATUS NOT = "00"
008300      DISPLAY "OPERMAST  missing, skipped."
008310      GO TO 7200-EXIT
008320     END-IF.
008330     MOVE SPACES TO WS-BACKUP-NAME.
008340     STRING "OPERBKP." WS-RUN-DATE
008350         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
008360     OPEN OUTPUT BACKUP-FILE.
008370     MOVE 0 TO WS-RECORD-COUNT.
008380     MOVE 0 TO WS-CONTROL-TOTAL.
008390     MOVE LOW-VALUES TO OP-OPERID.
008400     START OPERATOR-MASTER KEY IS NOT LESS THAN OP-OPERID
008410      INVALID KEY
008420       CONTINUE
008430     END-START.
008440     MOVE "N" TO WS-EOF-SWITCH.
008450     PERFORM 7300-UNLOAD-OPERATORS-LOOP THRU 7300-EXIT
008460         UNTIL WS-EOF-SWITCH = "Y".
008470     CLOSE BACKUP-FILE OPERATOR-MASTER.
008480     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
008490 7200-EXIT.
008500     EXIT.
008510
008520 7300-UNLOAD-OPERATORS-LOOP.
008530     READ OPERATOR-MASTER NEXT RECORD
008540      AT END
008550       MOVE "Y" TO WS-EOF-SWITCH
008560      NOT AT END
008570       MOVE OP-OPERID   TO BK-OP-OPERID
008580       MOVE OP-NAME     TO BK-OP-NAME
008590       MOVE OP-PASSWORD TO BK-OP-PASSWORD
008600       MOVE OP-CLASS    TO BK-OP-CLASS
008610       MOVE BK-OPER-RECORD TO BACKUP-RECORD
008620       WRITE BACKUP-RECORD
008630       ADD 1 TO WS-RECORD-COUNT
008640       ADD 1 TO WS-CONTROL-TOTAL
008650     END-READ.
008660 7300-EXIT.
008670     EXIT.
008680
008690*--------------------------------------------------------------
008700*    7400-UNLOAD-ROOMS -- ROOMMAST to ROOMBKP.date with the
008710*    seating-capacity total as the control figure
008720*--------------------------------------------------------------
008730 7400-UNLOAD-ROOMS.
008740     OPEN INPUT ROOM-MASTER.
008750     IF WS-ROOM-STATUS NOT = "00"
008760      DISPLAY "ROOMMAST  missing, skipped."
008770      GO TO 7400-EXIT
008780     END-IF.
008790     MOVE SPACES TO WS-BACKUP-NAME.
008800     STRING "ROOMBKP." WS-RUN-DATE
008810         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
008820     OPEN OUTPUT BACKUP-FILE.
008830     MOVE 0 TO WS-RECORD-COUNT.
008840     MOVE 0 TO WS-CONTROL-TOTAL.
008850     MOVE LOW-VALUES TO RM-ROOM.
008860     START ROOM-MASTER KEY IS NOT LESS THAN RM-ROOM
008870      INVALID KEY
008880       CONTINUE
008890     END-START.
008900     MOVE "N" TO WS-EOF-SWITCH.
008910     PERFORM 7500-UNLOAD-ROOMS-LOOP THRU 7500-EXIT
008920         UNTIL WS-EOF-SWITCH = "Y".
008930     CLOSE BACKUP-FILE ROOM-MASTER.
008940     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
008950 7400-EXIT.
008960     EXIT.
008970
008980 7500-UNLOAD-ROOMS-LOOP.
008990     READ ROOM-MASTER NEXT RECORD
009000      AT END
009010       MOVE "Y" TO WS-EOF-SWITCH
009020      NOT AT END
009030       MOVE RM-ROOM     TO BK-RM-ROOM
009040       MOVE RM-BUILDING TO BK-RM-BUILDING
009050       MOVE RM-CAPACITY TO BK-RM-CAPACITY
009060       MOVE RM-TYPE     TO BK-RM-TYPE
009070       MOVE BK-ROOM-RECORD TO BACKUP-RECORD
009080       WRITE BACKUP-RECORD
009090       ADD 1 TO WS-RECORD-COUNT
009100       ADD RM-CAPACITY TO WS-CONTROL-TOTAL
009110     END-READ.
009120 7500-EXIT.
009130     EXIT.
009140
009150*--------------------------------------------------------------
009160*    7600-UNLOAD-CREDITS -- XFERCRED to XFERBKP.date with the
009170*    credited-units total as the control figure
009180*--------------------------------------------------------------
009190 7600-UNLOAD-CREDITS.
009200     OPEN INPUT TRANSFER-CREDIT.
009210     IF WS-CREDIT-STATUS NOT = "00"
009220      DISPLAY "XFERCRED  missing, skipped."
009230      GO TO 7600-EXIT
009240     END-IF.
009250     MOVE SPACES TO WS-BACKUP-NAME.
009260     STRING "XFERBKP." WS-RUN-DATE
009270         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
009280     OPEN OUTPUT BACKUP-FILE.
009290     MOVE 0 TO WS-RECORD-COUNT.
009300     MOVE 0 TO WS-CONTROL-TOTAL.
009310     MOVE LOW-VALUES TO TX-KEY.
009320     START TRANSFER-CREDIT KEY IS NOT LESS THAN TX-KEY
009330      INVALID KEY
009340       CONTINUE
009350     END-START.
009360     MOVE "N" TO WS-EOF-SWITCH.
009370     PERFORM 7700-UNLOAD-CREDITS-LOOP THRU 7700-EXIT
009380         UNTIL WS-EOF-SWITCH = "Y".
009390     CLOSE BACKUP-FILE TRANSFER-CREDIT.
009400     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
009410 7600-EXIT.
009420     EXIT.
009430
009440 7700-UNLOAD-CREDITS-LOOP.
009450     READ TRANSFER-CREDIT NEXT RECORD
009460      AT END
009470       MOVE "Y" TO WS-EOF-SWITCH
009480      NOT AT END
009490       MOVE TX-SNUM          TO BK-TX-SNUM
009500       MOVE TX-COURSECODE    TO BK-TX-COURSECODE
009510       MOVE TX-SOURCE-SCHOOL TO BK-TX-SOURCE-SCHOOL
009520       MOVE TX-SOURCE-COURSE TO BK-TX-SOURCE-COURSE
009530       MOVE TX-UNITS         TO BK-TX-UNITS
009540       MOVE TX-DATE-APPROVED TO BK-TX-DATE-APPROVED
009550       MOVE TX-DEAN          TO BK-TX-DEAN
009560       MOVE BK-XFER-RECORD TO BACKUP-RECORD
009570       WRITE BACKUP-RECORD
009580       ADD 1 TO WS-RECORD-COUNT
009590       ADD TX-UNITS TO WS-CONTROL-TOTAL
009600     END-READ.
009610 7700-EXIT.
009620     EXIT.
009630
009640*--------------------------------------------------------------
009650*    7800-UNLOAD-FEEADJ -- FEEADJ to FADJBKP.date with the
009660*    refunded total as the control figure
009670*--------------------------------------------------------------
009680 7800-UNLOAD-FEEADJ.
009690     OPEN INPUT FEE-ADJUST.
009700     IF WS-FEEADJ-STATUS NOT = "00"
009710      DISPLAY "FEEADJ    missing, skipped."
009720      GO TO 7800-EXIT
009730     END-IF.
009740     MOVE SPACES TO WS-BACKUP-NAME.
009750     STRING "FADJBKP." WS-RUN-DATE
009760         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
009770     OPEN OUTPUT BACKUP-FILE.
009780     MOVE 0 TO WS-RECORD-COUNT.
009790     MOVE 0 TO WS-CONTROL-TOTAL.
009800     MOVE LOW-VALUES TO FA-KEY.
009810     START FEE-ADJUST KEY IS NOT LESS THAN FA-KEY
009820      INVALID KEY
009830       CONTINUE
009840     END-START.
009850     MOVE "N" TO WS-EOF-SWITCH.
009860     PERFORM 7900-UNLOAD-FEEADJ-LOOP THRU 7900-EXIT
009870         UNTIL WS-EOF-SWITCH = "Y".
009880     CLOSE BACKUP-FILE FEE-ADJUST.
009890     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
009900 7800-EXIT.
009910     EXIT.
009920
009930 7900-UNLOAD-FEEADJ-LOOP.
009940     READ FEE-ADJUST NEXT RECORD
009950      AT END
009960       MOVE "Y" TO WS-EOF-SWITCH
009970      NOT AT END
009980       MOVE FA-SNUM         TO BK-FA-SNUM
009990       MOVE FA-TERM         TO BK-FA-TERM
010000       MOVE FA-DATE         TO BK-FA-DATE
010010       MOVE FA-TIME         TO BK-FA-TIME
010020       MOVE FA-COURSECODE   TO BK-FA-COURSECODE
010030       MOVE FA-CSECTION     TO BK-FA-CSECTION
010040       MOVE FA-REASON       TO BK-FA-REASON
010050       MOVE FA-UNITS        TO BK-FA-UNITS
010060       MOVE FA-PERCENT      TO BK-FA-PERCENT
010070       MOVE FA-CHARGE       TO BK-FA-CHARGE
010080       MOVE FA-REFUND       TO BK-FA-REFUND
010090       MOVE FA-OLD-ASSESSED TO BK-FA-OLD-ASSESSED
010100       MOVE FA-NEW-ASSESSED TO BK-FA-NEW-ASSESSED
010110       MOVE FA-OWING        TO BK-FA-OWING
010120       MOVE FA-OPERATOR     TO BK-FA-OPERATOR
010130       MOVE BK-FEEADJ-RECORD TO BACKUP-RECORD
010140       WRITE BACKUP-RECORD
010150       ADD 1 TO WS-RECORD-COUNT
010160       ADD FA-REFUND TO WS-CONTROL-TOTAL
010170     END-READ.
010180 7900-EXIT.
010190     EXIT.
010200
010210*--------------------------------------------------------------
010220*    8000-PRINT-TOTALS -- one run-log line per unloaded file
010230*--------------------------------------------------------------
010240 8000-PRINT-TOTALS.
010250     ADD WS-RECORD-COUNT TO WS-TOTAL-RECORDS.
010260     MOVE WS-CONTROL-TOTAL TO WS-TOTAL-DISP.
010270     DISPLAY WS-BACKUP-NAME " RECORDS " WS-RECORD-COUNT
010280         " CONTROL TOTAL " WS-TOTAL-DISP.
010290 8000-EXIT.
010300     EXIT.
