000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-08-21.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000250*                      (O), from the backups MASTUNLD now
000260*                      cuts.  SECTINDX has no backup; SECTBLD
000270*                      rebuilds it from SUBJMAST instead.
000280*    2026-10-15  JR    Carry the refund schedule on the fee
000290*                      backup record.
000300*    2026-10-15  JR    Reload ROOMMAST (R), XFERCRED (X) and
000310*                      FEEADJ (E) from their new backups;
000320*                      backup records widened to 120 columns.
000330*--------------------------------------------------------------
000340*    Recovery partner to MASTUNLD: rebuilds one indexed master
000350*    from a chosen dated backup.  The operator names the
000360*    master, the backup date, and must confirm before the live
000370*    file is replaced.  The record count and control total are
000380*    recomputed from what was loaded and printed so the run
000390*    can be balanced against the unload's run log.
000400*--------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SM-SNUM
000490         FILE STATUS IS WS-MASTER-STATUS.
000500
000510     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SB-KEY
000550         FILE STATUS IS WS-MASTER-STATUS.
000560
000570     SELECT COURSE-MASTER ASSIGN TO "COURSMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CM-KEY
000610         FILE STATUS IS WS-MASTER-STATUS.
000620
000630     SELECT WAITLIST ASSIGN TO "WAITLIST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS WL-KEY
000670         FILE STATUS IS WS-MASTER-STATUS.
000680
000690     SELECT PREREQ ASSIGN TO "PREREQ"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS PQ-KEY
000730         FILE STATUS IS WS-MASTER-STATUS.
000740
000750     SELECT CURRICULUM ASSIGN TO "CURRMAST"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS CU-KEY
000790         FILE STATUS IS WS-MASTER-STATUS.
000800
000810     SELECT FEE-TABLE ASSIGN TO "FEETABLE"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS FT-TERM
000850         FILE STATUS IS WS-MASTER-STATUS.
000860
000870     SELECT STUDENT-ACCOUNT ASSIGN TO "STUACCT"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS SA-KEY
000910         FILE STATUS IS WS-MASTER-STATUS.
000920
000930     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS HD-KEY
000970         FILE STATUS IS WS-MASTER-STATUS.
000980
000990     SELECT FACULTY-MASTER ASSIGN TO "FACMAST"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS FM-FACNUM
001030         FILE STATUS IS WS-MASTER-STATUS.
001040
001050     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS OP-OPERID
001090         FILE STATUS IS WS-MASTER-STATUS.
001100
001110     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS DYNAMIC
001140         RECORD KEY IS RM-ROOM
001150         FILE STATUS IS WS-MASTER-STATUS.
001160
001170     SELECT TRANSFER-CREDIT ASSIGN TO "XFERCRED"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS TX-KEY
001210         FILE STATUS IS WS-MASTER-STATUS.
001220
001230     SELECT FEE-ADJUST ASSIGN TO "FEEADJ"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS FA-KEY
001270         FILE STATUS IS WS-MASTER-STATUS.
001280
001290     SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-BACKUP-STATUS.
001320
001330 DATA DIVISION.
001340 FILE SECTION.
001350     FD  STUDENT-MASTER.
001360         COPY "stumast.cpy".
001370
001380     FD  SUBJECT-MASTER.
001390         COPY "submast.cpy".
001400
001410     FD  COURSE-MASTER.
001420         COPY "crsmast.cpy".
001430
001440     FD  WAITLIST.
001450         COPY "waitlst.cpy".
001460
001470     FD  PREREQ.
001480         COPY "prereq.cpy".
001490
001500     FD  CURRICULUM.
001510         COPY "curric.cpy".
001520
001530     FD  FEE-TABLE.
001540         COPY "feetbl.cpy".
001550
001560     FD  STUDENT-ACCOUNT.
001570         COPY "stuacct.cpy".
001580
001590     FD  HOLD-FILE.
001600         COPY "holds.cpy".
001610
001620     FD  FACULTY-MASTER.
001630         COPY "facmast.cpy".
001640
001650     FD  OPERATOR-MASTER.
001660         COPY "opermast.cpy".
001670
001680     FD  ROOM-MASTER.
001690         COPY "roommast.cpy".
001700
001710     FD  TRANSFER-CREDIT.
001720         COPY "xfercrd.cpy".
001730
001740     FD  FEE-ADJUST.
001750         COPY "feeadj.cpy".
001760
001770     FD  BACKUP-FILE.
001780     01  BACKUP-RECORD             PIC X(120).
001790
001800 WORKING-STORAGE SECTION.
001810     77  WS-MASTER-STATUS          PIC X(02).
001820     77  WS-BACKUP-STATUS          PIC X(02).
001830     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
001840     77  WS-EOF-SWITCH             PIC X(01).
001850     77  WS-PICK-MASTER            PIC X(01).
001860     77  WS-PICK-DATE              PIC X(08).
001870     77  WS-ANSWER                 PIC X(01).
001880     77  WS-BACKUP-NAME            PIC X(16).
001890     77  WS-RECORD-COUNT           PIC 9(07) VALUE 0.
001900     77  WS-DUP-COUNT              PIC 9(07) VALUE 0.
001910     77  WS-CONTROL-TOTAL          PIC 9(09)V99 VALUE 0.
001920     77  WS-TOTAL-DISP             PIC ZZZZZZZZ9.99.
001930*    Display-form backup record layouts, as MASTUNLD writes
001940*    them
001950     01  BK-STUDENT-RECORD.
001960         05  BK-SM-SNUM            PIC X(10).
001970         05  BK-SM-SURNAME         PIC X(20).
001980         05  BK-SM-FIRSTNAME       PIC X(30).
001990         05  BK-SM-NUM-SUBJECTS    PIC 9(03).
002000         05  BK-SM-PROGRAM         PIC X(08).
002010         05  BK-SM-YEARLEVEL       PIC 9(01).
002020         05  BK-SM-STANDING        PIC X(01).
002030         05  BK-SM-UNIT-CAP        PIC 9(02)V9.
002040     01  BK-SUBJECT-RECORD.
002050         05  BK-SB-SNUM            PIC X(10).
002060         05  BK-SB-COURSECODE      PIC X(10).
002070         05  BK-SB-CSECTION        PIC X(05).
002080         05  BK-SB-TERM            PIC X(05).
002090         05  BK-SB-UNITS           PIC 9(01)V9.
002100         05  BK-SB-GRADE           PIC 9(03).
002110         05  BK-SB-STATUS          PIC X(01).
002120         05  BK-SB-INC             PIC X(01).
002130     01  BK-COURSE-RECORD.
002140         05  BK-CM-COURSECODE      PIC X(10).
002150         05  BK-CM-CSECTION        PIC X(05).
002160         05  BK-CM-TERM            PIC X(05).
002170         05  BK-CM-TITLE           PIC X(30).
002180         05  BK-CM-UNITS           PIC 9(02).
002190         05  BK-CM-MAXSEATS        PIC 9(03).
002200         05  BK-CM-ENROLLED        PIC 9(03).
002210         05  BK-CM-DAYS            PIC X(07).
002220         05  BK-CM-START-TIME      PIC 9(04).
002230         05  BK-CM-END-TIME        PIC 9(04).
002240         05  BK-CM-ROOM            PIC X(08).
002250         05  BK-CM-FACULTY-NO      PIC X(06).
002260     01  BK-WAIT-RECORD.
002270         05  BK-WL-COURSECODE      PIC X(10).
002280         05  BK-WL-CSECTION        PIC X(05).
002290         05  BK-WL-TERM            PIC X(05).
002300         05  BK-WL-SEQ             PIC 9(05).
002310         05  BK-WL-SNUM            PIC X(10).
002320     01  BK-PREREQ-RECORD.
002330         05  BK-PQ-COURSECODE      PIC X(10).
002340         05  BK-PQ-SEQ             PIC 9(02).
002350         05  BK-PQ-REQ-COURSECODE  PIC X(10).
002360     01  BK-CURRIC-RECORD.
002370         05  BK-CU-PROGRAM         PIC X(08).
002380         05  BK-CU-YEARLEVEL       PIC 9(01).
002390         05  BK-CU-SEQ             PIC 9(03).
002400         05  BK-CU-REQ-COURSECODE  PIC X(10).
002410         05  BK-CU-PLAN-TERM       PIC X(05).
002420     01  BK-FEE-RECORD.
002430         05  BK-FT-TERM            PIC X(05).
002440         05  BK-FT-UNIT-RATE       PIC 9(05)V99.
002450         05  BK-FT-FIXED-FEES      PIC 9(05)V99.
002460         05  BK-FT-REFUND-SCHEDULE PIC X(44).
002470     01  BK-ACCT-RECORD.
002480         05  BK-SA-SNUM            PIC X(10).
002490         05  BK-SA-TERM            PIC X(05).
002500         05  BK-SA-ASSESSED        PIC 9(07)V99.
002510         05  BK-SA-PAID            PIC 9(07)V99.
002520     01  BK-HOLD-RECORD.
002530         05  BK-HD-SNUM            PIC X(10).
002540         05  BK-HD-TYPE            PIC X(02).
002550         05  BK-HD-DATE-PLACED     PIC 9(08).
002560         05  BK-HD-REASON          PIC X(30).
002570     01  BK-FAC-RECORD.
002580         05  BK-FM-FACNUM          PIC X(06).
002590         05  BK-FM-SURNAME         PIC X(20).
002600         05  BK-FM-FIRSTNAME       PIC X(30).
002610         05  BK-FM-DEPT            PIC X(10).
002620         05  BK-FM-MAXLOAD         PIC 9(02)V9.
002630     01  BK-OPER-RECORD.
002640         05  BK-OP-OPERID          PIC X(08).
002650         05  BK-OP-NAME            PIC X(30).
002660         05  BK-OP-PASSWORD        PIC X(08).
002670         05  BK-OP-CLASS           PIC X(01).
002680     01  BK-ROOM-RECORD.
002690         05  BK-RM-ROOM            PIC X(08).
002700         05  BK-RM-BUILDING        PIC X(20).
002710         05  BK-RM-CAPACITY        PIC 9(03).
002720         05  BK-RM-TYPE            PIC X(10).
002730     01  BK-XFER-RECORD.
002740         05  BK-TX-SNUM            PIC X(10).
002750         05  BK-TX-COURSECODE      PIC X(10).
002760         05  BK-TX-SOURCE-SCHOOL   PIC X(30).
002770         05  BK-TX-SOURCE-COURSE   PIC X(10).
002780         05  BK-TX-UNITS           PIC 9(01)V9.
002790         05  BK-TX-DATE-APPROVED   PIC 9(08).
002800         05  BK-TX-DEAN            PIC X(30).
002810     01  BK-FEEADJ-RECORD.
002820         05  BK-FA-SNUM            PIC X(10).
002830         05  BK-FA-TERM            PIC X(05).
002840         05  BK-FA-DATE            PIC 9(08).
002850         05  BK-FA-TIME            PIC 9(08).
002860         05  BK-FA-COURSECODE      PIC X(10).
002870         05  BK-FA-CSECTION        PIC X(05).
002880         05  BK-FA-REASON          PIC X(01).
002890         05  BK-FA-UNITS           PIC 9(01)V9.
002900         05  BK-FA-PERCENT         PIC 9(03).
002910         05  BK-FA-CHARGE          PIC 9(07)V99.
002920         05  BK-FA-REFUND          PIC 9(07)V99.
002930         05  BK-FA-OLD-ASSESSED    PIC 9(07)V99.
002940         05  BK-FA-NEW-ASSESSED    PIC 9(07)V99.
002950         05  BK-FA-OWING           PIC S9(07)V99
002960                                   SIGN IS LEADING SEPARATE.
002970         05  BK-FA-OPERATOR        PIC X(08).
002980
002990 PROCEDURE DIVISION.
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003020     IF WS-ABORT-SWITCH = "N"
003030      PERFORM 2000-RELOAD THRU 2000-EXIT
003040     END-IF.
003050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003060     STOP RUN.
003070
003080*--------------------------------------------------------------
003090*    1000-INITIALIZE -- which master, which backup date, and a
003100*    hard confirmation before the live file is replaced
003110*--------------------------------------------------------------
003120 1000-INITIALIZE.
003130     DISPLAY "Master to reload - S student, J subjects, C "
003140         "courses, W waitlist, P prereqs,".
003150     DISPLAY "U curriculum, F fees, A accounts, H holds, "
003160         "M faculty, O operators,".
003170     DISPLAY "R rooms, X transfer credits, "
003180         "E fee adjustments: " WITH NO ADVANCING.
003190     ACCEPT WS-PICK-MASTER.
003200     IF WS-PICK-MASTER = "s" MOVE "S" TO WS-PICK-MASTER END-IF.
003210     IF WS-PICK-MASTER = "j" MOVE "J" TO WS-PICK-MASTER END-IF.
003220     IF WS-PICK-MASTER = "c" MOVE "C" TO WS-PICK-MASTER END-IF.
003230     IF WS-PICK-MASTER = "w" MOVE "W" TO WS-PICK-MASTER END-IF.
003240     IF WS-PICK-MASTER = "p" MOVE "P" TO WS-PICK-MASTER END-IF.
003250     IF WS-PICK-MASTER = "u" MOVE "U" TO WS-PICK-MASTER END-IF.
003260     IF WS-PICK-MASTER = "f" MOVE "F" TO WS-PICK-MASTER END-IF.
003270     IF WS-PICK-MASTER = "a" MOVE "A" TO WS-PICK-MASTER END-IF.
003280     IF WS-PICK-MASTER = "h" MOVE "H" TO WS-PICK-MASTER END-IF.
003290     IF WS-PICK-MASTER = "m" MOVE "M" TO WS-PICK-MASTER END-IF.
003300     IF WS-PICK-MASTER = "o" MOVE "O" TO WS-PICK-MASTER END-IF.
003310     IF WS-PICK-MASTER = "r" MOVE "R" TO WS-PICK-MASTER END-IF.
003320     IF WS-PICK-MASTER = "x" MOVE "X" TO WS-PICK-MASTER END-IF.
003330     IF WS-PICK-MASTER = "e" MOVE "E" TO WS-PICK-MASTER END-IF.
003340     IF WS-PICK-MASTER NOT = "S" AND WS-PICK-MASTER NOT = "J"
003350         AND WS-PICK-MASTER NOT = "C"
003360         AND WS-PICK-MASTER NOT = "W"
003370         AND WS-PICK-MASTER NOT = "P"
003380         AND WS-PICK-MASTER NOT = "U"
003390         AND WS-PICK-MASTER NOT = "F"
003400         AND WS-PICK-MASTER NOT = "A"
003410         AND WS-PICK-MASTER NOT = "H"
003420         AND WS-PICK-MASTER NOT = "M"
003430         AND WS-PICK-MASTER NOT = "O"
003440         AND WS-PICK-MASTER NOT = "R"
003450         AND WS-PICK-MASTER NOT = "X"
003460         AND WS-PICK-MASTER NOT = "E"
003470      DISPLAY "ERROR! Reply S, J, C, W, P, U, F, A, H, M, "
003480          "O, R, X or E."
003490      MOVE "Y" TO WS-ABORT-SWITCH
003500      GO TO 1000-EXIT
003510     END-IF.
003520     DISPLAY "Backup date (YYYYMMDD): " WITH NO ADVANCING.
003530     ACCEPT WS-PICK-DATE.
003540     IF WS-PICK-DATE NOT NUMERIC
003550      DISPLAY "ERROR! Backup date must be YYYYMMDD digits."
003560      MOVE "Y" TO WS-ABORT-SWITCH
003570      GO TO 1000-EXIT
003580     END-IF.
003590     MOVE SPACES TO WS-BACKUP-NAME.
003600     IF WS-PICK-MASTER = "S"
003610      STRING "STUDBKP." WS-PICK-DATE
003620          DELIMITED BY SIZE INTO WS-BACKUP-NAME
003630     END-IF.
003640     IF WS-PICK-MASTER = "J"
003650      STRING "SUBJBKP." WS-PICK-DATE
003660          DELIMITED BY SIZE INTO WS-BACKUP-NAME
003670     END-IF.
003680     IF WS-PICK-MASTER = "C"
003690      STRING "CRSBKP." WS-PICK-DATE
003700          DELIMITED BY SIZE INTO WS-BACKUP-NAME
003710     END-IF.
003720     IF WS-PICK-MASTER = "W"
003730      STRING "WAITBKP." WS-PICK-DATE
003740          DELIMITED BY SIZE INTO WS-BACKUP-NAME
003750     END-IF.
003760     IF WS-PICK-MASTER = "P"
003770      STRING "PREQBKP." WS-PICK-DATE
003780          DELIMITED BY SIZE INTO WS-BACKUP-NAME
003790     END-IF.
003800     IF WS-PICK-MASTER = "U"
003810      STRING "CURRBKP." WS-PICK-DATE
003820          DELIMITED BY SIZE INTO WS-BACKUP-NAME
003830     END-IF.
003840     IF WS-PICK-MASTER = "F"
003850      STRING "FEEBKP." WS-PICK-DATE
003860          DELIMITED BY SIZE INTO WS-BACKUP-NAME
003870     END-IF.
003880     IF WS-PICK-MASTER = "A"
003890      STRING "ACCTBKP." WS-PICK-DATE
003900          DELIMITED BY SIZE INTO WS-BACKUP-NAME
003910     END-IF.
003920     IF WS-PICK-MASTER = "H"
003930      STRING "HOLDBKP." WS-PICK-DATE
003940          DELIMITED BY SIZE INTO WS-BACKUP-NAME
003950     END-IF.
003960     IF WS-PICK-MASTER = "M"
003970      STRING "FACBKP." WS-PICK-DATE
003980          DELIMITED BY SIZE INTO WS-BACKUP-NAME
003990     END-IF.
004000     IF WS-PICK-MASTER = "O"
004010      STRING "OPERBKP." WS-PICK-DATE
004020          DELIMITED BY SIZE INTO WS-BACKUP-NAME
004030     END-IF.
004040     IF WS-PICK-MASTER = "R"
004050      STRING "ROOMBKP." WS-PICK-DATE
004060          DELIMITED BY SIZE INTO WS-BACKUP-NAME
004070     END-IF.
004080     IF WS-PICK-MASTER = "X"
004090      STRING "XFERBKP." WS-PICK-DATE
004100          DELIMITED BY SIZE INTO WS-BACKUP-NAME
004110     END-IF.
004120     IF WS-PICK-MASTER = "E"
004130      STRING "FADJBKP." WS-PICK-DATE
004140          DELIMITED BY SIZE INTO WS-BACKUP-NAME
004150     END-IF.
004160     OPEN INPUT BACKUP-FILE.
004170     IF WS-BACKUP-STATUS NOT = "00"
004180      DISPLAY "ERROR! No backup on file: " WS-BACKUP-NAME
004190      MOVE "Y" TO WS-ABORT-SWITCH
004200      GO TO 1000-EXIT
004210     END-IF.
004220     DISPLAY "This REPLACES the live file from "
004230         WS-BACKUP-NAME ". Proceed? (Y/N): "
004240         WITH NO ADVANCING.
004250     ACCEPT WS-ANSWER.
004260     IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
004270      DISPLAY "Reload abandoned; nothing touched."
004280      CLOSE BACKUP-FILE
004290      MOVE "Y" TO WS-ABORT-SWITCH
004300     END-IF.
004310 1000-EXIT.
004320     EXIT.
004330
004340*--------------------------------------------------------------
004350*    2000-RELOAD -- open the chosen master fresh and load it
004360*    record by record from the backup
004370*--------------------------------------------------------------
004380 2000-RELOAD.
004390     IF WS-PICK-MASTER = "S"
004400      OPEN OUTPUT STUDENT-MASTER
004410     END-IF.
004420     IF WS-PICK-MASTER = "J"
004430      OPEN OUTPUT SUBJECT-MASTER
004440     END-IF.
004450     IF WS-PICK-MASTER = "C"
004460      OPEN OUTPUT COURSE-MASTER
004470     END-IF.
004480     IF WS-PICK-MASTER = "W"
004490      OPEN OUTPUT WAITLIST
004500     END-IF.
004510     IF WS-PICK-MASTER = "P"
004520      OPEN OUTPUT PREREQ
004530     END-IF.
004540     IF WS-PICK-MASTER = "U"
004550      OPEN OUTPUT CURRICULUM
004560     END-IF.
004570     IF WS-PICK-MASTER = "F"
004580      OPEN OUTPUT FEE-TABLE
004590     END-IF.
004600     IF WS-PICK-MASTER = "A"
004610      OPEN OUTPUT STUDENT-ACCOUNT
004620     END-IF.
004630     IF WS-PICK-MASTER = "H"
004640      OPEN OUTPUT HOLD-FILE
004650     END-IF.
004660     IF WS-PICK-MASTER = "M"
004670      OPEN OUTPUT FACULTY-MASTER
004680     END-IF.
004690     IF WS-PICK-MASTER = "O"
004700      OPEN OUTPUT OPERATOR-MASTER
004710     END-IF.
004720     IF WS-PICK-MASTER = "R"
004730      OPEN OUTPUT ROOM-MASTER
004740     END-IF.
004750     IF WS-PICK-MASTER = "X"
004760      OPEN OUTPUT TRANSFER-CREDIT
004770     END-IF.
004780     IF WS-PICK-MASTER = "E"
004790      OPEN OUTPUT FEE-ADJUST
004800     END-IF.
004810     IF WS-MASTER-STATUS NOT = "00"
004820      DISPLAY "ERROR! Could not open the master, status "
004830          WS-MASTER-STATUS
004840      CLOSE BACKUP-FILE
004850      MOVE "Y" TO WS-ABORT-SWITCH
004860      GO TO 2000-EXIT
004870     END-IF.
004880     MOVE "N" TO WS-EOF-SWITCH.
004890     PERFORM 2100-RELOAD-LOOP THRU 2100-EXIT
004900         UNTIL WS-EOF-SWITCH = "Y".
004910     IF WS-PICK-MASTER = "S"
004920      CLOSE STUDENT-MASTER
004930     END-IF.
004940     IF WS-PICK-MASTER = "J"
004950      CLOSE SUBJECT-MASTER
004960     END-IF.
004970     IF WS-PICK-MASTER = "C"
004980      CLOSE COURSE-MASTER
004990     END-IF.
005000     IF WS-PICK-MASTER = "W"
005010      CLOSE WAITLIST
005020     END-IF.
005030     IF WS-PICK-MASTER = "P"
005040      CLOSE PREREQ
005050     END-IF.
005060     IF WS-PICK-MASTER = "U"
005070      CLOSE CURRICULUM
005080     END-IF.
005090     IF WS-PICK-MASTER = "F"
005100      CLOSE FEE-TABLE
005110     END-IF.
005120     IF WS-PICK-MASTER = "A"
005130      CLOSE STUDENT-ACCOUNT
005140     END-IF.
005150     IF WS-PICK-MASTER = "H"
005160      CLOSE HOLD-FILE
005170     END-IF.
005180     IF WS-PICK-MASTER = "M"
005190      CLOSE FACULTY-MASTER
005200     END-IF.
005210     IF WS-PICK-MASTER = "O"
005220      CLOSE OPERATOR-MASTER
005230     END-IF.
005240     IF WS-PICK-MASTER = "R"
005250      CLOSE ROOM-MASTER
005260     END-IF.
005270     IF WS-PICK-MASTER = "X"
005280      CLOSE TRANSFER-CREDIT
005290     END-IF.
005300     IF WS-PICK-MASTER = "E"
005310      CLOSE FEE-ADJUST
005320     END-IF.
005330     CLOSE BACKUP-FILE.
005340 2000-EXIT.
005350     EXIT.
005360
005370 2100-RELOAD-LOOP.
005380     READ BACKUP-FILE
005390      AT END
005400       MOVE "Y" TO WS-EOF-SWITCH
005410      NOT AT END
005420       PERFORM 3000-LOAD-ONE THRU 3000-EXIT
005430     END-READ.
005440 2100-EXIT.
005450     EXIT.
005460
005470*--------------------------------------------------------------
005480*    3000-LOAD-ONE -- one backup record back into the master
005490*    it came from, with the control figure re-accumulated
005500*--------------------------------------------------------------
005510 3000-LOAD-ONE.
005520     IF WS-PICK-MASTER = "S"
005530      MOVE BACKUP-RECORD TO BK-STUDENT-RECORD
005540      MOVE SPACES TO STUDENT-MASTER-RECORD
005550      MOVE BK-SM-SNUM         TO SM-SNUM
005560      MOVE BK-SM-SURNAME      TO SM-SURNAME
005570      MOVE BK-SM-FIRSTNAME    TO SM-FIRSTNAME
005580      MOVE BK-SM-NUM-SUBJECTS TO SM-NUM-SUBJECTS
005590      MOVE BK-SM-PROGRAM      TO SM-PROGRAM
005600      MOVE BK-SM-YEARLEVEL    TO SM-YEARLEVEL
005610      MOVE BK-SM-STANDING     TO SM-STANDING
005620      MOVE BK-SM-UNIT-CAP     TO SM-UNIT-CAP
005630      ADD BK-SM-NUM-SUBJECTS TO WS-CONTROL-TOTAL
005640      WRITE STUDENT-MASTER-RECORD
005650       INVALID KEY
005660        ADD 1 TO WS-DUP-COUNT
005670       NOT INVALID KEY
005680        ADD 1 TO WS-RECORD-COUNT
005690      END-WRITE
005700     END-IF.
005710     IF WS-PICK-MASTER = "J"
005720      MOVE BACKUP-RECORD TO BK-SUBJECT-RECORD
005730      MOVE SPACES TO SUBJECT-MASTER-RECORD
005740      MOVE BK-SB-SNUM       TO SB-SNUM
005750      MOVE BK-SB-COURSECODE TO SB-COURSECODE
005760      MOVE BK-SB-CSECTION   TO SB-CSECTION
005770      MOVE BK-SB-TERM       TO SB-TERM
005780      MOVE BK-SB-UNITS      TO SB-UNITS
005790      MOVE BK-SB-GRADE      TO SB-GRADE-RAW
005800      MOVE BK-SB-STATUS     TO SB-STATUS
005810      MOVE BK-SB-INC        TO SB-INC
005820      ADD SB-UNITS TO WS-CONTROL-TOTAL
005830      WRITE SUBJECT-MASTER-RECORD
005840       INVALID KEY
005850        ADD 1 TO WS-DUP-COUNT
005860       NOT INVALID KEY
005870        ADD 1 TO WS-RECORD-COUNT
005880      END-WRITE
005890     END-IF.
005900     IF WS-PICK-MASTER = "C"
005910      MOVE BACKUP-RECORD TO BK-COURSE-RECORD
005920      MOVE SPACES TO COURSE-MASTER-RECORD
005930      MOVE BK-CM-COURSECODE TO CM-COURSECODE
005940      MOVE BK-CM-CSECTION   TO CM-CSECTION
005950      MOVE BK-CM-TERM       TO CM-TERM
005960      MOVE BK-CM-TITLE      TO CM-TITLE
005970      MOVE BK-CM-UNITS      TO CM-UNITS-RAW
005980      MOVE BK-CM-MAXSEATS   TO CM-MAXSEATS
005990      MOVE BK-CM-ENROLLED   TO CM-ENROLLED
006000      MOVE BK-CM-DAYS       TO CM-DAYS
006010      MOVE BK-CM-START-TIME TO CM-START-TIME
006020      MOVE BK-CM-END-TIME   TO CM-END-TIME
006030      MOVE BK-CM-ROOM       TO CM-ROOM
006040      MOVE BK-CM-FACULTY-NO TO CM-FACULTY-NO
006050      ADD CM-ENROLLED TO WS-CONTROL-TOTAL
006060      WRITE COURSE-MASTER-RECORD
006070       INVALID KEY
006080        ADD 1 TO WS-DUP-COUNT
006090       NOT INVALID KEY
006100        ADD 1 TO WS-RECORD-COUNT
006110      END-WRITE
006120     END-IF.
006130     IF WS-PICK-MASTER = "W"
006140      MOVE BACKUP-RECORD TO BK-WAIT-RECORD
006150      MOVE SPACES TO WAITLIST-RECORD
006160      MOVE BK-WL-COURSECODE TO WL-COURSECODE
006170      MOVE BK-WL-CSECTION   TO WL-CSECTION
006180      MOVE BK-WL-TERM       TO WL-TERM
006190      MOVE BK-WL-SEQ        TO WL-SEQ
006200      MOVE BK-WL-SNUM       TO WL-SNUM
006210      ADD WL-SEQ TO WS-CONTROL-TOTAL
006220      WRITE WAITLIST-RECORD
006230       INVALID KEY
006240        ADD 1 TO WS-DUP-COUNT
006250       NOT INVALID KEY
006260        ADD 1 TO WS-RECORD-COUNT
006270      END-WRITE
006280     END-IF.
006290     IF WS-PICK-MASTER = "P"
006300      MOVE BACKUP-RECORD TO BK-PREREQ-RECORD
006310      MOVE SPACES TO PREREQ-RECORD
006320      MOVE BK-PQ-COURSECODE     TO PQ-COURSECODE
006330      MOVE BK-PQ-SEQ            TO PQ-SEQ
006340      MOVE BK-PQ-REQ-COURSECODE TO PQ-REQ-COURSECODE
006350      ADD PQ-SEQ TO WS-CONTROL-TOTAL
006360      WRITE PREREQ-RECORD
006370       INVALID KEY
006380        ADD 1 TO WS-DUP-COUNT
006390       NOT INVALID KEY
006400        ADD 1 TO WS-RECORD-COUNT
006410      END-WRITE
006420     END-IF.
006430     IF WS-PICK-MASTER = "U"
006440      MOVE BACKUP-RECORD TO BK-CURRIC-RECORD
006450      MOVE SPACES TO CURRICULUM-RECORD
006460      MOVE BK-CU-PROGRAM        TO CU-PROGRAM
006470      MOVE BK-CU-YEARLEVEL      TO CU-YEARLEVEL
006480      MOVE BK-CU-SEQ            TO CU-SEQ
006490      MOVE BK-CU-REQ-COURSECODE TO CU-REQ-COURSECODE
006500      MOVE BK-CU-PLAN-TERM      TO CU-PLAN-TERM
006510      ADD CU-SEQ TO WS-CONTROL-TOTAL
006520      WRITE CURRICULUM-RECORD
006530       INVALID KEY
006540        ADD 1 TO WS-DUP-COUNT
006550       NOT INVALID KEY
006560        ADD 1 TO WS-RECORD-COUNT
006570      END-WRITE
006580     END-IF.
006590     IF WS-PICK-MASTER = "F"
006600      MOVE BACKUP-RECORD TO BK-FEE-RECORD
006610      MOVE SPACES TO FEE-TABLE-RECORD
006620      MOVE BK-FT-TERM       TO FT-TERM
006630      MOVE BK-FT-UNIT-RATE  TO FT-UNIT-RATE
006640      MOVE BK-FT-FIXED-FEES TO FT-FIXED-FEES
006650*      A backup cut before the refund schedule went in has
006660*      blanks there; it reloads as no schedule
006670      IF BK-FT-REFUND-SCHEDULE NUMERIC
006680       MOVE BK-FT-REFUND-SCHEDULE TO FT-REFUND-SCHEDULE
006690      ELSE
006700       MOVE ZEROS TO FT-REFUND-SCHEDULE
006710      END-IF
006720      ADD FT-UNIT-RATE TO WS-CONTROL-TOTAL
006730      WRITE FEE-TABLE-RECORD
006740       INVALID KEY
006750        ADD 1 TO WS-DUP-COUNT
006760       NOT INVALID KEY
006770        ADD 1 TO WS-RECORD-COUNT
006780      END-WRITE
006790     END-IF.
006800     IF WS-PICK-MASTER = "A"
006810      MOVE BACKUP-RECORD TO BK-ACCT-RECORD
006820      MOVE SPACES TO STUDENT-ACCOUNT-RECORD
006830      MOVE BK-SA-SNUM     TO SA-SNUM
006840      MOVE BK-SA-TERM     TO SA-TERM
006850      MOVE BK-SA-ASSESSED TO SA-ASSESSED
006860      MOVE BK-SA-PAID     TO SA-PAID
006870      ADD SA-PAID TO WS-CONTROL-TOTAL
006880      WRITE STUDENT-ACCOUNT-RECORD
006890       INVALID KEY
006900        ADD 1 TO WS-DUP-COUNT
006910       NOT INVALID KEY
006920        ADD 1 TO WS-RECORD-COUNT
006930      END-WRITE
006940     END-IF.
006950     IF WS-PICK-MASTER = "H"
006960      MOVE BACKUP-RECORD TO BK-HOLD-RECORD
006970      MOVE SPACES TO HOLD-RECORD
006980      MOVE BK-HD-SNUM        TO HD-SNUM
006990      MOVE BK-HD-TYPE        TO HD-TYPE
007000      MOVE BK-HD-DATE-PLACED TO HD-DATE-PLACED
007010      MOVE BK-HD-REASON      TO HD-REASON
007020      ADD 1 TO WS-CONTROL-TOTAL
007030      WRITE HOLD-RECORD
007040       INVALID KEY
007050        ADD 1 TO WS-DUP-COUNT
007060       NOT INVALID KEY
007070        ADD 1 TO WS-RECORD-COUNT
007080      END-WRITE
007090     END-IF.
007100     IF WS-PICK-MASTER = "M"
007110      MOVE BACKUP-RECORD TO BK-FAC-RECORD
007120      MOVE SPACES TO FACULTY-MASTER-RECORD
007130      MOVE BK-FM-FACNUM    TO FM-FACNUM
007140      MOVE BK-FM-SURNAME   TO FM-SURNAME
007150      MOVE BK-FM-FIRSTNAME TO FM-FIRSTNAME
007160      MOVE BK-FM-DEPT      TO FM-DEPT
007170      MOVE BK-FM-MAXLOAD   TO FM-MAXLOAD
007180      ADD FM-MAXLOAD TO WS-CONTROL-TOTAL
007190      WRITE FACULTY-MASTER-RECORD
007200       INVALID KEY
007210        ADD 1 TO WS-DUP-COUNT
007220       NOT INVALID KEY
007230        ADD 1 TO WS-RECORD-COUNT
007240      END-WRITE
007250     END-IF.
007260     IF WS-PICK-MASTER = "O"
007270      MOVE BACKUP-RECORD TO BK-OPER-RECORD
007280      MOVE SPACES TO OPERATOR-RECORD
007290      MOVE BK-OP-OPERID   TO OP-OPERID
007300      MOVE BK-OP-NAME     TO OP-NAME
007310      MOVE BK-OP-PASSWORD TO OP-PASSWORD
007320      MOVE BK-OP-CLASS    TO OP-CLASS
007330      ADD 1 TO WS-CONTROL-TOTAL
007340      WRITE OPERATOR-RECORD
007350       INVALID KEY
007360        ADD 1 TO WS-DUP-COUNT
007370       NOT INVALID KEY
007380        ADD 1 TO WS-RECORD-COUNT
007390      END-WRITE
007400     END-IF.
007410     IF WS-PICK-MASTER = "R"
007420      MOVE BACKUP-RECORD TO BK-ROOM-RECORD
007430      MOVE SPACES TO ROOM-MASTER-RECORD
007440      MOVE BK-RM-ROOM     TO RM-ROOM
007450      MOVE BK-RM-BUILDING TO RM-BUILDING
007460      MOVE BK-RM-CAPACITY TO RM-CAPACITY
007470      MOVE BK-RM-TYPE     TO RM-TYPE
007480      ADD RM-CAPACITY TO WS-CONTROL-TOTAL
007490      WRITE ROOM-MASTER-RECORD
007500       INVALID KEY
007510        ADD 1 TO WS-DUP-COUNT
007520       NOT INVALID KEY
007530        ADD 1 TO WS-RECORD-COUNT
007540      END-WRITE
007550     END-IF.
007560     IF WS-PICK-MASTER = "X"
007570      MOVE BACKUP-RECORD TO BK-XFER-RECORD
007580      MOVE SPACES TO TRANSFER-CREDIT-RECORD
007590      MOVE BK-TX-SNUM          TO TX-SNUM
007600      MOVE BK-TX-COURSECODE    TO TX-COURSECODE
007610      MOVE BK-TX-SOURCE-SCHOOL TO TX-SOURCE-SCHOOL
007620      MOVE BK-TX-SOURCE-COURSE TO TX-SOURCE-COURSE
007630      MOVE BK-TX-UNITS         TO TX-UNITS
007640      MOVE BK-TX-DATE-APPROVED TO TX-DATE-APPROVED
007650      MOVE BK-TX-DEAN          TO TX-DEAN
007660      ADD TX-UNITS TO WS-CONTROL-TOTAL
007670      WRITE TRANSFER-CREDIT-RECORD
007680       INVALID KEY
007690        ADD 1 TO WS-DUP-COUNT
007700       NOT INVALID KEY
007710        ADD 1 TO WS-RECORD-COUNT
007720      END-WRITE
007730     END-IF.
007740     IF WS-PICK-MASTER = "E"
007750      MOVE BACKUP-RECORD TO BK-FEEADJ-RECORD
007760      MOVE SPACES TO FEE-ADJUST-RECORD
007770      MOVE BK-FA-SNUM         TO FA-SNUM
007780      MOVE BK-FA-TERM         TO FA-TERM
007790      MOVE BK-FA-DATE         TO FA-DATE
007800      MOVE BK-FA-TIME         TO FA-TIME
007810      MOVE BK-FA-COURSECODE   TO FA-COURSECODE
007820      MOVE BK-FA-CSECTION     TO FA-CSECTION
007830      MOVE BK-FA-REASON       TO FA-REASON
007840      MOVE BK-FA-UNITS        TO FA-UNITS
007850      MOVE BK-FA-PERCENT      TO FA-PERCENT
007860      MOVE BK-FA-CHARGE       TO FA-CHARGE
007870      MOVE BK-FA-REFUND       TO FA-REFUND
007880      MOVE BK-FA-OLD-ASSESSED TO FA-OLD-ASSESSED
007890      MOVE BK-FA-NEW-ASSESSED TO FA-NEW-ASSESSED
007900      MOVE BK-FA-OWING        TO FA-OWING
007910      MOVE BK-FA-OPERATOR     TO FA-OPERATOR
007920      ADD FA-REFUND TO WS-CONTROL-TOTAL
007930      WRITE FEE-ADJUST-RECORD
007940       INVALID KEY
007950        ADD 1 TO WS-DUP-COUNT
007960       NOT INVALID KEY
007970        ADD 1 TO WS-RECORD-COUNT
007980      END-WRITE
007990     END-IF.
008000 3000-EXIT.
008010     EXIT.
008020
008030*--------------------------------------------------------------
008040*    9000-TERMINATE -- print what was loaded so the operator
008050*    can balance it against the unload's run log
008060*--------------------------------------------------------------
008070 9000-TERMINATE.
008080     IF WS-ABORT-SWITCH = "N"
008090      MOVE WS-CONTROL-TOTAL TO WS-TOTAL-DISP
008100      DISPLAY "Reloaded from     " WS-BACKUP-NAME
008110      DISPLAY "Records loaded:   " WS-RECORD-COUNT
008120      DISPLAY "Duplicates:       " WS-DUP-COUNT
008130      DISPLAY "Control total:    " WS-TOTAL-DISP
008140     END-IF.
008150 9000-EXIT.
008160     EXIT.
