000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-08-21.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000220*    2026-09-01  JR    Ask for the new term's incomplete
000230*                      deadline along with the drop deadline
000240*                      when the control record is cut over.
000250*    2026-10-15  JR    Ask for the new term's grade submission
000260*                      deadline as well.
000270*--------------------------------------------------------------
000280*    Run once at the end of every term, after grades are in.
000290*    Closes out the term named on TERMCTRL and opens the next
000300*    one: every COURSMAST offering of the closing term is
000310*    carried forward under the new term's key (so the schedule
000320*    does not have to be re-keyed), and TERMCTRL is rewritten
000330*    to name the new term.  Enrollment and grade history of the
000340*    closing term stays on SUBJMAST untouched under its own
000350*    term key.
000360*    The copy runs through a sequential work file in two
000370*    passes so the course master is never being written while
000380*    it is still being read.
000390*--------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT COURSE-MASTER ASSIGN TO "COURSMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CM-KEY
000480         FILE STATUS IS WS-COURSE-STATUS.
000490
000500     SELECT TERM-CONTROL ASSIGN TO "TERMCTRL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TERM-STATUS.
000530
000540     SELECT WORK-FILE ASSIGN TO "TERMWORK"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-WORK-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600     FD  COURSE-MASTER.
000610         COPY "crsmast.cpy".
000620
000630     FD  TERM-CONTROL.
000640         COPY "trmctl.cpy".
000650
000660     FD  WORK-FILE.
000670     01  WORK-RECORD.
000680         05  WK-COURSECODE           PIC X(10).
000690         05  WK-CSECTION             PIC X(05).
000700         05  WK-TITLE                PIC X(30).
000710         05  WK-UNITS                PIC 9(01)V9.
000720         05  WK-MAXSEATS             PIC 9(03).
000730         05  WK-DAYS                 PIC X(07).
000740         05  WK-START-TIME           PIC 9(04).
000750         05  WK-END-TIME             PIC 9(04).
000760         05  WK-ROOM                 PIC X(08).
000770         05  WK-FACULTY-NO           PIC X(06).
000780
000790 WORKING-STORAGE SECTION.
000800     77  WS-COURSE-STATUS            PIC X(02).
000810     77  WS-TERM-STATUS              PIC X(02).
000820     77  WS-WORK-STATUS              PIC X(02).
000830     77  WS-EOF-SWITCH               PIC X(01).
000840     77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000850     77  WS-OLD-TERM                 PIC X(05).
000860     77  WS-CARRIED                  PIC 9(05) VALUE 0.
000870     77  WS-SKIPPED                  PIC 9(05) VALUE 0.
000880     77  WS-DEADLINE-TEXT            PIC X(08).
000890     77  WS-DEADLINE-OK              PIC X(01).
000900
000910 PROCEDURE DIVISION.
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000940     IF WS-ABORT-SWITCH = "N"
000950      PERFORM 2000-UNLOAD-OFFERINGS THRU 2000-EXIT
000960      PERFORM 3000-RELOAD-OFFERINGS THRU 3000-EXIT
000970      PERFORM 4000-UPDATE-CONTROL THRU 4000-EXIT
000980     END-IF.
000990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001000     STOP RUN.
001010
001020*--------------------------------------------------------------
001030*    1000-INITIALIZE -- read the closing term off TERMCTRL,
001040*    work out the term that follows it, and open the masters
001050*--------------------------------------------------------------
001060 1000-INITIALIZE.
001070     OPEN INPUT TERM-CONTROL.
001080     IF WS-TERM-STATUS NOT = "00"
001090      DISPLAY "ERROR! No term control file on file."
001100      MOVE "Y" TO WS-ABORT-SWITCH
001110     ELSE
001120      READ TERM-CONTROL
001130       AT END
001140        DISPLAY "ERROR! Term control file is empty."
001150        MOVE "Y" TO WS-ABORT-SWITCH
001160       NOT AT END
001170        MOVE TC-CURRENT-TERM TO WS-OLD-TERM
001180      END-READ
001190      CLOSE TERM-CONTROL
001200     END-IF.
001210     IF WS-ABORT-SWITCH = "N"
001220      PERFORM 1100-NEXT-TERM THRU 1100-EXIT
001230     END-IF.
001240     IF WS-ABORT-SWITCH = "N"
001250      OPEN I-O COURSE-MASTER
001260      IF WS-COURSE-STATUS NOT = "00"
001270       DISPLAY "ERROR! No course master file on file."
001280       MOVE "Y" TO WS-ABORT-SWITCH
001290      END-IF
001300     END-IF.
001310 1000-EXIT.
001320     EXIT.
001330
001340*--------------------------------------------------------------
001350*    1100-NEXT-TERM -- first semester rolls to second, second
001360*    to midyear, midyear to the first semester of the next
001370*    school year.  TC-CURRENT-TERM is left holding the new term
001380*--------------------------------------------------------------
001390 1100-NEXT-TERM.
001400     IF TC-TERM-SEM = "1"
001410      MOVE "2" TO TC-TERM-SEM
001420     ELSE
001430      IF TC-TERM-SEM = "2"
001440       MOVE "S" TO TC-TERM-SEM
001450      ELSE
001460       IF TC-TERM-SEM = "S"
001470        ADD 1 TO TC-TERM-YEAR
001480        MOVE "1" TO TC-TERM-SEM
001490       ELSE
001500        DISPLAY "ERROR! Unrecognized term on TERMCTRL: "
001510            TC-TERM-SEM
001520        MOVE "Y" TO WS-ABORT-SWITCH
001530       END-IF
001540      END-IF
001550     END-IF.
001560 1100-EXIT.
001570     EXIT.
001580
001590*--------------------------------------------------------------
001600*    2000-UNLOAD-OFFERINGS -- copy every offering of the
001610*    closing term out to the sequential work file
001620*--------------------------------------------------------------
001630 2000-UNLOAD-OFFERINGS.
001640     OPEN OUTPUT WORK-FILE.
001650     MOVE LOW-VALUES TO CM-KEY.
001660     START COURSE-MASTER KEY IS NOT LESS THAN CM-KEY
001670      INVALID KEY
001680       CONTINUE
001690     END-START.
001700     MOVE "N" TO WS-EOF-SWITCH.
001710     PERFORM 2100-UNLOAD-LOOP THRU 2100-EXIT
001720         UNTIL WS-EOF-SWITCH = "Y".
001730     CLOSE WORK-FILE.
001740 2000-EXIT.
001750     EXIT.
001760
001770 2100-UNLOAD-LOOP.
001780     READ COURSE-MASTER NEXT RECORD
001790      AT END
001800       MOVE "Y" TO WS-EOF-SWITCH
001810      NOT AT END
001820       IF CM-TERM = WS-OLD-TERM
001830        MOVE CM-COURSECODE TO WK-COURSECODE
001840        MOVE CM-CSECTION   TO WK-CSECTION
001850        MOVE CM-TITLE      TO WK-TITLE
001860        MOVE CM-UNITS      TO WK-UNITS
001870        MOVE CM-MAXSEATS   TO WK-MAXSEATS
001880        MOVE CM-DAYS       TO WK-DAYS
001890        MOVE CM-START-TIME TO WK-START-TIME
001900        MOVE CM-END-TIME   TO WK-END-TIME
001910        MOVE CM-ROOM       TO WK-ROOM
001920        MOVE CM-FACULTY-NO TO WK-FACULTY-NO
001930        WRITE WORK-RECORD
001940       END-IF
001950     END-READ.
001960 2100-EXIT.
001970     EXIT.
001980
001990*--------------------------------------------------------------
002000*    3000-RELOAD-OFFERINGS -- read the work file back and add
002010*    each offering to the course master under the new term
002020*--------------------------------------------------------------
002030 3000-RELOAD-OFFERINGS.
002040     OPEN INPUT WORK-FILE.
002050     MOVE "N" TO WS-EOF-SWITCH.
002060     PERFORM 3100-RELOAD-LOOP THRU 3100-EXIT
002070         UNTIL WS-EOF-SWITCH = "Y".
002080     CLOSE WORK-FILE.
002090 3000-EXIT.
002100     EXIT.
002110
002120 3100-RELOAD-LOOP.
002130     READ WORK-FILE
002140      AT END
002150       MOVE "Y" TO WS-EOF-SWITCH
002160      NOT AT END
002170       MOVE WK-COURSECODE    TO CM-COURSECODE
002180       MOVE WK-CSECTION      TO CM-CSECTION
002190       MOVE TC-CURRENT-TERM  TO CM-TERM
002200       MOVE WK-TITLE         TO CM-TITLE
002210       MOVE WK-UNITS         TO CM-UNITS
002220       MOVE WK-MAXSEATS      TO CM-MAXSEATS
002230       MOVE WK-DAYS          TO CM-DAYS
002240       MOVE WK-START-TIME    TO CM-START-TIME
002250       MOVE WK-END-TIME      TO CM-END-TIME
002260       MOVE WK-ROOM          TO CM-ROOM
002270       MOVE WK-FACULTY-NO    TO CM-FACULTY-NO
002280       MOVE 0                TO CM-ENROLLED
002290       WRITE COURSE-MASTER-RECORD
002300        INVALID KEY
002310         ADD 1 TO WS-SKIPPED
002320        NOT INVALID KEY
002330         ADD 1 TO WS-CARRIED
002340       END-WRITE
002350     END-READ.
002360 3100-EXIT.
002370     EXIT.
002380
002390*--------------------------------------------------------------
002400*    4000-UPDATE-CONTROL -- the point of no return: TERMCTRL
002410*    now names the new term and every program follows it
002420*--------------------------------------------------------------
002430 4000-UPDATE-CONTROL.
002440     MOVE "N" TO WS-DEADLINE-OK.
002450     PERFORM 4100-ASK-DEADLINE THRU 4100-EXIT
002460         UNTIL WS-DEADLINE-OK = "Y".
002470     MOVE "N" TO WS-DEADLINE-OK.
002480     PERFORM 4200-ASK-INC-DEADLINE THRU 4200-EXIT
002490         UNTIL WS-DEADLINE-OK = "Y".
002500     MOVE "N" TO WS-DEADLINE-OK.
002510     PERFORM 4300-ASK-GRADE-DEADLINE THRU 4300-EXIT
002520         UNTIL WS-DEADLINE-OK = "Y".
002530     OPEN OUTPUT TERM-CONTROL.
002540     WRITE TERM-CONTROL-RECORD.
002550     CLOSE TERM-CONTROL.
002560 4000-EXIT.
002570     EXIT.
002580
002590*--------------------------------------------------------------
002600*    4100-ASK-DEADLINE -- the deadline is edited before it
002610*    goes onto the control record, the same way AUDITRPT and
002620*    MASTRELD edit their operator-keyed dates: a mistyped
002630*    value here would steer every drop for the whole term
002640*--------------------------------------------------------------
002650 4100-ASK-DEADLINE.
002660     DISPLAY "Drop deadline for the new term (YYYYMMDD): "
002670         WITH NO ADVANCING.
002680     ACCEPT WS-DEADLINE-TEXT.
002690     IF WS-DEADLINE-TEXT NOT NUMERIC
002700      DISPLAY "ERROR! Deadline must be YYYYMMDD digits."
002710     ELSE
002720      MOVE WS-DEADLINE-TEXT TO TC-DROP-DEADLINE
002730      MOVE "Y" TO WS-DEADLINE-OK
002740     END-IF.
002750 4100-EXIT.
002760     EXIT.
002770
002780*--------------------------------------------------------------
002790*    4200-ASK-INC-DEADLINE -- the date the INCLAPSE job fails
002800*    the old term's unresolved incompletes from
002810*--------------------------------------------------------------
002820 4200-ASK-INC-DEADLINE.
002830     DISPLAY "Incomplete deadline for the new term "
002840         "(YYYYMMDD): " WITH NO ADVANCING.
002850     ACCEPT WS-DEADLINE-TEXT.
002860     IF WS-DEADLINE-TEXT NOT NUMERIC
002870      DISPLAY "ERROR! Deadline must be YYYYMMDD digits."
002880     ELSE
002890      MOVE WS-DEADLINE-TEXT TO TC-INC-DEADLINE
002900      MOVE "Y" TO WS-DEADLINE-OK
002910     END-IF.
002920 4200-EXIT.
002930     EXIT.
002940
002950*--------------------------------------------------------------
002960*    4300-ASK-GRADE-DEADLINE -- the last day first-time grades
002970*    are taken at the window; later ones need a reason code
002980*--------------------------------------------------------------
002990 4300-ASK-GRADE-DEADLINE.
003000     DISPLAY "Grade submission deadline for the new term "
003010         "(YYYYMMDD): " WITH NO ADVANCING.
003020     ACCEPT WS-DEADLINE-TEXT.
003030     IF WS-DEADLINE-TEXT NOT NUMERIC
003040      DISPLAY "ERROR! Deadline must be YYYYMMDD digits."
003050     ELSE
003060      MOVE WS-DEADLINE-TEXT TO TC-GRADE-DEADLINE
003070      MOVE "Y" TO WS-DEADLINE-OK
003080     END-IF.
003090 4300-EXIT.
003100     EXIT.
003110
003120*--------------------------------------------------------------
003130*    9000-TERMINATE -- close up and report the run totals
003140*--------------------------------------------------------------
003150 9000-TERMINATE.
003160     IF WS-ABORT-SWITCH = "N"
003170      CLOSE COURSE-MASTER
003180      DISPLAY "Closed term:   " WS-OLD-TERM
003190      DISPLAY "Opened term:   " TC-CURRENT-TERM
003200      DISPLAY "Offerings carried forward: " WS-CARRIED
003210      DISPLAY "Already on file, skipped:  " WS-SKIPPED
003220     END-IF.
003230 9000-EXIT.
003240     EXIT.
