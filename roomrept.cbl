000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ROOMREPT.
000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000100*    2026-10-15  JR    Original room utilization report.
000110*    2026-10-15  JR    Close only the masters that opened.
000120*--------------------------------------------------------------
000130*    Room utilization for one term, one page per room on the
000140*    ROOMMAST room master.  Each page carries the room's week
000150*    as a grid of half-hour slots from 0700 to 2100 by day
000160*    (Monday through Sunday), each booked slot showing the
000170*    course that holds it, then the sections booked into the
000180*    room with their seats taken, the booked hours, and the
000190*    fill percentage: the share of the Monday-to-Saturday
000200*    teaching week (0700 to 2100, 84 hours) the room is in
000210*    use.  A slot two sections both claim prints *CLASH*; the
000220*    window refuses such a booking, so one showing here was
000230*    keyed before the room master existed.  A section seating
000240*    more than the room holds is flagged the same way.
000250*    Sections of the term whose room is not on the room master
000260*    are listed on a last page.  The term is keyed at the
000270*    console; blank takes the current term from TERMCTRL.
000280*--------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS RM-ROOM
000370         SHARING WITH ALL OTHER
000380         FILE STATUS IS WS-ROOM-STATUS.
000390
000400     SELECT COURSE-MASTER ASSIGN TO "COURSMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CM-KEY
000440         SHARING WITH ALL OTHER
000450         FILE STATUS IS WS-COURSE-STATUS.
000460
000470     SELECT TERM-CONTROL ASSIGN TO "TERMCTRL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-TERM-STATUS.
000500
000510     SELECT REPORT-FILE ASSIGN TO "ROOMRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570     FD  ROOM-MASTER.
000580         COPY "roommast.cpy".
000590
000600     FD  COURSE-MASTER.
000610         COPY "crsmast.cpy".
000620
000630     FD  TERM-CONTROL.
000640         COPY "trmctl.cpy".
000650
000660     FD  REPORT-FILE.
000670     01  REPORT-LINE               PIC X(100).
000680
000690 WORKING-STORAGE SECTION.
000700     77  WS-ROOM-STATUS            PIC X(02).
000710     77  WS-COURSE-STATUS          PIC X(02).
000720     77  WS-TERM-STATUS            PIC X(02).
000730     77  WS-REPORT-STATUS          PIC X(02).
000740     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
000750*    Each master is closed only if it was opened, so a run that
000760*    stops early closes just the ones that did open
000770     77  WS-ROOM-OPEN              PIC X(01) VALUE "N".
000780     77  WS-COURSE-OPEN            PIC X(01) VALUE "N".
000790     77  WS-EOF-ROOM               PIC X(01).
000800     77  WS-EOF-COURSE             PIC X(01).
000810     77  WS-CURRENT-TERM           PIC X(05).
000820     77  WS-PICK-TERM              PIC X(05).
000830     77  WS-FIRST-PAGE             PIC X(01) VALUE "Y".
000840     77  WS-ROOM-COUNT             PIC 9(05) VALUE 0.
000850     77  WS-CLASH-COUNT            PIC 9(05) VALUE 0.
000860     77  WS-UNKNOWN-COUNT          PIC 9(05) VALUE 0.
000870     77  WS-OVERFLOW-COUNT         PIC 9(05) VALUE 0.
000880     77  WS-DAY-IX                 PIC 9(01).
000890     77  WS-SLOT-IX                PIC 9(02).
000900     77  WS-FIRST-SLOT             PIC 9(02).
000910     77  WS-LAST-SLOT              PIC 9(02).
000920*    Clock arithmetic: HHMM times are turned into minutes past
000930*    midnight to find the half-hour slots a meeting covers
000940     77  WS-MINUTES                PIC 9(04).
000950     77  WS-HOURS                  PIC 9(02).
000960     77  WS-MINS                   PIC 9(02).
000970     77  WS-START-MIN              PIC 9(04).
000980     77  WS-END-MIN                PIC 9(04).
000990     77  WS-SLOT-FROM              PIC 9(04).
001000     77  WS-SLOT-TO                PIC 9(04).
001010*    One room's figures, and the Monday-to-Saturday slots
001020*    booked across every room for the closing fill figure
001030     77  WS-ROOM-SECTIONS          PIC 9(03).
001040     77  WS-BOOKED-CELLS           PIC 9(03).
001050     77  WS-WEEK-CELLS             PIC 9(03).
001060     77  WS-TOTAL-WEEK-CELLS       PIC 9(07) VALUE 0.
001070     77  WS-BOOKED-HOURS           PIC 9(03)V9.
001080     77  WS-FILL-PCT               PIC 9(03)V9.
001090     77  WS-HOURS-DISP             PIC ZZ9.9.
001100     77  WS-PCT-DISP               PIC ZZ9.9.
001110     77  WS-CAPACITY-DISP          PIC ZZ9.
001120     77  WS-ENROLLED-DISP          PIC ZZ9.
001130     77  WS-MAXSEATS-DISP          PIC ZZ9.
001140     77  WS-COUNT-DISP             PIC ZZZZ9.
001150*    Every section of the term with a room keyed, loaded in a
001160*    single pass of the course master.  WS-SEC-ON-FILE is set
001170*    once the section's room turns up on the room master
001180     77  WS-SEC-COUNT              PIC 9(04) VALUE 0.
001190     77  WS-SEC-IX                 PIC 9(04).
001200     01  WS-SEC-TABLE.
001210         05  WS-SEC OCCURS 1000 TIMES.
001220             10  WS-SEC-COURSECODE PIC X(10).
001230             10  WS-SEC-CSECTION   PIC X(05).
001240             10  WS-SEC-ROOM       PIC X(08).
001250             10  WS-SEC-DAYS       PIC X(07).
001260             10  WS-SEC-START      PIC 9(04).
001270             10  WS-SEC-END        PIC 9(04).
001280             10  WS-SEC-MAXSEATS   PIC 9(03).
001290             10  WS-SEC-ENROLLED   PIC 9(03).
001300             10  WS-SEC-ON-FILE    PIC X(01).
001310*    One room's week: 28 half-hour slots from 0700 by 7 days
001320     01  WS-GRID.
001330         05  WS-SLOT OCCURS 28 TIMES.
001340             10  WS-CELL OCCURS 7 TIMES
001350                                   PIC X(10).
001360
001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     IF WS-ABORT-SWITCH = "N"
001410      PERFORM 2000-LOAD-SECTIONS THRU 2000-EXIT
001420      PERFORM 3000-ALL-ROOMS THRU 3000-EXIT
001430      PERFORM 7000-UNKNOWN-ROOMS THRU 7000-EXIT
001440     END-IF.
001450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001460     STOP RUN.
001470
001480*--------------------------------------------------------------
001490*    1000-INITIALIZE -- open the masters and the report, read
001500*    the current term, then ask which term to report
001510*--------------------------------------------------------------
001520 1000-INITIALIZE.
001530     OPEN INPUT ROOM-MASTER.
001540     IF WS-ROOM-STATUS NOT = "00"
001550      DISPLAY "ERROR! No room master file on file."
001560      MOVE "Y" TO WS-ABORT-SWITCH
001570     ELSE
001580      MOVE "Y" TO WS-ROOM-OPEN
001590     END-IF.
001600     OPEN INPUT COURSE-MASTER.
001610     IF WS-COURSE-STATUS NOT = "00"
001620      DISPLAY "ERROR! No course master file on file."
001630      MOVE "Y" TO WS-ABORT-SWITCH
001640     ELSE
001650      MOVE "Y" TO WS-COURSE-OPEN
001660     END-IF.
001670     OPEN INPUT TERM-CONTROL.
001680     IF WS-TERM-STATUS NOT = "00"
001690      DISPLAY "ERROR! No term control file on file."
001700      MOVE "Y" TO WS-ABORT-SWITCH
001710     ELSE
001720      READ TERM-CONTROL
001730       AT END
001740        DISPLAY "ERROR! Term control file is empty."
001750        MOVE "Y" TO WS-ABORT-SWITCH
001760       NOT AT END
001770        MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
001780      END-READ
001790      CLOSE TERM-CONTROL
001800     END-IF.
001810     OPEN OUTPUT REPORT-FILE.
001820     IF WS-ABORT-SWITCH = "N"
001830      DISPLAY "Term to report (blank for current term): "
001840          WITH NO ADVANCING
001850      ACCEPT WS-PICK-TERM
001860      IF WS-PICK-TERM = SPACES
001870       MOVE WS-CURRENT-TERM TO WS-PICK-TERM
001880      END-IF
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
001920
001930*--------------------------------------------------------------
001940*    2000-LOAD-SECTIONS -- the term's sections that name a
001950*    room, into the table in course-master order
001960*--------------------------------------------------------------
001970 2000-LOAD-SECTIONS.
001980     MOVE LOW-VALUES TO CM-KEY.
001990     START COURSE-MASTER KEY IS NOT LESS THAN CM-KEY
002000      INVALID KEY
002010       CONTINUE
002020     END-START.
002030     MOVE "N" TO WS-EOF-COURSE.
002040     PERFORM 2100-LOAD-SECTIONS-LOOP THRU 2100-EXIT
002050         UNTIL WS-EOF-COURSE = "Y".
002060 2000-EXIT.
002070     EXIT.
002080
002090 2100-LOAD-SECTIONS-LOOP.
002100     READ COURSE-MASTER NEXT RECORD
002110      AT END
002120       MOVE "Y" TO WS-EOF-COURSE
002130      NOT AT END
002140       IF CM-TERM = WS-PICK-TERM AND CM-ROOM NOT = SPACES
002150        IF WS-SEC-COUNT < 1000
002160         ADD 1 TO WS-SEC-COUNT
002170         MOVE CM-COURSECODE TO WS-SEC-COURSECODE(WS-SEC-COUNT)
002180         MOVE CM-CSECTION   TO WS-SEC-CSECTION(WS-SEC-COUNT)
002190         MOVE CM-ROOM       TO WS-SEC-ROOM(WS-SEC-COUNT)
002200         MOVE CM-DAYS       TO WS-SEC-DAYS(WS-SEC-COUNT)
002210         MOVE CM-START-TIME TO WS-SEC-START(WS-SEC-COUNT)
002220         MOVE CM-END-TIME   TO WS-SEC-END(WS-SEC-COUNT)
002230         MOVE CM-MAXSEATS   TO WS-SEC-MAXSEATS(WS-SEC-COUNT)
002240         MOVE CM-ENROLLED   TO WS-SEC-ENROLLED(WS-SEC-COUNT)
002250         MOVE "N"           TO WS-SEC-ON-FILE(WS-SEC-COUNT)
002260*        A garbled or missing time books no slots at all
002270         IF CM-START-TIME NOT NUMERIC OR CM-END-TIME NOT NUMERIC
002280          MOVE 0 TO WS-SEC-START(WS-SEC-COUNT)
002290          MOVE 0 TO WS-SEC-END(WS-SEC-COUNT)
002300         END-IF
002310        ELSE
002320         ADD 1 TO WS-OVERFLOW-COUNT
002330        END-IF
002340       END-IF
002350     END-READ.
002360 2100-EXIT.
002370     EXIT.
002380
002390*--------------------------------------------------------------
002400*    3000-ALL-ROOMS -- one page per room, in room-code order
002410*--------------------------------------------------------------
002420 3000-ALL-ROOMS.
002430     MOVE LOW-VALUES TO RM-ROOM.
002440     START ROOM-MASTER KEY IS NOT LESS THAN RM-ROOM
002450      INVALID KEY
002460       CONTINUE
002470     END-START.
002480     MOVE "N" TO WS-EOF-ROOM.
002490     PERFORM 3100-ALL-ROOMS-LOOP THRU 3100-EXIT
002500         UNTIL WS-EOF-ROOM = "Y".
002510 3000-EXIT.
002520     EXIT.
002530
002540 3100-ALL-ROOMS-LOOP.
002550     READ ROOM-MASTER NEXT RECORD
002560      AT END
002570       MOVE "Y" TO WS-EOF-ROOM
002580      NOT AT END
002590       PERFORM 4000-PRINT-ROOM THRU 4000-EXIT
002600     END-READ.
002610 3100-EXIT.
002620     EXIT.
002630
002640*--------------------------------------------------------------
002650*    4000-PRINT-ROOM -- the room is in the ROOM-MASTER record
002660*    area.  Book its sections into the grid, count the booked
002670*    slots, and print the page
002680*--------------------------------------------------------------
002690 4000-PRINT-ROOM.
002700     MOVE SPACES TO WS-GRID.
002710     MOVE 0 TO WS-ROOM-SECTIONS.
002720     MOVE 0 TO WS-BOOKED-CELLS.
002730     MOVE 0 TO WS-WEEK-CELLS.
002740     MOVE 1 TO WS-SEC-IX.
002750     PERFORM 4100-PLACE-SECTION THRU 4100-EXIT
002760         UNTIL WS-SEC-IX > WS-SEC-COUNT.
002770     MOVE 0 TO WS-SLOT-IX.
002780     PERFORM 4300-COUNT-SLOT THRU 4300-EXIT 28 TIMES.
002790     ADD WS-WEEK-CELLS TO WS-TOTAL-WEEK-CELLS.
002800     COMPUTE WS-BOOKED-HOURS = WS-BOOKED-CELLS / 2.
002810     COMPUTE WS-FILL-PCT ROUNDED = WS-WEEK-CELLS * 100 / 168.
002820     PERFORM 5000-NEW-PAGE THRU 5000-EXIT.
002830     MOVE 0 TO WS-SLOT-IX.
002840     PERFORM 4500-PRINT-SLOT THRU 4500-EXIT 28 TIMES.
002850     MOVE SPACES TO REPORT-LINE.
002860     WRITE REPORT-LINE.
002870     MOVE SPACES TO REPORT-LINE.
002880     STRING "  SECTIONS BOOKED IN THIS ROOM"
002890         DELIMITED BY SIZE INTO REPORT-LINE.
002900     WRITE REPORT-LINE.
002910     IF WS-ROOM-SECTIONS = 0
002920      MOVE SPACES TO REPORT-LINE
002930      MOVE "    (none this term)" TO REPORT-LINE
002940      WRITE REPORT-LINE
002950     ELSE
002960      MOVE 1 TO WS-SEC-IX
002970      PERFORM 4600-PRINT-SECTION THRU 4600-EXIT
002980          UNTIL WS-SEC-IX > WS-SEC-COUNT
002990     END-IF.
003000     MOVE WS-BOOKED-HOURS TO WS-HOURS-DISP.
003010     MOVE WS-FILL-PCT TO WS-PCT-DISP.
003020     MOVE SPACES TO REPORT-LINE.
003030     WRITE REPORT-LINE.
003040     MOVE SPACES TO REPORT-LINE.
003050     STRING "  BOOKED HOURS: " WS-HOURS-DISP
003060         "   FILL (MON-SAT 0700-2100): " WS-PCT-DISP "%"
003070         DELIMITED BY SIZE INTO REPORT-LINE.
003080     WRITE REPORT-LINE.
003090     ADD 1 TO WS-ROOM-COUNT.
003100 4000-EXIT.
003110     EXIT.
003120
003130*--------------------------------------------------------------
003140*    4100-PLACE-SECTION -- a section in this room claims its
003150*    slots on each of its meeting days
003160*--------------------------------------------------------------
003170 4100-PLACE-SECTION.
003180     IF WS-SEC-ROOM(WS-SEC-IX) = RM-ROOM
003190      MOVE "Y" TO WS-SEC-ON-FILE(WS-SEC-IX)
003200      ADD 1 TO WS-ROOM-SECTIONS
003210      IF WS-SEC-DAYS(WS-SEC-IX) NOT = SPACES
003220          AND WS-SEC-START(WS-SEC-IX) NOT = 0
003230       PERFORM 4200-SLOT-RANGE THRU 4200-EXIT
003240       IF WS-FIRST-SLOT NOT > WS-LAST-SLOT
003250        MOVE 0 TO WS-DAY-IX
003260        PERFORM 4150-PLACE-DAY THRU 4150-EXIT 7 TIMES
003270       END-IF
003280      END-IF
003290     END-IF.
003300     ADD 1 TO WS-SEC-IX.
003310 4100-EXIT.
003320     EXIT.
003330
003340 4150-PLACE-DAY.
003350     ADD 1 TO WS-DAY-IX.
003360     IF WS-SEC-DAYS(WS-SEC-IX)(WS-DAY-IX:1) NOT = SPACE
003370      MOVE WS-FIRST-SLOT TO WS-SLOT-IX
003380      PERFORM 4160-PLACE-SLOT THRU 4160-EXIT
003390          UNTIL WS-SLOT-IX > WS-LAST-SLOT
003400     END-IF.
003410 4150-EXIT.
003420     EXIT.
003430
003440 4160-PLACE-SLOT.
003450     IF WS-CELL(WS-SLOT-IX, WS-DAY-IX) = SPACES
003460      MOVE WS-SEC-COURSECODE(WS-SEC-IX)
003470          TO WS-CELL(WS-SLOT-IX, WS-DAY-IX)
003480     ELSE
003490      IF WS-CELL(WS-SLOT-IX, WS-DAY-IX) NOT = "*CLASH*"
003500       ADD 1 TO WS-CLASH-COUNT
003510      END-IF
003520      MOVE "*CLASH*" TO WS-CELL(WS-SLOT-IX, WS-DAY-IX)
003530     END-IF.
003540     ADD 1 TO WS-SLOT-IX.
003550 4160-EXIT.
003560     EXIT.
003570
003580*--------------------------------------------------------------
003590*    4200-SLOT-RANGE -- the first and last half-hour slots the
003600*    section's meeting touches.  A meeting running outside
003610*    0700-2100 is cut to the grid; one wholly outside it leaves
003620*    the first slot past the last, and books nothing
003630*--------------------------------------------------------------
003640 4200-SLOT-RANGE.
003650     DIVIDE WS-SEC-START(WS-SEC-IX) BY 100
003660         GIVING WS-HOURS REMAINDER WS-MINS.
003670     COMPUTE WS-START-MIN = WS-HOURS * 60 + WS-MINS.
003680     DIVIDE WS-SEC-END(WS-SEC-IX) BY 100
003690         GIVING WS-HOURS REMAINDER WS-MINS.
003700     COMPUTE WS-END-MIN = WS-HOURS * 60 + WS-MINS.
003710     IF WS-START-MIN < 420
003720      MOVE 1 TO WS-FIRST-SLOT
003730     ELSE
003740      IF WS-START-MIN NOT < 1260
003750       MOVE 29 TO WS-FIRST-SLOT
003760      ELSE
003770       COMPUTE WS-FIRST-SLOT = (WS-START-MIN - 420) / 30 + 1
003780      END-IF
003790     END-IF.
003800     IF WS-END-MIN NOT > 420
003810      MOVE 0 TO WS-LAST-SLOT
003820     ELSE
003830      IF WS-END-MIN > 1260
003840       MOVE 28 TO WS-LAST-SLOT
003850      ELSE
003860       COMPUTE WS-LAST-SLOT = (WS-END-MIN - 421) / 30 + 1
003870      END-IF
003880     END-IF.
003890 4200-EXIT.
003900     EXIT.
003910
003920*--------------------------------------------------------------
003930*    4300-COUNT-SLOT -- booked cells across the week, and those
003940*    falling Monday to Saturday for the fill percentage
003950*--------------------------------------------------------------
003960 4300-COUNT-SLOT.
003970     ADD 1 TO WS-SLOT-IX.
003980     MOVE 0 TO WS-DAY-IX.
003990     PERFORM 4310-COUNT-CELL THRU 4310-EXIT 7 TIMES.
004000 4300-EXIT.
004010     EXIT.
004020
004030 4310-COUNT-CELL.
004040     ADD 1 TO WS-DAY-IX.
004050     IF WS-CELL(WS-SLOT-IX, WS-DAY-IX) NOT = SPACES
004060      ADD 1 TO WS-BOOKED-CELLS
004070      IF WS-DAY-IX < 7
004080       ADD 1 TO WS-WEEK-CELLS
004090      END-IF
004100     END-IF.
004110 4310-EXIT.
004120     EXIT.
004130
004140*--------------------------------------------------------------
004150*    4500-PRINT-SLOT -- one grid line: the half hour and what
004160*    holds the room on each day
004170*--------------------------------------------------------------
004180 4500-PRINT-SLOT.
004190     ADD 1 TO WS-SLOT-IX.
004200     COMPUTE WS-MINUTES = 420 + (WS-SLOT-IX - 1) * 30.
004210     DIVIDE WS-MINUTES BY 60 GIVING WS-HOURS REMAINDER WS-MINS.
004220     COMPUTE WS-SLOT-FROM = WS-HOURS * 100 + WS-MINS.
004230     ADD 30 TO WS-MINUTES.
004240     DIVIDE WS-MINUTES BY 60 GIVING WS-HOURS REMAINDER WS-MINS.
004250     COMPUTE WS-SLOT-TO = WS-HOURS * 100 + WS-MINS.
004260     MOVE SPACES TO REPORT-LINE.
004270     STRING WS-SLOT-FROM "-" WS-SLOT-TO
004280         " " WS-CELL(WS-SLOT-IX, 1) " " WS-CELL(WS-SLOT-IX, 2)
004290         " " WS-CELL(WS-SLOT-IX, 3) " " WS-CELL(WS-SLOT-IX, 4)
004300         " " WS-CELL(WS-SLOT-IX, 5) " " WS-CELL(WS-SLOT-IX, 6)
004310         " " WS-CELL(WS-SLOT-IX, 7)
004320         DELIMITED BY SIZE INTO REPORT-LINE.
004330     WRITE REPORT-LINE.
004340 4500-EXIT.
004350     EXIT.
004360
004370*--------------------------------------------------------------
004380*    4600-PRINT-SECTION -- one line per section in this room,
004390*    with its seats taken against its limit
004400*--------------------------------------------------------------
004410 4600-PRINT-SECTION.
004420     IF WS-SEC-ROOM(WS-SEC-IX) = RM-ROOM
004430      MOVE WS-SEC-ENROLLED(WS-SEC-IX) TO WS-ENROLLED-DISP
004440      MOVE WS-SEC-MAXSEATS(WS-SEC-IX) TO WS-MAXSEATS-DISP
004450      MOVE SPACES TO REPORT-LINE
004460      STRING "    " WS-SEC-COURSECODE(WS-SEC-IX)
004470          " " WS-SEC-CSECTION(WS-SEC-IX)
004480          " " WS-SEC-DAYS(WS-SEC-IX)
004490          " " WS-SEC-START(WS-SEC-IX)
004500          "-" WS-SEC-END(WS-SEC-IX)
004510          "  SEATS " WS-ENROLLED-DISP " OF " WS-MAXSEATS-DISP
004520          DELIMITED BY SIZE INTO REPORT-LINE
004530      IF WS-SEC-MAXSEATS(WS-SEC-IX) > RM-CAPACITY
004540       MOVE "** OVER ROOM CAPACITY" TO REPORT-LINE(62:21)
004550      END-IF
004560      WRITE REPORT-LINE
004570     END-IF.
004580     ADD 1 TO WS-SEC-IX.
004590 4600-EXIT.
004600     EXIT.
004610
004620*--------------------------------------------------------------
004630*    5000-NEW-PAGE -- each room opens on a fresh page with the
004640*    report heading, the room's particulars and the day heads
004650*--------------------------------------------------------------
004660 5000-NEW-PAGE.
004670     MOVE SPACES TO REPORT-LINE.
004680     STRING "ROOM UTILIZATION  TERM " WS-PICK-TERM
004690         DELIMITED BY SIZE INTO REPORT-LINE.
004700     IF WS-FIRST-PAGE = "Y"
004710      MOVE "N" TO WS-FIRST-PAGE
004720      WRITE REPORT-LINE
004730     ELSE
004740      WRITE REPORT-LINE BEFORE ADVANCING PAGE
004750     END-IF.
004760     MOVE RM-CAPACITY TO WS-CAPACITY-DISP.
004770     MOVE SPACES TO REPORT-LINE.
004780     STRING "ROOM: " RM-ROOM "  BUILDING: " RM-BUILDING
004790         "  TYPE: " RM-TYPE "  SEATS: " WS-CAPACITY-DISP
004800         DELIMITED BY SIZE INTO REPORT-LINE.
004810     WRITE REPORT-LINE.
004820     MOVE SPACES TO REPORT-LINE.
004830     WRITE REPORT-LINE.
004840     MOVE SPACES TO REPORT-LINE.
004850     STRING "TIME      MONDAY     TUESDAY    WEDNESDAY  "
004860         "THURSDAY   FRIDAY     SATURDAY   SUNDAY"
004870         DELIMITED BY SIZE INTO REPORT-LINE.
004880     WRITE REPORT-LINE.
004890 5000-EXIT.
004900     EXIT.
004910
004920*--------------------------------------------------------------
004930*    7000-UNKNOWN-ROOMS -- sections whose room is not on the
004940*    room master, on a page of their own after the rooms
004950*--------------------------------------------------------------
004960 7000-UNKNOWN-ROOMS.
004970     MOVE 1 TO WS-SEC-IX.
004980     PERFORM 7100-UNKNOWN-ROOM THRU 7100-EXIT
004990         UNTIL WS-SEC-IX > WS-SEC-COUNT.
005000 7000-EXIT.
005010     EXIT.
005020
005030 7100-UNKNOWN-ROOM.
005040     IF WS-SEC-ON-FILE(WS-SEC-IX) NOT = "Y"
005050      IF WS-UNKNOWN-COUNT = 0
005060       MOVE SPACES TO REPORT-LINE
005070       STRING "SECTIONS IN ROOMS NOT ON THE ROOM MASTER  TERM "
005080           WS-PICK-TERM
005090           DELIMITED BY SIZE INTO REPORT-LINE
005100       IF WS-FIRST-PAGE = "Y"
005110        MOVE "N" TO WS-FIRST-PAGE
005120        WRITE REPORT-LINE
005130       ELSE
005140        WRITE REPORT-LINE BEFORE ADVANCING PAGE
005150       END-IF
005160       MOVE SPACES TO REPORT-LINE
005170       WRITE REPORT-LINE
005180      END-IF
005190      ADD 1 TO WS-UNKNOWN-COUNT
005200      MOVE SPACES TO REPORT-LINE
005210      STRING "    " WS-SEC-COURSECODE(WS-SEC-IX)
005220          " " WS-SEC-CSECTION(WS-SEC-IX)
005230          "  ROOM " WS-SEC-ROOM(WS-SEC-IX)
005240          DELIMITED BY SIZE INTO REPORT-LINE
005250      WRITE REPORT-LINE
005260     END-IF.
005270     ADD 1 TO WS-SEC-IX.
005280 7100-EXIT.
005290     EXIT.
005300
005310*--------------------------------------------------------------
005320*    9000-TERMINATE -- close up and report the run totals, with
005330*    the fill of all rooms together
005340*--------------------------------------------------------------
005350 9000-TERMINATE.
005360     IF WS-ROOM-OPEN = "Y"
005370      CLOSE ROOM-MASTER
005380     END-IF.
005390     IF WS-COURSE-OPEN = "Y"
005400      CLOSE COURSE-MASTER
005410     END-IF.
005420     CLOSE REPORT-FILE.
005430     IF WS-ABORT-SWITCH = "N"
005440      DISPLAY "Rooms printed:           " WS-ROOM-COUNT
005450      IF WS-ROOM-COUNT > 0
005460       COMPUTE WS-FILL-PCT ROUNDED =
005470           WS-TOTAL-WEEK-CELLS * 100 / (WS-ROOM-COUNT * 168)
005480       MOVE WS-FILL-PCT TO WS-PCT-DISP
005490       DISPLAY "Overall fill (Mon-Sat):  " WS-PCT-DISP "%"
005500      END-IF
005510      DISPLAY "Double-booked slots:     " WS-CLASH-COUNT
005520      DISPLAY "Sections, unknown room:  " WS-UNKNOWN-COUNT
005530      IF WS-OVERFLOW-COUNT > 0
005540       MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISP
005550       DISPLAY "WARNING! Section table full; " WS-COUNT-DISP
005560           " sections left off the report."
005570      END-IF
005580     END-IF.
005590 9000-EXIT.
005600     EXIT.
