000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-08-21.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000290*    2026-09-01  JR    Convert SUBJMAST too: the incomplete
000300*                      mark went onto the subject record,
000310*                      blanked on conversion.
000320*    2026-10-15  JR    Convert FEETABLE too: the refund
000330*                      schedule went onto the fee table,
000340*                      zeroed (no refunds) until it is keyed
000350*                      again through SETFEES.
000360*--------------------------------------------------------------
000370*    One-time cutover job for masters written before the
000380*    meeting-schedule, degree-program, incomplete-mark and
000390*    refund-schedule fields existed.  Reads COURSMAST,
000400*    STUDMAST, SUBJMAST and FEETABLE on their old record
000410*    layouts and writes CRSNEW, STUNEW, SUBJNEW and FEENEW
000420*    on the current ones, with the new fields
000430*    left blank/zero for the office to key through the
000440*    interactive program.  The other files are untouched -
000450*    their layouts did not change.
000460*    After the counts are verified against the run log, put
000470*    each NEW file in place of its live master.  A master
000480*    already missing is skipped so a partial shop converts
000490*    what it has.
000500*--------------------------------------------------------------
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OLD-COURSE-MASTER ASSIGN TO "COURSMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS OC-KEY
000590         FILE STATUS IS WS-OLD-CRS-STATUS.
000600
000610     SELECT NEW-COURSE-MASTER ASSIGN TO "CRSNEW"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CM-KEY
000650         FILE STATUS IS WS-NEW-CRS-STATUS.
000660
000670     SELECT OLD-STUDENT-MASTER ASSIGN TO "STUDMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS OM-SNUM
000710         FILE STATUS IS WS-OLD-STU-STATUS.
000720
000730     SELECT NEW-STUDENT-MASTER ASSIGN TO "STUNEW"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS SM-SNUM
000770         FILE STATUS IS WS-NEW-STU-STATUS.
000780
000790     SELECT OLD-SUBJECT-MASTER ASSIGN TO "SUBJMAST"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS OS-KEY
000830         FILE STATUS IS WS-OLD-SUBJ-STATUS.
000840
000850     SELECT NEW-SUBJECT-MASTER ASSIGN TO "SUBJNEW"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS SB-KEY
000890         FILE STATUS IS WS-NEW-SUBJ-STATUS.
000900
000910     SELECT OLD-FEE-TABLE ASSIGN TO "FEETABLE"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS OF-TERM
000950         FILE STATUS IS WS-OLD-FEE-STATUS.
000960
000970     SELECT NEW-FEE-TABLE ASSIGN TO "FEENEW"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS FT-TERM
001010         FILE STATUS IS WS-NEW-FEE-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050*    The course record layout as it was before the meeting-
001060*    schedule fields went in
001070     FD  OLD-COURSE-MASTER.
001080     01  OLD-COURSE-RECORD.
001090         05  OC-KEY.
001100             10  OC-COURSECODE    PIC X(10).
001110             10  OC-CSECTION     PIC X(05).
001120             10  OC-TERM          PIC X(05).
001130         05  OC-TITLE             PIC X(30).
001140         05  OC-UNITS             PIC 9(01)V9.
001150         05  OC-MAXSEATS          PIC 9(03).
001160         05  OC-ENROLLED          PIC 9(03).
001170         05  FILLER               PIC X(05).
001180
001190     FD  NEW-COURSE-MASTER.
001200         COPY "crsmast.cpy".
001210
001220*    The student record layout as it was before the degree-
001230*    program fields went in
001240     FD  OLD-STUDENT-MASTER.
001250     01  OLD-STUDENT-RECORD.
001260         05  OM-SNUM             PIC X(10).
001270         05  OM-SURNAME           PIC X(20).
001280         05  OM-FIRSTNAME         PIC X(30).
001290         05  OM-NUM-SUBJECTS      PIC 9(03) COMP.
001300         05  FILLER               PIC X(05).
001310
001320     FD  NEW-STUDENT-MASTER.
001330         COPY "stumast.cpy".
001340
001350*    The subject record layout as it was before the
001360*    incomplete mark went in
001370     FD  OLD-SUBJECT-MASTER.
001380     01  OLD-SUBJECT-RECORD.
001390         05  OS-KEY.
001400             10  OS-SNUM          PIC X(10).
001410             10  OS-COURSECODE    PIC X(10).
001420             10  OS-CSECTION     PIC X(05).
001430             10  OS-TERM          PIC X(05).
001440         05  OS-UNITS             PIC 9(01)V9.
001450         05  OS-GRADE             PIC 9(01)V99.
001460         05  OS-STATUS            PIC X(01).
001470         05  FILLER               PIC X(05).
001480
001490     FD  NEW-SUBJECT-MASTER.
001500         COPY "submast.cpy".
001510
001520*    The fee-table layout as it was before the refund
001530*    schedule went in
001540     FD  OLD-FEE-TABLE.
001550     01  OLD-FEE-RECORD.
001560         05  OF-TERM              PIC X(05).
001570         05  OF-UNIT-RATE         PIC 9(05)V99.
001580         05  OF-FIXED-FEES        PIC 9(05)V99.
001590         05  FILLER               PIC X(05).
001600
001610     FD  NEW-FEE-TABLE.
001620         COPY "feetbl.cpy".
001630
001640 WORKING-STORAGE SECTION.
001650     77  WS-OLD-CRS-STATUS         PIC X(02).
001660     77  WS-NEW-CRS-STATUS         PIC X(02).
001670     77  WS-OLD-STU-STATUS         PIC X(02).
001680     77  WS-NEW-STU-STATUS         PIC X(02).
001690     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
001700     77  WS-EOF-SWITCH             PIC X(01).
001710     77  WS-CRS-IN                 PIC 9(07) VALUE 0.
001720     77  WS-CRS-OUT                PIC 9(07) VALUE 0.
001730     77  WS-STU-IN                 PIC 9(07) VALUE 0.
001740     77  WS-STU-OUT                PIC 9(07) VALUE 0.
001750     77  WS-OLD-SUBJ-STATUS        PIC X(02).
001760     77  WS-NEW-SUBJ-STATUS        PIC X(02).
001770     77  WS-SUBJ-IN                PIC 9(07) VALUE 0.
001780     77  WS-SUBJ-OUT               PIC 9(07) VALUE 0.
001790     77  WS-OLD-FEE-STATUS         PIC X(02).
001800     77  WS-NEW-FEE-STATUS         PIC X(02).
001810     77  WS-FEE-IN                 PIC 9(07) VALUE 0.
001820     77  WS-FEE-OUT                PIC 9(07) VALUE 0.
001830
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     PERFORM 2000-CONVERT-STUDENTS THRU 2000-EXIT.
001870     PERFORM 3000-CONVERT-COURSES THRU 3000-EXIT.
001880     PERFORM 4000-CONVERT-SUBJECTS THRU 4000-EXIT.
001890     PERFORM 5000-CONVERT-FEES THRU 5000-EXIT.
001900     IF WS-ABORT-SWITCH = "N"
001910      PERFORM 9000-WRAP-UP THRU 9000-EXIT
001920     END-IF.
001930     STOP RUN.
001940
001950*--------------------------------------------------------------
001960*    2000-CONVERT-STUDENTS -- old student records out, new
001970*    records in, with the program and year level blanked for
001980*    later keying through EDITSTUDENT
001990*--------------------------------------------------------------
002000 2000-CONVERT-STUDENTS.
002010     OPEN INPUT OLD-STUDENT-MASTER.
002020     IF WS-OLD-STU-STATUS NOT = "00"
002030      DISPLAY "STUDMAST  missing or unreadable, skipped."
002040      GO TO 2000-EXIT
002050     END-IF.
002060     OPEN OUTPUT NEW-STUDENT-MASTER.
002070     IF WS-NEW-STU-STATUS NOT = "00"
002080      DISPLAY "ERROR! Could not create STUNEW, status "
002090          WS-NEW-STU-STATUS
002100      MOVE "Y" TO WS-ABORT-SWITCH
002110      CLOSE OLD-STUDENT-MASTER
002120      GO TO 2000-EXIT
002130     END-IF.
002140     MOVE LOW-VALUES TO OM-SNUM.
002150     START OLD-STUDENT-MASTER KEY IS NOT LESS THAN OM-SNUM
002160      INVALID KEY
002170       CONTINUE
002180     END-START.
002190     MOVE "N" TO WS-EOF-SWITCH.
002200     PERFORM 2100-CONVERT-STUDENTS-LOOP THRU 2100-EXIT
002210         UNTIL WS-EOF-SWITCH = "Y".
002220     CLOSE OLD-STUDENT-MASTER NEW-STUDENT-MASTER.
002230     DISPLAY "Students read:        " WS-STU-IN.
002240     DISPLAY "Students written:     " WS-STU-OUT.
002250 2000-EXIT.
002260     EXIT.
002270
002280 2100-CONVERT-STUDENTS-LOOP.
002290     READ OLD-STUDENT-MASTER NEXT RECORD
002300      AT END
002310       MOVE "Y" TO WS-EOF-SWITCH
002320      NOT AT END
002330       ADD 1 TO WS-STU-IN
002340       MOVE SPACES TO STUDENT-MASTER-RECORD
002350       MOVE OM-SNUM         TO SM-SNUM
002360       MOVE OM-SURNAME      TO SM-SURNAME
002370       MOVE OM-FIRSTNAME    TO SM-FIRSTNAME
002380       MOVE OM-NUM-SUBJECTS TO SM-NUM-SUBJECTS
002390       MOVE SPACES          TO SM-PROGRAM
002400       MOVE 0               TO SM-YEARLEVEL
002410       MOVE SPACES          TO SM-STANDING
002420       MOVE 0               TO SM-UNIT-CAP
002430       WRITE STUDENT-MASTER-RECORD
002440        INVALID KEY
002450         DISPLAY "ERROR! Duplicate student dropped: " OM-SNUM
002460        NOT INVALID KEY
002470         ADD 1 TO WS-STU-OUT
002480       END-WRITE
002490     END-READ.
002500 2100-EXIT.
002510     EXIT.
002520
002530*--------------------------------------------------------------
002540*    3000-CONVERT-COURSES -- old offerings out, new offerings
002550*    in, with the schedule fields blanked for later keying
002560*--------------------------------------------------------------
002570 3000-CONVERT-COURSES.
002580     OPEN INPUT OLD-COURSE-MASTER.
002590     IF WS-OLD-CRS-STATUS NOT = "00"
002600      DISPLAY "COURSMAST missing or unreadable, skipped."
002610      GO TO 3000-EXIT
002620     END-IF.
002630     OPEN OUTPUT NEW-COURSE-MASTER.
002640     IF WS-NEW-CRS-STATUS NOT = "00"
002650      DISPLAY "ERROR! Could not create CRSNEW, status "
002660          WS-NEW-CRS-STATUS
002670      MOVE "Y" TO WS-ABORT-SWITCH
002680      CLOSE OLD-COURSE-MASTER
002690      GO TO 3000-EXIT
002700     END-IF.
002710     MOVE LOW-VALUES TO OC-KEY.
002720     START OLD-COURSE-MASTER KEY IS NOT LESS THAN OC-KEY
002730      INVALID KEY
002740       CONTINUE
002750     END-START.
002760     MOVE "N" TO WS-EOF-SWITCH.
002770     PERFORM 3100-CONVERT-COURSES-LOOP THRU 3100-EXIT
002780         UNTIL WS-EOF-SWITCH = "Y".
002790     CLOSE OLD-COURSE-MASTER NEW-COURSE-MASTER.
002800     DISPLAY "Offerings read:       " WS-CRS-IN.
002810     DISPLAY "Offerings written:    " WS-CRS-OUT.
002820 3000-EXIT.
002830     EXIT.
002840
002850 3100-CONVERT-COURSES-LOOP.
002860     READ OLD-COURSE-MASTER NEXT RECORD
002870      AT END
002880       MOVE "Y" TO WS-EOF-SWITCH
002890      NOT AT END
002900       ADD 1 TO WS-CRS-IN
002910       MOVE SPACES TO COURSE-MASTER-RECORD
002920       MOVE OC-COURSECODE    TO CM-COURSECODE
002930       MOVE OC-CSECTION      TO CM-CSECTION
002940       MOVE OC-TERM          TO CM-TERM
002950       MOVE OC-TITLE         TO CM-TITLE
002960       MOVE OC-UNITS         TO CM-UNITS
002970       MOVE OC-MAXSEATS      TO CM-MAXSEATS
002980       MOVE OC-ENROLLED      TO CM-ENROLLED
002990       MOVE SPACES           TO CM-DAYS
003000       MOVE 0                TO CM-START-TIME
003010       MOVE 0                TO CM-END-TIME
003020       MOVE SPACES           TO CM-ROOM
003030       WRITE COURSE-MASTER-RECORD
003040        INVALID KEY
003050         DISPLAY "ERROR! Duplicate offering dropped: "
003060             OC-COURSECODE " " OC-CSECTION
003070        NOT INVALID KEY
003080         ADD 1 TO WS-CRS-OUT
003090       END-WRITE
003100     END-READ.
003110 3100-EXIT.
003120     EXIT.
003130
003140*--------------------------------------------------------------
003150*    4000-CONVERT-SUBJECTS -- old subject rows out, new rows
003160*    in, with the incomplete mark blanked
003170*--------------------------------------------------------------
003180 4000-CONVERT-SUBJECTS.
003190     OPEN INPUT OLD-SUBJECT-MASTER.
003200     IF WS-OLD-SUBJ-STATUS NOT = "00"
003210      DISPLAY "SUBJMAST  missing or unreadable, skipped."
003220      GO TO 4000-EXIT
003230     END-IF.
003240     OPEN OUTPUT NEW-SUBJECT-MASTER.
003250     IF WS-NEW-SUBJ-STATUS NOT = "00"
003260      DISPLAY "ERROR! Could not create SUBJNEW, status "
003270          WS-NEW-SUBJ-STATUS
003280      MOVE "Y" TO WS-ABORT-SWITCH
003290      CLOSE OLD-SUBJECT-MASTER
003300      GO TO 4000-EXIT
003310     END-IF.
003320     MOVE LOW-VALUES TO OS-KEY.
003330     START OLD-SUBJECT-MASTER KEY IS NOT LESS THAN OS-KEY
003340      INVALID KEY
003350       CONTINUE
003360     END-START.
003370     MOVE "N" TO WS-EOF-SWITCH.
003380     PERFORM 4100-CONVERT-SUBJECTS-LOOP THRU 4100-EXIT
003390         UNTIL WS-EOF-SWITCH = "Y".
003400     CLOSE OLD-SUBJECT-MASTER NEW-SUBJECT-MASTER.
003410     DISPLAY "Subject rows read:    " WS-SUBJ-IN.
003420     DISPLAY "Subject rows written: " WS-SUBJ-OUT.
003430 4000-EXIT.
003440     EXIT.
003450
003460 4100-CONVERT-SUBJECTS-LOOP.
003470     READ OLD-SUBJECT-MASTER NEXT RECORD
003480      AT END
003490       MOVE "Y" TO WS-EOF-SWITCH
003500      NOT AT END
003510       ADD 1 TO WS-SUBJ-IN
003520       MOVE SPACES TO SUBJECT-MASTER-RECORD
003530       MOVE OS-SNUM       TO SB-SNUM
003540       MOVE OS-COURSECODE TO SB-COURSECODE
003550       MOVE OS-CSECTION   TO SB-CSECTION
003560       MOVE OS-TERM       TO SB-TERM
003570       MOVE OS-UNITS      TO SB-UNITS
003580       MOVE OS-GRADE      TO SB-GRADE
003590       MOVE OS-STATUS     TO SB-STATUS
003600       MOVE SPACE         TO SB-INC
003610       WRITE SUBJECT-MASTER-RECORD
003620        INVALID KEY
003630         DISPLAY "ERROR! Duplicate subject row dropped: "
003640             OS-SNUM " " OS-COURSECODE
003650        NOT INVALID KEY
003660         ADD 1 TO WS-SUBJ-OUT
003670       END-WRITE
003680     END-READ.
003690 4100-EXIT.
003700     EXIT.
003710
003720*--------------------------------------------------------------
003730*    5000-CONVERT-FEES -- old fee tables out, new tables in,
003740*    with an empty refund schedule
003750*--------------------------------------------------------------
003760 5000-CONVERT-FEES.
003770     OPEN INPUT OLD-FEE-TABLE.
003780     IF WS-OLD-FEE-STATUS NOT = "00"
003790      DISPLAY "FEETABLE  missing or unreadable, skipped."
003800      GO TO 5000-EXIT
003810     END-IF.
003820     OPEN OUTPUT NEW-FEE-TABLE.
003830     IF WS-NEW-FEE-STATUS NOT = "00"
003840      DISPLAY "ERROR! Could not create FEENEW, status "
003850          WS-NEW-FEE-STATUS
003860      MOVE "Y" TO WS-ABORT-SWITCH
003870      CLOSE OLD-FEE-TABLE
003880      GO TO 5000-EXIT
003890     END-IF.
003900     MOVE LOW-VALUES TO OF-TERM.
003910     START OLD-FEE-TABLE KEY IS NOT LESS THAN OF-TERM
003920      INVALID KEY
003930       CONTINUE
003940     END-START.
003950     MOVE "N" TO WS-EOF-SWITCH.
003960     PERFORM 5100-CONVERT-FEES-LOOP THRU 5100-EXIT
003970         UNTIL WS-EOF-SWITCH = "Y".
003980     CLOSE OLD-FEE-TABLE NEW-FEE-TABLE.
003990     DISPLAY "Fee tables read:      " WS-FEE-IN.
004000     DISPLAY "Fee tables written:   " WS-FEE-OUT.
004010 5000-EXIT.
004020     EXIT.
004030
004040 5100-CONVERT-FEES-LOOP.
004050     READ OLD-FEE-TABLE NEXT RECORD
004060      AT END
004070       MOVE "Y" TO WS-EOF-SWITCH
004080      NOT AT END
004090       ADD 1 TO WS-FEE-IN
004100       MOVE SPACES TO FEE-TABLE-RECORD
004110       MOVE OF-TERM        TO FT-TERM
004120       MOVE OF-UNIT-RATE   TO FT-UNIT-RATE
004130       MOVE OF-FIXED-FEES  TO FT-FIXED-FEES
004140       MOVE ZEROS          TO FT-REFUND-SCHEDULE
004150       WRITE FEE-TABLE-RECORD
004160        INVALID KEY
004170         DISPLAY "ERROR! Duplicate fee table dropped: " OF-TERM
004180        NOT INVALID KEY
004190         ADD 1 TO WS-FEE-OUT
004200       END-WRITE
004210     END-READ.
004220 5100-EXIT.
004230     EXIT.
004240
004250*--------------------------------------------------------------
004260*    9000-WRAP-UP -- tell the operator what comes next
004270*--------------------------------------------------------------
004280 9000-WRAP-UP.
004290     DISPLAY "Verify the counts above, then put CRSNEW, "
004300         "STUNEW, SUBJNEW and FEENEW in place of the live "
004310         "masters.".
004320 9000-EXIT.
004330     EXIT.
