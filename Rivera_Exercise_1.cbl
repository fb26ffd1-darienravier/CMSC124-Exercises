000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2025-01-15.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
001280*                      SECTBLD has built it; the prerequisite
001290*                      override also accepts a supervisor
001300*                      sign-on, as the class table documents.
001310*    2026-10-15  JR    ROOMMAST room master.  A new offering's
001320*                      room must be on file and the seat limit
001330*                      may not exceed the room's capacity; the
001340*                      offering is refused when its room or
001350*                      its instructor is already booked by
001360*                      another section this term on a common
001370*                      day at an overlapping time.  Room
001380*                      maintenance added to the menu.
001390*    2026-10-15  JR    Section change and cancellation.  A
001400*                      current-term section's schedule, room,
001410*                      instructor or seat limit can be changed,
001420*                      rechecked for double booking and against
001430*                      every enrollee's timetable; a section can
001440*                      be cancelled outright, removing all its
001450*                      subject rows and its waitlist and writing
001460*                      a notice list of the students affected to
001470*                      SECTNOTE.
001480*    2026-10-15  JR    Transfer credit: the XFERCRED file of
001490*                      courses credited from other schools,
001500*                      kept from the menu under a dean sign-on
001510*                      and audited.  A credited course now
001520*                      satisfies a prerequisite like a pass.
001530*    2026-10-15  JR    Grade submission deadline from TERMCTRL:
001540*                      after it a first grade on a row is taken
001550*                      only through the grade-change register
001560*                      with a reason code, and no new INC.
001570*    2026-10-15  JR    Refund schedule on the fee table, keyed
001580*                      with the rates.  A drop, withdrawal or
001590*                      section cancellation now takes the
001600*                      refundable share of the subject off
001610*                      SA-ASSESSED, audited and recorded on the
001620*                      new FEEADJ file; re-assessment keeps the
001630*                      share that was not refunded.
001640*    2026-10-15  JR    A refund never takes the assessment
001650*                      below what the load left prices at, so
001660*                      a subject never billed gives nothing
001670*                      back; cancelling a withdrawn row gives
001680*                      back only what it still owed, and a
001690*                      re-enrolled row is no longer billed
001700*                      twice on re-assessment.
001710*    2026-10-15  JR    A section cancellation that leaves a
001720*                      student on it, or finds more students
001730*                      than it can hold, keeps the offering
001740*                      for a rerun.
001750*    2026-10-15  JR    Each live row a section cancellation
001760*                      removes gives its seat back; an
001770*                      offering in use at another window is
001780*                      kept rather than silently surviving.
001790*--------------------------------------------------------------
001800
001810 ENVIRONMENT DIVISION.
001820 INPUT-OUTPUT SECTION.
001830 FILE-CONTROL.
001840     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
001850         ORGANIZATION IS INDEXED
001860         ACCESS MODE IS DYNAMIC
001870         RECORD KEY IS SM-SNUM
001880         SHARING WITH ALL OTHER
001890         LOCK MODE IS MANUAL
001900         FILE STATUS IS studentStatus.
001910
001920     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
001930         ORGANIZATION IS INDEXED
001940         ACCESS MODE IS DYNAMIC
001950         RECORD KEY IS SB-KEY
001960         SHARING WITH ALL OTHER
001970         LOCK MODE IS MANUAL
001980         FILE STATUS IS subjectStatus.
001990
002000     SELECT COURSE-MASTER ASSIGN TO "COURSMAST"
002010         ORGANIZATION IS INDEXED
002020         ACCESS MODE IS DYNAMIC
002030         RECORD KEY IS CM-KEY
002040         SHARING WITH ALL OTHER
002050         LOCK MODE IS MANUAL
002060         FILE STATUS IS courseStatus.
002070
002080     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
002090         ORGANIZATION IS LINE SEQUENTIAL
002100         SHARING WITH ALL OTHER
002110         FILE STATUS IS auditStatus.
002120
002130     SELECT TERM-CONTROL ASSIGN TO "TERMCTRL"
002140         ORGANIZATION IS LINE SEQUENTIAL
002150         FILE STATUS IS termStatus.
002160
002170     SELECT WAITLIST ASSIGN TO "WAITLIST"
002180         ORGANIZATION IS INDEXED
002190         ACCESS MODE IS DYNAMIC
002200         RECORD KEY IS WL-KEY
002210         SHARING WITH ALL OTHER
002220         LOCK MODE IS MANUAL
002230         FILE STATUS IS waitStatus.
002240
002250     SELECT PREREQ ASSIGN TO "PREREQ"
002260         ORGANIZATION IS INDEXED
002270         ACCESS MODE IS DYNAMIC
002280         RECORD KEY IS PQ-KEY
002290         SHARING WITH ALL OTHER
002300         LOCK MODE IS MANUAL
002310         FILE STATUS IS prereqStatus.
002320
002330     SELECT CURRICULUM ASSIGN TO "CURRMAST"
002340         ORGANIZATION IS INDEXED
002350         ACCESS MODE IS DYNAMIC
002360         RECORD KEY IS CU-KEY
002370         SHARING WITH ALL OTHER
002380         LOCK MODE IS MANUAL
002390         FILE STATUS IS curricStatus.
002400
002410     SELECT FEE-TABLE ASSIGN TO "FEETABLE"
002420         ORGANIZATION IS INDEXED
002430         ACCESS MODE IS DYNAMIC
002440         RECORD KEY IS FT-TERM
002450         SHARING WITH ALL OTHER
002460         LOCK MODE IS MANUAL
002470         FILE STATUS IS feeStatus.
002480
002490     SELECT STUDENT-ACCOUNT ASSIGN TO "STUACCT"
002500         ORGANIZATION IS INDEXED
002510         ACCESS MODE IS DYNAMIC
002520         RECORD KEY IS SA-KEY
002530         SHARING WITH ALL OTHER
002540         LOCK MODE IS MANUAL
002550         FILE STATUS IS acctStatus.
002560
002570     SELECT FACULTY-MASTER ASSIGN TO "FACMAST"
002580         ORGANIZATION IS INDEXED
002590         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS FM-FACNUM
002610         SHARING WITH ALL OTHER
002620         LOCK MODE IS MANUAL
002630         FILE STATUS IS facStatus.
002640
002650     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
002660         ORGANIZATION IS INDEXED
002670         ACCESS MODE IS DYNAMIC
002680         RECORD KEY IS HD-KEY
002690         SHARING WITH ALL OTHER
002700         LOCK MODE IS MANUAL
002710         FILE STATUS IS holdStatus.
002720
002730     SELECT COR-FILE ASSIGN TO "CORRPT"
002740         ORGANIZATION IS LINE SEQUENTIAL
002750         FILE STATUS IS corStatus.
002760
002770     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
002780         ORGANIZATION IS INDEXED
002790         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS OP-OPERID
002810         SHARING WITH ALL OTHER
002820         LOCK MODE IS MANUAL
002830         FILE STATUS IS operStatus.
002840
002850     SELECT SECTION-INDEX ASSIGN TO "SECTINDX"
002860         ORGANIZATION IS INDEXED
002870         ACCESS MODE IS DYNAMIC
002880         RECORD KEY IS SE-KEY
002890         SHARING WITH ALL OTHER
002900         LOCK MODE IS MANUAL
002910         FILE STATUS IS sectIdxStatus.
002920
002930     SELECT GRADE-CHANGE ASSIGN TO "GRADECHG"
002940         ORGANIZATION IS LINE SEQUENTIAL
002950         SHARING WITH ALL OTHER
002960         FILE STATUS IS gcStatus.
002970
002980     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
002990         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003010         RECORD KEY IS RM-ROOM
003020         SHARING WITH ALL OTHER
003030         LOCK MODE IS MANUAL
003040         FILE STATUS IS roomStatus.
003050
003060     SELECT TRANSFER-CREDIT ASSIGN TO "XFERCRED"
003070         ORGANIZATION IS INDEXED
003080         ACCESS MODE IS DYNAMIC
003090         RECORD KEY IS TX-KEY
003100         SHARING WITH ALL OTHER
003110         LOCK MODE IS MANUAL
003120         FILE STATUS IS xferStatus.
003130
003140     SELECT FEE-ADJUST ASSIGN TO "FEEADJ"
003150         ORGANIZATION IS INDEXED
003160         ACCESS MODE IS DYNAMIC
003170         RECORD KEY IS FA-KEY
003180         SHARING WITH ALL OTHER
003190         LOCK MODE IS MANUAL
003200         FILE STATUS IS adjStatus.
003210
003220     SELECT NOTICE-FILE ASSIGN TO "SECTNOTE"
003230         ORGANIZATION IS LINE SEQUENTIAL
003240         FILE STATUS IS noticeStatus.
003250
003260 DATA DIVISION.
003270 FILE SECTION.
003280     FD  STUDENT-MASTER.
003290         COPY "stumast.cpy".
003300
003310     FD  SUBJECT-MASTER.
003320         COPY "submast.cpy".
003330
003340     FD  COURSE-MASTER.
003350         COPY "crsmast.cpy".
003360
003370     FD  AUDIT-LOG.
003380         COPY "audrec.cpy".
003390
003400     FD  TERM-CONTROL.
003410         COPY "trmctl.cpy".
003420
003430     FD  WAITLIST.
003440         COPY "waitlst.cpy".
003450
003460     FD  PREREQ.
003470         COPY "prereq.cpy".
003480
003490     FD  CURRICULUM.
003500         COPY "curric.cpy".
003510
003520     FD  FEE-TABLE.
003530         COPY "feetbl.cpy".
003540
003550     FD  STUDENT-ACCOUNT.
003560         COPY "stuacct.cpy".
003570
003580     FD  FACULTY-MASTER.
003590         COPY "facmast.cpy".
003600
003610     FD  HOLD-FILE.
003620         COPY "holds.cpy".
003630
003640     FD  OPERATOR-MASTER.
003650         COPY "opermast.cpy".
003660
003670     FD  SECTION-INDEX.
003680         COPY "sectidx.cpy".
003690
003700     FD  GRADE-CHANGE.
003710         COPY "gradechg.cpy".
003720
003730     FD  ROOM-MASTER.
003740         COPY "roommast.cpy".
003750
003760     FD  TRANSFER-CREDIT.
003770         COPY "xfercrd.cpy".
003780
003790     FD  FEE-ADJUST.
003800         COPY "feeadj.cpy".
003810
003820     FD  COR-FILE.
003830     01  COR-LINE                  PIC X(80).
003840
003850     FD  NOTICE-FILE.
003860     01  NOTICE-LINE               PIC X(80).
003870
003880 WORKING-STORAGE SECTION.
003890     77 EXITED PIC 9 VALUE 0.
003900     77 CHOICE PIC 9(02).
003910     77 FOUNDSTUDENT PIC 9 VALUE 0.
003920*     Additional Variables
003930     77 sNumSearch PIC X(10).
003940     77 numOfStudents PIC 9(05) VALUE 0.
003950*     Switches and scratch fields used by the file-based
003960*     lookups/validation that replaced the old in-memory table
003970     77 validSwitch PIC X(01).
003980     77 eofSwitch PIC X(01).
003990     77 entrySnum PIC X(10).
004000     77 entryCoursecode PIC X(10).
004010     77 entryCsection PIC X(05).
004020     77 entryYear PIC X(04).
004030     77 entryDate PIC X(08).
004040     77 searchName PIC X(10).
004050     77 matchCount PIC 9(03) VALUE 0.
004060     77 entryLen PIC 9(02) VALUE 0.
004070     77 searchLen PIC 9(02) VALUE 0.
004080     77 oldFirstname PIC X(30).
004090     77 oldSurname PIC X(20).
004100     77 uniqueSnum PIC X(10).
004110     77 oldGrade PIC 9(01)V99.
004120     77 oldGradeRaw REDEFINES oldGrade PIC 9(03).
004130     77 unitsDisp PIC Z9.9.
004140     77 gradeDisp PIC Z9.99.
004150     77 oldGradeDisp PIC Z9.99.
004160*     The school year/term every enrollment and offering is
004170*     recorded against, loaded from TERMCTRL at start-up
004180     77 currentTerm PIC X(05).
004190*     Last day an outright drop is allowed, from TERMCTRL, and
004200*     the run date it is compared against
004210     77 dropDeadline PIC 9(08).
004220     77 todayDate PIC 9(08).
004230*     Last day first grades are taken without a reason code,
004240*     from TERMCTRL (zero when none is on the record), and the
004250*     switch set when today is past it
004260     77 gradeDeadline PIC 9(08).
004270     77 gradeLate PIC X(01).
004280*     Waitlist bookkeeping: walk switches kept separate from
004290*     eofSwitch because the waitlist is worked on from inside
004300*     other file walks
004310     77 waitSwitch PIC X(01).
004320     77 promoteSwitch PIC X(01).
004330     77 alreadyWaiting PIC X(01).
004340     77 answerYN PIC X(01).
004350     77 lastWaitSeq PIC 9(05) VALUE 0.
004360     77 waitSeqDisp PIC ZZZZ9.
004370     77 heldSnum PIC X(10).
004380     77 promoteCourse PIC X(10).
004390     77 promoteSection PIC X(05).
004400*     Sections freed while a student's enrollments are being
004410*     deleted, handed back only after that walk has finished
004420     77 freedCount PIC 9(03) VALUE 0.
004430     77 freedIx PIC 9(03).
004440     01 freedTable.
004450        05 freedRow OCCURS 200 TIMES.
004460           10 freedCourse  PIC X(10).
004470           10 freedSection PIC X(05).
004480           10 freedTerm    PIC X(05).
004490*     Prerequisite checking
004500     77 prereqOk PIC X(01).
004510     77 prereqEof PIC X(01).
004520     77 passFound PIC X(01).
004530     77 reqCoursecode PIC X(10).
004540     77 lastPrereqSeq PIC 9(02) VALUE 0.
004550     77 dupPrereq PIC X(01).
004560*     Schedule clash checking: the target section's meeting
004570*     slot is held here while the student's other sections are
004580*     read over the course-master record area
004590     77 schedOk PIC X(01).
004600     77 conflictFound PIC X(01).
004610     77 targetDays PIC X(07).
004620     77 targetStart PIC 9(04).
004630     77 targetEnd PIC 9(04).
004640     77 dayIx PIC 9(01).
004650     77 commonDay PIC X(01).
004660     77 conflictCourse PIC X(10).
004670     77 conflictSection PIC X(05).
004680     77 entryStart PIC X(04).
004690     77 entryEnd PIC X(04).
004700*     Grade-sheet entry: one section's enrollees are gathered
004710*     into this table, sorted by surname like the paper sheet,
004720*     and walked once for grade entry
004730     77 sheetCount PIC 9(03) VALUE 0.
004740     77 sheetIx PIC 9(03).
004750     77 sheetJx PIC 9(03).
004760     77 postedCount PIC 9(03).
004770     77 holdSnum PIC X(10).
004780     77 holdSurname PIC X(20).
004790     77 holdFirstname PIC X(30).
004800     77 gradeEntry PIC X(03).
004810     77 sheetDone PIC X(01).
004820     77 ixDisp PIC ZZ9.
004830     77 postedDisp PIC ZZ9.
004840     77 sheetCntDisp PIC ZZ9.
004850     01 sheetTable.
004860        05 sheetRow OCCURS 999 TIMES.
004870           10 sheetSnum      PIC X(10).
004880           10 sheetSurname   PIC X(20).
004890           10 sheetFirstname PIC X(30).
004900*     File status codes
004910     77 studentStatus PIC X(02).
004920     77 subjectStatus PIC X(02).
004930     77 courseStatus PIC X(02).
004940     77 auditStatus PIC X(02).
004950     77 termStatus PIC X(02).
004960     77 waitStatus PIC X(02).
004970     77 prereqStatus PIC X(02).
004980     77 curricStatus PIC X(02).
004990     77 feeStatus PIC X(02).
005000     77 acctStatus PIC X(02).
005010     77 corStatus PIC X(02).
005020     77 gcStatus PIC X(02).
005030     77 sectIdxStatus PIC X(02).
005040     77 operStatus PIC X(02).
005050*     The signed-on operator: who they are, their permission
005060*     class, and the shorthand switch for the maintenance
005070*     options the menu gates on it
005080     77 operId PIC X(08).
005090     77 operClass PIC X(01).
005100     77 maintOk PIC X(01) VALUE "N".
005110     77 operName PIC X(30).
005120     77 authOk PIC X(01).
005130     77 entryOperid PIC X(08).
005140     77 entryPassword PIC X(08).
005150     77 entryClass PIC X(01).
005160     77 signTries PIC 9(01).
005170     77 signedOn PIC X(01).
005180*     Grade changes against posted grades carry a reason code
005190*     onto the GRADECHG register
005200     77 reasonCode PIC X(03).
005210     77 gradePosted PIC X(01).
005220     77 holdStatus PIC X(02).
005230     77 facStatus PIC X(02).
005240*     Faculty maintenance and section assignment
005250     77 entryFacnum PIC X(06).
005260     77 entryLoad PIC X(03).
005270     77 loadAmount PIC 9(02)V9.
005280     77 loadAmountRaw REDEFINES loadAmount PIC 9(03).
005290*     Registration holds and the probation unit cap
005300     77 holdFound PIC X(01).
005310     77 holdEof PIC X(01).
005320     77 entryHoldType PIC X(02).
005330     77 capOk PIC X(01).
005340     77 termUnits PIC 9(03)V9.
005350     77 capDisp PIC Z9.9.
005360*     Fee assessment and payment posting.  Keyed amounts come
005370*     in as raw digit strings with centavos, the way grades
005380*     come in as raw digits, through the REDEFINES
005390     77 assessAmount PIC 9(07)V99.
005400     77 oldAmount PIC 9(07)V99.
005410     77 payAmount PIC 9(05)V99.
005420     77 payAmountRaw REDEFINES payAmount PIC 9(07).
005430     77 entryAmount PIC X(07).
005440     77 rateEntry PIC X(07).
005450     77 rateAmount PIC 9(05)V99.
005460     77 rateAmountRaw REDEFINES rateAmount PIC 9(07).
005470     77 fixedAmount PIC 9(05)V99.
005480     77 fixedAmountRaw REDEFINES fixedAmount PIC 9(07).
005490     77 balanceAmt PIC S9(07)V99.
005500     77 amountDisp PIC ZZZZZZ9.99.
005510     77 amountDisp2 PIC ZZZZZZ9.99.
005520     77 balanceDisp PIC ------9.99.
005530     77 corUnits PIC 9(03)V9.
005540     77 corUnitsDisp PIC ZZ9.9.
005550     77 corCount PIC 9(02) VALUE 0.
005560     77 corIx PIC 9(02).
005570     01 corTable.
005580        05 corRow OCCURS 50 TIMES.
005590           10 corCourse   PIC X(10).
005600           10 corSection  PIC X(05).
005610           10 corRowUnits PIC 9(01)V9.
005620           10 corTitle    PIC X(30).
005630*     Refunds when a subject leaves the load: the schedule as
005640*     keyed in SETFEES, the subject being refunded (saved off
005650*     the subject record before it is deleted), and the share
005660*     of the tuition kept owing on earlier drops, which a
005670*     re-assessment adds back
005680     77 adjStatus PIC X(02).
005690     77 adjSnum PIC X(10).
005700     77 adjCourse PIC X(10).
005710     77 adjSection PIC X(05).
005720     77 adjUnits PIC 9(01)V9.
005730     77 adjReason PIC X(01).
005740     77 adjCharge PIC 9(07)V99.
005750     77 adjRefund PIC 9(07)V99.
005760     77 adjShare PIC 9(07)V99.
005770     77 adjOwing PIC S9(07)V99.
005780     77 adjPrior PIC S9(07)V99.
005790     77 adjWithdrawn PIC X(01).
005800     77 retainedNet PIC S9(08)V99.
005810     77 liveFound PIC X(01).
005820     77 liveIx PIC 9(02).
005830*     The records REFUNDFIGURE reads over, put back after it
005840     77 adjSaveStudent PIC X(100).
005850     77 adjSaveSubject PIC X(100).
005860     77 adjSaveCourse PIC X(100).
005870     77 refundPct PIC 9(03).
005880     77 refundPctEntry PIC X(03).
005890     77 refundIx PIC 9(01).
005900     77 refundFound PIC X(01).
005910     77 refundDone PIC X(01).
005920     77 pctDisp PIC ZZ9.
005930     77 retainedAmt PIC 9(07)V99 VALUE 0.
005940     77 adjEof PIC X(01).
005950     01 entrySchedule.
005960        05 entryStep OCCURS 4 TIMES.
005970           10 entryThru PIC 9(08).
005980           10 entryPct  PIC 9(03).
005990*     Degree program entry and curriculum maintenance
006000     77 entryProgram PIC X(08).
006010     77 entryYearlevel PIC X(01).
006020     77 oldProgram PIC X(08).
006030     77 oldYearlevel PIC 9(01).
006040     77 entryPlanTerm PIC X(05).
006050     77 lastCurricSeq PIC 9(03) VALUE 0.
006060     77 dupCurric PIC X(01).
006070     77 curricEof PIC X(01).
006080*     Room master and the double-booking check.  The offering
006090*     being keyed is held whole in heldCourse while the term's
006100*     other sections are read over the course-master record
006110*     area; the bookXxx fields name the slot being checked
006120*     and the section it belongs to, which never clashes with
006130*     itself
006140     77 roomStatus PIC X(02).
006150     77 entryRoom PIC X(08).
006160     77 entryCapacity PIC X(03).
006170     77 entrySeats PIC X(03).
006180     77 roomCapacity PIC 9(03).
006190     77 capacityDisp PIC ZZ9.
006200     77 bookingOk PIC X(01).
006210     77 bookEof PIC X(01).
006220     77 bookCourse PIC X(10).
006230     77 bookSection PIC X(05).
006240     77 bookRoom PIC X(08).
006250     77 bookFacnum PIC X(06).
006260     01 heldCourse PIC X(92).
006270*     Section change and cancellation.  The section's values
006280*     before the change are kept for the audit lines; the
006290*     changed values are kept apart from the record area,
006300*     which the booking and timetable checks read other
006310*     sections over, until the section is re-read and
006320*     rewritten
006330     77 noticeStatus PIC X(02).
006340     77 oldDays PIC X(07).
006350     77 oldStart PIC 9(04).
006360     77 oldEnd PIC 9(04).
006370     77 oldRoom PIC X(08).
006380     77 oldFacnum PIC X(06).
006390     77 oldMaxseats PIC 9(03).
006400     77 newDays PIC X(07).
006410     77 newStart PIC 9(04).
006420     77 newEnd PIC 9(04).
006430     77 newRoom PIC X(08).
006440     77 newFacnum PIC X(06).
006450     77 newMaxseats PIC 9(03).
006460     77 sectAuditField PIC X(15).
006470     77 sectAuditOld PIC X(09).
006480     77 sectAuditNew PIC X(09).
006490     77 clashCount PIC 9(03).
006500     77 clashDisp PIC ZZ9.
006510     77 enrolledDisp PIC ZZ9.
006520     77 lastEnrolled PIC 9(03).
006530     77 promoteDone PIC X(01).
006540*     Every subject row of a section being cancelled, gathered
006550*     off the section index before any of them is removed
006560     77 cancelCount PIC 9(03) VALUE 0.
006570     77 cancelIx PIC 9(03).
006580     77 removedCount PIC 9(03).
006590     77 waitCleared PIC 9(03).
006600     77 noticeState PIC X(11).
006610*     A student left on the section, or more students than
006620*     the table holds, keeps the offering on file for a rerun
006630     77 dropFailed PIC 9(03).
006640     77 cancelOverflow PIC X(01).
006650*     The offering itself locked at another window
006660     77 offeringInUse PIC X(01).
006670     01 cancelTable.
006680        05 cancelRow OCCURS 999 TIMES.
006690           10 cancelSnum   PIC X(10).
006700           10 cancelStatus PIC X(01).
006710*     Transfer credit maintenance.  The course credited must
006720*     be one this school has offered under some term
006730     77 xferStatus PIC X(02).
006740     77 entryXferUnits PIC X(02).
006750     77 courseKnown PIC X(01).
006760
006770 PROCEDURE DIVISION.
006780     PERFORM OPENFILES.
006790     IF EXITED = 0
006800      PERFORM READTERM
006810     END-IF.
006820     IF EXITED = 0
006830      PERFORM SIGNON
006840     END-IF.
006850     PERFORM MAINMENU UNTIL EXITED = 1.
006860     PERFORM CLOSEFILES.
006870     STOP RUN.
006880
006890*     Open the master files, creating them on the very first run
006900*     Any open status other than clean or first-run-missing
006910*     (a damaged file, or a master still on the old record
006920*     layout, status 39) stops the program here: running the
006930*     menu against an unopened master would spin its read
006940*     loops forever
006950 OPENFILES.
006960     OPEN I-O STUDENT-MASTER.
006970     IF studentStatus = "35"
006980      OPEN OUTPUT STUDENT-MASTER
006990      CLOSE STUDENT-MASTER
007000      OPEN I-O STUDENT-MASTER
007010     END-IF.
007020     IF studentStatus NOT = "00"
007030      DISPLAY "ERROR! STUDMAST open failed, status "
007040          studentStatus
007050      MOVE 1 TO EXITED
007060     END-IF.
007070     OPEN I-O SUBJECT-MASTER.
007080     IF subjectStatus = "35"
007090      OPEN OUTPUT SUBJECT-MASTER
007100      CLOSE SUBJECT-MASTER
007110      OPEN I-O SUBJECT-MASTER
007120     END-IF.
007130     IF subjectStatus NOT = "00"
007140      DISPLAY "ERROR! SUBJMAST open failed, status "
007150          subjectStatus
007160      MOVE 1 TO EXITED
007170     END-IF.
007180     OPEN I-O COURSE-MASTER.
007190     IF courseStatus = "35"
007200      OPEN OUTPUT COURSE-MASTER
007210      CLOSE COURSE-MASTER
007220      OPEN I-O COURSE-MASTER
007230     END-IF.
007240     IF courseStatus NOT = "00"
007250      DISPLAY "ERROR! COURSMAST open failed, status "
007260          courseStatus
007270      MOVE 1 TO EXITED
007280     END-IF.
007290     OPEN I-O WAITLIST.
007300     IF waitStatus = "35"
007310      OPEN OUTPUT WAITLIST
007320      CLOSE WAITLIST
007330      OPEN I-O WAITLIST
007340     END-IF.
007350     IF waitStatus NOT = "00"
007360      DISPLAY "ERROR! WAITLIST open failed, status " waitStatus
007370      MOVE 1 TO EXITED
007380     END-IF.
007390     OPEN I-O PREREQ.
007400     IF prereqStatus = "35"
007410      OPEN OUTPUT PREREQ
007420      CLOSE PREREQ
007430      OPEN I-O PREREQ
007440     END-IF.
007450     IF prereqStatus NOT = "00"
007460      DISPLAY "ERROR! PREREQ open failed, status " prereqStatus
007470      MOVE 1 TO EXITED
007480     END-IF.
007490     OPEN I-O CURRICULUM.
007500     IF curricStatus = "35"
007510      OPEN OUTPUT CURRICULUM
007520      CLOSE CURRICULUM
007530      OPEN I-O CURRICULUM
007540     END-IF.
007550     IF curricStatus NOT = "00"
007560      DISPLAY "ERROR! CURRMAST open failed, status "
007570          curricStatus
007580      MOVE 1 TO EXITED
007590     END-IF.
007600     OPEN I-O FEE-TABLE.
007610     IF feeStatus = "35"
007620      OPEN OUTPUT FEE-TABLE
007630      CLOSE FEE-TABLE
007640      OPEN I-O FEE-TABLE
007650     END-IF.
007660     IF feeStatus NOT = "00"
007670      DISPLAY "ERROR! FEETABLE open failed, status " feeStatus
007680      MOVE 1 TO EXITED
007690     END-IF.
007700     OPEN I-O STUDENT-ACCOUNT.
007710     IF acctStatus = "35"
007720      OPEN OUTPUT STUDENT-ACCOUNT
007730      CLOSE STUDENT-ACCOUNT
007740      OPEN I-O STUDENT-ACCOUNT
007750     END-IF.
007760     IF acctStatus NOT = "00"
007770      DISPLAY "ERROR! STUACCT open failed, status " acctStatus
007780      MOVE 1 TO EXITED
007790     END-IF.
007800     OPEN I-O FACULTY-MASTER.
007810     IF facStatus = "35"
007820      OPEN OUTPUT FACULTY-MASTER
007830      CLOSE FACULTY-MASTER
007840      OPEN I-O FACULTY-MASTER
007850     END-IF.
007860     IF facStatus NOT = "00"
007870      DISPLAY "ERROR! FACMAST open failed, status " facStatus
007880      MOVE 1 TO EXITED
007890     END-IF.
007900     OPEN I-O HOLD-FILE.
007910     IF holdStatus = "35"
007920      OPEN OUTPUT HOLD-FILE
007930      CLOSE HOLD-FILE
007940      OPEN I-O HOLD-FILE
007950     END-IF.
007960     IF holdStatus NOT = "00"
007970      DISPLAY "ERROR! HOLDFILE open failed, status " holdStatus
007980      MOVE 1 TO EXITED
007990     END-IF.
008000     OPEN I-O ROOM-MASTER.
008010     IF roomStatus = "35"
008020      OPEN OUTPUT ROOM-MASTER
008030      CLOSE ROOM-MASTER
008040      OPEN I-O ROOM-MASTER
008050     END-IF.
008060     IF roomStatus NOT = "00"
008070      DISPLAY "ERROR! ROOMMAST open failed, status " roomStatus
008080      MOVE 1 TO EXITED
008090     END-IF.
008100     OPEN I-O TRANSFER-CREDIT.
008110     IF xferStatus = "35"
008120      OPEN OUTPUT TRANSFER-CREDIT
008130      CLOSE TRANSFER-CREDIT
008140      OPEN I-O TRANSFER-CREDIT
008150     END-IF.
008160     IF xferStatus NOT = "00"
008170      DISPLAY "ERROR! XFERCRED open failed, status " xferStatus
008180      MOVE 1 TO EXITED
008190     END-IF.
008200     OPEN I-O FEE-ADJUST.
008210     IF adjStatus = "35"
008220      OPEN OUTPUT FEE-ADJUST
008230      CLOSE FEE-ADJUST
008240      OPEN I-O FEE-ADJUST
008250     END-IF.
008260     IF adjStatus NOT = "00"
008270      DISPLAY "ERROR! FEEADJ open failed, status " adjStatus
008280      MOVE 1 TO EXITED
008290     END-IF.
008300     OPEN EXTEND AUDIT-LOG.
008310     IF auditStatus = "35"
008320      OPEN OUTPUT AUDIT-LOG
008330     END-IF.
008340     OPEN I-O OPERATOR-MASTER.
008350     IF operStatus = "35"
008360      OPEN OUTPUT OPERATOR-MASTER
008370      CLOSE OPERATOR-MASTER
008380      OPEN I-O OPERATOR-MASTER
008390     END-IF.
008400     IF operStatus NOT = "00"
008410      DISPLAY "ERROR! OPERMAST open failed, status " operStatus
008420      MOVE 1 TO EXITED
008430     END-IF.
008440     OPEN I-O SECTION-INDEX.
008450     IF sectIdxStatus = "35"
008460      OPEN OUTPUT SECTION-INDEX
008470      CLOSE SECTION-INDEX
008480      OPEN I-O SECTION-INDEX
008490*     A mirror created fresh while the subject master already
008500*     has rows is guaranteed to disagree with it, so the run
008510*     stops here the way an old-layout master does, and
008520*     SECTBLD builds the index before the windows open
008530      IF EXITED = 0 AND sectIdxStatus = "00"
008540       PERFORM CHECKNEWMIRROR
008550      END-IF
008560     END-IF.
008570     IF sectIdxStatus NOT = "00"
008580      DISPLAY "ERROR! SECTINDX open failed, status "
008590          sectIdxStatus
008600      MOVE 1 TO EXITED
008610     END-IF.
008620     OPEN EXTEND GRADE-CHANGE.
008630     IF gcStatus = "35"
008640      OPEN OUTPUT GRADE-CHANGE
008650     END-IF.
008660     IF EXITED = 1
008670      DISPLAY "A status of 39 after an upgrade means the file "
008680          "is on the old layout; run LAYTCONV first."
008690     END-IF.
008700
008710*     The section index was just created empty.  That is only
008720*     right on a brand-new installation; with subject rows
008730*     already on file the mirror must be built by SECTBLD
008740*     before anything reads it as the truth
008750 CHECKNEWMIRROR.
008760     MOVE LOW-VALUES TO SB-KEY.
008770     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
008780      INVALID KEY
008790       CONTINUE
008800     END-START.
008810     READ SUBJECT-MASTER NEXT RECORD
008820      AT END
008830       CONTINUE
008840      NOT AT END
008850       DISPLAY "ERROR! SECTINDX is new but SUBJMAST already "
008860           "has rows; run SECTBLD first."
008870       MOVE 1 TO EXITED
008880     END-READ.
008890
008900*     Load the current school year/term from TERMCTRL.  On a
008910*     brand-new installation there is no control record yet, so
008920*     the clerk is asked to name the opening term and the file
008930*     is created; after that only the rollover job changes it
008940 READTERM.
008950     OPEN INPUT TERM-CONTROL.
008960     IF termStatus = "00"
008970      READ TERM-CONTROL
008980       AT END
008990        CLOSE TERM-CONTROL
009000        PERFORM ASKTERM
009010       NOT AT END
009020        MOVE TC-CURRENT-TERM TO currentTerm
009030        MOVE TC-DROP-DEADLINE TO dropDeadline
009040        IF TC-GRADE-DEADLINE NUMERIC
009050         MOVE TC-GRADE-DEADLINE TO gradeDeadline
009060        ELSE
009070         MOVE 0 TO gradeDeadline
009080        END-IF
009090        CLOSE TERM-CONTROL
009100      END-READ
009110     ELSE
009120      PERFORM ASKTERM
009130     END-IF.
009140
009150 ASKTERM.
009160     DISPLAY "No current term on file.".
009170     MOVE SPACES TO TERM-CONTROL-RECORD.
009180     MOVE "N" TO validSwitch.
009190     PERFORM ASKTERM-YEAR UNTIL validSwitch = "Y".
009200     MOVE "N" TO validSwitch.
009210     PERFORM ASKTERM-SEM UNTIL validSwitch = "Y".
009220     MOVE "N" TO validSwitch.
009230     PERFORM ASKTERM-DATE UNTIL validSwitch = "Y".
009240     MOVE "N" TO validSwitch.
009250     PERFORM ASKTERM-INCDATE UNTIL validSwitch = "Y".
009260     MOVE "N" TO validSwitch.
009270     PERFORM ASKTERM-GRADEDATE UNTIL validSwitch = "Y".
009280     MOVE TC-DROP-DEADLINE TO dropDeadline.
009290     MOVE TC-GRADE-DEADLINE TO gradeDeadline.
009300     MOVE TC-CURRENT-TERM TO currentTerm.
009310     OPEN OUTPUT TERM-CONTROL.
009320     WRITE TERM-CONTROL-RECORD.
009330     CLOSE TERM-CONTROL.
009340
009350*     Every value keyed onto TERMCTRL is edited on the spot:
009360*     the control record steers the whole term, so garbage in
009370*     a year or deadline would surface months later.  Numerics
009380*     are taken into X fields first because an ACCEPT straight
009390*     into a 9 field stores whatever was typed
009400 ASKTERM-YEAR.
009410     DISPLAY "School Year (eg 2026): " WITH NO ADVANCING.
009420     ACCEPT entryYear.
009430     IF entryYear NOT NUMERIC
009440      DISPLAY "ERROR! School year must be 4 digits!"
009450     ELSE
009460      MOVE entryYear TO TC-TERM-YEAR
009470      MOVE "Y" TO validSwitch
009480     END-IF.
009490
009500 ASKTERM-SEM.
009510     DISPLAY "Term (1, 2 or S): " WITH NO ADVANCING.
009520     ACCEPT TC-TERM-SEM.
009530     IF TC-TERM-SEM = "1" OR TC-TERM-SEM = "2"
009540         OR TC-TERM-SEM = "S"
009550      MOVE "Y" TO validSwitch
009560     ELSE
009570      DISPLAY "ERROR! Term must be 1, 2 or S!"
009580     END-IF.
009590
009600 ASKTERM-DATE.
009610     DISPLAY "Drop deadline (YYYYMMDD): " WITH NO ADVANCING.
009620     ACCEPT entryDate.
009630     IF entryDate NOT NUMERIC
009640      DISPLAY "ERROR! Deadline must be YYYYMMDD digits!"
009650     ELSE
009660      MOVE entryDate TO TC-DROP-DEADLINE
009670      MOVE "Y" TO validSwitch
009680     END-IF.
009690
009700 ASKTERM-INCDATE.
009710     DISPLAY "Incomplete deadline (YYYYMMDD): "
009720         WITH NO ADVANCING.
009730     ACCEPT entryDate.
009740     IF entryDate NOT NUMERIC
009750      DISPLAY "ERROR! Deadline must be YYYYMMDD digits!"
009760     ELSE
009770      MOVE entryDate TO TC-INC-DEADLINE
009780      MOVE "Y" TO validSwitch
009790     END-IF.
009800
009810 ASKTERM-GRADEDATE.
009820     DISPLAY "Grade submission deadline (YYYYMMDD): "
009830         WITH NO ADVANCING.
009840     ACCEPT entryDate.
009850     IF entryDate NOT NUMERIC
009860      DISPLAY "ERROR! Deadline must be YYYYMMDD digits!"
009870     ELSE
009880      MOVE entryDate TO TC-GRADE-DEADLINE
009890      MOVE "Y" TO validSwitch
009900     END-IF.
009910
009920 CLOSEFILES.
009930     CLOSE STUDENT-MASTER SUBJECT-MASTER COURSE-MASTER PREREQ
009940         HOLD-FILE FACULTY-MASTER
009950         CURRICULUM FEE-TABLE STUDENT-ACCOUNT
009960         WAITLIST AUDIT-LOG GRADE-CHANGE SECTION-INDEX
009970         OPERATOR-MASTER ROOM-MASTER TRANSFER-CREDIT
009980         FEE-ADJUST.
009990
010000*     Tally how many students are on file right now.  Run once
010010*     per menu pass, so the count stays honest while other
010020*     registration windows are adding and deleting students
010030 COUNTSTUDENTS.
010040     MOVE 0 TO numOfStudents.
010050     MOVE LOW-VALUES TO SM-SNUM.
010060     START STUDENT-MASTER KEY IS NOT LESS THAN SM-SNUM
010070      INVALID KEY
010080       CONTINUE
010090     END-START.
010100     MOVE "N" TO eofSwitch.
010110     PERFORM COUNTSTUDENTS-LOOP UNTIL eofSwitch = "Y".
010120
010130 COUNTSTUDENTS-LOOP.
010140     READ STUDENT-MASTER NEXT RECORD
010150      AT END
010160       MOVE "Y" TO eofSwitch
010170      NOT AT END
010180       ADD 1 TO numOfStudents
010190     END-READ.
010200
010210 ADDSTUDENT.
010220     DISPLAY "You will add a student".
010230     PERFORM VALIDATESNUM.
010240     IF validSwitch = "Y"
010250*      The record area still holds whatever the duplicate
010260*      check last read over it, so it is cleared before the
010270*      new student's fields go in - otherwise a brand-new
010280*      student could inherit another's standing and unit cap
010290      MOVE SPACES TO STUDENT-MASTER-RECORD
010300      MOVE entrySnum TO SM-SNUM
010310      MOVE 0 TO SM-UNIT-CAP
010320      DISPLAY "First Name: " WITH NO ADVANCING
010330      ACCEPT SM-FIRSTNAME
010340      DISPLAY "Last Name: " WITH NO ADVANCING
010350      ACCEPT SM-SURNAME
010360      DISPLAY "Degree Program Code: " WITH NO ADVANCING
010370      ACCEPT SM-PROGRAM
010380      MOVE "N" TO validSwitch
010390      PERFORM ASKYEARLEVEL UNTIL validSwitch = "Y"
010400      MOVE 0 TO SM-NUM-SUBJECTS
010410      WRITE STUDENT-MASTER-RECORD
010420       INVALID KEY
010430        DISPLAY "ERROR! Could not save student record!"
010440       NOT INVALID KEY
010450        ADD 1 TO numOfStudents
010460        DISPLAY "Fname: " WITH NO ADVANCING
010470        DISPLAY SM-FIRSTNAME
010480        MOVE "ADD-STUDENT" TO AL-OPERATION
010490        MOVE SM-SNUM        TO AL-SNUM
010500        MOVE "SNUM"         TO AL-FIELD
010510        MOVE SPACES         TO AL-OLD-VALUE
010520        MOVE SM-SNUM        TO AL-NEW-VALUE
010530        PERFORM WRITEAUDIT
010540      END-WRITE
010550     ELSE
010560      DISPLAY "ERROR! Student was not added."
010570     END-IF.
010580
010590*     Student number must be present, numeric, and not already
010600*     on file before an ADD is allowed to commit
010610 VALIDATESNUM.
010620     MOVE "N" TO validSwitch.
010630     DISPLAY "Student Number: " WITH NO ADVANCING.
010640     ACCEPT entrySnum.
010650     IF entrySnum = SPACES
010660      DISPLAY "ERROR! Student number cannot be blank!"
010670     ELSE
010680      MOVE FUNCTION LENGTH(FUNCTION TRIM(entrySnum,
010690          TRAILING)) TO entryLen
010700      IF entrySnum(1:entryLen) NOT NUMERIC
010710       DISPLAY "ERROR! Student number must be numeric!"
010720      ELSE
010730       MOVE entrySnum TO SM-SNUM
010740       READ STUDENT-MASTER
010750        INVALID KEY
010760         MOVE "Y" TO validSwitch
010770        NOT INVALID KEY
010780         DISPLAY "ERROR! Student number already in use!"
010790       END-READ
010800      END-IF
010810     END-IF.
010820
010830*     The year level steers which curriculum checklist the
010840*     degree audit holds the student to, so it is edited on
010850*     the spot like the TERMCTRL values
010860 ASKYEARLEVEL.
010870     DISPLAY "Year Level (1-5): " WITH NO ADVANCING.
010880     ACCEPT entryYearlevel.
010890     IF entryYearlevel NOT NUMERIC
010900         OR entryYearlevel < "1" OR entryYearlevel > "5"
010910      DISPLAY "ERROR! Year level must be 1-5!"
010920     ELSE
010930      MOVE entryYearlevel TO SM-YEARLEVEL
010940      MOVE "Y" TO validSwitch
010950     END-IF.
010960
010970*     Edit Student's Data
010980 EDITSTUDENT.
010990     DISPLAY "You will edit".
011000     PERFORM SEARCHSTUDENT.
011010*      If Student is Found
011020     IF FOUNDSTUDENT = 1
011030      MOVE SM-FIRSTNAME TO oldFirstname
011040      MOVE SM-SURNAME   TO oldSurname
011050      MOVE SM-PROGRAM   TO oldProgram
011060      MOVE SM-YEARLEVEL TO oldYearlevel
011070      DISPLAY "First Name: " WITH NO ADVANCING
011080      ACCEPT SM-FIRSTNAME
011090      DISPLAY "Last Name: " WITH NO ADVANCING
011100      ACCEPT SM-SURNAME
011110      DISPLAY "Degree Program Code: " WITH NO ADVANCING
011120      ACCEPT SM-PROGRAM
011130      MOVE "N" TO validSwitch
011140      PERFORM ASKYEARLEVEL UNTIL validSwitch = "Y"
011150*       Test Display
011160      DISPLAY "Fname: " WITH NO ADVANCING
011170      DISPLAY SM-FIRSTNAME
011180      REWRITE STUDENT-MASTER-RECORD
011190       INVALID KEY
011200        DISPLAY "ERROR! Could not update student record!"
011210       NOT INVALID KEY
011220        MOVE "EDIT-STUDENT"   TO AL-OPERATION
011230        MOVE SM-SNUM          TO AL-SNUM
011240        IF SM-FIRSTNAME NOT = oldFirstname
011250         MOVE "FIRSTNAME"      TO AL-FIELD
011260         MOVE oldFirstname TO AL-OLD-VALUE
011270         MOVE SM-FIRSTNAME     TO AL-NEW-VALUE
011280         PERFORM WRITEAUDIT
011290        END-IF
011300        IF SM-SURNAME NOT = oldSurname
011310         MOVE "SURNAME"        TO AL-FIELD
011320         MOVE oldSurname   TO AL-OLD-VALUE
011330         MOVE SM-SURNAME       TO AL-NEW-VALUE
011340         PERFORM WRITEAUDIT
011350        END-IF
011360        IF SM-PROGRAM NOT = oldProgram
011370         MOVE "PROGRAM"        TO AL-FIELD
011380         MOVE oldProgram   TO AL-OLD-VALUE
011390         MOVE SM-PROGRAM       TO AL-NEW-VALUE
011400         PERFORM WRITEAUDIT
011410        END-IF
011420        IF SM-YEARLEVEL NOT = oldYearlevel
011430         MOVE "YEARLEVEL"      TO AL-FIELD
011440         MOVE oldYearlevel TO AL-OLD-VALUE
011450         MOVE SM-YEARLEVEL     TO AL-NEW-VALUE
011460         PERFORM WRITEAUDIT
011470        END-IF
011480      END-REWRITE
011490     ELSE
011500      DISPLAY "ERROR! Student not found!"
011510     END-IF.
011520
011530*     Delete Student
011540 DELETESTUDENT.
011550     DISPLAY "You will delete a student".
011560     PERFORM SEARCHSTUDENT.
011570*      If Student is Found
011580     IF FOUNDSTUDENT = 1
011590*      Deleting enrollments can pull waitlisted students into
011600*      the record areas, so the number being deleted is held
011610*      in working storage for the audit line
011620      MOVE SM-SNUM TO heldSnum
011630      DELETE STUDENT-MASTER RECORD
011640       INVALID KEY
011650        DISPLAY "ERROR! Could not delete student record!"
011660       NOT INVALID KEY
011670        SUBTRACT 1 FROM numOfStudents GIVING numOfStudents
011680        PERFORM DELETESUBJECTS
011690        PERFORM DELETEWAITS
011700        MOVE "DELETE-STUDENT" TO AL-OPERATION
011710        MOVE heldSnum          TO AL-SNUM
011720        MOVE "SNUM"            TO AL-FIELD
011730        MOVE heldSnum          TO AL-OLD-VALUE
011740        MOVE SPACES            TO AL-NEW-VALUE
011750        PERFORM WRITEAUDIT
011760      END-DELETE
011770     ELSE
011780      DISPLAY "ERROR! Student not found!"
011790     END-IF.
011800
011810*     Remove any subject enrollments that belonged to the
011820*     student being deleted so no orphan rows are left behind.
011830*     Caller has put the student number in heldSnum.  Seats
011840*     are NOT given back during the walk: promotion does keyed
011850*     reads on SUBJECT-MASTER that would move this walk's file
011860*     position and strand the student's remaining rows.  The
011870*     freed sections are collected and handed back afterwards
011880 DELETESUBJECTS.
011890     MOVE heldSnum TO SB-SNUM.
011900     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
011910     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
011920      INVALID KEY
011930       CONTINUE
011940     END-START.
011950     MOVE 0 TO freedCount.
011960     MOVE "N" TO eofSwitch.
011970     PERFORM DELETESUBJECTS-LOOP UNTIL eofSwitch = "Y".
011980     MOVE 1 TO freedIx.
011990     PERFORM FREESEAT-FREED UNTIL freedIx > freedCount.
012000
012010 DELETESUBJECTS-LOOP.
012020     READ SUBJECT-MASTER NEXT RECORD
012030      AT END
012040       MOVE "Y" TO eofSwitch
012050      NOT AT END
012060       IF SB-SNUM = heldSnum
012070        DELETE SUBJECT-MASTER RECORD
012080        PERFORM MIRRORDELETE
012090*       Withdrawn rows hold no seat - DROPWITHDRAW already
012100*       gave it back - so only live enrollments free one here
012110        IF SB-TERM = currentTerm AND SB-STATUS NOT = "W"
012120            AND freedCount < 200
012130         ADD 1 TO freedCount
012140         MOVE SB-COURSECODE TO freedCourse(freedCount)
012150         MOVE SB-CSECTION   TO freedSection(freedCount)
012160         MOVE SB-TERM       TO freedTerm(freedCount)
012170        END-IF
012180       ELSE
012190        MOVE "Y" TO eofSwitch
012200       END-IF
012210     END-READ.
012220
012230*     The walk is over, so FREESEAT and the promotions it
012240*     triggers are free to move the subject master around
012250 FREESEAT-FREED.
012260     MOVE freedCourse(freedIx)  TO SB-COURSECODE.
012270     MOVE freedSection(freedIx) TO SB-CSECTION.
012280     MOVE freedTerm(freedIx)    TO SB-TERM.
012290     PERFORM FREESEAT.
012300     ADD 1 TO freedIx.
012310
012320*     Keep the SECTINDX mirror in step with the subject row
012330*     just written or rewritten: the same row keyed section-
012340*     first, for the section-side readers.  The fall-through
012350*     REWRITE takes the re-enroll case, where the mirror row
012360*     already exists.  A mirror that still disagrees with the
012370*     master is rebuilt wholesale with SECTBLD
012380 MIRRORWRITE.
012390     MOVE SB-TERM       TO SE-TERM.
012400     MOVE SB-COURSECODE TO SE-COURSECODE.
012410     MOVE SB-CSECTION   TO SE-CSECTION.
012420     MOVE SB-SNUM       TO SE-SNUM.
012430     MOVE SB-STATUS     TO SE-STATUS.
012440     WRITE SECTION-INDEX-RECORD
012450      INVALID KEY
012460       REWRITE SECTION-INDEX-RECORD
012470        INVALID KEY
012480         DISPLAY "ERROR! Section index not updated; run "
012490             "SECTBLD."
012500       END-REWRITE
012510     END-WRITE.
012520
012530*     The subject row just deleted comes off the mirror too.
012540*     A mirror row already gone is no error - SECTBLD may
012550*     have rebuilt underneath us
012560 MIRRORDELETE.
012570     MOVE SB-TERM       TO SE-TERM.
012580     MOVE SB-COURSECODE TO SE-COURSECODE.
012590     MOVE SB-CSECTION   TO SE-CSECTION.
012600     MOVE SB-SNUM       TO SE-SNUM.
012610     DELETE SECTION-INDEX RECORD
012620      INVALID KEY
012630       CONTINUE
012640     END-DELETE.
012650
012660 ADDSUBJECT.
012670     DISPLAY "You will add a subject to a student".
012680     PERFORM SEARCHSTUDENT.
012690*      If Student is Found
012700     IF FOUNDSTUDENT = 1
012710*      Any hold on file stops the add cold, before the course
012720*      is even asked for
012730      PERFORM CHECKHOLDS
012740      IF holdFound = "N"
012750       PERFORM VALIDATECOURSE
012760      ELSE
012770       MOVE "N" TO validSwitch
012780      END-IF
012790*      The prerequisite gate runs before the seat check so a
012800*      student cannot hold a waitlist place in a course they
012810*      are not yet qualified to take
012820      IF validSwitch = "Y"
012830       PERFORM CHECKPREREQS
012840      END-IF
012850*      A schedule clash is caught before the seat check so the
012860*      student is not waitlisted into a section they cannot
012870*      actually attend
012880      IF validSwitch = "Y" AND prereqOk = "Y"
012890       PERFORM CHECKCONFLICT
012900      END-IF
012910*      A probation student may not enroll past the unit cap
012920*      the STANDING job set on their record
012930      IF validSwitch = "Y" AND prereqOk = "Y"
012940          AND schedOk = "Y"
012950       PERFORM CHECKUNITCAP
012960      END-IF
012970      IF validSwitch = "Y" AND prereqOk = "Y"
012980          AND schedOk = "Y" AND capOk = "Y"
012990       IF CM-ENROLLED NOT LESS THAN CM-MAXSEATS
013000        PERFORM OFFERWAITLIST
013010       ELSE
013020        MOVE SM-SNUM             TO SB-SNUM
013030        MOVE entryCoursecode TO SB-COURSECODE
013040        MOVE entryCsection   TO SB-CSECTION
013050        MOVE currentTerm         TO SB-TERM
013060        MOVE CM-UNITS            TO SB-UNITS
013070        MOVE 0                   TO SB-GRADE
013080        MOVE "E"                 TO SB-STATUS
013090        MOVE SPACE               TO SB-INC
013100        WRITE SUBJECT-MASTER-RECORD
013110         INVALID KEY
013120          PERFORM REENROLL
013130         NOT INVALID KEY
013140          ADD 1 TO SM-NUM-SUBJECTS
013150          REWRITE STUDENT-MASTER-RECORD
013160           INVALID KEY
013170            DISPLAY "ERROR! Could not update student record!"
013180           NOT INVALID KEY
013190            DISPLAY "Enrolled in: " WITH NO ADVANCING
013200            DISPLAY CM-TITLE
013210            ADD 1 TO CM-ENROLLED
013220            REWRITE COURSE-MASTER-RECORD
013230             INVALID KEY
013240              DISPLAY "ERROR! Could not update seat count!"
013250            END-REWRITE
013260            MOVE "ADD-SUBJECT" TO AL-OPERATION
013270            MOVE SM-SNUM        TO AL-SNUM
013280            MOVE "COURSECODE"   TO AL-FIELD
013290            MOVE SPACES         TO AL-OLD-VALUE
013300            MOVE SB-COURSECODE  TO AL-NEW-VALUE
013310            PERFORM WRITEAUDIT
013320            PERFORM MIRRORWRITE
013330          END-REWRITE
013340        END-WRITE
013350       END-IF
013360      END-IF
013370     ELSE
013380      DISPLAY "ERROR! Student not found!"
013390     END-IF.
013400
013410*     Course code and section must be non-blank and must match
013420*     an offering on the course master before ADDSUBJECT commits
013430 VALIDATECOURSE.
013440     MOVE "N" TO validSwitch.
013450     DISPLAY "Course Code: " WITH NO ADVANCING.
013460     ACCEPT entryCoursecode.
013470     IF entryCoursecode = SPACES
013480      DISPLAY "ERROR! Course code cannot be blank!"
013490     ELSE
013500      DISPLAY "Course Section: " WITH NO ADVANCING
013510      ACCEPT entryCsection
013520      IF entryCsection = SPACES
013530       DISPLAY "ERROR! Course section cannot be blank!"
013540      ELSE
013550       MOVE entryCoursecode TO CM-COURSECODE
013560       MOVE entryCsection   TO CM-CSECTION
013570       MOVE currentTerm         TO CM-TERM
013580       READ COURSE-MASTER WITH LOCK
013590        INVALID KEY
013600         DISPLAY "ERROR! Not offered this term!"
013610        NOT INVALID KEY
013620         MOVE "Y" TO validSwitch
013630       END-READ
013640       IF courseStatus = "51"
013650        DISPLAY "Record is in use at another window; try again."
013660       END-IF
013670      END-IF
013680     END-IF.
013690
013700*     ADDSUBJECT's WRITE bounced off an existing row for the
013710*     same course, section and term.  If that row is a
013720*     withdrawal the student is taken back in; otherwise it is
013730*     a live enrollment and the add is refused
013740 REENROLL.
013750     READ SUBJECT-MASTER WITH LOCK
013760      INVALID KEY
013770       DISPLAY "ERROR! Already enrolled in that section!"
013780      NOT INVALID KEY
013790       PERFORM REENROLL-ROW
013800     END-READ.
013810     IF subjectStatus = "51"
013820      DISPLAY "Record is in use at another window; try again."
013830     END-IF.
013840
013850 REENROLL-ROW.
013860     IF SB-STATUS = "W"
013870      MOVE "E"      TO SB-STATUS
013880      MOVE SPACE    TO SB-INC
013890      MOVE 0        TO SB-GRADE
013900      MOVE CM-UNITS TO SB-UNITS
013910      REWRITE SUBJECT-MASTER-RECORD
013920       INVALID KEY
013930        DISPLAY "ERROR! Could not update subject record!"
013940       NOT INVALID KEY
013950        ADD 1 TO CM-ENROLLED
013960        REWRITE COURSE-MASTER-RECORD
013970         INVALID KEY
013980          DISPLAY "ERROR! Could not update seat count!"
013990        END-REWRITE
014000        DISPLAY "Re-enrolled in: " WITH NO ADVANCING
014010        DISPLAY CM-TITLE
014020        MOVE "ADD-SUBJECT" TO AL-OPERATION
014030        MOVE SM-SNUM        TO AL-SNUM
014040        MOVE "STATUS"       TO AL-FIELD
014050        MOVE "W"            TO AL-OLD-VALUE
014060        MOVE "E"            TO AL-NEW-VALUE
014070        PERFORM WRITEAUDIT
014080        PERFORM MIRRORWRITE
014090      END-REWRITE
014100     ELSE
014110      DISPLAY "ERROR! Already enrolled in that section!"
014120     END-IF.
014130
014140*     Every prerequisite on file for the course being added
014150*     must show as passed (grade 1.00 to 3.00, not withdrawn)
014160*     somewhere in the student's own subject rows before the
014170*     add goes through.  A dean-approved exception may be keyed
014180*     through and leaves its own line on the audit trail
014190 CHECKPREREQS.
014200     MOVE "Y" TO prereqOk.
014210     MOVE entryCoursecode TO PQ-COURSECODE.
014220     MOVE 0 TO PQ-SEQ.
014230     START PREREQ KEY IS NOT LESS THAN PQ-KEY
014240      INVALID KEY
014250       CONTINUE
014260     END-START.
014270     MOVE "N" TO prereqEof.
014280     PERFORM CHECKPREREQS-LOOP UNTIL prereqEof = "Y".
014290     IF prereqOk = "N"
014300*     The override is accepted only under a dean-class (or
014310*     higher, ie supervisor) sign-on; any other operator must
014320*     send the student to the dean's window
014330      IF operClass NOT = "D" AND operClass NOT = "S"
014340       DISPLAY "ERROR! Only a dean sign-on may override; "
014350           "subject was not added."
014360      ELSE
014370       DISPLAY "Dean-approved override? (Y/N): "
014380           WITH NO ADVANCING
014390       ACCEPT answerYN
014400       IF answerYN = "Y" OR answerYN = "y"
014410        MOVE "Y" TO prereqOk
014420        MOVE "PREREQ-OVERRIDE" TO AL-OPERATION
014430        MOVE SM-SNUM            TO AL-SNUM
014440        MOVE "COURSECODE"       TO AL-FIELD
014450        MOVE SPACES             TO AL-OLD-VALUE
014460        MOVE entryCoursecode    TO AL-NEW-VALUE
014470        PERFORM WRITEAUDIT
014480       ELSE
014490        DISPLAY "ERROR! Subject was not added."
014500       END-IF
014510      END-IF
014520     END-IF.
014530
014540 CHECKPREREQS-LOOP.
014550     READ PREREQ NEXT RECORD
014560      AT END
014570       MOVE "Y" TO prereqEof
014580      NOT AT END
014590       IF PQ-COURSECODE = entryCoursecode
014600        PERFORM CHECKONEPREREQ
014610       ELSE
014620        MOVE "Y" TO prereqEof
014630       END-IF
014640     END-READ.
014650
014660*     Scan the student's own rows for a pass in the single
014670*     required course now in PQ-REQ-COURSECODE.  Transfer
014680*     credit for the course counts as a pass and spares the
014690*     scan
014700 CHECKONEPREREQ.
014710     MOVE "N" TO passFound.
014720     MOVE SM-SNUM           TO TX-SNUM.
014730     MOVE PQ-REQ-COURSECODE TO TX-COURSECODE.
014740     READ TRANSFER-CREDIT
014750      INVALID KEY
014760       CONTINUE
014770      NOT INVALID KEY
014780       MOVE "Y" TO passFound
014790     END-READ.
014800     IF passFound = "N"
014810      MOVE SM-SNUM TO SB-SNUM
014820      MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM
014830      START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
014840       INVALID KEY
014850        CONTINUE
014860      END-START
014870      MOVE "N" TO eofSwitch
014880      PERFORM CHECKONEPREREQ-LOOP UNTIL eofSwitch = "Y"
014890     END-IF.
014900     IF passFound = "N"
014910      MOVE "N" TO prereqOk
014920      DISPLAY "ERROR! Prerequisite not passed: "
014930          WITH NO ADVANCING
014940      DISPLAY PQ-REQ-COURSECODE
014950     END-IF.
014960
014970 CHECKONEPREREQ-LOOP.
014980     READ SUBJECT-MASTER NEXT RECORD
014990      AT END
015000       MOVE "Y" TO eofSwitch
015010      NOT AT END
015020       IF SB-SNUM NOT = SM-SNUM
015030        MOVE "Y" TO eofSwitch
015040       ELSE
015050        IF SB-COURSECODE = PQ-REQ-COURSECODE
015060            AND SB-STATUS NOT = "W"
015070            AND SB-GRADE NOT = 0
015080            AND SB-GRADE NOT GREATER THAN 3.00
015090         MOVE "Y" TO passFound
015100         MOVE "Y" TO eofSwitch
015110        END-IF
015120       END-IF
015130     END-READ.
015140
015150*     The section being added must not meet at the same time
015160*     as anything the student already holds this term.  The
015170*     target's slot is saved first: checking each held section
015180*     loads its course record over the COURSE-MASTER area, so
015190*     the target offering is re-read (with its lock) before
015200*     ADDSUBJECT goes on to use its seat counts.  A section
015210*     with no schedule keyed yet clashes with nothing
015220 CHECKCONFLICT.
015230     MOVE "Y" TO schedOk.
015240     MOVE "N" TO conflictFound.
015250     IF CM-DAYS NOT = SPACES AND CM-START-TIME NUMERIC
015260         AND CM-START-TIME NOT = 0
015270      MOVE CM-DAYS       TO targetDays
015280      MOVE CM-START-TIME TO targetStart
015290      MOVE CM-END-TIME   TO targetEnd
015300      MOVE SM-SNUM TO SB-SNUM
015310      MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM
015320      START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
015330       INVALID KEY
015340        CONTINUE
015350      END-START
015360      MOVE "N" TO eofSwitch
015370      PERFORM CHECKCONFLICT-LOOP UNTIL eofSwitch = "Y"
015380      MOVE entryCoursecode TO CM-COURSECODE
015390      MOVE entryCsection   TO CM-CSECTION
015400      MOVE currentTerm     TO CM-TERM
015410      READ COURSE-MASTER WITH LOCK
015420       INVALID KEY
015430        DISPLAY "ERROR! Not offered this term!"
015440        MOVE "N" TO schedOk
015450      END-READ
015460      IF courseStatus = "51"
015470       DISPLAY "Record is in use at another window; try again."
015480       MOVE "N" TO schedOk
015490      END-IF
015500      IF conflictFound = "Y" AND schedOk = "Y"
015510       PERFORM CONFLICT-ASK
015520      END-IF
015530     END-IF.
015540
015550 CHECKCONFLICT-LOOP.
015560     READ SUBJECT-MASTER NEXT RECORD
015570      AT END
015580       MOVE "Y" TO eofSwitch
015590      NOT AT END
015600       IF SB-SNUM NOT = SM-SNUM
015610        MOVE "Y" TO eofSwitch
015620       ELSE
015630        IF SB-TERM = currentTerm AND SB-STATUS NOT = "W"
015640         PERFORM CHECKONECONFLICT
015650        END-IF
015660       END-IF
015670     END-READ.
015680
015690*     One held section against the target: a clash needs a
015700*     common meeting day and overlapping times
015710 CHECKONECONFLICT.
015720     MOVE SB-COURSECODE TO CM-COURSECODE.
015730     MOVE SB-CSECTION   TO CM-CSECTION.
015740     MOVE SB-TERM       TO CM-TERM.
015750     READ COURSE-MASTER
015760      INVALID KEY
015770       CONTINUE
015780      NOT INVALID KEY
015790       IF CM-DAYS NOT = SPACES AND CM-START-TIME NUMERIC
015800           AND CM-START-TIME NOT = 0
015810           AND targetStart < CM-END-TIME
015820           AND targetEnd > CM-START-TIME
015830        PERFORM CHECKCOMMONDAY
015840        IF commonDay = "Y"
015850         MOVE "Y" TO conflictFound
015860         MOVE CM-COURSECODE TO conflictCourse
015870         MOVE CM-CSECTION   TO conflictSection
015880        END-IF
015890       END-IF
015900     END-READ.
015910
015920 CHECKCOMMONDAY.
015930     MOVE "N" TO commonDay.
015940     MOVE 1 TO dayIx.
015950     PERFORM CHECKCOMMONDAY-LOOP UNTIL dayIx > 7.
015960
015970 CHECKCOMMONDAY-LOOP.
015980     IF targetDays(dayIx:1) NOT = SPACE
015990         AND CM-DAYS(dayIx:1) NOT = SPACE
016000      MOVE "Y" TO commonDay
016010     END-IF.
016020     ADD 1 TO dayIx.
016030
016040*     The clerk is warned and must key the clash through; a
016050*     keyed-through clash leaves its own line on the audit
016060*     trail the way the dean's prerequisite override does
016070 CONFLICT-ASK.
016080     DISPLAY "WARNING! Time clash with " WITH NO ADVANCING.
016090     DISPLAY conflictCourse WITH NO ADVANCING.
016100     DISPLAY " " WITH NO ADVANCING.
016110     DISPLAY conflictSection.
016120     DISPLAY "Enroll despite the clash? (Y/N): "
016130         WITH NO ADVANCING.
016140     ACCEPT answerYN.
016150     IF answerYN = "Y" OR answerYN = "y"
016160      MOVE "SCHED-OVERRIDE" TO AL-OPERATION
016170      MOVE SM-SNUM         TO AL-SNUM
016180      MOVE "COURSECODE"    TO AL-FIELD
016190      MOVE conflictCourse  TO AL-OLD-VALUE
016200      MOVE entryCoursecode TO AL-NEW-VALUE
016210      PERFORM WRITEAUDIT
016220     ELSE
016230      MOVE "N" TO schedOk
016240      DISPLAY "ERROR! Subject was not added."
016250     END-IF.
016260
016270*     Every hold standing against the student is shown, so the
016280*     student knows which offices to see, and any one of them
016290*     blocks the add
016300 CHECKHOLDS.
016310     MOVE "N" TO holdFound.
016320     MOVE SM-SNUM TO HD-SNUM.
016330     MOVE LOW-VALUES TO HD-TYPE.
016340     START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
016350      INVALID KEY
016360       CONTINUE
016370     END-START.
016380     MOVE "N" TO holdEof.
016390     PERFORM CHECKHOLDS-LOOP UNTIL holdEof = "Y".
016400     IF holdFound = "Y"
016410      DISPLAY "ERROR! Registration hold(s) on file; subject "
016420          "was not added."
016430     END-IF.
016440
016450 CHECKHOLDS-LOOP.
016460     READ HOLD-FILE NEXT RECORD
016470      AT END
016480       MOVE "Y" TO holdEof
016490      NOT AT END
016500       IF HD-SNUM = SM-SNUM
016510        MOVE "Y" TO holdFound
016520        DISPLAY "HOLD " WITH NO ADVANCING
016530        DISPLAY HD-TYPE WITH NO ADVANCING
016540        DISPLAY ": " WITH NO ADVANCING
016550        DISPLAY HD-REASON
016560       ELSE
016570        MOVE "Y" TO holdEof
016580       END-IF
016590     END-READ.
016600
016610*     A probation student's live current-term units plus the
016620*     section being added must stay inside the cap STANDING
016630*     put on their record; a zero cap means no cap
016640 CHECKUNITCAP.
016650     MOVE "Y" TO capOk.
016660     IF SM-UNIT-CAP NOT = 0
016670      PERFORM COUNTTERMUNITS
016680      IF termUnits + CM-UNITS > SM-UNIT-CAP
016690       MOVE "N" TO capOk
016700       MOVE SM-UNIT-CAP TO capDisp
016710       DISPLAY "ERROR! Over the probation unit cap of "
016720           WITH NO ADVANCING
016730       DISPLAY capDisp WITH NO ADVANCING
016740       DISPLAY "; subject was not added."
016750      END-IF
016760     END-IF.
016770
016780 COUNTTERMUNITS.
016790     MOVE 0 TO termUnits.
016800     MOVE SM-SNUM TO SB-SNUM.
016810     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
016820     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
016830      INVALID KEY
016840       CONTINUE
016850     END-START.
016860     MOVE "N" TO eofSwitch.
016870     PERFORM COUNTTERMUNITS-LOOP UNTIL eofSwitch = "Y".
016880
016890 COUNTTERMUNITS-LOOP.
016900     READ SUBJECT-MASTER NEXT RECORD
016910      AT END
016920       MOVE "Y" TO eofSwitch
016930      NOT AT END
016940       IF SB-SNUM NOT = SM-SNUM
016950        MOVE "Y" TO eofSwitch
016960       ELSE
016970        IF SB-TERM = currentTerm AND SB-STATUS NOT = "W"
016980         ADD SB-UNITS TO termUnits
016990        END-IF
017000       END-IF
017010     END-READ.
017020
017030*     The section is full.  Before the waitlist is offered the
017040*     student's own enrollment row is checked: someone already
017050*     sitting in the section must not also stand in its queue.
017060*     A withdrawn row does not block - the waitlist is how a
017070*     withdrawn student gets back into a full section
017080 OFFERWAITLIST.
017090     DISPLAY "ERROR! That section is full!".
017100     MOVE SM-SNUM             TO SB-SNUM.
017110     MOVE entryCoursecode TO SB-COURSECODE.
017120     MOVE entryCsection   TO SB-CSECTION.
017130     MOVE currentTerm         TO SB-TERM.
017140     READ SUBJECT-MASTER
017150      INVALID KEY
017160       PERFORM OFFERWAITLIST-ASK
017170      NOT INVALID KEY
017180       IF SB-STATUS = "W"
017190        PERFORM OFFERWAITLIST-ASK
017200       ELSE
017210        DISPLAY "ERROR! Already enrolled in that section!"
017220       END-IF
017230     END-READ.
017240
017250 OFFERWAITLIST-ASK.
017260     DISPLAY "Add to the waitlist instead? (Y/N): "
017270         WITH NO ADVANCING.
017280     ACCEPT answerYN.
017290     IF answerYN = "Y" OR answerYN = "y"
017300      PERFORM ADDWAITLIST
017310     END-IF.
017320
017330*     The section the clerk asked for is full: queue the
017340*     student behind it, first come first served.  The scan
017350*     finds the end of the line and makes sure the student is
017360*     not already standing in it
017370 ADDWAITLIST.
017380     MOVE entryCoursecode TO WL-COURSECODE.
017390     MOVE entryCsection   TO WL-CSECTION.
017400     MOVE currentTerm     TO WL-TERM.
017410     MOVE 0               TO WL-SEQ.
017420     START WAITLIST KEY IS NOT LESS THAN WL-KEY
017430      INVALID KEY
017440       CONTINUE
017450     END-START.
017460     MOVE 0   TO lastWaitSeq.
017470     MOVE "N" TO alreadyWaiting.
017480     MOVE "N" TO waitSwitch.
017490     PERFORM ADDWAITLIST-SCAN UNTIL waitSwitch = "Y".
017500     IF alreadyWaiting = "Y"
017510      DISPLAY "ERROR! Already on the waitlist for that section!"
017520     ELSE
017530      MOVE SPACES          TO WAITLIST-RECORD
017540      MOVE entryCoursecode TO WL-COURSECODE
017550      MOVE entryCsection   TO WL-CSECTION
017560      MOVE currentTerm     TO WL-TERM
017570      ADD 1 TO lastWaitSeq GIVING WL-SEQ
017580      MOVE SM-SNUM         TO WL-SNUM
017590      WRITE WAITLIST-RECORD
017600       INVALID KEY
017610        DISPLAY "ERROR! Could not add to the waitlist!"
017620       NOT INVALID KEY
017630        MOVE WL-SEQ TO waitSeqDisp
017640        DISPLAY "Added to waitlist at position " WITH
017650            NO ADVANCING
017660        DISPLAY waitSeqDisp
017670        MOVE "WAITLIST-ADD" TO AL-OPERATION
017680        MOVE SM-SNUM         TO AL-SNUM
017690        MOVE "COURSECODE"    TO AL-FIELD
017700        MOVE SPACES          TO AL-OLD-VALUE
017710        MOVE WL-COURSECODE   TO AL-NEW-VALUE
017720        PERFORM WRITEAUDIT
017730      END-WRITE
017740     END-IF.
017750
017760 ADDWAITLIST-SCAN.
017770     READ WAITLIST NEXT RECORD
017780      AT END
017790       MOVE "Y" TO waitSwitch
017800      NOT AT END
017810       IF WL-COURSECODE = entryCoursecode
017820           AND WL-CSECTION = entryCsection
017830           AND WL-TERM = currentTerm
017840        MOVE WL-SEQ TO lastWaitSeq
017850        IF WL-SNUM = SM-SNUM
017860         MOVE "Y" TO alreadyWaiting
017870        END-IF
017880       ELSE
017890        MOVE "Y" TO waitSwitch
017900       END-IF
017910     END-READ.
017920
017930*     The enrollment held in the SUBJECT-MASTER record area has
017940*     just been removed.  Give its seat back on the course
017950*     master and pull in whoever has waited longest
017960 FREESEAT.
017970     MOVE SB-COURSECODE TO CM-COURSECODE.
017980     MOVE SB-CSECTION   TO CM-CSECTION.
017990     MOVE SB-TERM       TO CM-TERM.
018000     READ COURSE-MASTER WITH LOCK
018010      INVALID KEY
018020       CONTINUE
018030      NOT INVALID KEY
018040       IF CM-ENROLLED > 0
018050        SUBTRACT 1 FROM CM-ENROLLED
018060       END-IF
018070       REWRITE COURSE-MASTER-RECORD
018080        INVALID KEY
018090         DISPLAY "ERROR! Could not update seat count!"
018100       END-REWRITE
018110       PERFORM PROMOTEWAITLIST
018120     END-READ.
018130     IF courseStatus = "51"
018140      DISPLAY "ERROR! Seat not returned; section record is "
018150          "in use at another window."
018160     END-IF.
018170
018180*     A seat is open in the section now in the COURSE-MASTER
018190*     record area.  Enroll the longest-waiting student; entries
018200*     whose student has since left the rolls are discarded and
018210*     the next in line takes their place
018220 PROMOTEWAITLIST.
018230     MOVE CM-COURSECODE TO promoteCourse.
018240     MOVE CM-CSECTION   TO promoteSection.
018250     MOVE "N" TO promoteSwitch.
018260     PERFORM PROMOTEWAITLIST-NEXT UNTIL promoteSwitch = "Y".
018270
018280 PROMOTEWAITLIST-NEXT.
018290     MOVE promoteCourse  TO WL-COURSECODE.
018300     MOVE promoteSection TO WL-CSECTION.
018310     MOVE currentTerm    TO WL-TERM.
018320     MOVE 0              TO WL-SEQ.
018330     START WAITLIST KEY IS NOT LESS THAN WL-KEY
018340      INVALID KEY
018350       CONTINUE
018360     END-START.
018370     READ WAITLIST NEXT RECORD
018380      AT END
018390       MOVE "Y" TO promoteSwitch
018400      NOT AT END
018410       IF WL-COURSECODE = promoteCourse
018420           AND WL-CSECTION = promoteSection
018430           AND WL-TERM = currentTerm
018440        PERFORM PROMOTEONE
018450       ELSE
018460        MOVE "Y" TO promoteSwitch
018470       END-IF
018480     END-READ.
018490
018500 PROMOTEONE.
018510     MOVE WL-SNUM TO SM-SNUM.
018520     READ STUDENT-MASTER WITH LOCK
018530      INVALID KEY
018540       DELETE WAITLIST RECORD
018550        INVALID KEY
018560         CONTINUE
018570       END-DELETE
018580      NOT INVALID KEY
018590       MOVE SM-SNUM        TO SB-SNUM
018600       MOVE promoteCourse  TO SB-COURSECODE
018610       MOVE promoteSection TO SB-CSECTION
018620       MOVE currentTerm    TO SB-TERM
018630       MOVE CM-UNITS       TO SB-UNITS
018640       MOVE 0              TO SB-GRADE
018650       MOVE "E"            TO SB-STATUS
018660       MOVE SPACE          TO SB-INC
018670       WRITE SUBJECT-MASTER-RECORD
018680        INVALID KEY
018690*        A leftover withdrawal for this student blocks the
018700*        key; take them back through it rather than dropping
018710*        their place in line on the floor
018720         PERFORM PROMOTE-REENROLL
018730*        When the blocking row is locked elsewhere the entry
018740*        keeps its place and this pass gives up instead
018750         IF subjectStatus = "51"
018760          MOVE "Y" TO promoteSwitch
018770         ELSE
018780          DELETE WAITLIST RECORD
018790           INVALID KEY
018800            CONTINUE
018810          END-DELETE
018820         END-IF
018830        NOT INVALID KEY
018840         ADD 1 TO SM-NUM-SUBJECTS
018850         REWRITE STUDENT-MASTER-RECORD
018860          INVALID KEY
018870           DISPLAY "ERROR! Could not update student record!"
018880         END-REWRITE
018890         ADD 1 TO CM-ENROLLED
018900         REWRITE COURSE-MASTER-RECORD
018910          INVALID KEY
018920           DISPLAY "ERROR! Could not update seat count!"
018930         END-REWRITE
018940         DELETE WAITLIST RECORD
018950          INVALID KEY
018960           CONTINUE
018970         END-DELETE
018980         DISPLAY "Waitlisted student " WITH NO ADVANCING
018990         DISPLAY SM-SNUM WITH NO ADVANCING
019000         DISPLAY " enrolled in " WITH NO ADVANCING
019010         DISPLAY promoteCourse
019020         MOVE "WAITLIST-ENROLL" TO AL-OPERATION
019030         MOVE SM-SNUM            TO AL-SNUM
019040         MOVE "COURSECODE"       TO AL-FIELD
019050         MOVE SPACES             TO AL-OLD-VALUE
019060         MOVE SB-COURSECODE      TO AL-NEW-VALUE
019070         PERFORM WRITEAUDIT
019080         PERFORM MIRRORWRITE
019090         MOVE "Y" TO promoteSwitch
019100       END-WRITE
019110     END-READ.
019120*     A locked student record raises neither READ branch; give
019130*     up the pass here or the caller would re-read the same
019140*     waitlist entry forever
019150     IF studentStatus = "51"
019160      DISPLAY "ERROR! Waitlist not promoted; student record "
019170          "is in use at another window."
019180      MOVE "Y" TO promoteSwitch
019190     END-IF.
019200
019210*     The promoted student already holds a withdrawn row for
019220*     this section; re-activate it so they take the seat with
019230*     a clean grade instead of losing their place in line
019240 PROMOTE-REENROLL.
019250     READ SUBJECT-MASTER WITH LOCK
019260      INVALID KEY
019270       CONTINUE
019280      NOT INVALID KEY
019290       IF SB-STATUS = "W"
019300        MOVE "E"      TO SB-STATUS
019310        MOVE SPACE    TO SB-INC
019320        MOVE 0        TO SB-GRADE
019330        MOVE CM-UNITS TO SB-UNITS
019340        REWRITE SUBJECT-MASTER-RECORD
019350         INVALID KEY
019360          DISPLAY "ERROR! Could not update subject record!"
019370         NOT INVALID KEY
019380          ADD 1 TO CM-ENROLLED
019390          REWRITE COURSE-MASTER-RECORD
019400           INVALID KEY
019410            DISPLAY "ERROR! Could not update seat count!"
019420          END-REWRITE
019430          DISPLAY "Waitlisted student " WITH NO ADVANCING
019440          DISPLAY SM-SNUM WITH NO ADVANCING
019450          DISPLAY " re-enrolled in " WITH NO ADVANCING
019460          DISPLAY promoteCourse
019470          MOVE "WAITLIST-ENROLL" TO AL-OPERATION
019480          MOVE SM-SNUM            TO AL-SNUM
019490          MOVE "STATUS"           TO AL-FIELD
019500          MOVE "W"                TO AL-OLD-VALUE
019510          MOVE "E"                TO AL-NEW-VALUE
019520          PERFORM WRITEAUDIT
019530          PERFORM MIRRORWRITE
019540          MOVE "Y" TO promoteSwitch
019550        END-REWRITE
019560       END-IF
019570     END-READ.
019580     IF subjectStatus = "51"
019590      DISPLAY "ERROR! Waitlist not promoted; subject record "
019600          "is in use at another window."
019610     END-IF.
019620
019630*     Strike the deleted student out of every waitlist line
019640*     they were standing in
019650 DELETEWAITS.
019660     MOVE LOW-VALUES TO WL-KEY.
019670     START WAITLIST KEY IS NOT LESS THAN WL-KEY
019680      INVALID KEY
019690       CONTINUE
019700     END-START.
019710     MOVE "N" TO waitSwitch.
019720     PERFORM DELETEWAITS-LOOP UNTIL waitSwitch = "Y".
019730
019740 DELETEWAITS-LOOP.
019750     READ WAITLIST NEXT RECORD
019760      AT END
019770       MOVE "Y" TO waitSwitch
019780      NOT AT END
019790       IF WL-SNUM = heldSnum
019800        DELETE WAITLIST RECORD
019810         INVALID KEY
019820          CONTINUE
019830        END-DELETE
019840       END-IF
019850     END-READ.
019860
019870*     Take one course off a student for the current term.
019880*     Before the drop deadline the enrollment row comes out
019890*     entirely; after it the row stays behind marked withdrawn
019900*     so the record of the attempt survives.  Either way the
019910*     seat goes back to the section and the waitlist moves up
019920 DROPSUBJECT.
019930     DISPLAY "You will drop a subject from a student".
019940     PERFORM SEARCHSTUDENT.
019950     IF FOUNDSTUDENT = 1
019960      DISPLAY "Course Code: " WITH NO ADVANCING
019970      ACCEPT entryCoursecode
019980      DISPLAY "Course Section: " WITH NO ADVANCING
019990      ACCEPT entryCsection
020000      MOVE SM-SNUM             TO SB-SNUM
020010      MOVE entryCoursecode TO SB-COURSECODE
020020      MOVE entryCsection   TO SB-CSECTION
020030      MOVE currentTerm         TO SB-TERM
020040      READ SUBJECT-MASTER WITH LOCK
020050       INVALID KEY
020060        DISPLAY "ERROR! Not enrolled in that course/section!"
020070       NOT INVALID KEY
020080        IF SB-STATUS = "W"
020090         DISPLAY "ERROR! Already withdrawn from that section!"
020100        ELSE
020110         ACCEPT todayDate FROM DATE YYYYMMDD
020120         IF todayDate NOT GREATER THAN dropDeadline
020130          PERFORM DROPOUTRIGHT
020140         ELSE
020150          PERFORM DROPWITHDRAW
020160         END-IF
020170        END-IF
020180      END-READ
020190      IF subjectStatus = "51"
020200       DISPLAY "Record is in use at another window; try again."
020210      END-IF
020220     ELSE
020230      DISPLAY "ERROR! Student not found!"
020240     END-IF.
020250
020260*     In-deadline drop: the row comes out, the student's count
020270*     comes down, and the seat is handed to the waitlist.  The
020280*     audit line is written before FREESEAT because promotion
020290*     loads other records over the student and subject areas
020300 DROPOUTRIGHT.
020310     MOVE "D" TO adjReason.
020320     PERFORM SAVEADJSUBJECT.
020330     DELETE SUBJECT-MASTER RECORD
020340      INVALID KEY
020350       DISPLAY "ERROR! Could not drop that subject!"
020360      NOT INVALID KEY
020370       IF SM-NUM-SUBJECTS > 0
020380        SUBTRACT 1 FROM SM-NUM-SUBJECTS
020390       END-IF
020400       REWRITE STUDENT-MASTER-RECORD
020410        INVALID KEY
020420         DISPLAY "ERROR! Could not update student record!"
020430       END-REWRITE
020440       DISPLAY "Subject dropped."
020450       PERFORM MIRRORDELETE
020460       MOVE "DROP-SUBJECT" TO AL-OPERATION
020470       MOVE SB-SNUM         TO AL-SNUM
020480       MOVE "COURSECODE"    TO AL-FIELD
020490       MOVE SB-COURSECODE   TO AL-OLD-VALUE
020500       MOVE SPACES          TO AL-NEW-VALUE
020510       PERFORM WRITEAUDIT
020520       PERFORM REFUNDADJUST
020530       PERFORM FREESEAT
020540     END-DELETE.
020550
020560*     Past-deadline drop: the enrollment stays on file as a
020570*     withdrawal but the seat itself is given back
020580 DROPWITHDRAW.
020590     MOVE "W" TO adjReason.
020600     PERFORM SAVEADJSUBJECT.
020610     MOVE "W" TO SB-STATUS.
020620     REWRITE SUBJECT-MASTER-RECORD
020630      INVALID KEY
020640       DISPLAY "ERROR! Could not record the withdrawal!"
020650      NOT INVALID KEY
020660       DISPLAY "Past the drop deadline: recorded as withdrawal."
020670       PERFORM MIRRORWRITE
020680       MOVE "DROP-SUBJECT" TO AL-OPERATION
020690       MOVE SB-SNUM         TO AL-SNUM
020700       MOVE "STATUS"        TO AL-FIELD
020710       MOVE "E"             TO AL-OLD-VALUE
020720       MOVE "W"             TO AL-NEW-VALUE
020730       PERFORM WRITEAUDIT
020740       PERFORM REFUNDADJUST
020750       PERFORM FREESEAT
020760     END-REWRITE.
020770
020780*     The subject leaving the load, held for REFUNDADJUST
020790 SAVEADJSUBJECT.
020800     MOVE SB-SNUM       TO adjSnum.
020810     MOVE SB-COURSECODE TO adjCourse.
020820     MOVE SB-CSECTION   TO adjSection.
020830     MOVE SB-UNITS      TO adjUnits.
020840     IF SB-STATUS = "W"
020850      MOVE "Y" TO adjWithdrawn
020860     ELSE
020870      MOVE "N" TO adjWithdrawn
020880     END-IF.
020890
020900*     Take the refundable share of the subject's tuition off
020910*     the student's current-term assessment.  A student not
020920*     yet assessed has nothing to take it off - ASSESSFEES
020930*     prices only what is left - and neither does a term with
020940*     no fee table.  A cancelled section is refunded in full;
020950*     otherwise the term's refund schedule says how much
020960 REFUNDADJUST.
020970     MOVE currentTerm TO FT-TERM.
020980     READ FEE-TABLE
020990      INVALID KEY
021000       CONTINUE
021010      NOT INVALID KEY
021020       PERFORM REFUNDACCOUNT
021030     END-READ.
021040
021050*     A row already withdrawn was charged when it was; what a
021060*     cancellation gives back on it is only what it still owed
021070 REFUNDACCOUNT.
021080     IF adjReason = "C"
021090      MOVE 100 TO refundPct
021100     ELSE
021110      PERFORM FINDREFUNDPCT
021120     END-IF.
021130     IF adjWithdrawn = "Y"
021140      MOVE 0 TO adjCharge
021150     ELSE
021160      COMPUTE adjCharge ROUNDED = adjUnits * FT-UNIT-RATE
021170     END-IF.
021180     COMPUTE adjShare ROUNDED = adjCharge * refundPct / 100.
021190     MOVE adjSnum     TO SA-SNUM.
021200     MOVE currentTerm TO SA-TERM.
021210     READ STUDENT-ACCOUNT WITH LOCK
021220      INVALID KEY
021230       CONTINUE
021240      NOT INVALID KEY
021250       MOVE SA-ASSESSED TO oldAmount
021260       PERFORM REFUNDFIGURE
021270       IF assessAmount < SA-ASSESSED
021280        MOVE assessAmount TO SA-ASSESSED
021290       END-IF
021300       COMPUTE adjRefund = oldAmount - SA-ASSESSED
021310       REWRITE STUDENT-ACCOUNT-RECORD
021320        INVALID KEY
021330         DISPLAY "ERROR! Could not adjust the assessment!"
021340        NOT INVALID KEY
021350         PERFORM REFUNDACCOUNT-DONE
021360       END-REWRITE
021370     END-READ.
021380     IF acctStatus = "51"
021390      DISPLAY "ERROR! Account of " adjSnum " in use at another "
021400          "window; adjust its fees by hand."
021410     END-IF.
021420
021430*     What ASSESSFEES would now charge: the load left, the
021440*     fixed fees and the share kept owing on subjects gone,
021450*     this one included.  Its records for the subject so far
021460*     are netted so the subject ends up owing the charge less
021470*     the scheduled share, or nothing once cancelled.  The
021480*     walk reads over the student, subject and course areas
021490*     the callers still need, so they are put back after
021500 REFUNDFIGURE.
021510     MOVE STUDENT-MASTER-RECORD TO adjSaveStudent.
021520     MOVE SUBJECT-MASTER-RECORD TO adjSaveSubject.
021530     MOVE COURSE-MASTER-RECORD  TO adjSaveCourse.
021540     MOVE adjSnum TO SM-SNUM.
021550     PERFORM GATHERASSESS.
021560     PERFORM GATHERRETAINED.
021570     COMPUTE adjOwing = adjCharge - adjShare - adjPrior.
021580     ADD adjOwing TO retainedNet.
021590     IF retainedNet > 0
021600      MOVE retainedNet TO retainedAmt
021610     ELSE
021620      MOVE 0 TO retainedAmt
021630     END-IF.
021640     COMPUTE assessAmount = (corUnits * FT-UNIT-RATE)
021650         + FT-FIXED-FEES + retainedAmt.
021660     MOVE adjSaveStudent TO STUDENT-MASTER-RECORD.
021670     MOVE adjSaveSubject TO SUBJECT-MASTER-RECORD.
021680     MOVE adjSaveCourse  TO COURSE-MASTER-RECORD.
021690
021700*     The step that covers today; none once the last has gone
021710*     by, or when no schedule has been keyed for the term
021720 FINDREFUNDPCT.
021730     MOVE 0 TO refundPct.
021740     MOVE "N" TO refundFound.
021750     MOVE 1 TO refundIx.
021760     ACCEPT todayDate FROM DATE YYYYMMDD.
021770     IF FT-REFUND-SCHEDULE NUMERIC
021780      PERFORM FINDREFUNDPCT-STEP
021790          UNTIL refundFound = "Y" OR refundIx > 4
021800     END-IF.
021810
021820 FINDREFUNDPCT-STEP.
021830     IF FT-REFUND-THRU(refundIx) NOT = 0
021840         AND todayDate NOT GREATER THAN FT-REFUND-THRU(refundIx)
021850      MOVE FT-REFUND-PCT(refundIx) TO refundPct
021860      MOVE "Y" TO refundFound
021870     ELSE
021880      ADD 1 TO refundIx
021890     END-IF.
021900
021910 REFUNDACCOUNT-DONE.
021920     MOVE SPACES TO FEE-ADJUST-RECORD.
021930     MOVE adjSnum     TO FA-SNUM.
021940     MOVE currentTerm TO FA-TERM.
021950     ACCEPT FA-DATE FROM DATE YYYYMMDD.
021960     ACCEPT FA-TIME FROM TIME.
021970     MOVE adjCourse   TO FA-COURSECODE.
021980     MOVE adjSection  TO FA-CSECTION.
021990     MOVE adjReason   TO FA-REASON.
022000     MOVE adjUnits    TO FA-UNITS.
022010     MOVE refundPct   TO FA-PERCENT.
022020     MOVE adjCharge   TO FA-CHARGE.
022030     MOVE adjRefund   TO FA-REFUND.
022040     MOVE oldAmount   TO FA-OLD-ASSESSED.
022050     MOVE SA-ASSESSED TO FA-NEW-ASSESSED.
022060     MOVE adjOwing    TO FA-OWING.
022070     MOVE operId      TO FA-OPERATOR.
022080     WRITE FEE-ADJUST-RECORD
022090      INVALID KEY
022100       DISPLAY "ERROR! Could not record the fee adjustment!"
022110     END-WRITE.
022120     MOVE oldAmount   TO amountDisp.
022130     MOVE SA-ASSESSED TO amountDisp2.
022140     MOVE "FEE-ADJUST"  TO AL-OPERATION.
022150     MOVE adjSnum       TO AL-SNUM.
022160     MOVE "ASSESSED"    TO AL-FIELD.
022170     MOVE amountDisp    TO AL-OLD-VALUE.
022180     MOVE amountDisp2   TO AL-NEW-VALUE.
022190     PERFORM WRITEAUDIT.
022200     IF adjReason NOT = "C"
022210      MOVE refundPct TO pctDisp
022220      MOVE adjRefund TO amountDisp
022230      DISPLAY "Refund " pctDisp "%: " amountDisp
022240          "  New assessment: " amountDisp2
022250     END-IF.
022260
022270*     Add an offered course/section to the course master so
022280*     ADDSUBJECT/VALIDATECOURSE have something to match against
022290 ADDCOURSE.
022300     DISPLAY "You will add a course offering".
022310     DISPLAY "Course Code: " WITH NO ADVANCING.
022320     ACCEPT entryCoursecode.
022330     IF entryCoursecode = SPACES
022340      DISPLAY "ERROR! Course code cannot be blank!"
022350     ELSE
022360      DISPLAY "Course Section: " WITH NO ADVANCING
022370      ACCEPT entryCsection
022380      IF entryCsection = SPACES
022390       DISPLAY "ERROR! Course section cannot be blank!"
022400      ELSE
022410       MOVE SPACES TO COURSE-MASTER-RECORD
022420       MOVE entryCoursecode TO CM-COURSECODE
022430       MOVE entryCsection   TO CM-CSECTION
022440       MOVE currentTerm         TO CM-TERM
022450       MOVE 0 TO CM-ENROLLED
022460       DISPLAY "Course Title: " WITH NO ADVANCING
022470       ACCEPT CM-TITLE
022480       DISPLAY "Units, eg 30 = 3.0: " WITH NO ADVANCING
022490       ACCEPT CM-UNITS-RAW
022500       DISPLAY "Meeting days, 7 cols M T W H F S U, eg M W F"
022510       DISPLAY "(blank = not yet scheduled): " WITH NO ADVANCING
022520       ACCEPT CM-DAYS
022530       MOVE "N" TO validSwitch
022540       PERFORM ASKMEETTIMES UNTIL validSwitch = "Y"
022550       MOVE "N" TO validSwitch
022560       PERFORM ASKROOM UNTIL validSwitch = "Y"
022570       MOVE "N" TO validSwitch
022580       PERFORM ASKMAXSEATS UNTIL validSwitch = "Y"
022590       MOVE "N" TO validSwitch
022600       PERFORM ASKINSTRUCTOR UNTIL validSwitch = "Y"
022610       PERFORM CHECKBOOKING
022620       IF bookingOk = "N"
022630        DISPLAY "Course not added."
022640       ELSE
022650        WRITE COURSE-MASTER-RECORD
022660         INVALID KEY
022670          DISPLAY "ERROR! Already offered this term!"
022680         NOT INVALID KEY
022690          DISPLAY "Course added."
022700        END-WRITE
022710       END-IF
022720      END-IF
022730     END-IF.
022740
022750*     Meeting times are edited on the spot: a garbled time
022760*     would poison every clash check against this section.
022770*     Both left blank means the schedule is not known yet
022780 ASKMEETTIMES.
022790     DISPLAY "Start time, 24-hour HHMM eg 0900: "
022800         WITH NO ADVANCING.
022810     ACCEPT entryStart.
022820     DISPLAY "End time, 24-hour HHMM eg 1030: "
022830         WITH NO ADVANCING.
022840     ACCEPT entryEnd.
022850     IF entryStart = SPACES AND entryEnd = SPACES
022860      MOVE 0 TO CM-START-TIME
022870      MOVE 0 TO CM-END-TIME
022880      MOVE "Y" TO validSwitch
022890     ELSE
022900      IF entryStart NOT NUMERIC OR entryEnd NOT NUMERIC
022910       DISPLAY "ERROR! Times must be HHMM digits!"
022920      ELSE
022930       MOVE entryStart TO CM-START-TIME
022940       MOVE entryEnd   TO CM-END-TIME
022950       IF CM-END-TIME NOT GREATER THAN CM-START-TIME
022960        DISPLAY "ERROR! End time must be after the start!"
022970       ELSE
022980        MOVE "Y" TO validSwitch
022990       END-IF
023000      END-IF
023010     END-IF.
023020
023030*     The instructor keyed onto a section must be on the
023040*     faculty master, so the load report and grade sheets can
023050*     put a name to the number.  Blank leaves the section
023060*     unassigned for now
023070 ASKINSTRUCTOR.
023080     DISPLAY "Instructor Faculty No (blank = unassigned): "
023090         WITH NO ADVANCING.
023100     ACCEPT entryFacnum.
023110     IF entryFacnum = SPACES
023120      MOVE SPACES TO CM-FACULTY-NO
023130      MOVE "Y" TO validSwitch
023140     ELSE
023150      MOVE entryFacnum TO FM-FACNUM
023160      READ FACULTY-MASTER
023170       INVALID KEY
023180        DISPLAY "ERROR! No such faculty number on file!"
023190       NOT INVALID KEY
023200        MOVE entryFacnum TO CM-FACULTY-NO
023210        DISPLAY "Instructor: " WITH NO ADVANCING
023220        DISPLAY FM-SURNAME
023230        MOVE "Y" TO validSwitch
023240       END-READ
023250     END-IF.
023260
023270*     The room keyed onto a section must be on the room
023280*     master; its capacity bounds the seat limit asked for
023290*     next.  Blank leaves the section without a room for now
023300 ASKROOM.
023310     DISPLAY "Room (blank = not yet assigned): "
023320         WITH NO ADVANCING.
023330     ACCEPT entryRoom.
023340     IF entryRoom = SPACES
023350      MOVE SPACES TO CM-ROOM
023360      MOVE 999 TO roomCapacity
023370      MOVE "Y" TO validSwitch
023380     ELSE
023390      MOVE entryRoom TO RM-ROOM
023400      READ ROOM-MASTER
023410       INVALID KEY
023420        DISPLAY "ERROR! No such room on file!"
023430       NOT INVALID KEY
023440        MOVE entryRoom TO CM-ROOM
023450        MOVE RM-CAPACITY TO roomCapacity
023460        MOVE RM-CAPACITY TO capacityDisp
023470        DISPLAY "Room: " WITH NO ADVANCING
023480        DISPLAY RM-BUILDING WITH NO ADVANCING
023490        DISPLAY " seats " WITH NO ADVANCING
023500        DISPLAY capacityDisp
023510        MOVE "Y" TO validSwitch
023520      END-READ
023530     END-IF.
023540
023550*     The seat limit is the fire-code limit for the room, so
023560*     it may not run past what the room is rated to hold
023570 ASKMAXSEATS.
023580     DISPLAY "Maximum Seats, eg 040: " WITH NO ADVANCING.
023590     ACCEPT entrySeats.
023600     IF entrySeats NOT NUMERIC
023610      DISPLAY "ERROR! Maximum seats must be 3 digits!"
023620     ELSE
023630      MOVE entrySeats TO CM-MAXSEATS
023640      IF CM-MAXSEATS > roomCapacity
023650       MOVE roomCapacity TO capacityDisp
023660       DISPLAY "ERROR! The room seats only " WITH NO ADVANCING
023670       DISPLAY capacityDisp
023680      ELSE
023690       IF CM-MAXSEATS < CM-ENROLLED
023700        MOVE CM-ENROLLED TO enrolledDisp
023710        DISPLAY "ERROR! Students already enrolled: "
023720            WITH NO ADVANCING
023730        DISPLAY enrolledDisp
023740       ELSE
023750        MOVE "Y" TO validSwitch
023760       END-IF
023770      END-IF
023780     END-IF.
023790
023800*     No two sections this term may hold the same room, or
023810*     the same instructor, on a common day at overlapping
023820*     times.  The section in the course-master area is the
023830*     one checked; it is held whole while every section on
023840*     file is read over the record area, and put back before
023850*     the caller writes it.  A section with no schedule, or
023860*     with neither room nor instructor, books nothing
023870 CHECKBOOKING.
023880     MOVE "Y" TO bookingOk.
023890     IF CM-DAYS NOT = SPACES AND CM-START-TIME NUMERIC
023900         AND CM-START-TIME NOT = 0
023910         AND (CM-ROOM NOT = SPACES
023920              OR CM-FACULTY-NO NOT = SPACES)
023930      MOVE COURSE-MASTER-RECORD TO heldCourse
023940      MOVE CM-COURSECODE TO bookCourse
023950      MOVE CM-CSECTION   TO bookSection
023960      MOVE CM-DAYS       TO targetDays
023970      MOVE CM-START-TIME TO targetStart
023980      MOVE CM-END-TIME   TO targetEnd
023990      MOVE CM-ROOM       TO bookRoom
024000      MOVE CM-FACULTY-NO TO bookFacnum
024010      MOVE "N" TO bookEof
024020      MOVE LOW-VALUES TO CM-KEY
024030      START COURSE-MASTER KEY IS NOT LESS THAN CM-KEY
024040       INVALID KEY
024050        MOVE "Y" TO bookEof
024060      END-START
024070      PERFORM CHECKBOOKING-LOOP UNTIL bookEof = "Y"
024080      MOVE heldCourse TO COURSE-MASTER-RECORD
024090     END-IF.
024100
024110 CHECKBOOKING-LOOP.
024120     READ COURSE-MASTER NEXT RECORD
024130      AT END
024140       MOVE "Y" TO bookEof
024150      NOT AT END
024160       IF CM-TERM = currentTerm
024170           AND (CM-COURSECODE NOT = bookCourse
024180                OR CM-CSECTION NOT = bookSection)
024190           AND CM-DAYS NOT = SPACES AND CM-START-TIME NUMERIC
024200           AND CM-START-TIME NOT = 0
024210           AND targetStart < CM-END-TIME
024220           AND targetEnd > CM-START-TIME
024230        PERFORM CHECKCOMMONDAY
024240        IF commonDay = "Y"
024250         PERFORM CHECKONEBOOKING
024260        END-IF
024270       END-IF
024280     END-READ.
024290
024300*     Every clash is shown, not just the first, so the clerk
024310*     sees the whole of what stands in the way
024320 CHECKONEBOOKING.
024330     IF bookRoom NOT = SPACES AND CM-ROOM = bookRoom
024340      MOVE "N" TO bookingOk
024350      DISPLAY "ERROR! Room already booked then by "
024360          WITH NO ADVANCING
024370      DISPLAY CM-COURSECODE WITH NO ADVANCING
024380      DISPLAY " " WITH NO ADVANCING
024390      DISPLAY CM-CSECTION
024400     END-IF.
024410     IF bookFacnum NOT = SPACES AND CM-FACULTY-NO = bookFacnum
024420      MOVE "N" TO bookingOk
024430      DISPLAY "ERROR! Instructor already teaching "
024440          WITH NO ADVANCING
024450      DISPLAY CM-COURSECODE WITH NO ADVANCING
024460      DISPLAY " " WITH NO ADVANCING
024470      DISPLAY CM-CSECTION
024480     END-IF.
024490
024500*     Change a current-term section: its schedule, room, seat
024510*     limit and instructor are offered in turn, each kept as
024520*     it stands unless the clerk answers Y.  The changed
024530*     section must pass the same booking check as a new
024540*     offering, and a new meeting slot is run against the
024550*     timetable of every student in the section; those it
024560*     would clash for are listed before the clerk confirms
024570 CHANGESECTION.
024580     DISPLAY "You will change a course section".
024590     PERFORM VALIDATECOURSE.
024600     IF validSwitch = "Y"
024610      PERFORM SHOWSECTION
024620      MOVE CM-DAYS       TO oldDays
024630      MOVE CM-START-TIME TO oldStart
024640      MOVE CM-END-TIME   TO oldEnd
024650      MOVE CM-ROOM       TO oldRoom
024660      MOVE CM-FACULTY-NO TO oldFacnum
024670      MOVE CM-MAXSEATS   TO oldMaxseats
024680      PERFORM CHANGESECTION-ASK
024690      MOVE CM-DAYS       TO newDays
024700      MOVE CM-START-TIME TO newStart
024710      MOVE CM-END-TIME   TO newEnd
024720      MOVE CM-ROOM       TO newRoom
024730      MOVE CM-FACULTY-NO TO newFacnum
024740      MOVE CM-MAXSEATS   TO newMaxseats
024750      IF newDays = oldDays AND newStart = oldStart
024760          AND newEnd = oldEnd AND newRoom = oldRoom
024770          AND newFacnum = oldFacnum
024780          AND newMaxseats = oldMaxseats
024790       DISPLAY "Nothing changed."
024800      ELSE
024810       PERFORM CHECKBOOKING
024820       IF bookingOk = "N"
024830        DISPLAY "Section not changed."
024840       ELSE
024850        MOVE 0 TO clashCount
024860        IF newDays NOT = oldDays OR newStart NOT = oldStart
024870            OR newEnd NOT = oldEnd
024880         PERFORM CHANGESECTION-CLASHES
024890        END-IF
024900        IF clashCount > 0
024910         MOVE clashCount TO clashDisp
024920         DISPLAY clashDisp WITH NO ADVANCING
024930         DISPLAY " student(s) would have a time clash."
024940        END-IF
024950        DISPLAY "Apply the change? (Y/N): " WITH NO ADVANCING
024960        ACCEPT answerYN
024970        IF answerYN = "Y" OR answerYN = "y"
024980         PERFORM CHANGESECTION-APPLY
024990        ELSE
025000         DISPLAY "Section not changed."
025010        END-IF
025020       END-IF
025030      END-IF
025040     END-IF.
025050
025060 SHOWSECTION.
025070     DISPLAY "Title:      " CM-TITLE.
025080     DISPLAY "Schedule:   " CM-DAYS " " CM-START-TIME "-"
025090         CM-END-TIME.
025100     DISPLAY "Room:       " CM-ROOM.
025110     MOVE CM-ENROLLED TO enrolledDisp.
025120     MOVE CM-MAXSEATS TO capacityDisp.
025130     DISPLAY "Seats:      " enrolledDisp " of " capacityDisp.
025140     PERFORM SHOWINSTRUCTOR.
025150
025160*     A section kept in its room still has its seat limit held
025170*     to the room's capacity, so the room is looked up either
025180*     way; a seat limit the new room cannot hold must be keyed
025190*     again
025200 CHANGESECTION-ASK.
025210     DISPLAY "Change the meeting schedule? (Y/N): "
025220         WITH NO ADVANCING.
025230     ACCEPT answerYN.
025240     IF answerYN = "Y" OR answerYN = "y"
025250      DISPLAY "Meeting days, 7 cols M T W H F S U, eg M W F"
025260      DISPLAY "(blank = not yet scheduled): " WITH NO ADVANCING
025270      ACCEPT CM-DAYS
025280      MOVE "N" TO validSwitch
025290      PERFORM ASKMEETTIMES UNTIL validSwitch = "Y"
025300     END-IF.
025310     DISPLAY "Change the room? (Y/N): " WITH NO ADVANCING.
025320     ACCEPT answerYN.
025330     IF answerYN = "Y" OR answerYN = "y"
025340      MOVE "N" TO validSwitch
025350      PERFORM ASKROOM UNTIL validSwitch = "Y"
025360     ELSE
025370      PERFORM LOOKUPROOM
025380     END-IF.
025390     DISPLAY "Change the seat limit? (Y/N): " WITH NO ADVANCING.
025400     ACCEPT answerYN.
025410     IF answerYN NOT = "Y" AND answerYN NOT = "y"
025420         AND CM-MAXSEATS > roomCapacity
025430      DISPLAY "The seat limit is over the room's capacity."
025440      MOVE "Y" TO answerYN
025450     END-IF.
025460     IF answerYN = "Y" OR answerYN = "y"
025470      MOVE "N" TO validSwitch
025480      PERFORM ASKMAXSEATS UNTIL validSwitch = "Y"
025490     END-IF.
025500     DISPLAY "Change the instructor? (Y/N): " WITH NO ADVANCING.
025510     ACCEPT answerYN.
025520     IF answerYN = "Y" OR answerYN = "y"
025530      MOVE "N" TO validSwitch
025540      PERFORM ASKINSTRUCTOR UNTIL validSwitch = "Y"
025550     END-IF.
025560
025570*     Capacity of the room the section already holds.  A room
025580*     keyed before the room master existed is not held to one
025590 LOOKUPROOM.
025600     MOVE 999 TO roomCapacity.
025610     IF CM-ROOM NOT = SPACES
025620      MOVE CM-ROOM TO RM-ROOM
025630      READ ROOM-MASTER
025640       INVALID KEY
025650        DISPLAY "WARNING! Room is not on the room master."
025660       NOT INVALID KEY
025670        MOVE RM-CAPACITY TO roomCapacity
025680      END-READ
025690     END-IF.
025700
025710*     The new slot against every live enrollee's other
025720*     current-term sections, with the enrollees gathered off
025730*     the section index the way the grade sheet gathers them
025740 CHANGESECTION-CLASHES.
025750     IF CM-DAYS NOT = SPACES AND CM-START-TIME NUMERIC
025760         AND CM-START-TIME NOT = 0
025770      MOVE COURSE-MASTER-RECORD TO heldCourse
025780      MOVE CM-DAYS       TO targetDays
025790      MOVE CM-START-TIME TO targetStart
025800      MOVE CM-END-TIME   TO targetEnd
025810      PERFORM LOADSHEET
025820      MOVE 1 TO sheetIx
025830      PERFORM CHANGESECTION-STUDENT UNTIL sheetIx > sheetCount
025840      MOVE heldCourse TO COURSE-MASTER-RECORD
025850     END-IF.
025860
025870 CHANGESECTION-STUDENT.
025880     MOVE "N" TO conflictFound.
025890     MOVE sheetSnum(sheetIx) TO SB-SNUM.
025900     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
025910     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
025920      INVALID KEY
025930       CONTINUE
025940     END-START.
025950     MOVE "N" TO eofSwitch.
025960     PERFORM CHANGESECTION-SCAN UNTIL eofSwitch = "Y".
025970     IF conflictFound = "Y"
025980      ADD 1 TO clashCount
025990      DISPLAY "CLASH: " sheetSnum(sheetIx) " "
026000          sheetSurname(sheetIx) " with " conflictCourse " "
026010          conflictSection
026020     END-IF.
026030     ADD 1 TO sheetIx.
026040
026050 CHANGESECTION-SCAN.
026060     READ SUBJECT-MASTER NEXT RECORD
026070      AT END
026080       MOVE "Y" TO eofSwitch
026090      NOT AT END
026100       IF SB-SNUM NOT = sheetSnum(sheetIx)
026110        MOVE "Y" TO eofSwitch
026120       ELSE
026130        IF SB-TERM = currentTerm AND SB-STATUS NOT = "W"
026140            AND (SB-COURSECODE NOT = entryCoursecode
026150                 OR SB-CSECTION NOT = entryCsection)
026160         PERFORM CHECKONECONFLICT
026170        END-IF
026180       END-IF
026190     END-READ.
026200
026210*     The section is read again with its lock, since other
026220*     windows may have enrolled into it meanwhile, and the
026230*     change goes on only if the seats taken still fit.  A
026240*     raised seat limit is offered to the section's waitlist
026250 CHANGESECTION-APPLY.
026260     MOVE entryCoursecode TO CM-COURSECODE.
026270     MOVE entryCsection   TO CM-CSECTION.
026280     MOVE currentTerm     TO CM-TERM.
026290     READ COURSE-MASTER WITH LOCK
026300      INVALID KEY
026310       DISPLAY "ERROR! Not offered this term!"
026320      NOT INVALID KEY
026330       IF newMaxseats < CM-ENROLLED
026340        DISPLAY "ERROR! More students now enrolled than the "
026350            "new seat limit; section not changed."
026360       ELSE
026370        MOVE newDays     TO CM-DAYS
026380        MOVE newStart    TO CM-START-TIME
026390        MOVE newEnd      TO CM-END-TIME
026400        MOVE newRoom     TO CM-ROOM
026410        MOVE newFacnum   TO CM-FACULTY-NO
026420        MOVE newMaxseats TO CM-MAXSEATS
026430        REWRITE COURSE-MASTER-RECORD
026440         INVALID KEY
026450          DISPLAY "ERROR! Could not update the section!"
026460         NOT INVALID KEY
026470          DISPLAY "Section changed."
026480          PERFORM CHANGESECTION-AUDIT
026490          IF CM-MAXSEATS > oldMaxseats
026500           MOVE "N" TO promoteDone
026510           PERFORM CHANGESECTION-PROMOTE
026520               UNTIL promoteDone = "Y"
026530          END-IF
026540        END-REWRITE
026550       END-IF
026560     END-READ.
026570     IF courseStatus = "51"
026580      DISPLAY "Record is in use at another window; try again."
026590     END-IF.
026600
026610*     One waitlisted student per pass into the new seats,
026620*     until the seats or the queue run out
026630 CHANGESECTION-PROMOTE.
026640     MOVE CM-ENROLLED TO lastEnrolled.
026650     IF CM-ENROLLED < CM-MAXSEATS
026660      PERFORM PROMOTEWAITLIST
026670     END-IF.
026680     IF CM-ENROLLED = lastEnrolled
026690      MOVE "Y" TO promoteDone
026700     END-IF.
026710
026720*     One audit line per changed field, naming the section
026730*     in the old and new values since no student is involved
026740 CHANGESECTION-AUDIT.
026750     IF newDays NOT = oldDays
026760      MOVE "DAYS"   TO sectAuditField
026770      MOVE oldDays  TO sectAuditOld
026780      MOVE newDays  TO sectAuditNew
026790      PERFORM WRITESECTAUDIT
026800     END-IF.
026810     IF newStart NOT = oldStart OR newEnd NOT = oldEnd
026820      MOVE "TIMES"  TO sectAuditField
026830      MOVE SPACES TO sectAuditOld sectAuditNew
026840      STRING oldStart "-" oldEnd
026850          DELIMITED BY SIZE INTO sectAuditOld
026860      STRING newStart "-" newEnd
026870          DELIMITED BY SIZE INTO sectAuditNew
026880      PERFORM WRITESECTAUDIT
026890     END-IF.
026900     IF newRoom NOT = oldRoom
026910      MOVE "ROOM"   TO sectAuditField
026920      MOVE oldRoom  TO sectAuditOld
026930      MOVE newRoom  TO sectAuditNew
026940      PERFORM WRITESECTAUDIT
026950     END-IF.
026960     IF newFacnum NOT = oldFacnum
026970      MOVE "FACULTY-NO" TO sectAuditField
026980      MOVE oldFacnum    TO sectAuditOld
026990      MOVE newFacnum    TO sectAuditNew
027000      PERFORM WRITESECTAUDIT
027010     END-IF.
027020     IF newMaxseats NOT = oldMaxseats
027030      MOVE "MAXSEATS"  TO sectAuditField
027040      MOVE oldMaxseats TO sectAuditOld
027050      MOVE newMaxseats TO sectAuditNew
027060      PERFORM WRITESECTAUDIT
027070     END-IF.
027080
027090 WRITESECTAUDIT.
027100     MOVE "SECTION-CHANGE" TO AL-OPERATION.
027110     MOVE SPACES           TO AL-SNUM.
027120     MOVE sectAuditField   TO AL-FIELD.
027130     MOVE SPACES TO AL-OLD-VALUE AL-NEW-VALUE.
027140     STRING entryCoursecode " " entryCsection " " sectAuditOld
027150         DELIMITED BY SIZE INTO AL-OLD-VALUE.
027160     STRING entryCoursecode " " entryCsection " " sectAuditNew
027170         DELIMITED BY SIZE INTO AL-NEW-VALUE.
027180     PERFORM WRITEAUDIT.
027190
027200*     Cancel a current-term section outright.  Every subject
027210*     row for it comes off SUBJMAST and SECTINDX whatever the
027220*     date - a cancelled class is no withdrawal on anyone's
027230*     record - and each student's subject count comes down.
027240*     Each live row dropped gives its seat back on the course
027250*     master.  The waitlist behind it is cleared and the
027260*     offering leaves the course master - unless a student
027270*     could not be dropped, there were more than the 999
027280*     gathered, or the offering is in use at another window,
027290*     when it stays for a rerun to finish.  Each student
027300*     touched is listed on SECTNOTE for the registrar to contact
027310 CANCELSECTION.
027320     DISPLAY "You will cancel a course section".
027330     PERFORM VALIDATECOURSE.
027340     IF validSwitch = "Y"
027350      PERFORM SHOWSECTION
027360      DISPLAY "This removes every student from the section. "
027370          "Proceed? (Y/N): " WITH NO ADVANCING
027380      ACCEPT answerYN
027390      IF answerYN = "Y" OR answerYN = "y"
027400       PERFORM CANCELSECTION-APPLY
027410      ELSE
027420       DISPLAY "Section not cancelled."
027430      END-IF
027440     END-IF.
027450
027460 CANCELSECTION-APPLY.
027470     PERFORM CANCELLOAD.
027480     OPEN EXTEND NOTICE-FILE.
027490     IF noticeStatus = "35"
027500      OPEN OUTPUT NOTICE-FILE
027510     END-IF.
027520     MOVE SPACES TO NOTICE-LINE.
027530     STRING "SECTION CANCELLED  " entryCoursecode " "
027540         entryCsection "  TERM " currentTerm
027550         DELIMITED BY SIZE INTO NOTICE-LINE.
027560     WRITE NOTICE-LINE.
027570     MOVE SPACES TO NOTICE-LINE.
027580     STRING "TITLE: " CM-TITLE
027590         DELIMITED BY SIZE INTO NOTICE-LINE.
027600     WRITE NOTICE-LINE.
027610     MOVE 0 TO removedCount.
027620     MOVE 1 TO cancelIx.
027630     PERFORM CANCELONE UNTIL cancelIx > cancelCount.
027640     MOVE 0 TO waitCleared.
027650     PERFORM CANCELWAITS.
027660     IF dropFailed = 0 AND cancelOverflow = "N"
027670      MOVE entryCoursecode TO CM-COURSECODE
027680      MOVE entryCsection   TO CM-CSECTION
027690      MOVE currentTerm     TO CM-TERM
027700      READ COURSE-MASTER WITH LOCK
027710       INVALID KEY
027720        DISPLAY "ERROR! Could not remove the offering!"
027730       NOT INVALID KEY
027740        DELETE COURSE-MASTER RECORD
027750         INVALID KEY
027760          DISPLAY "ERROR! Could not remove the offering!"
027770         NOT INVALID KEY
027780          MOVE "SECTION-CANCEL" TO AL-OPERATION
027790          MOVE SPACES           TO AL-SNUM
027800          MOVE "SECTION"        TO AL-FIELD
027810          MOVE SPACES TO AL-OLD-VALUE AL-NEW-VALUE
027820          STRING entryCoursecode " " entryCsection
027830              DELIMITED BY SIZE INTO AL-OLD-VALUE
027840          PERFORM WRITEAUDIT
027850        END-DELETE
027860      END-READ
027870      IF courseStatus = "51"
027880       MOVE "Y" TO offeringInUse
027890       DISPLAY "ERROR! Offering not removed; section record is "
027900           "in use at another window."
027910       MOVE SPACES TO NOTICE-LINE
027920       MOVE "  OFFERING KEPT: SECTION IN USE AT ANOTHER WINDOW"
027930           TO NOTICE-LINE
027940       WRITE NOTICE-LINE
027950      END-IF
027960     ELSE
027970      MOVE SPACES TO NOTICE-LINE
027980      MOVE "  OFFERING KEPT: NOT EVERY STUDENT WAS REMOVED"
027990          TO NOTICE-LINE
028000      WRITE NOTICE-LINE
028010     END-IF.
028020     MOVE SPACES TO NOTICE-LINE.
028030     WRITE NOTICE-LINE.
028040     CLOSE NOTICE-FILE.
028050     MOVE removedCount TO enrolledDisp.
028060     DISPLAY "Enrollments removed: " enrolledDisp.
028070     MOVE waitCleared TO enrolledDisp.
028080     DISPLAY "Waitlist entries cleared: " enrolledDisp.
028090     DISPLAY "Notice list written to SECTNOTE.".
028100     IF dropFailed > 0
028110      MOVE dropFailed TO enrolledDisp
028120      DISPLAY "Students not dropped: " enrolledDisp
028130      DISPLAY "Section not fully cancelled; rerun after the "
028140          "locked records are released."
028150     ELSE
028160      IF cancelOverflow = "Y"
028170       DISPLAY "Section not fully cancelled; rerun to remove "
028180           "the remaining students."
028190      ELSE
028200       IF offeringInUse = "Y"
028210        DISPLAY "Section not fully cancelled; rerun after the "
028220            "locked records are released."
028230       END-IF
028240      END-IF
028250     END-IF.
028260
028270*     Withdrawn rows are gathered too: they come off as well
028280 CANCELLOAD.
028290     MOVE 0 TO cancelCount.
028300     MOVE 0 TO dropFailed.
028310     MOVE "N" TO cancelOverflow.
028320     MOVE "N" TO offeringInUse.
028330     MOVE currentTerm     TO SE-TERM.
028340     MOVE entryCoursecode TO SE-COURSECODE.
028350     MOVE entryCsection   TO SE-CSECTION.
028360     MOVE LOW-VALUES      TO SE-SNUM.
028370     START SECTION-INDEX KEY IS NOT LESS THAN SE-KEY
028380      INVALID KEY
028390       CONTINUE
028400     END-START.
028410     MOVE "N" TO eofSwitch.
028420     PERFORM CANCELLOAD-LOOP UNTIL eofSwitch = "Y".
028430
028440 CANCELLOAD-LOOP.
028450     READ SECTION-INDEX NEXT RECORD
028460      AT END
028470       MOVE "Y" TO eofSwitch
028480      NOT AT END
028490       IF SE-TERM = currentTerm
028500           AND SE-COURSECODE = entryCoursecode
028510           AND SE-CSECTION = entryCsection
028520        IF cancelCount < 999
028530         ADD 1 TO cancelCount
028540         MOVE SE-SNUM   TO cancelSnum(cancelCount)
028550         MOVE SE-STATUS TO cancelStatus(cancelCount)
028560        ELSE
028570         MOVE "Y" TO cancelOverflow
028580        END-IF
028590       ELSE
028600        MOVE "Y" TO eofSwitch
028610       END-IF
028620     END-READ.
028630
028640*     One student out of the cancelled section.  A row locked
028650*     at another window is left in place and flagged on the
028660*     notice for the registrar to drop by hand
028670 CANCELONE.
028680     MOVE cancelSnum(cancelIx) TO SB-SNUM.
028690     MOVE entryCoursecode      TO SB-COURSECODE.
028700     MOVE entryCsection        TO SB-CSECTION.
028710     MOVE currentTerm          TO SB-TERM.
028720     IF cancelStatus(cancelIx) = "W"
028730      MOVE "WITHDRAWN" TO noticeState
028740     ELSE
028750      MOVE "ENROLLED"  TO noticeState
028760     END-IF.
028770     READ SUBJECT-MASTER WITH LOCK
028780      INVALID KEY
028790*      The mirror named a row the master no longer has
028800       PERFORM MIRRORDELETE
028810      NOT INVALID KEY
028820       MOVE "C" TO adjReason
028830       PERFORM SAVEADJSUBJECT
028840       DELETE SUBJECT-MASTER RECORD
028850        INVALID KEY
028860         DISPLAY "ERROR! Could not drop " SB-SNUM
028870         MOVE "NOT DROPPED" TO noticeState
028880        NOT INVALID KEY
028890         PERFORM MIRRORDELETE
028900         ADD 1 TO removedCount
028910         MOVE "SECTION-CANCEL" TO AL-OPERATION
028920         MOVE SB-SNUM          TO AL-SNUM
028930         MOVE "COURSECODE"     TO AL-FIELD
028940         MOVE SPACES TO AL-OLD-VALUE AL-NEW-VALUE
028950         STRING entryCoursecode " " entryCsection
028960             DELIMITED BY SIZE INTO AL-OLD-VALUE
028970         PERFORM WRITEAUDIT
028980         PERFORM CANCELDECREMENT
028990         PERFORM REFUNDADJUST
029000         IF cancelStatus(cancelIx) NOT = "W"
029010          PERFORM CANCELSEAT
029020         END-IF
029030       END-DELETE
029040     END-READ.
029050     IF subjectStatus = "51"
029060      DISPLAY "ERROR! " SB-SNUM " is in use at another "
029070          "window; drop by hand."
029080      MOVE "NOT DROPPED" TO noticeState
029090     END-IF.
029100     IF noticeState = "NOT DROPPED"
029110      ADD 1 TO dropFailed
029120     END-IF.
029130     MOVE cancelSnum(cancelIx) TO heldSnum.
029140     PERFORM WRITENOTICE.
029150     ADD 1 TO cancelIx.
029160
029170*     A live row just dropped from the cancelled section gives
029180*     its seat back, so an offering kept for a rerun counts
029190*     only the students still on it.  No one is promoted: the
029200*     section's waitlist is cleared after the drops
029210 CANCELSEAT.
029220     MOVE entryCoursecode TO CM-COURSECODE.
029230     MOVE entryCsection   TO CM-CSECTION.
029240     MOVE currentTerm     TO CM-TERM.
029250     READ COURSE-MASTER WITH LOCK
029260      INVALID KEY
029270       CONTINUE
029280      NOT INVALID KEY
029290       IF CM-ENROLLED > 0
029300        SUBTRACT 1 FROM CM-ENROLLED
029310       END-IF
029320       REWRITE COURSE-MASTER-RECORD
029330        INVALID KEY
029340         DISPLAY "ERROR! Could not update seat count!"
029350       END-REWRITE
029360     END-READ.
029370     IF courseStatus = "51"
029380      DISPLAY "ERROR! Seat not returned; section record is "
029390          "in use at another window."
029400     END-IF.
029410
029420*     The student carries one subject fewer
029430 CANCELDECREMENT.
029440     MOVE SB-SNUM TO SM-SNUM.
029450     READ STUDENT-MASTER WITH LOCK
029460      INVALID KEY
029470       CONTINUE
029480      NOT INVALID KEY
029490       IF SM-NUM-SUBJECTS > 0
029500        SUBTRACT 1 FROM SM-NUM-SUBJECTS
029510       END-IF
029520       REWRITE STUDENT-MASTER-RECORD
029530        INVALID KEY
029540         DISPLAY "ERROR! Could not update student record!"
029550       END-REWRITE
029560     END-READ.
029570     IF studentStatus = "51"
029580      DISPLAY "ERROR! Subject count of " SB-SNUM " not "
029590          "updated; record in use at another window."
029600     END-IF.
029610
029620*     Everyone queued behind the section is struck off it
029630 CANCELWAITS.
029640     MOVE entryCoursecode TO WL-COURSECODE.
029650     MOVE entryCsection   TO WL-CSECTION.
029660     MOVE currentTerm     TO WL-TERM.
029670     MOVE 0               TO WL-SEQ.
029680     MOVE "N" TO waitSwitch.
029690     START WAITLIST KEY IS NOT LESS THAN WL-KEY
029700      INVALID KEY
029710       MOVE "Y" TO waitSwitch
029720     END-START.
029730     PERFORM CANCELWAITS-LOOP UNTIL waitSwitch = "Y".
029740
029750 CANCELWAITS-LOOP.
029760     READ WAITLIST NEXT RECORD
029770      AT END
029780       MOVE "Y" TO waitSwitch
029790      NOT AT END
029800       IF WL-COURSECODE = entryCoursecode
029810           AND WL-CSECTION = entryCsection
029820           AND WL-TERM = currentTerm
029830        DELETE WAITLIST RECORD
029840         INVALID KEY
029850          CONTINUE
029860        END-DELETE
029870        ADD 1 TO waitCleared
029880        MOVE "WAITLIST-CANCEL" TO AL-OPERATION
029890        MOVE WL-SNUM           TO AL-SNUM
029900        MOVE "COURSECODE"      TO AL-FIELD
029910        MOVE SPACES TO AL-OLD-VALUE AL-NEW-VALUE
029920        STRING entryCoursecode " " entryCsection
029930            DELIMITED BY SIZE INTO AL-OLD-VALUE
029940        PERFORM WRITEAUDIT
029950        MOVE WL-SNUM TO heldSnum
029960        MOVE "WAITLISTED" TO noticeState
029970        PERFORM WRITENOTICE
029980       ELSE
029990        MOVE "Y" TO waitSwitch
030000       END-IF
030010     END-READ.
030020
030030*     One notice line: the student in heldSnum, named off the
030040*     student master, and how they stood in the section
030050 WRITENOTICE.
030060     MOVE heldSnum TO SM-SNUM.
030070     READ STUDENT-MASTER
030080      INVALID KEY
030090       MOVE "(not on file)" TO SM-SURNAME
030100       MOVE SPACES TO SM-FIRSTNAME
030110     END-READ.
030120     MOVE SPACES TO NOTICE-LINE.
030130     STRING "  " heldSnum "  " noticeState "  " SM-SURNAME
030140         ", " SM-FIRSTNAME
030150         DELIMITED BY SIZE INTO NOTICE-LINE.
030160     WRITE NOTICE-LINE.
030170
030180*     Hang one more prerequisite off a course.  The scan finds
030190*     the end of the course's prerequisite list and rejects a
030200*     requirement already on it
030210 ADDPREREQ.
030220     DISPLAY "You will add a course prerequisite".
030230     DISPLAY "Course Code: " WITH NO ADVANCING.
030240     ACCEPT entryCoursecode.
030250     IF entryCoursecode = SPACES
030260      DISPLAY "ERROR! Course code cannot be blank!"
030270     ELSE
030280      DISPLAY "Required Course Code: " WITH NO ADVANCING
030290      ACCEPT reqCoursecode
030300      IF reqCoursecode = SPACES
030310       DISPLAY "ERROR! Required course cannot be blank!"
030320      ELSE
030330       IF reqCoursecode = entryCoursecode
030340        DISPLAY "ERROR! A course cannot require itself!"
030350       ELSE
030360        PERFORM WRITEPREREQ
030370       END-IF
030380      END-IF
030390     END-IF.
030400
030410 WRITEPREREQ.
030420     MOVE entryCoursecode TO PQ-COURSECODE.
030430     MOVE 0 TO PQ-SEQ.
030440     START PREREQ KEY IS NOT LESS THAN PQ-KEY
030450      INVALID KEY
030460       CONTINUE
030470     END-START.
030480     MOVE 0   TO lastPrereqSeq.
030490     MOVE "N" TO dupPrereq.
030500     MOVE "N" TO prereqEof.
030510     PERFORM WRITEPREREQ-SCAN UNTIL prereqEof = "Y".
030520     IF dupPrereq = "Y"
030530      DISPLAY "ERROR! That prerequisite is already on file!"
030540     ELSE
030550      MOVE SPACES          TO PREREQ-RECORD
030560      MOVE entryCoursecode TO PQ-COURSECODE
030570      ADD 1 TO lastPrereqSeq GIVING PQ-SEQ
030580      MOVE reqCoursecode   TO PQ-REQ-COURSECODE
030590      WRITE PREREQ-RECORD
030600       INVALID KEY
030610        DISPLAY "ERROR! Could not add the prerequisite!"
030620       NOT INVALID KEY
030630        DISPLAY "Prerequisite added."
030640      END-WRITE
030650     END-IF.
030660
030670 WRITEPREREQ-SCAN.
030680     READ PREREQ NEXT RECORD
030690      AT END
030700       MOVE "Y" TO prereqEof
030710      NOT AT END
030720       IF PQ-COURSECODE = entryCoursecode
030730        MOVE PQ-SEQ TO lastPrereqSeq
030740        IF PQ-REQ-COURSECODE = reqCoursecode
030750         MOVE "Y" TO dupPrereq
030760        END-IF
030770       ELSE
030780        MOVE "Y" TO prereqEof
030790       END-IF
030800     END-READ.
030810
030820*     Hang one more required course on a degree program's
030830*     published checklist.  The scan finds the end of that
030840*     program/year-level's list and rejects a requirement
030850*     already on it, the way ADDPREREQ does for a course
030860 ADDCURRIC.
030870     DISPLAY "You will add a curriculum requirement".
030880     DISPLAY "Degree Program Code: " WITH NO ADVANCING.
030890     ACCEPT entryProgram.
030900     IF entryProgram = SPACES
030910      DISPLAY "ERROR! Program code cannot be blank!"
030920     ELSE
030930      DISPLAY "Year Level (1-5): " WITH NO ADVANCING
030940      ACCEPT entryYearlevel
030950      IF entryYearlevel NOT NUMERIC
030960          OR entryYearlevel < "1" OR entryYearlevel > "5"
030970       DISPLAY "ERROR! Year level must be 1-5!"
030980      ELSE
030990       DISPLAY "Required Course Code: " WITH NO ADVANCING
031000       ACCEPT reqCoursecode
031010       IF reqCoursecode = SPACES
031020        DISPLAY "ERROR! Required course cannot be blank!"
031030       ELSE
031040        DISPLAY "Term of plan (blank = current term): "
031050            WITH NO ADVANCING
031060        ACCEPT entryPlanTerm
031070        IF entryPlanTerm = SPACES
031080         MOVE currentTerm TO entryPlanTerm
031090        END-IF
031100        PERFORM WRITECURRIC
031110       END-IF
031120      END-IF
031130     END-IF.
031140
031150 WRITECURRIC.
031160     MOVE entryProgram   TO CU-PROGRAM.
031170     MOVE entryYearlevel TO CU-YEARLEVEL.
031180     MOVE 0 TO CU-SEQ.
031190     START CURRICULUM KEY IS NOT LESS THAN CU-KEY
031200      INVALID KEY
031210       CONTINUE
031220     END-START.
031230     MOVE 0   TO lastCurricSeq.
031240     MOVE "N" TO dupCurric.
031250     MOVE "N" TO curricEof.
031260     PERFORM WRITECURRIC-SCAN UNTIL curricEof = "Y".
031270     IF dupCurric = "Y"
031280      DISPLAY "ERROR! That requirement is already on file!"
031290     ELSE
031300      MOVE SPACES          TO CURRICULUM-RECORD
031310      MOVE entryProgram    TO CU-PROGRAM
031320      MOVE entryYearlevel  TO CU-YEARLEVEL
031330      ADD 1 TO lastCurricSeq GIVING CU-SEQ
031340      MOVE reqCoursecode   TO CU-REQ-COURSECODE
031350      MOVE entryPlanTerm   TO CU-PLAN-TERM
031360      WRITE CURRICULUM-RECORD
031370       INVALID KEY
031380        DISPLAY "ERROR! Could not add the requirement!"
031390       NOT INVALID KEY
031400        DISPLAY "Curriculum requirement added."
031410      END-WRITE
031420     END-IF.
031430
031440 WRITECURRIC-SCAN.
031450     READ CURRICULUM NEXT RECORD
031460      AT END
031470       MOVE "Y" TO curricEof
031480      NOT AT END
031490       IF CU-PROGRAM = entryProgram
031500           AND CU-YEARLEVEL = entryYearlevel
031510        MOVE CU-SEQ TO lastCurricSeq
031520        IF CU-REQ-COURSECODE = reqCoursecode
031530         MOVE "Y" TO dupCurric
031540        END-IF
031550       ELSE
031560        MOVE "Y" TO curricEof
031570       END-IF
031580     END-READ.
031590
031600*     Key (or re-key) the current term's per-unit tuition and
031610*     fixed fees.  Amounts come in as raw digit strings with
031620*     centavos, eg 0150000 = 1500.00, like grades do
031630 SETFEES.
031640     DISPLAY "You will set the fee table for the current term".
031650     DISPLAY "Per-unit rate, digits with centavos eg 0150000"
031660         " = 1500.00: " WITH NO ADVANCING.
031670     ACCEPT rateEntry.
031680     IF rateEntry NOT NUMERIC
031690      DISPLAY "ERROR! Rate must be digits with centavos!"
031700     ELSE
031710      MOVE rateEntry TO rateAmountRaw
031720      DISPLAY "Fixed fees, digits with centavos: "
031730          WITH NO ADVANCING
031740      ACCEPT entryAmount
031750      IF entryAmount NOT NUMERIC
031760       DISPLAY "ERROR! Fees must be digits with centavos!"
031770      ELSE
031780       MOVE entryAmount TO fixedAmountRaw
031790       PERFORM ASKREFUNDS
031800       MOVE currentTerm TO FT-TERM
031810       READ FEE-TABLE WITH LOCK
031820        INVALID KEY
031830         MOVE SPACES      TO FEE-TABLE-RECORD
031840         MOVE currentTerm TO FT-TERM
031850         MOVE rateAmount  TO FT-UNIT-RATE
031860         MOVE fixedAmount TO FT-FIXED-FEES
031870         MOVE entrySchedule TO FT-REFUND-SCHEDULE
031880         WRITE FEE-TABLE-RECORD
031890          INVALID KEY
031900           DISPLAY "ERROR! Could not save the fee table!"
031910          NOT INVALID KEY
031920           DISPLAY "Fee table set."
031930         END-WRITE
031940        NOT INVALID KEY
031950         MOVE rateAmount  TO FT-UNIT-RATE
031960         MOVE fixedAmount TO FT-FIXED-FEES
031970         MOVE entrySchedule TO FT-REFUND-SCHEDULE
031980         REWRITE FEE-TABLE-RECORD
031990          INVALID KEY
032000           DISPLAY "ERROR! Could not save the fee table!"
032010          NOT INVALID KEY
032020           DISPLAY "Fee table replaced."
032030         END-REWRITE
032040       END-READ
032050       IF feeStatus = "51"
032060        DISPLAY "Record is in use at another window; try again."
032070       END-IF
032080      END-IF
032090     END-IF.
032100
032110*     The refund schedule for the term: up to four steps, each
032120*     the last day it applies and the percent of a subject's
032130*     tuition given back on a drop or withdrawal up to then.
032140*     A blank date ends the schedule; no steps, no refunds
032150 ASKREFUNDS.
032160     MOVE ZEROS TO entrySchedule.
032170     MOVE 1 TO refundIx.
032180     MOVE "N" TO refundDone.
032190     PERFORM ASKREFUND-STEP
032200         UNTIL refundDone = "Y" OR refundIx > 4.
032210
032220 ASKREFUND-STEP.
032230     DISPLAY "Refund step " refundIx ", last day YYYYMMDD "
032240         "(blank = no more steps): " WITH NO ADVANCING.
032250     ACCEPT entryDate.
032260     IF entryDate = SPACES
032270      MOVE "Y" TO refundDone
032280     ELSE
032290      IF entryDate NOT NUMERIC
032300       DISPLAY "ERROR! Date must be YYYYMMDD!"
032310      ELSE
032320       IF refundIx > 1
032330           AND entryDate NOT > entryThru(refundIx - 1)
032340        DISPLAY "ERROR! Each step must end after the one "
032350            "before it!"
032360       ELSE
032370        DISPLAY "Percent refunded, three digits eg 050: "
032380            WITH NO ADVANCING
032390        ACCEPT refundPctEntry
032400        IF refundPctEntry NOT NUMERIC
032410         DISPLAY "ERROR! Percent must be three digits!"
032420        ELSE
032430         IF refundPctEntry > "100"
032440          DISPLAY "ERROR! Percent cannot be over 100!"
032450         ELSE
032460          MOVE entryDate      TO entryThru(refundIx)
032470          MOVE refundPctEntry TO entryPct(refundIx)
032480          ADD 1 TO refundIx
032490         END-IF
032500        END-IF
032510       END-IF
032520      END-IF
032530     END-IF.
032540
032550*     Price the student's current-term enrollments off the fee
032560*     table, put the assessment on their STUACCT account and
032570*     print the certificate of registration.  A re-assessment
032580*     (say after an add or drop) replaces the assessed figure
032590*     but never touches what has been paid
032600 ASSESSFEES.
032610     DISPLAY "You will assess fees and print the certificate".
032620     PERFORM SEARCHSTUDENT.
032630     IF FOUNDSTUDENT = 1
032640      MOVE currentTerm TO FT-TERM
032650      READ FEE-TABLE
032660       INVALID KEY
032670        DISPLAY "ERROR! No fee table for this term; set it "
032680            "through the maintenance menu first!"
032690       NOT INVALID KEY
032700        PERFORM GATHERASSESS
032710        IF corCount = 0
032720         DISPLAY "ERROR! No current enrollments to assess!"
032730        ELSE
032740         PERFORM GATHERRETAINED
032750         COMPUTE assessAmount = (corUnits * FT-UNIT-RATE)
032760             + FT-FIXED-FEES + retainedAmt
032770         PERFORM UPDATEASSESS
032780        END-IF
032790      END-READ
032800     ELSE
032810      DISPLAY "ERROR! Student not found!"
032820     END-IF.
032830
032840*     Gather the student's live current-term rows and their
032850*     titles for the certificate, totalling the units the
032860*     assessment is priced from
032870 GATHERASSESS.
032880     MOVE 0 TO corCount.
032890     MOVE 0 TO corUnits.
032900     MOVE SM-SNUM TO SB-SNUM.
032910     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
032920     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
032930      INVALID KEY
032940       CONTINUE
032950     END-START.
032960     MOVE "N" TO eofSwitch.
032970     PERFORM GATHERASSESS-LOOP UNTIL eofSwitch = "Y".
032980
032990 GATHERASSESS-LOOP.
033000     READ SUBJECT-MASTER NEXT RECORD
033010      AT END
033020       MOVE "Y" TO eofSwitch
033030      NOT AT END
033040       IF SB-SNUM NOT = SM-SNUM
033050        MOVE "Y" TO eofSwitch
033060       ELSE
033070        IF SB-TERM = currentTerm AND SB-STATUS NOT = "W"
033080            AND corCount < 50
033090         ADD 1 TO corCount
033100         MOVE SB-COURSECODE TO corCourse(corCount)
033110         MOVE SB-CSECTION   TO corSection(corCount)
033120         MOVE SB-UNITS      TO corRowUnits(corCount)
033130         ADD SB-UNITS TO corUnits
033140         MOVE SB-COURSECODE TO CM-COURSECODE
033150         MOVE SB-CSECTION   TO CM-CSECTION
033160         MOVE SB-TERM       TO CM-TERM
033170         READ COURSE-MASTER
033180          INVALID KEY
033190           MOVE "(title not on file)" TO corTitle(corCount)
033200          NOT INVALID KEY
033210           MOVE CM-TITLE TO corTitle(corCount)
033220         END-READ
033230        END-IF
033240       END-IF
033250     END-READ.
033260
033270*     The tuition kept owing on subjects dropped or withdrawn
033280*     this term - what the refund schedule did not give back -
033290*     which the new assessment carries.  A subject back on the
033300*     live load (re-enrolled, or added again) is priced in
033310*     full by GATHERASSESS, so its records are passed over.
033320*     The net so far on the subject REFUNDADJUST is settling
033330*     is kept apart in adjPrior
033340 GATHERRETAINED.
033350     MOVE 0 TO retainedAmt.
033360     MOVE 0 TO retainedNet.
033370     MOVE 0 TO adjPrior.
033380     MOVE SM-SNUM     TO FA-SNUM.
033390     MOVE currentTerm TO FA-TERM.
033400     MOVE 0 TO FA-DATE FA-TIME.
033410     MOVE "N" TO adjEof.
033420     START FEE-ADJUST KEY IS NOT LESS THAN FA-KEY
033430      INVALID KEY
033440       MOVE "Y" TO adjEof
033450     END-START.
033460     PERFORM GATHERRETAINED-LOOP UNTIL adjEof = "Y".
033470     IF retainedNet > 0
033480      MOVE retainedNet TO retainedAmt
033490     END-IF.
033500
033510 GATHERRETAINED-LOOP.
033520     READ FEE-ADJUST NEXT RECORD
033530      AT END
033540       MOVE "Y" TO adjEof
033550      NOT AT END
033560       IF FA-SNUM NOT = SM-SNUM OR FA-TERM NOT = currentTerm
033570        MOVE "Y" TO adjEof
033580       ELSE
033590        IF FA-COURSECODE = adjCourse AND FA-CSECTION = adjSection
033600         ADD FA-OWING TO adjPrior
033610        END-IF
033620        PERFORM CHECKLIVESECTION
033630        IF liveFound = "N"
033640         ADD FA-OWING TO retainedNet
033650        END-IF
033660       END-IF
033670     END-READ.
033680
033690*     Is the adjustment's subject among the live rows
033700*     GATHERASSESS just loaded
033710 CHECKLIVESECTION.
033720     MOVE "N" TO liveFound.
033730     MOVE 1 TO liveIx.
033740     PERFORM CHECKLIVESECTION-STEP
033750         UNTIL liveFound = "Y" OR liveIx > corCount.
033760
033770 CHECKLIVESECTION-STEP.
033780     IF corCourse(liveIx) = FA-COURSECODE
033790         AND corSection(liveIx) = FA-CSECTION
033800      MOVE "Y" TO liveFound
033810     ELSE
033820      ADD 1 TO liveIx
033830     END-IF.
033840
033850*     Put the assessment on the student's account for the
033860*     term, creating the account row on first assessment, and
033870*     leave an audit line either way
033880 UPDATEASSESS.
033890     MOVE SM-SNUM     TO SA-SNUM.
033900     MOVE currentTerm TO SA-TERM.
033910     READ STUDENT-ACCOUNT WITH LOCK
033920      INVALID KEY
033930       MOVE SPACES       TO STUDENT-ACCOUNT-RECORD
033940       MOVE SM-SNUM      TO SA-SNUM
033950       MOVE currentTerm  TO SA-TERM
033960       MOVE assessAmount TO SA-ASSESSED
033970       MOVE 0            TO SA-PAID
033980       MOVE 0            TO oldAmount
033990       WRITE STUDENT-ACCOUNT-RECORD
034000        INVALID KEY
034010         DISPLAY "ERROR! Could not save the assessment!"
034020        NOT INVALID KEY
034030         PERFORM UPDATEASSESS-DONE
034040       END-WRITE
034050      NOT INVALID KEY
034060       MOVE SA-ASSESSED  TO oldAmount
034070       MOVE assessAmount TO SA-ASSESSED
034080       REWRITE STUDENT-ACCOUNT-RECORD
034090        INVALID KEY
034100         DISPLAY "ERROR! Could not save the assessment!"
034110        NOT INVALID KEY
034120         PERFORM UPDATEASSESS-DONE
034130       END-REWRITE
034140     END-READ.
034150     IF acctStatus = "51"
034160      DISPLAY "Record is in use at another window; try again."
034170     END-IF.
034180
034190 UPDATEASSESS-DONE.
034200     MOVE oldAmount    TO amountDisp.
034210     MOVE assessAmount TO amountDisp2.
034220     MOVE "ASSESS-FEES" TO AL-OPERATION.
034230     MOVE SM-SNUM       TO AL-SNUM.
034240     MOVE "ASSESSED"    TO AL-FIELD.
034250     MOVE amountDisp    TO AL-OLD-VALUE.
034260     MOVE amountDisp2   TO AL-NEW-VALUE.
034270     PERFORM WRITEAUDIT.
034280     DISPLAY "Assessed amount: " WITH NO ADVANCING.
034290     DISPLAY amountDisp2.
034300     PERFORM PRINTCOR.
034310
034320*     The certificate of registration the student takes to the
034330*     cashier: subjects, units and the amount due, to CORRPT
034340 PRINTCOR.
034350     OPEN OUTPUT COR-FILE.
034360     IF corStatus NOT = "00"
034370      DISPLAY "ERROR! Could not open CORRPT, status " corStatus
034380     ELSE
034390      MOVE SPACES TO COR-LINE
034400      STRING "CERTIFICATE OF REGISTRATION  TERM " currentTerm
034410          DELIMITED BY SIZE INTO COR-LINE
034420      WRITE COR-LINE
034430      MOVE SPACES TO COR-LINE
034440      STRING "STUDENT: " SM-SURNAME ", " SM-FIRSTNAME
034450          DELIMITED BY SIZE INTO COR-LINE
034460      WRITE COR-LINE
034470      MOVE SPACES TO COR-LINE
034480      STRING "NO: " SM-SNUM "  PROGRAM: " SM-PROGRAM
034490          "  YEAR: " SM-YEARLEVEL
034500          DELIMITED BY SIZE INTO COR-LINE
034510      WRITE COR-LINE
034520      MOVE SPACES TO COR-LINE
034530      WRITE COR-LINE
034540      MOVE 1 TO corIx
034550      PERFORM PRINTCOR-ROW UNTIL corIx > corCount
034560      MOVE SPACES TO COR-LINE
034570      WRITE COR-LINE
034580      MOVE corUnits TO corUnitsDisp
034590      MOVE SPACES TO COR-LINE
034600      STRING "TOTAL UNITS: " corUnitsDisp
034610          DELIMITED BY SIZE INTO COR-LINE
034620      WRITE COR-LINE
034630      IF retainedAmt > 0
034640       MOVE retainedAmt TO amountDisp
034650       MOVE SPACES TO COR-LINE
034660       STRING "DROPPED SUBJECTS, NOT REFUNDED: " amountDisp
034670           DELIMITED BY SIZE INTO COR-LINE
034680       WRITE COR-LINE
034690      END-IF
034700      MOVE SA-ASSESSED TO amountDisp
034710      MOVE SPACES TO COR-LINE
034720      STRING "AMOUNT DUE:  " amountDisp
034730          DELIMITED BY SIZE INTO COR-LINE
034740      WRITE COR-LINE
034750      MOVE SA-PAID TO amountDisp
034760      MOVE SPACES TO COR-LINE
034770      STRING "PAID TO DATE:" amountDisp
034780          DELIMITED BY SIZE INTO COR-LINE
034790      WRITE COR-LINE
034800      COMPUTE balanceAmt = SA-ASSESSED - SA-PAID
034810      MOVE balanceAmt TO balanceDisp
034820      MOVE SPACES TO COR-LINE
034830      STRING "BALANCE:     " balanceDisp
034840          DELIMITED BY SIZE INTO COR-LINE
034850      WRITE COR-LINE
034860      CLOSE COR-FILE
034870      DISPLAY "Certificate written to CORRPT."
034880     END-IF.
034890
034900 PRINTCOR-ROW.
034910     MOVE corRowUnits(corIx) TO unitsDisp.
034920     MOVE SPACES TO COR-LINE.
034930     STRING "  " corCourse(corIx)
034940         " " corSection(corIx)
034950         " " corTitle(corIx)
034960         " UNITS " unitsDisp
034970         DELIMITED BY SIZE INTO COR-LINE.
034980     WRITE COR-LINE.
034990     ADD 1 TO corIx.
035000
035010*     Post one cashier payment against the student's account
035020*     for the current term, creating the account row when a
035030*     payment lands before any assessment has been made
035040 POSTPAYMENT.
035050     DISPLAY "You will post a payment".
035060     PERFORM SEARCHSTUDENT.
035070     IF FOUNDSTUDENT = 1
035080      DISPLAY "Amount, digits with centavos eg 0150000 = "
035090          "1500.00: " WITH NO ADVANCING
035100      ACCEPT entryAmount
035110      IF entryAmount NOT NUMERIC
035120       DISPLAY "ERROR! Amount must be digits with centavos!"
035130      ELSE
035140       MOVE entryAmount TO payAmountRaw
035150       IF payAmount = 0
035160        DISPLAY "ERROR! Amount cannot be zero!"
035170       ELSE
035180        PERFORM POSTPAYMENT-ROW
035190       END-IF
035200      END-IF
035210     ELSE
035220      DISPLAY "ERROR! Student not found!"
035230     END-IF.
035240
035250 POSTPAYMENT-ROW.
035260     MOVE SM-SNUM     TO SA-SNUM.
035270     MOVE currentTerm TO SA-TERM.
035280     READ STUDENT-ACCOUNT WITH LOCK
035290      INVALID KEY
035300       MOVE SPACES      TO STUDENT-ACCOUNT-RECORD
035310       MOVE SM-SNUM     TO SA-SNUM
035320       MOVE currentTerm TO SA-TERM
035330       MOVE 0           TO SA-ASSESSED
035340       MOVE 0           TO oldAmount
035350       MOVE payAmount   TO SA-PAID
035360       WRITE STUDENT-ACCOUNT-RECORD
035370        INVALID KEY
035380         DISPLAY "ERROR! Could not post the payment!"
035390        NOT INVALID KEY
035400         PERFORM POSTPAYMENT-DONE
035410       END-WRITE
035420      NOT INVALID KEY
035430       MOVE SA-PAID TO oldAmount
035440       ADD payAmount TO SA-PAID
035450       REWRITE STUDENT-ACCOUNT-RECORD
035460        INVALID KEY
035470         DISPLAY "ERROR! Could not post the payment!"
035480        NOT INVALID KEY
035490         PERFORM POSTPAYMENT-DONE
035500       END-REWRITE
035510     END-READ.
035520     IF acctStatus = "51"
035530      DISPLAY "Record is in use at another window; try again."
035540     END-IF.
035550
035560 POSTPAYMENT-DONE.
035570     MOVE oldAmount TO amountDisp.
035580     MOVE SA-PAID   TO amountDisp2.
035590     MOVE "POST-PAYMENT" TO AL-OPERATION.
035600     MOVE SM-SNUM        TO AL-SNUM.
035610     MOVE "PAID"         TO AL-FIELD.
035620     MOVE amountDisp     TO AL-OLD-VALUE.
035630     MOVE amountDisp2    TO AL-NEW-VALUE.
035640     PERFORM WRITEAUDIT.
035650     COMPUTE balanceAmt = SA-ASSESSED - SA-PAID.
035660     MOVE balanceAmt TO balanceDisp.
035670     DISPLAY "Payment posted.  Balance: " WITH NO ADVANCING.
035680     DISPLAY balanceDisp.
035690
035700*     Place one registration hold against a student.  Every
035710*     placement lands on the audit trail like the other
035720*     updates do
035730 PLACEHOLD.
035740     DISPLAY "You will place a registration hold".
035750     PERFORM SEARCHSTUDENT.
035760     IF FOUNDSTUDENT = 1
035770      DISPLAY "Hold type, eg BA DO DN DS: " WITH NO ADVANCING
035780      ACCEPT entryHoldType
035790      IF entryHoldType = SPACES
035800       DISPLAY "ERROR! Hold type cannot be blank!"
035810      ELSE
035820       MOVE SPACES        TO HOLD-RECORD
035830       MOVE SM-SNUM       TO HD-SNUM
035840       MOVE entryHoldType TO HD-TYPE
035850       ACCEPT HD-DATE-PLACED FROM DATE YYYYMMDD
035860       DISPLAY "Reason: " WITH NO ADVANCING
035870       ACCEPT HD-REASON
035880       WRITE HOLD-RECORD
035890        INVALID KEY
035900         DISPLAY "ERROR! That hold is already on file!"
035910        NOT INVALID KEY
035920         DISPLAY "Hold placed."
035930         MOVE "PLACE-HOLD" TO AL-OPERATION
035940         MOVE SM-SNUM      TO AL-SNUM
035950         MOVE "HOLD-TYPE"  TO AL-FIELD
035960         MOVE SPACES       TO AL-OLD-VALUE
035970         MOVE HD-TYPE      TO AL-NEW-VALUE
035980         PERFORM WRITEAUDIT
035990       END-WRITE
036000      END-IF
036010     ELSE
036020      DISPLAY "ERROR! Student not found!"
036030     END-IF.
036040
036050*     Lift one registration hold, leaving its own line on the
036060*     audit trail
036070 RELEASEHOLD.
036080     DISPLAY "You will release a registration hold".
036090     PERFORM SEARCHSTUDENT.
036100     IF FOUNDSTUDENT = 1
036110      DISPLAY "Hold type to release: " WITH NO ADVANCING
036120      ACCEPT entryHoldType
036130      MOVE SM-SNUM       TO HD-SNUM
036140      MOVE entryHoldType TO HD-TYPE
036150      READ HOLD-FILE WITH LOCK
036160       INVALID KEY
036170        DISPLAY "ERROR! No such hold on file!"
036180       NOT INVALID KEY
036190        DELETE HOLD-FILE RECORD
036200         INVALID KEY
036210          DISPLAY "ERROR! Could not release the hold!"
036220         NOT INVALID KEY
036230          DISPLAY "Hold released."
036240          MOVE "RELEASE-HOLD" TO AL-OPERATION
036250          MOVE SM-SNUM        TO AL-SNUM
036260          MOVE "HOLD-TYPE"    TO AL-FIELD
036270          MOVE entryHoldType  TO AL-OLD-VALUE
036280          MOVE SPACES         TO AL-NEW-VALUE
036290          PERFORM WRITEAUDIT
036300        END-DELETE
036310      END-READ
036320      IF holdStatus = "51"
036330       DISPLAY "Record is in use at another window; try again."
036340      END-IF
036350     ELSE
036360      DISPLAY "ERROR! Student not found!"
036370     END-IF.
036380
036390*     Add an instructor to the faculty master so sections can
036400*     be assigned to them.  The max load is keyed as raw
036410*     digits, eg 150 = 15.0 units, like course units are
036420 ADDFACULTY.
036430     DISPLAY "You will add a faculty member".
036440     DISPLAY "Faculty Number: " WITH NO ADVANCING.
036450     ACCEPT entryFacnum.
036460     IF entryFacnum = SPACES
036470      DISPLAY "ERROR! Faculty number cannot be blank!"
036480     ELSE
036490      DISPLAY "Max load, raw digits eg 150 = 15.0: "
036500          WITH NO ADVANCING
036510      ACCEPT entryLoad
036520      IF entryLoad NOT NUMERIC
036530       DISPLAY "ERROR! Max load must be 3 digits!"
036540      ELSE
036550       MOVE SPACES TO FACULTY-MASTER-RECORD
036560       MOVE entryFacnum TO FM-FACNUM
036570       DISPLAY "First Name: " WITH NO ADVANCING
036580       ACCEPT FM-FIRSTNAME
036590       DISPLAY "Last Name: " WITH NO ADVANCING
036600       ACCEPT FM-SURNAME
036610       DISPLAY "Department: " WITH NO ADVANCING
036620       ACCEPT FM-DEPT
036630       MOVE entryLoad TO loadAmountRaw
036640       MOVE loadAmount TO FM-MAXLOAD
036650       WRITE FACULTY-MASTER-RECORD
036660        INVALID KEY
036670         DISPLAY "ERROR! That faculty number is already on "
036680             "file!"
036690        NOT INVALID KEY
036700         DISPLAY "Faculty member added."
036710       END-WRITE
036720      END-IF
036730     END-IF.
036740
036750*     Add a room to the room master so sections can be placed
036760*     in it.  The capacity is keyed as three digits, eg 045
036770 ADDROOM.
036780     DISPLAY "You will add a room".
036790     DISPLAY "Room Code: " WITH NO ADVANCING.
036800     ACCEPT entryRoom.
036810     IF entryRoom = SPACES
036820      DISPLAY "ERROR! Room code cannot be blank!"
036830     ELSE
036840      DISPLAY "Seating capacity, eg 045: " WITH NO ADVANCING
036850      ACCEPT entryCapacity
036860      IF entryCapacity NOT NUMERIC OR entryCapacity = "000"
036870       DISPLAY "ERROR! Capacity must be 3 digits, eg 045!"
036880      ELSE
036890       MOVE SPACES TO ROOM-MASTER-RECORD
036900       MOVE entryRoom TO RM-ROOM
036910       MOVE entryCapacity TO RM-CAPACITY
036920       DISPLAY "Building: " WITH NO ADVANCING
036930       ACCEPT RM-BUILDING
036940       DISPLAY "Room type, eg LECTURE, LAB: " WITH NO ADVANCING
036950       ACCEPT RM-TYPE
036960       WRITE ROOM-MASTER-RECORD
036970        INVALID KEY
036980         DISPLAY "ERROR! That room is already on file!"
036990        NOT INVALID KEY
037000         DISPLAY "Room added."
037010       END-WRITE
037020      END-IF
037030     END-IF.
037040
037050*     Credit a student with one of our courses for work done
037060*     at another school.  Dean sign-on only (CHECKAUTH); the
037070*     approving dean defaults to the signed-on operator, and
037080*     the date approved to today
037090 ADDXFERCREDIT.
037100     DISPLAY "You will record transfer credit".
037110     PERFORM SEARCHSTUDENT.
037120     IF FOUNDSTUDENT = 1
037130      DISPLAY "Our equivalent Course Code: " WITH NO ADVANCING
037140      ACCEPT entryCoursecode
037150      PERFORM CHECKCOURSEKNOWN
037160      IF courseKnown = "N"
037170       DISPLAY "ERROR! That course has never been offered here!"
037180      ELSE
037190       DISPLAY "Units credited, eg 30 = 3.0: " WITH NO ADVANCING
037200       ACCEPT entryXferUnits
037210       IF entryXferUnits NOT NUMERIC OR entryXferUnits = "00"
037220        DISPLAY "ERROR! Units must be 2 digits, eg 30!"
037230       ELSE
037240        DISPLAY "Date approved YYYYMMDD (blank = today): "
037250            WITH NO ADVANCING
037260        ACCEPT entryDate
037270        IF entryDate NOT = SPACES AND entryDate NOT NUMERIC
037280         DISPLAY "ERROR! Date must be YYYYMMDD digits!"
037290        ELSE
037300         PERFORM WRITEXFERCREDIT
037310        END-IF
037320       END-IF
037330      END-IF
037340     ELSE
037350      DISPLAY "ERROR! Student not found!"
037360     END-IF.
037370
037380 WRITEXFERCREDIT.
037390     MOVE SPACES          TO TRANSFER-CREDIT-RECORD.
037400     MOVE SM-SNUM         TO TX-SNUM.
037410     MOVE entryCoursecode TO TX-COURSECODE.
037420     MOVE entryXferUnits  TO TX-UNITS-RAW.
037430     IF entryDate = SPACES
037440      ACCEPT TX-DATE-APPROVED FROM DATE YYYYMMDD
037450     ELSE
037460      MOVE entryDate TO TX-DATE-APPROVED
037470     END-IF.
037480     DISPLAY "Source school: " WITH NO ADVANCING.
037490     ACCEPT TX-SOURCE-SCHOOL.
037500     DISPLAY "Source school's course code: " WITH NO ADVANCING.
037510     ACCEPT TX-SOURCE-COURSE.
037520     DISPLAY "Approving dean (blank = you): " WITH NO ADVANCING.
037530     ACCEPT TX-DEAN.
037540     IF TX-DEAN = SPACES
037550      MOVE operName TO TX-DEAN
037560     END-IF.
037570     WRITE TRANSFER-CREDIT-RECORD
037580      INVALID KEY
037590       DISPLAY "ERROR! That course is already credited to the "
037600           "student!"
037610      NOT INVALID KEY
037620       DISPLAY "Transfer credit recorded."
037630       MOVE "XFER-CREDIT-ADD" TO AL-OPERATION
037640       MOVE SM-SNUM           TO AL-SNUM
037650       MOVE "COURSECODE"      TO AL-FIELD
037660       MOVE SPACES            TO AL-OLD-VALUE AL-NEW-VALUE
037670       STRING TX-COURSECODE " FROM " TX-SOURCE-COURSE
037680           DELIMITED BY SIZE INTO AL-NEW-VALUE
037690       PERFORM WRITEAUDIT
037700     END-WRITE.
037710
037720*     Any section of the course under any term will do: the
037730*     credit names the course, not an offering of it
037740 CHECKCOURSEKNOWN.
037750     MOVE "N" TO courseKnown.
037760     IF entryCoursecode NOT = SPACES
037770      MOVE entryCoursecode TO CM-COURSECODE
037780      MOVE LOW-VALUES TO CM-CSECTION CM-TERM
037790      START COURSE-MASTER KEY IS NOT LESS THAN CM-KEY
037800       INVALID KEY
037810        CONTINUE
037820       NOT INVALID KEY
037830        READ COURSE-MASTER NEXT RECORD
037840         AT END
037850          CONTINUE
037860         NOT AT END
037870          IF CM-COURSECODE = entryCoursecode
037880           MOVE "Y" TO courseKnown
037890          END-IF
037900        END-READ
037910      END-START
037920     END-IF.
037930
037940*     Take back one transfer credit, leaving its own line on
037950*     the audit trail
037960 REMOVEXFERCREDIT.
037970     DISPLAY "You will remove a transfer credit".
037980     PERFORM SEARCHSTUDENT.
037990     IF FOUNDSTUDENT = 1
038000      DISPLAY "Credited Course Code: " WITH NO ADVANCING
038010      ACCEPT entryCoursecode
038020      MOVE SM-SNUM         TO TX-SNUM
038030      MOVE entryCoursecode TO TX-COURSECODE
038040      READ TRANSFER-CREDIT WITH LOCK
038050       INVALID KEY
038060        DISPLAY "ERROR! No such transfer credit on file!"
038070       NOT INVALID KEY
038080        DELETE TRANSFER-CREDIT RECORD
038090         INVALID KEY
038100          DISPLAY "ERROR! Could not remove the credit!"
038110         NOT INVALID KEY
038120          DISPLAY "Transfer credit removed."
038130          MOVE "XFER-CREDIT-DEL" TO AL-OPERATION
038140          MOVE SM-SNUM           TO AL-SNUM
038150          MOVE "COURSECODE"      TO AL-FIELD
038160          MOVE SPACES            TO AL-OLD-VALUE AL-NEW-VALUE
038170          STRING TX-COURSECODE " FROM " TX-SOURCE-COURSE
038180              DELIMITED BY SIZE INTO AL-OLD-VALUE
038190          PERFORM WRITEAUDIT
038200        END-DELETE
038210      END-READ
038220      IF xferStatus = "51"
038230       DISPLAY "Record is in use at another window; try again."
038240      END-IF
038250     ELSE
038260      DISPLAY "ERROR! Student not found!"
038270     END-IF.
038280
038290*     The assigned instructor goes at the top of the sheet,
038300*     the way the printed sheets carry the instructor's name
038310 SHOWINSTRUCTOR.
038320     IF CM-FACULTY-NO = SPACES
038330      DISPLAY "Instructor: (unassigned)"
038340     ELSE
038350      MOVE CM-FACULTY-NO TO FM-FACNUM
038360      READ FACULTY-MASTER
038370       INVALID KEY
038380        DISPLAY "Instructor: " WITH NO ADVANCING
038390        DISPLAY CM-FACULTY-NO WITH NO ADVANCING
038400        DISPLAY " (not on the faculty master)"
038410       NOT INVALID KEY
038420        DISPLAY "Instructor: " WITH NO ADVANCING
038430        DISPLAY FM-SURNAME WITH NO ADVANCING
038440        DISPLAY ", " WITH NO ADVANCING
038450        DISPLAY FM-FIRSTNAME
038460      END-READ
038470     END-IF.
038480
038490*     Grade-sheet mode: the clerk names a section once, every
038500*     enrollee is presented in surname order like the paper
038510*     sheet faculty hand in, and only the grade is keyed per
038520*     student.  Ends with posted-vs-enrolled totals and a pass
038530*     for flagging sheet names that are not enrolled
038540 GRADESHEET.
038550     DISPLAY "You will enter a grade sheet for one section".
038560     PERFORM VALIDATECOURSE.
038570     IF validSwitch = "Y"
038580      PERFORM SHOWINSTRUCTOR
038590      PERFORM CHECKGRADELATE
038600      IF gradeLate = "Y"
038610       DISPLAY "Grade deadline has passed: each first grade "
038620           "needs a reason code and goes on the register."
038630      END-IF
038640      PERFORM LOADSHEET
038650      IF sheetCount = 0
038660       DISPLAY "No enrollees in that section!"
038670      ELSE
038680       PERFORM SORTSHEET
038690       MOVE 0 TO postedCount
038700       MOVE 1 TO sheetIx
038710       PERFORM SHEETENTRY UNTIL sheetIx > sheetCount
038720       MOVE postedCount TO postedDisp
038730       MOVE sheetCount  TO sheetCntDisp
038740       DISPLAY "Grades posted: " WITH NO ADVANCING
038750       DISPLAY postedDisp WITH NO ADVANCING
038760       DISPLAY " of " WITH NO ADVANCING
038770       DISPLAY sheetCntDisp WITH NO ADVANCING
038780       DISPLAY " enrollees."
038790      END-IF
038800      PERFORM SHEETEXTRA
038810     END-IF.
038820
038830*     Gather the section's live enrollees and their names with
038840*     one keyed range read of the SECTINDX mirror, instead of
038850*     the whole-file SUBJMAST walk this used to be
038860 LOADSHEET.
038870     MOVE 0 TO sheetCount.
038880     MOVE currentTerm     TO SE-TERM.
038890     MOVE entryCoursecode TO SE-COURSECODE.
038900     MOVE entryCsection   TO SE-CSECTION.
038910     MOVE LOW-VALUES      TO SE-SNUM.
038920     START SECTION-INDEX KEY IS NOT LESS THAN SE-KEY
038930      INVALID KEY
038940       CONTINUE
038950     END-START.
038960     MOVE "N" TO eofSwitch.
038970     PERFORM LOADSHEET-LOOP UNTIL eofSwitch = "Y".
038980
038990 LOADSHEET-LOOP.
039000     READ SECTION-INDEX NEXT RECORD
039010      AT END
039020       MOVE "Y" TO eofSwitch
039030      NOT AT END
039040       IF SE-TERM = currentTerm
039050           AND SE-COURSECODE = entryCoursecode
039060           AND SE-CSECTION = entryCsection
039070        IF SE-STATUS NOT = "W"
039080            AND sheetCount < 999
039090         ADD 1 TO sheetCount
039100         MOVE SE-SNUM TO sheetSnum(sheetCount)
039110         MOVE SE-SNUM TO SM-SNUM
039120         READ STUDENT-MASTER
039130          INVALID KEY
039140           MOVE "(not on file)" TO sheetSurname(sheetCount)
039150           MOVE SPACES TO sheetFirstname(sheetCount)
039160          NOT INVALID KEY
039170           MOVE SM-SURNAME   TO sheetSurname(sheetCount)
039180           MOVE SM-FIRSTNAME TO sheetFirstname(sheetCount)
039190         END-READ
039200        END-IF
039210       ELSE
039220        MOVE "Y" TO eofSwitch
039230       END-IF
039240     END-READ.
039250
039260*     Plain exchange sort on surname then first name, small
039270*     enough for a section's worth of names
039280 SORTSHEET.
039290     MOVE 1 TO sheetIx.
039300     PERFORM SORTSHEET-PASS UNTIL sheetIx NOT LESS THAN
039310         sheetCount.
039320
039330 SORTSHEET-PASS.
039340     MOVE 1 TO sheetJx.
039350     PERFORM SORTSHEET-COMPARE UNTIL sheetJx NOT LESS THAN
039360         sheetCount.
039370     ADD 1 TO sheetIx.
039380
039390 SORTSHEET-COMPARE.
039400     IF sheetSurname(sheetJx) > sheetSurname(sheetJx + 1)
039410         OR (sheetSurname(sheetJx) = sheetSurname(sheetJx + 1)
039420         AND sheetFirstname(sheetJx) >
039430             sheetFirstname(sheetJx + 1))
039440      MOVE sheetSnum(sheetJx)      TO holdSnum
039450      MOVE sheetSurname(sheetJx)   TO holdSurname
039460      MOVE sheetFirstname(sheetJx) TO holdFirstname
039470      MOVE sheetSnum(sheetJx + 1)      TO sheetSnum(sheetJx)
039480      MOVE sheetSurname(sheetJx + 1)   TO sheetSurname(sheetJx)
039490      MOVE sheetFirstname(sheetJx + 1)
039500          TO sheetFirstname(sheetJx)
039510      MOVE holdSnum      TO sheetSnum(sheetJx + 1)
039520      MOVE holdSurname   TO sheetSurname(sheetJx + 1)
039530      MOVE holdFirstname TO sheetFirstname(sheetJx + 1)
039540     END-IF.
039550     ADD 1 TO sheetJx.
039560
039570*     One line of the sheet: show the student, take a grade or
039580*     a blank to skip
039590 SHEETENTRY.
039600     MOVE sheetIx TO ixDisp.
039610     DISPLAY ixDisp WITH NO ADVANCING.
039620     DISPLAY ". " WITH NO ADVANCING.
039630     DISPLAY sheetSurname(sheetIx) WITH NO ADVANCING.
039640     DISPLAY ", " WITH NO ADVANCING.
039650     DISPLAY sheetFirstname(sheetIx) WITH NO ADVANCING.
039660     DISPLAY " " WITH NO ADVANCING.
039670     DISPLAY sheetSnum(sheetIx).
039680     DISPLAY "  Grade, 3 digits eg 275 = 2.75, or INC "
039690         "(blank = skip): "
039700         WITH NO ADVANCING.
039710     ACCEPT gradeEntry.
039720     IF gradeEntry = SPACES
039730      CONTINUE
039740     ELSE
039750      IF gradeEntry NOT NUMERIC AND gradeEntry NOT = "INC"
039760       DISPLAY "ERROR! Grade must be 3 digits or INC; skipped."
039770      ELSE
039780       PERFORM POSTSHEETGRADE
039790      END-IF
039800     END-IF.
039810     ADD 1 TO sheetIx.
039820
039830 POSTSHEETGRADE.
039840     MOVE sheetSnum(sheetIx) TO SB-SNUM.
039850     MOVE entryCoursecode    TO SB-COURSECODE.
039860     MOVE entryCsection      TO SB-CSECTION.
039870     MOVE currentTerm        TO SB-TERM.
039880     READ SUBJECT-MASTER WITH LOCK
039890      INVALID KEY
039900       DISPLAY "ERROR! No longer enrolled; skipped."
039910      NOT INVALID KEY
039920       PERFORM APPLYGRADE
039930       IF gradePosted = "Y"
039940        ADD 1 TO postedCount
039950       END-IF
039960     END-READ.
039970     IF subjectStatus = "51"
039980      DISPLAY "ERROR! Record in use at another window; skipped."
039990     END-IF.
040000
040010*     One grade entry against the enrollment row sitting locked
040020*     in the SUBJECT-MASTER record area.  gradeEntry holds raw
040030*     digits or INC; a change to an already-posted grade goes
040040*     through the reason-code gate and onto the register, and
040050*     so does a first grade keyed after the grade deadline.
040060*     An Incomplete recorded in time is finished under its own
040070*     deadline, so its grade is not held to this one
040080 APPLYGRADE.
040090     MOVE "N" TO gradePosted.
040100     PERFORM CHECKGRADELATE.
040110     IF gradeEntry = "INC"
040120      IF gradeLate = "Y"
040130       DISPLAY "ERROR! Grade deadline has passed; an INC can "
040140           "no longer be recorded."
040150      ELSE
040160       PERFORM MARKINC
040170      END-IF
040180     ELSE
040190      MOVE SB-GRADE TO oldGrade
040200      IF oldGrade NOT = 0
040210       DISPLAY "Grade already posted."
040220       PERFORM GRADECHANGE
040230      ELSE
040240       IF gradeLate = "Y" AND SB-INC NOT = "Y"
040250        DISPLAY "Grade deadline has passed; a late grade "
040260            "goes on the grade-change register."
040270        PERFORM GRADECHANGE
040280       ELSE
040290        PERFORM POSTNEWGRADE
040300       END-IF
040310      END-IF
040320     END-IF.
040330
040340*     Past the TERMCTRL grade deadline?  No deadline on the
040350*     record means no lock-out
040360 CHECKGRADELATE.
040370     MOVE "N" TO gradeLate.
040380     IF gradeDeadline NOT = 0
040390      ACCEPT todayDate FROM DATE YYYYMMDD
040400      IF todayDate GREATER THAN gradeDeadline
040410       MOVE "Y" TO gradeLate
040420      END-IF
040430     END-IF.
040440
040450 POSTNEWGRADE.
040460     MOVE gradeEntry TO SB-GRADE-RAW.
040470     MOVE SPACE TO SB-INC.
040480     REWRITE SUBJECT-MASTER-RECORD
040490      INVALID KEY
040500       DISPLAY "ERROR! Could not post grade!"
040510      NOT INVALID KEY
040520       MOVE "Y" TO gradePosted
040530       MOVE oldGrade TO oldGradeDisp
040540       MOVE SB-GRADE     TO gradeDisp
040550       MOVE "POST-GRADE" TO AL-OPERATION
040560       MOVE SB-SNUM       TO AL-SNUM
040570       MOVE "GRADE"       TO AL-FIELD
040580       MOVE oldGradeDisp TO AL-OLD-VALUE
040590       MOVE gradeDisp     TO AL-NEW-VALUE
040600       PERFORM WRITEAUDIT
040610     END-REWRITE.
040620
040630*     An Incomplete leaves the grade at zero and marks the
040640*     row; it cannot overwrite a grade already posted - that
040650*     is a grade change and must go through the register
040660 MARKINC.
040670     IF SB-GRADE NOT = 0
040680      DISPLAY "ERROR! A grade is already posted; INC cannot "
040690          "replace it."
040700     ELSE
040710      MOVE "Y" TO SB-INC
040720      REWRITE SUBJECT-MASTER-RECORD
040730       INVALID KEY
040740        DISPLAY "ERROR! Could not mark the incomplete!"
040750       NOT INVALID KEY
040760        MOVE "Y" TO gradePosted
040770        DISPLAY "Incomplete recorded."
040780        MOVE "POST-INC" TO AL-OPERATION
040790        MOVE SB-SNUM     TO AL-SNUM
040800        MOVE "INC"       TO AL-FIELD
040810        MOVE SPACES      TO AL-OLD-VALUE
040820        MOVE "Y"         TO AL-NEW-VALUE
040830        PERFORM WRITEAUDIT
040840      END-REWRITE
040850     END-IF.
040860
040870*     Changing a posted grade demands a reason code and lands
040880*     on the GRADECHG register the registrar signs each term,
040890*     over and above the ordinary audit line; a late first
040900*     grade comes through here too, audited as LATE-GRADE
040910 GRADECHANGE.
040920     DISPLAY "Reason code for the "
040930         "change (blank = abandon): " WITH NO ADVANCING.
040940     ACCEPT reasonCode.
040950     IF reasonCode = SPACES
040960      DISPLAY "ERROR! Grade change abandoned."
040970     ELSE
040980      MOVE gradeEntry TO SB-GRADE-RAW
040990      MOVE SPACE TO SB-INC
041000      REWRITE SUBJECT-MASTER-RECORD
041010       INVALID KEY
041020        DISPLAY "ERROR! Could not post grade!"
041030       NOT INVALID KEY
041040        MOVE "Y" TO gradePosted
041050        PERFORM WRITEREGISTER
041060        MOVE oldGrade TO oldGradeDisp
041070        MOVE SB-GRADE     TO gradeDisp
041080        IF oldGrade = 0
041090         MOVE "LATE-GRADE" TO AL-OPERATION
041100        ELSE
041110         MOVE "GRADE-CHANGE" TO AL-OPERATION
041120        END-IF
041130        MOVE SB-SNUM       TO AL-SNUM
041140        MOVE "GRADE"       TO AL-FIELD
041150        MOVE oldGradeDisp TO AL-OLD-VALUE
041160        MOVE gradeDisp     TO AL-NEW-VALUE
041170        PERFORM WRITEAUDIT
041180        DISPLAY "Grade changed; registered."
041190      END-REWRITE
041200     END-IF.
041210
041220 WRITEREGISTER.
041230     MOVE SPACES TO GRADE-CHANGE-RECORD.
041240     ACCEPT GC-DATE FROM DATE YYYYMMDD.
041250     ACCEPT GC-TIME FROM TIME.
041260     MOVE SB-SNUM       TO GC-SNUM.
041270     MOVE SB-COURSECODE TO GC-COURSECODE.
041280     MOVE SB-CSECTION   TO GC-CSECTION.
041290     MOVE SB-TERM       TO GC-TERM.
041300     MOVE oldGradeRaw   TO GC-OLD-GRADE.
041310     MOVE SB-GRADE-RAW  TO GC-NEW-GRADE.
041320     MOVE reasonCode    TO GC-REASON.
041330     WRITE GRADE-CHANGE-RECORD.
041340
041350*     Names on the paper sheet that were never presented are
041360*     keyed here so the clerk learns on the spot whether they
041370*     are enrolled in the section at all
041380 SHEETEXTRA.
041390     MOVE "N" TO sheetDone.
041400     PERFORM SHEETEXTRA-LOOP UNTIL sheetDone = "Y".
041410
041420 SHEETEXTRA-LOOP.
041430     DISPLAY "Flag a sheet name -> Student Number (blank to "
041440         "finish): " WITH NO ADVANCING.
041450     ACCEPT entrySnum.
041460     IF entrySnum = SPACES
041470      MOVE "Y" TO sheetDone
041480     ELSE
041490      MOVE entrySnum       TO SB-SNUM
041500      MOVE entryCoursecode TO SB-COURSECODE
041510      MOVE entryCsection   TO SB-CSECTION
041520      MOVE currentTerm     TO SB-TERM
041530      READ SUBJECT-MASTER
041540       INVALID KEY
041550        DISPLAY "NOT ENROLLED in this section: " WITH
041560            NO ADVANCING
041570        DISPLAY entrySnum
041580       NOT INVALID KEY
041590        IF SB-STATUS = "W"
041600         DISPLAY "WITHDRAWN from this section: " WITH
041610             NO ADVANCING
041620         DISPLAY entrySnum
041630        ELSE
041640         DISPLAY "Enrolled; grade through the sheet pass: "
041650             WITH NO ADVANCING
041660         DISPLAY entrySnum
041670        END-IF
041680       END-READ
041690     END-IF.
041700
041710*     Post a final grade against a course the student is already
041720*     enrolled in, once grades come out
041730 POSTGRADE.
041740     DISPLAY "You will post a grade".
041750     DISPLAY "Search -> Student Number:".
041760     ACCEPT sNumSearch.
041770     MOVE sNumSearch TO SM-SNUM.
041780     PERFORM STUDNUMSEARCH.
041790     IF FOUNDSTUDENT = 1
041800      DISPLAY "Course Code: " WITH NO ADVANCING
041810      ACCEPT entryCoursecode
041820      DISPLAY "Course Section: " WITH NO ADVANCING
041830      ACCEPT entryCsection
041840      MOVE SM-SNUM             TO SB-SNUM
041850      MOVE entryCoursecode TO SB-COURSECODE
041860      MOVE entryCsection   TO SB-CSECTION
041870      MOVE currentTerm         TO SB-TERM
041880      READ SUBJECT-MASTER WITH LOCK
041890       INVALID KEY
041900        DISPLAY "ERROR! Not enrolled in that course/section!"
041910       NOT INVALID KEY
041920        IF SB-STATUS = "W"
041930         DISPLAY "ERROR! Student withdrew from that section!"
041940        ELSE
041950         DISPLAY "Final Grade, 3 digits eg 275 = 2.75, "
041960             "or INC: "
041970             WITH NO ADVANCING
041980         ACCEPT gradeEntry
041990         IF gradeEntry NOT NUMERIC AND gradeEntry NOT = "INC"
042000          DISPLAY "ERROR! Grade must be 3 digits or INC!"
042010         ELSE
042020          PERFORM APPLYGRADE
042030         END-IF
042040        END-IF
042050      END-READ
042060      IF subjectStatus = "51"
042070       DISPLAY "Record is in use at another window; try again."
042080      END-IF
042090     ELSE
042100      DISPLAY "ERROR! Student not found!"
042110     END-IF.
042120
042130 VIEWALL.
042140     IF numOfStudents = 0
042150      DISPLAY "There are no students!"
042160     ELSE
042170      MOVE LOW-VALUES TO SM-SNUM
042180      START STUDENT-MASTER KEY IS NOT LESS THAN SM-SNUM
042190       INVALID KEY
042200        CONTINUE
042210      END-START
042220      MOVE "N" TO eofSwitch
042230      PERFORM VIEWALL-LOOP UNTIL eofSwitch = "Y"
042240     END-IF.
042250
042260 VIEWALL-LOOP.
042270     READ STUDENT-MASTER NEXT RECORD
042280      AT END
042290       MOVE "Y" TO eofSwitch
042300      NOT AT END
042310       DISPLAY "Firstname: " WITH NO ADVANCING
042320       DISPLAY SM-FIRSTNAME
042330       DISPLAY "Surname: " WITH NO ADVANCING
042340       DISPLAY SM-SURNAME
042350       DISPLAY "Student Number: " WITH NO ADVANCING
042360       DISPLAY SM-SNUM
042370       DISPLAY " "
042380     END-READ.
042390
042400 VIEWONE.
042410     PERFORM SEARCHSTUDENT.
042420     IF FOUNDSTUDENT = 1
042430      DISPLAY "First Name: " WITH NO ADVANCING
042440      DISPLAY SM-FIRSTNAME
042450      DISPLAY "Last Name: " WITH NO ADVANCING
042460      DISPLAY SM-SURNAME
042470      DISPLAY "Student Number: " WITH NO ADVANCING
042480      DISPLAY SM-SNUM
042490      DISPLAY "Number of Subjects Taken: " WITH NO ADVANCING
042500      DISPLAY SM-NUM-SUBJECTS
042510      PERFORM PRINTSUBJECTS
042520     ELSE
042530      DISPLAY "ERROR! Student Not Found!"
042540     END-IF.
042550
042560 PRINTSUBJECTS.
042570*      Walk the subject master's key range for this student
042580     IF SM-NUM-SUBJECTS = 0
042590      DISPLAY "This student has no subjects!"
042600     ELSE
042610      MOVE SM-SNUM TO SB-SNUM
042620      MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM
042630      START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
042640       INVALID KEY
042650        CONTINUE
042660      END-START
042670      MOVE "N" TO eofSwitch
042680      PERFORM PRINTSUBJECTS-LOOP UNTIL eofSwitch = "Y"
042690     END-IF.
042700
042710 PRINTSUBJECTS-LOOP.
042720     READ SUBJECT-MASTER NEXT RECORD
042730      AT END
042740       MOVE "Y" TO eofSwitch
042750      NOT AT END
042760       IF SB-SNUM NOT = SM-SNUM
042770        MOVE "Y" TO eofSwitch
042780       ELSE
042790        DISPLAY "Course Code: " WITH NO ADVANCING
042800        DISPLAY SB-COURSECODE
042810        DISPLAY "Course Section: " WITH NO ADVANCING
042820        DISPLAY SB-CSECTION
042830        DISPLAY "Term: " WITH NO ADVANCING
042840        DISPLAY SB-TERM
042850        MOVE SB-UNITS TO unitsDisp
042860        MOVE SB-GRADE TO gradeDisp
042870        DISPLAY "Units: " WITH NO ADVANCING
042880        DISPLAY unitsDisp
042890        DISPLAY "Grade: " WITH NO ADVANCING
042900        DISPLAY gradeDisp
042910        IF SB-STATUS = "W"
042920         DISPLAY "(WITHDRAWN)"
042930        END-IF
042940        IF SB-INC = "Y" AND SB-GRADE = 0
042950         DISPLAY "(INCOMPLETE)"
042960        END-IF
042970        DISPLAY "~~~~~~~~"
042980       END-IF
042990     END-READ.
043000
043010*     Companion to STUDNUMSEARCH for when the clerk only has a
043020*     name to go on: lists every student whose surname or first
043030*     name starts with what was typed
043040 NAMESEARCH.
043050     DISPLAY "Search -> Name: " WITH NO ADVANCING.
043060     ACCEPT searchName.
043070     IF searchName = SPACES
043080      DISPLAY "ERROR! Search name cannot be blank!"
043090     ELSE
043100      MOVE FUNCTION LENGTH(FUNCTION TRIM(searchName,
043110          TRAILING)) TO searchLen
043120      MOVE 0 TO matchCount
043130      MOVE LOW-VALUES TO SM-SNUM
043140      START STUDENT-MASTER KEY IS NOT LESS THAN SM-SNUM
043150       INVALID KEY
043160        CONTINUE
043170      END-START
043180      MOVE "N" TO eofSwitch
043190      PERFORM NAMESEARCH-LOOP UNTIL eofSwitch = "Y"
043200      IF matchCount = 0
043210       DISPLAY "ERROR! No student matches that name!"
043220      END-IF
043230     END-IF.
043240
043250 NAMESEARCH-LOOP.
043260     READ STUDENT-MASTER NEXT RECORD
043270      AT END
043280       MOVE "Y" TO eofSwitch
043290      NOT AT END
043300       IF SM-SURNAME(1:searchLen) =
043310            searchName(1:searchLen)
043320          OR SM-FIRSTNAME(1:searchLen) =
043330            searchName(1:searchLen)
043340        ADD 1 TO matchCount
043350        MOVE SM-SNUM TO uniqueSnum
043360        DISPLAY "Student Number: " WITH NO ADVANCING
043370        DISPLAY SM-SNUM
043380        DISPLAY "Firstname: " WITH NO ADVANCING
043390        DISPLAY SM-FIRSTNAME
043400        DISPLAY "Surname: " WITH NO ADVANCING
043410        DISPLAY SM-SURNAME
043420        DISPLAY "~~~~~~~~"
043430       END-IF
043440     END-READ.
043450
043460 STUDNUMSEARCH.
043470*      Caller has already MOVEd the value being searched for
043480*      into SM-SNUM; a single keyed READ replaces the old
043490*      array scan
043500     MOVE 0 TO FOUNDSTUDENT.
043510     IF numOfStudents = 0
043520      DISPLAY "There are no students!"
043530     ELSE
043540      READ STUDENT-MASTER WITH LOCK
043550       INVALID KEY
043560        MOVE 0 TO FOUNDSTUDENT
043570       NOT INVALID KEY
043580        MOVE 1 TO FOUNDSTUDENT
043590      END-READ
043600*      A locked read fails without raising INVALID KEY, so the
043610*      clerk is told the real reason instead of "not found"
043620      IF studentStatus = "51"
043630       DISPLAY "Record is in use at another window; try again."
043640      END-IF
043650     END-IF.
043660
043670*     Shared entry point for EDITSTUDENT/DELETESTUDENT/ADDSUBJECT/
043680*     VIEWONE: lets the clerk type a student number, or leave it
043690*     blank to look the student up by name instead.  A blank
043700*     entry that turns up exactly one name match is resolved
043710*     automatically; anything else falls back to NAMESEARCH's
043720*     candidate list so the clerk can retry with the number.
043730 SEARCHSTUDENT.
043740     DISPLAY "Search -> Student Number (blank for name "
043750         "search): " WITH NO ADVANCING.
043760     ACCEPT sNumSearch.
043770     IF sNumSearch NOT = SPACES
043780      MOVE sNumSearch TO SM-SNUM
043790      PERFORM STUDNUMSEARCH
043800     ELSE
043810      PERFORM NAMESEARCH
043820      IF matchCount = 1
043830       MOVE uniqueSnum TO SM-SNUM
043840       PERFORM STUDNUMSEARCH
043850      ELSE
043860       IF matchCount > 1
043870        DISPLAY "Enter one of the student numbers above."
043880       END-IF
043890       MOVE 0 TO FOUNDSTUDENT
043900      END-IF
043910     END-IF.
043920
043930*     Append one transaction row to the audit trail.  Callers
043940*     fill in AL-OPERATION, AL-SNUM, AL-FIELD, AL-OLD-VALUE and
043950*     AL-NEW-VALUE before PERFORMing this paragraph
043960 WRITEAUDIT.
043970     ACCEPT AL-DATE FROM DATE YYYYMMDD.
043980     ACCEPT AL-TIME FROM TIME.
043990     MOVE operId TO AL-OPERATOR.
044000     WRITE AUDIT-LOG-RECORD.
044010
044020*     Sign-on at program start: three tries against OPERMAST.
044030*     A brand-new installation has no operators yet, so the
044040*     first run creates the opening supervisor sign-on before
044050*     asking for it
044060 SIGNON.
044070     MOVE "N" TO signedOn.
044080     PERFORM CHECKFIRSTOPER.
044090     MOVE 0 TO signTries.
044100     PERFORM SIGNON-TRY UNTIL signedOn = "Y"
044110         OR signTries NOT LESS THAN 3.
044120     IF signedOn NOT = "Y"
044130      DISPLAY "ERROR! Sign-on failed; session ends."
044140      MOVE 1 TO EXITED
044150     END-IF.
044160
044170 CHECKFIRSTOPER.
044180     MOVE LOW-VALUES TO OP-OPERID.
044190     START OPERATOR-MASTER KEY IS NOT LESS THAN OP-OPERID
044200      INVALID KEY
044210       CONTINUE
044220     END-START.
044230     READ OPERATOR-MASTER NEXT RECORD
044240      AT END
044250       DISPLAY "No operators on file; create the opening "
044260           "supervisor sign-on."
044270       PERFORM CREATEFIRSTOPER
044280     END-READ.
044290
044300 CREATEFIRSTOPER.
044310     MOVE SPACES TO OPERATOR-RECORD.
044320     DISPLAY "Operator ID: " WITH NO ADVANCING.
044330     ACCEPT OP-OPERID.
044340     DISPLAY "Name: " WITH NO ADVANCING.
044350     ACCEPT OP-NAME.
044360     DISPLAY "Password: " WITH NO ADVANCING.
044370     ACCEPT OP-PASSWORD.
044380     MOVE "S" TO OP-CLASS.
044390     WRITE OPERATOR-RECORD
044400      INVALID KEY
044410       DISPLAY "ERROR! Could not create the operator!"
044420      NOT INVALID KEY
044430       DISPLAY "Supervisor created; now sign on with it."
044440     END-WRITE.
044450
044460 SIGNON-TRY.
044470     ADD 1 TO signTries.
044480     DISPLAY "Operator ID: " WITH NO ADVANCING.
044490     ACCEPT entryOperid.
044500     DISPLAY "Password: " WITH NO ADVANCING.
044510     ACCEPT entryPassword.
044520     MOVE entryOperid TO OP-OPERID.
044530     READ OPERATOR-MASTER
044540      INVALID KEY
044550*      One refusal message for a wrong ID and a wrong
044560*      password alike, so the prompt gives nothing away
044570       DISPLAY "ERROR! Sign-on refused."
044580      NOT INVALID KEY
044590       IF OP-PASSWORD = entryPassword
044600        MOVE "Y" TO signedOn
044610        MOVE OP-OPERID TO operId
044620        MOVE OP-CLASS  TO operClass
044630        MOVE OP-NAME   TO operName
044640        IF operClass = "M" OR operClass = "D"
044650            OR operClass = "S"
044660         MOVE "Y" TO maintOk
044670        ELSE
044680         MOVE "N" TO maintOk
044690        END-IF
044700        DISPLAY "Signed on: " WITH NO ADVANCING
044710        DISPLAY OP-NAME
044720        MOVE "SIGN-ON" TO AL-OPERATION
044730        MOVE SPACES    TO AL-SNUM
044740        MOVE "OPERID"  TO AL-FIELD
044750        MOVE SPACES    TO AL-OLD-VALUE
044760        MOVE operId    TO AL-NEW-VALUE
044770        PERFORM WRITEAUDIT
044780       ELSE
044790        DISPLAY "ERROR! Sign-on refused."
044800       END-IF
044810     END-READ.
044820
044830*     Add one operator to the master.  Reached only from a
044840*     supervisor sign-on through the menu gate
044850 ADDOPERATOR.
044860     DISPLAY "You will add an operator".
044870     DISPLAY "Operator ID: " WITH NO ADVANCING.
044880     ACCEPT entryOperid.
044890     IF entryOperid = SPACES
044900      DISPLAY "ERROR! Operator ID cannot be blank!"
044910     ELSE
044920      DISPLAY "Class (C clerk, M maintenance, D dean, "
044930          "S supervisor): " WITH NO ADVANCING
044940      ACCEPT entryClass
044950      IF entryClass NOT = "C" AND entryClass NOT = "M"
044960          AND entryClass NOT = "D" AND entryClass NOT = "S"
044970       DISPLAY "ERROR! Class must be C, M, D or S!"
044980      ELSE
044990       MOVE SPACES      TO OPERATOR-RECORD
045000       MOVE entryOperid TO OP-OPERID
045010       DISPLAY "Name: " WITH NO ADVANCING
045020       ACCEPT OP-NAME
045030       DISPLAY "Password: " WITH NO ADVANCING
045040       ACCEPT OP-PASSWORD
045050       MOVE entryClass  TO OP-CLASS
045060       WRITE OPERATOR-RECORD
045070        INVALID KEY
045080         DISPLAY "ERROR! That operator ID is already on file!"
045090        NOT INVALID KEY
045100         DISPLAY "Operator added."
045110         MOVE "ADD-OPERATOR" TO AL-OPERATION
045120         MOVE SPACES         TO AL-SNUM
045130         MOVE "OPERID"       TO AL-FIELD
045140         MOVE SPACES         TO AL-OLD-VALUE
045150         MOVE entryOperid    TO AL-NEW-VALUE
045160         PERFORM WRITEAUDIT
045170       END-WRITE
045180      END-IF
045190     END-IF.
045200
045210*     The maintenance options demand a maintenance-or-higher
045220*     class, transfer credit a dean or supervisor, and operator
045230*     maintenance a supervisor; everything else any signed-on
045240*     operator may reach
045250 CHECKAUTH.
045260     MOVE "Y" TO authOk.
045270     IF (CHOICE = 9 OR CHOICE = 11 OR CHOICE = 13
045280         OR CHOICE = 14 OR CHOICE = 17 OR CHOICE = 18
045290         OR CHOICE = 19 OR CHOICE = 21 OR CHOICE = 22
045300         OR CHOICE = 23)
045310         AND maintOk NOT = "Y"
045320      MOVE "N" TO authOk
045330     END-IF.
045340     IF CHOICE = 20 AND operClass NOT = "S"
045350      MOVE "N" TO authOk
045360     END-IF.
045370     IF (CHOICE = 24 OR CHOICE = 25)
045380         AND operClass NOT = "D" AND operClass NOT = "S"
045390      MOVE "N" TO authOk
045400     END-IF.
045410
045420 MAINMENU.
045430     PERFORM COUNTSTUDENTS.
045440     DISPLAY "<Current Term: " WITH NO ADVANCING.
045450     DISPLAY currentTerm WITH NO ADVANCING.
045460     DISPLAY ">".
045470     DISPLAY "<Current Number of Students: " WITH NO ADVANCING.
045480     DISPLAY numOfStudents WITH NO ADVANCING.
045490     DISPLAY ">".
045500     DISPLAY "~MENU~".
045510     DISPLAY "[1] Add Student ".
045520     DISPLAY "[2] Add Subject To Student ".
045530     DISPLAY "[3] Edit Student".
045540     DISPLAY "[4] Delete Student".
045550     DISPLAY "[5] View Info on One Student".
045560     DISPLAY "[6] View Info on All Students".
045570     DISPLAY "[7] Search Student By Name".
045580     DISPLAY "[8] Post Grade".
045590     IF maintOk = "Y"
045600      DISPLAY "[9] Add Course (maintenance)"
045610     END-IF.
045620     DISPLAY "[10] Drop Subject From Student".
045630     IF maintOk = "Y"
045640      DISPLAY "[11] Add Prerequisite (maintenance)"
045650     END-IF.
045660     DISPLAY "[12] Grade Sheet Entry (one section)".
045670     IF maintOk = "Y"
045680      DISPLAY "[13] Add Curriculum Requirement (maintenance)"
045690      DISPLAY "[14] Set Fee Table (maintenance)"
045700     END-IF.
045710     DISPLAY "[15] Assess Fees / Print Registration Cert".
045720     DISPLAY "[16] Post Payment".
045730     IF maintOk = "Y"
045740      DISPLAY "[17] Place Hold (maintenance)"
045750      DISPLAY "[18] Release Hold (maintenance)"
045760      DISPLAY "[19] Add Faculty Member (maintenance)"
045770     END-IF.
045780     IF operClass = "S"
045790      DISPLAY "[20] Add Operator (supervisor)"
045800     END-IF.
045810     IF maintOk = "Y"
045820      DISPLAY "[21] Add Room (maintenance)"
045830      DISPLAY "[22] Change Section (maintenance)"
045840      DISPLAY "[23] Cancel Section (maintenance)"
045850     END-IF.
045860     IF operClass = "D" OR operClass = "S"
045870      DISPLAY "[24] Add Transfer Credit (dean)"
045880      DISPLAY "[25] Remove Transfer Credit (dean)"
045890     END-IF.
045900     DISPLAY "[0] Exit".
045910     DISPLAY " Choice : " WITH NO ADVANCING.
045920     ACCEPT CHOICE.
045930
045940     PERFORM CHECKAUTH.
045950     IF authOk = "N"
045960      DISPLAY "ERROR! Not authorized for that option."
045970     ELSE
045980     IF CHOICE = 1
045990      PERFORM ADDSTUDENT
046000      DISPLAY "ADDSTUDENT"
046010     ELSE
046020     IF CHOICE = 2
046030      PERFORM ADDSUBJECT
046040      DISPLAY "ADDSUBJECT"
046050     ELSE
046060      IF CHOICE = 3
046070       PERFORM EDITSTUDENT
046080      ELSE
046090       IF CHOICE = 4
046100        PERFORM DELETESTUDENT
046110       ELSE
046120        IF CHOICE = 5
046130         DISPLAY "You will view info one student"
046140         PERFORM VIEWONE
046150        ELSE
046160         IF CHOICE = 6
046170          DISPLAY "You will view all students"
046180          PERFORM VIEWALL
046190         ELSE
046200          IF CHOICE = 7
046210           PERFORM NAMESEARCH
046220          ELSE
046230           IF CHOICE = 8
046240            PERFORM POSTGRADE
046250           ELSE
046260            IF CHOICE = 9
046270             PERFORM ADDCOURSE
046280            ELSE
046290             IF CHOICE = 10
046300              PERFORM DROPSUBJECT
046310             ELSE
046320              IF CHOICE = 11
046330               PERFORM ADDPREREQ
046340              ELSE
046350               IF CHOICE = 12
046360                PERFORM GRADESHEET
046370               ELSE
046380                IF CHOICE = 13
046390                 PERFORM ADDCURRIC
046400                ELSE
046410                 IF CHOICE = 14
046420                  PERFORM SETFEES
046430                 ELSE
046440                  IF CHOICE = 15
046450                   PERFORM ASSESSFEES
046460                  ELSE
046470                   IF CHOICE = 16
046480                    PERFORM POSTPAYMENT
046490                   ELSE
046500                    IF CHOICE = 17
046510                     PERFORM PLACEHOLD
046520                    ELSE
046530                     IF CHOICE = 18
046540                      PERFORM RELEASEHOLD
046550                     ELSE
046560                      IF CHOICE = 19
046570                       PERFORM ADDFACULTY
046580                      ELSE
046590                       IF CHOICE = 20
046600                        PERFORM ADDOPERATOR
046610                       ELSE
046620                        IF CHOICE = 21
046630                         PERFORM ADDROOM
046640                        ELSE
046650                         IF CHOICE = 22
046660                          PERFORM CHANGESECTION
046670                         ELSE
046680                          IF CHOICE = 23
046690                           PERFORM CANCELSECTION
046700                          ELSE
046710                           IF CHOICE = 24
046720                            PERFORM ADDXFERCREDIT
046730                           ELSE
046740                            IF CHOICE = 25
046750                             PERFORM REMOVEXFERCREDIT
046760                            ELSE
046770                             MOVE 1 TO EXITED
046780                            END-IF
046790                           END-IF
046800                          END-IF
046810                         END-IF
046820                        END-IF
046830                       END-IF
046840                      END-IF
046850                     END-IF
046860                    END-IF
046870                   END-IF
046880                  END-IF
046890                 END-IF
046900                END-IF
046910               END-IF
046920              END-IF
046930             END-IF
046940            END-IF
046950           END-IF
046960          END-IF
046970         END-IF
046980        END-IF
046990       END-IF
047000      END-IF
047010     END-IF
047020     END-IF
047030     END-IF.
047040     PERFORM RELEASELOCKS.
047050
047060*     Every record lock taken during the operation just done
047070*     comes off here, so one window can never sit on a record
047080*     between menu screens while another waits on it
047090 RELEASELOCKS.
047100     UNLOCK STUDENT-MASTER.
047110     UNLOCK SUBJECT-MASTER.
047120     UNLOCK COURSE-MASTER.
047130     UNLOCK WAITLIST.
047140     UNLOCK PREREQ.
047150     UNLOCK CURRICULUM.
047160     UNLOCK FEE-TABLE.
047170     UNLOCK STUDENT-ACCOUNT.
047180     UNLOCK HOLD-FILE.
047190     UNLOCK FACULTY-MASTER.
047200     UNLOCK SECTION-INDEX.
047210     UNLOCK OPERATOR-MASTER.
047220     UNLOCK ROOM-MASTER.
047230     UNLOCK TRANSFER-CREDIT.
047240     UNLOCK FEE-ADJUST.
