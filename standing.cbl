000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-09-01.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000100*    2026-09-01  JR    Original term-end academic standing job.
000110*    2026-09-01  JR    Stamp the job name in the audit trail's
000120*                      new operator field.
000130*    2026-10-15  JR    Warn when current-term grades are still
000140*                      outstanding and ask before judging.
000150*--------------------------------------------------------------
000160*    Run at term end after grades are in, before TERMROLL
000170*    advances the term.  Judges each student's standing from
000180*    their graded current-term SUBJMAST rows:
000190*      - half or more of the graded units failed (grade worse
000200*        than 3.00): DISMISSED - SM-STANDING "D" and a "DS"
000210*        hold placed on HOLDFILE so ADDSUBJECT stops them;
000220*      - a quarter or more failed: PROBATION - SM-STANDING
000230*        "P" and next term's enrollment capped at the unit
000240*        cap the operator names at start-up;
000250*      - otherwise GOOD - SM-STANDING "G", no cap.
000260*    A student with no graded rows this term is left as they
000270*    stand.  Every standing change and hold placed lands on
000280*    AUDITLOG like the interactive updates.
000290*    Before anything is judged, the term's rows still waiting
000300*    for a grade (not withdrawn, not INC) are counted - the
000310*    rows DELQREPT lists by instructor - and if there are any
000320*    the operator must confirm the run, since standing judged
000330*    on missing grades is wrong for those students.
000340*--------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SM-SNUM
000430         FILE STATUS IS WS-STUDENT-STATUS.
000440
000450     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SB-KEY
000490         FILE STATUS IS WS-SUBJECT-STATUS.
000500
000510     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS HD-KEY
000550         FILE STATUS IS WS-HOLD-STATUS.
000560
000570     SELECT TERM-CONTROL ASSIGN TO "TERMCTRL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-TERM-STATUS.
000600
000610     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         SHARING WITH ALL OTHER
000640         FILE STATUS IS WS-AUDIT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680     FD  STUDENT-MASTER.
000690         COPY "stumast.cpy".
000700
000710     FD  SUBJECT-MASTER.
000720         COPY "submast.cpy".
000730
000740     FD  HOLD-FILE.
000750         COPY "holds.cpy".
000760
000770     FD  TERM-CONTROL.
000780         COPY "trmctl.cpy".
000790
000800     FD  AUDIT-LOG.
000810         COPY "audrec.cpy".
000820
000830 WORKING-STORAGE SECTION.
000840     77  WS-STUDENT-STATUS         PIC X(02).
000850     77  WS-SUBJECT-STATUS         PIC X(02).
000860     77  WS-HOLD-STATUS            PIC X(02).
000870     77  WS-TERM-STATUS            PIC X(02).
000880     77  WS-AUDIT-STATUS           PIC X(02).
000890     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
000900     77  WS-EOF-STUDENT            PIC X(01).
000910     77  WS-EOF-SUBJECT            PIC X(01).
000920     77  WS-CURRENT-TERM           PIC X(05).
000930     77  WS-RUN-DATE               PIC 9(08).
000940*    The probation cap comes in as raw digits, eg 150 = 15.0
000950     77  WS-CAP-TEXT               PIC X(03).
000960     77  WS-PROBATION-CAP          PIC 9(02)V9.
000970     77  WS-CAP-RAW REDEFINES WS-PROBATION-CAP
000980                                   PIC 9(03).
000990     77  WS-CAP-OK                 PIC X(01).
001000*    One student's graded current-term units and the failed
001010*    share of them
001020     77  WS-GRADED-UNITS           PIC 9(03)V9.
001030     77  WS-FAILED-UNITS           PIC 9(03)V9.
001040     77  WS-NEW-STANDING           PIC X(01).
001050     77  WS-OLD-STANDING           PIC X(01).
001060*    Run totals for the job log
001070     77  WS-JUDGED-COUNT           PIC 9(05) VALUE 0.
001080     77  WS-GOOD-COUNT             PIC 9(05) VALUE 0.
001090     77  WS-PROBATION-COUNT        PIC 9(05) VALUE 0.
001100     77  WS-DISMISSED-COUNT        PIC 9(05) VALUE 0.
001110     77  WS-HOLDS-PLACED           PIC 9(05) VALUE 0.
001120*    Grades still outstanding and the operator's go-ahead
001130     77  WS-OUTSTANDING-COUNT      PIC 9(05) VALUE 0.
001140     77  WS-PROCEED-SWITCH         PIC X(01) VALUE "Y".
001150     77  WS-ANSWER                 PIC X(01).
001160
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001200     IF WS-ABORT-SWITCH = "N" AND WS-PROCEED-SWITCH = "Y"
001210      PERFORM 2000-JUDGE-STUDENTS THRU 2000-EXIT
001220     END-IF.
001230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001240     STOP RUN.
001250
001260*--------------------------------------------------------------
001270*    1000-INITIALIZE -- open the files, read the term being
001280*    closed, and take the probation cap from the operator
001290*--------------------------------------------------------------
001300 1000-INITIALIZE.
001310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001320     OPEN I-O STUDENT-MASTER.
001330     IF WS-STUDENT-STATUS NOT = "00"
001340      DISPLAY "ERROR! No student master file on file."
001350      MOVE "Y" TO WS-ABORT-SWITCH
001360     END-IF.
001370     OPEN INPUT SUBJECT-MASTER.
001380     IF WS-SUBJECT-STATUS NOT = "00"
001390      DISPLAY "ERROR! No subject master file on file."
001400      MOVE "Y" TO WS-ABORT-SWITCH
001410     END-IF.
001420     OPEN I-O HOLD-FILE.
001430     IF WS-HOLD-STATUS = "35"
001440      OPEN OUTPUT HOLD-FILE
001450      CLOSE HOLD-FILE
001460      OPEN I-O HOLD-FILE
001470     END-IF.
001480     IF WS-HOLD-STATUS NOT = "00"
001490      DISPLAY "ERROR! HOLDFILE open failed, status "
001500          WS-HOLD-STATUS
001510      MOVE "Y" TO WS-ABORT-SWITCH
001520     END-IF.
001530     OPEN INPUT TERM-CONTROL.
001540     IF WS-TERM-STATUS NOT = "00"
001550      DISPLAY "ERROR! No term control file on file."
001560      MOVE "Y" TO WS-ABORT-SWITCH
001570     ELSE
001580      READ TERM-CONTROL
001590       AT END
001600        DISPLAY "ERROR! Term control file is empty."
001610        MOVE "Y" TO WS-ABORT-SWITCH
001620       NOT AT END
001630        MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
001640      END-READ
001650      CLOSE TERM-CONTROL
001660     END-IF.
001670     IF WS-ABORT-SWITCH = "N"
001680      OPEN EXTEND AUDIT-LOG
001690      IF WS-AUDIT-STATUS = "35"
001700       OPEN OUTPUT AUDIT-LOG
001710      END-IF
001720      PERFORM 1200-CHECK-OUTSTANDING THRU 1200-EXIT
001730     END-IF.
001740     IF WS-ABORT-SWITCH = "N" AND WS-PROCEED-SWITCH = "Y"
001750      MOVE "N" TO WS-CAP-OK
001760      PERFORM 1100-ASK-CAP THRU 1100-EXIT
001770          UNTIL WS-CAP-OK = "Y"
001780     END-IF.
001790 1000-EXIT.
001800     EXIT.
001810
001820 1100-ASK-CAP.
001830     DISPLAY "Probation unit cap, raw digits eg 150 = 15.0: "
001840         WITH NO ADVANCING.
001850     ACCEPT WS-CAP-TEXT.
001860     IF WS-CAP-TEXT NOT NUMERIC
001870      DISPLAY "ERROR! Cap must be 3 digits."
001880     ELSE
001890      MOVE WS-CAP-TEXT TO WS-CAP-RAW
001900      IF WS-PROBATION-CAP = 0
001910       DISPLAY "ERROR! Cap cannot be zero."
001920      ELSE
001930       MOVE "Y" TO WS-CAP-OK
001940      END-IF
001950     END-IF.
001960 1100-EXIT.
001970     EXIT.
001980
001990*--------------------------------------------------------------
002000*    1200-CHECK-OUTSTANDING -- count the current-term rows
002010*    still without a grade; any at all and the operator is
002020*    warned and must say Y to go on
002030*--------------------------------------------------------------
002040 1200-CHECK-OUTSTANDING.
002050     MOVE LOW-VALUES TO SB-KEY.
002060     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
002070      INVALID KEY
002080       CONTINUE
002090     END-START.
002100     MOVE "N" TO WS-EOF-SUBJECT.
002110     PERFORM 1210-CHECK-OUTSTANDING-LOOP THRU 1210-EXIT
002120         UNTIL WS-EOF-SUBJECT = "Y".
002130     IF WS-OUTSTANDING-COUNT NOT = 0
002140      DISPLAY "WARNING! " WS-OUTSTANDING-COUNT
002150          " current-term grades are still outstanding;"
002160      DISPLAY "         DELQREPT lists them by instructor."
002170      MOVE SPACE TO WS-ANSWER
002180      PERFORM 1220-ASK-PROCEED THRU 1220-EXIT
002190          UNTIL WS-ANSWER = "Y" OR WS-ANSWER = "N"
002200      IF WS-ANSWER = "N"
002210       MOVE "N" TO WS-PROCEED-SWITCH
002220       DISPLAY "Standing not run."
002230      END-IF
002240     END-IF.
002250 1200-EXIT.
002260     EXIT.
002270
002280 1210-CHECK-OUTSTANDING-LOOP.
002290     READ SUBJECT-MASTER NEXT RECORD
002300      AT END
002310       MOVE "Y" TO WS-EOF-SUBJECT
002320      NOT AT END
002330       IF SB-TERM = WS-CURRENT-TERM AND SB-STATUS NOT = "W"
002340           AND SB-GRADE = 0 AND SB-INC NOT = "Y"
002350        ADD 1 TO WS-OUTSTANDING-COUNT
002360       END-IF
002370     END-READ.
002380 1210-EXIT.
002390     EXIT.
002400
002410 1220-ASK-PROCEED.
002420     DISPLAY "Run standing anyway (Y/N)? " WITH NO ADVANCING.
002430     ACCEPT WS-ANSWER.
002440     IF WS-ANSWER = "y"
002450      MOVE "Y" TO WS-ANSWER
002460     END-IF.
002470     IF WS-ANSWER = "n"
002480      MOVE "N" TO WS-ANSWER
002490     END-IF.
002500 1220-EXIT.
002510     EXIT.
002520
002530*--------------------------------------------------------------
002540*    2000-JUDGE-STUDENTS -- every student on file, in student-
002550*    number order
002560*--------------------------------------------------------------
002570 2000-JUDGE-STUDENTS.
002580     MOVE LOW-VALUES TO SM-SNUM.
002590     START STUDENT-MASTER KEY IS NOT LESS THAN SM-SNUM
002600      INVALID KEY
002610       CONTINUE
002620     END-START.
002630     MOVE "N" TO WS-EOF-STUDENT.
002640     PERFORM 2100-JUDGE-STUDENTS-LOOP THRU 2100-EXIT
002650         UNTIL WS-EOF-STUDENT = "Y".
002660 2000-EXIT.
002670     EXIT.
002680
002690 2100-JUDGE-STUDENTS-LOOP.
002700     READ STUDENT-MASTER NEXT RECORD
002710      AT END
002720       MOVE "Y" TO WS-EOF-STUDENT
002730      NOT AT END
002740       PERFORM 2200-TALLY-TERM THRU 2200-EXIT
002750       IF WS-GRADED-UNITS NOT = 0
002760        PERFORM 2400-APPLY-STANDING THRU 2400-EXIT
002770       END-IF
002780     END-READ.
002790 2100-EXIT.
002800     EXIT.
002810
002820*--------------------------------------------------------------
002830*    2200-TALLY-TERM -- total the student's graded current-
002840*    term units and the failed share of them
002850*--------------------------------------------------------------
002860 2200-TALLY-TERM.
002870     MOVE 0 TO WS-GRADED-UNITS.
002880     MOVE 0 TO WS-FAILED-UNITS.
002890     MOVE SM-SNUM TO SB-SNUM.
002900     MOVE LOW-VALUES TO SB-COURSECODE SB-CSECTION SB-TERM.
002910     START SUBJECT-MASTER KEY IS NOT LESS THAN SB-KEY
002920      INVALID KEY
002930       CONTINUE
002940     END-START.
002950     MOVE "N" TO WS-EOF-SUBJECT.
002960     PERFORM 2300-TALLY-TERM-LOOP THRU 2300-EXIT
002970         UNTIL WS-EOF-SUBJECT = "Y".
002980 2200-EXIT.
002990     EXIT.
003000
003010 2300-TALLY-TERM-LOOP.
003020     READ SUBJECT-MASTER NEXT RECORD
003030      AT END
003040       MOVE "Y" TO WS-EOF-SUBJECT
003050      NOT AT END
003060       IF SB-SNUM NOT = SM-SNUM
003070        MOVE "Y" TO WS-EOF-SUBJECT
003080       ELSE
003090        IF SB-TERM = WS-CURRENT-TERM AND SB-STATUS NOT = "W"
003100            AND SB-GRADE NOT = 0
003110         ADD SB-UNITS TO WS-GRADED-UNITS
003120         IF SB-GRADE GREATER THAN 3.00
003130          ADD SB-UNITS TO WS-FAILED-UNITS
003140         END-IF
003150        END-IF
003160       END-IF
003170     END-READ.
003180 2300-EXIT.
003190     EXIT.
003200
003210*--------------------------------------------------------------
003220*    2400-APPLY-STANDING -- judge, stamp the student record,
003230*    and place the dismissal hold where one is earned
003240*--------------------------------------------------------------
003250 2400-APPLY-STANDING.
003260     ADD 1 TO WS-JUDGED-COUNT.
003270     IF WS-FAILED-UNITS * 2 NOT LESS THAN WS-GRADED-UNITS
003280      MOVE "D" TO WS-NEW-STANDING
003290     ELSE
003300      IF WS-FAILED-UNITS * 4 NOT LESS THAN WS-GRADED-UNITS
003310       MOVE "P" TO WS-NEW-STANDING
003320      ELSE
003330       MOVE "G" TO WS-NEW-STANDING
003340      END-IF
003350     END-IF.
003360     MOVE SM-STANDING TO WS-OLD-STANDING.
003370     MOVE WS-NEW-STANDING TO SM-STANDING.
003380     IF WS-NEW-STANDING = "P"
003390      MOVE WS-PROBATION-CAP TO SM-UNIT-CAP
003400     ELSE
003410      MOVE 0 TO SM-UNIT-CAP
003420     END-IF.
003430     REWRITE STUDENT-MASTER-RECORD
003440      INVALID KEY
003450       DISPLAY "ERROR! Could not update student " SM-SNUM
003460      NOT INVALID KEY
003470       IF WS-NEW-STANDING = "G"
003480        ADD 1 TO WS-GOOD-COUNT
003490       END-IF
003500       IF WS-NEW-STANDING = "P"
003510        ADD 1 TO WS-PROBATION-COUNT
003520       END-IF
003530       IF WS-NEW-STANDING = "D"
003540        ADD 1 TO WS-DISMISSED-COUNT
003550        PERFORM 3000-PLACE-DISMISSAL THRU 3000-EXIT
003560       END-IF
003570       IF WS-NEW-STANDING NOT = WS-OLD-STANDING
003580        MOVE "SET-STANDING"   TO AL-OPERATION
003590        MOVE SM-SNUM          TO AL-SNUM
003600        MOVE "STANDING"       TO AL-FIELD
003610        MOVE WS-OLD-STANDING  TO AL-OLD-VALUE
003620        MOVE WS-NEW-STANDING  TO AL-NEW-VALUE
003630        PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
003640       END-IF
003650     END-REWRITE.
003660 2400-EXIT.
003670     EXIT.
003680
003690*--------------------------------------------------------------
003700*    3000-PLACE-DISMISSAL -- the "DS" hold that makes the
003710*    dismissal stick in ADDSUBJECT.  One already on file from
003720*    an earlier term is left alone
003730*--------------------------------------------------------------
003740 3000-PLACE-DISMISSAL.
003750     MOVE SPACES      TO HOLD-RECORD.
003760     MOVE SM-SNUM     TO HD-SNUM.
003770     MOVE "DS"        TO HD-TYPE.
003780     MOVE WS-RUN-DATE TO HD-DATE-PLACED.
003790     MOVE SPACES      TO HD-REASON.
003800     STRING "DISMISSED TERM " WS-CURRENT-TERM
003810         DELIMITED BY SIZE INTO HD-REASON.
003820     WRITE HOLD-RECORD
003830      INVALID KEY
003840       CONTINUE
003850      NOT INVALID KEY
003860       ADD 1 TO WS-HOLDS-PLACED
003870       MOVE "PLACE-HOLD" TO AL-OPERATION
003880       MOVE SM-SNUM      TO AL-SNUM
003890       MOVE "HOLD-TYPE"  TO AL-FIELD
003900       MOVE SPACES       TO AL-OLD-VALUE
003910       MOVE "DS"         TO AL-NEW-VALUE
003920       PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
003930     END-WRITE.
003940 3000-EXIT.
003950     EXIT.
003960
003970 6000-WRITE-AUDIT.
003980     ACCEPT AL-DATE FROM DATE YYYYMMDD.
003990     ACCEPT AL-TIME FROM TIME.
004000     MOVE "STANDING" TO AL-OPERATOR.
004010     WRITE AUDIT-LOG-RECORD.
004020 6000-EXIT.
004030     EXIT.
004040
004050*--------------------------------------------------------------
004060*    9000-TERMINATE -- close up and report the run totals
004070*--------------------------------------------------------------
004080 9000-TERMINATE.
004090     IF WS-ABORT-SWITCH = "N"
004100      CLOSE STUDENT-MASTER SUBJECT-MASTER HOLD-FILE AUDIT-LOG
004110     END-IF.
004120     DISPLAY "Students judged:   " WS-JUDGED-COUNT.
004130     DISPLAY "Good standing:     " WS-GOOD-COUNT.
004140     DISPLAY "On probation:      " WS-PROBATION-COUNT.
004150     DISPLAY "Dismissed:         " WS-DISMISSED-COUNT.
004160     DISPLAY "Dismissal holds placed: " WS-HOLDS-PLACED.
004170 9000-EXIT.
004180     EXIT.
