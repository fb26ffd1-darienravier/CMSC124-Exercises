000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BANKPOST.
000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000100*    2026-10-15  JR    Original bank collection posting job.
000110*    2026-10-15  JR    Close each master that opened when the
000120*                      run stops early.
000130*--------------------------------------------------------------
000140*    Posts the partner bank's daily collection file (BANKCOLL)
000150*    to STUACCT, doing in one run what the cashier otherwise
000160*    keys payment by payment through POSTPAYMENT.  The file is
000170*    a header (bank, file reference, collection date), one
000180*    detail per payment (payment reference, student number,
000190*    term, amount) and a trailer (detail count and total).
000200*    The whole file is checked before anything is posted: it
000210*    must run header, details, trailer, every amount must be
000220*    digits, and the trailer must agree with the details.  A
000230*    file whose reference and collection date are already on
000240*    the BANKLOG posted-files log is refused outright, so the
000250*    same day's collections cannot be posted twice.
000260*    Each payment is added to SA-PAID for its student and term
000270*    with an AUDITLOG entry stamped BANKPOST, creating the
000280*    account row the way POSTPAYMENT does when the payment
000290*    lands before the assessment.  A student number not on
000300*    STUDMAST or a term not on FEETABLE is not posted; an
000310*    overpayment is posted, since the money has been received,
000320*    but the excess is listed.  All of these go to the BANKRPT
000330*    exception report for the cashier.  When a payment leaves
000340*    the student owing nothing on any term, their "BA"
000350*    unpaid-balance hold is lifted.  A checkpoint (BANKCKPT)
000360*    counts the details done so a rerun of the same file
000370*    resumes after them the way BATCHLOAD resumes.
000380*--------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SM-SNUM
000470         SHARING WITH ALL OTHER
000480         FILE STATUS IS WS-STUDENT-STATUS.
000490
000500     SELECT STUDENT-ACCOUNT ASSIGN TO "STUACCT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS SA-KEY
000540         SHARING WITH ALL OTHER
000550         FILE STATUS IS WS-ACCT-STATUS.
000560
000570     SELECT FEE-TABLE ASSIGN TO "FEETABLE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS FT-TERM
000610         SHARING WITH ALL OTHER
000620         FILE STATUS IS WS-FEE-STATUS.
000630
000640     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS HD-KEY
000680         SHARING WITH ALL OTHER
000690         FILE STATUS IS WS-HOLD-STATUS.
000700
000710     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         SHARING WITH ALL OTHER
000740         FILE STATUS IS WS-AUDIT-STATUS.
000750
000760     SELECT BANK-FILE ASSIGN TO "BANKCOLL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-BANK-STATUS.
000790
000800     SELECT POSTED-LOG ASSIGN TO "BANKLOG"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-LOG-STATUS.
000830
000840     SELECT CHECKPOINT-FILE ASSIGN TO "BANKCKPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-CKPT-STATUS.
000870
000880     SELECT REPORT-FILE ASSIGN TO "BANKRPT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-REPORT-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940     FD  STUDENT-MASTER.
000950         COPY "stumast.cpy".
000960
000970     FD  STUDENT-ACCOUNT.
000980         COPY "stuacct.cpy".
000990
001000     FD  FEE-TABLE.
001010         COPY "feetbl.cpy".
001020
001030     FD  HOLD-FILE.
001040         COPY "holds.cpy".
001050
001060     FD  AUDIT-LOG.
001070         COPY "audrec.cpy".
001080
001090*    The bank's fixed-format collection file.  BK-TYPE tells
001100*    the header (H), a payment detail (D) and the trailer (T)
001110*    apart; amounts are in pesos with centavos
001120     FD  BANK-FILE.
001130     01  BANK-RECORD.
001140         05  BK-TYPE                 PIC X(01).
001150         05  BK-DATA                 PIC X(79).
001160         05  BK-HEADER REDEFINES BK-DATA.
001170             10  BK-H-BANK-CODE      PIC X(08).
001180             10  BK-H-REFERENCE      PIC X(12).
001190             10  BK-H-FILE-DATE      PIC 9(08).
001200             10  FILLER              PIC X(51).
001210         05  BK-DETAIL REDEFINES BK-DATA.
001220             10  BK-D-REFERENCE      PIC X(15).
001230             10  BK-D-SNUM           PIC X(10).
001240             10  BK-D-TERM           PIC X(05).
001250             10  BK-D-AMOUNT         PIC 9(07)V99.
001260             10  FILLER              PIC X(40).
001270         05  BK-TRAILER REDEFINES BK-DATA.
001280             10  BK-T-COUNT          PIC 9(07).
001290             10  BK-T-TOTAL          PIC 9(09)V99.
001300             10  FILLER              PIC X(61).
001310
001320*    One line per collection file posted in full
001330     FD  POSTED-LOG.
001340     01  POSTED-LOG-RECORD.
001350         05  BL-REFERENCE            PIC X(12).
001360         05  BL-FILE-DATE            PIC 9(08).
001370         05  BL-BANK-CODE            PIC X(08).
001380         05  BL-RUN-DATE             PIC 9(08).
001390         05  BL-COUNT                PIC 9(07).
001400         05  BL-TOTAL                PIC 9(09)V99.
001410
001420*    The file a checkpoint belongs to is carried with it, so a
001430*    different day's file starts from the top
001440     FD  CHECKPOINT-FILE.
001450     01  CHECKPOINT-RECORD.
001460         05  CK-REFERENCE            PIC X(12).
001470         05  CK-FILE-DATE            PIC 9(08).
001480         05  CK-DETAILS-DONE         PIC 9(07).
001490
001500     FD  REPORT-FILE.
001510     01  REPORT-LINE                 PIC X(100).
001520
001530 WORKING-STORAGE SECTION.
001540     77  WS-STUDENT-STATUS           PIC X(02).
001550     77  WS-ACCT-STATUS              PIC X(02).
001560     77  WS-FEE-STATUS               PIC X(02).
001570     77  WS-HOLD-STATUS              PIC X(02).
001580     77  WS-AUDIT-STATUS             PIC X(02).
001590     77  WS-BANK-STATUS              PIC X(02).
001600     77  WS-LOG-STATUS               PIC X(02).
001610     77  WS-CKPT-STATUS              PIC X(02).
001620     77  WS-REPORT-STATUS            PIC X(02).
001630     77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
001640*    Each master is closed only if it was opened, so a run that
001650*    stops early still closes the ones that did open
001660     77  WS-STUDENT-OPEN             PIC X(01) VALUE "N".
001670     77  WS-FEE-OPEN                 PIC X(01) VALUE "N".
001680     77  WS-ACCT-OPEN                PIC X(01) VALUE "N".
001690     77  WS-HOLD-OPEN                PIC X(01) VALUE "N".
001700     77  WS-EOF-SWITCH               PIC X(01).
001710     77  WS-EOF-ACCT                 PIC X(01).
001720     77  WS-RUN-DATE                 PIC 9(08).
001730*    The file being posted, from its header and trailer
001740     77  WS-BANK-CODE                PIC X(08).
001750     77  WS-FILE-REFERENCE           PIC X(12).
001760     77  WS-FILE-DATE                PIC 9(08).
001770     77  WS-TRAILER-COUNT            PIC 9(07).
001780     77  WS-TRAILER-TOTAL            PIC 9(09)V99.
001790     77  WS-TRAILER-SEEN             PIC X(01).
001800*    Why the whole file was refused; spaces while it is good
001810     77  WS-REJECT-REASON            PIC X(60) VALUE SPACES.
001820     77  WS-DETAIL-COUNT             PIC 9(07) VALUE 0.
001830     77  WS-DETAIL-TOTAL             PIC 9(09)V99 VALUE 0.
001840     77  WS-COUNT-DISP               PIC Z,ZZZ,ZZ9.
001850     77  WS-TOTAL-DISP               PIC ZZZ,ZZZ,ZZ9.99.
001860*    Restart point taken from the checkpoint of an unfinished
001870*    run of the same file
001880     77  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
001890     77  WS-SKIP-COUNT               PIC 9(07) VALUE 0.
001900     77  WS-DETAILS-READ             PIC 9(07) VALUE 0.
001910*    One payment being posted
001920     77  WS-PAY-AMOUNT               PIC 9(07)V99.
001930     77  WS-OLD-PAID                 PIC 9(07)V99.
001940     77  WS-OVER-AMOUNT              PIC 9(07)V99.
001950     77  WS-ACCT-FOUND               PIC X(01).
001960     77  WS-OWING-SWITCH             PIC X(01).
001970     77  WS-REASON                   PIC X(45).
001980     77  WS-AMOUNT-DISP              PIC Z,ZZZ,ZZ9.99.
001990     77  WS-AUDIT-OLD-DISP           PIC ZZZZZZ9.99.
002000     77  WS-AUDIT-NEW-DISP           PIC ZZZZZZ9.99.
002010*    Run totals for the job log and the foot of the report
002020     77  WS-POSTED-COUNT             PIC 9(07) VALUE 0.
002030     77  WS-POSTED-TOTAL             PIC 9(09)V99 VALUE 0.
002040     77  WS-UNPOSTED-COUNT           PIC 9(07) VALUE 0.
002050     77  WS-UNPOSTED-TOTAL           PIC 9(09)V99 VALUE 0.
002060     77  WS-OVERPAID-COUNT           PIC 9(07) VALUE 0.
002070     77  WS-RELEASED-COUNT           PIC 9(07) VALUE 0.
002080
002090 PROCEDURE DIVISION.
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     IF WS-ABORT-SWITCH = "N"
002130      PERFORM 2000-POST-FILE THRU 2000-EXIT
002140     END-IF.
002150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002160     STOP RUN.
002170
002180*--------------------------------------------------------------
002190*    1000-INITIALIZE -- open the masters, prove the bank file
002200*    sound and not yet posted, and find out how far a prior run
002210*    of the same file got
002220*--------------------------------------------------------------
002230 1000-INITIALIZE.
002240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002250     OPEN INPUT STUDENT-MASTER.
002260     IF WS-STUDENT-STATUS NOT = "00"
002270      DISPLAY "ERROR! No student master file on file."
002280      MOVE "Y" TO WS-ABORT-SWITCH
002290     ELSE
002300      MOVE "Y" TO WS-STUDENT-OPEN
002310     END-IF.
002320     OPEN INPUT FEE-TABLE.
002330     IF WS-FEE-STATUS NOT = "00"
002340      DISPLAY "ERROR! No fee table file on file."
002350      MOVE "Y" TO WS-ABORT-SWITCH
002360     ELSE
002370      MOVE "Y" TO WS-FEE-OPEN
002380     END-IF.
002390     OPEN I-O STUDENT-ACCOUNT.
002400     IF WS-ACCT-STATUS = "35"
002410      OPEN OUTPUT STUDENT-ACCOUNT
002420      CLOSE STUDENT-ACCOUNT
002430      OPEN I-O STUDENT-ACCOUNT
002440     END-IF.
002450     IF WS-ACCT-STATUS NOT = "00"
002460      DISPLAY "ERROR! STUACCT open failed, status "
002470          WS-ACCT-STATUS
002480      MOVE "Y" TO WS-ABORT-SWITCH
002490     ELSE
002500      MOVE "Y" TO WS-ACCT-OPEN
002510     END-IF.
002520     OPEN I-O HOLD-FILE.
002530     IF WS-HOLD-STATUS = "35"
002540      OPEN OUTPUT HOLD-FILE
002550      CLOSE HOLD-FILE
002560      OPEN I-O HOLD-FILE
002570     END-IF.
002580     IF WS-HOLD-STATUS NOT = "00"
002590      DISPLAY "ERROR! HOLDFILE open failed, status "
002600          WS-HOLD-STATUS
002610      MOVE "Y" TO WS-ABORT-SWITCH
002620     ELSE
002630      MOVE "Y" TO WS-HOLD-OPEN
002640     END-IF.
002650     IF WS-ABORT-SWITCH = "N"
002660      PERFORM 1100-CHECK-FILE THRU 1100-EXIT
002670     END-IF.
002680     IF WS-ABORT-SWITCH = "N" AND WS-REJECT-REASON = SPACES
002690      PERFORM 1200-CHECK-POSTED THRU 1200-EXIT
002700     END-IF.
002710     IF WS-ABORT-SWITCH = "N" AND WS-REJECT-REASON NOT = SPACES
002720      PERFORM 1500-REJECT-FILE THRU 1500-EXIT
002730     END-IF.
002740     IF WS-ABORT-SWITCH = "N"
002750      OPEN EXTEND AUDIT-LOG
002760      IF WS-AUDIT-STATUS = "35"
002770       OPEN OUTPUT AUDIT-LOG
002780      END-IF
002790      PERFORM 1300-READ-CHECKPOINT THRU 1300-EXIT
002800      PERFORM 1400-OPEN-REPORT THRU 1400-EXIT
002810     END-IF.
002820 1000-EXIT.
002830     EXIT.
002840
002850*--------------------------------------------------------------
002860*    1100-CHECK-FILE -- a first pass over the bank file that
002870*    posts nothing: the header must come first and the trailer
002880*    last, every amount must be digits, and the trailer's count
002890*    and total must agree with the details
002900*--------------------------------------------------------------
002910 1100-CHECK-FILE.
002920     OPEN INPUT BANK-FILE.
002930     IF WS-BANK-STATUS NOT = "00"
002940      DISPLAY "ERROR! No bank collection file on file."
002950      MOVE "Y" TO WS-ABORT-SWITCH
002960      GO TO 1100-EXIT
002970     END-IF.
002980     MOVE "N" TO WS-EOF-SWITCH.
002990     MOVE "N" TO WS-TRAILER-SEEN.
003000     READ BANK-FILE
003010      AT END
003020       MOVE "Y" TO WS-EOF-SWITCH
003030     END-READ.
003040     IF WS-EOF-SWITCH = "Y"
003050      MOVE "FILE IS EMPTY" TO WS-REJECT-REASON
003060     ELSE
003070      IF BK-TYPE NOT = "H"
003080       MOVE "FIRST RECORD IS NOT A HEADER" TO WS-REJECT-REASON
003090      ELSE
003100       MOVE BK-H-BANK-CODE TO WS-BANK-CODE
003110       MOVE BK-H-REFERENCE TO WS-FILE-REFERENCE
003120       MOVE BK-H-FILE-DATE TO WS-FILE-DATE
003130       PERFORM 1110-CHECK-FILE-LOOP THRU 1110-EXIT
003140           UNTIL WS-EOF-SWITCH = "Y"
003150      END-IF
003160     END-IF.
003170     CLOSE BANK-FILE.
003180     IF WS-REJECT-REASON = SPACES AND WS-TRAILER-SEEN = "N"
003190      MOVE "NO TRAILER RECORD" TO WS-REJECT-REASON
003200     END-IF.
003210     IF WS-REJECT-REASON = SPACES
003220         AND WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
003230      MOVE SPACES TO WS-REJECT-REASON
003240      STRING "TRAILER COUNT " WS-TRAILER-COUNT
003250          " BUT " WS-DETAIL-COUNT " DETAILS"
003260          DELIMITED BY SIZE INTO WS-REJECT-REASON
003270     END-IF.
003280     IF WS-REJECT-REASON = SPACES
003290         AND WS-TRAILER-TOTAL NOT = WS-DETAIL-TOTAL
003300      MOVE WS-TRAILER-TOTAL TO WS-TOTAL-DISP
003310      MOVE SPACES TO WS-REJECT-REASON
003320      STRING "TRAILER TOTAL " WS-TOTAL-DISP
003330          " DOES NOT AGREE WITH THE DETAILS"
003340          DELIMITED BY SIZE INTO WS-REJECT-REASON
003350     END-IF.
003360 1100-EXIT.
003370     EXIT.
003380
003390 1110-CHECK-FILE-LOOP.
003400     READ BANK-FILE
003410      AT END
003420       MOVE "Y" TO WS-EOF-SWITCH
003430      NOT AT END
003440       IF WS-TRAILER-SEEN = "Y"
003450        MOVE "RECORDS FOLLOW THE TRAILER" TO WS-REJECT-REASON
003460        MOVE "Y" TO WS-EOF-SWITCH
003470       ELSE
003480        IF BK-TYPE = "D"
003490         ADD 1 TO WS-DETAIL-COUNT
003500         IF BK-D-AMOUNT NOT NUMERIC
003510          MOVE WS-DETAIL-COUNT TO WS-COUNT-DISP
003520          STRING "AMOUNT NOT NUMERIC ON DETAIL " WS-COUNT-DISP
003530              DELIMITED BY SIZE INTO WS-REJECT-REASON
003540          MOVE "Y" TO WS-EOF-SWITCH
003550         ELSE
003560          ADD BK-D-AMOUNT TO WS-DETAIL-TOTAL
003570         END-IF
003580        ELSE
003590         IF BK-TYPE = "T"
003600          IF BK-T-COUNT NUMERIC AND BK-T-TOTAL NUMERIC
003610           MOVE "Y"        TO WS-TRAILER-SEEN
003620           MOVE BK-T-COUNT TO WS-TRAILER-COUNT
003630           MOVE BK-T-TOTAL TO WS-TRAILER-TOTAL
003640          ELSE
003650           MOVE "TRAILER COUNT OR TOTAL NOT NUMERIC"
003660               TO WS-REJECT-REASON
003670           MOVE "Y" TO WS-EOF-SWITCH
003680          END-IF
003690         ELSE
003700          MOVE SPACES TO WS-REJECT-REASON
003710          STRING "UNEXPECTED RECORD TYPE " BK-TYPE
003720              " IN THE FILE"
003730              DELIMITED BY SIZE INTO WS-REJECT-REASON
003740          MOVE "Y" TO WS-EOF-SWITCH
003750         END-IF
003760        END-IF
003770       END-IF
003780     END-READ.
003790 1110-EXIT.
003800     EXIT.
003810
003820*--------------------------------------------------------------
003830*    1200-CHECK-POSTED -- a file whose reference and collection
003840*    date are already on the posted-files log has been posted
003850*--------------------------------------------------------------
003860 1200-CHECK-POSTED.
003870     OPEN INPUT POSTED-LOG.
003880     IF WS-LOG-STATUS = "00"
003890      MOVE "N" TO WS-EOF-SWITCH
003900      PERFORM 1210-CHECK-POSTED-LOOP THRU 1210-EXIT
003910          UNTIL WS-EOF-SWITCH = "Y"
003920      CLOSE POSTED-LOG
003930     END-IF.
003940 1200-EXIT.
003950     EXIT.
003960
003970 1210-CHECK-POSTED-LOOP.
003980     READ POSTED-LOG
003990      AT END
004000       MOVE "Y" TO WS-EOF-SWITCH
004010      NOT AT END
004020       IF BL-REFERENCE = WS-FILE-REFERENCE
004030           AND BL-FILE-DATE = WS-FILE-DATE
004040        STRING "ALREADY POSTED ON " BL-RUN-DATE
004050            DELIMITED BY SIZE INTO WS-REJECT-REASON
004060        MOVE "Y" TO WS-EOF-SWITCH
004070       END-IF
004080     END-READ.
004090 1210-EXIT.
004100     EXIT.
004110
004120*--------------------------------------------------------------
004130*    1300-READ-CHECKPOINT -- a checkpoint left by an unfinished
004140*    run of this same file counts the details it finished; one
004150*    left by any other file is ignored
004160*--------------------------------------------------------------
004170 1300-READ-CHECKPOINT.
004180     MOVE "N" TO WS-RESTART-SWITCH.
004190     MOVE 0 TO WS-SKIP-COUNT.
004200     OPEN INPUT CHECKPOINT-FILE.
004210     IF WS-CKPT-STATUS = "00"
004220      READ CHECKPOINT-FILE
004230       AT END
004240        CONTINUE
004250       NOT AT END
004260        IF CK-REFERENCE = WS-FILE-REFERENCE
004270            AND CK-FILE-DATE = WS-FILE-DATE
004280         MOVE "Y" TO WS-RESTART-SWITCH
004290         MOVE CK-DETAILS-DONE TO WS-SKIP-COUNT
004300         DISPLAY "Restarting after detail " WS-SKIP-COUNT
004310        ELSE
004320         DISPLAY "Checkpoint from file " CK-REFERENCE " "
004330             CK-FILE-DATE " ignored."
004340        END-IF
004350      END-READ
004360      CLOSE CHECKPOINT-FILE
004370     END-IF.
004380 1300-EXIT.
004390     EXIT.
004400
004410*--------------------------------------------------------------
004420*    1400-OPEN-REPORT -- a restarted run adds to the exception
004430*    report the interrupted run began; a fresh run starts anew
004440*--------------------------------------------------------------
004450 1400-OPEN-REPORT.
004460     IF WS-RESTART-SWITCH = "Y"
004470      OPEN EXTEND REPORT-FILE
004480      IF WS-REPORT-STATUS = "35"
004490       OPEN OUTPUT REPORT-FILE
004500      END-IF
004510      MOVE SPACES TO REPORT-LINE
004520      STRING "RESTARTED AFTER DETAIL " WS-SKIP-COUNT
004530          "  RUN " WS-RUN-DATE
004540          DELIMITED BY SIZE INTO REPORT-LINE
004550      WRITE REPORT-LINE
004560     ELSE
004570      OPEN OUTPUT REPORT-FILE
004580      PERFORM 1410-REPORT-HEADING THRU 1410-EXIT
004590      MOVE SPACES TO REPORT-LINE
004600      STRING "PAYMENT REF     STUDENT    TERM         AMOUNT  "
004610          "REASON"
004620          DELIMITED BY SIZE INTO REPORT-LINE
004630      WRITE REPORT-LINE
004640     END-IF.
004650 1400-EXIT.
004660     EXIT.
004670
004680 1410-REPORT-HEADING.
004690     MOVE SPACES TO REPORT-LINE.
004700     STRING "BANK COLLECTION EXCEPTIONS  BANK " WS-BANK-CODE
004710         " FILE " WS-FILE-REFERENCE " DATED " WS-FILE-DATE
004720         "  RUN " WS-RUN-DATE
004730         DELIMITED BY SIZE INTO REPORT-LINE.
004740     WRITE REPORT-LINE.
004750     MOVE SPACES TO REPORT-LINE.
004760     WRITE REPORT-LINE.
004770 1410-EXIT.
004780     EXIT.
004790
004800*--------------------------------------------------------------
004810*    1500-REJECT-FILE -- nothing is posted from a refused file;
004820*    the reason goes to the console and the report alike
004830*--------------------------------------------------------------
004840 1500-REJECT-FILE.
004850     DISPLAY "ERROR! Bank file refused: " WS-REJECT-REASON.
004860     OPEN OUTPUT REPORT-FILE.
004870     PERFORM 1410-REPORT-HEADING THRU 1410-EXIT.
004880     MOVE SPACES TO REPORT-LINE.
004890     STRING "FILE REFUSED, NOTHING POSTED: " WS-REJECT-REASON
004900         DELIMITED BY SIZE INTO REPORT-LINE.
004910     WRITE REPORT-LINE.
004920     CLOSE REPORT-FILE.
004930     MOVE "Y" TO WS-ABORT-SWITCH.
004940 1500-EXIT.
004950     EXIT.
004960
004970*--------------------------------------------------------------
004980*    2000-POST-FILE -- the second pass: every detail in file
004990*    order, from the top or from just past the checkpoint
005000*--------------------------------------------------------------
005010 2000-POST-FILE.
005020     OPEN INPUT BANK-FILE.
005030     MOVE 0 TO WS-DETAILS-READ.
005040     MOVE "N" TO WS-EOF-SWITCH.
005050     PERFORM 2100-POST-FILE-LOOP THRU 2100-EXIT
005060         UNTIL WS-EOF-SWITCH = "Y".
005070     CLOSE BANK-FILE.
005080 2000-EXIT.
005090     EXIT.
005100
005110 2100-POST-FILE-LOOP.
005120     READ BANK-FILE
005130      AT END
005140       MOVE "Y" TO WS-EOF-SWITCH
005150      NOT AT END
005160       IF BK-TYPE = "D"
005170        ADD 1 TO WS-DETAILS-READ
005180        IF WS-DETAILS-READ > WS-SKIP-COUNT
005190         PERFORM 3000-POST-PAYMENT THRU 3000-EXIT
005200         PERFORM 4000-WRITE-CHECKPOINT THRU 4000-EXIT
005210        END-IF
005220       END-IF
005230     END-READ.
005240 2100-EXIT.
005250     EXIT.
005260
005270*--------------------------------------------------------------
005280*    3000-POST-PAYMENT -- one detail: the student and term must
005290*    be known, then the amount goes to the account
005300*--------------------------------------------------------------
005310 3000-POST-PAYMENT.
005320     MOVE BK-D-AMOUNT TO WS-PAY-AMOUNT.
005330     IF WS-PAY-AMOUNT = 0
005340      MOVE "ZERO AMOUNT, NOTHING TO POST" TO WS-REASON
005350      PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005360      GO TO 3000-EXIT
005370     END-IF.
005380     MOVE BK-D-SNUM TO SM-SNUM.
005390     READ STUDENT-MASTER
005400      INVALID KEY
005410       MOVE "N" TO WS-ACCT-FOUND
005420      NOT INVALID KEY
005430       MOVE "Y" TO WS-ACCT-FOUND
005440     END-READ.
005450     IF WS-ACCT-FOUND = "N"
005460      MOVE "STUDENT NUMBER NOT ON FILE, NOT POSTED" TO WS-REASON
005470      PERFORM 7100-NOT-POSTED THRU 7100-EXIT
005480      GO TO 3000-EXIT
005490     END-IF.
005500*    A term the fee table has never priced is not one the
005510*    student can owe on
005520     MOVE BK-D-TERM TO FT-TERM.
005530     READ FEE-TABLE
005540      INVALID KEY
005550       MOVE "N" TO WS-ACCT-FOUND
005560      NOT INVALID KEY
005570       MOVE "Y" TO WS-ACCT-FOUND
005580     END-READ.
005590     IF WS-ACCT-FOUND = "N"
005600      MOVE "UNKNOWN TERM, NOT POSTED" TO WS-REASON
005610      PERFORM 7100-NOT-POSTED THRU 7100-EXIT
005620      GO TO 3000-EXIT
005630     END-IF.
005640     PERFORM 3100-APPLY-PAYMENT THRU 3100-EXIT.
005650 3000-EXIT.
005660     EXIT.
005670
005680*--------------------------------------------------------------
005690*    3100-APPLY-PAYMENT -- add the amount to SA-PAID, creating
005700*    the account row for a payment ahead of the assessment the
005710*    way POSTPAYMENT does.  An account held at a window is left
005720*    for the cashier to post by hand
005730*--------------------------------------------------------------
005740 3100-APPLY-PAYMENT.
005750     MOVE BK-D-SNUM TO SA-SNUM.
005760     MOVE BK-D-TERM TO SA-TERM.
005770     READ STUDENT-ACCOUNT
005780      INVALID KEY
005790       MOVE "N" TO WS-ACCT-FOUND
005800      NOT INVALID KEY
005810       MOVE "Y" TO WS-ACCT-FOUND
005820     END-READ.
005830     IF WS-ACCT-STATUS = "51"
005840      MOVE "ACCOUNT IN USE AT A WINDOW, POST BY HAND" TO WS-REASON
005850      PERFORM 7100-NOT-POSTED THRU 7100-EXIT
005860      GO TO 3100-EXIT
005870     END-IF.
005880     IF WS-ACCT-FOUND = "Y"
005890      MOVE SA-PAID TO WS-OLD-PAID
005900      ADD WS-PAY-AMOUNT TO SA-PAID
005910      REWRITE STUDENT-ACCOUNT-RECORD
005920       INVALID KEY
005930        MOVE "N" TO WS-ACCT-FOUND
005940      END-REWRITE
005950     ELSE
005960      MOVE SPACES        TO STUDENT-ACCOUNT-RECORD
005970      MOVE BK-D-SNUM     TO SA-SNUM
005980      MOVE BK-D-TERM     TO SA-TERM
005990      MOVE 0             TO SA-ASSESSED
006000      MOVE 0             TO WS-OLD-PAID
006010      MOVE WS-PAY-AMOUNT TO SA-PAID
006020      WRITE STUDENT-ACCOUNT-RECORD
006030       INVALID KEY
006040        CONTINUE
006050       NOT INVALID KEY
006060        MOVE "Y" TO WS-ACCT-FOUND
006070      END-WRITE
006080     END-IF.
006090     IF WS-ACCT-FOUND = "N"
006100      MOVE "COULD NOT UPDATE THE ACCOUNT, NOT POSTED" TO WS-REASON
006110      PERFORM 7100-NOT-POSTED THRU 7100-EXIT
006120      GO TO 3100-EXIT
006130     END-IF.
006140     ADD 1 TO WS-POSTED-COUNT.
006150     ADD WS-PAY-AMOUNT TO WS-POSTED-TOTAL.
006160     MOVE WS-OLD-PAID    TO WS-AUDIT-OLD-DISP.
006170     MOVE SA-PAID        TO WS-AUDIT-NEW-DISP.
006180     MOVE "BANK-PAYMENT"    TO AL-OPERATION.
006190     MOVE SA-SNUM           TO AL-SNUM.
006200     MOVE "PAID"            TO AL-FIELD.
006210     MOVE WS-AUDIT-OLD-DISP TO AL-OLD-VALUE.
006220     MOVE WS-AUDIT-NEW-DISP TO AL-NEW-VALUE.
006230     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
006240*    Only the part of this payment beyond the assessment is
006250*    over; what was already over before it is not counted again
006260     IF SA-PAID > SA-ASSESSED
006270      COMPUTE WS-OVER-AMOUNT = SA-PAID - SA-ASSESSED
006280      IF WS-OVER-AMOUNT > WS-PAY-AMOUNT
006290       MOVE WS-PAY-AMOUNT TO WS-OVER-AMOUNT
006300      END-IF
006310      ADD 1 TO WS-OVERPAID-COUNT
006320      MOVE WS-OVER-AMOUNT TO WS-AMOUNT-DISP
006330      MOVE SPACES TO WS-REASON
006340      STRING "OVERPAYMENT OF " WS-AMOUNT-DISP " POSTED"
006350          DELIMITED BY SIZE INTO WS-REASON
006360      PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006370     END-IF.
006380     IF SA-PAID NOT LESS THAN SA-ASSESSED
006390      PERFORM 3200-CHECK-OWING THRU 3200-EXIT
006400      IF WS-OWING-SWITCH = "N"
006410       PERFORM 3300-RELEASE-BA-HOLD THRU 3300-EXIT
006420      END-IF
006430     END-IF.
006440 3100-EXIT.
006450     EXIT.
006460
006470*--------------------------------------------------------------
006480*    3200-CHECK-OWING -- every term's account for the student;
006490*    assessed over paid on any of them is still owing, and the
006500*    unpaid-balance hold stays
006510*--------------------------------------------------------------
006520 3200-CHECK-OWING.
006530     MOVE "N" TO WS-OWING-SWITCH.
006540     MOVE BK-D-SNUM TO SA-SNUM.
006550     MOVE LOW-VALUES TO SA-TERM.
006560     MOVE "N" TO WS-EOF-ACCT.
006570     START STUDENT-ACCOUNT KEY IS NOT LESS THAN SA-KEY
006580      INVALID KEY
006590       MOVE "Y" TO WS-EOF-ACCT
006600     END-START.
006610     PERFORM 3210-CHECK-OWING-LOOP THRU 3210-EXIT
006620         UNTIL WS-EOF-ACCT = "Y".
006630 3200-EXIT.
006640     EXIT.
006650
006660 3210-CHECK-OWING-LOOP.
006670     READ STUDENT-ACCOUNT NEXT RECORD
006680      AT END
006690       MOVE "Y" TO WS-EOF-ACCT
006700      NOT AT END
006710       IF SA-SNUM NOT = BK-D-SNUM
006720        MOVE "Y" TO WS-EOF-ACCT
006730       ELSE
006740        IF SA-ASSESSED > SA-PAID
006750         MOVE "Y" TO WS-OWING-SWITCH
006760         MOVE "Y" TO WS-EOF-ACCT
006770        END-IF
006780       END-IF
006790     END-READ.
006800 3210-EXIT.
006810     EXIT.
006820
006830*--------------------------------------------------------------
006840*    3300-RELEASE-BA-HOLD -- lift the student's unpaid-balance
006850*    hold, audited as RELEASEHOLD audits it at the window
006860*--------------------------------------------------------------
006870 3300-RELEASE-BA-HOLD.
006880     MOVE BK-D-SNUM TO HD-SNUM.
006890     MOVE "BA"      TO HD-TYPE.
006900     READ HOLD-FILE
006910      INVALID KEY
006920       CONTINUE
006930      NOT INVALID KEY
006940       DELETE HOLD-FILE RECORD
006950        INVALID KEY
006960         DISPLAY "ERROR! Could not release BA hold for "
006970             BK-D-SNUM
006980        NOT INVALID KEY
006990         ADD 1 TO WS-RELEASED-COUNT
007000         MOVE "RELEASE-HOLD" TO AL-OPERATION
007010         MOVE BK-D-SNUM      TO AL-SNUM
007020         MOVE "HOLD-TYPE"    TO AL-FIELD
007030         MOVE "BA"           TO AL-OLD-VALUE
007040         MOVE SPACES         TO AL-NEW-VALUE
007050         PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
007060       END-DELETE
007070     END-READ.
007080 3300-EXIT.
007090     EXIT.
007100
007110*--------------------------------------------------------------
007120*    4000-WRITE-CHECKPOINT -- rewrite the checkpoint record so
007130*    a rerun knows how many details have been dealt with
007140*--------------------------------------------------------------
007150 4000-WRITE-CHECKPOINT.
007160     OPEN OUTPUT CHECKPOINT-FILE.
007170     MOVE WS-FILE-REFERENCE TO CK-REFERENCE.
007180     MOVE WS-FILE-DATE      TO CK-FILE-DATE.
007190     MOVE WS-DETAILS-READ   TO CK-DETAILS-DONE.
007200     WRITE CHECKPOINT-RECORD.
007210     CLOSE CHECKPOINT-FILE.
007220 4000-EXIT.
007230     EXIT.
007240
007250 6000-WRITE-AUDIT.
007260     ACCEPT AL-DATE FROM DATE YYYYMMDD.
007270     ACCEPT AL-TIME FROM TIME.
007280     MOVE "BANKPOST" TO AL-OPERATOR.
007290     WRITE AUDIT-LOG-RECORD.
007300 6000-EXIT.
007310     EXIT.
007320
007330*--------------------------------------------------------------
007340*    7000-WRITE-EXCEPTION -- one line per payment the cashier
007350*    must look at, with the reason in WS-REASON
007360*--------------------------------------------------------------
007370 7000-WRITE-EXCEPTION.
007380     MOVE WS-PAY-AMOUNT TO WS-AMOUNT-DISP.
007390     MOVE SPACES TO REPORT-LINE.
007400     STRING BK-D-REFERENCE " " BK-D-SNUM " " BK-D-TERM " "
007410         WS-AMOUNT-DISP "  " WS-REASON
007420         DELIMITED BY SIZE INTO REPORT-LINE.
007430     WRITE REPORT-LINE.
007440 7000-EXIT.
007450     EXIT.
007460
007470 7100-NOT-POSTED.
007480     ADD 1 TO WS-UNPOSTED-COUNT.
007490     ADD WS-PAY-AMOUNT TO WS-UNPOSTED-TOTAL.
007500     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
007510 7100-EXIT.
007520     EXIT.
007530
007540*--------------------------------------------------------------
007550*    8000-RECORD-POSTED -- the file went through to its end, so
007560*    it goes on the posted-files log and cannot be posted again
007570*--------------------------------------------------------------
007580 8000-RECORD-POSTED.
007590     OPEN EXTEND POSTED-LOG.
007600     IF WS-LOG-STATUS = "35"
007610      OPEN OUTPUT POSTED-LOG
007620     END-IF.
007630     MOVE WS-FILE-REFERENCE TO BL-REFERENCE.
007640     MOVE WS-FILE-DATE      TO BL-FILE-DATE.
007650     MOVE WS-BANK-CODE      TO BL-BANK-CODE.
007660     MOVE WS-RUN-DATE       TO BL-RUN-DATE.
007670     MOVE WS-DETAIL-COUNT   TO BL-COUNT.
007680     MOVE WS-DETAIL-TOTAL   TO BL-TOTAL.
007690     WRITE POSTED-LOG-RECORD.
007700     CLOSE POSTED-LOG.
007710 8000-EXIT.
007720     EXIT.
007730
007740*--------------------------------------------------------------
007750*    9000-TERMINATE -- close up, log the file as posted and clear
007760*    the checkpoint after a complete run, and report the totals
007770*--------------------------------------------------------------
007780 9000-TERMINATE.
007790     IF WS-ABORT-SWITCH = "N"
007800      MOVE SPACES TO REPORT-LINE
007810      WRITE REPORT-LINE
007820      MOVE WS-POSTED-TOTAL TO WS-TOTAL-DISP
007830      MOVE SPACES TO REPORT-LINE
007840      STRING "POSTED: " WS-POSTED-COUNT "  AMOUNT " WS-TOTAL-DISP
007850          "  OVERPAID: " WS-OVERPAID-COUNT
007860          "  BA HOLDS RELEASED: " WS-RELEASED-COUNT
007870          DELIMITED BY SIZE INTO REPORT-LINE
007880      WRITE REPORT-LINE
007890      MOVE WS-UNPOSTED-TOTAL TO WS-TOTAL-DISP
007900      MOVE SPACES TO REPORT-LINE
007910      STRING "NOT POSTED: " WS-UNPOSTED-COUNT
007920          "  AMOUNT " WS-TOTAL-DISP
007930          DELIMITED BY SIZE INTO REPORT-LINE
007940      WRITE REPORT-LINE
007950      CLOSE AUDIT-LOG REPORT-FILE
007960      PERFORM 8000-RECORD-POSTED THRU 8000-EXIT
007970      PERFORM 9010-RESET-CHECKPOINT THRU 9010-EXIT
007980     END-IF.
007990     IF WS-STUDENT-OPEN = "Y"
008000      CLOSE STUDENT-MASTER
008010     END-IF.
008020     IF WS-FEE-OPEN = "Y"
008030      CLOSE FEE-TABLE
008040     END-IF.
008050     IF WS-ACCT-OPEN = "Y"
008060      CLOSE STUDENT-ACCOUNT
008070     END-IF.
008080     IF WS-HOLD-OPEN = "Y"
008090      CLOSE HOLD-FILE
008100     END-IF.
008110     DISPLAY "Details in file:    " WS-DETAIL-COUNT.
008120     DISPLAY "Payments posted:    " WS-POSTED-COUNT.
008130     DISPLAY "Not posted:         " WS-UNPOSTED-COUNT.
008140     DISPLAY "Overpayments:       " WS-OVERPAID-COUNT.
008150     DISPLAY "BA holds released:  " WS-RELEASED-COUNT.
008160 9000-EXIT.
008170     EXIT.
008180
008190*--------------------------------------------------------------
008200*    9010-RESET-CHECKPOINT -- the run made it through the whole
008210*    file, so clear the checkpoint back to empty
008220*--------------------------------------------------------------
008230 9010-RESET-CHECKPOINT.
008240     OPEN OUTPUT CHECKPOINT-FILE.
008250     CLOSE CHECKPOINT-FILE.
008260 9010-EXIT.
008270     EXIT.
