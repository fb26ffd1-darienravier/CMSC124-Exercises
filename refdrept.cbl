000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REFDREPT.
000030 AUTHOR. REGISTRAR SYSTEMS GROUP.
000040 INSTALLATION. REGISTRAR'S OFFICE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*--------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    DATE        INIT  DESCRIPTION
000100*    2026-10-15  JR    Original refund-due report.
000110*    2026-10-15  JR    Close each master that opened when the
000120*                      run stops early.
000130*--------------------------------------------------------------
000140*    Refund-due run for accounting: one line per student
000150*    account on STUACCT, any term, whose paid amount now
000160*    exceeds its assessment - usually a student who paid in
000170*    full and then dropped or withdrew under the refund
000180*    schedule - showing assessed, paid and the refund due,
000190*    with the count and total due at the bottom for the
000200*    refund checks to be released against.  Accounts are not
000210*    changed; a refund paid out is posted through the cashier
000220*    like any other payment.
000230*--------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS SM-SNUM
000320         SHARING WITH ALL OTHER
000330         FILE STATUS IS WS-STUDENT-STATUS.
000340
000350     SELECT STUDENT-ACCOUNT ASSIGN TO "STUACCT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS SA-KEY
000390         SHARING WITH ALL OTHER
000400         FILE STATUS IS WS-ACCT-STATUS.
000410
000420     SELECT REPORT-FILE ASSIGN TO "REFDRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REPORT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480     FD  STUDENT-MASTER.
000490         COPY "stumast.cpy".
000500
000510     FD  STUDENT-ACCOUNT.
000520         COPY "stuacct.cpy".
000530
000540     FD  REPORT-FILE.
000550     01  REPORT-LINE               PIC X(100).
000560
000570 WORKING-STORAGE SECTION.
000580     77  WS-STUDENT-STATUS         PIC X(02).
000590     77  WS-ACCT-STATUS            PIC X(02).
000600     77  WS-REPORT-STATUS          PIC X(02).
000610     77  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
000620*    Each master is closed only if it was opened, so a run
000630*    that stops on one missing file still closes the other
000640     77  WS-STUDENT-OPEN           PIC X(01) VALUE "N".
000650     77  WS-ACCT-OPEN              PIC X(01) VALUE "N".
000660     77  WS-EOF-SWITCH             PIC X(01).
000670     77  WS-RUN-DATE               PIC 9(08).
000680     77  WS-REFUND-COUNT           PIC 9(05) VALUE 0.
000690     77  WS-TOT-REFUND             PIC 9(09)V99 VALUE 0.
000700     77  WS-REFUND                 PIC 9(07)V99.
000710     77  WS-NAME-TEXT              PIC X(25).
000720     77  WS-ASSESSED-DISP          PIC ZZZZZZ9.99.
000730     77  WS-PAID-DISP              PIC ZZZZZZ9.99.
000740     77  WS-REFUND-DISP            PIC ZZZZZZ9.99.
000750     77  WS-TOT-REFUND-DISP        PIC ZZZZZZZZ9.99.
000760
000770 PROCEDURE DIVISION.
000780 0000-MAINLINE.
000790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000800     IF WS-ABORT-SWITCH = "N"
000810      PERFORM 2000-WALK-ACCOUNTS THRU 2000-EXIT
000820      PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
000830     END-IF.
000840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000850     STOP RUN.
000860
000870*--------------------------------------------------------------
000880*    1000-INITIALIZE -- open the files and print the report
000890*    heading
000900*--------------------------------------------------------------
000910 1000-INITIALIZE.
000920     OPEN INPUT STUDENT-MASTER.
000930     IF WS-STUDENT-STATUS NOT = "00"
000940      DISPLAY "ERROR! No student master file on file."
000950      MOVE "Y" TO WS-ABORT-SWITCH
000960     ELSE
000970      MOVE "Y" TO WS-STUDENT-OPEN
000980     END-IF.
000990     OPEN INPUT STUDENT-ACCOUNT.
001000     IF WS-ACCT-STATUS NOT = "00"
001010      DISPLAY "ERROR! No student account file on file."
001020      MOVE "Y" TO WS-ABORT-SWITCH
001030     ELSE
001040      MOVE "Y" TO WS-ACCT-OPEN
001050     END-IF.
001060     OPEN OUTPUT REPORT-FILE.
001070     IF WS-ABORT-SWITCH = "N"
001080      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001090      MOVE SPACES TO REPORT-LINE
001100      STRING "REFUNDS DUE  RUN " WS-RUN-DATE
001110          DELIMITED BY SIZE INTO REPORT-LINE
001120      WRITE REPORT-LINE
001130      MOVE SPACES TO REPORT-LINE
001140      WRITE REPORT-LINE
001150     END-IF.
001160 1000-EXIT.
001170     EXIT.
001180
001190*--------------------------------------------------------------
001200*    2000-WALK-ACCOUNTS -- every account of every term, the
001210*    overpaid ones picked out, one report line each
001220*--------------------------------------------------------------
001230 2000-WALK-ACCOUNTS.
001240     MOVE LOW-VALUES TO SA-KEY.
001250     START STUDENT-ACCOUNT KEY IS NOT LESS THAN SA-KEY
001260      INVALID KEY
001270       CONTINUE
001280     END-START.
001290     MOVE "N" TO WS-EOF-SWITCH.
001300     PERFORM 2100-WALK-ACCOUNTS-LOOP THRU 2100-EXIT
001310         UNTIL WS-EOF-SWITCH = "Y".
001320 2000-EXIT.
001330     EXIT.
001340
001350 2100-WALK-ACCOUNTS-LOOP.
001360     READ STUDENT-ACCOUNT NEXT RECORD
001370      AT END
001380       MOVE "Y" TO WS-EOF-SWITCH
001390      NOT AT END
001400       IF SA-PAID > SA-ASSESSED
001410        PERFORM 3000-PRINT-ACCOUNT THRU 3000-EXIT
001420       END-IF
001430     END-READ.
001440 2100-EXIT.
001450     EXIT.
001460
001470 3000-PRINT-ACCOUNT.
001480     ADD 1 TO WS-REFUND-COUNT.
001490     COMPUTE WS-REFUND = SA-PAID - SA-ASSESSED.
001500     ADD WS-REFUND TO WS-TOT-REFUND.
001510     MOVE SA-SNUM TO SM-SNUM.
001520     READ STUDENT-MASTER
001530      INVALID KEY
001540       MOVE "(name not on file)" TO WS-NAME-TEXT
001550      NOT INVALID KEY
001560       MOVE SPACES TO WS-NAME-TEXT
001570       STRING SM-SURNAME(1:15) ", " SM-FIRSTNAME(1:8)
001580           DELIMITED BY SIZE INTO WS-NAME-TEXT
001590     END-READ.
001600     MOVE SA-ASSESSED TO WS-ASSESSED-DISP.
001610     MOVE SA-PAID     TO WS-PAID-DISP.
001620     MOVE WS-REFUND   TO WS-REFUND-DISP.
001630     MOVE SPACES TO REPORT-LINE.
001640     STRING SA-SNUM " " WS-NAME-TEXT
001650         " TERM " SA-TERM
001660         " ASSESS " WS-ASSESSED-DISP
001670         " PAID " WS-PAID-DISP
001680         " REFUND " WS-REFUND-DISP
001690         DELIMITED BY SIZE INTO REPORT-LINE.
001700     WRITE REPORT-LINE.
001710 3000-EXIT.
001720     EXIT.
001730
001740*--------------------------------------------------------------
001750*    4000-PRINT-TOTALS -- the count and amount of checks to
001760*    draw
001770*--------------------------------------------------------------
001780 4000-PRINT-TOTALS.
001790     MOVE WS-TOT-REFUND TO WS-TOT-REFUND-DISP.
001800     MOVE SPACES TO REPORT-LINE.
001810     WRITE REPORT-LINE.
001820     MOVE SPACES TO REPORT-LINE.
001830     STRING "ACCOUNTS DUE A REFUND: " WS-REFUND-COUNT
001840         "  TOTAL REFUND DUE: " WS-TOT-REFUND-DISP
001850         DELIMITED BY SIZE INTO REPORT-LINE.
001860     WRITE REPORT-LINE.
001870 4000-EXIT.
001880     EXIT.
001890
001900*--------------------------------------------------------------
001910*    9000-TERMINATE -- close up and report the run totals
001920*--------------------------------------------------------------
001930 9000-TERMINATE.
001940     IF WS-STUDENT-OPEN = "Y"
001950      CLOSE STUDENT-MASTER
001960     END-IF.
001970     IF WS-ACCT-OPEN = "Y"
001980      CLOSE STUDENT-ACCOUNT
001990     END-IF.
002000     CLOSE REPORT-FILE.
002010     DISPLAY "Refunds reported: " WS-REFUND-COUNT.
002020 9000-EXIT.
002030     EXIT.
