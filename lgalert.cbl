000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGALERT.
000120 AUTHOR. DATA-PROCESSING-GROUP.
000130 INSTALLATION. DAILY-PROCESSING-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                  M O D I F I C A T I O N   L O G                *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RJM   ORIGINAL PROGRAM - HIGH-VALUE AND UNUSUAL-     *
000210*                  ACTIVITY ALERTS. RUNS NIGHTLY AFTER LGPOST     *
000220*                  OVER THE DAY'S CONSOLIDATED SET, AGAINST THE   *
000230*                  MASTER AND THE POSTING HISTORY, AND RAISES AN  *
000240*                  ALERT (SEE CPYALT01) FOR:                      *
000250*                    L - A SINGLE AMOUNT OVER LGALERT_AMOUNT_     *
000260*                        LIMIT (DEFAULT 10000);                   *
000270*                    V - A KEY WHOSE DAY TOTAL IS MORE THAN       *
000280*                        LGALERT_AVG_FACTOR (DEFAULT 3) TIMES     *
000290*                        ITS TRAILING 30-DAY DAILY AVERAGE;       *
000300*                    I - A KEY POSTING AGAIN AFTER MORE THAN      *
000310*                        LGALERT_IDLE_DAYS (DEFAULT 90) DAYS      *
000320*                        WITHOUT A POSTING;                       *
000330*                    R - A KEY WITH LGALERT_REVERSALS (DEFAULT    *
000340*                        3) OR MORE REVERSALS IN THE DAY.         *
000350*                  AMOUNTS ARE COMPARED AS ACTIVITY, WHATEVER     *
000360*                  THEIR SIGN. LINES LGPOST HELD FOR A CLOSED     *
000370*                  PERIOD NEVER POSTED AND ARE PASSED OVER. THE   *
000380*                  FEED MUST BE ON LGPOST'S POSTED-DAYS           *
000390*                  REGISTER; ITS POSTING DATE THERE DIVIDES       *
000400*                  TODAY'S POSTINGS FROM THE KEY'S HISTORY. A     *
000410*                  RERUN REPLACES THE DAY'S UNWORKED ALERTS AND   *
000420*                  NEVER RAISES AGAIN ONE ALREADY WORKED. THE     *
000430*                  REPORT LISTS THE ALERTS RAISED AND EVERY       *
000440*                  ALERT STILL OUTSTANDING. LGALERT_MODE=REVIEW   *
000450*                  WALKS THE OUTSTANDING ALERTS PAST AN OPERATOR  *
000460*                  HOLDING ROLE 10 - C CLEARS, R REFERS FOR       *
000470*                  INVESTIGATION, EACH WITH A NOTE - AND KEEPS    *
000480*                  THE DISPOSITION ON THE ALERT.                  *
000490*                  LGALERT_MODE=REPORT WRITES THE OUTSTANDING     *
000494*                  LIST ALONE. AN ALERT CLEARED MORE THAN         *
000498*                  LGALERT_RETAIN_DAYS (DEFAULT 90) AGO MOVES TO  *
000502*                  THE ALERT HISTORY FILE WHEN THE ALERT FILE IS  *
000506*                  NEXT REWRITTEN.                                *
000510*----------------------------------------------------------------*
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT FEEDFILE ASSIGN TO DYNAMIC WS-FEED-DDNAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FEEDFILE-STATUS.
000590
000600     SELECT MASTERFILE ASSIGN TO DYNAMIC WS-MASTER-DDNAME
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS MR-KEY
000640         FILE STATUS IS WS-MASTERFILE-STATUS.
000650
000660     SELECT HISTFILE ASSIGN TO DYNAMIC WS-HISTORY-DDNAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-HISTFILE-STATUS.
000690
000700     SELECT POSTEDFILE ASSIGN TO DYNAMIC WS-POSTED-DDNAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-POSTEDFILE-STATUS.
000730
000740     SELECT PRIORFILE ASSIGN TO DYNAMIC WS-PRIOR-DDNAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-PRIORFILE-STATUS.
000770
000780     SELECT ALERTFILE ASSIGN TO DYNAMIC WS-ALERT-DDNAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ALERTFILE-STATUS.
000802
000804     SELECT ALTHISTFILE ASSIGN TO DYNAMIC WS-ALTHIST-DDNAME
000806         ORGANIZATION IS LINE SEQUENTIAL
000808         FILE STATUS IS WS-ALTHISTFILE-STATUS.
000810
000820     SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-DDNAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-REPORTFILE-STATUS.
000850
000860     SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPERATOR-DDNAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-OPERFILE-STATUS.
000890
000900     SELECT SECLOGFILE ASSIGN TO DYNAMIC WS-SECLOG-DDNAME
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-SECLOGFILE-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  FEEDFILE.
000970 01  FEED-REC PIC X(256).
000980
000990 FD  MASTERFILE.
001000*----------------------------------------------------------------*
001010*    MASTER RECORD LAYOUT (SEE CPYMST01)                          *
001020*----------------------------------------------------------------*
001030     COPY CPYMST01.
001040
001050 FD  HISTFILE.
001060*----------------------------------------------------------------*
001070*    PER-KEY POSTING HISTORY RECORD (SEE CPYHST01)                *
001080*----------------------------------------------------------------*
001090     COPY CPYHST01.
001100
001110 FD  POSTEDFILE.
001120*----------------------------------------------------------------*
001130*    LGPOST'S POSTED-DAYS REGISTER - READ ONLY HERE.              *
001140*----------------------------------------------------------------*
001150 01  POSTED-REC.
001160     05  PD-FEED-DATE        PIC X(08).
001170     05  PD-RUN-DATE         PIC 9(08).
001180
001190 FD  PRIORFILE.
001200     COPY CPYPPQ01.
001210
001220 FD  ALERTFILE.
001230 01  ALERT-REC PIC X(153).
001240
001242 FD  ALTHISTFILE.
001244 01  ALTHIST-REC PIC X(153).
001246
001250 FD  REPORTFILE.
001260 01  REPORT-REC PIC X(132).
001270
001280 FD  OPERFILE.
001290 01  OPER-REC PIC X(102).
001300
001310 FD  SECLOGFILE.
001320 01  SECLOG-REC PIC X(80).
001330
001340 WORKING-STORAGE SECTION.
001350*----------------------------------------------------------------*
001360*    CONSOLIDATED FEED AND ALERT RECORD VIEWS (SEE CPYOUT01 AND   *
001370*    CPYALT01)                                                    *
001380*----------------------------------------------------------------*
001390     COPY CPYOUT01.
001400     COPY CPYALT01.
001410
001420*----------------------------------------------------------------*
001430*    OPERATOR AUTHORITY AND SECURITY LOG RECORD VIEWS (SEE        *
001440*    CPYOPR01 AND CPYSEC01)                                       *
001450*----------------------------------------------------------------*
001460     COPY CPYOPR01.
001470     COPY CPYSEC01.
001480
001490*----------------------------------------------------------------*
001500*    IN-STORAGE COPY OF THE ALERT FILE, REWRITTEN IN FULL WHEN    *
001507*    ANYTHING CHANGES, LESS ANY ALERT CLEARED BEFORE THE          *
001514*    RETENTION CUTOFF (SEE 7110). ALERTS RAISED THIS RUN ARE      *
001521*    ADDED AT THE END, FROM WS-ALT-FIRST-NEW ON.                  *
001530*----------------------------------------------------------------*
001540 77  WS-ALT-COUNT            PIC 9(05) COMP VALUE ZERO.
001550 77  WS-ALT-MAX              PIC 9(05) COMP VALUE 20000.
001560 77  WS-ALT-SUB              PIC 9(05) COMP VALUE ZERO.
001570 77  WS-ALT-FIRST-NEW        PIC 9(05) COMP VALUE ZERO.
001580 01  WS-ALT-TABLE.
001590     05  WS-ALT-ENTRY        OCCURS 20000 TIMES
001600                             INDEXED BY ALT-IDX.
001610         10  WS-ALT-STATE        PIC X(01).
001620         10  WS-ALT-TYPE         PIC X(01).
001630         10  WS-ALT-KEY          PIC X(10).
001640         10  WS-ALT-FEED-DATE    PIC X(08).
001650         10  WS-ALT-FEED-RECNO   PIC 9(09).
001660         10  FILLER              PIC X(124).
001670
001680*----------------------------------------------------------------*
001690*    THE DAY'S ACTIVITY BY KEY, AND EACH KEY'S HISTORY BEFORE     *
001700*    TODAY - ACTIVITY IN THE TRAILING 30 DAYS AND THE LAST DAY    *
001710*    IT POSTED.                                                   *
001720*----------------------------------------------------------------*
001730 77  WS-KEY-COUNT            PIC 9(05) COMP VALUE ZERO.
001740 77  WS-KEY-MAX              PIC 9(05) COMP VALUE 5000.
001750 77  WS-KEY-SUB              PIC 9(05) COMP VALUE ZERO.
001760 01  WS-KEY-TABLE.
001770     05  WS-KEY-ENTRY        OCCURS 5000 TIMES
001780                             INDEXED BY KEY-IDX.
001790         10  WS-KEY-KEY          PIC X(10).
001800         10  WS-KEY-DAY-TOTAL    PIC S9(11)V99.
001810         10  WS-KEY-ITEMS        PIC 9(05).
001820         10  WS-KEY-RVSL-COUNT   PIC 9(05).
001830         10  WS-KEY-RVSL-AMOUNT  PIC S9(11)V99.
001840         10  WS-KEY-HIST-TOTAL   PIC S9(13)V99.
001850         10  WS-KEY-LAST-DATE    PIC 9(08).
001860
001870*----------------------------------------------------------------*
001880*    FEED LINES LGPOST HELD FOR A CLOSED PERIOD ON THIS FEED DATE *
001890*----------------------------------------------------------------*
001900 77  WS-HLD-COUNT            PIC 9(05) COMP VALUE ZERO.
001910 77  WS-HLD-MAX              PIC 9(05) COMP VALUE 2000.
001920 01  WS-HLD-TABLE.
001930     05  WS-HLD-RECNO        PIC 9(09) OCCURS 2000 TIMES
001940                             INDEXED BY HLD-IDX.
001950
001960*----------------------------------------------------------------*
001970*    FILE ASSIGNMENT WORK AREAS. THE FEED IS TODAY'S              *
001980*    CONSOLIDATED SET, AS LGPOST READS IT; THE REPORT IS RUN-     *
001990*    DATED. ALL MAY BE OVERRIDDEN BY LGALERT_INPUT_DD /           *
002000*    LGALERT_MASTER_DD / LGALERT_HISTORY_DD / LGALERT_POSTED_DD / *
002010*    LGALERT_PRIOR_DD / LGALERT_ALERTS_DD / LGALERT_REPORT_DD /   *
002016*    LGALERT_OPERATORS_DD / LGALERT_SECLOG_DD /                   *
002022*    LGALERT_ALERTHIST_DD.                                        *
002030*----------------------------------------------------------------*
002040 77  WS-FEED-DDNAME          PIC X(60) VALUE SPACES.
002050 77  WS-MASTER-DDNAME        PIC X(60) VALUE "data/master.dat".
002060 77  WS-HISTORY-DDNAME       PIC X(60)
002070     VALUE "data/master-history.dat".
002080 77  WS-POSTED-DDNAME        PIC X(60)
002090     VALUE "data/posted-days.reg".
002100 77  WS-PRIOR-DDNAME         PIC X(60)
002110     VALUE "data/prior-period.dat".
002120 77  WS-ALERT-DDNAME         PIC X(60) VALUE "data/alerts.dat".
002123 77  WS-ALTHIST-DDNAME       PIC X(60)
002126     VALUE "data/alerts-hist.dat".
002130 77  WS-REPORT-DDNAME        PIC X(60) VALUE SPACES.
002140 77  WS-OPERATOR-DDNAME      PIC X(60)
002150     VALUE "data/operators.dat".
002160 77  WS-SECLOG-DDNAME        PIC X(60)
002170     VALUE "data/security-log.dat".
002180 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
002190 77  WS-DIGIT-CHECK          PIC X(60) VALUE SPACES.
002200
002210*----------------------------------------------------------------*
002220*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)            *
002230*----------------------------------------------------------------*
002240 77  WS-ABEND-FILE-NAME      PIC X(12) VALUE SPACES.
002250 77  WS-ABEND-FILE-STATUS    PIC X(02) VALUE SPACES.
002260
002270*----------------------------------------------------------------*
002280*    FILE STATUS SWITCHES                                         *
002290*----------------------------------------------------------------*
002300 77  WS-FEEDFILE-STATUS      PIC X(02).
002310     88  FEEDFILE-FOUND          VALUE "00".
002320 77  WS-MASTERFILE-STATUS    PIC X(02).
002330     88  MASTER-ACTION-OK        VALUE "00".
002340     88  MASTER-NOT-FOUND        VALUE "35".
002350 77  WS-HISTFILE-STATUS      PIC X(02).
002360     88  HISTFILE-FOUND          VALUE "00".
002370     88  HISTFILE-NOT-FOUND      VALUE "35".
002380 77  WS-POSTEDFILE-STATUS    PIC X(02).
002390     88  POSTEDFILE-FOUND        VALUE "00".
002400     88  POSTEDFILE-NOT-FOUND    VALUE "35".
002410 77  WS-PRIORFILE-STATUS     PIC X(02).
002420     88  PRIORFILE-FOUND         VALUE "00".
002430     88  PRIORFILE-NOT-FOUND     VALUE "35".
002440 77  WS-ALERTFILE-STATUS     PIC X(02).
002450     88  ALERTFILE-FOUND         VALUE "00".
002460     88  ALERTFILE-NOT-FOUND     VALUE "35".
002462 77  WS-ALTHISTFILE-STATUS   PIC X(02).
002464     88  ALTHISTFILE-FOUND       VALUE "00".
002466     88  ALTHISTFILE-NOT-FOUND   VALUE "35".
002470 77  WS-REPORTFILE-STATUS    PIC X(02).
002480
002490*----------------------------------------------------------------*
002500*    PROGRAM SWITCHES                                             *
002510*----------------------------------------------------------------*
002520 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
002530     88  EOF-YES                  VALUE "Y".
002540 77  WS-RUN-MODE             PIC X(08) VALUE SPACES.
002550     88  MODE-REVIEW              VALUE "REVIEW".
002560     88  MODE-REPORT              VALUE "REPORT".
002570 77  WS-CHANGED-SWITCH       PIC X(01) VALUE "N".
002580     88  ALERTS-CHANGED           VALUE "Y".
002590 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
002600     88  ENTRY-WAS-FOUND          VALUE "Y".
002610 77  WS-REVIEW-SWITCH        PIC X(01) VALUE "N".
002620     88  REVIEW-DONE              VALUE "Y".
002630 77  WS-FEED-SWITCH          PIC X(01) VALUE "N".
002640     88  FEED-WAS-RAISED          VALUE "Y".
002650
002660*----------------------------------------------------------------*
002670*    RUN CONTROL AND ALERT LIMITS                                 *
002680*----------------------------------------------------------------*
002690 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
002700 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
002710 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
002720 77  WS-ANSWER               PIC X(01) VALUE SPACE.
002730 77  WS-NOTE-IN              PIC X(30) VALUE SPACES.
002740 77  WS-FEED-DATE            PIC X(08) VALUE SPACES.
002750 77  WS-POST-DATE            PIC 9(08) VALUE ZERO.
002760 77  WS-FEED-RECNO           PIC 9(09) VALUE ZERO.
002770 77  WS-AMOUNT-LIMIT         PIC 9(09)V99 VALUE 10000.
002780 77  WS-AVG-FACTOR           PIC 9(03) VALUE 3.
002790 77  WS-IDLE-DAYS            PIC 9(05) VALUE 90.
002800 77  WS-RVSL-LIMIT           PIC 9(05) VALUE 3.
002803 77  WS-RETAIN-DAYS          PIC 9(05) VALUE 90.
002806 77  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
002810 77  WS-ITEM-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002820 77  WS-HIST-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002830 77  WS-AVERAGE              PIC S9(11)V99 VALUE ZERO.
002840 77  WS-POST-INTEGER         PIC 9(09) COMP VALUE ZERO.
002850 77  WS-HIST-INTEGER         PIC 9(09) COMP VALUE ZERO.
002860 77  WS-WINDOW-INTEGER       PIC 9(09) COMP VALUE ZERO.
002870 77  WS-IDLE-COUNT           PIC 9(09) COMP VALUE ZERO.
002880
002890*----------------------------------------------------------------*
002900*    COUNTERS                                                     *
002910*----------------------------------------------------------------*
002920 77  WS-RAISED-COUNT         PIC 9(07) COMP VALUE ZERO.
002930 77  WS-REPLACED-COUNT       PIC 9(07) COMP VALUE ZERO.
002940 77  WS-WORKED-COUNT         PIC 9(07) COMP VALUE ZERO.
002950 77  WS-SKIPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
002960 77  WS-LIMIT-COUNT          PIC 9(07) COMP VALUE ZERO.
002970 77  WS-AVERAGE-COUNT        PIC 9(07) COMP VALUE ZERO.
002980 77  WS-IDLE-ALERT-COUNT     PIC 9(07) COMP VALUE ZERO.
002990 77  WS-RVSL-ALERT-COUNT     PIC 9(07) COMP VALUE ZERO.
003000 77  WS-OUTSTANDING-COUNT    PIC 9(07) COMP VALUE ZERO.
003010 77  WS-CLEARED-COUNT        PIC 9(07) COMP VALUE ZERO.
003020 77  WS-REFERRED-COUNT       PIC 9(07) COMP VALUE ZERO.
003025 77  WS-MOVED-COUNT          PIC 9(07) COMP VALUE ZERO.
003030 77  WS-EDIT-COUNT           PIC ZZZZZZ9.
003040 77  WS-EDIT-AMOUNT          PIC -ZZZZZZZZZZ9.99.
003050
003060*----------------------------------------------------------------*
003070*    REPORT LINE LAYOUTS                                          *
003080*----------------------------------------------------------------*
003090 01  WS-ALERT-HEAD.
003100     05  FILLER              PIC X(40) VALUE
003110         "S  TYPE        KEY         FEED DAY     ".
003120     05  FILLER              PIC X(40) VALUE
003130         "  LINE           AMOUNT  COUNT          ".
003140     05  FILLER              PIC X(38) VALUE
003150         "  BASIS  LAST DAY          BALANCE  BY".
003160
003170 01  WS-ALERT-LINE.
003180     05  WS-AR-STATE         PIC X(01).
003190     05  FILLER              PIC X(02) VALUE SPACES.
003200     05  WS-AR-TYPE          PIC X(10).
003210     05  FILLER              PIC X(02) VALUE SPACES.
003220     05  WS-AR-KEY           PIC X(10).
003230     05  FILLER              PIC X(02) VALUE SPACES.
003240     05  WS-AR-FEED-DATE     PIC X(08).
003250     05  FILLER              PIC X(02) VALUE SPACES.
003260     05  WS-AR-RECNO         PIC ZZZZZZZZ9.
003270     05  FILLER              PIC X(02) VALUE SPACES.
003280     05  WS-AR-AMOUNT        PIC -ZZZZZZZZZZ9.99.
003290     05  FILLER              PIC X(02) VALUE SPACES.
003300     05  WS-AR-COUNT         PIC ZZZZ9.
003310     05  FILLER              PIC X(02) VALUE SPACES.
003320     05  WS-AR-BASIS         PIC -ZZZZZZZZZZ9.99.
003330     05  FILLER              PIC X(02) VALUE SPACES.
003340     05  WS-AR-LAST-DATE     PIC X(08).
003350     05  FILLER              PIC X(02) VALUE SPACES.
003360     05  WS-AR-BALANCE       PIC -ZZZZZZZZZZ9.99.
003370     05  FILLER              PIC X(02) VALUE SPACES.
003380     05  WS-AR-DISP-OP       PIC X(08).
003390
003400*----------------------------------------------------------------*
003410*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
003420*    AUTHORITY). THE CALLER SETS THE ROLE NUMBER (SEE CPYOPR01)   *
003430*    AND THE ACTION NAME THE SECURITY LOG RECORDS ON A REFUSAL.   *
003440*----------------------------------------------------------------*
003450 77  WS-OPERFILE-STATUS      PIC X(02).
003460     88  OPERFILE-FOUND          VALUE "00".
003470     88  OPERFILE-NOT-FOUND      VALUE "35".
003480 77  WS-SECLOGFILE-STATUS    PIC X(02).
003490     88  SECLOGFILE-FOUND        VALUE "00".
003500     88  SECLOGFILE-NOT-FOUND    VALUE "35".
003510 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
003520     88  OPER-EOF-YES             VALUE "Y".
003530 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
003540     88  OPERATOR-ON-FILE         VALUE "Y".
003550 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
003560 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
003570
003580 PROCEDURE DIVISION.
003590
003600*----------------------------------------------------------------*
003610*    0000-MAINLINE                                                *
003620*    RAISES THE DAY'S ALERTS (THE NIGHTLY RUN), OR WALKS THE      *
003630*    OUTSTANDING ALERTS PAST AN OPERATOR, THEN SAVES THE ALERT    *
003640*    FILE AND WRITES THE REPORT.                                  *
003650*----------------------------------------------------------------*
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003680     EVALUATE TRUE
003690         WHEN MODE-REVIEW
003700             PERFORM 2000-LOAD-ALERTS THRU 2000-EXIT
003710             PERFORM 4000-REVIEW-ALERTS THRU 4000-EXIT
003720         WHEN MODE-REPORT
003730             PERFORM 2000-LOAD-ALERTS THRU 2000-EXIT
003740         WHEN OTHER
003750             PERFORM 3000-RAISE-ALERTS THRU 3000-EXIT
003760     END-EVALUATE
003770     IF ALERTS-CHANGED
003780         PERFORM 7100-REWRITE-ALERTS THRU 7100-EXIT
003790     END-IF
003800     IF NOT MODE-REVIEW
003810         PERFORM 5000-ALERT-REPORT THRU 5000-EXIT
003820     END-IF
003830     PERFORM 8000-FINALIZE THRU 8000-EXIT
003840     STOP RUN.
003850
003860*----------------------------------------------------------------*
003870*    0900-ABEND                                                   *
003880*    DISPLAYS A FATAL FILE-OPEN ERROR AND ENDS THE RUN WITH       *
003890*    RETURN-CODE 16 INSTEAD OF LETTING A BAD ASSIGNMENT RUN ON.   *
003900*----------------------------------------------------------------*
003910 0900-ABEND.
003920     DISPLAY "LGALERT: *** UNABLE TO OPEN " WS-ABEND-FILE-NAME
003930             " - FILE STATUS " WS-ABEND-FILE-STATUS " ***"
003940     MOVE 16 TO RETURN-CODE
003950     STOP RUN
003960     .
003970
003980*----------------------------------------------------------------*
003990*    1000-INITIALIZE                                              *
004000*    RESOLVES FILE ASSIGNMENTS, THE RUN MODE AND THE ALERT        *
004010*    LIMITS. REVIEW ASKS FOR THE OPERATOR'S ID AND CHECKS THE     *
004020*    OPERATOR'S AUTHORITY BEFORE ANYTHING IS READ.                *
004030*----------------------------------------------------------------*
004040 1000-INITIALIZE.
004050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004060     ACCEPT WS-RUN-TIME FROM TIME
004070     MOVE SPACES TO WS-ENV-VALUE
004080     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_MODE"
004090     MOVE WS-ENV-VALUE(1:8) TO WS-RUN-MODE
004100     MOVE SPACES TO WS-FEED-DDNAME
004110     STRING "data/output/OUTPUT-" DELIMITED BY SIZE
004120            WS-RUN-DATE DELIMITED BY SIZE
004130            ".DAT" DELIMITED BY SIZE
004140            INTO WS-FEED-DDNAME
004150     MOVE SPACES TO WS-ENV-VALUE
004160     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_INPUT_DD"
004170     IF WS-ENV-VALUE NOT = SPACES
004180         MOVE WS-ENV-VALUE TO WS-FEED-DDNAME
004190     END-IF
004200     MOVE SPACES TO WS-ENV-VALUE
004210     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_MASTER_DD"
004220     IF WS-ENV-VALUE NOT = SPACES
004230         MOVE WS-ENV-VALUE TO WS-MASTER-DDNAME
004240     END-IF
004250     MOVE SPACES TO WS-ENV-VALUE
004260     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_HISTORY_DD"
004270     IF WS-ENV-VALUE NOT = SPACES
004280         MOVE WS-ENV-VALUE TO WS-HISTORY-DDNAME
004290     END-IF
004300     MOVE SPACES TO WS-ENV-VALUE
004310     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_POSTED_DD"
004320     IF WS-ENV-VALUE NOT = SPACES
004330         MOVE WS-ENV-VALUE TO WS-POSTED-DDNAME
004340     END-IF
004350     MOVE SPACES TO WS-ENV-VALUE
004360     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_PRIOR_DD"
004370     IF WS-ENV-VALUE NOT = SPACES
004380         MOVE WS-ENV-VALUE TO WS-PRIOR-DDNAME
004390     END-IF
004400     MOVE SPACES TO WS-ENV-VALUE
004410     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_ALERTS_DD"
004420     IF WS-ENV-VALUE NOT = SPACES
004430         MOVE WS-ENV-VALUE TO WS-ALERT-DDNAME
004440     END-IF
004450     MOVE SPACES TO WS-ENV-VALUE
004451     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_ALERTHIST_DD"
004452     IF WS-ENV-VALUE NOT = SPACES
004453         MOVE WS-ENV-VALUE TO WS-ALTHIST-DDNAME
004454     END-IF
004455     MOVE SPACES TO WS-ENV-VALUE
004460     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_REPORT_DD"
004470     IF WS-ENV-VALUE NOT = SPACES
004480         MOVE WS-ENV-VALUE TO WS-REPORT-DDNAME
004490     ELSE
004500         MOVE SPACES TO WS-REPORT-DDNAME
004510         STRING "data/alert-report-" DELIMITED BY SIZE
004520                WS-RUN-DATE DELIMITED BY SIZE
004530                ".txt" DELIMITED BY SIZE
004540                INTO WS-REPORT-DDNAME
004550     END-IF
004560     MOVE SPACES TO WS-ENV-VALUE
004570     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_OPERATORS_DD"
004580     IF WS-ENV-VALUE NOT = SPACES
004590         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
004600     END-IF
004610     MOVE SPACES TO WS-ENV-VALUE
004620     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_SECLOG_DD"
004630     IF WS-ENV-VALUE NOT = SPACES
004640         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
004650     END-IF
004660     MOVE SPACES TO WS-ENV-VALUE
004670     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_AMOUNT_LIMIT"
004680     IF WS-ENV-VALUE NOT = SPACES
004690         MOVE WS-ENV-VALUE TO WS-DIGIT-CHECK
004700         INSPECT WS-DIGIT-CHECK
004710             CONVERTING "0123456789." TO "           "
004720         IF WS-DIGIT-CHECK = SPACES
004730             COMPUTE WS-AMOUNT-LIMIT =
004740                 FUNCTION NUMVAL (WS-ENV-VALUE)
004750         ELSE
004760             DISPLAY "LGALERT: LGALERT_AMOUNT_LIMIT NOT NUMERIC "
004770                     "- USING DEFAULT " WS-AMOUNT-LIMIT
004780         END-IF
004790     END-IF
004800     MOVE SPACES TO WS-ENV-VALUE
004810     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_AVG_FACTOR"
004820     IF WS-ENV-VALUE NOT = SPACES
004830         MOVE WS-ENV-VALUE TO WS-DIGIT-CHECK
004840         INSPECT WS-DIGIT-CHECK
004850             CONVERTING "0123456789" TO "          "
004860         IF WS-DIGIT-CHECK = SPACES
004870             COMPUTE WS-AVG-FACTOR =
004880                 FUNCTION NUMVAL (WS-ENV-VALUE)
004890         ELSE
004900             DISPLAY "LGALERT: LGALERT_AVG_FACTOR NOT NUMERIC - "
004910                     "USING DEFAULT " WS-AVG-FACTOR
004920         END-IF
004930     END-IF
004940     MOVE SPACES TO WS-ENV-VALUE
004950     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_IDLE_DAYS"
004960     IF WS-ENV-VALUE NOT = SPACES
004970         MOVE WS-ENV-VALUE TO WS-DIGIT-CHECK
004980         INSPECT WS-DIGIT-CHECK
004990             CONVERTING "0123456789" TO "          "
005000         IF WS-DIGIT-CHECK = SPACES
005010             COMPUTE WS-IDLE-DAYS =
005020                 FUNCTION NUMVAL (WS-ENV-VALUE)
005030         ELSE
005040             DISPLAY "LGALERT: LGALERT_IDLE_DAYS NOT NUMERIC - "
005050                     "USING DEFAULT " WS-IDLE-DAYS
005060         END-IF
005070     END-IF
005080     MOVE SPACES TO WS-ENV-VALUE
005090     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_REVERSALS"
005100     IF WS-ENV-VALUE NOT = SPACES
005110         MOVE WS-ENV-VALUE TO WS-DIGIT-CHECK
005120         INSPECT WS-DIGIT-CHECK
005130             CONVERTING "0123456789" TO "          "
005140         IF WS-DIGIT-CHECK = SPACES
005150             COMPUTE WS-RVSL-LIMIT =
005160                 FUNCTION NUMVAL (WS-ENV-VALUE)
005170         ELSE
005180             DISPLAY "LGALERT: LGALERT_REVERSALS NOT NUMERIC - "
005190                     "USING DEFAULT " WS-RVSL-LIMIT
005200         END-IF
005201     END-IF
005202     MOVE SPACES TO WS-ENV-VALUE
005203     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGALERT_RETAIN_DAYS"
005204     IF WS-ENV-VALUE NOT = SPACES
005205         MOVE WS-ENV-VALUE TO WS-DIGIT-CHECK
005206         INSPECT WS-DIGIT-CHECK
005207             CONVERTING "0123456789" TO "          "
005208         IF WS-DIGIT-CHECK = SPACES
005209             COMPUTE WS-RETAIN-DAYS =
005210                 FUNCTION NUMVAL (WS-ENV-VALUE)
005211         ELSE
005212             DISPLAY "LGALERT: LGALERT_RETAIN_DAYS NOT NUMERIC - "
005213                     "USING DEFAULT " WS-RETAIN-DAYS
005214         END-IF
005215     END-IF
005216     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
005217         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - WS-RETAIN-DAYS)
005220     IF NOT MODE-REVIEW
005230         GO TO 1000-EXIT
005240     END-IF
005250     DISPLAY "LGALERT: OPERATOR ID: " WITH NO ADVANCING
005260     ACCEPT WS-OPERATOR-ID FROM CONSOLE
005270     IF WS-OPERATOR-ID = SPACES
005280         DISPLAY "LGALERT: OPERATOR ID REQUIRED - NOTHING DONE"
005290         MOVE 8 TO RETURN-CODE
005300         STOP RUN
005310     END-IF
005320     MOVE 10 TO WS-AUTH-ROLE
005330     MOVE "WORK ALERTS" TO WS-AUTH-ACTION
005340     PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
005350     .
005360 1000-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------------*
005400*    2000-LOAD-ALERTS                                             *
005410*    LOADS THE ALERT FILE. A MISSING FILE IS AN EMPTY ONE. ON     *
005420*    THE NIGHTLY RUN THE FEED DATE'S UNWORKED ALERTS ARE LEFT     *
005430*    OUT - THIS RUN RAISES THEM AFRESH.                           *
005440*----------------------------------------------------------------*
005450 2000-LOAD-ALERTS.
005460     OPEN INPUT ALERTFILE
005470     IF ALERTFILE-NOT-FOUND
005480         GO TO 2000-EXIT
005490     END-IF
005500     IF NOT ALERTFILE-FOUND
005510         MOVE "ALERTFILE" TO WS-ABEND-FILE-NAME
005520         MOVE WS-ALERTFILE-STATUS TO WS-ABEND-FILE-STATUS
005530         PERFORM 0900-ABEND
005540     END-IF
005550     MOVE "N" TO WS-EOF-SWITCH
005560     PERFORM 2010-LOAD-ONE-ALERT THRU 2010-EXIT
005570         UNTIL EOF-YES
005580     CLOSE ALERTFILE
005590     .
005600 2000-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------*
005640*    2010-LOAD-ONE-ALERT                                          *
005650*    LOADS ONE ALERT. A FULL TABLE IS A HARD STOP RATHER THAN A   *
005660*    FILE SILENTLY CUT SHORT ON THE REWRITE.                      *
005670*----------------------------------------------------------------*
005680 2010-LOAD-ONE-ALERT.
005690     READ ALERTFILE
005700         AT END
005710             SET EOF-YES TO TRUE
005720             GO TO 2010-EXIT
005730     END-READ
005740     MOVE ALERT-REC TO AL-RECORD
005750     IF FEED-WAS-RAISED
005760      AND AL-IS-OPEN
005770      AND AL-FEED-DATE = WS-FEED-DATE
005780         ADD 1 TO WS-REPLACED-COUNT
005790         SET ALERTS-CHANGED TO TRUE
005800         GO TO 2010-EXIT
005810     END-IF
005820     IF WS-ALT-COUNT >= WS-ALT-MAX
005830         DISPLAY "LGALERT: *** ALERT TABLE FULL - RUN "
005840                 "STOPPED ***"
005850         MOVE 16 TO RETURN-CODE
005860         STOP RUN
005870     END-IF
005880     ADD 1 TO WS-ALT-COUNT
005890     MOVE AL-RECORD TO WS-ALT-ENTRY (WS-ALT-COUNT)
005900     .
005910 2010-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------*
005950*    3000-RAISE-ALERTS                                            *
005960*    THE NIGHTLY RUN. TAKES THE FEED DATE (THE HEADER RUN DATE,   *
005970*    OR THE RUN DATE FOR A FEED WITH NO HEADER, AS LGPOST TAKES   *
005980*    IT) AND ITS POSTING DATE OFF LGPOST'S POSTED-DAYS REGISTER - *
005990*    A FEED NOT POSTED RAISES NOTHING (RETURN-CODE 8). THEN       *
006000*    TOTALS THE DAY BY KEY, RAISING THE OVER-LIMIT ALERTS AS IT   *
006010*    GOES, BRINGS IN EACH KEY'S HISTORY, RAISES THE KEY-LEVEL     *
006020*    ALERTS AND STAMPS EVERY NEW ALERT WITH ITS KEY'S STANDING.   *
006030*----------------------------------------------------------------*
006040 3000-RAISE-ALERTS.
006050     OPEN INPUT FEEDFILE
006060     IF NOT FEEDFILE-FOUND
006070         MOVE "FEEDFILE" TO WS-ABEND-FILE-NAME
006080         MOVE WS-FEEDFILE-STATUS TO WS-ABEND-FILE-STATUS
006090         PERFORM 0900-ABEND
006100     END-IF
006110     MOVE "N" TO WS-EOF-SWITCH
006120     READ FEEDFILE
006130         AT END
006140             SET EOF-YES TO TRUE
006150     END-READ
006160     IF NOT EOF-YES
006170         MOVE FEED-REC TO OR-RECORD
006180         IF OR-IS-HEADER
006190             MOVE OR-HDR-RUN-DATE TO WS-FEED-DATE
006200         END-IF
006210     END-IF
006220     CLOSE FEEDFILE
006230     IF WS-FEED-DATE = SPACES
006240         MOVE WS-RUN-DATE TO WS-FEED-DATE
006250     END-IF
006260     PERFORM 3010-FIND-POSTING-DATE THRU 3010-EXIT
006270     IF WS-POST-DATE = ZERO
006280         DISPLAY "LGALERT: *** FEED " WS-FEED-DATE " HAS NOT "
006290                 "BEEN POSTED BY LGPOST - NO ALERTS RAISED ***"
006300         MOVE 8 TO RETURN-CODE
006310         PERFORM 2000-LOAD-ALERTS THRU 2000-EXIT
006320         GO TO 3000-EXIT
006330     END-IF
006340     COMPUTE WS-POST-INTEGER =
006350         FUNCTION INTEGER-OF-DATE (WS-POST-DATE)
006360     COMPUTE WS-WINDOW-INTEGER = WS-POST-INTEGER - 30
006370     SET FEED-WAS-RAISED TO TRUE
006380     PERFORM 2000-LOAD-ALERTS THRU 2000-EXIT
006390     COMPUTE WS-ALT-FIRST-NEW = WS-ALT-COUNT + 1
006400     PERFORM 3050-LOAD-HELD-LINES THRU 3050-EXIT
006410     OPEN INPUT FEEDFILE
006420     IF NOT FEEDFILE-FOUND
006430         MOVE "FEEDFILE" TO WS-ABEND-FILE-NAME
006440         MOVE WS-FEEDFILE-STATUS TO WS-ABEND-FILE-STATUS
006450         PERFORM 0900-ABEND
006460     END-IF
006470     MOVE "N" TO WS-EOF-SWITCH
006480     MOVE ZERO TO WS-FEED-RECNO
006490     PERFORM 3100-TOTAL-ONE-RECORD THRU 3100-EXIT
006500         UNTIL EOF-YES
006510     CLOSE FEEDFILE
006520     PERFORM 3400-READ-HISTORY THRU 3400-EXIT
006530     MOVE 1 TO WS-KEY-SUB
006540     PERFORM 3500-CHECK-ONE-KEY THRU 3500-EXIT
006550         UNTIL WS-KEY-SUB > WS-KEY-COUNT
006560     PERFORM 3600-STAMP-BALANCES THRU 3600-EXIT
006570     .
006580 3000-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------------*
006620*    3010-FIND-POSTING-DATE                                       *
006630*    TAKES THE FEED DATE'S POSTING DATE OFF LGPOST'S POSTED-DAYS  *
006640*    REGISTER - THE LATEST ENTRY WHEN A DAY WAS BACKED OUT AND    *
006650*    POSTED AGAIN. ZERO MEANS NOT POSTED.                         *
006660*----------------------------------------------------------------*
006670 3010-FIND-POSTING-DATE.
006680     MOVE ZERO TO WS-POST-DATE
006690     OPEN INPUT POSTEDFILE
006700     IF POSTEDFILE-NOT-FOUND
006710         GO TO 3010-EXIT
006720     END-IF
006730     IF NOT POSTEDFILE-FOUND
006740         MOVE "POSTEDFILE" TO WS-ABEND-FILE-NAME
006750         MOVE WS-POSTEDFILE-STATUS TO WS-ABEND-FILE-STATUS
006760         PERFORM 0900-ABEND
006770     END-IF
006780     MOVE "N" TO WS-EOF-SWITCH
006790     PERFORM 3020-CHECK-ONE-POSTED-DAY THRU 3020-EXIT
006800         UNTIL EOF-YES
006810     CLOSE POSTEDFILE
006820     .
006830 3010-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------*
006870*    3020-CHECK-ONE-POSTED-DAY                                    *
006880*    KEEPS THE POSTING DATE OF EACH REGISTER ENTRY FOR THE FEED   *
006890*    DATE.                                                        *
006900*----------------------------------------------------------------*
006910 3020-CHECK-ONE-POSTED-DAY.
006920     READ POSTEDFILE
006930         AT END
006940             SET EOF-YES TO TRUE
006950             GO TO 3020-EXIT
006960     END-READ
006970     IF PD-FEED-DATE = WS-FEED-DATE
006980      AND PD-RUN-DATE NUMERIC
006990         MOVE PD-RUN-DATE TO WS-POST-DATE
007000     END-IF
007010     .
007020 3020-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------------*
007060*    3050-LOAD-HELD-LINES                                         *
007070*    LOADS THE LINE NUMBERS LGPOST HELD OFF THIS FEED DATE FOR A  *
007080*    CLOSED PERIOD (NOT VOIDED BY A BACKOUT). THOSE LINES NEVER   *
007090*    POSTED AND RAISE NO ALERT UNTIL THEY ARE RELEASED.           *
007100*----------------------------------------------------------------*
007110 3050-LOAD-HELD-LINES.
007120     MOVE ZERO TO WS-HLD-COUNT
007130     OPEN INPUT PRIORFILE
007140     IF PRIORFILE-NOT-FOUND
007150         GO TO 3050-EXIT
007160     END-IF
007170     IF NOT PRIORFILE-FOUND
007180         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
007190         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
007200         PERFORM 0900-ABEND
007210     END-IF
007220     MOVE "N" TO WS-EOF-SWITCH
007230     PERFORM 3060-LOAD-ONE-HELD-LINE THRU 3060-EXIT
007240         UNTIL EOF-YES
007250     CLOSE PRIORFILE
007260     .
007270 3050-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------*
007310*    3060-LOAD-ONE-HELD-LINE                                      *
007320*    LOADS ONE HELD LINE NUMBER. A FULL TABLE IS A HARD STOP.     *
007330*----------------------------------------------------------------*
007340 3060-LOAD-ONE-HELD-LINE.
007350     READ PRIORFILE
007360         AT END
007370             SET EOF-YES TO TRUE
007380             GO TO 3060-EXIT
007390     END-READ
007400     IF NOT PQ-FROM-LGPOST
007410      OR PQ-FEED-DATE NOT = WS-FEED-DATE
007420      OR PQ-IS-VOID
007430         GO TO 3060-EXIT
007440     END-IF
007450     IF WS-HLD-COUNT >= WS-HLD-MAX
007460         DISPLAY "LGALERT: *** HELD-LINE TABLE FULL - RUN "
007470                 "STOPPED ***"
007480         MOVE 16 TO RETURN-CODE
007490         STOP RUN
007500     END-IF
007510     ADD 1 TO WS-HLD-COUNT
007520     SET HLD-IDX TO WS-HLD-COUNT
007530     MOVE PQ-FEED-RECNO TO WS-HLD-RECNO (HLD-IDX)
007540     .
007550 3060-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------------*
007590*    3100-TOTAL-ONE-RECORD                                        *
007600*    READS THE NEXT FEED LINE AND ADDS A POSTED DETAIL OR         *
007610*    ADJUSTMENT TO ITS KEY'S DAY. EVERY LINE IS COUNTED, AS       *
007620*    LGPOST COUNTS THEM, SO A HELD LINE IS RECOGNIZED BY ITS      *
007630*    NUMBER. A SINGLE AMOUNT OVER THE LIMIT IS RAISED HERE.       *
007640*----------------------------------------------------------------*
007650 3100-TOTAL-ONE-RECORD.
007660     READ FEEDFILE
007670         AT END
007680             SET EOF-YES TO TRUE
007690             GO TO 3100-EXIT
007700     END-READ
007710     ADD 1 TO WS-FEED-RECNO
007720     MOVE FEED-REC TO OR-RECORD
007730     EVALUATE TRUE
007740         WHEN OR-IS-DETAIL
007750             MOVE OR-AMOUNT TO WS-ITEM-AMOUNT
007760         WHEN OR-IS-ADJUSTMENT
007770             MOVE OR-ADJ-AMOUNT TO WS-ITEM-AMOUNT
007780         WHEN OTHER
007790             GO TO 3100-EXIT
007800     END-EVALUATE
007810     IF WS-HLD-COUNT > ZERO
007820         SET HLD-IDX TO 1
007830         SEARCH WS-HLD-RECNO
007840             AT END
007850                 CONTINUE
007860             WHEN HLD-IDX > WS-HLD-COUNT
007870                 CONTINUE
007880             WHEN WS-HLD-RECNO (HLD-IDX) = WS-FEED-RECNO
007890                 ADD 1 TO WS-SKIPPED-COUNT
007900                 GO TO 3100-EXIT
007910         END-SEARCH
007920     END-IF
007930     IF WS-ITEM-AMOUNT < ZERO
007940         COMPUTE WS-ITEM-AMOUNT = ZERO - WS-ITEM-AMOUNT
007950     END-IF
007960     PERFORM 3200-FIND-KEY THRU 3200-EXIT
007970     ADD WS-ITEM-AMOUNT TO WS-KEY-DAY-TOTAL (KEY-IDX)
007980     ADD 1 TO WS-KEY-ITEMS (KEY-IDX)
007990     IF OR-IS-DETAIL AND OR-STATUS-CANCELLED
008000         ADD 1 TO WS-KEY-RVSL-COUNT (KEY-IDX)
008010         ADD WS-ITEM-AMOUNT TO WS-KEY-RVSL-AMOUNT (KEY-IDX)
008020     END-IF
008030     IF WS-ITEM-AMOUNT NOT > WS-AMOUNT-LIMIT
008040         GO TO 3100-EXIT
008050     END-IF
008060     MOVE SPACES TO AL-RECORD
008070     SET AL-OVER-LIMIT TO TRUE
008080     MOVE OR-KEY TO AL-KEY
008090     MOVE WS-FEED-RECNO TO AL-FEED-RECNO
008100     MOVE OR-DATE TO AL-BUS-DATE
008110     MOVE WS-ITEM-AMOUNT TO AL-AMOUNT
008120     MOVE 1 TO AL-COUNT
008130     MOVE WS-AMOUNT-LIMIT TO AL-BASIS
008140     PERFORM 3300-ADD-ALERT THRU 3300-EXIT
008150     .
008160 3100-EXIT.
008170     EXIT.
008180
008190*----------------------------------------------------------------*
008200*    3200-FIND-KEY                                                *
008210*    POINTS KEY-IDX AT THE LINE'S KEY IN THE DAY'S TABLE, ADDING  *
008220*    THE KEY THE FIRST TIME IT IS SEEN. THE DETAIL AND ADJUSTMENT *
008230*    VIEWS CARRY THE KEY IN THE SAME PLACE. A FULL TABLE IS A     *
008240*    HARD STOP.                                                   *
008250*----------------------------------------------------------------*
008260 3200-FIND-KEY.
008270     IF WS-KEY-COUNT > ZERO
008280         SET KEY-IDX TO 1
008290         SEARCH WS-KEY-ENTRY
008300             AT END
008310                 CONTINUE
008320             WHEN KEY-IDX > WS-KEY-COUNT
008330                 CONTINUE
008340             WHEN WS-KEY-KEY (KEY-IDX) = OR-KEY
008350                 GO TO 3200-EXIT
008360         END-SEARCH
008370     END-IF
008380     IF WS-KEY-COUNT >= WS-KEY-MAX
008390         DISPLAY "LGALERT: *** KEY TABLE FULL - RUN "
008400                 "STOPPED ***"
008410         MOVE 16 TO RETURN-CODE
008420         STOP RUN
008430     END-IF
008440     ADD 1 TO WS-KEY-COUNT
008450     SET KEY-IDX TO WS-KEY-COUNT
008460     MOVE OR-KEY TO WS-KEY-KEY (KEY-IDX)
008470     MOVE ZERO TO WS-KEY-DAY-TOTAL (KEY-IDX)
008480     MOVE ZERO TO WS-KEY-ITEMS (KEY-IDX)
008490     MOVE ZERO TO WS-KEY-RVSL-COUNT (KEY-IDX)
008500     MOVE ZERO TO WS-KEY-RVSL-AMOUNT (KEY-IDX)
008510     MOVE ZERO TO WS-KEY-HIST-TOTAL (KEY-IDX)
008520     MOVE ZERO TO WS-KEY-LAST-DATE (KEY-IDX)
008530     .
008540 3200-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------------*
008580*    3300-ADD-ALERT                                               *
008590*    ADDS THE ALERT BUILT IN AL-RECORD AS OPEN, UNLESS THE SAME   *
008600*    ALERT (FEED DATE, KEY, TYPE AND LINE) IS ALREADY ON FILE -   *
008610*    ONLY ONE ALREADY WORKED CAN BE, AND IT IS NOT RAISED AGAIN.  *
008620*    A FULL TABLE IS A HARD STOP.                                 *
008630*----------------------------------------------------------------*
008640 3300-ADD-ALERT.
008650     SET AL-IS-OPEN TO TRUE
008660     MOVE WS-FEED-DATE TO AL-FEED-DATE
008670     IF AL-FEED-RECNO NOT NUMERIC
008680         MOVE ZERO TO AL-FEED-RECNO
008690     END-IF
008700     IF AL-COUNT NOT NUMERIC
008710         MOVE ZERO TO AL-COUNT
008720     END-IF
008730     IF AL-BASIS NOT NUMERIC
008740         MOVE ZERO TO AL-BASIS
008750     END-IF
008760     MOVE ZERO TO AL-BALANCE
008770     MOVE WS-RUN-DATE TO AL-RAISED-DATE
008780     MOVE ZERO TO AL-DISP-DATE
008790     IF WS-ALT-COUNT > ZERO
008800         SET ALT-IDX TO 1
008810         SEARCH WS-ALT-ENTRY
008820             AT END
008830                 CONTINUE
008840             WHEN ALT-IDX > WS-ALT-COUNT
008850                 CONTINUE
008860             WHEN WS-ALT-FEED-DATE (ALT-IDX) = AL-FEED-DATE
008870              AND WS-ALT-KEY (ALT-IDX) = AL-KEY
008880              AND WS-ALT-TYPE (ALT-IDX) = AL-TYPE
008890              AND WS-ALT-FEED-RECNO (ALT-IDX) = AL-FEED-RECNO
008900                 ADD 1 TO WS-WORKED-COUNT
008910                 GO TO 3300-EXIT
008920         END-SEARCH
008930     END-IF
008940     IF WS-ALT-COUNT >= WS-ALT-MAX
008950         DISPLAY "LGALERT: *** ALERT TABLE FULL - RUN "
008960                 "STOPPED ***"
008970         MOVE 16 TO RETURN-CODE
008980         STOP RUN
008990     END-IF
009000     ADD 1 TO WS-ALT-COUNT
009010     MOVE AL-RECORD TO WS-ALT-ENTRY (WS-ALT-COUNT)
009020     SET ALERTS-CHANGED TO TRUE
009030     ADD 1 TO WS-RAISED-COUNT
009040     EVALUATE TRUE
009050         WHEN AL-OVER-LIMIT
009060             ADD 1 TO WS-LIMIT-COUNT
009070         WHEN AL-ABOVE-AVERAGE
009080             ADD 1 TO WS-AVERAGE-COUNT
009090         WHEN AL-AFTER-IDLE
009100             ADD 1 TO WS-IDLE-ALERT-COUNT
009110         WHEN AL-MANY-REVERSALS
009120             ADD 1 TO WS-RVSL-ALERT-COUNT
009130     END-EVALUATE
009140     .
009150 3300-EXIT.
009160     EXIT.
009170
009180*----------------------------------------------------------------*
009190*    3400-READ-HISTORY                                            *
009200*    PASSES THE POSTING HISTORY ONCE, BRINGING IN THE ACTIVITY    *
009210*    OF EACH OF THE DAY'S KEYS BEFORE THE FEED'S POSTING DATE. NO *
009220*    HISTORY FILE MEANS NO KEY HAS ANY.                           *
009230*----------------------------------------------------------------*
009240 3400-READ-HISTORY.
009250     IF WS-KEY-COUNT = ZERO
009260         GO TO 3400-EXIT
009270     END-IF
009280     OPEN INPUT HISTFILE
009290     IF HISTFILE-NOT-FOUND
009300         GO TO 3400-EXIT
009310     END-IF
009320     IF NOT HISTFILE-FOUND
009330         MOVE "HISTFILE" TO WS-ABEND-FILE-NAME
009340         MOVE WS-HISTFILE-STATUS TO WS-ABEND-FILE-STATUS
009350         PERFORM 0900-ABEND
009360     END-IF
009370     MOVE "N" TO WS-EOF-SWITCH
009380     PERFORM 3410-READ-ONE-HISTORY THRU 3410-EXIT
009390         UNTIL EOF-YES
009400     CLOSE HISTFILE
009410     .
009420 3400-EXIT.
009430     EXIT.
009440
009450*----------------------------------------------------------------*
009460*    3410-READ-ONE-HISTORY                                        *
009470*    TAKES ONE EARLIER POSTING FOR ONE OF THE DAY'S KEYS. ITS     *
009480*    POSTING DATE IS THE KEY'S LAST ACTIVITY SO FAR, AND ITS      *
009490*    AMOUNT COUNTS TOWARD THE TRAILING 30 DAYS WHEN IT FALLS IN   *
009500*    THEM. A BACKOUT IS NOT ACTIVITY - IT TAKES BACK THE          *
009510*    ACTIVITY OF THE POSTING IT REVERSED.                         *
009520*----------------------------------------------------------------*
009530 3410-READ-ONE-HISTORY.
009540     READ HISTFILE
009550         AT END
009560             SET EOF-YES TO TRUE
009570             GO TO 3410-EXIT
009580     END-READ
009590     IF HR-POST-DATE NOT NUMERIC
009600      OR HR-POST-DATE NOT < WS-POST-DATE
009610         GO TO 3410-EXIT
009620     END-IF
009630     SET KEY-IDX TO 1
009640     SEARCH WS-KEY-ENTRY
009650         AT END
009660             GO TO 3410-EXIT
009670         WHEN KEY-IDX > WS-KEY-COUNT
009680             GO TO 3410-EXIT
009690         WHEN WS-KEY-KEY (KEY-IDX) = HR-KEY
009700             CONTINUE
009710     END-SEARCH
009720     MOVE HR-AMOUNT TO WS-HIST-AMOUNT
009730     IF WS-HIST-AMOUNT < ZERO
009740         COMPUTE WS-HIST-AMOUNT = ZERO - WS-HIST-AMOUNT
009750     END-IF
009760     IF NOT HR-FROM-BACKOUT
009770      AND HR-POST-DATE > WS-KEY-LAST-DATE (KEY-IDX)
009780         MOVE HR-POST-DATE TO WS-KEY-LAST-DATE (KEY-IDX)
009790     END-IF
009800     COMPUTE WS-HIST-INTEGER =
009810         FUNCTION INTEGER-OF-DATE (HR-POST-DATE)
009820     IF WS-HIST-INTEGER < WS-WINDOW-INTEGER
009830         GO TO 3410-EXIT
009840     END-IF
009850     IF HR-FROM-BACKOUT
009860         SUBTRACT WS-HIST-AMOUNT FROM WS-KEY-HIST-TOTAL (KEY-IDX)
009870     ELSE
009880         ADD WS-HIST-AMOUNT TO WS-KEY-HIST-TOTAL (KEY-IDX)
009890     END-IF
009900     .
009910 3410-EXIT.
009920     EXIT.
009930
009940*----------------------------------------------------------------*
009950*    3500-CHECK-ONE-KEY                                           *
009960*    RAISES THE KEY-LEVEL ALERTS FOR ONE OF THE DAY'S KEYS - DAY  *
009970*    TOTAL WELL ABOVE THE TRAILING DAILY AVERAGE (ONLY WHEN THE   *
009980*    KEY HAD ACTIVITY IN THE WINDOW), A FIRST POSTING AFTER LONG  *
009990*    INACTIVITY (NOT FOR A KEY NEW TODAY), AND MANY REVERSALS.    *
010000*----------------------------------------------------------------*
010010 3500-CHECK-ONE-KEY.
010020     SET KEY-IDX TO WS-KEY-SUB
010030     ADD 1 TO WS-KEY-SUB
010040     IF WS-KEY-HIST-TOTAL (KEY-IDX) > ZERO
010050         COMPUTE WS-AVERAGE ROUNDED =
010060             WS-KEY-HIST-TOTAL (KEY-IDX) / 30
010070         IF WS-AVERAGE > ZERO
010080          AND WS-KEY-DAY-TOTAL (KEY-IDX) >
010090              WS-AVERAGE * WS-AVG-FACTOR
010100             MOVE SPACES TO AL-RECORD
010110             SET AL-ABOVE-AVERAGE TO TRUE
010120             MOVE WS-KEY-KEY (KEY-IDX) TO AL-KEY
010130             MOVE WS-KEY-DAY-TOTAL (KEY-IDX) TO AL-AMOUNT
010140             MOVE WS-KEY-ITEMS (KEY-IDX) TO AL-COUNT
010150             MOVE WS-AVERAGE TO AL-BASIS
010160             PERFORM 3300-ADD-ALERT THRU 3300-EXIT
010170         END-IF
010180     END-IF
010190     IF WS-KEY-LAST-DATE (KEY-IDX) > ZERO
010200         COMPUTE WS-HIST-INTEGER =
010210             FUNCTION INTEGER-OF-DATE (WS-KEY-LAST-DATE (KEY-IDX))
010220         COMPUTE WS-IDLE-COUNT =
010230             WS-POST-INTEGER - WS-HIST-INTEGER
010240         IF WS-IDLE-COUNT > WS-IDLE-DAYS
010250             MOVE SPACES TO AL-RECORD
010260             SET AL-AFTER-IDLE TO TRUE
010270             MOVE WS-KEY-KEY (KEY-IDX) TO AL-KEY
010280             MOVE WS-KEY-DAY-TOTAL (KEY-IDX) TO AL-AMOUNT
010290             MOVE WS-IDLE-COUNT TO AL-COUNT
010300             MOVE WS-KEY-LAST-DATE (KEY-IDX) TO AL-LAST-DATE
010310             PERFORM 3300-ADD-ALERT THRU 3300-EXIT
010320         END-IF
010330     END-IF
010340     IF WS-RVSL-LIMIT > ZERO
010350      AND WS-KEY-RVSL-COUNT (KEY-IDX) NOT < WS-RVSL-LIMIT
010360         MOVE SPACES TO AL-RECORD
010370         SET AL-MANY-REVERSALS TO TRUE
010380         MOVE WS-KEY-KEY (KEY-IDX) TO AL-KEY
010390         MOVE WS-KEY-RVSL-AMOUNT (KEY-IDX) TO AL-AMOUNT
010400         MOVE WS-KEY-RVSL-COUNT (KEY-IDX) TO AL-COUNT
010410         PERFORM 3300-ADD-ALERT THRU 3300-EXIT
010420     END-IF
010430     .
010440 3500-EXIT.
010450     EXIT.
010460
010470*----------------------------------------------------------------*
010480*    3600-STAMP-BALANCES                                          *
010490*    STAMPS EACH ALERT RAISED THIS RUN WITH ITS KEY'S STANDING ON *
010500*    THE MASTER. A KEY NOT ON THE MASTER (OR NO MASTER AT ALL)    *
010510*    LEAVES THE BALANCE AT ZERO.                                  *
010520*----------------------------------------------------------------*
010530 3600-STAMP-BALANCES.
010540     IF WS-ALT-FIRST-NEW > WS-ALT-COUNT
010550         GO TO 3600-EXIT
010560     END-IF
010570     OPEN INPUT MASTERFILE
010580     IF MASTER-NOT-FOUND
010590         GO TO 3600-EXIT
010600     END-IF
010610     IF NOT MASTER-ACTION-OK
010620         MOVE "MASTERFILE" TO WS-ABEND-FILE-NAME
010630         MOVE WS-MASTERFILE-STATUS TO WS-ABEND-FILE-STATUS
010640         PERFORM 0900-ABEND
010650     END-IF
010660     MOVE WS-ALT-FIRST-NEW TO WS-ALT-SUB
010670     PERFORM 3610-STAMP-ONE-BALANCE THRU 3610-EXIT
010680         UNTIL WS-ALT-SUB > WS-ALT-COUNT
010690     CLOSE MASTERFILE
010700     .
010710 3600-EXIT.
010720     EXIT.
010730
010740*----------------------------------------------------------------*
010750*    3610-STAMP-ONE-BALANCE                                       *
010760*    READS ONE NEW ALERT'S KEY OFF THE MASTER.                    *
010770*----------------------------------------------------------------*
010780 3610-STAMP-ONE-BALANCE.
010790     MOVE WS-ALT-ENTRY (WS-ALT-SUB) TO AL-RECORD
010800     MOVE AL-KEY TO MR-KEY
010810     READ MASTERFILE
010820     IF MASTER-ACTION-OK
010830         MOVE MR-ACCUM-AMOUNT TO AL-BALANCE
010840         MOVE AL-RECORD TO WS-ALT-ENTRY (WS-ALT-SUB)
010850     END-IF
010860     ADD 1 TO WS-ALT-SUB
010870     .
010880 3610-EXIT.
010890     EXIT.
010900
010910*----------------------------------------------------------------*
010920*    4000-REVIEW-ALERTS                                           *
010930*    REVIEW MODE - WALKS EVERY OPEN OR REFERRED ALERT PAST THE    *
010940*    OPERATOR AND REWRITES THE FILE AT THE END.                   *
010950*----------------------------------------------------------------*
010960 4000-REVIEW-ALERTS.
010970     MOVE 1 TO WS-ALT-SUB
010980     PERFORM 4100-REVIEW-ONE-ALERT THRU 4100-EXIT
010990         UNTIL WS-ALT-SUB > WS-ALT-COUNT
011000            OR REVIEW-DONE
011010     .
011020 4000-EXIT.
011030     EXIT.
011040
011050*----------------------------------------------------------------*
011060*    4100-REVIEW-ONE-ALERT                                        *
011070*    SHOWS ONE OUTSTANDING ALERT AND TAKES THE DISPOSITION - C    *
011080*    CLEARS IT, R REFERS IT FOR INVESTIGATION (EACH WITH A NOTE), *
011090*    E ENDS THE REVIEW, ANYTHING ELSE LEAVES IT AS IT IS.         *
011100*----------------------------------------------------------------*
011110 4100-REVIEW-ONE-ALERT.
011120     MOVE WS-ALT-ENTRY (WS-ALT-SUB) TO AL-RECORD
011130     IF AL-IS-CLEARED
011140         GO TO 4100-NEXT
011150     END-IF
011160     PERFORM 5200-DESCRIBE-TYPE THRU 5200-EXIT
011170     DISPLAY "LGALERT: ALERT:"
011180     DISPLAY "LGALERT:   TYPE........ " WS-AR-TYPE
011190             " (" AL-STATE ")"
011200     DISPLAY "LGALERT:   KEY......... " AL-KEY
011210     DISPLAY "LGALERT:   FEED DAY.... " AL-FEED-DATE
011220             " LINE " AL-FEED-RECNO
011230     MOVE AL-AMOUNT TO WS-EDIT-AMOUNT
011240     DISPLAY "LGALERT:   AMOUNT...... " WS-EDIT-AMOUNT
011250             " COUNT " AL-COUNT
011260     MOVE AL-BASIS TO WS-EDIT-AMOUNT
011270     DISPLAY "LGALERT:   BASIS....... " WS-EDIT-AMOUNT
011280             " LAST DAY " AL-LAST-DATE
011290     MOVE AL-BALANCE TO WS-EDIT-AMOUNT
011300     DISPLAY "LGALERT:   BALANCE..... " WS-EDIT-AMOUNT
011310     IF AL-IS-REFERRED
011320         DISPLAY "LGALERT:   REFERRED.... " AL-DISP-DATE
011330                 " BY " AL-DISP-OPERATOR
011340         DISPLAY "LGALERT:   NOTE........ " AL-DISP-NOTE
011350     END-IF
011360     DISPLAY "LGALERT: C=CLEAR R=REFER E=END (ELSE LEAVE): "
011370         WITH NO ADVANCING
011380     MOVE SPACE TO WS-ANSWER
011390     ACCEPT WS-ANSWER FROM CONSOLE
011400     EVALUATE WS-ANSWER
011410         WHEN "C"
011420         WHEN "c"
011430             SET AL-IS-CLEARED TO TRUE
011440             ADD 1 TO WS-CLEARED-COUNT
011450         WHEN "R"
011460         WHEN "r"
011470             SET AL-IS-REFERRED TO TRUE
011480             ADD 1 TO WS-REFERRED-COUNT
011490         WHEN "E"
011500         WHEN "e"
011510             SET REVIEW-DONE TO TRUE
011520             GO TO 4100-EXIT
011530         WHEN OTHER
011540             GO TO 4100-NEXT
011550     END-EVALUATE
011560     DISPLAY "LGALERT: NOTE: " WITH NO ADVANCING
011570     MOVE SPACES TO WS-NOTE-IN
011580     ACCEPT WS-NOTE-IN FROM CONSOLE
011590     MOVE WS-NOTE-IN TO AL-DISP-NOTE
011600     MOVE WS-RUN-DATE TO AL-DISP-DATE
011610     MOVE WS-OPERATOR-ID TO AL-DISP-OPERATOR
011620     MOVE AL-RECORD TO WS-ALT-ENTRY (WS-ALT-SUB)
011630     SET ALERTS-CHANGED TO TRUE
011640     .
011650 4100-NEXT.
011660     ADD 1 TO WS-ALT-SUB
011670     .
011680 4100-EXIT.
011690     EXIT.
011700
011710*----------------------------------------------------------------*
011720*    5000-ALERT-REPORT                                            *
011730*    LISTS THE ALERTS RAISED THIS RUN, THEN EVERY ALERT STILL     *
011740*    OPEN OR REFERRED, WITH TOTALS.                               *
011750*----------------------------------------------------------------*
011760 5000-ALERT-REPORT.
011770     OPEN OUTPUT REPORTFILE
011780     IF WS-REPORTFILE-STATUS NOT = "00"
011790         MOVE "REPORTFILE" TO WS-ABEND-FILE-NAME
011800         MOVE WS-REPORTFILE-STATUS TO WS-ABEND-FILE-STATUS
011810         PERFORM 0900-ABEND
011820     END-IF
011830     IF FEED-WAS-RAISED
011840         MOVE SPACES TO REPORT-REC
011850         STRING "LGALERT - ALERTS RAISED FOR FEED "
011860                    DELIMITED BY SIZE
011870                WS-FEED-DATE DELIMITED BY SIZE
011880                " POSTED " DELIMITED BY SIZE
011890                WS-POST-DATE DELIMITED BY SIZE
011900                INTO REPORT-REC
011910         WRITE REPORT-REC
011920         MOVE SPACES TO REPORT-REC
011930         WRITE REPORT-REC
011940         MOVE WS-ALERT-HEAD TO REPORT-REC
011950         WRITE REPORT-REC
011960         MOVE WS-ALT-FIRST-NEW TO WS-ALT-SUB
011970         PERFORM 5100-REPORT-ONE-ALERT THRU 5100-EXIT
011980             UNTIL WS-ALT-SUB > WS-ALT-COUNT
011990         MOVE SPACES TO REPORT-REC
012000         WRITE REPORT-REC
012010         MOVE WS-RAISED-COUNT TO WS-EDIT-COUNT
012020         MOVE SPACES TO REPORT-REC
012030         STRING "ALERTS RAISED: " DELIMITED BY SIZE
012040                WS-EDIT-COUNT DELIMITED BY SIZE
012050                INTO REPORT-REC
012060         WRITE REPORT-REC
012070         MOVE SPACES TO REPORT-REC
012080         WRITE REPORT-REC
012090     END-IF
012100     MOVE SPACES TO REPORT-REC
012110     STRING "LGALERT - ALERTS OUTSTANDING (OPEN OR REFERRED) "
012120                DELIMITED BY SIZE
012130            "AS OF " DELIMITED BY SIZE
012140            WS-RUN-DATE DELIMITED BY SIZE
012150            INTO REPORT-REC
012160     WRITE REPORT-REC
012170     MOVE SPACES TO REPORT-REC
012180     WRITE REPORT-REC
012190     MOVE WS-ALERT-HEAD TO REPORT-REC
012200     WRITE REPORT-REC
012210     MOVE 1 TO WS-ALT-SUB
012220     PERFORM 5110-REPORT-OUTSTANDING THRU 5110-EXIT
012230         UNTIL WS-ALT-SUB > WS-ALT-COUNT
012240     MOVE SPACES TO REPORT-REC
012250     WRITE REPORT-REC
012260     MOVE WS-OUTSTANDING-COUNT TO WS-EDIT-COUNT
012270     MOVE SPACES TO REPORT-REC
012280     STRING "ALERTS OUTSTANDING: " DELIMITED BY SIZE
012290            WS-EDIT-COUNT DELIMITED BY SIZE
012300            INTO REPORT-REC
012310     WRITE REPORT-REC
012320     CLOSE REPORTFILE
012330     .
012340 5000-EXIT.
012350     EXIT.
012360
012370*----------------------------------------------------------------*
012380*    5100-REPORT-ONE-ALERT                                        *
012390*    PRINTS ONE ALERT LINE.                                       *
012400*----------------------------------------------------------------*
012410 5100-REPORT-ONE-ALERT.
012420     MOVE WS-ALT-ENTRY (WS-ALT-SUB) TO AL-RECORD
012430     ADD 1 TO WS-ALT-SUB
012440     MOVE SPACES TO WS-ALERT-LINE
012450     MOVE AL-STATE TO WS-AR-STATE
012460     PERFORM 5200-DESCRIBE-TYPE THRU 5200-EXIT
012470     MOVE AL-KEY TO WS-AR-KEY
012480     MOVE AL-FEED-DATE TO WS-AR-FEED-DATE
012490     MOVE AL-FEED-RECNO TO WS-AR-RECNO
012500     MOVE AL-AMOUNT TO WS-AR-AMOUNT
012510     MOVE AL-COUNT TO WS-AR-COUNT
012520     MOVE AL-BASIS TO WS-AR-BASIS
012530     MOVE AL-LAST-DATE TO WS-AR-LAST-DATE
012540     MOVE AL-BALANCE TO WS-AR-BALANCE
012550     MOVE AL-DISP-OPERATOR TO WS-AR-DISP-OP
012560     MOVE WS-ALERT-LINE TO REPORT-REC
012570     WRITE REPORT-REC
012580     .
012590 5100-EXIT.
012600     EXIT.
012610
012620*----------------------------------------------------------------*
012630*    5110-REPORT-OUTSTANDING                                      *
012640*    PRINTS ONE ALERT WHEN IT IS STILL OPEN OR REFERRED.          *
012650*----------------------------------------------------------------*
012660 5110-REPORT-OUTSTANDING.
012670     MOVE WS-ALT-ENTRY (WS-ALT-SUB) TO AL-RECORD
012680     IF AL-IS-CLEARED
012690         ADD 1 TO WS-ALT-SUB
012700         GO TO 5110-EXIT
012710     END-IF
012720     ADD 1 TO WS-OUTSTANDING-COUNT
012730     PERFORM 5100-REPORT-ONE-ALERT THRU 5100-EXIT
012740     .
012750 5110-EXIT.
012760     EXIT.
012770
012780*----------------------------------------------------------------*
012790*    5200-DESCRIBE-TYPE                                           *
012800*    NAMES THE ALERT TYPE FOR THE REPORT AND THE REVIEW.          *
012810*----------------------------------------------------------------*
012820 5200-DESCRIBE-TYPE.
012830     EVALUATE TRUE
012840         WHEN AL-OVER-LIMIT
012850             MOVE "OVER LIMIT" TO WS-AR-TYPE
012860         WHEN AL-ABOVE-AVERAGE
012870             MOVE "ABOVE AVG" TO WS-AR-TYPE
012880         WHEN AL-AFTER-IDLE
012890             MOVE "AFTER IDLE" TO WS-AR-TYPE
012900         WHEN AL-MANY-REVERSALS
012910             MOVE "REVERSALS" TO WS-AR-TYPE
012920         WHEN OTHER
012930             MOVE AL-TYPE TO WS-AR-TYPE
012940     END-EVALUATE
012950     .
012960 5200-EXIT.
012970     EXIT.
012980
012990*----------------------------------------------------------------*
013000*    7100-REWRITE-ALERTS                                          *
013005*    WRITES THE IN-STORAGE ALERT TABLE BACK IN FULL, APPENDING    *
013010*    ANY ALERT CLEARED BEFORE THE RETENTION CUTOFF TO THE ALERT   *
013015*    HISTORY FILE INSTEAD.                                        *
013020*----------------------------------------------------------------*
013030 7100-REWRITE-ALERTS.
013040     OPEN OUTPUT ALERTFILE
013050     IF NOT ALERTFILE-FOUND
013060         MOVE "ALERTFILE" TO WS-ABEND-FILE-NAME
013070         MOVE WS-ALERTFILE-STATUS TO WS-ABEND-FILE-STATUS
013080         PERFORM 0900-ABEND
013090     END-IF
013091     OPEN EXTEND ALTHISTFILE
013092     IF ALTHISTFILE-NOT-FOUND
013093         OPEN OUTPUT ALTHISTFILE
013094     END-IF
013095     IF NOT ALTHISTFILE-FOUND
013096         MOVE "ALTHISTFILE" TO WS-ABEND-FILE-NAME
013097         MOVE WS-ALTHISTFILE-STATUS TO WS-ABEND-FILE-STATUS
013098         PERFORM 0900-ABEND
013099     END-IF
013100     MOVE 1 TO WS-ALT-SUB
013110     PERFORM 7110-REWRITE-ONE-ALERT THRU 7110-EXIT
013120         UNTIL WS-ALT-SUB > WS-ALT-COUNT
013130     CLOSE ALERTFILE
013131     CLOSE ALTHISTFILE
013132     IF WS-MOVED-COUNT > ZERO
013133         MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT
013134         DISPLAY "LGALERT: " WS-EDIT-COUNT " CLEARED ALERT(S) "
013135                 "BEFORE " WS-CUTOFF-DATE " MOVED TO "
013136                 WS-ALTHIST-DDNAME
013137     END-IF
013140     .
013150 7100-EXIT.
013160     EXIT.
013170
013180*----------------------------------------------------------------*
013190*    7110-REWRITE-ONE-ALERT                                       *
013196*    WRITES ONE TABLE ENTRY BACK TO THE ALERT FILE, OR TO THE     *
013202*    ALERT HISTORY FILE ONCE IT WAS CLEARED BEFORE THE CUTOFF.    *
013210*----------------------------------------------------------------*
013220 7110-REWRITE-ONE-ALERT.
013222     MOVE WS-ALT-ENTRY (WS-ALT-SUB) TO AL-RECORD
013224     IF AL-IS-CLEARED
013226      AND AL-DISP-DATE < WS-CUTOFF-DATE
013228         MOVE AL-RECORD TO ALTHIST-REC
013230         WRITE ALTHIST-REC
013232         ADD 1 TO WS-MOVED-COUNT
013234         GO TO 7110-NEXT
013236     END-IF
013238     MOVE AL-RECORD TO ALERT-REC
013240     WRITE ALERT-REC
013243     .
013246 7110-NEXT.
013250     ADD 1 TO WS-ALT-SUB
013260     .
013270 7110-EXIT.
013280     EXIT.
013290
013300*----------------------------------------------------------------*
013310*    7500-CHECK-AUTHORITY                                         *
013320*    LOOKS THE OPERATOR UP ON THE AUTHORITY MASTER (SEE           *
013330*    CPYOPR01). AN OPERATOR WHO IS NOT ON FILE, HAS BEEN          *
013340*    REVOKED, OR DOES NOT HOLD THE ROLE IN WS-AUTH-ROLE IS        *
013350*    REFUSED BEFORE ANYTHING IS TOUCHED - THE REFUSAL GOES TO     *
013360*    THE SECURITY LOG (SEE CPYSEC01) AND THE RUN ENDS WITH        *
013370*    RETURN-CODE 8. NO AUTHORITY MASTER AT ALL REFUSES EVERYONE.  *
013380*----------------------------------------------------------------*
013390 7500-CHECK-AUTHORITY.
013400     MOVE "N" TO WS-OPER-FOUND-SWITCH
013410     OPEN INPUT OPERFILE
013420     IF OPERFILE-FOUND
013430         MOVE "N" TO WS-OPER-EOF-SWITCH
013440         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
013450             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
013460         CLOSE OPERFILE
013470     ELSE
013480         IF NOT OPERFILE-NOT-FOUND
013490             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
013500             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
013510             PERFORM 0900-ABEND
013520         END-IF
013530     END-IF
013540     MOVE SPACES TO SL-RECORD
013550     EVALUATE TRUE
013560         WHEN NOT OPERATOR-ON-FILE
013570             SET SL-UNKNOWN TO TRUE
013580         WHEN NOT OP-IS-ACTIVE
013590             SET SL-REVOKED TO TRUE
013600         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
013610             SET SL-NOT-AUTHORIZED TO TRUE
013620         WHEN OTHER
013630             GO TO 7500-EXIT
013640     END-EVALUATE
013650     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
013660     DISPLAY "LGALERT: *** OPERATOR " WS-OPERATOR-ID
013670             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
013680             " ***"
013690     MOVE 8 TO RETURN-CODE
013700     STOP RUN
013710     .
013720 7500-EXIT.
013730     EXIT.
013740
013750*----------------------------------------------------------------*
013760*    7510-FIND-ONE-OPERATOR                                       *
013770*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
013780*    THE OPERATOR'S OWN ID.                                       *
013790*----------------------------------------------------------------*
013800 7510-FIND-ONE-OPERATOR.
013810     READ OPERFILE
013820         AT END
013830             SET OPER-EOF-YES TO TRUE
013840             GO TO 7510-EXIT
013850     END-READ
013860     MOVE OPER-REC TO OP-RECORD
013870     IF OP-ID = WS-OPERATOR-ID
013880         SET OPERATOR-ON-FILE TO TRUE
013890     END-IF
013900     .
013910 7510-EXIT.
013920     EXIT.
013930
013940*----------------------------------------------------------------*
013950*    7520-WRITE-SECURITY-LOG                                      *
013960*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
013970*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
013980*    REFUSED.                                                     *
013990*----------------------------------------------------------------*
014000 7520-WRITE-SECURITY-LOG.
014010     MOVE WS-RUN-DATE TO SL-DATE
014020     MOVE WS-RUN-TIME(1:6) TO SL-TIME
014030     MOVE "LGALERT" TO SL-PROGRAM
014040     MOVE WS-OPERATOR-ID TO SL-OPERATOR
014050     MOVE WS-AUTH-ACTION TO SL-ACTION
014060     OPEN EXTEND SECLOGFILE
014070     IF SECLOGFILE-NOT-FOUND
014080         OPEN OUTPUT SECLOGFILE
014090     END-IF
014100     IF NOT SECLOGFILE-FOUND
014110         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
014120         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
014130         PERFORM 0900-ABEND
014140     END-IF
014150     MOVE SL-RECORD TO SECLOG-REC
014160     WRITE SECLOG-REC
014170     CLOSE SECLOGFILE
014180     .
014190 7520-EXIT.
014200     EXIT.
014210
014220*----------------------------------------------------------------*
014230*    8000-FINALIZE                                                *
014240*    REPORTS WHAT THE RUN DID.                                    *
014250*----------------------------------------------------------------*
014260 8000-FINALIZE.
014270     IF MODE-REVIEW
014280         MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
014290         DISPLAY "LGALERT: ALERTS CLEARED:             "
014300                 WS-EDIT-COUNT
014310         MOVE WS-REFERRED-COUNT TO WS-EDIT-COUNT
014320         DISPLAY "LGALERT: ALERTS REFERRED:            "
014330                 WS-EDIT-COUNT
014340         GO TO 8000-EXIT
014350     END-IF
014360     IF FEED-WAS-RAISED
014370         MOVE WS-LIMIT-COUNT TO WS-EDIT-COUNT
014380         DISPLAY "LGALERT: OVER THE AMOUNT LIMIT:      "
014390                 WS-EDIT-COUNT
014400         MOVE WS-AVERAGE-COUNT TO WS-EDIT-COUNT
014410         DISPLAY "LGALERT: WELL ABOVE 30-DAY AVERAGE:  "
014420                 WS-EDIT-COUNT
014430         MOVE WS-IDLE-ALERT-COUNT TO WS-EDIT-COUNT
014440         DISPLAY "LGALERT: ACTIVE AFTER INACTIVITY:    "
014450                 WS-EDIT-COUNT
014460         MOVE WS-RVSL-ALERT-COUNT TO WS-EDIT-COUNT
014470         DISPLAY "LGALERT: MANY REVERSALS:             "
014480                 WS-EDIT-COUNT
014490         MOVE WS-REPLACED-COUNT TO WS-EDIT-COUNT
014500         DISPLAY "LGALERT: UNWORKED ALERTS REPLACED:   "
014510                 WS-EDIT-COUNT
014520         MOVE WS-WORKED-COUNT TO WS-EDIT-COUNT
014530         DISPLAY "LGALERT: ALREADY WORKED, NOT RAISED: "
014540                 WS-EDIT-COUNT
014550         MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT
014560         DISPLAY "LGALERT: HELD LINES PASSED OVER:     "
014570                 WS-EDIT-COUNT
014580     END-IF
014590     MOVE WS-OUTSTANDING-COUNT TO WS-EDIT-COUNT
014600     DISPLAY "LGALERT: ALERTS OUTSTANDING:         "
014610             WS-EDIT-COUNT
014620     DISPLAY "LGALERT: ALERT REPORT WRITTEN TO " WS-REPORT-DDNAME
014630     .
014640 8000-EXIT.
014650     EXIT.
