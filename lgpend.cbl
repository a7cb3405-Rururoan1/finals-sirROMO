000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGPEND.
000120 AUTHOR. DATA-PROCESSING-GROUP.
000130 INSTALLATION. DAILY-PROCESSING-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                  M O D I F I C A T I O N   L O G                *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RJM   ORIGINAL PROGRAM - PENDING ITEM LIFECYCLE.     *
000210*                  RUNS NIGHTLY AFTER LGPOST OVER THE DAY'S       *
000220*                  CONSOLIDATED SET AND KEEPS THE OPEN-PENDINGS   *
000230*                  FILE (SEE CPYPND01):                           *
000240*                    - EVERY STATUS "P" DETAIL POSTED OPENS A     *
000250*                      PENDING;                                   *
000260*                    - A LATER "A" OR "X" DETAIL FOR THE SAME     *
000270*                      KEY AND AMOUNT CONFIRMS OR CANCELS THE     *
000280*                      OLDEST OPEN PENDING, AND THE CLOSING DAY   *
000290*                      IS RECORDED ON IT;                         *
000300*                    - LINES LGPOST HELD FOR A CLOSED PERIOD      *
000310*                      NEVER POSTED AND ARE PASSED OVER.          *
000320*                  EACH FEED DATE IS APPLIED ONCE (THE APPLIED-   *
000330*                  DAYS REGISTER), AND ONLY ONCE LGPOST HAS       *
000340*                  POSTED IT. A DAY LGPOST HAS SINCE BACKED OUT   *
000350*                  IS UNWOUND AUTOMATICALLY - ITS PENDINGS COME   *
000360*                  OFF AND THOSE IT CLOSED REOPEN - SO THE        *
000370*                  CORRECTED FEED APPLIES CLEANLY WHEN IT POSTS.  *
000372*                  A DAY POSTED AGAIN (A NEW LGPOST RUN DATE, OR  *
000374*                  NEW FEED TRAILER TOTALS) IS UNWOUND THE SAME   *
000376*                  WAY AND THE NEW FEED APPLIED IN ITS PLACE.     *
000380*                  EVERY RUN ENDS WITH THE AGING REPORT - OPEN    *
000390*                  PENDINGS OLDER THAN LGPEND_AGE_DAYS (DEFAULT   *
000400*                  5) BUSINESS DAYS, COUNTED FROM THE PENDING'S   *
000410*                  BUSINESS DATE TO THE CALENDAR'S PROCESSING     *
000420*                  DATE, SKIPPING WEEKENDS AND CALENDAR           *
000430*                  HOLIDAYS. LGPEND_MODE=AGING WRITES THE REPORT  *
000433*                  ALONE WITHOUT APPLYING A FEED. A PENDING       *
000436*                  CONFIRMED OR CANCELLED MORE THAN               *
000439*                  LGPEND_RETAIN_DAYS (DEFAULT 90) AGO MOVES TO   *
000442*                  THE PENDINGS HISTORY FILE WHEN THE PENDINGS    *
000445*                  FILE IS REWRITTEN; OPEN PENDINGS ALWAYS STAY.  *
000450*----------------------------------------------------------------*
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT FEEDFILE ASSIGN TO DYNAMIC WS-FEED-DDNAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FEEDFILE-STATUS.
000530
000540     SELECT PENDFILE ASSIGN TO DYNAMIC WS-PEND-DDNAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PENDFILE-STATUS.
000562
000564     SELECT PNDHISTFILE ASSIGN TO DYNAMIC WS-PNDHIST-DDNAME
000566         ORGANIZATION IS LINE SEQUENTIAL
000568         FILE STATUS IS WS-PNDHISTFILE-STATUS.
000570
000580     SELECT PENDDAYFILE ASSIGN TO DYNAMIC WS-PENDDAY-DDNAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PENDDAYFILE-STATUS.
000610
000620     SELECT POSTEDFILE ASSIGN TO DYNAMIC WS-POSTED-DDNAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-POSTEDFILE-STATUS.
000650
000660     SELECT PRIORFILE ASSIGN TO DYNAMIC WS-PRIOR-DDNAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PRIORFILE-STATUS.
000690
000700     SELECT CALFILE ASSIGN TO DYNAMIC WS-CALENDAR-DDNAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CALFILE-STATUS.
000730
000740     SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-DDNAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-REPORTFILE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  FEEDFILE.
000810 01  FEED-REC PIC X(256).
000820
000830 FD  PENDFILE.
000840 01  PEND-REC PIC X(82).
000842
000844 FD  PNDHISTFILE.
000846 01  PNDHIST-REC PIC X(82).
000850
000860 FD  PENDDAYFILE.
000870*----------------------------------------------------------------*
000880*    APPLIED-DAYS REGISTER - ONE RECORD PER FEED DATE APPLIED TO  *
000886*    THE OPEN-PENDINGS FILE, WITH THE LGPOST RUN DATE OF THE      *
000892*    POSTING APPLIED AND THE FEED'S TRAILER TOTALS. A DATE ON THE *
000898*    REGISTER IS NEVER APPLIED TWICE; AN UNWIND TAKES IT BACK     *
000904*    OFF.                                                         *
000910*----------------------------------------------------------------*
000920 01  PENDDAY-REC.
000930     05  PY-FEED-DATE        PIC X(08).
000940     05  PY-RUN-DATE         PIC 9(08).
000942     05  PY-POST-RUN-DATE    PIC 9(08).
000944     05  PY-TRL-REC-COUNT    PIC 9(09).
000946     05  PY-TRL-CTL-TOTAL    PIC S9(09)V99.
000950
000960 FD  POSTEDFILE.
000970*----------------------------------------------------------------*
000980*    LGPOST'S POSTED-DAYS REGISTER - READ ONLY HERE.              *
000990*----------------------------------------------------------------*
001000 01  POSTED-REC.
001010     05  PD-FEED-DATE        PIC X(08).
001020     05  PD-RUN-DATE         PIC 9(08).
001030
001040 FD  PRIORFILE.
001050     COPY CPYPPQ01.
001060
001070 FD  CALFILE.
001080*----------------------------------------------------------------*
001090*    BUSINESS CALENDAR RECORD - "P" CARRIES THE CURRENT           *
001100*    PROCESSING DATE, "H" A HOLIDAY.                              *
001110*----------------------------------------------------------------*
001120 01  CAL-REC.
001130     05  CAL-TYPE               PIC X(01).
001140         88  CAL-IS-PROC-DATE       VALUE "P".
001150         88  CAL-IS-HOLIDAY         VALUE "H".
001160     05  CAL-DATE               PIC X(08).
001170
001180 FD  REPORTFILE.
001190 01  REPORT-REC PIC X(132).
001200
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------------*
001230*    CONSOLIDATED FEED AND OPEN-PENDINGS RECORD VIEWS (SEE        *
001240*    CPYOUT01 AND CPYPND01)                                       *
001250*----------------------------------------------------------------*
001260     COPY CPYOUT01.
001270     COPY CPYPND01.
001280
001290*----------------------------------------------------------------*
001300*    IN-STORAGE COPY OF THE OPEN-PENDINGS FILE, IN THE ORDER THE  *
001310*    PENDINGS OPENED, SO THE FIRST OPEN MATCH IS THE OLDEST. IT   *
001316*    IS REWRITTEN IN FULL WHEN ANYTHING CHANGES, LESS ANY PENDING *
001322*    CLOSED BEFORE THE RETENTION CUTOFF (SEE 7110).               *
001330*----------------------------------------------------------------*
001340 77  WS-PND-COUNT            PIC 9(05) COMP VALUE ZERO.
001350 77  WS-PND-MAX              PIC 9(05) COMP VALUE 5000.
001360 77  WS-PND-SUB              PIC 9(05) COMP VALUE ZERO.
001370 77  WS-PND-KEEP             PIC 9(05) COMP VALUE ZERO.
001380 01  WS-PND-TABLE.
001390     05  WS-PND-ENTRY        OCCURS 5000 TIMES
001400                             INDEXED BY PND-IDX.
001410         10  WS-PND-STATE        PIC X(01).
001420         10  WS-PND-KEY          PIC X(10).
001430         10  WS-PND-AMOUNT       PIC S9(09)V99.
001440         10  WS-PND-BUS-DATE     PIC X(08).
001450         10  WS-PND-OPEN-DATE    PIC X(08).
001460         10  FILLER              PIC X(09).
001470         10  WS-PND-CLOSE-DATE   PIC X(08).
001480         10  FILLER              PIC X(27).
001490
001500*----------------------------------------------------------------*
001510*    APPLIED-DAYS, POSTED-DAYS AND HOLIDAY TABLES, AND THE FEED   *
001520*    LINES LGPOST HELD FOR A CLOSED PERIOD ON THE DAY APPLIED.    *
001530*----------------------------------------------------------------*
001540 77  WS-DAY-COUNT            PIC 9(05) COMP VALUE ZERO.
001550 77  WS-DAY-MAX              PIC 9(05) COMP VALUE 4000.
001560 77  WS-DAY-SUB              PIC 9(05) COMP VALUE ZERO.
001570 01  WS-DAY-TABLE.
001580     05  WS-DAY-ENTRY        OCCURS 4000 TIMES.
001590         10  WS-DAY-FEED-DATE    PIC X(08).
001600         10  WS-DAY-RUN-DATE     PIC 9(08).
001602         10  WS-DAY-POST-RUN-DATE PIC 9(08).
001604         10  WS-DAY-TRL-COUNT    PIC 9(09).
001606         10  WS-DAY-TRL-TOTAL    PIC S9(09)V99.
001610 77  WS-PST-COUNT            PIC 9(05) COMP VALUE ZERO.
001620 77  WS-PST-MAX              PIC 9(05) COMP VALUE 4000.
001630 01  WS-PST-TABLE.
001640     05  WS-PST-ENTRY        OCCURS 4000 TIMES
001650                             INDEXED BY PST-IDX.
001653         10  WS-PST-DATE         PIC X(08).
001656         10  WS-PST-RUN-DATE     PIC 9(08).
001660 77  WS-HOL-COUNT            PIC 9(04) COMP VALUE ZERO.
001670 77  WS-HOL-MAX              PIC 9(04) COMP VALUE 400.
001680 01  WS-HOL-TABLE.
001690     05  WS-HOL-DATE         PIC X(08) OCCURS 400 TIMES
001700                             INDEXED BY HOL-IDX.
001710 77  WS-HLD-COUNT            PIC 9(05) COMP VALUE ZERO.
001720 77  WS-HLD-MAX              PIC 9(05) COMP VALUE 2000.
001730 01  WS-HLD-TABLE.
001740     05  WS-HLD-RECNO        PIC 9(09) OCCURS 2000 TIMES
001750                             INDEXED BY HLD-IDX.
001760
001770*----------------------------------------------------------------*
001780*    FILE ASSIGNMENT WORK AREAS. THE FEED IS TODAY'S              *
001790*    CONSOLIDATED SET, AS LGPOST READS IT; THE REPORT IS RUN-     *
001800*    DATED. ALL MAY BE OVERRIDDEN BY LGPEND_INPUT_DD /            *
001810*    LGPEND_PENDINGS_DD / LGPEND_DAYS_DD / LGPEND_POSTED_DD /     *
001816*    LGPEND_PRIOR_DD / LGPEND_CALENDAR_DD / LGPEND_REPORT_DD /    *
001822*    LGPEND_PENDHIST_DD.                                          *
001830*----------------------------------------------------------------*
001840 77  WS-FEED-DDNAME          PIC X(60) VALUE SPACES.
001850 77  WS-PEND-DDNAME          PIC X(60)
001860     VALUE "data/pendings.dat".
001863 77  WS-PNDHIST-DDNAME       PIC X(60)
001866     VALUE "data/pendings-hist.dat".
001870 77  WS-PENDDAY-DDNAME       PIC X(60)
001880     VALUE "data/pending-days.reg".
001890 77  WS-POSTED-DDNAME        PIC X(60)
001900     VALUE "data/posted-days.reg".
001910 77  WS-PRIOR-DDNAME         PIC X(60)
001920     VALUE "data/prior-period.dat".
001930 77  WS-CALENDAR-DDNAME      PIC X(60)
001940     VALUE "data/calendar.dat".
001950 77  WS-REPORT-DDNAME        PIC X(60) VALUE SPACES.
001960 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001970
001980*----------------------------------------------------------------*
001990*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)            *
002000*----------------------------------------------------------------*
002010 77  WS-ABEND-FILE-NAME      PIC X(12) VALUE SPACES.
002020 77  WS-ABEND-FILE-STATUS    PIC X(02) VALUE SPACES.
002030
002040*----------------------------------------------------------------*
002050*    FILE STATUS SWITCHES                                         *
002060*----------------------------------------------------------------*
002070 77  WS-FEEDFILE-STATUS      PIC X(02).
002080     88  FEEDFILE-FOUND          VALUE "00".
002090     88  FEEDFILE-NOT-FOUND      VALUE "35".
002100 77  WS-PENDFILE-STATUS      PIC X(02).
002110     88  PENDFILE-FOUND          VALUE "00".
002120     88  PENDFILE-NOT-FOUND      VALUE "35".
002122 77  WS-PNDHISTFILE-STATUS   PIC X(02).
002124     88  PNDHISTFILE-FOUND       VALUE "00".
002126     88  PNDHISTFILE-NOT-FOUND   VALUE "35".
002130 77  WS-PENDDAYFILE-STATUS   PIC X(02).
002140     88  PENDDAYFILE-FOUND       VALUE "00".
002150     88  PENDDAYFILE-NOT-FOUND   VALUE "35".
002160 77  WS-POSTEDFILE-STATUS    PIC X(02).
002170     88  POSTEDFILE-FOUND        VALUE "00".
002180     88  POSTEDFILE-NOT-FOUND    VALUE "35".
002190 77  WS-PRIORFILE-STATUS     PIC X(02).
002200     88  PRIORFILE-FOUND         VALUE "00".
002210     88  PRIORFILE-NOT-FOUND     VALUE "35".
002220 77  WS-CALFILE-STATUS       PIC X(02).
002230     88  CALFILE-FOUND           VALUE "00".
002240     88  CALFILE-NOT-FOUND       VALUE "35".
002250 77  WS-REPORTFILE-STATUS    PIC X(02).
002260
002270*----------------------------------------------------------------*
002280*    PROGRAM SWITCHES                                             *
002290*----------------------------------------------------------------*
002300 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
002310     88  EOF-YES                  VALUE "Y".
002320 77  WS-RUN-MODE             PIC X(08) VALUE SPACES.
002330     88  MODE-AGING               VALUE "AGING".
002340 77  WS-CHANGED-SWITCH       PIC X(01) VALUE "N".
002350     88  PENDINGS-CHANGED         VALUE "Y".
002360 77  WS-DAYS-CHANGED-SWITCH  PIC X(01) VALUE "N".
002370     88  APPLIED-DAYS-CHANGED     VALUE "Y".
002380 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
002390     88  ENTRY-WAS-FOUND          VALUE "Y".
002400
002410*----------------------------------------------------------------*
002420*    RUN CONTROL AND AGING WORK AREAS                             *
002430*----------------------------------------------------------------*
002440 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
002450 77  WS-PROC-DATE            PIC X(08) VALUE SPACES.
002460 77  WS-FEED-DATE            PIC X(08) VALUE SPACES.
002470 77  WS-FEED-RECNO           PIC 9(09) VALUE ZERO.
002480 77  WS-UNWIND-DATE          PIC X(08) VALUE SPACES.
002482 77  WS-POSTED-RUN-DATE      PIC 9(08) VALUE ZERO.
002484 77  WS-FEED-TRL-COUNT       PIC 9(09) VALUE ZERO.
002486 77  WS-FEED-TRL-TOTAL       PIC S9(09)V99 VALUE ZERO.
002490 77  WS-AGE-LIMIT            PIC 9(04) VALUE 5.
002500 77  WS-AGE-CHECK            PIC X(60) VALUE SPACES.
002502 77  WS-RETAIN-DAYS          PIC 9(05) VALUE 90.
002504 77  WS-RETAIN-CHECK         PIC X(60) VALUE SPACES.
002506 77  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
002510 77  WS-AGE-DAYS             PIC 9(05) VALUE ZERO.
002520 77  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
002530 77  WS-WORK-DATE-X          PIC X(08) VALUE SPACES.
002540 77  WS-FROM-INTEGER         PIC 9(09) COMP VALUE ZERO.
002550 77  WS-TO-INTEGER           PIC 9(09) COMP VALUE ZERO.
002560 77  WS-DAY-INTEGER          PIC 9(09) COMP VALUE ZERO.
002570 77  WS-DOW                  PIC 9(01) VALUE ZERO.
002580
002590*----------------------------------------------------------------*
002600*    COUNTERS                                                     *
002610*----------------------------------------------------------------*
002620 77  WS-OPENED-COUNT         PIC 9(07) COMP VALUE ZERO.
002630 77  WS-CONFIRMED-COUNT      PIC 9(07) COMP VALUE ZERO.
002640 77  WS-CANCELLED-COUNT      PIC 9(07) COMP VALUE ZERO.
002650 77  WS-UNMATCHED-COUNT      PIC 9(07) COMP VALUE ZERO.
002660 77  WS-SKIPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
002670 77  WS-REMOVED-COUNT        PIC 9(07) COMP VALUE ZERO.
002680 77  WS-REOPENED-COUNT       PIC 9(07) COMP VALUE ZERO.
002685 77  WS-MOVED-COUNT          PIC 9(07) COMP VALUE ZERO.
002690 77  WS-OPEN-COUNT           PIC 9(07) COMP VALUE ZERO.
002700 77  WS-OPEN-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002710 77  WS-AGED-COUNT           PIC 9(07) COMP VALUE ZERO.
002720 77  WS-AGED-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002730 77  WS-EDIT-COUNT           PIC ZZZZZZ9.
002740 77  WS-EDIT-AMOUNT          PIC -ZZZZZZZZZZ9.99.
002750 77  WS-EDIT-DAYS            PIC ZZZ9.
002760
002770*----------------------------------------------------------------*
002780*    REPORT LINE LAYOUTS                                          *
002790*----------------------------------------------------------------*
002800 01  WS-AGING-HEAD.
002810     05  FILLER              PIC X(40) VALUE
002820         "KEY                AMOUNT  BUS. DATE  OP".
002830     05  FILLER              PIC X(40) VALUE
002840         "ENED ON  FEED LINE  BUS. DAYS OPEN      ".
002850
002860 01  WS-AGING-LINE.
002870     05  WS-AL-KEY           PIC X(10).
002880     05  FILLER              PIC X(02) VALUE SPACES.
002890     05  WS-AL-AMOUNT        PIC -ZZZZZZZZ9.99.
002900     05  FILLER              PIC X(02) VALUE SPACES.
002910     05  WS-AL-BUS-DATE      PIC X(08).
002920     05  FILLER              PIC X(03) VALUE SPACES.
002930     05  WS-AL-OPEN-DATE     PIC X(08).
002940     05  FILLER              PIC X(02) VALUE SPACES.
002950     05  WS-AL-RECNO         PIC ZZZZZZZZ9.
002960     05  FILLER              PIC X(05) VALUE SPACES.
002970     05  WS-AL-AGE           PIC ZZZ9.
002980
002990 PROCEDURE DIVISION.
003000
003010*----------------------------------------------------------------*
003020*    0000-MAINLINE                                                *
003030*    LOADS THE FILES, UNWINDS ANY DAY LGPOST HAS BACKED OUT,      *
003040*    APPLIES TODAY'S FEED, SAVES THE RESULT, AND WRITES THE       *
003050*    AGING REPORT.                                                *
003060*----------------------------------------------------------------*
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003090     PERFORM 2000-LOAD-FILES THRU 2000-EXIT
003100     PERFORM 2500-UNWIND-BACKED-OUT THRU 2500-EXIT
003110     IF NOT MODE-AGING
003120         PERFORM 3000-APPLY-FEED THRU 3000-EXIT
003130     END-IF
003140     IF PENDINGS-CHANGED
003150         PERFORM 7100-REWRITE-PENDINGS THRU 7100-EXIT
003160     END-IF
003170     IF APPLIED-DAYS-CHANGED
003180         PERFORM 7200-REWRITE-APPLIED-DAYS THRU 7200-EXIT
003190     END-IF
003200     PERFORM 5000-AGING-REPORT THRU 5000-EXIT
003210     PERFORM 8000-FINALIZE THRU 8000-EXIT
003220     STOP RUN.
003230
003240*----------------------------------------------------------------*
003250*    0900-ABEND                                                   *
003260*    DISPLAYS A FATAL FILE-OPEN ERROR AND ENDS THE RUN WITH       *
003270*    RETURN-CODE 16 INSTEAD OF LETTING A BAD ASSIGNMENT RUN ON.   *
003280*----------------------------------------------------------------*
003290 0900-ABEND.
003300     DISPLAY "LGPEND: *** UNABLE TO OPEN " WS-ABEND-FILE-NAME
003310             " - FILE STATUS " WS-ABEND-FILE-STATUS " ***"
003320     MOVE 16 TO RETURN-CODE
003330     STOP RUN
003340     .
003350
003360*----------------------------------------------------------------*
003370*    1000-INITIALIZE                                              *
003380*    RESOLVES FILE ASSIGNMENTS, THE RUN MODE AND THE AGING        *
003390*    LIMIT.                                                       *
003400*----------------------------------------------------------------*
003410 1000-INITIALIZE.
003420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003430     MOVE SPACES TO WS-ENV-VALUE
003440     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPEND_MODE"
003450     MOVE WS-ENV-VALUE(1:8) TO WS-RUN-MODE
003460     MOVE SPACES TO WS-FEED-DDNAME
003470     STRING "data/output/OUTPUT-" DELIMITED BY SIZE
003480            WS-RUN-DATE DELIMITED BY SIZE
003490            ".DAT" DELIMITED BY SIZE
003500            INTO WS-FEED-DDNAME
003510     MOVE SPACES TO WS-ENV-VALUE
003520     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPEND_INPUT_DD"
003530     IF WS-ENV-VALUE NOT = SPACES
003540         MOVE WS-ENV-VALUE TO WS-FEED-DDNAME
003550     END-IF
003560     MOVE SPACES TO WS-ENV-VALUE
003570     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPEND_PENDINGS_DD"
003580     IF WS-ENV-VALUE NOT = SPACES
003590         MOVE WS-ENV-VALUE TO WS-PEND-DDNAME
003600     END-IF
003610     MOVE SPACES TO WS-ENV-VALUE
003611     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPEND_PENDHIST_DD"
003612     IF WS-ENV-VALUE NOT = SPACES
003613         MOVE WS-ENV-VALUE TO WS-PNDHIST-DDNAME
003614     END-IF
003615     MOVE SPACES TO WS-ENV-VALUE
003620     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPEND_DAYS_DD"
003630     IF WS-ENV-VALUE NOT = SPACES
003640         MOVE WS-ENV-VALUE TO WS-PENDDAY-DDNAME
003650     END-IF
003660     MOVE SPACES TO WS-ENV-VALUE
003670     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPEND_POSTED_DD"
003680     IF WS-ENV-VALUE NOT = SPACES
003690         MOVE WS-ENV-VALUE TO WS-POSTED-DDNAME
003700     END-IF
003710     MOVE SPACES TO WS-ENV-VALUE
003720     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPEND_PRIOR_DD"
003730     IF WS-ENV-VALUE NOT = SPACES
003740         MOVE WS-ENV-VALUE TO WS-PRIOR-DDNAME
003750     END-IF
003760     MOVE SPACES TO WS-ENV-VALUE
003770     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPEND_CALENDAR_DD"
003780     IF WS-ENV-VALUE NOT = SPACES
003790         MOVE WS-ENV-VALUE TO WS-CALENDAR-DDNAME
003800     END-IF
003810     MOVE SPACES TO WS-ENV-VALUE
003820     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPEND_REPORT_DD"
003830     IF WS-ENV-VALUE NOT = SPACES
003840         MOVE WS-ENV-VALUE TO WS-REPORT-DDNAME
003850     ELSE
003860         MOVE SPACES TO WS-REPORT-DDNAME
003870         STRING "data/pending-aging-" DELIMITED BY SIZE
003880                WS-RUN-DATE DELIMITED BY SIZE
003890                ".txt" DELIMITED BY SIZE
003900                INTO WS-REPORT-DDNAME
003910     END-IF
003920     MOVE SPACES TO WS-ENV-VALUE
003930     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPEND_AGE_DAYS"
003940     IF WS-ENV-VALUE NOT = SPACES
003950         MOVE WS-ENV-VALUE TO WS-AGE-CHECK
003960         INSPECT WS-AGE-CHECK
003970             CONVERTING "0123456789" TO "          "
003980         IF WS-AGE-CHECK = SPACES
003990             COMPUTE WS-AGE-LIMIT =
004000                 FUNCTION NUMVAL (WS-ENV-VALUE)
004010         ELSE
004020             DISPLAY "LGPEND: LGPEND_AGE_DAYS NOT NUMERIC - "
004030                     "USING DEFAULT " WS-AGE-LIMIT
004040         END-IF
004041     END-IF
004042     MOVE SPACES TO WS-ENV-VALUE
004043     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPEND_RETAIN_DAYS"
004044     IF WS-ENV-VALUE NOT = SPACES
004045         MOVE WS-ENV-VALUE TO WS-RETAIN-CHECK
004046         INSPECT WS-RETAIN-CHECK
004047             CONVERTING "0123456789" TO "          "
004048         IF WS-RETAIN-CHECK = SPACES
004049             COMPUTE WS-RETAIN-DAYS =
004050                 FUNCTION NUMVAL (WS-ENV-VALUE)
004051         ELSE
004052             DISPLAY "LGPEND: LGPEND_RETAIN_DAYS NOT NUMERIC - "
004053                     "USING DEFAULT " WS-RETAIN-DAYS
004054         END-IF
004055     END-IF
004056     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
004057         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - WS-RETAIN-DAYS)
004060     .
004070 1000-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------*
004110*    2000-LOAD-FILES                                              *
004120*    LOADS THE CALENDAR (PROCESSING DATE AND HOLIDAYS), THE       *
004130*    OPEN-PENDINGS FILE, THE APPLIED-DAYS REGISTER AND LGPOST'S   *
004140*    POSTED-DAYS REGISTER. A MISSING FILE IS AN EMPTY ONE; NO     *
004150*    CALENDAR LEAVES THE RUN DATE AND WEEKDAYS ALONE TO DECIDE.   *
004160*----------------------------------------------------------------*
004170 2000-LOAD-FILES.
004180     MOVE WS-RUN-DATE TO WS-PROC-DATE
004190     OPEN INPUT CALFILE
004200     IF CALFILE-FOUND
004210         MOVE "N" TO WS-EOF-SWITCH
004220         PERFORM 2010-LOAD-ONE-CAL-RECORD THRU 2010-EXIT
004230             UNTIL EOF-YES
004240         CLOSE CALFILE
004250     ELSE
004260         IF NOT CALFILE-NOT-FOUND
004270             MOVE "CALFILE" TO WS-ABEND-FILE-NAME
004280             MOVE WS-CALFILE-STATUS TO WS-ABEND-FILE-STATUS
004290             PERFORM 0900-ABEND
004300         END-IF
004310     END-IF
004320     OPEN INPUT PENDFILE
004330     IF PENDFILE-FOUND
004340         MOVE "N" TO WS-EOF-SWITCH
004350         PERFORM 2020-LOAD-ONE-PENDING THRU 2020-EXIT
004360             UNTIL EOF-YES
004370         CLOSE PENDFILE
004380     ELSE
004390         IF NOT PENDFILE-NOT-FOUND
004400             MOVE "PENDFILE" TO WS-ABEND-FILE-NAME
004410             MOVE WS-PENDFILE-STATUS TO WS-ABEND-FILE-STATUS
004420             PERFORM 0900-ABEND
004430         END-IF
004440     END-IF
004450     OPEN INPUT PENDDAYFILE
004460     IF PENDDAYFILE-FOUND
004470         MOVE "N" TO WS-EOF-SWITCH
004480         PERFORM 2030-LOAD-ONE-APPLIED-DAY THRU 2030-EXIT
004490             UNTIL EOF-YES
004500         CLOSE PENDDAYFILE
004510     ELSE
004520         IF NOT PENDDAYFILE-NOT-FOUND
004530             MOVE "PENDDAYFILE" TO WS-ABEND-FILE-NAME
004540             MOVE WS-PENDDAYFILE-STATUS TO WS-ABEND-FILE-STATUS
004550             PERFORM 0900-ABEND
004560         END-IF
004570     END-IF
004580     OPEN INPUT POSTEDFILE
004590     IF POSTEDFILE-FOUND
004600         MOVE "N" TO WS-EOF-SWITCH
004610         PERFORM 2040-LOAD-ONE-POSTED-DAY THRU 2040-EXIT
004620             UNTIL EOF-YES
004630         CLOSE POSTEDFILE
004640     ELSE
004650         IF NOT POSTEDFILE-NOT-FOUND
004660             MOVE "POSTEDFILE" TO WS-ABEND-FILE-NAME
004670             MOVE WS-POSTEDFILE-STATUS TO WS-ABEND-FILE-STATUS
004680             PERFORM 0900-ABEND
004690         END-IF
004700     END-IF
004710     .
004720 2000-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------------*
004760*    2010-LOAD-ONE-CAL-RECORD                                     *
004770*    KEEPS THE LATEST PROCESSING DATE AND LOADS EACH HOLIDAY. A   *
004780*    FULL HOLIDAY TABLE IS A HARD STOP.                           *
004790*----------------------------------------------------------------*
004800 2010-LOAD-ONE-CAL-RECORD.
004810     READ CALFILE
004820         AT END
004830             SET EOF-YES TO TRUE
004840             GO TO 2010-EXIT
004850     END-READ
004860     IF CAL-IS-PROC-DATE AND CAL-DATE NUMERIC
004870         MOVE CAL-DATE TO WS-PROC-DATE
004880         GO TO 2010-EXIT
004890     END-IF
004900     IF NOT CAL-IS-HOLIDAY
004910         GO TO 2010-EXIT
004920     END-IF
004930     IF WS-HOL-COUNT >= WS-HOL-MAX
004940         DISPLAY "LGPEND: *** HOLIDAY TABLE FULL - RUN "
004950                 "STOPPED ***"
004960         MOVE 16 TO RETURN-CODE
004970         STOP RUN
004980     END-IF
004990     ADD 1 TO WS-HOL-COUNT
005000     SET HOL-IDX TO WS-HOL-COUNT
005010     MOVE CAL-DATE TO WS-HOL-DATE (HOL-IDX)
005020     .
005030 2010-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------*
005070*    2020-LOAD-ONE-PENDING                                        *
005080*    LOADS ONE OPEN-PENDINGS RECORD. A FULL TABLE IS A HARD STOP  *
005085*    RATHER THAN A FILE SILENTLY CUT SHORT ON THE REWRITE. A      *
005090*    CLOSED PENDING PAST THE RETENTION CUTOFF MARKS THE FILE      *
005095*    CHANGED SO THE REWRITE MOVES IT TO HISTORY (SEE 7110).       *
005100*----------------------------------------------------------------*
005110 2020-LOAD-ONE-PENDING.
005120     READ PENDFILE
005130         AT END
005140             SET EOF-YES TO TRUE
005150             GO TO 2020-EXIT
005160     END-READ
005170     IF WS-PND-COUNT >= WS-PND-MAX
005180         DISPLAY "LGPEND: *** PENDINGS TABLE FULL - RUN "
005190                 "STOPPED ***"
005200         MOVE 16 TO RETURN-CODE
005210         STOP RUN
005220     END-IF
005230     ADD 1 TO WS-PND-COUNT
005240     MOVE PEND-REC TO WS-PND-ENTRY (WS-PND-COUNT)
005241     MOVE PEND-REC TO PN-RECORD
005242     IF NOT PN-IS-OPEN
005243      AND PN-CLOSE-FEED-DATE < WS-CUTOFF-DATE
005244         SET PENDINGS-CHANGED TO TRUE
005245     END-IF
005250     .
005260 2020-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------------*
005300*    2030-LOAD-ONE-APPLIED-DAY                                    *
005310*    LOADS ONE APPLIED-DAYS REGISTER RECORD.                      *
005320*----------------------------------------------------------------*
005330 2030-LOAD-ONE-APPLIED-DAY.
005340     READ PENDDAYFILE
005350         AT END
005360             SET EOF-YES TO TRUE
005370             GO TO 2030-EXIT
005380     END-READ
005390     IF WS-DAY-COUNT >= WS-DAY-MAX
005400         DISPLAY "LGPEND: *** APPLIED-DAYS TABLE FULL - RUN "
005410                 "STOPPED ***"
005420         MOVE 16 TO RETURN-CODE
005430         STOP RUN
005440     END-IF
005450     ADD 1 TO WS-DAY-COUNT
005460     MOVE PY-FEED-DATE TO WS-DAY-FEED-DATE (WS-DAY-COUNT)
005470     MOVE PY-RUN-DATE TO WS-DAY-RUN-DATE (WS-DAY-COUNT)
005472     MOVE PY-POST-RUN-DATE TO WS-DAY-POST-RUN-DATE (WS-DAY-COUNT)
005474     MOVE PY-TRL-REC-COUNT TO WS-DAY-TRL-COUNT (WS-DAY-COUNT)
005476     MOVE PY-TRL-CTL-TOTAL TO WS-DAY-TRL-TOTAL (WS-DAY-COUNT)
005480     .
005490 2030-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------*
005530*    2040-LOAD-ONE-POSTED-DAY                                     *
005536*    LOADS ONE DATE, WITH ITS LGPOST RUN DATE, OFF LGPOST'S       *
005542*    POSTED-DAYS REGISTER.                                        *
005550*----------------------------------------------------------------*
005560 2040-LOAD-ONE-POSTED-DAY.
005570     READ POSTEDFILE
005580         AT END
005590             SET EOF-YES TO TRUE
005600             GO TO 2040-EXIT
005610     END-READ
005620     IF WS-PST-COUNT >= WS-PST-MAX
005630         DISPLAY "LGPEND: *** POSTED-DAYS TABLE FULL - RUN "
005640                 "STOPPED ***"
005650         MOVE 16 TO RETURN-CODE
005660         STOP RUN
005670     END-IF
005680     ADD 1 TO WS-PST-COUNT
005690     SET PST-IDX TO WS-PST-COUNT
005700     MOVE PD-FEED-DATE TO WS-PST-DATE (PST-IDX)
005705     MOVE PD-RUN-DATE TO WS-PST-RUN-DATE (PST-IDX)
005710     .
005720 2040-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------*
005760*    2500-UNWIND-BACKED-OUT                                       *
005770*    A DAY ON THE APPLIED-DAYS REGISTER THAT IS NO LONGER ON      *
005780*    LGPOST'S POSTED-DAYS REGISTER WAS BACKED OUT; ONE THAT IS    *
005790*    THERE UNDER ANOTHER LGPOST RUN DATE WAS BACKED OUT AND       *
005800*    POSTED AGAIN. EITHER WAY THE DAY IS UNWOUND (SEE 2550) SO    *
005810*    ITS CORRECTED FEED APPLIES WHEN IT IS PRESENTED.             *
005820*----------------------------------------------------------------*
005830 2500-UNWIND-BACKED-OUT.
005840     MOVE 1 TO WS-DAY-SUB
005850     PERFORM 2510-CHECK-ONE-APPLIED-DAY THRU 2510-EXIT
005860         UNTIL WS-DAY-SUB > WS-DAY-COUNT
005870     .
005880 2500-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------*
005920*    2510-CHECK-ONE-APPLIED-DAY                                   *
005930*    UNWINDS ONE APPLIED DAY WHEN LGPOST NO LONGER HAS IT POSTED, *
005936*    OR HAS IT POSTED UNDER ANOTHER RUN DATE, AND STARTS THE      *
005942*    REGISTER OVER.                                               *
005950*----------------------------------------------------------------*
005960 2510-CHECK-ONE-APPLIED-DAY.
005970     MOVE WS-DAY-FEED-DATE (WS-DAY-SUB) TO WS-WORK-DATE-X
005980     PERFORM 7300-CHECK-POSTED THRU 7300-EXIT
005990     IF ENTRY-WAS-FOUND
005995      AND WS-POSTED-RUN-DATE = WS-DAY-POST-RUN-DATE (WS-DAY-SUB)
006000         ADD 1 TO WS-DAY-SUB
006010         GO TO 2510-EXIT
006020     END-IF
006030     MOVE WS-WORK-DATE-X TO WS-UNWIND-DATE
006047     IF ENTRY-WAS-FOUND
006064         DISPLAY "LGPEND: FEED " WS-UNWIND-DATE " WAS POSTED "
006081                 "AGAIN BY LGPOST - UNWINDING ITS PENDINGS"
006098     ELSE
006115         DISPLAY "LGPEND: FEED " WS-UNWIND-DATE " WAS BACKED OUT "
006132                 "BY LGPOST - UNWINDING ITS PENDINGS"
006149     END-IF
006166     PERFORM 2550-UNWIND-ONE-DAY THRU 2550-EXIT
006190     MOVE 1 TO WS-DAY-SUB
006200     .
006210 2510-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------------*
006250*    2520-REOPEN-ONE-PENDING                                      *
006260*    REOPENS ONE PENDING THE BACKED-OUT DAY HAD CLOSED.           *
006270*----------------------------------------------------------------*
006280 2520-REOPEN-ONE-PENDING.
006290     IF WS-PND-STATE (WS-PND-SUB) NOT = "O"
006300      AND WS-PND-CLOSE-DATE (WS-PND-SUB) = WS-UNWIND-DATE
006310         MOVE WS-PND-ENTRY (WS-PND-SUB) TO PN-RECORD
006320         SET PN-IS-OPEN TO TRUE
006330         MOVE SPACES TO PN-CLOSE-FEED-DATE
006340         MOVE SPACES TO PN-CLOSE-BUS-DATE
006350         MOVE ZERO TO PN-CLOSE-RECNO
006360         MOVE PN-RECORD TO WS-PND-ENTRY (WS-PND-SUB)
006370         ADD 1 TO WS-REOPENED-COUNT
006380     END-IF
006390     ADD 1 TO WS-PND-SUB
006400     .
006410 2520-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------------*
006450*    2530-KEEP-ONE-PENDING                                        *
006460*    KEEPS ONE PENDING UNLESS THE BACKED-OUT DAY OPENED IT.       *
006470*----------------------------------------------------------------*
006480 2530-KEEP-ONE-PENDING.
006490     IF WS-PND-OPEN-DATE (WS-PND-SUB) = WS-UNWIND-DATE
006500         ADD 1 TO WS-REMOVED-COUNT
006510     ELSE
006520         ADD 1 TO WS-PND-KEEP
006530         IF WS-PND-KEEP NOT = WS-PND-SUB
006540             MOVE WS-PND-ENTRY (WS-PND-SUB)
006550                 TO WS-PND-ENTRY (WS-PND-KEEP)
006560         END-IF
006570     END-IF
006580     ADD 1 TO WS-PND-SUB
006590     .
006600 2530-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------------*
006640*    2540-DROP-ONE-APPLIED-DAY                                    *
006650*    MOVES ONE LATER APPLIED DAY UP OVER THE UNWOUND ONE.         *
006660*----------------------------------------------------------------*
006670 2540-DROP-ONE-APPLIED-DAY.
006680     MOVE WS-DAY-ENTRY (WS-DAY-SUB + 1)
006690         TO WS-DAY-ENTRY (WS-DAY-SUB)
006700     ADD 1 TO WS-DAY-SUB
006710     .
006720 2540-EXIT.
006730     EXIT.
006731
006732*----------------------------------------------------------------*
006733*    2550-UNWIND-ONE-DAY                                          *
006734*    UNWINDS THE APPLIED DAY AT WS-DAY-SUB (FEED DATE IN          *
006735*    WS-UNWIND-DATE) - THE PENDINGS IT OPENED COME OFF THE FILE,  *
006736*    THE PENDINGS IT CLOSED REOPEN, AND THE DAY COMES OFF THE     *
006737*    APPLIED-DAYS REGISTER.                                       *
006738*----------------------------------------------------------------*
006739 2550-UNWIND-ONE-DAY.
006740     MOVE 1 TO WS-PND-SUB
006741     PERFORM 2520-REOPEN-ONE-PENDING THRU 2520-EXIT
006742         UNTIL WS-PND-SUB > WS-PND-COUNT
006743     MOVE ZERO TO WS-PND-KEEP
006744     MOVE 1 TO WS-PND-SUB
006745     PERFORM 2530-KEEP-ONE-PENDING THRU 2530-EXIT
006746         UNTIL WS-PND-SUB > WS-PND-COUNT
006747     MOVE WS-PND-KEEP TO WS-PND-COUNT
006748     SET PENDINGS-CHANGED TO TRUE
006749     PERFORM 2540-DROP-ONE-APPLIED-DAY THRU 2540-EXIT
006750         UNTIL WS-DAY-SUB >= WS-DAY-COUNT
006751     SUBTRACT 1 FROM WS-DAY-COUNT
006752     SET APPLIED-DAYS-CHANGED TO TRUE
006753     .
006754 2550-EXIT.
006755     EXIT.
006756
006757*----------------------------------------------------------------*
006760*    3000-APPLY-FEED                                              *
006767*    APPLIES TODAY'S CONSOLIDATED SET. THE FEED DATE (THE HEADER  *
006774*    RUN DATE, OR THE RUN DATE FOR A FEED WITH NO HEADER, AS      *
006781*    LGPOST TAKES IT) MUST BE ON LGPOST'S POSTED-DAYS REGISTER    *
006788*    AND NOT YET ON THE APPLIED-DAYS REGISTER - A DAY NOT POSTED  *
006792*    IS REFUSED (RETURN-CODE 8); A DAY ALREADY APPLIED FROM THE   *
006796*    SAME TRAILER TOTALS IS PASSED OVER, SO A RESUMED NIGHT IS    *
006800*    HARMLESS. ONE APPLIED FROM OTHER TOTALS WAS POSTED AGAIN     *
006804*    FROM A CORRECTED FEED THE SAME DAY - IT IS UNWOUND AND THIS  *
006808*    FEED APPLIED IN ITS PLACE. THE FEED IS READ ONCE FOR ITS     *
006812*    DATE AND TRAILER TOTALS AND AGAIN TO APPLY IT.               *
006820*----------------------------------------------------------------*
006830 3000-APPLY-FEED.
006840     OPEN INPUT FEEDFILE
006850     IF NOT FEEDFILE-FOUND
006860         MOVE "FEEDFILE" TO WS-ABEND-FILE-NAME
006870         MOVE WS-FEEDFILE-STATUS TO WS-ABEND-FILE-STATUS
006880         PERFORM 0900-ABEND
006890     END-IF
006900     MOVE "N" TO WS-EOF-SWITCH
006910     MOVE SPACES TO WS-FEED-DATE
006913     MOVE ZERO TO WS-FEED-TRL-COUNT
006916     MOVE ZERO TO WS-FEED-TRL-TOTAL
006920     READ FEEDFILE
006930         AT END
006940             SET EOF-YES TO TRUE
006950     END-READ
006960     IF NOT EOF-YES
006970         MOVE FEED-REC TO OR-RECORD
006980         IF OR-IS-HEADER
006990             MOVE OR-HDR-RUN-DATE TO WS-FEED-DATE
007000         END-IF
007010     END-IF
007011     PERFORM 3010-SCAN-ONE-RECORD THRU 3010-EXIT
007012         UNTIL EOF-YES
007015     CLOSE FEEDFILE
007020     IF WS-FEED-DATE = SPACES
007050         MOVE WS-RUN-DATE TO WS-FEED-DATE
007080     END-IF
007090     MOVE WS-FEED-DATE TO WS-WORK-DATE-X
007100     PERFORM 7300-CHECK-POSTED THRU 7300-EXIT
007110     IF NOT ENTRY-WAS-FOUND
007120         DISPLAY "LGPEND: *** FEED " WS-FEED-DATE " HAS NOT "
007130                 "BEEN POSTED BY LGPOST - NOT APPLIED ***"
007140         MOVE 8 TO RETURN-CODE
007160         GO TO 3000-EXIT
007170     END-IF
007180     PERFORM 7400-CHECK-APPLIED THRU 7400-EXIT
007190     IF ENTRY-WAS-FOUND
007193      AND WS-DAY-TRL-COUNT (WS-DAY-SUB) = WS-FEED-TRL-COUNT
007196      AND WS-DAY-TRL-TOTAL (WS-DAY-SUB) = WS-FEED-TRL-TOTAL
007200         DISPLAY "LGPEND: FEED " WS-FEED-DATE " ALREADY "
007210                 "APPLIED - PASSED OVER"
007230         GO TO 3000-EXIT
007231     END-IF
007232     IF ENTRY-WAS-FOUND
007233         MOVE WS-FEED-DATE TO WS-UNWIND-DATE
007234         DISPLAY "LGPEND: FEED " WS-UNWIND-DATE " WAS POSTED "
007235                 "AGAIN FROM NEW TOTALS - UNWINDING ITS PENDINGS"
007236         PERFORM 2550-UNWIND-ONE-DAY THRU 2550-EXIT
007240     END-IF
007250     PERFORM 3050-LOAD-HELD-LINES THRU 3050-EXIT
007252     OPEN INPUT FEEDFILE
007254     IF NOT FEEDFILE-FOUND
007256         MOVE "FEEDFILE" TO WS-ABEND-FILE-NAME
007258         MOVE WS-FEEDFILE-STATUS TO WS-ABEND-FILE-STATUS
007260         PERFORM 0900-ABEND
007262     END-IF
007264     MOVE "N" TO WS-EOF-SWITCH
007266     MOVE ZERO TO WS-FEED-RECNO
007270     PERFORM 3100-APPLY-ONE-RECORD THRU 3100-EXIT
007280         UNTIL EOF-YES
007290     CLOSE FEEDFILE
007300     IF WS-DAY-COUNT >= WS-DAY-MAX
007310         DISPLAY "LGPEND: *** APPLIED-DAYS TABLE FULL - RUN "
007320                 "STOPPED ***"
007330         MOVE 16 TO RETURN-CODE
007340         STOP RUN
007350     END-IF
007360     ADD 1 TO WS-DAY-COUNT
007370     MOVE WS-FEED-DATE TO WS-DAY-FEED-DATE (WS-DAY-COUNT)
007380     MOVE WS-RUN-DATE TO WS-DAY-RUN-DATE (WS-DAY-COUNT)
007382     MOVE WS-POSTED-RUN-DATE
007384         TO WS-DAY-POST-RUN-DATE (WS-DAY-COUNT)
007386     MOVE WS-FEED-TRL-COUNT TO WS-DAY-TRL-COUNT (WS-DAY-COUNT)
007388     MOVE WS-FEED-TRL-TOTAL TO WS-DAY-TRL-TOTAL (WS-DAY-COUNT)
007390     SET APPLIED-DAYS-CHANGED TO TRUE
007391     .
007392 3000-EXIT.
007393     EXIT.
007394
007395*----------------------------------------------------------------*
007396*    3010-SCAN-ONE-RECORD                                         *
007397*    READS THE NEXT FEED LINE ON THE FIRST PASS, KEEPING THE      *
007398*    TRAILER TOTALS.                                              *
007399*----------------------------------------------------------------*
007400 3010-SCAN-ONE-RECORD.
007401     READ FEEDFILE
007402         AT END
007403             SET EOF-YES TO TRUE
007404             GO TO 3010-EXIT
007405     END-READ
007406     MOVE FEED-REC TO OR-RECORD
007407     IF OR-IS-TRAILER
007408         MOVE OR-TRL-REC-COUNT TO WS-FEED-TRL-COUNT
007409         MOVE OR-TRL-CTL-TOTAL TO WS-FEED-TRL-TOTAL
007410     END-IF
007411     .
007412 3010-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------------*
007450*    3050-LOAD-HELD-LINES                                         *
007460*    LOADS THE LINE NUMBERS LGPOST HELD OFF THIS FEED DATE FOR A  *
007470*    CLOSED PERIOD (NOT VOIDED BY A BACKOUT). THOSE LINES NEVER   *
007480*    POSTED, SO THEY NEITHER OPEN NOR CLOSE A PENDING.            *
007490*----------------------------------------------------------------*
007500 3050-LOAD-HELD-LINES.
007510     MOVE ZERO TO WS-HLD-COUNT
007520     OPEN INPUT PRIORFILE
007530     IF PRIORFILE-NOT-FOUND
007540         GO TO 3050-EXIT
007550     END-IF
007560     IF NOT PRIORFILE-FOUND
007570         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
007580         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
007590         PERFORM 0900-ABEND
007600     END-IF
007610     MOVE "N" TO WS-FOUND-SWITCH
007620     PERFORM 3060-LOAD-ONE-HELD-LINE THRU 3060-EXIT
007630         UNTIL ENTRY-WAS-FOUND
007640     CLOSE PRIORFILE
007650     .
007660 3050-EXIT.
007670     EXIT.
007680
007690*----------------------------------------------------------------*
007700*    3060-LOAD-ONE-HELD-LINE                                      *
007710*    LOADS ONE HELD LINE NUMBER. THE FOUND SWITCH MARKS THE END   *
007720*    OF THE QUEUE HERE, LEAVING THE FEED'S EOF SWITCH ALONE. A    *
007730*    FULL TABLE IS A HARD STOP.                                   *
007740*----------------------------------------------------------------*
007750 3060-LOAD-ONE-HELD-LINE.
007760     READ PRIORFILE
007770         AT END
007780             SET ENTRY-WAS-FOUND TO TRUE
007790             GO TO 3060-EXIT
007800     END-READ
007810     IF NOT PQ-FROM-LGPOST
007820      OR PQ-FEED-DATE NOT = WS-FEED-DATE
007830      OR PQ-IS-VOID
007840         GO TO 3060-EXIT
007850     END-IF
007860     IF WS-HLD-COUNT >= WS-HLD-MAX
007870         DISPLAY "LGPEND: *** HELD-LINE TABLE FULL - RUN "
007880                 "STOPPED ***"
007890         MOVE 16 TO RETURN-CODE
007900         STOP RUN
007910     END-IF
007920     ADD 1 TO WS-HLD-COUNT
007930     SET HLD-IDX TO WS-HLD-COUNT
007940     MOVE PQ-FEED-RECNO TO WS-HLD-RECNO (HLD-IDX)
007950     .
007960 3060-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------*
008000*    3100-APPLY-ONE-RECORD                                        *
008010*    READS THE NEXT FEED LINE AND APPLIES IT. EVERY LINE IS       *
008020*    COUNTED, AS LGPOST COUNTS THEM, SO A HELD LINE IS RECOGNIZED *
008030*    BY ITS NUMBER. ONLY DETAILS COUNT HERE - "P" OPENS A         *
008040*    PENDING, "A" CONFIRMS AND "X" CANCELS ONE.                   *
008050*----------------------------------------------------------------*
008060 3100-APPLY-ONE-RECORD.
008070     READ FEEDFILE
008080         AT END
008090             SET EOF-YES TO TRUE
008100             GO TO 3100-EXIT
008110     END-READ
008120     ADD 1 TO WS-FEED-RECNO
008130     MOVE FEED-REC TO OR-RECORD
008140     IF NOT OR-IS-DETAIL
008150         GO TO 3100-EXIT
008160     END-IF
008170     IF WS-HLD-COUNT > ZERO
008180         SET HLD-IDX TO 1
008190         SEARCH WS-HLD-RECNO
008200             AT END
008210                 CONTINUE
008220             WHEN HLD-IDX > WS-HLD-COUNT
008230                 CONTINUE
008240             WHEN WS-HLD-RECNO (HLD-IDX) = WS-FEED-RECNO
008250                 ADD 1 TO WS-SKIPPED-COUNT
008260                 GO TO 3100-EXIT
008270         END-SEARCH
008280     END-IF
008290     EVALUATE TRUE
008300         WHEN OR-STATUS-PENDING
008310             PERFORM 3200-OPEN-PENDING THRU 3200-EXIT
008320         WHEN OR-STATUS-ACTIVE
008330         WHEN OR-STATUS-CANCELLED
008340             PERFORM 3300-CLOSE-PENDING THRU 3300-EXIT
008350         WHEN OTHER
008360             CONTINUE
008370     END-EVALUATE
008380     .
008390 3100-EXIT.
008400     EXIT.
008410
008420*----------------------------------------------------------------*
008430*    3200-OPEN-PENDING                                            *
008440*    ADDS AN OPEN PENDING FOR A "P" DETAIL. A FULL TABLE IS A     *
008450*    HARD STOP.                                                   *
008460*----------------------------------------------------------------*
008470 3200-OPEN-PENDING.
008480     IF WS-PND-COUNT >= WS-PND-MAX
008490         DISPLAY "LGPEND: *** PENDINGS TABLE FULL - RUN "
008500                 "STOPPED ***"
008510         MOVE 16 TO RETURN-CODE
008520         STOP RUN
008530     END-IF
008540     MOVE SPACES TO PN-RECORD
008550     SET PN-IS-OPEN TO TRUE
008560     MOVE OR-KEY TO PN-KEY
008570     MOVE OR-AMOUNT TO PN-AMOUNT
008580     MOVE OR-DATE TO PN-BUS-DATE
008590     MOVE WS-FEED-DATE TO PN-OPEN-FEED-DATE
008600     MOVE WS-FEED-RECNO TO PN-OPEN-RECNO
008610     MOVE ZERO TO PN-CLOSE-RECNO
008620     ADD 1 TO WS-PND-COUNT
008630     MOVE PN-RECORD TO WS-PND-ENTRY (WS-PND-COUNT)
008640     SET PENDINGS-CHANGED TO TRUE
008650     ADD 1 TO WS-OPENED-COUNT
008660     .
008670 3200-EXIT.
008680     EXIT.
008690
008700*----------------------------------------------------------------*
008710*    3300-CLOSE-PENDING                                           *
008720*    CLOSES THE OLDEST OPEN PENDING FOR THE DETAIL'S KEY AND      *
008730*    AMOUNT - CONFIRMED BY AN "A", CANCELLED BY AN "X" - AND      *
008740*    RECORDS THE CLOSING DAY, LINE AND BUSINESS DATE. AN "A" OR   *
008750*    "X" WITH NO OPEN PENDING TO CLOSE IS ORDINARY BUSINESS.      *
008760*----------------------------------------------------------------*
008770 3300-CLOSE-PENDING.
008780     IF WS-PND-COUNT = ZERO
008790         ADD 1 TO WS-UNMATCHED-COUNT
008800         GO TO 3300-EXIT
008810     END-IF
008820     SET PND-IDX TO 1
008830     SEARCH WS-PND-ENTRY
008840         AT END
008850             ADD 1 TO WS-UNMATCHED-COUNT
008860             GO TO 3300-EXIT
008870         WHEN PND-IDX > WS-PND-COUNT
008880             ADD 1 TO WS-UNMATCHED-COUNT
008890             GO TO 3300-EXIT
008900         WHEN WS-PND-STATE (PND-IDX) = "O"
008910          AND WS-PND-KEY (PND-IDX) = OR-KEY
008920          AND WS-PND-AMOUNT (PND-IDX) = OR-AMOUNT
008930             CONTINUE
008940     END-SEARCH
008950     MOVE WS-PND-ENTRY (PND-IDX) TO PN-RECORD
008960     IF OR-STATUS-ACTIVE
008970         SET PN-IS-CONFIRMED TO TRUE
008980         ADD 1 TO WS-CONFIRMED-COUNT
008990     ELSE
009000         SET PN-IS-CANCELLED TO TRUE
009010         ADD 1 TO WS-CANCELLED-COUNT
009020     END-IF
009030     MOVE WS-FEED-DATE TO PN-CLOSE-FEED-DATE
009040     MOVE OR-DATE TO PN-CLOSE-BUS-DATE
009050     MOVE WS-FEED-RECNO TO PN-CLOSE-RECNO
009060     MOVE PN-RECORD TO WS-PND-ENTRY (PND-IDX)
009070     SET PENDINGS-CHANGED TO TRUE
009080     .
009090 3300-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------------*
009130*    5000-AGING-REPORT                                            *
009140*    LISTS EVERY OPEN PENDING MORE THAN THE AGING LIMIT OF        *
009150*    BUSINESS DAYS OLD AT THE PROCESSING DATE, WITH TOTALS FOR    *
009160*    ALL OPEN PENDINGS AND FOR THE AGED ONES.                     *
009170*----------------------------------------------------------------*
009180 5000-AGING-REPORT.
009190     OPEN OUTPUT REPORTFILE
009200     IF WS-REPORTFILE-STATUS NOT = "00"
009210         MOVE "REPORTFILE" TO WS-ABEND-FILE-NAME
009220         MOVE WS-REPORTFILE-STATUS TO WS-ABEND-FILE-STATUS
009230         PERFORM 0900-ABEND
009240     END-IF
009250     MOVE WS-AGE-LIMIT TO WS-EDIT-DAYS
009260     MOVE SPACES TO REPORT-REC
009270     STRING "LGPEND - PENDINGS OPEN MORE THAN " DELIMITED BY SIZE
009280            WS-EDIT-DAYS DELIMITED BY SIZE
009290            " BUSINESS DAYS AS OF " DELIMITED BY SIZE
009300            WS-PROC-DATE DELIMITED BY SIZE
009310            INTO REPORT-REC
009320     WRITE REPORT-REC
009330     MOVE SPACES TO REPORT-REC
009340     WRITE REPORT-REC
009350     MOVE WS-AGING-HEAD TO REPORT-REC
009360     WRITE REPORT-REC
009370     MOVE WS-PROC-DATE TO WS-WORK-DATE
009380     COMPUTE WS-TO-INTEGER =
009390         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
009400     MOVE 1 TO WS-PND-SUB
009410     PERFORM 5100-AGE-ONE-PENDING THRU 5100-EXIT
009420         UNTIL WS-PND-SUB > WS-PND-COUNT
009430     MOVE SPACES TO REPORT-REC
009440     WRITE REPORT-REC
009450     MOVE WS-AGED-COUNT TO WS-EDIT-COUNT
009460     MOVE WS-AGED-AMOUNT TO WS-EDIT-AMOUNT
009470     MOVE SPACES TO REPORT-REC
009480     STRING "AGED PENDINGS: " DELIMITED BY SIZE
009490            WS-EDIT-COUNT DELIMITED BY SIZE
009500            "  AMOUNT " DELIMITED BY SIZE
009510            WS-EDIT-AMOUNT DELIMITED BY SIZE
009520            INTO REPORT-REC
009530     WRITE REPORT-REC
009540     MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
009550     MOVE WS-OPEN-AMOUNT TO WS-EDIT-AMOUNT
009560     MOVE SPACES TO REPORT-REC
009570     STRING "ALL OPEN:      " DELIMITED BY SIZE
009580            WS-EDIT-COUNT DELIMITED BY SIZE
009590            "  AMOUNT " DELIMITED BY SIZE
009600            WS-EDIT-AMOUNT DELIMITED BY SIZE
009610            INTO REPORT-REC
009620     WRITE REPORT-REC
009630     CLOSE REPORTFILE
009640     .
009650 5000-EXIT.
009660     EXIT.
009670
009680*----------------------------------------------------------------*
009690*    5100-AGE-ONE-PENDING                                         *
009700*    AGES ONE OPEN PENDING AND LISTS IT WHEN PAST THE LIMIT.      *
009710*----------------------------------------------------------------*
009720 5100-AGE-ONE-PENDING.
009730     MOVE WS-PND-ENTRY (WS-PND-SUB) TO PN-RECORD
009740     ADD 1 TO WS-PND-SUB
009750     IF NOT PN-IS-OPEN
009760         GO TO 5100-EXIT
009770     END-IF
009780     ADD 1 TO WS-OPEN-COUNT
009790     ADD PN-AMOUNT TO WS-OPEN-AMOUNT
009800     PERFORM 5200-COUNT-BUSINESS-DAYS THRU 5200-EXIT
009810     IF WS-AGE-DAYS NOT > WS-AGE-LIMIT
009820         GO TO 5100-EXIT
009830     END-IF
009840     ADD 1 TO WS-AGED-COUNT
009850     ADD PN-AMOUNT TO WS-AGED-AMOUNT
009860     MOVE SPACES TO WS-AGING-LINE
009870     MOVE PN-KEY TO WS-AL-KEY
009880     MOVE PN-AMOUNT TO WS-AL-AMOUNT
009890     MOVE PN-BUS-DATE TO WS-AL-BUS-DATE
009900     MOVE PN-OPEN-FEED-DATE TO WS-AL-OPEN-DATE
009910     MOVE PN-OPEN-RECNO TO WS-AL-RECNO
009920     MOVE WS-AGE-DAYS TO WS-AL-AGE
009930     MOVE WS-AGING-LINE TO REPORT-REC
009940     WRITE REPORT-REC
009950     .
009960 5100-EXIT.
009970     EXIT.
009980
009990*----------------------------------------------------------------*
010000*    5200-COUNT-BUSINESS-DAYS                                     *
010010*    COUNTS THE BUSINESS DAYS AFTER THE PENDING'S BUSINESS DATE   *
010020*    UP TO AND INCLUDING THE PROCESSING DATE - WEEKDAYS THAT ARE  *
010030*    NOT CALENDAR HOLIDAYS. A DATE THE CALENDAR ARITHMETIC        *
010040*    CANNOT RESOLVE COUNTS AS ZERO DAYS.                          *
010050*----------------------------------------------------------------*
010060 5200-COUNT-BUSINESS-DAYS.
010070     MOVE ZERO TO WS-AGE-DAYS
010080     IF PN-BUS-DATE NOT NUMERIC OR WS-TO-INTEGER = ZERO
010090         GO TO 5200-EXIT
010100     END-IF
010110     MOVE PN-BUS-DATE TO WS-WORK-DATE
010120     COMPUTE WS-FROM-INTEGER =
010130         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
010140     IF WS-FROM-INTEGER = ZERO
010150         GO TO 5200-EXIT
010160     END-IF
010170     COMPUTE WS-DAY-INTEGER = WS-FROM-INTEGER + 1
010180     PERFORM 5210-COUNT-ONE-DAY THRU 5210-EXIT
010190         UNTIL WS-DAY-INTEGER > WS-TO-INTEGER
010200     .
010210 5200-EXIT.
010220     EXIT.
010230
010240*----------------------------------------------------------------*
010250*    5210-COUNT-ONE-DAY                                           *
010260*    COUNTS ONE DAY WHEN IT IS A WEEKDAY AND NOT A HOLIDAY.       *
010270*----------------------------------------------------------------*
010280 5210-COUNT-ONE-DAY.
010290     COMPUTE WS-DOW = FUNCTION REM (WS-DAY-INTEGER 7)
010300     IF WS-DOW = 6 OR WS-DOW = 0
010310         GO TO 5210-NEXT
010320     END-IF
010330     IF WS-HOL-COUNT > ZERO
010340         COMPUTE WS-WORK-DATE =
010350             FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
010360         MOVE WS-WORK-DATE TO WS-WORK-DATE-X
010370         SET HOL-IDX TO 1
010380         SEARCH WS-HOL-DATE
010390             AT END
010400                 CONTINUE
010410             WHEN HOL-IDX > WS-HOL-COUNT
010420                 CONTINUE
010430             WHEN WS-HOL-DATE (HOL-IDX) = WS-WORK-DATE-X
010440                 GO TO 5210-NEXT
010450         END-SEARCH
010460     END-IF
010470     ADD 1 TO WS-AGE-DAYS
010480     .
010490 5210-NEXT.
010500     ADD 1 TO WS-DAY-INTEGER
010510     .
010520 5210-EXIT.
010530     EXIT.
010540
010550*----------------------------------------------------------------*
010560*    7100-REWRITE-PENDINGS                                        *
010565*    WRITES THE IN-STORAGE OPEN-PENDINGS TABLE BACK IN FULL,      *
010570*    APPENDING ANY PENDING CLOSED BEFORE THE RETENTION CUTOFF TO  *
010575*    THE PENDINGS HISTORY FILE INSTEAD.                           *
010580*----------------------------------------------------------------*
010590 7100-REWRITE-PENDINGS.
010600     OPEN OUTPUT PENDFILE
010610     IF NOT PENDFILE-FOUND
010620         MOVE "PENDFILE" TO WS-ABEND-FILE-NAME
010630         MOVE WS-PENDFILE-STATUS TO WS-ABEND-FILE-STATUS
010640         PERFORM 0900-ABEND
010650     END-IF
010651     OPEN EXTEND PNDHISTFILE
010652     IF PNDHISTFILE-NOT-FOUND
010653         OPEN OUTPUT PNDHISTFILE
010654     END-IF
010655     IF NOT PNDHISTFILE-FOUND
010656         MOVE "PNDHISTFILE" TO WS-ABEND-FILE-NAME
010657         MOVE WS-PNDHISTFILE-STATUS TO WS-ABEND-FILE-STATUS
010658         PERFORM 0900-ABEND
010659     END-IF
010660     MOVE 1 TO WS-PND-SUB
010670     PERFORM 7110-REWRITE-ONE-PENDING THRU 7110-EXIT
010680         UNTIL WS-PND-SUB > WS-PND-COUNT
010690     CLOSE PENDFILE
010691     CLOSE PNDHISTFILE
010692     IF WS-MOVED-COUNT > ZERO
010693         MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT
010694         DISPLAY "LGPEND: " WS-EDIT-COUNT " CLOSED PENDING(S) "
010695                 "BEFORE " WS-CUTOFF-DATE " MOVED TO "
010696                 WS-PNDHIST-DDNAME
010697     END-IF
010700     .
010710 7100-EXIT.
010720     EXIT.
010730
010740*----------------------------------------------------------------*
010750*    7110-REWRITE-ONE-PENDING                                     *
010756*    WRITES ONE TABLE ENTRY BACK TO THE OPEN-PENDINGS FILE, OR TO *
010762*    THE PENDINGS HISTORY FILE ONCE IT CLOSED BEFORE THE CUTOFF.  *
010770*----------------------------------------------------------------*
010780 7110-REWRITE-ONE-PENDING.
010782     MOVE WS-PND-ENTRY (WS-PND-SUB) TO PN-RECORD
010784     IF NOT PN-IS-OPEN
010786      AND PN-CLOSE-FEED-DATE < WS-CUTOFF-DATE
010788         MOVE PN-RECORD TO PNDHIST-REC
010790         WRITE PNDHIST-REC
010792         ADD 1 TO WS-MOVED-COUNT
010794         GO TO 7110-NEXT
010796     END-IF
010798     MOVE PN-RECORD TO PEND-REC
010800     WRITE PEND-REC
010803     .
010806 7110-NEXT.
010810     ADD 1 TO WS-PND-SUB
010820     .
010830 7110-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------*
010870*    7200-REWRITE-APPLIED-DAYS                                    *
010880*    WRITES THE APPLIED-DAYS REGISTER BACK IN FULL.               *
010890*----------------------------------------------------------------*
010900 7200-REWRITE-APPLIED-DAYS.
010910     OPEN OUTPUT PENDDAYFILE
010920     IF NOT PENDDAYFILE-FOUND
010930         MOVE "PENDDAYFILE" TO WS-ABEND-FILE-NAME
010940         MOVE WS-PENDDAYFILE-STATUS TO WS-ABEND-FILE-STATUS
010950         PERFORM 0900-ABEND
010960     END-IF
010970     MOVE 1 TO WS-DAY-SUB
010980     PERFORM 7210-REWRITE-ONE-APPLIED-DAY THRU 7210-EXIT
010990         UNTIL WS-DAY-SUB > WS-DAY-COUNT
011000     CLOSE PENDDAYFILE
011010     .
011020 7200-EXIT.
011030     EXIT.
011040
011050*----------------------------------------------------------------*
011060*    7210-REWRITE-ONE-APPLIED-DAY                                 *
011070*    WRITES ONE APPLIED DAY BACK TO THE REGISTER.                 *
011080*----------------------------------------------------------------*
011090 7210-REWRITE-ONE-APPLIED-DAY.
011100     MOVE WS-DAY-FEED-DATE (WS-DAY-SUB) TO PY-FEED-DATE
011110     MOVE WS-DAY-RUN-DATE (WS-DAY-SUB) TO PY-RUN-DATE
011112     MOVE WS-DAY-POST-RUN-DATE (WS-DAY-SUB) TO PY-POST-RUN-DATE
011114     MOVE WS-DAY-TRL-COUNT (WS-DAY-SUB) TO PY-TRL-REC-COUNT
011116     MOVE WS-DAY-TRL-TOTAL (WS-DAY-SUB) TO PY-TRL-CTL-TOTAL
011120     WRITE PENDDAY-REC
011130     ADD 1 TO WS-DAY-SUB
011140     .
011150 7210-EXIT.
011160     EXIT.
011170
011180*----------------------------------------------------------------*
011190*    7300-CHECK-POSTED                                            *
011196*    LOOKS WS-WORK-DATE-X UP ON LGPOST'S POSTED-DAYS REGISTER,    *
011202*    LEAVING ITS LGPOST RUN DATE IN WS-POSTED-RUN-DATE.           *
011210*----------------------------------------------------------------*
011220 7300-CHECK-POSTED.
011230     MOVE "N" TO WS-FOUND-SWITCH
011235     MOVE ZERO TO WS-POSTED-RUN-DATE
011240     IF WS-PST-COUNT = ZERO
011250         GO TO 7300-EXIT
011260     END-IF
011270     SET PST-IDX TO 1
011280     SEARCH WS-PST-ENTRY
011290         AT END
011300             CONTINUE
011310         WHEN PST-IDX > WS-PST-COUNT
011320             CONTINUE
011330         WHEN WS-PST-DATE (PST-IDX) = WS-WORK-DATE-X
011340             SET ENTRY-WAS-FOUND TO TRUE
011345             MOVE WS-PST-RUN-DATE (PST-IDX) TO WS-POSTED-RUN-DATE
011350     END-SEARCH
011360     .
011370 7300-EXIT.
011380     EXIT.
011390
011400*----------------------------------------------------------------*
011410*    7400-CHECK-APPLIED                                           *
011416*    LOOKS THE FEED DATE UP ON THE APPLIED-DAYS REGISTER, LEAVING *
011422*    WS-DAY-SUB ON IT WHEN FOUND.                                 *
011430*----------------------------------------------------------------*
011440 7400-CHECK-APPLIED.
011450     MOVE "N" TO WS-FOUND-SWITCH
011460     MOVE 1 TO WS-DAY-SUB
011470     PERFORM 7410-CHECK-ONE-APPLIED-DAY THRU 7410-EXIT
011480         UNTIL WS-DAY-SUB > WS-DAY-COUNT
011490            OR ENTRY-WAS-FOUND
011500     .
011510 7400-EXIT.
011520     EXIT.
011530
011540*----------------------------------------------------------------*
011550*    7410-CHECK-ONE-APPLIED-DAY                                   *
011560*    COMPARES ONE APPLIED DAY WITH THE FEED DATE.                 *
011570*----------------------------------------------------------------*
011580 7410-CHECK-ONE-APPLIED-DAY.
011590     IF WS-DAY-FEED-DATE (WS-DAY-SUB) = WS-FEED-DATE
011600         SET ENTRY-WAS-FOUND TO TRUE
011605         GO TO 7410-EXIT
011610     END-IF
011620     ADD 1 TO WS-DAY-SUB
011630     .
011640 7410-EXIT.
011650     EXIT.
011660
011670*----------------------------------------------------------------*
011680*    8000-FINALIZE                                                *
011690*    REPORTS WHAT THE RUN DID.                                    *
011700*----------------------------------------------------------------*
011710 8000-FINALIZE.
011720     IF WS-REMOVED-COUNT > ZERO OR WS-REOPENED-COUNT > ZERO
011730         MOVE WS-REMOVED-COUNT TO WS-EDIT-COUNT
011740         DISPLAY "LGPEND: PENDINGS REMOVED BY UNWIND:  "
011750                 WS-EDIT-COUNT
011760         MOVE WS-REOPENED-COUNT TO WS-EDIT-COUNT
011770         DISPLAY "LGPEND: PENDINGS REOPENED BY UNWIND: "
011780                 WS-EDIT-COUNT
011790     END-IF
011800     IF NOT MODE-AGING
011810         MOVE WS-OPENED-COUNT TO WS-EDIT-COUNT
011820         DISPLAY "LGPEND: PENDINGS OPENED:             "
011830                 WS-EDIT-COUNT
011840         MOVE WS-CONFIRMED-COUNT TO WS-EDIT-COUNT
011850         DISPLAY "LGPEND: PENDINGS CONFIRMED:          "
011860                 WS-EDIT-COUNT
011870         MOVE WS-CANCELLED-COUNT TO WS-EDIT-COUNT
011880         DISPLAY "LGPEND: PENDINGS CANCELLED:          "
011890                 WS-EDIT-COUNT
011900         MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT
011910         DISPLAY "LGPEND: HELD LINES PASSED OVER:      "
011920                 WS-EDIT-COUNT
011930     END-IF
011940     MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
011950     DISPLAY "LGPEND: PENDINGS STILL OPEN:         "
011960             WS-EDIT-COUNT
011970     MOVE WS-AGED-COUNT TO WS-EDIT-COUNT
011980     DISPLAY "LGPEND: OPEN PAST THE AGING LIMIT:   "
011990             WS-EDIT-COUNT
012000     DISPLAY "LGPEND: AGING REPORT WRITTEN TO " WS-REPORT-DDNAME
012010     .
012020 8000-EXIT.
012030     EXIT.
