000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGQUAL.
000120 AUTHOR. DATA-PROCESSING-GROUP.
000130 INSTALLATION. DAILY-PROCESSING-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                  M O D I F I C A T I O N   L O G                *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                   *
000200* 10/15/2026 RJM   ORIGINAL PROGRAM - WEEKLY AND MONTHLY DATA-    *
000210*                  QUALITY SCORECARD BY SENDING SOURCE, KEYED ON  *
000220*                  THE INPUT HEADER'S FILE-ID AS LOGIC NOW        *
000230*                  STAMPS IT ON EACH RUN'S CONTROL REPORT. FOR    *
000240*                  THE REPORT PERIOD AND THE ONE BEFORE IT, OFF   *
000250*                  THE LIVE DATED SETS IN data/output/ AND THE    *
000260*                  ARCHIVED ONES IN data/archive/ARTIFACTS-       *
000270*                  YYYYMM/, EACH SOURCE GETS:                     *
000280*                    - FILES DELIVERED AND RECORDS RECEIVED;      *
000290*                    - REJECT, DUPLICATE AND SUSPENSE RATES AND   *
000300*                      RECORDS HELD TO THE WAREHOUSE;             *
000310*                    - REJECTS AND SUSPENSE BY REASON CODE        *
000320*                      (R001-R013) OFF THE REJECT AND SUSPENSE    *
000330*                      SETS THEMSELVES;                           *
000340*                    - CURE RATE AND AVERAGE DAYS TO CURE OFF     *
000350*                      THE REWORK LINEAGE REGISTER;               *
000360*                    - LATE DELIVERIES - A MISSED OR WAIVED       *
000370*                      CUTOFF ON LGCHKFDS'S DAILY MISSING-FEEDS   *
000380*                      REPORTS; AND                               *
000390*                    - THE CHANGE AGAINST THE PRIOR PERIOD.       *
000400*                  LGQUAL_PERIOD PICKS WEEK (MONDAY THRU SUNDAY,  *
000410*                  THE DEFAULT) OR MONTH; LGQUAL_DATE (YYYYMMDD)  *
000420*                  NAMES ANY DAY IN THE PERIOD TO REPORT, LAST    *
000430*                  WEEK OR LAST MONTH OTHERWISE. LGQUAL_SOURCE    *
000440*                  LIMITS THE PAGE TO ONE FILE-ID SO A SENDING    *
000450*                  TEAM CAN BE SENT ITS OWN FEED'S FIGURES.       *
000460*----------------------------------------------------------------*
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT LISTFILE ASSIGN TO DYNAMIC WS-LIST-PATH
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-LISTFILE-STATUS.
000540
000550     SELECT CTLRPTFILE ASSIGN TO DYNAMIC WS-CTLRPT-PATH
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CTLRPTFILE-STATUS.
000580
000590     SELECT EVIDFILE ASSIGN TO DYNAMIC WS-EVID-PATH
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-EVIDFILE-STATUS.
000620
000630     SELECT LINEAGEFILE ASSIGN TO DYNAMIC WS-LINEAGE-DDNAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-LINEAGEFILE-STATUS.
000660
000670     SELECT LATEFILE ASSIGN TO DYNAMIC WS-LATE-PATH
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-LATEFILE-STATUS.
000700
000710     SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-DDNAME
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REPORTFILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  LISTFILE.
000780 01  LIST-REC PIC X(150).
000790
000800 FD  CTLRPTFILE.
000810*----------------------------------------------------------------*
000820*    LOGIC RUN-CONTROL REPORT - A LABEL IN COLUMNS 1-19, ITS      *
000830*    VALUE FROM COLUMN 20.                                        *
000840*----------------------------------------------------------------*
000850 01  CTLRPT-REC.
000860     05  CR-LABEL               PIC X(19).
000870     05  CR-VALUE               PIC X(61).
000880     05  CR-FILE-ID REDEFINES CR-VALUE.
000890         10  CR-ID              PIC X(10).
000900         10  FILLER             PIC X(51).
000910
000920 FD  EVIDFILE.
000930*----------------------------------------------------------------*
000940*    REJECT OR SUSPENSE LINE - REASON PLUS ORIGINAL LINE, AS      *
000950*    LOGIC WRITES THEM.                                           *
000960*----------------------------------------------------------------*
000970 01  EVID-REC.
000980     05  EV-REASON              PIC X(30).
000990     05  EV-REASON-PARTS REDEFINES EV-REASON.
001000         10  EV-REASON-TAG      PIC X(01).
001010         10  EV-REASON-NUM      PIC X(03).
001020         10  FILLER             PIC X(26).
001030     05  FILLER                 PIC X(01).
001040     05  EV-ORIGINAL-LINE       PIC X(256).
001050
001060 FD  LINEAGEFILE.
001070*----------------------------------------------------------------*
001080*    REWORK LINEAGE REGISTER ENTRY, AS LGREWORK WRITES IT         *
001090*----------------------------------------------------------------*
001100 01  LINEAGE-REC.
001110     05  LIN-SOURCE-FILE        PIC X(60).
001120     05  LIN-REJECT-SEQ         PIC 9(09).
001130     05  LIN-REASON             PIC X(30).
001140     05  LIN-CORR-DATE          PIC 9(08).
001150     05  LIN-DISPOSITION        PIC X(01).
001160         88  LIN-IS-CURED           VALUE "C".
001170
001180 FD  LATEFILE.
001190*----------------------------------------------------------------*
001200*    LGCHKFDS MISSING-FEEDS REPORT LINE - FILE-ID, THEN THE       *
001210*    FEED'S DISPOSITION FOR THE DAY.                              *
001220*----------------------------------------------------------------*
001230 01  LATE-REC.
001240     05  LT-FILE-ID             PIC X(10).
001250     05  LT-DISPOSITION         PIC X(90).
001260
001270 FD  REPORTFILE.
001280 01  REPORT-REC PIC X(100).
001290
001300 WORKING-STORAGE SECTION.
001310*----------------------------------------------------------------*
001320*    FILE ASSIGNMENT WORK AREAS                                   *
001330*----------------------------------------------------------------*
001340 77  WS-LIST-PATH            PIC X(60)
001350     VALUE "data/.lgqual-list.tmp".
001360 77  WS-CTLRPT-PATH          PIC X(150) VALUE SPACES.
001370 77  WS-EVID-PATH            PIC X(150) VALUE SPACES.
001380 77  WS-LATE-PATH            PIC X(150) VALUE SPACES.
001390 77  WS-LINEAGE-DDNAME       PIC X(60)
001400     VALUE "data/rework-lineage.dat".
001410 77  WS-REPORT-DDNAME        PIC X(60) VALUE SPACES.
001420 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001430
001440*----------------------------------------------------------------*
001450*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)            *
001460*----------------------------------------------------------------*
001470 77  WS-ABEND-FILE-NAME      PIC X(12) VALUE SPACES.
001480 77  WS-ABEND-FILE-STATUS    PIC X(02) VALUE SPACES.
001490
001500*----------------------------------------------------------------*
001510*    FILE STATUS SWITCHES                                         *
001520*----------------------------------------------------------------*
001530 77  WS-LISTFILE-STATUS      PIC X(02).
001540     88  LISTFILE-FOUND          VALUE "00".
001550 77  WS-CTLRPTFILE-STATUS    PIC X(02).
001560     88  CTLRPTFILE-FOUND        VALUE "00".
001570 77  WS-EVIDFILE-STATUS      PIC X(02).
001580     88  EVIDFILE-FOUND          VALUE "00".
001590 77  WS-LINEAGEFILE-STATUS   PIC X(02).
001600     88  LINEAGEFILE-FOUND       VALUE "00".
001610     88  LINEAGEFILE-NOT-FOUND   VALUE "35".
001620 77  WS-LATEFILE-STATUS      PIC X(02).
001630     88  LATEFILE-FOUND          VALUE "00".
001640 77  WS-REPORTFILE-STATUS    PIC X(02).
001650
001660*----------------------------------------------------------------*
001670*    PROGRAM SWITCHES                                             *
001680*----------------------------------------------------------------*
001690 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001700     88  EOF-YES                  VALUE "Y".
001710 77  WS-FEOF-SWITCH          PIC X(01) VALUE "N".
001720     88  FILE-EOF                 VALUE "Y".
001730 77  WS-PERIOD-TYPE          PIC X(08) VALUE "WEEK".
001740     88  PERIOD-IS-WEEK           VALUE "WEEK".
001750     88  PERIOD-IS-MONTH          VALUE "MONTH".
001760 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001770     88  ENTRY-FOUND              VALUE "Y".
001780
001790*----------------------------------------------------------------*
001800*    RUN CONTROL AND PERIOD WORK AREAS. SUBSCRIPT 1 OF EVERY      *
001810*    PERIOD BUCKET IS THE REPORT PERIOD, 2 THE PRIOR PERIOD.      *
001820*----------------------------------------------------------------*
001830 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001840 77  WS-REF-DATE             PIC 9(08) VALUE ZERO.
001850 77  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
001860 77  WS-DATE-INTEGER         PIC 9(08) COMP VALUE ZERO.
001870 01  WS-SPLIT-DATE           PIC 9(08) VALUE ZERO.
001880 01  WS-SPLIT-PARTS REDEFINES WS-SPLIT-DATE.
001890     05  WS-SPLIT-YEAR       PIC 9(04).
001900     05  WS-SPLIT-MONTH      PIC 9(02).
001910     05  WS-SPLIT-DAY        PIC 9(02).
001920 77  WS-DAY-OFFSET           PIC 9(01) VALUE ZERO.
001930 77  WS-CUR-START            PIC X(08) VALUE SPACES.
001940 77  WS-CUR-END              PIC X(08) VALUE SPACES.
001950 77  WS-PRI-START            PIC X(08) VALUE SPACES.
001960 77  WS-PRI-END              PIC X(08) VALUE SPACES.
001970 77  WS-FIRST-MONTH          PIC X(06) VALUE SPACES.
001980 77  WS-LAST-MONTH           PIC X(06) VALUE SPACES.
001990 77  WS-SOURCE-FILTER        PIC X(10) VALUE SPACES.
002000 77  WS-DIGIT-CHECK          PIC X(60) VALUE SPACES.
002010 77  WS-SHELL-CMD            PIC X(300) VALUE SPACES.
002020 77  WS-SHELL-RC             PIC S9(09) COMP-5 VALUE ZERO.
002030
002040*----------------------------------------------------------------*
002050*    ONE DELIVERY'S CONTROL-REPORT FIGURES AND NAME PARTS         *
002060*----------------------------------------------------------------*
002070 77  WS-NAME-POS             PIC 9(04) COMP VALUE ZERO.
002080 77  WS-SET-DIR              PIC X(150) VALUE SPACES.
002090 77  WS-SET-STEM             PIC X(80) VALUE SPACES.
002100 77  WS-SET-DATE             PIC X(08) VALUE SPACES.
002110 77  WS-PER                  PIC 9(01) VALUE ZERO.
002120 77  WS-SOURCE-ID            PIC X(10) VALUE SPACES.
002130 77  WS-CR-WRITTEN           PIC 9(09) COMP VALUE ZERO.
002140 77  WS-CR-REJECTED          PIC 9(09) COMP VALUE ZERO.
002150 77  WS-CR-DUPLICATE         PIC 9(09) COMP VALUE ZERO.
002160 77  WS-CR-SUSPENSE          PIC 9(09) COMP VALUE ZERO.
002170 77  WS-CR-WAREHOUSED        PIC 9(09) COMP VALUE ZERO.
002180 77  WS-CR-PRIOR-HELD        PIC 9(09) COMP VALUE ZERO.
002190 77  WS-CR-HELD-SEEN         PIC 9(01) VALUE ZERO.
002200 77  WS-REASON-SUB           PIC 9(02) COMP VALUE ZERO.
002210 77  WS-CURE-DAYS            PIC S9(07) COMP VALUE ZERO.
002220
002230*----------------------------------------------------------------*
002240*    PER-SOURCE SCORECARD TABLE. THE ROW PAST THE LAST SOURCE     *
002250*    HOLDS THE ALL-SOURCES TOTALS AT REPORT TIME.                 *
002260*----------------------------------------------------------------*
002270 77  WS-SRC-COUNT            PIC 9(03) COMP VALUE ZERO.
002280 77  WS-SRC-MAX              PIC 9(03) COMP VALUE 200.
002290 77  WS-SRC-SUB              PIC 9(03) COMP VALUE ZERO.
002300 77  WS-TOT-SUB              PIC 9(03) COMP VALUE ZERO.
002310 01  WS-SRC-TABLE.
002320     05  WS-SRC-ENTRY OCCURS 201 TIMES INDEXED BY SRC-IDX.
002330         10  WS-SRC-ID           PIC X(10).
002340         10  WS-SRC-PERIOD OCCURS 2 TIMES.
002350             15  WS-SP-FILES         PIC 9(07) COMP.
002360             15  WS-SP-RECEIVED      PIC 9(09) COMP.
002370             15  WS-SP-REJECTED      PIC 9(09) COMP.
002380             15  WS-SP-DUPLICATE     PIC 9(09) COMP.
002390             15  WS-SP-SUSPENSE      PIC 9(09) COMP.
002400             15  WS-SP-WAREHOUSED    PIC 9(09) COMP.
002410             15  WS-SP-CURED         PIC 9(09) COMP.
002420             15  WS-SP-CURE-DAYS     PIC 9(09) COMP.
002430             15  WS-SP-LATE          PIC 9(05) COMP.
002440             15  WS-SP-REASON        PIC 9(09) COMP
002450                                     OCCURS 13 TIMES.
002460
002470*----------------------------------------------------------------*
002480*    REASON TEXT AS FIRST SEEN ON THE EVIDENCE, BY CODE NUMBER    *
002490*----------------------------------------------------------------*
002500 01  WS-REASON-TABLE.
002510     05  WS-REASON-TEXT      PIC X(30) OCCURS 13 TIMES.
002520
002530*----------------------------------------------------------------*
002540*    DELIVERIES SCORED (ONE PER DATED CONTROL REPORT) - THE       *
002550*    REWORK LINEAGE IS MATCHED BACK TO THEM BY SET NAME.          *
002560*----------------------------------------------------------------*
002570 77  WS-DLV-COUNT            PIC 9(05) COMP VALUE ZERO.
002580 77  WS-DLV-MAX              PIC 9(05) COMP VALUE 5000.
002590 01  WS-DLV-TABLE.
002600     05  WS-DLV-ENTRY OCCURS 5000 TIMES INDEXED BY DLV-IDX.
002610         10  WS-DLV-STEM         PIC X(80).
002620         10  WS-DLV-SRC          PIC 9(03) COMP.
002630         10  WS-DLV-PER          PIC 9(01).
002640         10  WS-DLV-DATE         PIC 9(08).
002650
002660*----------------------------------------------------------------*
002670*    CURED REJECTS - ONE ROW PER REJECT, HOWEVER MANY REWORK      *
002680*    SESSIONS ENTERED IT, KEEPING ITS EARLIEST CURE DATE.         *
002690*----------------------------------------------------------------*
002700 77  WS-CURED-COUNT          PIC 9(05) COMP VALUE ZERO.
002710 77  WS-CURED-MAX            PIC 9(05) COMP VALUE 20000.
002720 77  WS-CURED-SUB            PIC 9(05) COMP VALUE ZERO.
002730 77  WS-CURED-SKIPPED        PIC 9(07) COMP VALUE ZERO.
002740 01  WS-CURED-TABLE.
002750     05  WS-CURED-ENTRY OCCURS 20000 TIMES INDEXED BY CUR-IDX.
002760         10  WS-CURED-DLV        PIC 9(05) COMP.
002770         10  WS-CURED-SEQ        PIC 9(09) COMP.
002780         10  WS-CURED-DATE       PIC 9(08).
002790
002800*----------------------------------------------------------------*
002810*    REPORT EDIT FIELDS AND LINE LAYOUTS                          *
002820*----------------------------------------------------------------*
002830 77  WS-EDIT-RATE            PIC ZZZ9.99.
002840 77  WS-EDIT-CHANGE          PIC ----9.99.
002850 77  WS-EDIT-SCOUNT          PIC ---------9.
002860 77  WS-RATE-NUM             PIC 9(09) COMP VALUE ZERO.
002870 77  WS-RATE-DEN             PIC 9(09) COMP VALUE ZERO.
002880 77  WS-RATE-CUR             PIC 9(05)V99 VALUE ZERO.
002890 77  WS-RATE-PRI             PIC 9(05)V99 VALUE ZERO.
002900 77  WS-RATE-CHANGE          PIC S9(05)V99 VALUE ZERO.
002910 77  WS-RATE-CUR-SW          PIC X(01) VALUE "N".
002920     88  RATE-CUR-ON-HAND        VALUE "Y".
002930 77  WS-RATE-PRI-SW          PIC X(01) VALUE "N".
002940     88  RATE-PRI-ON-HAND        VALUE "Y".
002950 77  WS-COUNT-CUR            PIC 9(09) COMP VALUE ZERO.
002960 77  WS-COUNT-PRI            PIC 9(09) COMP VALUE ZERO.
002970 77  WS-COUNT-CHANGE         PIC S9(09) COMP VALUE ZERO.
002980 77  WS-SOURCES-WRITTEN      PIC 9(03) COMP VALUE ZERO.
002990 77  WS-REASONS-WRITTEN      PIC 9(02) COMP VALUE ZERO.
003000 01  WS-MEASURE-LINE.
003010     05  WS-ML-LABEL         PIC X(24).
003020     05  FILLER              PIC X(02) VALUE SPACES.
003030     05  WS-ML-CUR           PIC X(10).
003040     05  FILLER              PIC X(04) VALUE SPACES.
003050     05  WS-ML-PRI           PIC X(10).
003060     05  FILLER              PIC X(04) VALUE SPACES.
003070     05  WS-ML-CHANGE        PIC X(10).
003080 01  WS-REASON-LINE.
003090     05  FILLER              PIC X(02) VALUE SPACES.
003100     05  WS-RL-TEXT          PIC X(30).
003110     05  WS-RL-CUR-COUNT     PIC ZZZZZZZZ9.
003120     05  FILLER              PIC X(02) VALUE SPACES.
003130     05  WS-RL-CUR-RATE      PIC X(07).
003140     05  FILLER              PIC X(02) VALUE SPACES.
003150     05  WS-RL-PRI-COUNT     PIC ZZZZZZZZ9.
003160     05  FILLER              PIC X(02) VALUE SPACES.
003170     05  WS-RL-PRI-RATE      PIC X(07).
003180     05  FILLER              PIC X(02) VALUE SPACES.
003190     05  WS-RL-CHANGE        PIC X(08).
003200
003210 PROCEDURE DIVISION.
003220
003230*----------------------------------------------------------------*
003240*    0000-MAINLINE                                                *
003250*    CONTROLS OVERALL FLOW OF THE SCORECARD RUN.                  *
003260*----------------------------------------------------------------*
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003290     PERFORM 2000-TALLY-DELIVERIES THRU 2000-EXIT
003300     PERFORM 3000-TALLY-CURES THRU 3000-EXIT
003310     PERFORM 4000-TALLY-LATE-FEEDS THRU 4000-EXIT
003320     PERFORM 4500-BUILD-TOTALS THRU 4500-EXIT
003330     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
003340     PERFORM 8000-FINALIZE THRU 8000-EXIT
003350     STOP RUN.
003360
003370*----------------------------------------------------------------*
003380*    0900-ABEND                                                   *
003390*    DISPLAYS A FATAL FILE-OPEN ERROR AND ENDS THE RUN WITH       *
003400*    RETURN-CODE 16 INSTEAD OF LETTING A BAD ASSIGNMENT RUN ON.   *
003410*----------------------------------------------------------------*
003420 0900-ABEND.
003430     DISPLAY "LGQUAL: *** UNABLE TO OPEN " WS-ABEND-FILE-NAME
003440             " - FILE STATUS " WS-ABEND-FILE-STATUS " ***"
003450     MOVE 16 TO RETURN-CODE
003460     STOP RUN
003470     .
003480
003490*----------------------------------------------------------------*
003500*    1000-INITIALIZE                                              *
003510*    RESOLVES THE PERIOD TYPE (LGQUAL_PERIOD), THE REPORT AND     *
003520*    PRIOR PERIOD BOUNDS (LGQUAL_DATE, DEFAULT LAST WEEK OR       *
003530*    LAST MONTH), THE SOURCE FILTER AND THE FILE PATHS.           *
003540*----------------------------------------------------------------*
003550 1000-INITIALIZE.
003560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003570     MOVE SPACES TO WS-ENV-VALUE
003580     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGQUAL_PERIOD"
003590     IF WS-ENV-VALUE NOT = SPACES
003600         MOVE WS-ENV-VALUE(1:8) TO WS-PERIOD-TYPE
003610         IF NOT PERIOD-IS-WEEK AND NOT PERIOD-IS-MONTH
003620             DISPLAY "LGQUAL: LGQUAL_PERIOD NOT WEEK OR MONTH - "
003630                     "USING WEEK"
003640             MOVE "WEEK" TO WS-PERIOD-TYPE
003650         END-IF
003660     END-IF
003670     IF PERIOD-IS-WEEK
003680         COMPUTE WS-DATE-INTEGER =
003690             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 7
003700     ELSE
003710         MOVE WS-RUN-DATE TO WS-SPLIT-DATE
003720         MOVE 1 TO WS-SPLIT-DAY
003730         COMPUTE WS-DATE-INTEGER =
003740             FUNCTION INTEGER-OF-DATE (WS-SPLIT-DATE) - 1
003750     END-IF
003760     COMPUTE WS-REF-DATE =
003770         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
003780     MOVE SPACES TO WS-ENV-VALUE
003790     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGQUAL_DATE"
003800     IF WS-ENV-VALUE NOT = SPACES
003810         PERFORM 1050-TAKE-REF-DATE THRU 1050-EXIT
003820     END-IF
003830     IF PERIOD-IS-WEEK
003840         PERFORM 1100-WEEK-BOUNDS THRU 1100-EXIT
003850     ELSE
003860         PERFORM 1200-MONTH-BOUNDS THRU 1200-EXIT
003870     END-IF
003880     MOVE WS-PRI-START(1:6) TO WS-FIRST-MONTH
003890     MOVE WS-CUR-END(1:6) TO WS-LAST-MONTH
003900     MOVE SPACES TO WS-ENV-VALUE
003910     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGQUAL_SOURCE"
003920     MOVE WS-ENV-VALUE(1:10) TO WS-SOURCE-FILTER
003930     MOVE SPACES TO WS-ENV-VALUE
003940     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGQUAL_LINEAGE_DD"
003950     IF WS-ENV-VALUE NOT = SPACES
003960         MOVE WS-ENV-VALUE TO WS-LINEAGE-DDNAME
003970     END-IF
003980     MOVE SPACES TO WS-REPORT-DDNAME
003990     STRING "data/quality-scorecard-" DELIMITED BY SIZE
004000            WS-PERIOD-TYPE DELIMITED BY " "
004010            "-" DELIMITED BY SIZE
004020            WS-CUR-START DELIMITED BY SIZE
004030            ".txt" DELIMITED BY SIZE
004040            INTO WS-REPORT-DDNAME
004050     MOVE SPACES TO WS-ENV-VALUE
004060     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGQUAL_REPORT_DD"
004070     IF WS-ENV-VALUE NOT = SPACES
004080         MOVE WS-ENV-VALUE TO WS-REPORT-DDNAME
004090     END-IF
004100     MOVE 1 TO WS-REASON-SUB
004110     PERFORM 1300-DEFAULT-REASON-TEXT THRU 1300-EXIT
004120         UNTIL WS-REASON-SUB > 13
004130     DISPLAY "LGQUAL: " WS-PERIOD-TYPE " " WS-CUR-START
004140             " THRU " WS-CUR-END " AGAINST " WS-PRI-START
004150             " THRU " WS-PRI-END
004160     .
004170 1000-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------*
004210*    1050-TAKE-REF-DATE                                           *
004220*    TAKES LGQUAL_DATE AS THE DAY WHOSE PERIOD IS REPORTED. A     *
004230*    VALUE THAT IS NOT A CALENDAR DATE LEAVES THE DEFAULT.        *
004240*----------------------------------------------------------------*
004250 1050-TAKE-REF-DATE.
004260     MOVE WS-ENV-VALUE(1:8) TO WS-DIGIT-CHECK
004270     INSPECT WS-DIGIT-CHECK
004280         CONVERTING "0123456789" TO "          "
004290     IF WS-DIGIT-CHECK NOT = SPACES
004300      OR WS-ENV-VALUE(8:1) = SPACE
004310         DISPLAY "LGQUAL: LGQUAL_DATE NOT YYYYMMDD - USING "
004320                 "DEFAULT " WS-REF-DATE
004330         GO TO 1050-EXIT
004340     END-IF
004350     MOVE WS-ENV-VALUE(1:8) TO WS-WORK-DATE
004360     IF FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) = ZERO
004370         DISPLAY "LGQUAL: LGQUAL_DATE NOT A CALENDAR DATE - "
004380                 "USING DEFAULT " WS-REF-DATE
004390         GO TO 1050-EXIT
004400     END-IF
004410     MOVE WS-WORK-DATE TO WS-REF-DATE
004420     .
004430 1050-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------*
004470*    1100-WEEK-BOUNDS                                             *
004480*    THE REPORT WEEK RUNS MONDAY THRU SUNDAY AROUND THE           *
004490*    REFERENCE DATE; THE PRIOR PERIOD IS THE WEEK BEFORE IT.      *
004500*----------------------------------------------------------------*
004510 1100-WEEK-BOUNDS.
004520     COMPUTE WS-DATE-INTEGER =
004530         FUNCTION INTEGER-OF-DATE (WS-REF-DATE)
004540     COMPUTE WS-DAY-OFFSET =
004550         FUNCTION REM (WS-DATE-INTEGER + 6 7)
004560     SUBTRACT WS-DAY-OFFSET FROM WS-DATE-INTEGER
004570     COMPUTE WS-WORK-DATE =
004580         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
004590     MOVE WS-WORK-DATE TO WS-CUR-START
004600     COMPUTE WS-WORK-DATE =
004610         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER + 6)
004620     MOVE WS-WORK-DATE TO WS-CUR-END
004630     COMPUTE WS-WORK-DATE =
004640         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER - 7)
004650     MOVE WS-WORK-DATE TO WS-PRI-START
004660     COMPUTE WS-WORK-DATE =
004670         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER - 1)
004680     MOVE WS-WORK-DATE TO WS-PRI-END
004690     .
004700 1100-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------------*
004740*    1200-MONTH-BOUNDS                                            *
004750*    THE REPORT MONTH IS THE REFERENCE DATE'S CALENDAR MONTH;     *
004760*    THE PRIOR PERIOD IS THE MONTH BEFORE IT.                     *
004770*----------------------------------------------------------------*
004780 1200-MONTH-BOUNDS.
004790     MOVE WS-REF-DATE TO WS-SPLIT-DATE
004800     MOVE 1 TO WS-SPLIT-DAY
004810     MOVE WS-SPLIT-DATE TO WS-CUR-START
004820     COMPUTE WS-DATE-INTEGER =
004830         FUNCTION INTEGER-OF-DATE (WS-SPLIT-DATE) - 1
004840     COMPUTE WS-SPLIT-DATE =
004850         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
004860     MOVE WS-SPLIT-DATE TO WS-PRI-END
004870     MOVE 1 TO WS-SPLIT-DAY
004880     MOVE WS-SPLIT-DATE TO WS-PRI-START
004890     MOVE WS-REF-DATE TO WS-SPLIT-DATE
004900     MOVE 1 TO WS-SPLIT-DAY
004910     IF WS-SPLIT-MONTH = 12
004920         ADD 1 TO WS-SPLIT-YEAR
004930         MOVE 1 TO WS-SPLIT-MONTH
004940     ELSE
004950         ADD 1 TO WS-SPLIT-MONTH
004960     END-IF
004970     COMPUTE WS-DATE-INTEGER =
004980         FUNCTION INTEGER-OF-DATE (WS-SPLIT-DATE) - 1
004990     COMPUTE WS-WORK-DATE =
005000         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
005010     MOVE WS-WORK-DATE TO WS-CUR-END
005020     .
005030 1200-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------*
005070*    1300-DEFAULT-REASON-TEXT                                     *
005080*    SEEDS ONE REASON CODE'S TEXT WITH THE BARE CODE UNTIL THE    *
005090*    EVIDENCE SUPPLIES ITS FULL WORDING.                          *
005100*----------------------------------------------------------------*
005110 1300-DEFAULT-REASON-TEXT.
005120     MOVE "R000" TO WS-REASON-TEXT (WS-REASON-SUB)
005130     MOVE WS-REASON-SUB TO WS-REASON-TEXT (WS-REASON-SUB)(3:2)
005140     ADD 1 TO WS-REASON-SUB
005150     .
005160 1300-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------*
005200*    2000-TALLY-DELIVERIES                                        *
005210*    LISTS EVERY DATED CONTROL REPORT ON HAND - LIVE IN           *
005220*    data/output/ AND ARCHIVED IN THE ARTIFACTS DIRECTORIES OF    *
005230*    THE MONTHS THE TWO PERIODS TOUCH - AND SCORES EACH ONE       *
005240*    THAT FALLS IN EITHER PERIOD.                                 *
005250*----------------------------------------------------------------*
005260 2000-TALLY-DELIVERIES.
005270     MOVE SPACES TO WS-SHELL-CMD
005280     IF WS-LAST-MONTH = WS-FIRST-MONTH
005290         STRING "ls data/output/OUTPUT-????????.*.control-report"
005300                DELIMITED BY SIZE
005310                ".txt data/archive/ARTIFACTS-" DELIMITED BY SIZE
005320                WS-FIRST-MONTH DELIMITED BY SIZE
005330                "/OUTPUT-????????.*.control-report.txt > "
005340                DELIMITED BY SIZE
005350                WS-LIST-PATH DELIMITED BY " "
005360                " 2>/dev/null" DELIMITED BY SIZE
005370                INTO WS-SHELL-CMD
005380     ELSE
005390         STRING "ls data/output/OUTPUT-????????.*.control-report"
005400                DELIMITED BY SIZE
005410                ".txt data/archive/ARTIFACTS-" DELIMITED BY SIZE
005420                WS-FIRST-MONTH DELIMITED BY SIZE
005430                "/OUTPUT-????????.*.control-report.txt "
005440                DELIMITED BY SIZE
005450                "data/archive/ARTIFACTS-" DELIMITED BY SIZE
005460                WS-LAST-MONTH DELIMITED BY SIZE
005470                "/OUTPUT-????????.*.control-report.txt > "
005480                DELIMITED BY SIZE
005490                WS-LIST-PATH DELIMITED BY " "
005500                " 2>/dev/null" DELIMITED BY SIZE
005510                INTO WS-SHELL-CMD
005520     END-IF
005530     CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
005540     OPEN INPUT LISTFILE
005550     IF NOT LISTFILE-FOUND
005560         GO TO 2000-EXIT
005570     END-IF
005580     PERFORM 2100-TALLY-ONE-DELIVERY THRU 2100-EXIT
005590         UNTIL EOF-YES
005600     CLOSE LISTFILE
005610     MOVE "N" TO WS-EOF-SWITCH
005620     PERFORM 2900-REMOVE-LIST THRU 2900-EXIT
005630     .
005640 2000-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------*
005680*    2100-TALLY-ONE-DELIVERY                                      *
005690*    SCORES ONE CONTROL REPORT. ITS DIRECTORY, PROCESSING DATE    *
005700*    AND SET NAME (OUTPUT-YYYYMMDD.<NAME>) COME OFF THE PATH;     *
005710*    A DATE OUTSIDE BOTH PERIODS IS PASSED OVER. THE REPORT'S     *
005720*    COUNTS GO TO ITS SOURCE'S ROW AND ITS REJECT AND SUSPENSE    *
005730*    SETS ARE WALKED FOR THE REASON CODES.                        *
005740*----------------------------------------------------------------*
005750 2100-TALLY-ONE-DELIVERY.
005760     READ LISTFILE INTO WS-CTLRPT-PATH
005770         AT END
005780             SET EOF-YES TO TRUE
005790             GO TO 2100-EXIT
005800     END-READ
005810     IF WS-CTLRPT-PATH = SPACES
005820         GO TO 2100-EXIT
005830     END-IF
005840     MOVE ZERO TO WS-NAME-POS
005850     INSPECT WS-CTLRPT-PATH TALLYING WS-NAME-POS
005860         FOR CHARACTERS BEFORE INITIAL "/OUTPUT-"
005870     IF WS-NAME-POS > 130
005880         GO TO 2100-EXIT
005890     END-IF
005900     MOVE WS-CTLRPT-PATH(WS-NAME-POS + 9:8) TO WS-SET-DATE
005910     IF WS-SET-DATE NOT NUMERIC
005920         GO TO 2100-EXIT
005930     END-IF
005940     EVALUATE TRUE
005950         WHEN WS-SET-DATE >= WS-CUR-START
005960          AND WS-SET-DATE <= WS-CUR-END
005970             MOVE 1 TO WS-PER
005980         WHEN WS-SET-DATE >= WS-PRI-START
005990          AND WS-SET-DATE <= WS-PRI-END
006000             MOVE 2 TO WS-PER
006010         WHEN OTHER
006020             GO TO 2100-EXIT
006030     END-EVALUATE
006040     MOVE SPACES TO WS-SET-DIR
006050     MOVE WS-CTLRPT-PATH(1:WS-NAME-POS + 1) TO WS-SET-DIR
006060     MOVE SPACES TO WS-SET-STEM
006070     UNSTRING WS-CTLRPT-PATH(WS-NAME-POS + 2:)
006080         DELIMITED BY ".control-report.txt"
006090         INTO WS-SET-STEM
006100     PERFORM 2200-READ-CONTROL-REPORT THRU 2200-EXIT
006110     IF NOT CTLRPTFILE-FOUND
006120         GO TO 2100-EXIT
006130     END-IF
006140     PERFORM 2500-FIND-SOURCE THRU 2500-EXIT
006150     ADD 1 TO WS-SP-FILES (SRC-IDX, WS-PER)
006160     COMPUTE WS-SP-RECEIVED (SRC-IDX, WS-PER) =
006170         WS-SP-RECEIVED (SRC-IDX, WS-PER) + WS-CR-WRITTEN
006180         + WS-CR-REJECTED + WS-CR-DUPLICATE + WS-CR-SUSPENSE
006190         + WS-CR-WAREHOUSED + WS-CR-PRIOR-HELD
006200     ADD WS-CR-REJECTED TO WS-SP-REJECTED (SRC-IDX, WS-PER)
006210     ADD WS-CR-DUPLICATE TO WS-SP-DUPLICATE (SRC-IDX, WS-PER)
006220     ADD WS-CR-SUSPENSE TO WS-SP-SUSPENSE (SRC-IDX, WS-PER)
006230     ADD WS-CR-WAREHOUSED TO WS-SP-WAREHOUSED (SRC-IDX, WS-PER)
006240     PERFORM 2400-ENTER-DELIVERY THRU 2400-EXIT
006250     MOVE SPACES TO WS-EVID-PATH
006260     STRING WS-SET-DIR DELIMITED BY " "
006270            WS-SET-STEM DELIMITED BY " "
006280            ".rejects.dat" DELIMITED BY SIZE
006290            INTO WS-EVID-PATH
006300     PERFORM 2300-TALLY-EVIDENCE THRU 2300-EXIT
006310     MOVE SPACES TO WS-EVID-PATH
006320     STRING WS-SET-DIR DELIMITED BY " "
006330            WS-SET-STEM DELIMITED BY " "
006340            ".suspense.dat" DELIMITED BY SIZE
006350            INTO WS-EVID-PATH
006360     PERFORM 2300-TALLY-EVIDENCE THRU 2300-EXIT
006370     .
006380 2100-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------*
006420*    2200-READ-CONTROL-REPORT                                     *
006430*    PICKS THE FILE-ID AND DISPOSITION COUNTS OFF ONE CONTROL     *
006440*    REPORT. THE FIRST "RECORDS HELD" LINE IS THE WAREHOUSE, THE  *
006450*    SECOND THE CLOSED-PERIOD HOLD. A REPORT WRITTEN BEFORE THE   *
006460*    FILE-ID WAS CARRIED SCORES UNDER A BLANK FILE-ID.            *
006470*----------------------------------------------------------------*
006480 2200-READ-CONTROL-REPORT.
006490     MOVE SPACES TO WS-SOURCE-ID
006500     MOVE ZERO TO WS-CR-WRITTEN
006510     MOVE ZERO TO WS-CR-REJECTED
006520     MOVE ZERO TO WS-CR-DUPLICATE
006530     MOVE ZERO TO WS-CR-SUSPENSE
006540     MOVE ZERO TO WS-CR-WAREHOUSED
006550     MOVE ZERO TO WS-CR-PRIOR-HELD
006560     MOVE ZERO TO WS-CR-HELD-SEEN
006570     OPEN INPUT CTLRPTFILE
006580     IF NOT CTLRPTFILE-FOUND
006590         DISPLAY "LGQUAL: *** UNABLE TO READ CONTROL REPORT "
006600                 WS-CTLRPT-PATH(1:60) " - FILE STATUS "
006610                 WS-CTLRPTFILE-STATUS " ***"
006620         GO TO 2200-EXIT
006630     END-IF
006640     MOVE "N" TO WS-FEOF-SWITCH
006650     PERFORM 2210-READ-ONE-CONTROL-LINE THRU 2210-EXIT
006660         UNTIL FILE-EOF
006670     CLOSE CTLRPTFILE
006680     MOVE "00" TO WS-CTLRPTFILE-STATUS
006690     .
006700 2200-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------------*
006740*    2210-READ-ONE-CONTROL-LINE                                   *
006750*    TAKES ONE LABELLED LINE OFF THE CONTROL REPORT.              *
006760*----------------------------------------------------------------*
006770 2210-READ-ONE-CONTROL-LINE.
006780     MOVE SPACES TO CTLRPT-REC
006790     READ CTLRPTFILE
006800         AT END
006810             SET FILE-EOF TO TRUE
006820             GO TO 2210-EXIT
006830     END-READ
006840     EVALUATE CR-LABEL
006850         WHEN "FILE ID:           "
006860             MOVE CR-ID TO WS-SOURCE-ID
006870         WHEN "RECORDS WRITTEN:   "
006880             COMPUTE WS-CR-WRITTEN =
006890                 FUNCTION NUMVAL (CR-VALUE(1:9))
006900         WHEN "RECORDS REJECTED:  "
006910             COMPUTE WS-CR-REJECTED =
006920                 FUNCTION NUMVAL (CR-VALUE(1:9))
006930         WHEN "RECORDS DUPLICATE: "
006940             COMPUTE WS-CR-DUPLICATE =
006950                 FUNCTION NUMVAL (CR-VALUE(1:9))
006960         WHEN "RECORDS SUSPENSE:  "
006970             COMPUTE WS-CR-SUSPENSE =
006980                 FUNCTION NUMVAL (CR-VALUE(1:9))
006990         WHEN "RECORDS HELD:      "
007000             ADD 1 TO WS-CR-HELD-SEEN
007010             IF WS-CR-HELD-SEEN = 1
007020                 COMPUTE WS-CR-WAREHOUSED =
007030                     FUNCTION NUMVAL (CR-VALUE(1:9))
007040             ELSE
007050                 COMPUTE WS-CR-PRIOR-HELD =
007060                     FUNCTION NUMVAL (CR-VALUE(1:9))
007070             END-IF
007080         WHEN OTHER
007090             CONTINUE
007100     END-EVALUATE
007110     .
007120 2210-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------*
007160*    2300-TALLY-EVIDENCE                                          *
007170*    WALKS ONE REJECT OR SUSPENSE SET AND COUNTS ITS LINES BY     *
007180*    REASON CODE. A SET NOT ON HAND (A CLEAN RUN WRITES NONE) IS  *
007190*    NOTHING TO COUNT.                                            *
007200*----------------------------------------------------------------*
007210 2300-TALLY-EVIDENCE.
007220     OPEN INPUT EVIDFILE
007230     IF NOT EVIDFILE-FOUND
007240         GO TO 2300-EXIT
007250     END-IF
007260     MOVE "N" TO WS-FEOF-SWITCH
007270     PERFORM 2310-TALLY-ONE-EVIDENCE THRU 2310-EXIT
007280         UNTIL FILE-EOF
007290     CLOSE EVIDFILE
007300     .
007310 2300-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------*
007350*    2310-TALLY-ONE-EVIDENCE                                      *
007360*    COUNTS ONE REJECT OR SUSPENSE LINE UNDER ITS R001-R013       *
007370*    CODE AND KEEPS THE CODE'S WORDING THE FIRST TIME IT IS       *
007380*    SEEN. A LINE WITHOUT A KNOWN CODE IS PASSED OVER.            *
007390*----------------------------------------------------------------*
007400 2310-TALLY-ONE-EVIDENCE.
007410     READ EVIDFILE
007420         AT END
007430             SET FILE-EOF TO TRUE
007440             GO TO 2310-EXIT
007450     END-READ
007460     IF EV-REASON-TAG NOT = "R"
007470      OR EV-REASON-NUM NOT NUMERIC
007480         GO TO 2310-EXIT
007490     END-IF
007500     MOVE EV-REASON-NUM TO WS-REASON-SUB
007510     IF WS-REASON-SUB < 1 OR WS-REASON-SUB > 13
007520         GO TO 2310-EXIT
007530     END-IF
007540     ADD 1 TO WS-SP-REASON (SRC-IDX, WS-PER, WS-REASON-SUB)
007550     IF WS-REASON-TEXT (WS-REASON-SUB)(5:1) = SPACE
007560         MOVE EV-REASON TO WS-REASON-TEXT (WS-REASON-SUB)
007570     END-IF
007580     .
007590 2310-EXIT.
007600     EXIT.
007610
007620*----------------------------------------------------------------*
007630*    2400-ENTER-DELIVERY                                          *
007640*    KEEPS THE SET NAME, SOURCE, PERIOD AND DATE OF A SCORED      *
007650*    DELIVERY SO REWORK CURES CAN BE MATCHED BACK TO IT. A FULL   *
007660*    TABLE IS A HARD STOP.                                        *
007670*----------------------------------------------------------------*
007680 2400-ENTER-DELIVERY.
007690     IF WS-DLV-COUNT >= WS-DLV-MAX
007700         DISPLAY "LGQUAL: *** DELIVERY TABLE FULL - RUN "
007710                 "STOPPED ***"
007720         MOVE 16 TO RETURN-CODE
007730         STOP RUN
007740     END-IF
007750     ADD 1 TO WS-DLV-COUNT
007760     SET DLV-IDX TO WS-DLV-COUNT
007770     MOVE WS-SET-STEM TO WS-DLV-STEM (DLV-IDX)
007780     SET WS-DLV-SRC (DLV-IDX) TO SRC-IDX
007790     MOVE WS-PER TO WS-DLV-PER (DLV-IDX)
007800     MOVE WS-SET-DATE TO WS-DLV-DATE (DLV-IDX)
007810     .
007820 2400-EXIT.
007830     EXIT.
007840
007850*----------------------------------------------------------------*
007860*    2500-FIND-SOURCE                                             *
007870*    POINTS SRC-IDX AT WS-SOURCE-ID'S ROW, STARTING ONE IF THE    *
007880*    SOURCE IS NEW. A FULL TABLE FOLDS THE OVERFLOW INTO THE      *
007890*    LAST ROW SO NOTHING DROPS FROM THE TOTALS.                   *
007900*----------------------------------------------------------------*
007910 2500-FIND-SOURCE.
007920     SET SRC-IDX TO 1
007930     SEARCH WS-SRC-ENTRY
007940         AT END
007950             PERFORM 2600-START-SOURCE-ROW THRU 2600-EXIT
007960         WHEN SRC-IDX > WS-SRC-COUNT
007970             PERFORM 2600-START-SOURCE-ROW THRU 2600-EXIT
007980         WHEN WS-SRC-ID (SRC-IDX) = WS-SOURCE-ID
007990             CONTINUE
008000     END-SEARCH
008010     .
008020 2500-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------------*
008060*    2600-START-SOURCE-ROW                                        *
008070*    OPENS A NEW SOURCE ROW WITH BOTH PERIODS AT ZERO.            *
008080*----------------------------------------------------------------*
008090 2600-START-SOURCE-ROW.
008100     IF WS-SRC-COUNT < WS-SRC-MAX
008110         ADD 1 TO WS-SRC-COUNT
008120         SET SRC-IDX TO WS-SRC-COUNT
008130         INITIALIZE WS-SRC-ENTRY (SRC-IDX)
008140         MOVE WS-SOURCE-ID TO WS-SRC-ID (SRC-IDX)
008150     ELSE
008160         SET SRC-IDX TO WS-SRC-COUNT
008170     END-IF
008180     .
008190 2600-EXIT.
008200     EXIT.
008210
008220*----------------------------------------------------------------*
008230*    2900-REMOVE-LIST                                             *
008240*    REMOVES THE WORK LIST OF FILES ON HAND.                      *
008250*----------------------------------------------------------------*
008260 2900-REMOVE-LIST.
008270     MOVE SPACES TO WS-SHELL-CMD
008280     STRING "rm -f " DELIMITED BY SIZE
008290            WS-LIST-PATH DELIMITED BY " "
008300            INTO WS-SHELL-CMD
008310     CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
008320     .
008330 2900-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------------*
008370*    3000-TALLY-CURES                                             *
008380*    WALKS THE REWORK LINEAGE REGISTER FOR CURED REJECTS OF THE   *
008390*    DELIVERIES SCORED, THEN CREDITS EACH CURED REJECT ONCE TO    *
008400*    ITS SOURCE AND PERIOD WITH ITS DAYS TO CURE. NO REGISTER ON  *
008410*    HAND MEANS NOTHING HAS BEEN REWORKED YET.                    *
008420*----------------------------------------------------------------*
008430 3000-TALLY-CURES.
008440     IF WS-DLV-COUNT = ZERO
008450         GO TO 3000-EXIT
008460     END-IF
008470     OPEN INPUT LINEAGEFILE
008480     IF LINEAGEFILE-NOT-FOUND
008490         GO TO 3000-EXIT
008500     END-IF
008510     IF NOT LINEAGEFILE-FOUND
008520         MOVE "LINEAGEFILE" TO WS-ABEND-FILE-NAME
008530         MOVE WS-LINEAGEFILE-STATUS TO WS-ABEND-FILE-STATUS
008540         PERFORM 0900-ABEND
008550     END-IF
008560     PERFORM 3100-TALLY-ONE-LINEAGE THRU 3100-EXIT
008570         UNTIL EOF-YES
008580     CLOSE LINEAGEFILE
008590     MOVE "N" TO WS-EOF-SWITCH
008600     MOVE 1 TO WS-CURED-SUB
008610     PERFORM 3300-CREDIT-ONE-CURE THRU 3300-EXIT
008620         UNTIL WS-CURED-SUB > WS-CURED-COUNT
008630     IF WS-CURED-SKIPPED > ZERO
008640         DISPLAY "LGQUAL: *** CURED-REJECT TABLE FULL - "
008650                 WS-CURED-SKIPPED " CURE(S) NOT COUNTED ***"
008660     END-IF
008670     .
008680 3000-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------*
008720*    3100-TALLY-ONE-LINEAGE                                       *
008730*    MATCHES ONE CURED LINEAGE ENTRY BACK TO ITS DELIVERY BY THE  *
008740*    DATED SET NAME IN ITS SOURCE FILE - LIVE OR ARCHIVED PATH    *
008750*    ALIKE - AND KEEPS THE REJECT'S EARLIEST CURE DATE. ENTRIES   *
008760*    STILL OUTSTANDING, OR FOR A REJECT FILE OUTSIDE THE PERIODS, *
008770*    ARE PASSED OVER.                                             *
008780*----------------------------------------------------------------*
008790 3100-TALLY-ONE-LINEAGE.
008800     READ LINEAGEFILE
008810         AT END
008820             SET EOF-YES TO TRUE
008830             GO TO 3100-EXIT
008840     END-READ
008850     IF NOT LIN-IS-CURED
008860         GO TO 3100-EXIT
008870     END-IF
008880     MOVE ZERO TO WS-NAME-POS
008890     INSPECT LIN-SOURCE-FILE TALLYING WS-NAME-POS
008900         FOR CHARACTERS BEFORE INITIAL "OUTPUT-"
008910     IF WS-NAME-POS > 44
008920         GO TO 3100-EXIT
008930     END-IF
008940     MOVE SPACES TO WS-SET-STEM
008950     UNSTRING LIN-SOURCE-FILE(WS-NAME-POS + 1:)
008960         DELIMITED BY ".rejects.dat"
008970         INTO WS-SET-STEM
008980     MOVE "N" TO WS-FOUND-SWITCH
008990     SET DLV-IDX TO 1
009000     SEARCH WS-DLV-ENTRY
009010         AT END
009020             CONTINUE
009030         WHEN DLV-IDX > WS-DLV-COUNT
009040             CONTINUE
009050         WHEN WS-DLV-STEM (DLV-IDX) = WS-SET-STEM
009060             SET ENTRY-FOUND TO TRUE
009070     END-SEARCH
009080     IF NOT ENTRY-FOUND
009090         GO TO 3100-EXIT
009100     END-IF
009110     PERFORM 3200-ENTER-CURE THRU 3200-EXIT
009120     .
009130 3100-EXIT.
009140     EXIT.
009150
009160*----------------------------------------------------------------*
009170*    3200-ENTER-CURE                                              *
009180*    FINDS (OR STARTS) THE CURED ROW FOR THE REJECT - A REJECT    *
009190*    CURED AGAIN IN A LATER SESSION KEEPS ITS FIRST CURE DATE.    *
009200*----------------------------------------------------------------*
009210 3200-ENTER-CURE.
009220     MOVE "N" TO WS-FOUND-SWITCH
009230     SET CUR-IDX TO 1
009240     SEARCH WS-CURED-ENTRY
009250         AT END
009260             CONTINUE
009270         WHEN CUR-IDX > WS-CURED-COUNT
009280             CONTINUE
009290         WHEN WS-CURED-DLV (CUR-IDX) = DLV-IDX
009300          AND WS-CURED-SEQ (CUR-IDX) = LIN-REJECT-SEQ
009310             SET ENTRY-FOUND TO TRUE
009320     END-SEARCH
009330     IF ENTRY-FOUND
009340         IF LIN-CORR-DATE < WS-CURED-DATE (CUR-IDX)
009350             MOVE LIN-CORR-DATE TO WS-CURED-DATE (CUR-IDX)
009360         END-IF
009370         GO TO 3200-EXIT
009380     END-IF
009390     IF WS-CURED-COUNT >= WS-CURED-MAX
009400         ADD 1 TO WS-CURED-SKIPPED
009410         GO TO 3200-EXIT
009420     END-IF
009430     ADD 1 TO WS-CURED-COUNT
009440     SET CUR-IDX TO WS-CURED-COUNT
009450     SET WS-CURED-DLV (CUR-IDX) TO DLV-IDX
009460     MOVE LIN-REJECT-SEQ TO WS-CURED-SEQ (CUR-IDX)
009470     MOVE LIN-CORR-DATE TO WS-CURED-DATE (CUR-IDX)
009480     .
009490 3200-EXIT.
009500     EXIT.
009510
009520*----------------------------------------------------------------*
009530*    3300-CREDIT-ONE-CURE                                         *
009540*    CREDITS ONE CURED REJECT TO ITS DELIVERY'S SOURCE AND        *
009550*    PERIOD WITH THE DAYS FROM THE DELIVERY'S PROCESSING DATE     *
009560*    TO ITS FIRST CURE.                                           *
009570*----------------------------------------------------------------*
009580 3300-CREDIT-ONE-CURE.
009590     SET CUR-IDX TO WS-CURED-SUB
009600     SET DLV-IDX TO WS-CURED-DLV (CUR-IDX)
009610     SET SRC-IDX TO WS-DLV-SRC (DLV-IDX)
009620     MOVE WS-DLV-PER (DLV-IDX) TO WS-PER
009630     ADD 1 TO WS-SP-CURED (SRC-IDX, WS-PER)
009640     MOVE ZERO TO WS-CURE-DAYS
009650     IF FUNCTION INTEGER-OF-DATE (WS-CURED-DATE (CUR-IDX))
009660         > ZERO
009670         COMPUTE WS-CURE-DAYS =
009680             FUNCTION INTEGER-OF-DATE (WS-CURED-DATE (CUR-IDX))
009690             - FUNCTION INTEGER-OF-DATE (WS-DLV-DATE (DLV-IDX))
009700     END-IF
009710     IF WS-CURE-DAYS > ZERO
009720         ADD WS-CURE-DAYS TO WS-SP-CURE-DAYS (SRC-IDX, WS-PER)
009730     END-IF
009740     ADD 1 TO WS-CURED-SUB
009750     .
009760 3300-EXIT.
009770     EXIT.
009780
009790*----------------------------------------------------------------*
009800*    4000-TALLY-LATE-FEEDS                                        *
009810*    LISTS LGCHKFDS'S DAILY MISSING-FEEDS REPORTS AND COUNTS,     *
009820*    FOR EACH DAY IN EITHER PERIOD, EVERY FEED THAT MISSED ITS    *
009830*    CUTOFF OR HAD TO BE WAIVED. A FEED THAT NEVER DELIVERED      *
009840*    STILL GETS ITS OWN ROW.                                      *
009850*----------------------------------------------------------------*
009860 4000-TALLY-LATE-FEEDS.
009870     MOVE SPACES TO WS-SHELL-CMD
009880     STRING "ls data/missing-feeds-????????.txt > "
009890            DELIMITED BY SIZE
009900            WS-LIST-PATH DELIMITED BY " "
009910            " 2>/dev/null" DELIMITED BY SIZE
009920            INTO WS-SHELL-CMD
009930     CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
009940     OPEN INPUT LISTFILE
009950     IF NOT LISTFILE-FOUND
009960         GO TO 4000-EXIT
009970     END-IF
009980     PERFORM 4100-TALLY-ONE-LATE-REPORT THRU 4100-EXIT
009990         UNTIL EOF-YES
010000     CLOSE LISTFILE
010010     MOVE "N" TO WS-EOF-SWITCH
010020     PERFORM 2900-REMOVE-LIST THRU 2900-EXIT
010030     .
010040 4000-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------------*
010080*    4100-TALLY-ONE-LATE-REPORT                                   *
010090*    READS ONE DAY'S MISSING-FEEDS REPORT IF ITS DATE FALLS IN    *
010100*    EITHER PERIOD.                                               *
010110*----------------------------------------------------------------*
010120 4100-TALLY-ONE-LATE-REPORT.
010130     READ LISTFILE INTO WS-LATE-PATH
010140         AT END
010150             SET EOF-YES TO TRUE
010160             GO TO 4100-EXIT
010170     END-READ
010180     MOVE WS-LATE-PATH(20:8) TO WS-SET-DATE
010190     IF WS-SET-DATE NOT NUMERIC
010200         GO TO 4100-EXIT
010210     END-IF
010220     EVALUATE TRUE
010230         WHEN WS-SET-DATE >= WS-CUR-START
010240          AND WS-SET-DATE <= WS-CUR-END
010250             MOVE 1 TO WS-PER
010260         WHEN WS-SET-DATE >= WS-PRI-START
010270          AND WS-SET-DATE <= WS-PRI-END
010280             MOVE 2 TO WS-PER
010290         WHEN OTHER
010300             GO TO 4100-EXIT
010310     END-EVALUATE
010320     OPEN INPUT LATEFILE
010330     IF NOT LATEFILE-FOUND
010340         DISPLAY "LGQUAL: *** UNABLE TO READ " WS-LATE-PATH(1:40)
010350                 " - FILE STATUS " WS-LATEFILE-STATUS " ***"
010360         GO TO 4100-EXIT
010370     END-IF
010380     MOVE "N" TO WS-FEOF-SWITCH
010390     PERFORM 4200-TALLY-ONE-LATE-LINE THRU 4200-EXIT
010400         UNTIL FILE-EOF
010410     CLOSE LATEFILE
010420     .
010430 4100-EXIT.
010440     EXIT.
010450
010460*----------------------------------------------------------------*
010470*    4200-TALLY-ONE-LATE-LINE                                     *
010480*    COUNTS ONE FEED LINE THAT SHOWS A MISSED CUTOFF OR A         *
010490*    WAIVER. ARRIVED AND PENDING FEEDS ARE NOT LATE.              *
010500*----------------------------------------------------------------*
010510 4200-TALLY-ONE-LATE-LINE.
010520     READ LATEFILE
010530         AT END
010540             SET FILE-EOF TO TRUE
010550             GO TO 4200-EXIT
010560     END-READ
010570     IF LT-DISPOSITION(1:13) NOT = "  *** MISSING"
010580      AND LT-DISPOSITION(1:10) NOT = "  WAIVED -"
010590         GO TO 4200-EXIT
010600     END-IF
010610     MOVE LT-FILE-ID TO WS-SOURCE-ID
010620     PERFORM 2500-FIND-SOURCE THRU 2500-EXIT
010630     ADD 1 TO WS-SP-LATE (SRC-IDX, WS-PER)
010640     .
010650 4200-EXIT.
010660     EXIT.
010670
010680*----------------------------------------------------------------*
010690*    4500-BUILD-TOTALS                                            *
010700*    SUMS EVERY SOURCE ROW INTO THE ALL-SOURCES ROW THAT FOLLOWS  *
010710*    THE LAST ONE.                                                *
010720*----------------------------------------------------------------*
010730 4500-BUILD-TOTALS.
010740     COMPUTE WS-TOT-SUB = WS-SRC-COUNT + 1
010750     INITIALIZE WS-SRC-ENTRY (WS-TOT-SUB)
010760     MOVE "ALL SOURCES" TO WS-SRC-ID (WS-TOT-SUB)
010770     MOVE 1 TO WS-SRC-SUB
010780     PERFORM 4510-ADD-ONE-SOURCE THRU 4510-EXIT
010790         UNTIL WS-SRC-SUB > WS-SRC-COUNT
010800     .
010810 4500-EXIT.
010820     EXIT.
010830
010840*----------------------------------------------------------------*
010850*    4510-ADD-ONE-SOURCE                                          *
010860*    ADDS ONE SOURCE'S TWO PERIODS INTO THE ALL-SOURCES ROW.      *
010870*----------------------------------------------------------------*
010880 4510-ADD-ONE-SOURCE.
010890     MOVE 1 TO WS-PER
010900     PERFORM 4520-ADD-ONE-PERIOD THRU 4520-EXIT
010910     MOVE 2 TO WS-PER
010920     PERFORM 4520-ADD-ONE-PERIOD THRU 4520-EXIT
010930     ADD 1 TO WS-SRC-SUB
010940     .
010950 4510-EXIT.
010960     EXIT.
010970
010980*----------------------------------------------------------------*
010990*    4520-ADD-ONE-PERIOD                                          *
011000*    ADDS ONE SOURCE PERIOD'S FIGURES INTO THE ALL-SOURCES ROW.   *
011010*----------------------------------------------------------------*
011020 4520-ADD-ONE-PERIOD.
011030     ADD WS-SP-FILES (WS-SRC-SUB, WS-PER)
011040         TO WS-SP-FILES (WS-TOT-SUB, WS-PER)
011050     ADD WS-SP-RECEIVED (WS-SRC-SUB, WS-PER)
011060         TO WS-SP-RECEIVED (WS-TOT-SUB, WS-PER)
011070     ADD WS-SP-REJECTED (WS-SRC-SUB, WS-PER)
011080         TO WS-SP-REJECTED (WS-TOT-SUB, WS-PER)
011090     ADD WS-SP-DUPLICATE (WS-SRC-SUB, WS-PER)
011100         TO WS-SP-DUPLICATE (WS-TOT-SUB, WS-PER)
011110     ADD WS-SP-SUSPENSE (WS-SRC-SUB, WS-PER)
011120         TO WS-SP-SUSPENSE (WS-TOT-SUB, WS-PER)
011130     ADD WS-SP-WAREHOUSED (WS-SRC-SUB, WS-PER)
011140         TO WS-SP-WAREHOUSED (WS-TOT-SUB, WS-PER)
011150     ADD WS-SP-CURED (WS-SRC-SUB, WS-PER)
011160         TO WS-SP-CURED (WS-TOT-SUB, WS-PER)
011170     ADD WS-SP-CURE-DAYS (WS-SRC-SUB, WS-PER)
011180         TO WS-SP-CURE-DAYS (WS-TOT-SUB, WS-PER)
011190     ADD WS-SP-LATE (WS-SRC-SUB, WS-PER)
011200         TO WS-SP-LATE (WS-TOT-SUB, WS-PER)
011210     MOVE 1 TO WS-REASON-SUB
011220     PERFORM 4530-ADD-ONE-REASON THRU 4530-EXIT
011230         UNTIL WS-REASON-SUB > 13
011240     .
011250 4520-EXIT.
011260     EXIT.
011270
011280*----------------------------------------------------------------*
011290*    4530-ADD-ONE-REASON                                          *
011300*    ADDS ONE REASON CODE'S COUNT INTO THE ALL-SOURCES ROW.       *
011310*----------------------------------------------------------------*
011320 4530-ADD-ONE-REASON.
011330     ADD WS-SP-REASON (WS-SRC-SUB, WS-PER, WS-REASON-SUB)
011340         TO WS-SP-REASON (WS-TOT-SUB, WS-PER, WS-REASON-SUB)
011350     ADD 1 TO WS-REASON-SUB
011360     .
011370 4530-EXIT.
011380     EXIT.
011390
011400*----------------------------------------------------------------*
011410*    5000-WRITE-REPORT                                            *
011420*    LAYS THE SCORECARD OUT - ONE BLOCK PER SOURCE (OR ONLY THE   *
011430*    LGQUAL_SOURCE ONE), THEN THE ALL-SOURCES BLOCK.              *
011440*----------------------------------------------------------------*
011450 5000-WRITE-REPORT.
011460     OPEN OUTPUT REPORTFILE
011470     IF WS-REPORTFILE-STATUS NOT = "00"
011480         MOVE "REPORTFILE" TO WS-ABEND-FILE-NAME
011490         MOVE WS-REPORTFILE-STATUS TO WS-ABEND-FILE-STATUS
011500         PERFORM 0900-ABEND
011510     END-IF
011520     MOVE SPACES TO REPORT-REC
011530     IF PERIOD-IS-WEEK
011540         MOVE "LGQUAL - WEEKLY DATA-QUALITY SCORECARD BY SOURCE"
011550             TO REPORT-REC
011560     ELSE
011570         MOVE "LGQUAL - MONTHLY DATA-QUALITY SCORECARD BY SOURCE"
011580             TO REPORT-REC
011590     END-IF
011600     WRITE REPORT-REC
011610     MOVE SPACES TO REPORT-REC
011620     STRING "THIS PERIOD " DELIMITED BY SIZE
011630            WS-CUR-START DELIMITED BY SIZE
011640            " THRU " DELIMITED BY SIZE
011650            WS-CUR-END DELIMITED BY SIZE
011660            "   PRIOR PERIOD " DELIMITED BY SIZE
011670            WS-PRI-START DELIMITED BY SIZE
011680            " THRU " DELIMITED BY SIZE
011690            WS-PRI-END DELIMITED BY SIZE
011700            INTO REPORT-REC
011710     WRITE REPORT-REC
011720     MOVE SPACES TO REPORT-REC
011730     WRITE REPORT-REC
011740     IF WS-SRC-COUNT = ZERO
011750         STRING "  (NO DELIVERIES OR LATE FEEDS ON HAND FOR "
011760                DELIMITED BY SIZE
011770                "EITHER PERIOD)" DELIMITED BY SIZE
011780                INTO REPORT-REC
011790         WRITE REPORT-REC
011800         CLOSE REPORTFILE
011810         GO TO 5000-EXIT
011820     END-IF
011830     MOVE 1 TO WS-SRC-SUB
011840     PERFORM 5100-WRITE-ONE-SOURCE THRU 5100-EXIT
011850         UNTIL WS-SRC-SUB > WS-SRC-COUNT
011860     IF WS-SOURCE-FILTER = SPACES
011870         MOVE WS-TOT-SUB TO WS-SRC-SUB
011880         PERFORM 5100-WRITE-ONE-SOURCE THRU 5100-EXIT
011890     END-IF
011900     IF WS-SOURCES-WRITTEN = ZERO
011910         MOVE SPACES TO REPORT-REC
011920         STRING "  (SOURCE " DELIMITED BY SIZE
011930                WS-SOURCE-FILTER DELIMITED BY SIZE
011940                " HAS NOTHING ON HAND FOR EITHER PERIOD)"
011950                DELIMITED BY SIZE
011960                INTO REPORT-REC
011970         WRITE REPORT-REC
011980     END-IF
011990     CLOSE REPORTFILE
012000     .
012010 5000-EXIT.
012020     EXIT.
012030
012040*----------------------------------------------------------------*
012050*    5100-WRITE-ONE-SOURCE                                        *
012060*    WRITES ONE SOURCE'S BLOCK - VOLUMES, RATES, CURES AND LATE   *
012070*    DELIVERIES FOR BOTH PERIODS WITH THE CHANGE, THEN ITS        *
012080*    REJECT AND SUSPENSE COUNTS BY REASON CODE.                   *
012090*----------------------------------------------------------------*
012100 5100-WRITE-ONE-SOURCE.
012110     SET SRC-IDX TO WS-SRC-SUB
012120     ADD 1 TO WS-SRC-SUB
012130     IF WS-SOURCE-FILTER NOT = SPACES
012140      AND WS-SRC-ID (SRC-IDX) NOT = WS-SOURCE-FILTER
012150         GO TO 5100-EXIT
012160     END-IF
012170     ADD 1 TO WS-SOURCES-WRITTEN
012180     MOVE SPACES TO REPORT-REC
012190     EVALUATE TRUE
012200         WHEN SRC-IDX = WS-TOT-SUB
012210             MOVE "ALL SOURCES" TO REPORT-REC
012220         WHEN WS-SRC-ID (SRC-IDX) = SPACES
012230             MOVE "SOURCE (NO FILE-ID ON THE CONTROL REPORT)"
012240                 TO REPORT-REC
012250         WHEN OTHER
012260             STRING "SOURCE " DELIMITED BY SIZE
012270                    WS-SRC-ID (SRC-IDX) DELIMITED BY SIZE
012280                    INTO REPORT-REC
012290     END-EVALUATE
012300     WRITE REPORT-REC
012310     MOVE SPACES TO WS-MEASURE-LINE
012320     MOVE "MEASURE" TO WS-ML-LABEL
012330     MOVE "    PERIOD" TO WS-ML-CUR
012340     MOVE "     PRIOR" TO WS-ML-PRI
012350     MOVE "    CHANGE" TO WS-ML-CHANGE
012360     MOVE WS-MEASURE-LINE TO REPORT-REC
012370     WRITE REPORT-REC
012380     MOVE "FILES DELIVERED" TO WS-ML-LABEL
012390     MOVE WS-SP-FILES (SRC-IDX, 1) TO WS-COUNT-CUR
012400     MOVE WS-SP-FILES (SRC-IDX, 2) TO WS-COUNT-PRI
012410     PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT
012420     MOVE "LATE DELIVERIES" TO WS-ML-LABEL
012430     MOVE WS-SP-LATE (SRC-IDX, 1) TO WS-COUNT-CUR
012440     MOVE WS-SP-LATE (SRC-IDX, 2) TO WS-COUNT-PRI
012450     PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT
012460     MOVE "RECORDS RECEIVED" TO WS-ML-LABEL
012470     MOVE WS-SP-RECEIVED (SRC-IDX, 1) TO WS-COUNT-CUR
012480     MOVE WS-SP-RECEIVED (SRC-IDX, 2) TO WS-COUNT-PRI
012490     PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT
012500     MOVE "REJECT RATE %" TO WS-ML-LABEL
012510     MOVE WS-SP-REJECTED (SRC-IDX, 1) TO WS-COUNT-CUR
012520     MOVE WS-SP-REJECTED (SRC-IDX, 2) TO WS-COUNT-PRI
012530     PERFORM 5250-RECEIVED-RATE-LINE THRU 5250-EXIT
012540     MOVE "DUPLICATE RATE %" TO WS-ML-LABEL
012550     MOVE WS-SP-DUPLICATE (SRC-IDX, 1) TO WS-COUNT-CUR
012560     MOVE WS-SP-DUPLICATE (SRC-IDX, 2) TO WS-COUNT-PRI
012570     PERFORM 5250-RECEIVED-RATE-LINE THRU 5250-EXIT
012580     MOVE "SUSPENSE RATE %" TO WS-ML-LABEL
012590     MOVE WS-SP-SUSPENSE (SRC-IDX, 1) TO WS-COUNT-CUR
012600     MOVE WS-SP-SUSPENSE (SRC-IDX, 2) TO WS-COUNT-PRI
012610     PERFORM 5250-RECEIVED-RATE-LINE THRU 5250-EXIT
012620     MOVE "HELD TO WAREHOUSE" TO WS-ML-LABEL
012630     MOVE WS-SP-WAREHOUSED (SRC-IDX, 1) TO WS-COUNT-CUR
012640     MOVE WS-SP-WAREHOUSED (SRC-IDX, 2) TO WS-COUNT-PRI
012650     PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT
012660     MOVE "REJECTS CURED" TO WS-ML-LABEL
012670     MOVE WS-SP-CURED (SRC-IDX, 1) TO WS-COUNT-CUR
012680     MOVE WS-SP-CURED (SRC-IDX, 2) TO WS-COUNT-PRI
012690     PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT
012700     MOVE "CURE RATE %" TO WS-ML-LABEL
012710     MOVE WS-SP-CURED (SRC-IDX, 1) TO WS-RATE-NUM
012720     MOVE WS-SP-REJECTED (SRC-IDX, 1) TO WS-RATE-DEN
012730     PERFORM 5400-RATE-CURRENT THRU 5400-EXIT
012740     MOVE WS-SP-CURED (SRC-IDX, 2) TO WS-RATE-NUM
012750     MOVE WS-SP-REJECTED (SRC-IDX, 2) TO WS-RATE-DEN
012760     PERFORM 5410-RATE-PRIOR THRU 5410-EXIT
012770     PERFORM 5300-WRITE-RATE-LINE THRU 5300-EXIT
012780     MOVE "AVERAGE DAYS TO CURE" TO WS-ML-LABEL
012790     MOVE "N" TO WS-RATE-CUR-SW
012800     IF WS-SP-CURED (SRC-IDX, 1) > ZERO
012810         COMPUTE WS-RATE-CUR ROUNDED =
012820             WS-SP-CURE-DAYS (SRC-IDX, 1)
012830             / WS-SP-CURED (SRC-IDX, 1)
012840         SET RATE-CUR-ON-HAND TO TRUE
012850     END-IF
012860     MOVE "N" TO WS-RATE-PRI-SW
012870     IF WS-SP-CURED (SRC-IDX, 2) > ZERO
012880         COMPUTE WS-RATE-PRI ROUNDED =
012890             WS-SP-CURE-DAYS (SRC-IDX, 2)
012900             / WS-SP-CURED (SRC-IDX, 2)
012910         SET RATE-PRI-ON-HAND TO TRUE
012920     END-IF
012930     PERFORM 5300-WRITE-RATE-LINE THRU 5300-EXIT
012940     MOVE SPACES TO REPORT-REC
012950     STRING "  REJECTS AND SUSPENSE BY REASON" DELIMITED BY SIZE
012960            "     PERIOD     RATE%      PRIOR     RATE%"
012970            DELIMITED BY SIZE
012980            "    CHANGE" DELIMITED BY SIZE
012990            INTO REPORT-REC
013000     WRITE REPORT-REC
013010     MOVE ZERO TO WS-REASONS-WRITTEN
013020     MOVE 1 TO WS-REASON-SUB
013030     PERFORM 5500-WRITE-ONE-REASON THRU 5500-EXIT
013040         UNTIL WS-REASON-SUB > 13
013050     IF WS-REASONS-WRITTEN = ZERO
013060         MOVE "  (NONE IN EITHER PERIOD)" TO REPORT-REC
013070         WRITE REPORT-REC
013080     END-IF
013090     MOVE SPACES TO REPORT-REC
013100     WRITE REPORT-REC
013110     .
013120 5100-EXIT.
013130     EXIT.
013140
013150*----------------------------------------------------------------*
013160*    5200-WRITE-COUNT-LINE                                        *
013170*    WRITES ONE COUNT MEASURE FOR BOTH PERIODS AND THE CHANGE.    *
013180*----------------------------------------------------------------*
013190 5200-WRITE-COUNT-LINE.
013200     MOVE WS-COUNT-CUR TO WS-EDIT-SCOUNT
013210     MOVE WS-EDIT-SCOUNT TO WS-ML-CUR
013220     MOVE WS-COUNT-PRI TO WS-EDIT-SCOUNT
013230     MOVE WS-EDIT-SCOUNT TO WS-ML-PRI
013240     COMPUTE WS-COUNT-CHANGE = WS-COUNT-CUR - WS-COUNT-PRI
013250     MOVE WS-COUNT-CHANGE TO WS-EDIT-SCOUNT
013260     MOVE WS-EDIT-SCOUNT TO WS-ML-CHANGE
013270     MOVE WS-MEASURE-LINE TO REPORT-REC
013280     WRITE REPORT-REC
013290     .
013300 5200-EXIT.
013310     EXIT.
013320
013330*----------------------------------------------------------------*
013340*    5250-RECEIVED-RATE-LINE                                      *
013350*    WRITES ONE MEASURE AS A PERCENTAGE OF RECORDS RECEIVED FOR   *
013360*    BOTH PERIODS AND THE CHANGE.                                 *
013370*----------------------------------------------------------------*
013380 5250-RECEIVED-RATE-LINE.
013390     MOVE WS-COUNT-CUR TO WS-RATE-NUM
013400     MOVE WS-SP-RECEIVED (SRC-IDX, 1) TO WS-RATE-DEN
013410     PERFORM 5400-RATE-CURRENT THRU 5400-EXIT
013420     MOVE WS-COUNT-PRI TO WS-RATE-NUM
013430     MOVE WS-SP-RECEIVED (SRC-IDX, 2) TO WS-RATE-DEN
013440     PERFORM 5410-RATE-PRIOR THRU 5410-EXIT
013450     PERFORM 5300-WRITE-RATE-LINE THRU 5300-EXIT
013460     .
013470 5250-EXIT.
013480     EXIT.
013490
013500*----------------------------------------------------------------*
013510*    5300-WRITE-RATE-LINE                                         *
013520*    WRITES ONE RATE MEASURE FOR BOTH PERIODS AND THE CHANGE. A   *
013530*    PERIOD WITH NOTHING TO MEASURE SHOWS N/A, AND SO DOES THE    *
013540*    CHANGE.                                                      *
013550*----------------------------------------------------------------*
013560 5300-WRITE-RATE-LINE.
013570     MOVE "       N/A" TO WS-ML-CUR
013580     MOVE "       N/A" TO WS-ML-PRI
013590     MOVE "       N/A" TO WS-ML-CHANGE
013600     IF RATE-CUR-ON-HAND
013610         MOVE WS-RATE-CUR TO WS-EDIT-RATE
013620         MOVE WS-EDIT-RATE TO WS-ML-CUR(4:7)
013630     END-IF
013640     IF RATE-PRI-ON-HAND
013650         MOVE WS-RATE-PRI TO WS-EDIT-RATE
013660         MOVE WS-EDIT-RATE TO WS-ML-PRI(4:7)
013670     END-IF
013680     IF RATE-CUR-ON-HAND AND RATE-PRI-ON-HAND
013690         COMPUTE WS-RATE-CHANGE = WS-RATE-CUR - WS-RATE-PRI
013700         MOVE WS-RATE-CHANGE TO WS-EDIT-CHANGE
013710         MOVE WS-EDIT-CHANGE TO WS-ML-CHANGE(3:8)
013720     END-IF
013730     MOVE WS-MEASURE-LINE TO REPORT-REC
013740     WRITE REPORT-REC
013750     .
013760 5300-EXIT.
013770     EXIT.
013780
013790*----------------------------------------------------------------*
013800*    5400-RATE-CURRENT                                            *
013810*    WS-RATE-NUM AS A PERCENTAGE OF WS-RATE-DEN FOR THE REPORT    *
013820*    PERIOD - NOT ON HAND WHEN THERE IS NOTHING TO MEASURE.       *
013830*----------------------------------------------------------------*
013840 5400-RATE-CURRENT.
013850     MOVE "N" TO WS-RATE-CUR-SW
013860     MOVE ZERO TO WS-RATE-CUR
013870     IF WS-RATE-DEN > ZERO
013880         COMPUTE WS-RATE-CUR ROUNDED =
013890             WS-RATE-NUM * 100 / WS-RATE-DEN
013900         SET RATE-CUR-ON-HAND TO TRUE
013910     END-IF
013920     .
013930 5400-EXIT.
013940     EXIT.
013950
013960*----------------------------------------------------------------*
013970*    5410-RATE-PRIOR                                              *
013980*    THE SAME PERCENTAGE FOR THE PRIOR PERIOD.                    *
013990*----------------------------------------------------------------*
014000 5410-RATE-PRIOR.
014010     MOVE "N" TO WS-RATE-PRI-SW
014020     MOVE ZERO TO WS-RATE-PRI
014030     IF WS-RATE-DEN > ZERO
014040         COMPUTE WS-RATE-PRI ROUNDED =
014050             WS-RATE-NUM * 100 / WS-RATE-DEN
014060         SET RATE-PRI-ON-HAND TO TRUE
014070     END-IF
014080     .
014090 5410-EXIT.
014100     EXIT.
014110
014120*----------------------------------------------------------------*
014130*    5500-WRITE-ONE-REASON                                        *
014140*    WRITES ONE REASON CODE'S COUNT AND RATE (PER RECORD          *
014150*    RECEIVED) FOR BOTH PERIODS, WITH THE CHANGE IN RATE. A CODE  *
014160*    SEEN IN NEITHER PERIOD IS LEFT OFF.                          *
014170*----------------------------------------------------------------*
014180 5500-WRITE-ONE-REASON.
014190     MOVE WS-SP-REASON (SRC-IDX, 1, WS-REASON-SUB)
014200         TO WS-COUNT-CUR
014210     MOVE WS-SP-REASON (SRC-IDX, 2, WS-REASON-SUB)
014220         TO WS-COUNT-PRI
014230     IF WS-COUNT-CUR = ZERO AND WS-COUNT-PRI = ZERO
014240         GO TO 5500-NEXT
014250     END-IF
014260     MOVE SPACES TO WS-REASON-LINE
014270     MOVE WS-REASON-TEXT (WS-REASON-SUB) TO WS-RL-TEXT
014280     MOVE WS-COUNT-CUR TO WS-RL-CUR-COUNT
014290     MOVE WS-COUNT-PRI TO WS-RL-PRI-COUNT
014300     MOVE WS-COUNT-CUR TO WS-RATE-NUM
014310     MOVE WS-SP-RECEIVED (SRC-IDX, 1) TO WS-RATE-DEN
014320     PERFORM 5400-RATE-CURRENT THRU 5400-EXIT
014330     MOVE WS-COUNT-PRI TO WS-RATE-NUM
014340     MOVE WS-SP-RECEIVED (SRC-IDX, 2) TO WS-RATE-DEN
014350     PERFORM 5410-RATE-PRIOR THRU 5410-EXIT
014360     MOVE "    N/A" TO WS-RL-CUR-RATE
014370     MOVE "    N/A" TO WS-RL-PRI-RATE
014380     MOVE "     N/A" TO WS-RL-CHANGE
014390     IF RATE-CUR-ON-HAND
014400         MOVE WS-RATE-CUR TO WS-EDIT-RATE
014410         MOVE WS-EDIT-RATE TO WS-RL-CUR-RATE
014420     END-IF
014430     IF RATE-PRI-ON-HAND
014440         MOVE WS-RATE-PRI TO WS-EDIT-RATE
014450         MOVE WS-EDIT-RATE TO WS-RL-PRI-RATE
014460     END-IF
014470     IF RATE-CUR-ON-HAND AND RATE-PRI-ON-HAND
014480         COMPUTE WS-RATE-CHANGE = WS-RATE-CUR - WS-RATE-PRI
014490         MOVE WS-RATE-CHANGE TO WS-EDIT-CHANGE
014500         MOVE WS-EDIT-CHANGE TO WS-RL-CHANGE
014510     END-IF
014520     MOVE WS-REASON-LINE TO REPORT-REC
014530     WRITE REPORT-REC
014540     ADD 1 TO WS-REASONS-WRITTEN
014550     .
014560 5500-NEXT.
014570     ADD 1 TO WS-REASON-SUB
014580     .
014590 5500-EXIT.
014600     EXIT.
014610
014620*----------------------------------------------------------------*
014630*    8000-FINALIZE                                                *
014640*    REPORTS WHERE THE SCORECARD WENT AND SETS THE RETURN CODE -  *
014650*    4 WHEN NOTHING WAS DELIVERED IN THE REPORT PERIOD, SO AN     *
014660*    EMPTY SCORECARD IS NOT MISTAKEN FOR A CLEAN ONE.             *
014670*----------------------------------------------------------------*
014680 8000-FINALIZE.
014690     DISPLAY "LGQUAL: " WS-DLV-COUNT " DELIVERIES SCORED, "
014700             WS-SRC-COUNT " SOURCE(S), " WS-CURED-COUNT
014710             " CURED REJECT(S)"
014720     DISPLAY "LGQUAL: SCORECARD WRITTEN TO " WS-REPORT-DDNAME
014730     IF WS-SRC-COUNT = ZERO
014740      OR WS-SP-FILES (WS-TOT-SUB, 1) = ZERO
014750         DISPLAY "LGQUAL: *** NO DELIVERIES ON HAND FOR "
014760                 WS-CUR-START " THRU " WS-CUR-END " ***"
014770         MOVE 4 TO RETURN-CODE
014780     END-IF
014790     .
014800 8000-EXIT.
014810     EXIT.
