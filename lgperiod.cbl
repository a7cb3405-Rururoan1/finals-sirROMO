000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGPERIOD.
000120 AUTHOR. DATA-PROCESSING-GROUP.
000130 INSTALLATION. DAILY-PROCESSING-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                  M O D I F I C A T I O N   L O G                *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RJM   ORIGINAL PROGRAM - ACCOUNTING PERIOD CONTROL.  *
000210*                  KEEPS ONE RECORD PER MONTH (SEE CPYPER01)      *
000220*                  WITH ITS STATE AND WHO MOVED IT THERE. THREE   *
000230*                  MODES, CHOSEN AT THE TERMINAL:                 *
000240*                    O - OPEN A MONTH NOT YET ON FILE.            *
000250*                    S - START CLOSING AN OPEN MONTH. POSTING     *
000260*                        GOES ON, BUT LGPRIOR WILL NO LONGER      *
000270*                        RE-DATE HELD ITEMS INTO IT.              *
000280*                    C - CLOSE A MONTH THAT IS CLOSING. FROM      *
000290*                        THEN ON LOGIC AND LGPOST HOLD ANY        *
000300*                        DETAIL OR ADJUSTMENT DATED IN IT ON      *
000310*                        THE PRIOR-PERIOD QUEUE (SEE CPYPPQ01).   *
000320*                  A MONTH ONLY MOVES FORWARD - OPEN, CLOSING,    *
000330*                  CLOSED - AND THE CURRENT MONTH CANNOT BE       *
000340*                  CLOSED. EVERY MODE NEEDS THE CLOSE-PERIODS     *
000350*                  ROLE ON THE OPERATOR AUTHORITY MASTER.         *
000360*                  LGPERIOD_MODE=REPORT IS THE UNATTENDED PERIOD  *
000370*                  CONTROL REPORT - EVERY MONTH WITH ITS STATE    *
000380*                  AND STAMPS AND WHAT IS STILL WAITING ON THE    *
000390*                  PRIOR-PERIOD QUEUE FOR IT (RETURN-CODE 4       *
000400*                  WHEN ANYTHING IS WAITING).                     *
000410*----------------------------------------------------------------*
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PERIODFILE ASSIGN TO DYNAMIC WS-PERIOD-DDNAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PERIODFILE-STATUS.
000490
000500     SELECT PRIORFILE ASSIGN TO DYNAMIC WS-PRIOR-DDNAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PRIORFILE-STATUS.
000530
000540     SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-DDNAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REPORTFILE-STATUS.
000570
000580     SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPERATOR-DDNAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-OPERFILE-STATUS.
000610
000620     SELECT SECLOGFILE ASSIGN TO DYNAMIC WS-SECLOG-DDNAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SECLOGFILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PERIODFILE.
000690 01  PERIOD-REC PIC X(65).
000700
000710 FD  PRIORFILE.
000720 01  PRIOR-REC PIC X(377).
000730
000740 FD  REPORTFILE.
000750 01  REPORT-REC PIC X(132).
000760
000770 FD  OPERFILE.
000780 01  OPER-REC PIC X(102).
000790
000800 FD  SECLOGFILE.
000810 01  SECLOG-REC PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------*
000850*    OPERATOR AUTHORITY AND SECURITY LOG RECORD VIEWS (SEE        *
000860*    CPYOPR01 AND CPYSEC01)                                       *
000870*----------------------------------------------------------------*
000880     COPY CPYOPR01.
000890     COPY CPYSEC01.
000900
000910*----------------------------------------------------------------*
000920*    PERIOD CONTROL AND PRIOR-PERIOD QUEUE RECORD VIEWS (SEE      *
000930*    CPYPER01 AND CPYPPQ01)                                       *
000940*----------------------------------------------------------------*
000950     COPY CPYPER01.
000960     COPY CPYPPQ01.
000970
000980*----------------------------------------------------------------*
000990*    IN-STORAGE COPY OF THE PERIOD CONTROL FILE, KEPT IN MONTH    *
001000*    ORDER AND REWRITTEN IN FULL AFTER A CHANGE. THE QUEUE        *
001010*    FIGURES ARE FILLED FOR THE REPORT ONLY.                      *
001020*----------------------------------------------------------------*
001030 77  WS-PER-COUNT            PIC 9(05) COMP VALUE ZERO.
001040 77  WS-PER-MAX              PIC 9(05) COMP VALUE 600.
001050 77  WS-PER-SUB              PIC 9(05) COMP VALUE ZERO.
001060 77  WS-PER-FOUND            PIC 9(05) COMP VALUE ZERO.
001070 01  WS-PER-TABLE.
001080     05  WS-PER-ENTRY        OCCURS 600 TIMES.
001090         10  WS-PER-RECORD.
001100             15  WS-PER-PERIOD   PIC 9(06).
001110             15  FILLER          PIC X(59).
001120         10  WS-PER-QUEUED       PIC 9(07) COMP.
001130         10  WS-PER-QUEUED-AMT   PIC S9(11)V99.
001140         10  WS-PER-APPROVED     PIC 9(07) COMP.
001150         10  WS-PER-RELEASED     PIC 9(07) COMP.
001160
001170*----------------------------------------------------------------*
001180*    FILE ASSIGNMENT WORK AREAS. THE REPORT DEFAULTS TO A RUN-    *
001190*    DATED FILE UNDER data/. ALL MAY BE OVERRIDDEN BY             *
001200*    LGPERIOD_PERIODS_DD / LGPERIOD_PRIOR_DD / LGPERIOD_REPORT_DD *
001210*    / LGPERIOD_OPERATORS_DD / LGPERIOD_SECLOG_DD.                *
001220*----------------------------------------------------------------*
001230 77  WS-PERIOD-DDNAME        PIC X(60)
001240     VALUE "data/periods.dat".
001250 77  WS-PRIOR-DDNAME         PIC X(60)
001260     VALUE "data/prior-period.dat".
001270 77  WS-REPORT-DDNAME        PIC X(60) VALUE SPACES.
001280 77  WS-OPERATOR-DDNAME      PIC X(60)
001290     VALUE "data/operators.dat".
001300 77  WS-SECLOG-DDNAME        PIC X(60)
001310     VALUE "data/security-log.dat".
001320 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001330
001340*----------------------------------------------------------------*
001350*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)            *
001360*----------------------------------------------------------------*
001370 77  WS-ABEND-FILE-NAME      PIC X(12) VALUE SPACES.
001380 77  WS-ABEND-FILE-STATUS    PIC X(02) VALUE SPACES.
001390
001400*----------------------------------------------------------------*
001410*    FILE STATUS SWITCHES                                         *
001420*----------------------------------------------------------------*
001430 77  WS-PERIODFILE-STATUS    PIC X(02).
001440     88  PERIODFILE-FOUND        VALUE "00".
001450     88  PERIODFILE-NOT-FOUND    VALUE "35".
001460 77  WS-PRIORFILE-STATUS     PIC X(02).
001470     88  PRIORFILE-FOUND         VALUE "00".
001480     88  PRIORFILE-NOT-FOUND     VALUE "35".
001490 77  WS-REPORTFILE-STATUS    PIC X(02).
001500
001510*----------------------------------------------------------------*
001520*    PROGRAM SWITCHES                                             *
001530*----------------------------------------------------------------*
001540 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001550     88  EOF-YES                  VALUE "Y".
001560 77  WS-DONE-SWITCH          PIC X(01) VALUE "N".
001570     88  ENTRY-DONE               VALUE "Y".
001580 77  WS-CHANGED-SWITCH       PIC X(01) VALUE "N".
001590     88  PERIODS-CHANGED          VALUE "Y".
001600 77  WS-MODE                 PIC X(01) VALUE SPACE.
001610     88  MODE-OPEN                VALUE "O".
001620     88  MODE-START-CLOSING       VALUE "S".
001630     88  MODE-CLOSE               VALUE "C".
001640 77  WS-RUN-MODE             PIC X(08) VALUE SPACES.
001650     88  MODE-REPORT              VALUE "REPORT".
001660
001670*----------------------------------------------------------------*
001680*    OPERATOR DIALOG WORK AREAS                                   *
001690*----------------------------------------------------------------*
001700 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001710 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001720 77  WS-RUN-YYYYMM           PIC 9(06) VALUE ZERO.
001730 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001740 77  WS-PERIOD-IN            PIC X(06) VALUE SPACES.
001750 77  WS-PERIOD               PIC 9(06) VALUE ZERO.
001760 77  WS-PERIOD-MONTH         PIC 9(02) VALUE ZERO.
001770 77  WS-ANSWER               PIC X(01) VALUE SPACE.
001780
001790*----------------------------------------------------------------*
001800*    COUNTERS                                                     *
001810*----------------------------------------------------------------*
001820 77  WS-OPENED-COUNT         PIC 9(05) COMP VALUE ZERO.
001830 77  WS-CLOSING-COUNT        PIC 9(05) COMP VALUE ZERO.
001840 77  WS-CLOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
001850 77  WS-WAITING-INTO         PIC 9(07) COMP VALUE ZERO.
001860 77  WS-WAITING-TOTAL        PIC 9(07) COMP VALUE ZERO.
001870 77  WS-EDIT-COUNT           PIC ZZZZZZ9.
001880 77  WS-EDIT-AMOUNT          PIC -ZZZZZZZZZZ9.99.
001890
001900*----------------------------------------------------------------*
001910*    REPORT LINE LAYOUTS                                          *
001920*----------------------------------------------------------------*
001930 01  WS-PERIOD-HEAD.
001940     05  FILLER              PIC X(40) VALUE
001950         "PERIOD  STATE     OPENED   BY        CLO".
001960     05  FILLER              PIC X(40) VALUE
001970         "SING  BY        CLOSED   BY         QUEU".
001980     05  FILLER              PIC X(38) VALUE
001990         "ED   QUEUED AMOUNT  APPROVED  RELEASED".
002000
002010 01  WS-PERIOD-LINE.
002020     05  WS-PL-PERIOD        PIC 9(06).
002030     05  FILLER              PIC X(02) VALUE SPACES.
002040     05  WS-PL-STATE         PIC X(08).
002050     05  FILLER              PIC X(02) VALUE SPACES.
002060     05  WS-PL-OPEN-DATE     PIC X(08).
002070     05  FILLER              PIC X(01) VALUE SPACES.
002080     05  WS-PL-OPEN-OP       PIC X(08).
002090     05  FILLER              PIC X(02) VALUE SPACES.
002100     05  WS-PL-CLOSING-DATE  PIC X(08).
002110     05  FILLER              PIC X(01) VALUE SPACES.
002120     05  WS-PL-CLOSING-OP    PIC X(08).
002130     05  FILLER              PIC X(02) VALUE SPACES.
002140     05  WS-PL-CLOSE-DATE    PIC X(08).
002150     05  FILLER              PIC X(01) VALUE SPACES.
002160     05  WS-PL-CLOSE-OP      PIC X(08).
002170     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  WS-PL-QUEUED        PIC ZZZZZZ9.
002190     05  FILLER              PIC X(02) VALUE SPACES.
002200     05  WS-PL-QUEUED-AMT    PIC -ZZZZZZZZZZ9.99.
002210     05  FILLER              PIC X(02) VALUE SPACES.
002220     05  WS-PL-APPROVED      PIC ZZZZZZ9.
002230     05  FILLER              PIC X(03) VALUE SPACES.
002240     05  WS-PL-RELEASED      PIC ZZZZZZ9.
002250
002260*----------------------------------------------------------------*
002270*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
002280*    AUTHORITY). THE CALLER SETS THE ROLE NUMBER (SEE CPYOPR01)   *
002290*    AND THE ACTION NAME THE SECURITY LOG RECORDS ON A REFUSAL.   *
002300*----------------------------------------------------------------*
002310 77  WS-OPERFILE-STATUS      PIC X(02).
002320     88  OPERFILE-FOUND          VALUE "00".
002330     88  OPERFILE-NOT-FOUND      VALUE "35".
002340 77  WS-SECLOGFILE-STATUS    PIC X(02).
002350     88  SECLOGFILE-FOUND        VALUE "00".
002360     88  SECLOGFILE-NOT-FOUND    VALUE "35".
002370 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
002380     88  OPER-EOF-YES             VALUE "Y".
002390 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
002400     88  OPERATOR-ON-FILE         VALUE "Y".
002410 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
002420 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
002430
002440 PROCEDURE DIVISION.
002450
002460*----------------------------------------------------------------*
002470*    0000-MAINLINE                                                *
002480*    RUNS THE PERIOD CONTROL REPORT, OR ASKS THE OPERATOR FOR     *
002490*    THE MODE AND RUNS IT.                                        *
002500*----------------------------------------------------------------*
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002530     IF MODE-REPORT
002540         PERFORM 5000-PERIOD-REPORT THRU 5000-EXIT
002550         PERFORM 8000-FINALIZE THRU 8000-EXIT
002560         STOP RUN
002570     END-IF
002580     EVALUATE TRUE
002590         WHEN MODE-OPEN
002600         WHEN MODE-START-CLOSING
002610         WHEN MODE-CLOSE
002620             PERFORM 2000-MAINTAIN-PERIODS THRU 2000-EXIT
002630         WHEN OTHER
002640             DISPLAY "LGPERIOD: UNKNOWN MODE - NOTHING DONE"
002650             MOVE 8 TO RETURN-CODE
002660     END-EVALUATE
002670     PERFORM 8000-FINALIZE THRU 8000-EXIT
002680     STOP RUN.
002690
002700*----------------------------------------------------------------*
002710*    0900-ABEND                                                   *
002720*    DISPLAYS A FATAL FILE-OPEN ERROR AND ENDS THE RUN WITH       *
002730*    RETURN-CODE 16 INSTEAD OF LETTING A BAD ASSIGNMENT RUN ON.   *
002740*----------------------------------------------------------------*
002750 0900-ABEND.
002760     DISPLAY "LGPERIOD: *** UNABLE TO OPEN " WS-ABEND-FILE-NAME
002770             " - FILE STATUS " WS-ABEND-FILE-STATUS " ***"
002780     MOVE 16 TO RETURN-CODE
002790     STOP RUN
002800     .
002810
002820*----------------------------------------------------------------*
002830*    1000-INITIALIZE                                              *
002840*    RESOLVES ASSIGNMENTS AND THE RUN MODE. THE REPORT RUNS       *
002850*    UNATTENDED; EVERY OTHER MODE ASKS FOR THE MODE AND THE       *
002860*    OPERATOR'S ID AND CHECKS THE OPERATOR'S AUTHORITY BEFORE     *
002870*    ANYTHING IS READ.                                            *
002880*----------------------------------------------------------------*
002890 1000-INITIALIZE.
002900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002910     ACCEPT WS-RUN-TIME FROM TIME
002920     DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-YYYYMM
002930     MOVE SPACES TO WS-ENV-VALUE
002940     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPERIOD_PERIODS_DD"
002950     IF WS-ENV-VALUE NOT = SPACES
002960         MOVE WS-ENV-VALUE TO WS-PERIOD-DDNAME
002970     END-IF
002980     MOVE SPACES TO WS-ENV-VALUE
002990     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPERIOD_PRIOR_DD"
003000     IF WS-ENV-VALUE NOT = SPACES
003010         MOVE WS-ENV-VALUE TO WS-PRIOR-DDNAME
003020     END-IF
003030     MOVE SPACES TO WS-ENV-VALUE
003040     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPERIOD_REPORT_DD"
003050     IF WS-ENV-VALUE NOT = SPACES
003060         MOVE WS-ENV-VALUE TO WS-REPORT-DDNAME
003070     ELSE
003080         MOVE SPACES TO WS-REPORT-DDNAME
003090         STRING "data/period-control-" DELIMITED BY SIZE
003100                WS-RUN-DATE DELIMITED BY SIZE
003110                ".txt" DELIMITED BY SIZE
003120                INTO WS-REPORT-DDNAME
003130     END-IF
003140     MOVE SPACES TO WS-ENV-VALUE
003150     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPERIOD_OPERATORS_DD"
003160     IF WS-ENV-VALUE NOT = SPACES
003170         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
003180     END-IF
003190     MOVE SPACES TO WS-ENV-VALUE
003200     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPERIOD_SECLOG_DD"
003210     IF WS-ENV-VALUE NOT = SPACES
003220         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
003230     END-IF
003240     MOVE SPACES TO WS-ENV-VALUE
003250     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPERIOD_MODE"
003260     MOVE WS-ENV-VALUE(1:8) TO WS-RUN-MODE
003270     IF MODE-REPORT
003280         GO TO 1000-EXIT
003290     END-IF
003300     DISPLAY "LGPERIOD: MODE (O=OPEN S=START CLOSING C=CLOSE): "
003310         WITH NO ADVANCING
003320     ACCEPT WS-MODE FROM CONSOLE
003330     DISPLAY "LGPERIOD: OPERATOR ID: " WITH NO ADVANCING
003340     ACCEPT WS-OPERATOR-ID FROM CONSOLE
003350     IF WS-OPERATOR-ID = SPACES
003360         DISPLAY "LGPERIOD: OPERATOR ID REQUIRED - NOTHING DONE"
003370         MOVE 8 TO RETURN-CODE
003380         STOP RUN
003390     END-IF
003400     IF NOT MODE-OPEN
003410      AND NOT MODE-START-CLOSING
003420      AND NOT MODE-CLOSE
003430         GO TO 1000-EXIT
003440     END-IF
003450     MOVE 8 TO WS-AUTH-ROLE
003460     MOVE "CLOSE PERIODS" TO WS-AUTH-ACTION
003470     PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
003480     .
003490 1000-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------*
003530*    2000-MAINTAIN-PERIODS                                        *
003540*    TAKES MONTHS AT THE TERMINAL UNTIL THE OPERATOR LEAVES THE   *
003550*    MONTH BLANK, APPLYING THE SESSION'S MODE TO EACH, THEN       *
003560*    REWRITES THE PERIOD CONTROL FILE IF ANYTHING CHANGED.        *
003570*----------------------------------------------------------------*
003580 2000-MAINTAIN-PERIODS.
003590     PERFORM 7000-LOAD-PERIODS THRU 7000-EXIT
003600     PERFORM 2100-MAINTAIN-ONE-PERIOD THRU 2100-EXIT
003610         UNTIL ENTRY-DONE
003620     IF PERIODS-CHANGED
003630         PERFORM 7100-REWRITE-PERIODS THRU 7100-EXIT
003640     END-IF
003650     .
003660 2000-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------*
003700*    2100-MAINTAIN-ONE-PERIOD                                     *
003710*    ONE TERMINAL DIALOG - THE MONTH (YYYYMM, BLANK ENDS THE      *
003720*    SESSION), A LOOK AT ITS CURRENT STATE, AND A Y/N BEFORE      *
003730*    THE MODE IS APPLIED. A BAD MONTH IS TURNED AWAY AT THE       *
003740*    TERMINAL.                                                    *
003750*----------------------------------------------------------------*
003760 2100-MAINTAIN-ONE-PERIOD.
003770     DISPLAY "LGPERIOD: PERIOD (YYYYMM, BLANK TO END): "
003780         WITH NO ADVANCING
003790     MOVE SPACES TO WS-PERIOD-IN
003800     ACCEPT WS-PERIOD-IN FROM CONSOLE
003810     IF WS-PERIOD-IN = SPACES
003820         SET ENTRY-DONE TO TRUE
003830         GO TO 2100-EXIT
003840     END-IF
003850     IF WS-PERIOD-IN NOT NUMERIC
003860         DISPLAY "LGPERIOD: PERIOD NOT NUMERIC - IGNORED"
003870         GO TO 2100-EXIT
003880     END-IF
003890     MOVE WS-PERIOD-IN TO WS-PERIOD
003900     MOVE WS-PERIOD-IN(5:2) TO WS-PERIOD-MONTH
003910     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
003920         DISPLAY "LGPERIOD: MONTH MUST BE 01 TO 12 - IGNORED"
003930         GO TO 2100-EXIT
003940     END-IF
003950     PERFORM 7200-FIND-PERIOD THRU 7200-EXIT
003960     IF WS-PER-FOUND = ZERO
003970         DISPLAY "LGPERIOD: " WS-PERIOD " NOT ON FILE (OPEN)"
003980     ELSE
003990         MOVE WS-PER-RECORD (WS-PER-FOUND) TO PC-RECORD
004000         PERFORM 2900-SHOW-PERIOD THRU 2900-EXIT
004010     END-IF
004020     EVALUATE TRUE
004030         WHEN MODE-OPEN
004040             PERFORM 2200-OPEN-PERIOD THRU 2200-EXIT
004050         WHEN MODE-START-CLOSING
004060             PERFORM 2300-START-CLOSING THRU 2300-EXIT
004070         WHEN MODE-CLOSE
004080             PERFORM 2400-CLOSE-PERIOD THRU 2400-EXIT
004090     END-EVALUATE
004100     .
004110 2100-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------------*
004150*    2200-OPEN-PERIOD                                             *
004160*    PUTS A MONTH ON FILE AS OPEN. A MONTH ALREADY ON FILE IS     *
004170*    LEFT ALONE - A CLOSING OR CLOSED MONTH NEVER REOPENS.        *
004180*----------------------------------------------------------------*
004190 2200-OPEN-PERIOD.
004200     IF WS-PER-FOUND NOT = ZERO
004210         DISPLAY "LGPERIOD: " WS-PERIOD " IS ALREADY ON FILE - "
004220                 "A MONTH IS OPENED ONCE AND NEVER REOPENED"
004230         GO TO 2200-EXIT
004240     END-IF
004250     PERFORM 2950-CONFIRM THRU 2950-EXIT
004260     IF WS-ANSWER NOT = "Y"
004270         GO TO 2200-EXIT
004280     END-IF
004290     MOVE SPACES TO PC-RECORD
004300     MOVE WS-PERIOD TO PC-PERIOD
004310     SET PC-IS-OPEN TO TRUE
004320     MOVE WS-RUN-DATE TO PC-OPEN-DATE
004330     MOVE WS-OPERATOR-ID TO PC-OPEN-OPERATOR
004340     MOVE ZERO TO PC-CLOSING-DATE
004350     MOVE ZERO TO PC-CLOSE-DATE
004360     PERFORM 7300-INSERT-PERIOD THRU 7300-EXIT
004370     ADD 1 TO WS-OPENED-COUNT
004380     DISPLAY "LGPERIOD: " WS-PERIOD " OPENED"
004390     .
004400 2200-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------*
004440*    2300-START-CLOSING                                           *
004450*    MOVES AN OPEN MONTH - OR ONE NOT YET ON FILE, WHICH COUNTS   *
004460*    AS OPEN - TO CLOSING. A FUTURE MONTH CANNOT START CLOSING.   *
004470*----------------------------------------------------------------*
004480 2300-START-CLOSING.
004490     IF WS-PERIOD > WS-RUN-YYYYMM
004500         DISPLAY "LGPERIOD: " WS-PERIOD " IS A FUTURE MONTH - "
004510                 "NOT CHANGED"
004520         GO TO 2300-EXIT
004530     END-IF
004540     IF WS-PER-FOUND NOT = ZERO
004550         IF NOT PC-IS-OPEN
004560             DISPLAY "LGPERIOD: " WS-PERIOD " IS NOT OPEN - "
004570                     "NOT CHANGED"
004580             GO TO 2300-EXIT
004590         END-IF
004600     END-IF
004610     PERFORM 2950-CONFIRM THRU 2950-EXIT
004620     IF WS-ANSWER NOT = "Y"
004630         GO TO 2300-EXIT
004640     END-IF
004650     IF WS-PER-FOUND = ZERO
004660         MOVE SPACES TO PC-RECORD
004670         MOVE WS-PERIOD TO PC-PERIOD
004680         MOVE ZERO TO PC-OPEN-DATE
004690         MOVE ZERO TO PC-CLOSE-DATE
004700     END-IF
004710     SET PC-IS-CLOSING TO TRUE
004720     MOVE WS-RUN-DATE TO PC-CLOSING-DATE
004730     MOVE WS-OPERATOR-ID TO PC-CLOSING-OPERATOR
004740     IF WS-PER-FOUND = ZERO
004750         PERFORM 7300-INSERT-PERIOD THRU 7300-EXIT
004760     ELSE
004770         MOVE PC-RECORD TO WS-PER-RECORD (WS-PER-FOUND)
004780         SET PERIODS-CHANGED TO TRUE
004790     END-IF
004800     ADD 1 TO WS-CLOSING-COUNT
004810     DISPLAY "LGPERIOD: " WS-PERIOD " NOW CLOSING"
004820     .
004830 2300-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------*
004870*    2400-CLOSE-PERIOD                                            *
004880*    CLOSES A MONTH THAT IS CLOSING. THE CURRENT MONTH CANNOT BE  *
004890*    CLOSED, AND NEITHER CAN A MONTH THAT STILL HAS HELD ITEMS    *
004900*    APPROVED AND RE-DATED INTO IT BUT NOT YET RELEASED - ONCE    *
004910*    CLOSED, THEIR RELEASE WOULD ONLY BE HELD AGAIN.              *
004920*----------------------------------------------------------------*
004930 2400-CLOSE-PERIOD.
004940     IF WS-PER-FOUND = ZERO
004950         DISPLAY "LGPERIOD: " WS-PERIOD " HAS NOT STARTED "
004960                 "CLOSING - NOT CHANGED"
004970         GO TO 2400-EXIT
004980     END-IF
004990     IF NOT PC-IS-CLOSING
005000         DISPLAY "LGPERIOD: " WS-PERIOD " IS NOT CLOSING - "
005010                 "NOT CHANGED"
005020         GO TO 2400-EXIT
005030     END-IF
005040     IF WS-PERIOD NOT < WS-RUN-YYYYMM
005050         DISPLAY "LGPERIOD: " WS-PERIOD " HAS NOT ENDED - "
005060                 "NOT CHANGED"
005070         GO TO 2400-EXIT
005080     END-IF
005090     PERFORM 2500-COUNT-WAITING-INTO THRU 2500-EXIT
005100     IF WS-WAITING-INTO > ZERO
005110         MOVE WS-WAITING-INTO TO WS-EDIT-COUNT
005120         DISPLAY "LGPERIOD: " WS-EDIT-COUNT " APPROVED PRIOR-"
005130                 "PERIOD ITEM(S) RE-DATED INTO " WS-PERIOD
005140                 " ARE NOT YET RELEASED - RELEASE THEM "
005150                 "(LGPRIOR MODE B) FIRST - NOT CHANGED"
005160         GO TO 2400-EXIT
005170     END-IF
005180     PERFORM 2950-CONFIRM THRU 2950-EXIT
005190     IF WS-ANSWER NOT = "Y"
005200         GO TO 2400-EXIT
005210     END-IF
005220     SET PC-IS-CLOSED TO TRUE
005230     MOVE WS-RUN-DATE TO PC-CLOSE-DATE
005240     MOVE WS-OPERATOR-ID TO PC-CLOSE-OPERATOR
005250     MOVE PC-RECORD TO WS-PER-RECORD (WS-PER-FOUND)
005260     SET PERIODS-CHANGED TO TRUE
005270     ADD 1 TO WS-CLOSED-COUNT
005280     DISPLAY "LGPERIOD: " WS-PERIOD " CLOSED"
005290     .
005300 2400-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------*
005340*    2500-COUNT-WAITING-INTO                                      *
005350*    COUNTS THE QUEUE ITEMS APPROVED AND RE-DATED INTO THE MONTH  *
005360*    BEING CLOSED BUT NOT YET RELEASED. NO QUEUE, NONE WAITING.   *
005370*----------------------------------------------------------------*
005380 2500-COUNT-WAITING-INTO.
005390     MOVE ZERO TO WS-WAITING-INTO
005400     OPEN INPUT PRIORFILE
005410     IF PRIORFILE-NOT-FOUND
005420         GO TO 2500-EXIT
005430     END-IF
005440     IF NOT PRIORFILE-FOUND
005450         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
005460         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
005470         PERFORM 0900-ABEND
005480     END-IF
005490     MOVE "N" TO WS-EOF-SWITCH
005500     PERFORM 2510-CHECK-ONE-QUEUE-ENTRY THRU 2510-EXIT
005510         UNTIL EOF-YES
005520     CLOSE PRIORFILE
005530     .
005540 2500-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------------*
005580*    2510-CHECK-ONE-QUEUE-ENTRY                                   *
005590*    COUNTS ONE QUEUE ITEM WHEN IT IS APPROVED INTO THE MONTH.    *
005600*----------------------------------------------------------------*
005610 2510-CHECK-ONE-QUEUE-ENTRY.
005620     READ PRIORFILE
005630         AT END
005640             SET EOF-YES TO TRUE
005650             GO TO 2510-EXIT
005660     END-READ
005670     MOVE PRIOR-REC TO PQ-RECORD
005680     IF PQ-IS-APPROVED
005690      AND PQ-NEW-DATE(1:6) = WS-PERIOD-IN
005700         ADD 1 TO WS-WAITING-INTO
005710     END-IF
005720     .
005730 2510-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------*
005770*    2900-SHOW-PERIOD                                             *
005780*    SHOWS A MONTH'S STATE AND STAMPS AT THE TERMINAL.            *
005790*----------------------------------------------------------------*
005800 2900-SHOW-PERIOD.
005810     EVALUATE TRUE
005820         WHEN PC-IS-OPEN
005830             DISPLAY "LGPERIOD: " PC-PERIOD " OPEN SINCE "
005840                     PC-OPEN-DATE " BY " PC-OPEN-OPERATOR
005850         WHEN PC-IS-CLOSING
005860             DISPLAY "LGPERIOD: " PC-PERIOD " CLOSING SINCE "
005870                     PC-CLOSING-DATE " BY " PC-CLOSING-OPERATOR
005880         WHEN PC-IS-CLOSED
005890             DISPLAY "LGPERIOD: " PC-PERIOD " CLOSED ON "
005900                     PC-CLOSE-DATE " BY " PC-CLOSE-OPERATOR
005910         WHEN OTHER
005920             DISPLAY "LGPERIOD: " PC-PERIOD " STATE "
005930                     PC-STATE " NOT RECOGNIZED"
005940     END-EVALUATE
005950     .
005960 2900-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------*
006000*    2950-CONFIRM                                                 *
006010*    ASKS THE OPERATOR TO CONFIRM THE CHANGE.                     *
006020*----------------------------------------------------------------*
006030 2950-CONFIRM.
006040     DISPLAY "LGPERIOD: APPLY (Y/N): " WITH NO ADVANCING
006050     MOVE SPACE TO WS-ANSWER
006060     ACCEPT WS-ANSWER FROM CONSOLE
006070     IF WS-ANSWER = "y"
006080         MOVE "Y" TO WS-ANSWER
006090     END-IF
006100     .
006110 2950-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------*
006150*    5000-PERIOD-REPORT                                           *
006160*    THE PERIOD CONTROL REPORT - EVERY MONTH ON FILE IN ORDER     *
006170*    WITH ITS STATE AND STAMPS, AND FOR EACH MONTH THE HELD       *
006180*    ITEMS STILL QUEUED FOR REVIEW, APPROVED BUT NOT RELEASED,    *
006190*    AND RELEASED. A MONTH WITH HELD ITEMS BUT NO RECORD ON FILE  *
006200*    IS SHOWN TOO. ANYTHING STILL WAITING SETS RETURN-CODE 4.     *
006210*----------------------------------------------------------------*
006220 5000-PERIOD-REPORT.
006230     PERFORM 7000-LOAD-PERIODS THRU 7000-EXIT
006240     PERFORM 5100-TALLY-QUEUE THRU 5100-EXIT
006250     OPEN OUTPUT REPORTFILE
006260     IF WS-REPORTFILE-STATUS NOT = "00"
006270         MOVE "REPORTFILE" TO WS-ABEND-FILE-NAME
006280         MOVE WS-REPORTFILE-STATUS TO WS-ABEND-FILE-STATUS
006290         PERFORM 0900-ABEND
006300     END-IF
006310     MOVE SPACES TO REPORT-REC
006320     STRING "LGPERIOD - PERIOD CONTROL REPORT FOR "
006330            DELIMITED BY SIZE
006340            WS-RUN-DATE DELIMITED BY SIZE
006350            INTO REPORT-REC
006360     WRITE REPORT-REC
006370     MOVE SPACES TO REPORT-REC
006380     WRITE REPORT-REC
006390     MOVE WS-PERIOD-HEAD TO REPORT-REC
006400     WRITE REPORT-REC
006410     IF WS-PER-COUNT = ZERO
006420         MOVE "  (NO PERIODS ON FILE - EVERY MONTH IS OPEN)"
006430             TO REPORT-REC
006440         WRITE REPORT-REC
006450     END-IF
006460     MOVE 1 TO WS-PER-SUB
006470     PERFORM 5200-REPORT-ONE-PERIOD THRU 5200-EXIT
006480         UNTIL WS-PER-SUB > WS-PER-COUNT
006490     MOVE SPACES TO REPORT-REC
006500     WRITE REPORT-REC
006510     MOVE WS-WAITING-TOTAL TO WS-EDIT-COUNT
006520     MOVE SPACES TO REPORT-REC
006530     STRING "PRIOR-PERIOD ITEMS WAITING: " DELIMITED BY SIZE
006540            WS-EDIT-COUNT DELIMITED BY SIZE
006550            INTO REPORT-REC
006560     WRITE REPORT-REC
006570     CLOSE REPORTFILE
006580     IF WS-WAITING-TOTAL > ZERO
006590         MOVE 4 TO RETURN-CODE
006600     END-IF
006610     .
006620 5000-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------------*
006660*    5100-TALLY-QUEUE                                             *
006670*    READS THE PRIOR-PERIOD QUEUE AND COUNTS EACH ITEM AGAINST    *
006680*    THE MONTH IT WAS HELD FROM. VOID ITEMS ARE NOT COUNTED.      *
006690*----------------------------------------------------------------*
006700 5100-TALLY-QUEUE.
006710     OPEN INPUT PRIORFILE
006720     IF PRIORFILE-NOT-FOUND
006730         GO TO 5100-EXIT
006740     END-IF
006750     IF NOT PRIORFILE-FOUND
006760         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
006770         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
006780         PERFORM 0900-ABEND
006790     END-IF
006800     MOVE "N" TO WS-EOF-SWITCH
006810     PERFORM 5110-TALLY-ONE-QUEUE-ENTRY THRU 5110-EXIT
006820         UNTIL EOF-YES
006830     CLOSE PRIORFILE
006840     .
006850 5100-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------*
006890*    5110-TALLY-ONE-QUEUE-ENTRY                                   *
006900*    COUNTS ONE QUEUE ITEM UNDER ITS MONTH, PUTTING A MONTH NOT   *
006910*    ON FILE INTO THE TABLE (SHOWN AS OPEN) FOR THE REPORT.       *
006920*----------------------------------------------------------------*
006930 5110-TALLY-ONE-QUEUE-ENTRY.
006940     READ PRIORFILE
006950         AT END
006960             SET EOF-YES TO TRUE
006970             GO TO 5110-EXIT
006980     END-READ
006990     MOVE PRIOR-REC TO PQ-RECORD
007000     IF PQ-IS-VOID
007010         GO TO 5110-EXIT
007020     END-IF
007030     MOVE PQ-PERIOD TO WS-PERIOD
007040     PERFORM 7200-FIND-PERIOD THRU 7200-EXIT
007050     IF WS-PER-FOUND = ZERO
007060         MOVE SPACES TO PC-RECORD
007070         MOVE WS-PERIOD TO PC-PERIOD
007080         SET PC-IS-OPEN TO TRUE
007090         MOVE ZERO TO PC-OPEN-DATE
007100         MOVE ZERO TO PC-CLOSING-DATE
007110         MOVE ZERO TO PC-CLOSE-DATE
007120         PERFORM 7300-INSERT-PERIOD THRU 7300-EXIT
007130     END-IF
007140     EVALUATE TRUE
007150         WHEN PQ-IS-QUEUED
007160             ADD 1 TO WS-PER-QUEUED (WS-PER-FOUND)
007170             ADD PQ-SIGNED-AMOUNT
007180                 TO WS-PER-QUEUED-AMT (WS-PER-FOUND)
007190             ADD 1 TO WS-WAITING-TOTAL
007200         WHEN PQ-IS-APPROVED
007210             ADD 1 TO WS-PER-APPROVED (WS-PER-FOUND)
007220             ADD 1 TO WS-WAITING-TOTAL
007230         WHEN PQ-IS-RELEASED
007240             ADD 1 TO WS-PER-RELEASED (WS-PER-FOUND)
007250     END-EVALUATE
007260     .
007270 5110-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------*
007310*    5200-REPORT-ONE-PERIOD                                       *
007320*    WRITES ONE MONTH'S LINE. A ZERO STAMP DATE PRINTS BLANK.     *
007330*----------------------------------------------------------------*
007340 5200-REPORT-ONE-PERIOD.
007350     MOVE WS-PER-RECORD (WS-PER-SUB) TO PC-RECORD
007360     MOVE SPACES TO WS-PERIOD-LINE
007370     MOVE PC-PERIOD TO WS-PL-PERIOD
007380     EVALUATE TRUE
007390         WHEN PC-IS-OPEN
007400             MOVE "OPEN" TO WS-PL-STATE
007410         WHEN PC-IS-CLOSING
007420             MOVE "CLOSING" TO WS-PL-STATE
007430         WHEN PC-IS-CLOSED
007440             MOVE "CLOSED" TO WS-PL-STATE
007450         WHEN OTHER
007460             MOVE "UNKNOWN" TO WS-PL-STATE
007470     END-EVALUATE
007480     IF PC-OPEN-DATE NOT = ZERO
007490         MOVE PC-OPEN-DATE TO WS-PL-OPEN-DATE
007500         MOVE PC-OPEN-OPERATOR TO WS-PL-OPEN-OP
007510     END-IF
007520     IF PC-CLOSING-DATE NOT = ZERO
007530         MOVE PC-CLOSING-DATE TO WS-PL-CLOSING-DATE
007540         MOVE PC-CLOSING-OPERATOR TO WS-PL-CLOSING-OP
007550     END-IF
007560     IF PC-CLOSE-DATE NOT = ZERO
007570         MOVE PC-CLOSE-DATE TO WS-PL-CLOSE-DATE
007580         MOVE PC-CLOSE-OPERATOR TO WS-PL-CLOSE-OP
007590     END-IF
007600     MOVE WS-PER-QUEUED (WS-PER-SUB) TO WS-PL-QUEUED
007610     MOVE WS-PER-QUEUED-AMT (WS-PER-SUB) TO WS-PL-QUEUED-AMT
007620     MOVE WS-PER-APPROVED (WS-PER-SUB) TO WS-PL-APPROVED
007630     MOVE WS-PER-RELEASED (WS-PER-SUB) TO WS-PL-RELEASED
007640     MOVE WS-PERIOD-LINE TO REPORT-REC
007650     WRITE REPORT-REC
007660     ADD 1 TO WS-PER-SUB
007670     .
007680 5200-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------------*
007720*    7000-LOAD-PERIODS                                            *
007730*    READS THE WHOLE PERIOD CONTROL FILE INTO STORAGE. A MISSING  *
007740*    FILE JUST MEANS NO MONTH HAS BEEN OPENED OR CLOSED YET.      *
007750*----------------------------------------------------------------*
007760 7000-LOAD-PERIODS.
007770     MOVE ZERO TO WS-PER-COUNT
007780     INITIALIZE WS-PER-TABLE
007790     OPEN INPUT PERIODFILE
007800     IF PERIODFILE-NOT-FOUND
007810         GO TO 7000-EXIT
007820     END-IF
007830     IF NOT PERIODFILE-FOUND
007840         MOVE "PERIODFILE" TO WS-ABEND-FILE-NAME
007850         MOVE WS-PERIODFILE-STATUS TO WS-ABEND-FILE-STATUS
007860         PERFORM 0900-ABEND
007870     END-IF
007880     MOVE "N" TO WS-EOF-SWITCH
007890     PERFORM 7010-LOAD-ONE-PERIOD THRU 7010-EXIT
007900         UNTIL EOF-YES
007910     CLOSE PERIODFILE
007920     .
007930 7000-EXIT.
007940     EXIT.
007950
007960*----------------------------------------------------------------*
007970*    7010-LOAD-ONE-PERIOD                                         *
007980*    LOADS ONE PERIOD RECORD INTO ITS PLACE IN THE TABLE.         *
007990*----------------------------------------------------------------*
008000 7010-LOAD-ONE-PERIOD.
008010     READ PERIODFILE
008020         AT END
008030             SET EOF-YES TO TRUE
008040             GO TO 7010-EXIT
008050     END-READ
008060     MOVE PERIOD-REC TO PC-RECORD
008070     MOVE PC-PERIOD TO WS-PERIOD
008080     PERFORM 7300-INSERT-PERIOD THRU 7300-EXIT
008090     .
008100 7010-EXIT.
008110     EXIT.
008120
008130*----------------------------------------------------------------*
008140*    7100-REWRITE-PERIODS                                         *
008150*    WRITES THE IN-STORAGE PERIOD TABLE BACK IN FULL.             *
008160*----------------------------------------------------------------*
008170 7100-REWRITE-PERIODS.
008180     OPEN OUTPUT PERIODFILE
008190     IF NOT PERIODFILE-FOUND
008200         MOVE "PERIODFILE" TO WS-ABEND-FILE-NAME
008210         MOVE WS-PERIODFILE-STATUS TO WS-ABEND-FILE-STATUS
008220         PERFORM 0900-ABEND
008230     END-IF
008240     MOVE 1 TO WS-PER-SUB
008250     PERFORM 7110-REWRITE-ONE-PERIOD THRU 7110-EXIT
008260         UNTIL WS-PER-SUB > WS-PER-COUNT
008270     CLOSE PERIODFILE
008280     .
008290 7100-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------*
008330*    7110-REWRITE-ONE-PERIOD                                      *
008340*    WRITES ONE TABLE ENTRY BACK TO THE PERIOD CONTROL FILE.      *
008350*----------------------------------------------------------------*
008360 7110-REWRITE-ONE-PERIOD.
008370     MOVE WS-PER-RECORD (WS-PER-SUB) TO PERIOD-REC
008380     WRITE PERIOD-REC
008390     ADD 1 TO WS-PER-SUB
008400     .
008410 7110-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------*
008450*    7200-FIND-PERIOD                                             *
008460*    LOOKS WS-PERIOD UP IN THE TABLE. WS-PER-FOUND IS ITS         *
008470*    ENTRY, OR ZERO WHEN THE MONTH IS NOT ON FILE.                *
008480*----------------------------------------------------------------*
008490 7200-FIND-PERIOD.
008500     MOVE ZERO TO WS-PER-FOUND
008510     MOVE 1 TO WS-PER-SUB
008520     PERFORM 7210-CHECK-ONE-PERIOD THRU 7210-EXIT
008530         UNTIL WS-PER-SUB > WS-PER-COUNT
008540            OR WS-PER-FOUND NOT = ZERO
008550     .
008560 7200-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------------*
008600*    7210-CHECK-ONE-PERIOD                                        *
008610*    COMPARES ONE TABLE ENTRY WITH THE MONTH SOUGHT.              *
008620*----------------------------------------------------------------*
008630 7210-CHECK-ONE-PERIOD.
008640     IF WS-PER-PERIOD (WS-PER-SUB) = WS-PERIOD
008650         MOVE WS-PER-SUB TO WS-PER-FOUND
008660     END-IF
008670     ADD 1 TO WS-PER-SUB
008680     .
008690 7210-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------*
008730*    7300-INSERT-PERIOD                                           *
008740*    PUTS PC-RECORD INTO THE TABLE IN MONTH ORDER, MOVING LATER   *
008750*    MONTHS DOWN ONE. WS-PER-FOUND IS LEFT ON THE NEW ENTRY. A    *
008760*    FULL TABLE IS A HARD STOP.                                   *
008770*----------------------------------------------------------------*
008780 7300-INSERT-PERIOD.
008790     IF WS-PER-COUNT >= WS-PER-MAX
008800         DISPLAY "LGPERIOD: *** PERIOD TABLE FULL - RUN "
008810                 "ABANDONED ***"
008820         MOVE 16 TO RETURN-CODE
008830         STOP RUN
008840     END-IF
008850     ADD 1 TO WS-PER-COUNT
008860     MOVE WS-PER-COUNT TO WS-PER-SUB
008870     PERFORM 7310-MOVE-ONE-PERIOD-DOWN THRU 7310-EXIT
008880         UNTIL WS-PER-SUB = 1
008890            OR WS-PER-PERIOD (WS-PER-SUB - 1) < PC-PERIOD
008900     INITIALIZE WS-PER-ENTRY (WS-PER-SUB)
008910     MOVE PC-RECORD TO WS-PER-RECORD (WS-PER-SUB)
008920     MOVE WS-PER-SUB TO WS-PER-FOUND
008930     SET PERIODS-CHANGED TO TRUE
008940     .
008950 7300-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------------*
008990*    7310-MOVE-ONE-PERIOD-DOWN                                    *
009000*    MOVES ONE LATER MONTH DOWN TO MAKE ROOM.                     *
009010*----------------------------------------------------------------*
009020 7310-MOVE-ONE-PERIOD-DOWN.
009030     MOVE WS-PER-ENTRY (WS-PER-SUB - 1)
009040         TO WS-PER-ENTRY (WS-PER-SUB)
009050     SUBTRACT 1 FROM WS-PER-SUB
009060     .
009070 7310-EXIT.
009080     EXIT.
009090
009100*----------------------------------------------------------------*
009110*    7500-CHECK-AUTHORITY                                         *
009120*    LOOKS THE OPERATOR UP ON THE AUTHORITY MASTER (SEE           *
009130*    CPYOPR01). AN OPERATOR WHO IS NOT ON FILE, HAS BEEN          *
009140*    REVOKED, OR DOES NOT HOLD THE ROLE IN WS-AUTH-ROLE IS        *
009150*    REFUSED BEFORE ANYTHING IS TOUCHED - THE REFUSAL GOES TO     *
009160*    THE SECURITY LOG (SEE CPYSEC01) AND THE RUN ENDS WITH        *
009170*    RETURN-CODE 8. NO AUTHORITY MASTER AT ALL REFUSES EVERYONE.  *
009180*----------------------------------------------------------------*
009190 7500-CHECK-AUTHORITY.
009200     MOVE "N" TO WS-OPER-FOUND-SWITCH
009210     OPEN INPUT OPERFILE
009220     IF OPERFILE-FOUND
009230         MOVE "N" TO WS-OPER-EOF-SWITCH
009240         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
009250             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
009260         CLOSE OPERFILE
009270     ELSE
009280         IF NOT OPERFILE-NOT-FOUND
009290             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
009300             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
009310             PERFORM 0900-ABEND
009320         END-IF
009330     END-IF
009340     MOVE SPACES TO SL-RECORD
009350     EVALUATE TRUE
009360         WHEN NOT OPERATOR-ON-FILE
009370             SET SL-UNKNOWN TO TRUE
009380         WHEN NOT OP-IS-ACTIVE
009390             SET SL-REVOKED TO TRUE
009400         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
009410             SET SL-NOT-AUTHORIZED TO TRUE
009420         WHEN OTHER
009430             GO TO 7500-EXIT
009440     END-EVALUATE
009450     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
009460     DISPLAY "LGPERIOD: *** OPERATOR " WS-OPERATOR-ID
009470             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
009480             " ***"
009490     MOVE 8 TO RETURN-CODE
009500     STOP RUN
009510     .
009520 7500-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------------*
009560*    7510-FIND-ONE-OPERATOR                                       *
009570*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
009580*    THE OPERATOR'S OWN ID.                                       *
009590*----------------------------------------------------------------*
009600 7510-FIND-ONE-OPERATOR.
009610     READ OPERFILE
009620         AT END
009630             SET OPER-EOF-YES TO TRUE
009640             GO TO 7510-EXIT
009650     END-READ
009660     MOVE OPER-REC TO OP-RECORD
009670     IF OP-ID = WS-OPERATOR-ID
009680         SET OPERATOR-ON-FILE TO TRUE
009690     END-IF
009700     .
009710 7510-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------*
009750*    7520-WRITE-SECURITY-LOG                                      *
009760*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
009770*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
009780*    REFUSED.                                                     *
009790*----------------------------------------------------------------*
009800 7520-WRITE-SECURITY-LOG.
009810     MOVE WS-RUN-DATE TO SL-DATE
009820     MOVE WS-RUN-TIME(1:6) TO SL-TIME
009830     MOVE "LGPERIOD" TO SL-PROGRAM
009840     MOVE WS-OPERATOR-ID TO SL-OPERATOR
009850     MOVE WS-AUTH-ACTION TO SL-ACTION
009860     OPEN EXTEND SECLOGFILE
009870     IF SECLOGFILE-NOT-FOUND
009880         OPEN OUTPUT SECLOGFILE
009890     END-IF
009900     IF NOT SECLOGFILE-FOUND
009910         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
009920         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
009930         PERFORM 0900-ABEND
009940     END-IF
009950     MOVE SL-RECORD TO SECLOG-REC
009960     WRITE SECLOG-REC
009970     CLOSE SECLOGFILE
009980     .
009990 7520-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------------*
010030*    8000-FINALIZE                                                *
010040*    REPORTS WHAT THE SESSION DID.                                *
010050*----------------------------------------------------------------*
010060 8000-FINALIZE.
010070     IF MODE-REPORT
010080         DISPLAY "LGPERIOD: PERIOD CONTROL REPORT WRITTEN TO "
010090                 WS-REPORT-DDNAME
010100         GO TO 8000-EXIT
010110     END-IF
010120     EVALUATE TRUE
010130         WHEN MODE-OPEN
010140             MOVE WS-OPENED-COUNT TO WS-EDIT-COUNT
010150             DISPLAY "LGPERIOD: " WS-EDIT-COUNT " OPENED"
010160         WHEN MODE-START-CLOSING
010170             MOVE WS-CLOSING-COUNT TO WS-EDIT-COUNT
010180             DISPLAY "LGPERIOD: " WS-EDIT-COUNT
010190                     " STARTED CLOSING"
010200         WHEN MODE-CLOSE
010210             MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
010220             DISPLAY "LGPERIOD: " WS-EDIT-COUNT " CLOSED"
010230         WHEN OTHER
010240             CONTINUE
010250     END-EVALUATE
010260     .
010270 8000-EXIT.
010280     EXIT.
