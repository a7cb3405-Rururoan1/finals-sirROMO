000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGPROOF.
000120 AUTHOR. DATA-PROCESSING-GROUP.
000130 INSTALLATION. DAILY-PROCESSING-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                  M O D I F I C A T I O N   L O G                *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                   *
000200* 10/15/2026 RJM   ORIGINAL PROGRAM - NIGHTLY MASTER PROOF, RUN   *
000210*                  AFTER LGPOST. REPLAYS THE WHOLE POSTING        *
000220*                  HISTORY (SEE CPYHST01) KEY BY KEY EXACTLY AS   *
000230*                  LGPOST APPLIED IT AND RE-FOOTS EVERY MASTER    *
000240*                  RECORD (SEE CPYMST01) - ACCUMULATED AMOUNT,    *
000250*                  POST COUNT AND LAST POSTING DATE - AGAINST     *
000260*                  THE REPLAY. A KEY ON THE MASTER WITH NO        *
000270*                  HISTORY, OR IN THE HISTORY WITH NO MASTER      *
000280*                  RECORD, IS A BREAK TOO. THE SUM OF EVERY       *
000290*                  MR-ACCUM-AMOUNT IS THEN PROVEN TO THE          *
000300*                  CUMULATIVE NET OF EVERY DAY ON THE POSTED-     *
000310*                  DAYS REGISTER, TAKEN OFF EACH DAY SET'S        *
000320*                  TRAILERS (OR ITS ARCHIVE INDEX RECORD ONCE     *
000330*                  LGARCH HAS ROLLED IT). EVERY BREAK IS LISTED   *
000340*                  ON THE PROOF REPORT AND ANY BREAK FAILS THE    *
000350*                  STEP WITH RETURN-CODE 8. LGPROOF_MODE=REBUILD  *
000360*                  IS THE SUPERVISED RECOVERY FOR A DAMAGED       *
000370*                  MASTER: IT SAVES WHATEVER MASTER IS ON HAND,   *
000380*                  REGENERATES data/master.dat FROM THE HISTORY   *
000390*                  REPLAY, AUDITS WHO DID IT AND WHY              *
000400*                  (LGPROOF_OPERATOR/LGPROOF_REASON) AND THEN     *
000410*                  PROVES THE REBUILT MASTER LIKE ANY NIGHT.      *
000411* 10/15/2026 RJM   REBUILD MODE NOW CHECKS LGPROOF_OPERATOR       *
000412*                  AGAINST THE OPERATOR AUTHORITY MASTER (SEE     *
000413*                  CPYOPR01) BEFORE ANYTHING IS READ - A REBUILD  *
000414*                  NEEDS THE SAME BACKOUT ROLE AS AN LGPOST       *
000415*                  BACKOUT. AN UNKNOWN, REVOKED OR UNAUTHORIZED   *
000416*                  OPERATOR IS REFUSED (RETURN-CODE 8) AND THE    *
000417*                  REFUSAL IS WRITTEN TO THE SECURITY LOG.        *
000418* 10/15/2026 RJM   THE POSTED-DAYS PROOF NOW TAKES LINES LGPOST   *
000419*                  HELD FOR A CLOSED PERIOD (SEE CPYPPQ01) OFF    *
000420*                  THEIR DAY'S NET - THEY ARE IN THE DAY SET'S    *
000421*                  TRAILER BUT NEVER REACHED THE MASTER           *
000422*                  (LGPROOF_PRIOR_DD), INCLUDING LINES LGPRIOR    *
000423*                  HAS SINCE MOVED TO ITS HISTORY FILE            *
000424*                  (LGPROOF_PRIOR_HISTORY_DD).                    *
000425*----------------------------------------------------------------*
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT HISTFILE ASSIGN TO DYNAMIC WS-HISTORY-DDNAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HISTFILE-STATUS.
000500
000510     SELECT MASTERFILE ASSIGN TO DYNAMIC WS-MASTER-DDNAME
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS MR-KEY
000550         FILE STATUS IS WS-MASTERFILE-STATUS.
000560
000570     SELECT POSTEDFILE ASSIGN TO DYNAMIC WS-POSTED-DDNAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-POSTEDFILE-STATUS.
000600
000610     SELECT DAYSETFILE ASSIGN TO DYNAMIC WS-DAYSET-PATH
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-DAYSETFILE-STATUS.
000640
000650     SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-DDNAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-AUDITFILE-STATUS.
000680
000690     SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-DDNAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-REPORTFILE-STATUS.
000711
000712     SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPERATOR-DDNAME
000713         ORGANIZATION IS LINE SEQUENTIAL
000714         FILE STATUS IS WS-OPERFILE-STATUS.
000715
000716     SELECT SECLOGFILE ASSIGN TO DYNAMIC WS-SECLOG-DDNAME
000717         ORGANIZATION IS LINE SEQUENTIAL
000718         FILE STATUS IS WS-SECLOGFILE-STATUS.
000719
000720     SELECT PRIORFILE ASSIGN TO DYNAMIC WS-PRIOR-DDNAME
000722         ORGANIZATION IS LINE SEQUENTIAL
000724         FILE STATUS IS WS-PRIORFILE-STATUS.
000725
000726     SELECT PRIORHIST ASSIGN TO DYNAMIC WS-PRIOR-HIST-DDNAME
000727         ORGANIZATION IS LINE SEQUENTIAL
000728         FILE STATUS IS WS-PRIORHIST-STATUS.
000729
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  HISTFILE.
000760*----------------------------------------------------------------*
000770*    PER-KEY POSTING HISTORY RECORD (SEE CPYHST01)                *
000780*----------------------------------------------------------------*
000790     COPY CPYHST01.
000800
000810 FD  MASTERFILE.
000820*----------------------------------------------------------------*
000830*    MASTER RECORD LAYOUT (SEE CPYMST01)                          *
000840*----------------------------------------------------------------*
000850     COPY CPYMST01.
000860
000870 FD  POSTEDFILE.
000880*----------------------------------------------------------------*
000890*    POSTED-DAYS REGISTER - ONE RECORD PER FEED DATE POSTED       *
000900*    (SAME SHAPE LGPOST WRITES).                                  *
000910*----------------------------------------------------------------*
000920 01  POSTED-REC.
000930     05  PD-FEED-DATE        PIC X(08).
000940     05  PD-RUN-DATE         PIC 9(08).
000950
000960 FD  DAYSETFILE.
000970*----------------------------------------------------------------*
000980*    A DAY'S CONSOLIDATED SET IN data/output/, OR THE MONTHLY     *
000990*    ARCHIVE IT WAS ROLLED INTO - BOTH ARE CPYOUT01 LINES.        *
001000*----------------------------------------------------------------*
001010 01  DAYSET-REC PIC X(256).
001020
001030 FD  AUDITFILE.
001040 01  AUDIT-REC PIC X(200).
001050
001060 FD  REPORTFILE.
001061 01  REPORT-REC PIC X(132).
001062
001063 FD  OPERFILE.
001064 01  OPER-REC PIC X(102).
001065
001066 FD  SECLOGFILE.
001067 01  SECLOG-REC PIC X(80).
001068
001069 FD  PRIORFILE.
001070*----------------------------------------------------------------*
001071*    PRIOR-PERIOD QUEUE (SEE CPYPPQ01) - FEED LINES LGPOST HELD   *
001072*    FOR A CLOSED PERIOD INSTEAD OF POSTING.                      *
001073*----------------------------------------------------------------*
001074 01  PRIOR-REC PIC X(377).
001075
001076 FD  PRIORHIST.
001077*----------------------------------------------------------------*
001078*    PRIOR-PERIOD HISTORY - RELEASED AND VOIDED QUEUE ITEMS       *
001079*    LGPRIOR HAS MOVED OFF THE QUEUE, IN THE QUEUE'S LAYOUT.      *
001080*----------------------------------------------------------------*
001081 01  PRIOR-HIST-REC PIC X(377).
001086
001090 WORKING-STORAGE SECTION.
001091*----------------------------------------------------------------*
001092*    OPERATOR AUTHORITY AND SECURITY LOG RECORD VIEWS (SEE        *
001093*    CPYOPR01 AND CPYSEC01)                                       *
001094*----------------------------------------------------------------*
001095     COPY CPYOPR01.
001096     COPY CPYSEC01.
001097
001098*----------------------------------------------------------------*
001099*    PRIOR-PERIOD QUEUE RECORD VIEW (SEE CPYPPQ01) - SHARED BY    *
001100*    THE QUEUE AND ITS HISTORY FILE.                              *
001101*----------------------------------------------------------------*
001102     COPY CPYPPQ01.
001103
001104*----------------------------------------------------------------*
001110*    FIELDED VIEW OF A DAY-SET LINE (SEE CPYOUT01)                *
001120*----------------------------------------------------------------*
001130     COPY CPYOUT01.
001140
001150*----------------------------------------------------------------*
001160*    ARCHIVE INDEX RECORD - THE SAME SHAPE LGARCH WRITES IN       *
001170*    FRONT OF EVERY ARCHIVED DAY. ITS CONTROL TOTAL IS THE DAY    *
001180*    TRAILER'S NET CONTROL TOTAL.                                 *
001190*----------------------------------------------------------------*
001200 01  WS-INDEX-RECORD.
001210     05  WS-IX-REC-TYPE      PIC X(01).
001220     05  WS-IX-DATE          PIC 9(08).
001230     05  WS-IX-REC-COUNT     PIC 9(09).
001240     05  WS-IX-CTL-TOTAL     PIC S9(09)V99.
001250
001260*----------------------------------------------------------------*
001270*    FILE ASSIGNMENT WORK AREAS. THE MASTER, HISTORY AND          *
001280*    REGISTER DEFAULT TO THE STANDING PATHS LGPOST MAINTAINS;     *
001290*    THE REPORT DEFAULTS TO A RUN-DATED FILE UNDER data/output/.  *
001300*    ALL MAY BE OVERRIDDEN BY LGPROOF_MASTER_DD /                 *
001310*    LGPROOF_HISTORY_DD / LGPROOF_POSTED_DD / LGPROOF_AUDIT_DD /  *
001320*    LGPROOF_REPORT_DD.                                           *
001323*    THE PRIOR-PERIOD QUEUE AND ITS HISTORY BY LGPROOF_PRIOR_DD / *
001326*    LGPROOF_PRIOR_HISTORY_DD.                                    *
001330*----------------------------------------------------------------*
001340 77  WS-HISTORY-DDNAME       PIC X(60)
001350     VALUE "data/master-history.dat".
001360 77  WS-MASTER-DDNAME        PIC X(60) VALUE "data/master.dat".
001370 77  WS-POSTED-DDNAME        PIC X(60)
001380     VALUE "data/posted-days.reg".
001390 77  WS-AUDIT-DDNAME         PIC X(60)
001400     VALUE "data/rebuild-audit.dat".
001410 77  WS-REPORT-DDNAME        PIC X(60) VALUE SPACES.
001420 77  WS-DAYSET-PATH          PIC X(60) VALUE SPACES.
001422 77  WS-OPERATOR-DDNAME      PIC X(60)
001424     VALUE "data/operators.dat".
001426 77  WS-SECLOG-DDNAME        PIC X(60)
001427     VALUE "data/security-log.dat".
001428 77  WS-PRIOR-DDNAME         PIC X(60)
001429     VALUE "data/prior-period.dat".
001431 77  WS-PRIOR-HIST-DDNAME    PIC X(60)
001433     VALUE "data/prior-period-hist.dat".
001435 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001440
001450*----------------------------------------------------------------*
001460*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)            *
001470*----------------------------------------------------------------*
001480 77  WS-ABEND-FILE-NAME      PIC X(12) VALUE SPACES.
001490 77  WS-ABEND-FILE-STATUS    PIC X(02) VALUE SPACES.
001500
001510*----------------------------------------------------------------*
001520*    FILE STATUS SWITCHES                                         *
001530*----------------------------------------------------------------*
001540 77  WS-HISTFILE-STATUS      PIC X(02).
001550     88  HISTFILE-FOUND          VALUE "00".
001560     88  HISTFILE-NOT-FOUND      VALUE "35".
001570 77  WS-MASTERFILE-STATUS    PIC X(02).
001580     88  MASTER-ACTION-OK        VALUE "00".
001590     88  MASTER-NOT-FOUND        VALUE "35".
001600     88  MASTER-KEY-NOT-ON-FILE  VALUE "23".
001610 77  WS-POSTEDFILE-STATUS    PIC X(02).
001620     88  POSTEDFILE-FOUND        VALUE "00".
001630     88  POSTEDFILE-NOT-FOUND    VALUE "35".
001640 77  WS-DAYSETFILE-STATUS    PIC X(02).
001650     88  DAYSETFILE-FOUND        VALUE "00".
001660     88  DAYSETFILE-NOT-FOUND    VALUE "35".
001670 77  WS-AUDITFILE-STATUS     PIC X(02).
001680     88  AUDITFILE-FOUND         VALUE "00".
001690     88  AUDITFILE-NOT-FOUND     VALUE "35".
001700 77  WS-REPORTFILE-STATUS    PIC X(02).
001702 77  WS-PRIORFILE-STATUS     PIC X(02).
001704     88  PRIORFILE-FOUND         VALUE "00".
001706     88  PRIORFILE-NOT-FOUND     VALUE "35".
001707 77  WS-PRIORHIST-STATUS     PIC X(02).
001708     88  PRIORHIST-FOUND         VALUE "00".
001709     88  PRIORHIST-NOT-FOUND     VALUE "35".
001710
001720*----------------------------------------------------------------*
001730*    PROGRAM SWITCHES                                             *
001740*----------------------------------------------------------------*
001750 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001760     88  EOF-YES                  VALUE "Y".
001770 77  WS-DAYEOF-SWITCH        PIC X(01) VALUE "N".
001780     88  DAYSET-EOF               VALUE "Y".
001790 77  WS-RUN-MODE             PIC X(08) VALUE SPACES.
001800     88  MODE-REBUILD             VALUE "REBUILD".
001810 77  WS-KEYFOUND-SWITCH      PIC X(01) VALUE "N".
001820     88  KEY-IN-TABLE             VALUE "Y".
001830 77  WS-KEYBRK-SWITCH        PIC X(01) VALUE "N".
001840     88  KEY-ALREADY-BROKEN       VALUE "Y".
001850 77  WS-DAYSET-SWITCH        PIC X(01) VALUE "N".
001860     88  DAY-SET-ON-HAND          VALUE "Y".
001870 77  WS-DAYNET-SWITCH        PIC X(01) VALUE "N".
001880     88  DAY-NET-FOUND            VALUE "Y".
001890 77  WS-TOTAL-SWITCH         PIC X(01) VALUE "N".
001900     88  TOTAL-OUT-OF-BALANCE     VALUE "Y".
001902 77  WS-PQEOF-SWITCH         PIC X(01) VALUE "N".
001904     88  PRIOR-QUEUE-EOF          VALUE "Y".
001906 77  WS-PRIORQ-SWITCH        PIC X(01) VALUE "Y".
001907     88  PRIOR-QUEUE-ON-HAND      VALUE "Y".
001908 77  WS-PRIORH-SWITCH        PIC X(01) VALUE "Y".
001909     88  PRIOR-HISTORY-ON-HAND    VALUE "Y".
001910
001920*----------------------------------------------------------------*
001930*    RUN CONTROL AND PROOF TOTALS                                 *
001940*----------------------------------------------------------------*
001950 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001960 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001970 77  WS-WORK-KEY             PIC X(10) VALUE SPACES.
001980 77  WS-IX-DATE-X            PIC X(08) VALUE SPACES.
001990 77  WS-HIST-READ            PIC 9(09) COMP VALUE ZERO.
002000 77  WS-MASTER-READ          PIC 9(09) COMP VALUE ZERO.
002010 77  WS-KEYS-OUT             PIC 9(09) COMP VALUE ZERO.
002020 77  WS-DAYS-READ            PIC 9(09) COMP VALUE ZERO.
002030 77  WS-DAYS-MISSING         PIC 9(09) COMP VALUE ZERO.
002040 77  WS-MASTER-TOTAL         PIC S9(11)V99 VALUE ZERO.
002050 77  WS-HISTORY-TOTAL        PIC S9(11)V99 VALUE ZERO.
002060 77  WS-POSTED-NET           PIC S9(11)V99 VALUE ZERO.
002070 77  WS-DAY-NET              PIC S9(11)V99 VALUE ZERO.
002073 77  WS-DAY-HELD             PIC S9(11)V99 VALUE ZERO.
002076 77  WS-TOTAL-HELD           PIC S9(11)V99 VALUE ZERO.
002080 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
002090 77  WS-EDIT-SCOUNT          PIC -ZZZZZZZZ9.
002100 77  WS-EDIT-AMOUNT          PIC -ZZZZZZZZZZ9.99.
002110
002120*----------------------------------------------------------------*
002130*    REBUILD WORK AREAS. OPERATOR AND REASON ARE REQUIRED FOR     *
002140*    THE AUDIT RECORD; THE MASTER ON HAND IS COPIED ASIDE TO A    *
002150*    RUN-STAMPED DIRECTORY BEFORE IT IS REPLACED.                 *
002160*----------------------------------------------------------------*
002170 77  WS-REBUILD-OPERATOR     PIC X(08) VALUE SPACES.
002180 77  WS-REBUILD-REASON       PIC X(30) VALUE SPACES.
002190 77  WS-CONFIRM              PIC X(01) VALUE SPACE.
002200 77  WS-SAVE-DIR             PIC X(60) VALUE SPACES.
002210 77  WS-SHELL-CMD            PIC X(300) VALUE SPACES.
002220 77  WS-SHELL-RC             PIC S9(09) COMP-5 VALUE ZERO.
002230 77  WS-KEYS-REBUILT         PIC 9(09) COMP VALUE ZERO.
002240 77  WS-REBUILT-TOTAL        PIC S9(11)V99 VALUE ZERO.
002250
002260*----------------------------------------------------------------*
002270*    KEY REPLAY TABLE - ONE ENTRY PER KEY EVER SEEN IN THE        *
002280*    HISTORY, CARRYING THE STANDING THE HISTORY SAYS THE MASTER   *
002290*    SHOULD HOLD. THE RUN FIELDS TRACK THE KEY'S LATEST POSTING   *
002300*    RUN AND THE STANDING JUST BEFORE IT, SO A BACKOUT THAT       *
002310*    UNWINDS THAT RUN RESTORES THE SAME DATES AND STATUS LGPOST   *
002320*    RESTORES FROM ITS BEFORE-IMAGE JOURNAL. THE TABLE IS KEPT    *
002321*    IN KEY ORDER SO A KEY IS FOUND BY BINARY SEARCH. A FULL      *
002330*    TABLE IS A HARD STOP - A PARTIAL REPLAY PROVES NOTHING.      *
002340*----------------------------------------------------------------*
002350 77  WS-KEY-COUNT            PIC 9(07) COMP VALUE ZERO.
002360 77  WS-KEY-MAX              PIC 9(07) COMP VALUE 500000.
002370 77  WS-KEY-SUB              PIC 9(07) COMP VALUE ZERO.
002371 77  WS-KEY-LOW              PIC 9(07) COMP VALUE ZERO.
002372 77  WS-KEY-HIGH             PIC 9(07) COMP VALUE ZERO.
002373 77  WS-KEY-MID              PIC 9(07) COMP VALUE ZERO.
002380 01  WS-KEY-TABLE.
002390     05  WS-KEY-ENTRY        OCCURS 500000 TIMES
002400                             INDEXED BY KEY-IDX.
002410         10  WS-KT-KEY           PIC X(10).
002420         10  WS-KT-ACCUM         PIC S9(11)V99.
002430         10  WS-KT-COUNT         PIC S9(09) COMP.
002440         10  WS-KT-LAST-POST     PIC 9(08).
002450         10  WS-KT-LAST-DATE     PIC X(08).
002460         10  WS-KT-STATUS        PIC X(01).
002470         10  WS-KT-RUN-POST      PIC 9(08).
002480         10  WS-KT-RUN-COUNT     PIC S9(09) COMP.
002490         10  WS-KT-PRIOR-POST    PIC 9(08).
002500         10  WS-KT-PRIOR-DATE    PIC X(08).
002510         10  WS-KT-PRIOR-STATUS  PIC X(01).
002520         10  WS-KT-MATCHED       PIC X(01).
002530
002540*----------------------------------------------------------------*
002550*    REPORT LINE LAYOUTS                                          *
002560*----------------------------------------------------------------*
002570 01  WS-BREAK-LINE.
002580     05  WS-BK-KEY           PIC X(10).
002590     05  FILLER              PIC X(02) VALUE SPACES.
002600     05  WS-BK-FIELD         PIC X(12).
002610     05  FILLER              PIC X(02) VALUE SPACES.
002620     05  WS-BK-MASTER        PIC X(15).
002630     05  FILLER              PIC X(02) VALUE SPACES.
002640     05  WS-BK-HISTORY       PIC X(15).
002650     05  FILLER              PIC X(02) VALUE SPACES.
002660     05  WS-BK-NOTE          PIC X(44).
002670
002680 01  WS-DAY-LINE.
002690     05  WS-DL-FEED-DATE     PIC X(08).
002700     05  FILLER              PIC X(02) VALUE SPACES.
002710     05  WS-DL-RUN-DATE      PIC 9(08).
002720     05  FILLER              PIC X(02) VALUE SPACES.
002730     05  WS-DL-SOURCE        PIC X(08).
002740     05  FILLER              PIC X(02) VALUE SPACES.
002750     05  WS-DL-DAY-NET       PIC -ZZZZZZZZZZ9.99.
002760     05  FILLER              PIC X(02) VALUE SPACES.
002770     05  WS-DL-CUM-NET       PIC -ZZZZZZZZZZ9.99.
002780     05  FILLER              PIC X(02) VALUE SPACES.
002790     05  WS-DL-NOTE          PIC X(40).
002800
002801*----------------------------------------------------------------*
002802*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
002803*    AUTHORITY). THE CALLER SETS THE ROLE NUMBER (SEE CPYOPR01)   *
002804*    AND THE ACTION NAME THE SECURITY LOG RECORDS ON A REFUSAL.   *
002805*----------------------------------------------------------------*
002806 77  WS-OPERFILE-STATUS      PIC X(02).
002807     88  OPERFILE-FOUND          VALUE "00".
002808     88  OPERFILE-NOT-FOUND      VALUE "35".
002809 77  WS-SECLOGFILE-STATUS    PIC X(02).
002810     88  SECLOGFILE-FOUND        VALUE "00".
002811     88  SECLOGFILE-NOT-FOUND    VALUE "35".
002812 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
002813     88  OPER-EOF-YES             VALUE "Y".
002814 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
002815     88  OPERATOR-ON-FILE         VALUE "Y".
002816 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
002817 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
002818
002819 PROCEDURE DIVISION.
002820
002830*----------------------------------------------------------------*
002840*    0000-MAINLINE                                                *
002850*    CONTROLS OVERALL FLOW - REPLAY THE HISTORY, REBUILD THE      *
002860*    MASTER WHEN ASKED, THEN FOOT THE MASTER KEY BY KEY AND       *
002870*    PROVE ITS GRAND TOTAL TO THE POSTED DAYS.                    *
002880*----------------------------------------------------------------*
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002910     PERFORM 2000-REPLAY-HISTORY THRU 2000-EXIT
002920     IF MODE-REBUILD
002930         PERFORM 6000-REBUILD-MASTER THRU 6000-EXIT
002940     END-IF
002950     PERFORM 2900-START-REPORT THRU 2900-EXIT
002960     PERFORM 3000-FOOT-MASTER THRU 3000-EXIT
002970     PERFORM 4000-PROVE-POSTED-DAYS THRU 4000-EXIT
002980     PERFORM 5000-WRITE-PROOF-TOTALS THRU 5000-EXIT
002990     PERFORM 8000-FINALIZE THRU 8000-EXIT
003000     STOP RUN.
003010
003020*----------------------------------------------------------------*
003030*    0900-ABEND                                                   *
003040*    DISPLAYS A FATAL FILE-OPEN ERROR AND ENDS THE RUN WITH       *
003050*    RETURN-CODE 16 INSTEAD OF LETTING A BAD ASSIGNMENT RUN ON.   *
003060*----------------------------------------------------------------*
003070 0900-ABEND.
003080     DISPLAY "LGPROOF: *** UNABLE TO OPEN " WS-ABEND-FILE-NAME
003090             " - FILE STATUS " WS-ABEND-FILE-STATUS " ***"
003100     MOVE 16 TO RETURN-CODE
003110     STOP RUN
003120     .
003130
003140*----------------------------------------------------------------*
003150*    1000-INITIALIZE                                              *
003160*    RESOLVES THE RUN MODE AND FILE ASSIGNMENTS.                  *
003170*----------------------------------------------------------------*
003180 1000-INITIALIZE.
003190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003200     ACCEPT WS-RUN-TIME FROM TIME
003210     MOVE SPACES TO WS-ENV-VALUE
003220     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPROOF_MODE"
003230     MOVE WS-ENV-VALUE(1:8) TO WS-RUN-MODE
003240     IF MODE-REBUILD
003250         PERFORM 1100-RESOLVE-REBUILD-ARGS THRU 1100-EXIT
003260     END-IF
003270     MOVE SPACES TO WS-ENV-VALUE
003280     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPROOF_MASTER_DD"
003290     IF WS-ENV-VALUE NOT = SPACES
003300         MOVE WS-ENV-VALUE TO WS-MASTER-DDNAME
003310     END-IF
003320     MOVE SPACES TO WS-ENV-VALUE
003330     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPROOF_HISTORY_DD"
003340     IF WS-ENV-VALUE NOT = SPACES
003350         MOVE WS-ENV-VALUE TO WS-HISTORY-DDNAME
003360     END-IF
003370     MOVE SPACES TO WS-ENV-VALUE
003380     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPROOF_POSTED_DD"
003390     IF WS-ENV-VALUE NOT = SPACES
003400         MOVE WS-ENV-VALUE TO WS-POSTED-DDNAME
003410     END-IF
003420     MOVE SPACES TO WS-ENV-VALUE
003430     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPROOF_AUDIT_DD"
003440     IF WS-ENV-VALUE NOT = SPACES
003450         MOVE WS-ENV-VALUE TO WS-AUDIT-DDNAME
003460     END-IF
003470     MOVE SPACES TO WS-ENV-VALUE
003480     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPROOF_REPORT_DD"
003490     IF WS-ENV-VALUE NOT = SPACES
003500         MOVE WS-ENV-VALUE TO WS-REPORT-DDNAME
003510     ELSE
003520         MOVE SPACES TO WS-REPORT-DDNAME
003530         STRING "data/output/PROOF-" DELIMITED BY SIZE
003540                WS-RUN-DATE DELIMITED BY SIZE
003550                ".txt" DELIMITED BY SIZE
003560                INTO WS-REPORT-DDNAME
003561     END-IF
003562     MOVE SPACES TO WS-ENV-VALUE
003563     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPROOF_PRIOR_DD"
003564     IF WS-ENV-VALUE NOT = SPACES
003565         MOVE WS-ENV-VALUE TO WS-PRIOR-DDNAME
003566     END-IF
003567     MOVE SPACES TO WS-ENV-VALUE
003568     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
003569         "LGPROOF_PRIOR_HISTORY_DD"
003570     IF WS-ENV-VALUE NOT = SPACES
003571         MOVE WS-ENV-VALUE TO WS-PRIOR-HIST-DDNAME
003572     END-IF
003580     .
003590 1000-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------*
003630*    1100-RESOLVE-REBUILD-ARGS                                    *
003640*    A REBUILD REPLACES THE WHOLE MASTER, SO LIKE AN LGPOST       *
003650*    BACKOUT IT NEEDS WHO IS DOING IT AND WHY FOR THE AUDIT       *
003660*    RECORD (LGPROOF_OPERATOR, LGPROOF_REASON). BOTH ARE          *
003670*    REQUIRED.                                                    *
003680*----------------------------------------------------------------*
003690 1100-RESOLVE-REBUILD-ARGS.
003700     MOVE SPACES TO WS-ENV-VALUE
003710     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPROOF_OPERATOR"
003720     MOVE WS-ENV-VALUE(1:8) TO WS-REBUILD-OPERATOR
003730     MOVE SPACES TO WS-ENV-VALUE
003740     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPROOF_REASON"
003750     MOVE WS-ENV-VALUE(1:30) TO WS-REBUILD-REASON
003760     IF WS-REBUILD-OPERATOR = SPACES
003770      OR WS-REBUILD-REASON = SPACES
003780         DISPLAY "LGPROOF: *** LGPROOF_OPERATOR AND "
003790                 "LGPROOF_REASON REQUIRED FOR REBUILD MODE ***"
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF
003821     MOVE SPACES TO WS-ENV-VALUE
003822     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPROOF_OPERATORS_DD"
003823     IF WS-ENV-VALUE NOT = SPACES
003824         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
003825     END-IF
003826     MOVE SPACES TO WS-ENV-VALUE
003827     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPROOF_SECLOG_DD"
003828     IF WS-ENV-VALUE NOT = SPACES
003829         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
003830     END-IF
003831     MOVE 6 TO WS-AUTH-ROLE
003832     MOVE "MASTER REBUILD" TO WS-AUTH-ACTION
003833     PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
003834     .
003840 1100-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------------*
003880*    2000-REPLAY-HISTORY                                          *
003890*    SINGLE PASS OVER THE POSTING HISTORY, BUILDING EACH KEY'S    *
003900*    STANDING IN THE REPLAY TABLE. NO HISTORY ON HAND IS AN       *
003910*    EMPTY REPLAY FOR THE PROOF (ANY MASTER RECORD THEN BREAKS)   *
003920*    BUT REFUSES A REBUILD - THERE IS NOTHING TO REBUILD FROM.    *
003930*----------------------------------------------------------------*
003940 2000-REPLAY-HISTORY.
003950     OPEN INPUT HISTFILE
003960     IF HISTFILE-NOT-FOUND
003970         IF MODE-REBUILD
003980             DISPLAY "LGPROOF: *** NO POSTING HISTORY ON HAND - "
003990                     "NOTHING TO REBUILD FROM ***"
004000             MOVE 16 TO RETURN-CODE
004010             STOP RUN
004020         END-IF
004030         GO TO 2000-EXIT
004040     END-IF
004050     IF NOT HISTFILE-FOUND
004060         MOVE "HISTFILE" TO WS-ABEND-FILE-NAME
004070         MOVE WS-HISTFILE-STATUS TO WS-ABEND-FILE-STATUS
004080         PERFORM 0900-ABEND
004090     END-IF
004100     PERFORM 2100-REPLAY-ONE-RECORD THRU 2100-EXIT
004110         UNTIL EOF-YES
004120     CLOSE HISTFILE
004130     MOVE "N" TO WS-EOF-SWITCH
004140     .
004150 2000-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------*
004190*    2100-REPLAY-ONE-RECORD                                       *
004200*    APPLIES ONE HISTORY RECORD TO ITS KEY'S REPLAYED STANDING.   *
004210*----------------------------------------------------------------*
004220 2100-REPLAY-ONE-RECORD.
004230     READ HISTFILE
004240         AT END
004250             SET EOF-YES TO TRUE
004260             GO TO 2100-EXIT
004270     END-READ
004280     ADD 1 TO WS-HIST-READ
004290     MOVE HR-KEY TO WS-WORK-KEY
004300     PERFORM 2200-FIND-KEY THRU 2200-EXIT
004310     IF NOT KEY-IN-TABLE
004320         PERFORM 2250-ADD-KEY-ENTRY THRU 2250-EXIT
004330     END-IF
004340     IF HR-FROM-BACKOUT
004350         PERFORM 2400-REPLAY-BACKOUT THRU 2400-EXIT
004360     ELSE
004370         PERFORM 2300-REPLAY-POSTING THRU 2300-EXIT
004380     END-IF
004390     .
004400 2100-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------*
004440*    2200-FIND-KEY                                                *
004450*    BINARY SEARCH OF THE REPLAY TABLE FOR WS-WORK-KEY, LEAVING   *
004460*    KEY-IDX ON ITS ENTRY WHEN FOUND. ON A MISS WS-KEY-LOW IS     *
004461*    WHERE THE KEY BELONGS.                                       *
004470*----------------------------------------------------------------*
004480 2200-FIND-KEY.
004490     MOVE "N" TO WS-KEYFOUND-SWITCH
004500     MOVE 1 TO WS-KEY-LOW
004510     MOVE WS-KEY-COUNT TO WS-KEY-HIGH
004520     PERFORM 2210-PROBE-ONE-KEY THRU 2210-EXIT
004530         UNTIL WS-KEY-LOW > WS-KEY-HIGH OR KEY-IN-TABLE
004620     .
004630 2200-EXIT.
004640     EXIT.
004641
004642*----------------------------------------------------------------*
004643*    2210-PROBE-ONE-KEY                                           *
004644*    HALVES THE SEARCH RANGE ONCE.                                *
004645*----------------------------------------------------------------*
004646 2210-PROBE-ONE-KEY.
004647     COMPUTE WS-KEY-MID = (WS-KEY-LOW + WS-KEY-HIGH) / 2
004648     EVALUATE TRUE
004649         WHEN WS-KT-KEY (WS-KEY-MID) = WS-WORK-KEY
004650             SET KEY-IN-TABLE TO TRUE
004651             SET KEY-IDX TO WS-KEY-MID
004652         WHEN WS-KT-KEY (WS-KEY-MID) < WS-WORK-KEY
004653             COMPUTE WS-KEY-LOW = WS-KEY-MID + 1
004654         WHEN OTHER
004655             COMPUTE WS-KEY-HIGH = WS-KEY-MID - 1
004656     END-EVALUATE
004657     .
004658 2210-EXIT.
004659     EXIT.
004660
004661*----------------------------------------------------------------*
004670*    2250-ADD-KEY-ENTRY                                           *
004680*    STARTS A REPLAY ENTRY FOR A KEY'S FIRST HISTORY RECORD AT    *
004681*    WS-KEY-LOW (SEE 2200), MOVING LATER KEYS DOWN ONE.           *
004690*----------------------------------------------------------------*
004700 2250-ADD-KEY-ENTRY.
004710     IF WS-KEY-COUNT >= WS-KEY-MAX
004720         DISPLAY "LGPROOF: *** KEY REPLAY TABLE FULL - RUN "
004730                 "STOPPED ***"
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF
004770     ADD 1 TO WS-KEY-COUNT
004771     MOVE WS-KEY-COUNT TO WS-KEY-SUB
004772     PERFORM 2260-MOVE-ONE-KEY-DOWN THRU 2260-EXIT
004773         UNTIL WS-KEY-SUB = WS-KEY-LOW
004780     SET KEY-IDX TO WS-KEY-SUB
004790     MOVE WS-WORK-KEY TO WS-KT-KEY (KEY-IDX)
004800     MOVE ZERO TO WS-KT-ACCUM (KEY-IDX)
004810     MOVE ZERO TO WS-KT-COUNT (KEY-IDX)
004820     MOVE ZERO TO WS-KT-LAST-POST (KEY-IDX)
004830     MOVE SPACES TO WS-KT-LAST-DATE (KEY-IDX)
004840     MOVE SPACE TO WS-KT-STATUS (KEY-IDX)
004850     MOVE ZERO TO WS-KT-RUN-POST (KEY-IDX)
004860     MOVE ZERO TO WS-KT-RUN-COUNT (KEY-IDX)
004870     MOVE ZERO TO WS-KT-PRIOR-POST (KEY-IDX)
004880     MOVE SPACES TO WS-KT-PRIOR-DATE (KEY-IDX)
004890     MOVE SPACE TO WS-KT-PRIOR-STATUS (KEY-IDX)
004900     MOVE "N" TO WS-KT-MATCHED (KEY-IDX)
004910     SET KEY-IN-TABLE TO TRUE
004920     .
004930 2250-EXIT.
004940     EXIT.
004941
004942*----------------------------------------------------------------*
004943*    2260-MOVE-ONE-KEY-DOWN                                       *
004944*    MOVES ONE LATER KEY DOWN TO MAKE ROOM.                       *
004945*----------------------------------------------------------------*
004946 2260-MOVE-ONE-KEY-DOWN.
004947     MOVE WS-KEY-ENTRY (WS-KEY-SUB - 1)
004948         TO WS-KEY-ENTRY (WS-KEY-SUB)
004949     SUBTRACT 1 FROM WS-KEY-SUB
004950     .
004951 2260-EXIT.
004952     EXIT.
004956
004960*----------------------------------------------------------------*
004970*    2300-REPLAY-POSTING                                          *
004980*    A DETAIL, REVERSAL OR ADJUSTMENT - THE SAME ARITHMETIC       *
004990*    LGPOST APPLIED. A KEY NOT ON THE MASTER (NO NET POSTINGS)    *
005000*    STARTS FROM THE RECORD; AFTER THAT ONLY DETAIL ACTIVITY      *
005010*    DATED ON OR AFTER THE LAST BUSINESS DATE MOVES THE DATE      *
005020*    AND STATUS. THE FIRST RECORD OF A NEW POSTING RUN SAVES      *
005030*    THE STANDING BEFORE IT FOR A LATER BACKOUT.                  *
005040*----------------------------------------------------------------*
005050 2300-REPLAY-POSTING.
005060     IF HR-POST-DATE NOT = WS-KT-RUN-POST (KEY-IDX)
005070         MOVE WS-KT-LAST-POST (KEY-IDX)
005080             TO WS-KT-PRIOR-POST (KEY-IDX)
005090         MOVE WS-KT-LAST-DATE (KEY-IDX)
005100             TO WS-KT-PRIOR-DATE (KEY-IDX)
005110         MOVE WS-KT-STATUS (KEY-IDX)
005120             TO WS-KT-PRIOR-STATUS (KEY-IDX)
005130         MOVE HR-POST-DATE TO WS-KT-RUN-POST (KEY-IDX)
005140         MOVE ZERO TO WS-KT-RUN-COUNT (KEY-IDX)
005150     END-IF
005160     EVALUATE TRUE
005170         WHEN WS-KT-COUNT (KEY-IDX) NOT > ZERO
005180             MOVE HR-BUS-DATE TO WS-KT-LAST-DATE (KEY-IDX)
005190             IF HR-FROM-ADJUSTMENT
005200                 MOVE SPACE TO WS-KT-STATUS (KEY-IDX)
005210             ELSE
005220                 MOVE HR-STATUS TO WS-KT-STATUS (KEY-IDX)
005230             END-IF
005240         WHEN HR-FROM-ADJUSTMENT
005250             CONTINUE
005260         WHEN HR-BUS-DATE >= WS-KT-LAST-DATE (KEY-IDX)
005270             MOVE HR-BUS-DATE TO WS-KT-LAST-DATE (KEY-IDX)
005280             MOVE HR-STATUS TO WS-KT-STATUS (KEY-IDX)
005290         WHEN OTHER
005300             CONTINUE
005310     END-EVALUATE
005320     ADD HR-AMOUNT TO WS-KT-ACCUM (KEY-IDX)
005330     ADD 1 TO WS-KT-COUNT (KEY-IDX)
005340     ADD 1 TO WS-KT-RUN-COUNT (KEY-IDX)
005350     MOVE HR-POST-DATE TO WS-KT-LAST-POST (KEY-IDX)
005360     .
005370 2300-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------*
005410*    2400-REPLAY-BACKOUT                                          *
005420*    A "B" RECORD ALREADY CARRIES THE NEGATED AMOUNT. ONCE A      *
005430*    BACKOUT HAS UNWOUND EVERY RECORD OF THE KEY'S LATEST RUN,    *
005440*    THE STANDING BEFORE THAT RUN COMES BACK - WHAT LGPOST        *
005450*    RESTORES FROM ITS JOURNAL. A KEY LEFT WITH NO NET POSTINGS   *
005460*    IS ONE THE BACKOUT DELETED FROM THE MASTER.                  *
005470*----------------------------------------------------------------*
005480 2400-REPLAY-BACKOUT.
005490     ADD HR-AMOUNT TO WS-KT-ACCUM (KEY-IDX)
005500     SUBTRACT 1 FROM WS-KT-COUNT (KEY-IDX)
005510     IF WS-KT-RUN-COUNT (KEY-IDX) > ZERO
005520         SUBTRACT 1 FROM WS-KT-RUN-COUNT (KEY-IDX)
005530         IF WS-KT-RUN-COUNT (KEY-IDX) = ZERO
005540             MOVE WS-KT-PRIOR-POST (KEY-IDX)
005550                 TO WS-KT-LAST-POST (KEY-IDX)
005560             MOVE WS-KT-PRIOR-DATE (KEY-IDX)
005570                 TO WS-KT-LAST-DATE (KEY-IDX)
005580             MOVE WS-KT-PRIOR-STATUS (KEY-IDX)
005590                 TO WS-KT-STATUS (KEY-IDX)
005600         END-IF
005610     END-IF
005620     .
005630 2400-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------*
005670*    2900-START-REPORT                                            *
005680*    OPENS THE PROOF REPORT AND WRITES ITS HEADING AND THE        *
005690*    CAPTIONS FOR THE KEY BREAK SECTION.                          *
005700*----------------------------------------------------------------*
005710 2900-START-REPORT.
005720     OPEN OUTPUT REPORTFILE
005730     IF WS-REPORTFILE-STATUS NOT = "00"
005740         MOVE "REPORTFILE" TO WS-ABEND-FILE-NAME
005750         MOVE WS-REPORTFILE-STATUS TO WS-ABEND-FILE-STATUS
005760         PERFORM 0900-ABEND
005770     END-IF
005780     MOVE SPACES TO REPORT-REC
005790     STRING "LGPROOF - MASTER-TO-HISTORY PROOF FOR "
005800            DELIMITED BY SIZE
005810            WS-RUN-DATE DELIMITED BY SIZE
005820            INTO REPORT-REC
005830     WRITE REPORT-REC
005840     IF MODE-REBUILD
005850         MOVE SPACES TO REPORT-REC
005860         STRING "MASTER REBUILT FROM HISTORY BY "
005870                DELIMITED BY SIZE
005880                WS-REBUILD-OPERATOR DELIMITED BY SIZE
005890                " - " DELIMITED BY SIZE
005900                WS-REBUILD-REASON DELIMITED BY SIZE
005910                INTO REPORT-REC
005920         WRITE REPORT-REC
005930     END-IF
005940     MOVE SPACES TO REPORT-REC
005950     WRITE REPORT-REC
005960     MOVE "MASTER RECORDS OUT OF BALANCE WITH HISTORY"
005970         TO REPORT-REC
005980     WRITE REPORT-REC
005990     MOVE SPACES TO REPORT-REC
006000     WRITE REPORT-REC
006010     MOVE "KEY         FIELD                  MASTER          HIST
006020-         "ORY  NOTE" TO REPORT-REC
006030     WRITE REPORT-REC
006040     .
006050 2900-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------*
006090*    3000-FOOT-MASTER                                             *
006100*    READS THE MASTER IN KEY ORDER AND FOOTS EVERY RECORD TO      *
006110*    ITS REPLAYED STANDING, THEN LISTS EVERY KEY THE HISTORY      *
006120*    SAYS SHOULD BE ON THE MASTER BUT IS NOT. NO MASTER ON HAND   *
006130*    IS FOOTED AS AN EMPTY ONE.                                   *
006140*----------------------------------------------------------------*
006150 3000-FOOT-MASTER.
006160     OPEN INPUT MASTERFILE
006170     IF MASTER-NOT-FOUND
006180         GO TO 3000-LEFTOVER
006190     END-IF
006200     IF NOT MASTER-ACTION-OK
006210         MOVE "MASTERFILE" TO WS-ABEND-FILE-NAME
006220         MOVE WS-MASTERFILE-STATUS TO WS-ABEND-FILE-STATUS
006230         PERFORM 0900-ABEND
006240     END-IF
006250     MOVE LOW-VALUES TO MR-KEY
006260     START MASTERFILE KEY IS NOT LESS THAN MR-KEY
006270         INVALID KEY
006280             SET EOF-YES TO TRUE
006290     END-START
006300     PERFORM 3100-FOOT-ONE-MASTER-RECORD THRU 3100-EXIT
006310         UNTIL EOF-YES
006320     CLOSE MASTERFILE
006330     MOVE "N" TO WS-EOF-SWITCH
006340     .
006350 3000-LEFTOVER.
006360     MOVE 1 TO WS-KEY-SUB
006370     PERFORM 3300-CHECK-ONE-REPLAYED-KEY THRU 3300-EXIT
006380         UNTIL WS-KEY-SUB > WS-KEY-COUNT
006390     IF WS-KEYS-OUT = ZERO
006400         MOVE "  (NONE)" TO REPORT-REC
006410         WRITE REPORT-REC
006420     END-IF
006430     .
006440 3000-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------*
006480*    3100-FOOT-ONE-MASTER-RECORD                                  *
006490*    FOOTS ONE MASTER RECORD TO ITS REPLAYED STANDING - AMOUNT,   *
006500*    POST COUNT AND LAST POSTING DATE - AND ADDS IT INTO THE      *
006510*    MASTER GRAND TOTAL.                                          *
006520*----------------------------------------------------------------*
006530 3100-FOOT-ONE-MASTER-RECORD.
006540     READ MASTERFILE NEXT RECORD
006550         AT END
006560             SET EOF-YES TO TRUE
006570             GO TO 3100-EXIT
006580     END-READ
006590     IF NOT MASTER-ACTION-OK
006600         DISPLAY "LGPROOF: *** MASTER READ FAILED AFTER KEY "
006610                 MR-KEY " - FILE STATUS "
006620                 WS-MASTERFILE-STATUS " ***"
006630         MOVE 16 TO RETURN-CODE
006640         STOP RUN
006650     END-IF
006660     ADD 1 TO WS-MASTER-READ
006670     ADD MR-ACCUM-AMOUNT TO WS-MASTER-TOTAL
006680     MOVE "N" TO WS-KEYBRK-SWITCH
006690     MOVE MR-KEY TO WS-WORK-KEY
006700     PERFORM 2200-FIND-KEY THRU 2200-EXIT
006710     IF NOT KEY-IN-TABLE
006720         MOVE SPACES TO WS-BREAK-LINE
006730         MOVE "KEY" TO WS-BK-FIELD
006740         MOVE MR-ACCUM-AMOUNT TO WS-EDIT-AMOUNT
006750         MOVE WS-EDIT-AMOUNT TO WS-BK-MASTER
006760         MOVE "ON MASTER - NO POSTING HISTORY" TO WS-BK-NOTE
006770         PERFORM 3200-WRITE-BREAK-LINE THRU 3200-EXIT
006780         GO TO 3100-EXIT
006790     END-IF
006800     MOVE "Y" TO WS-KT-MATCHED (KEY-IDX)
006810     IF WS-KT-COUNT (KEY-IDX) NOT > ZERO
006820         MOVE SPACES TO WS-BREAK-LINE
006830         MOVE "KEY" TO WS-BK-FIELD
006840         MOVE MR-ACCUM-AMOUNT TO WS-EDIT-AMOUNT
006850         MOVE WS-EDIT-AMOUNT TO WS-BK-MASTER
006860         MOVE WS-KT-ACCUM (KEY-IDX) TO WS-EDIT-AMOUNT
006870         MOVE WS-EDIT-AMOUNT TO WS-BK-HISTORY
006880         MOVE "BACKED OUT IN HISTORY - STILL ON MASTER"
006890             TO WS-BK-NOTE
006900         PERFORM 3200-WRITE-BREAK-LINE THRU 3200-EXIT
006910         GO TO 3100-EXIT
006920     END-IF
006930     IF MR-ACCUM-AMOUNT NOT = WS-KT-ACCUM (KEY-IDX)
006940         MOVE SPACES TO WS-BREAK-LINE
006950         MOVE "AMOUNT" TO WS-BK-FIELD
006960         MOVE MR-ACCUM-AMOUNT TO WS-EDIT-AMOUNT
006970         MOVE WS-EDIT-AMOUNT TO WS-BK-MASTER
006980         MOVE WS-KT-ACCUM (KEY-IDX) TO WS-EDIT-AMOUNT
006990         MOVE WS-EDIT-AMOUNT TO WS-BK-HISTORY
007000         PERFORM 3200-WRITE-BREAK-LINE THRU 3200-EXIT
007010     END-IF
007020     IF MR-POST-COUNT NOT = WS-KT-COUNT (KEY-IDX)
007030         MOVE SPACES TO WS-BREAK-LINE
007040         MOVE "POST COUNT" TO WS-BK-FIELD
007050         MOVE MR-POST-COUNT TO WS-EDIT-SCOUNT
007060         MOVE WS-EDIT-SCOUNT TO WS-BK-MASTER
007070         MOVE WS-KT-COUNT (KEY-IDX) TO WS-EDIT-SCOUNT
007080         MOVE WS-EDIT-SCOUNT TO WS-BK-HISTORY
007090         PERFORM 3200-WRITE-BREAK-LINE THRU 3200-EXIT
007100     END-IF
007110     IF MR-LAST-POST-DATE NOT = WS-KT-LAST-POST (KEY-IDX)
007120         MOVE SPACES TO WS-BREAK-LINE
007130         MOVE "LAST POSTED" TO WS-BK-FIELD
007140         MOVE MR-LAST-POST-DATE TO WS-BK-MASTER
007150         MOVE WS-KT-LAST-POST (KEY-IDX) TO WS-BK-HISTORY
007160         PERFORM 3200-WRITE-BREAK-LINE THRU 3200-EXIT
007170     END-IF
007180     .
007190 3100-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------*
007230*    3200-WRITE-BREAK-LINE                                        *
007240*    WRITES ONE BREAK LINE FOR WS-WORK-KEY, COUNTING THE KEY      *
007250*    OUT OF BALANCE ON ITS FIRST BREAK ONLY.                      *
007260*----------------------------------------------------------------*
007270 3200-WRITE-BREAK-LINE.
007280     MOVE WS-WORK-KEY TO WS-BK-KEY
007290     MOVE WS-BREAK-LINE TO REPORT-REC
007300     WRITE REPORT-REC
007310     IF NOT KEY-ALREADY-BROKEN
007320         ADD 1 TO WS-KEYS-OUT
007330         SET KEY-ALREADY-BROKEN TO TRUE
007340     END-IF
007350     .
007360 3200-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------*
007400*    3300-CHECK-ONE-REPLAYED-KEY                                  *
007410*    ADDS ONE REPLAYED KEY INTO THE HISTORY TOTAL AND BREAKS IT   *
007420*    WHEN IT STILL HAS NET POSTINGS BUT NEVER TURNED UP ON THE    *
007430*    MASTER.                                                      *
007440*----------------------------------------------------------------*
007450 3300-CHECK-ONE-REPLAYED-KEY.
007460     ADD WS-KT-ACCUM (WS-KEY-SUB) TO WS-HISTORY-TOTAL
007470     IF WS-KT-MATCHED (WS-KEY-SUB) = "Y"
007480      OR WS-KT-COUNT (WS-KEY-SUB) NOT > ZERO
007490         GO TO 3300-NEXT
007500     END-IF
007510     MOVE "N" TO WS-KEYBRK-SWITCH
007520     MOVE WS-KT-KEY (WS-KEY-SUB) TO WS-WORK-KEY
007530     MOVE SPACES TO WS-BREAK-LINE
007540     MOVE "KEY" TO WS-BK-FIELD
007550     MOVE WS-KT-ACCUM (WS-KEY-SUB) TO WS-EDIT-AMOUNT
007560     MOVE WS-EDIT-AMOUNT TO WS-BK-HISTORY
007570     MOVE "IN HISTORY - NOT ON MASTER" TO WS-BK-NOTE
007580     PERFORM 3200-WRITE-BREAK-LINE THRU 3200-EXIT
007590     .
007600 3300-NEXT.
007610     ADD 1 TO WS-KEY-SUB
007620     .
007630 3300-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------*
007670*    4000-PROVE-POSTED-DAYS                                       *
007680*    WALKS THE POSTED-DAYS REGISTER, TAKING EACH DAY'S NET        *
007690*    CONTROL TOTAL OFF ITS DAY SET (OR ITS ARCHIVE INDEX RECORD)  *
007700*    AND RUNNING THE CUMULATIVE NET THE MASTER MUST EQUAL. A      *
007710*    DAY WHOSE NET CANNOT BE FOUND IS A BREAK - THE GRAND TOTAL   *
007720*    CANNOT BE PROVEN WITHOUT IT.                                 *
007730*----------------------------------------------------------------*
007740 4000-PROVE-POSTED-DAYS.
007750     MOVE SPACES TO REPORT-REC
007760     WRITE REPORT-REC
007770     MOVE "POSTED DAYS" TO REPORT-REC
007780     WRITE REPORT-REC
007790     MOVE SPACES TO REPORT-REC
007800     WRITE REPORT-REC
007810     MOVE "FEED DAY  POSTED    SOURCE            DAY NET   CUMULAT
007820-         "IVE NET  NOTE" TO REPORT-REC
007830     WRITE REPORT-REC
007840     OPEN INPUT POSTEDFILE
007850     IF POSTEDFILE-NOT-FOUND
007860         MOVE "  (NO DAYS ON THE POSTED-DAYS REGISTER)"
007870             TO REPORT-REC
007880         WRITE REPORT-REC
007890         GO TO 4000-EXIT
007900     END-IF
007910     IF NOT POSTEDFILE-FOUND
007920         MOVE "POSTEDFILE" TO WS-ABEND-FILE-NAME
007930         MOVE WS-POSTEDFILE-STATUS TO WS-ABEND-FILE-STATUS
007940         PERFORM 0900-ABEND
007950     END-IF
007960     PERFORM 4100-PROVE-ONE-DAY THRU 4100-EXIT
007970         UNTIL EOF-YES
007980     CLOSE POSTEDFILE
007990     MOVE "N" TO WS-EOF-SWITCH
008000     .
008010 4000-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------------*
008050*    4100-PROVE-ONE-DAY                                           *
008060*    FINDS ONE POSTED DAY'S NET AND ADDS IT TO THE CUMULATIVE.    *
008063*    LINES HELD OFF THE DAY FOR A CLOSED PERIOD COME OFF ITS NET  *
008066*    FIRST (SEE 4400).                                            *
008070*----------------------------------------------------------------*
008080 4100-PROVE-ONE-DAY.
008090     READ POSTEDFILE
008100         AT END
008110             SET EOF-YES TO TRUE
008120             GO TO 4100-EXIT
008130     END-READ
008140     ADD 1 TO WS-DAYS-READ
008150     MOVE ZERO TO WS-DAY-NET
008160     MOVE "N" TO WS-DAYSET-SWITCH
008170     MOVE "N" TO WS-DAYNET-SWITCH
008180     MOVE SPACES TO WS-DAY-LINE
008190     MOVE PD-FEED-DATE TO WS-DL-FEED-DATE
008200     MOVE PD-RUN-DATE TO WS-DL-RUN-DATE
008210     PERFORM 4200-NET-FROM-DAY-SET THRU 4200-EXIT
008220     IF NOT DAY-SET-ON-HAND
008230         PERFORM 4300-NET-FROM-ARCHIVE THRU 4300-EXIT
008240     END-IF
008250     IF NOT DAY-NET-FOUND
008260         ADD 1 TO WS-DAYS-MISSING
008270         IF DAY-SET-ON-HAND
008280             MOVE "*** DAY SET CARRIES NO TRAILER ***"
008290                 TO WS-DL-NOTE
008300         ELSE
008310             MOVE "*** DAY SET NOT ON HAND ***" TO WS-DL-NOTE
008320         END-IF
008330     ELSE
008331         PERFORM 4400-HELD-FOR-DAY THRU 4400-EXIT
008332         IF WS-DAY-HELD NOT = ZERO
008333             SUBTRACT WS-DAY-HELD FROM WS-DAY-NET
008334             ADD WS-DAY-HELD TO WS-TOTAL-HELD
008335             MOVE "LESS LINES HELD FOR CLOSED PERIOD"
008336                 TO WS-DL-NOTE
008337         END-IF
008340         ADD WS-DAY-NET TO WS-POSTED-NET
008350         MOVE WS-DAY-NET TO WS-DL-DAY-NET
008360     END-IF
008370     MOVE WS-POSTED-NET TO WS-DL-CUM-NET
008380     MOVE WS-DAY-LINE TO REPORT-REC
008390     WRITE REPORT-REC
008400     .
008410 4100-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------*
008450*    4200-NET-FROM-DAY-SET                                        *
008460*    SUMS THE NET CONTROL TOTAL OFF EVERY TRAILER OF THE DAY'S    *
008470*    CONSOLIDATED SET STILL IN data/output/.                      *
008480*----------------------------------------------------------------*
008490 4200-NET-FROM-DAY-SET.
008500     MOVE SPACES TO WS-DAYSET-PATH
008510     STRING "data/output/OUTPUT-" DELIMITED BY SIZE
008520            PD-FEED-DATE DELIMITED BY SIZE
008530            ".DAT" DELIMITED BY SIZE
008540            INTO WS-DAYSET-PATH
008550     OPEN INPUT DAYSETFILE
008560     IF DAYSETFILE-NOT-FOUND
008570         GO TO 4200-EXIT
008580     END-IF
008590     IF NOT DAYSETFILE-FOUND
008600         MOVE "DAYSETFILE" TO WS-ABEND-FILE-NAME
008610         MOVE WS-DAYSETFILE-STATUS TO WS-ABEND-FILE-STATUS
008620         PERFORM 0900-ABEND
008630     END-IF
008640     SET DAY-SET-ON-HAND TO TRUE
008650     MOVE "DAY SET" TO WS-DL-SOURCE
008660     MOVE "N" TO WS-DAYEOF-SWITCH
008670     PERFORM 4210-READ-ONE-DAY-SET-LINE THRU 4210-EXIT
008680         UNTIL DAYSET-EOF
008690     CLOSE DAYSETFILE
008700     .
008710 4200-EXIT.
008720     EXIT.
008730
008740*----------------------------------------------------------------*
008750*    4210-READ-ONE-DAY-SET-LINE                                   *
008760*    ADDS ONE TRAILER'S NET CONTROL TOTAL INTO THE DAY NET.       *
008770*----------------------------------------------------------------*
008780 4210-READ-ONE-DAY-SET-LINE.
008790     READ DAYSETFILE
008800         AT END
008810             SET DAYSET-EOF TO TRUE
008820             GO TO 4210-EXIT
008830     END-READ
008840     MOVE DAYSET-REC TO OR-RECORD
008850     IF OR-IS-TRAILER
008860         ADD OR-TRL-CTL-TOTAL TO WS-DAY-NET
008870         SET DAY-NET-FOUND TO TRUE
008880     END-IF
008890     .
008900 4210-EXIT.
008910     EXIT.
008920
008930*----------------------------------------------------------------*
008940*    4300-NET-FROM-ARCHIVE                                        *
008950*    A DAY LGARCH HAS ROLLED OFF data/output/ IS FOUND IN ITS     *
008960*    MONTH'S ARCHIVE; THE NET COMES OFF THE DAY'S INDEX           *
008970*    RECORD(S).                                                   *
008980*----------------------------------------------------------------*
008990 4300-NET-FROM-ARCHIVE.
009000     MOVE SPACES TO WS-DAYSET-PATH
009010     STRING "data/archive/ARCHIVE-" DELIMITED BY SIZE
009020            PD-FEED-DATE(1:6) DELIMITED BY SIZE
009030            ".DAT" DELIMITED BY SIZE
009040            INTO WS-DAYSET-PATH
009050     OPEN INPUT DAYSETFILE
009060     IF DAYSETFILE-NOT-FOUND
009070         GO TO 4300-EXIT
009080     END-IF
009090     IF NOT DAYSETFILE-FOUND
009100         MOVE "DAYSETFILE" TO WS-ABEND-FILE-NAME
009110         MOVE WS-DAYSETFILE-STATUS TO WS-ABEND-FILE-STATUS
009120         PERFORM 0900-ABEND
009130     END-IF
009140     MOVE "N" TO WS-DAYEOF-SWITCH
009150     PERFORM 4310-READ-ONE-ARCHIVE-LINE THRU 4310-EXIT
009160         UNTIL DAYSET-EOF
009170     CLOSE DAYSETFILE
009180     IF DAY-NET-FOUND
009190         MOVE "ARCHIVE" TO WS-DL-SOURCE
009200     END-IF
009210     .
009220 4300-EXIT.
009230     EXIT.
009240
009250*----------------------------------------------------------------*
009260*    4310-READ-ONE-ARCHIVE-LINE                                   *
009270*    ADDS AN INDEX RECORD'S CONTROL TOTAL WHEN IT FRONTS THE      *
009280*    POSTED DAY.                                                  *
009290*----------------------------------------------------------------*
009300 4310-READ-ONE-ARCHIVE-LINE.
009310     READ DAYSETFILE
009320         AT END
009330             SET DAYSET-EOF TO TRUE
009340             GO TO 4310-EXIT
009350     END-READ
009360     IF DAYSET-REC(1:1) NOT = "I"
009370         GO TO 4310-EXIT
009380     END-IF
009390     MOVE DAYSET-REC(1:29) TO WS-INDEX-RECORD
009400     MOVE WS-IX-DATE TO WS-IX-DATE-X
009410     IF WS-IX-DATE-X = PD-FEED-DATE
009411         ADD WS-IX-CTL-TOTAL TO WS-DAY-NET
009412         SET DAY-NET-FOUND TO TRUE
009413     END-IF
009414     .
009415 4310-EXIT.
009416     EXIT.
009417
009418*----------------------------------------------------------------*
009419*    4400-HELD-FOR-DAY                                            *
009420*    A LINE LGPOST HELD FOR A CLOSED PERIOD IS IN THE DAY SET'S   *
009421*    TRAILER BUT NEVER REACHED THE MASTER, SO ITS SIGNED AMOUNT   *
009422*    COMES OFF THE DAY'S NET. LINES VOIDED BY A BACKOUT LEFT      *
009423*    WITH THEIR DAY. A RELEASED LINE STILL COMES OFF - IT POSTS   *
009424*    AGAIN UNDER ITS RE-DATED FILE'S OWN DAY - AND SO DOES ONE    *
009425*    LGPRIOR HAS SINCE MOVED TO ITS HISTORY FILE. NO QUEUE ON     *
009426*    HAND MEANS NOTHING WAS EVER HELD.                            *
009427*----------------------------------------------------------------*
009428 4400-HELD-FOR-DAY.
009429     MOVE ZERO TO WS-DAY-HELD
009430     PERFORM 4420-HELD-IN-HISTORY THRU 4420-EXIT
009437     IF NOT PRIOR-QUEUE-ON-HAND
009438         GO TO 4400-EXIT
009439     END-IF
009440     OPEN INPUT PRIORFILE
009441     IF PRIORFILE-NOT-FOUND
009442         MOVE "N" TO WS-PRIORQ-SWITCH
009443         GO TO 4400-EXIT
009444     END-IF
009445     IF NOT PRIORFILE-FOUND
009446         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
009447         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
009448         PERFORM 0900-ABEND
009449     END-IF
009450     MOVE "N" TO WS-PQEOF-SWITCH
009451     PERFORM 4410-READ-ONE-QUEUE-ENTRY THRU 4410-EXIT
009452         UNTIL PRIOR-QUEUE-EOF
009453     CLOSE PRIORFILE
009454     .
009455 4400-EXIT.
009456     EXIT.
009457
009458*----------------------------------------------------------------*
009459*    4410-READ-ONE-QUEUE-ENTRY                                    *
009460*    ADDS ONE QUEUE ENTRY'S SIGNED AMOUNT WHEN LGPOST HELD IT     *
009461*    OFF THE POSTED DAY AND IT IS NOT VOID.                       *
009462*----------------------------------------------------------------*
009463 4410-READ-ONE-QUEUE-ENTRY.
009464     READ PRIORFILE INTO PQ-RECORD
009465         AT END
009466             SET PRIOR-QUEUE-EOF TO TRUE
009467             GO TO 4410-EXIT
009468     END-READ
009469     IF PQ-FROM-LGPOST
009470      AND PQ-FEED-DATE = PD-FEED-DATE
009471      AND NOT PQ-IS-VOID
009472         ADD PQ-SIGNED-AMOUNT TO WS-DAY-HELD
009473     END-IF
009474     .
009475 4410-EXIT.
009476     EXIT.
009477
009478*----------------------------------------------------------------*
009479*    4420-HELD-IN-HISTORY                                         *
009480*    ADDS THE HELD LINES OF THE POSTED DAY THAT LGPRIOR HAS MOVED *
009481*    TO ITS HISTORY FILE. NO HISTORY FILE MEANS NONE HAVE MOVED.  *
009482*----------------------------------------------------------------*
009483 4420-HELD-IN-HISTORY.
009484     IF NOT PRIOR-HISTORY-ON-HAND
009485         GO TO 4420-EXIT
009486     END-IF
009487     OPEN INPUT PRIORHIST
009488     IF PRIORHIST-NOT-FOUND
009489         MOVE "N" TO WS-PRIORH-SWITCH
009490         GO TO 4420-EXIT
009491     END-IF
009492     IF NOT PRIORHIST-FOUND
009493         MOVE "PRIORHIST" TO WS-ABEND-FILE-NAME
009494         MOVE WS-PRIORHIST-STATUS TO WS-ABEND-FILE-STATUS
009495         PERFORM 0900-ABEND
009496     END-IF
009497     MOVE "N" TO WS-PQEOF-SWITCH
009498     PERFORM 4430-READ-ONE-HISTORY-ENTRY THRU 4430-EXIT
009499         UNTIL PRIOR-QUEUE-EOF
009500     CLOSE PRIORHIST
009501     .
009502 4420-EXIT.
009503     EXIT.
009504
009505*----------------------------------------------------------------*
009506*    4430-READ-ONE-HISTORY-ENTRY                                  *
009507*    ADDS ONE HISTORY ENTRY'S SIGNED AMOUNT WHEN LGPOST HELD IT   *
009508*    OFF THE POSTED DAY AND IT IS NOT VOID.                       *
009509*----------------------------------------------------------------*
009510 4430-READ-ONE-HISTORY-ENTRY.
009511     READ PRIORHIST INTO PQ-RECORD
009512         AT END
009513             SET PRIOR-QUEUE-EOF TO TRUE
009514             GO TO 4430-EXIT
009515     END-READ
009516     IF PQ-FROM-LGPOST
009517      AND PQ-FEED-DATE = PD-FEED-DATE
009518      AND NOT PQ-IS-VOID
009519         ADD PQ-SIGNED-AMOUNT TO WS-DAY-HELD
009520     END-IF
009521     .
009522 4430-EXIT.
009523     EXIT.
009524
009525*----------------------------------------------------------------*
009526*    5000-WRITE-PROOF-TOTALS                                      *
009527*    WRITES THE CONTROL FIGURES AND THE PROOF RESULT. THE SUM     *
009528*    OF EVERY MR-ACCUM-AMOUNT MUST EQUAL THE CUMULATIVE NET OF    *
009530*    THE POSTED DAYS.                                             *
009540*----------------------------------------------------------------*
009550 5000-WRITE-PROOF-TOTALS.
009560     IF WS-MASTER-TOTAL NOT = WS-POSTED-NET
009570         SET TOTAL-OUT-OF-BALANCE TO TRUE
009580     END-IF
009590     MOVE SPACES TO REPORT-REC
009600     WRITE REPORT-REC
009610     MOVE WS-HIST-READ TO WS-EDIT-COUNT
009620     MOVE SPACES TO REPORT-REC
009630     STRING "HISTORY RECORDS REPLAYED:  " DELIMITED BY SIZE
009640            WS-EDIT-COUNT DELIMITED BY SIZE
009650            INTO REPORT-REC
009660     WRITE REPORT-REC
009670     MOVE WS-KEY-COUNT TO WS-EDIT-COUNT
009680     MOVE SPACES TO REPORT-REC
009690     STRING "KEYS IN HISTORY:           " DELIMITED BY SIZE
009700            WS-EDIT-COUNT DELIMITED BY SIZE
009710            INTO REPORT-REC
009720     WRITE REPORT-REC
009730     MOVE WS-MASTER-READ TO WS-EDIT-COUNT
009740     MOVE SPACES TO REPORT-REC
009750     STRING "MASTER RECORDS FOOTED:     " DELIMITED BY SIZE
009760            WS-EDIT-COUNT DELIMITED BY SIZE
009770            INTO REPORT-REC
009780     WRITE REPORT-REC
009790     MOVE WS-KEYS-OUT TO WS-EDIT-COUNT
009800     MOVE SPACES TO REPORT-REC
009810     STRING "KEYS OUT OF BALANCE:       " DELIMITED BY SIZE
009820            WS-EDIT-COUNT DELIMITED BY SIZE
009830            INTO REPORT-REC
009840     WRITE REPORT-REC
009850     MOVE WS-DAYS-READ TO WS-EDIT-COUNT
009860     MOVE SPACES TO REPORT-REC
009870     STRING "POSTED DAYS:               " DELIMITED BY SIZE
009880            WS-EDIT-COUNT DELIMITED BY SIZE
009890            INTO REPORT-REC
009900     WRITE REPORT-REC
009910     MOVE WS-DAYS-MISSING TO WS-EDIT-COUNT
009920     MOVE SPACES TO REPORT-REC
009930     STRING "POSTED DAYS NOT PROVABLE:  " DELIMITED BY SIZE
009940            WS-EDIT-COUNT DELIMITED BY SIZE
009950            INTO REPORT-REC
009960     WRITE REPORT-REC
009970     MOVE SPACES TO REPORT-REC
009980     WRITE REPORT-REC
009990     MOVE WS-MASTER-TOTAL TO WS-EDIT-AMOUNT
010000     MOVE SPACES TO REPORT-REC
010010     STRING "MASTER ACCUMULATED TOTAL:  " DELIMITED BY SIZE
010020            WS-EDIT-AMOUNT DELIMITED BY SIZE
010030            INTO REPORT-REC
010040     WRITE REPORT-REC
010050     MOVE WS-HISTORY-TOTAL TO WS-EDIT-AMOUNT
010060     MOVE SPACES TO REPORT-REC
010070     STRING "NET OF POSTING HISTORY:    " DELIMITED BY SIZE
010080            WS-EDIT-AMOUNT DELIMITED BY SIZE
010090            INTO REPORT-REC
010100     WRITE REPORT-REC
010110     MOVE WS-POSTED-NET TO WS-EDIT-AMOUNT
010120     MOVE SPACES TO REPORT-REC
010130     STRING "NET OF POSTED DAYS:        " DELIMITED BY SIZE
010140            WS-EDIT-AMOUNT DELIMITED BY SIZE
010150            INTO REPORT-REC
010160     WRITE REPORT-REC
010161     IF WS-TOTAL-HELD NOT = ZERO
010162         MOVE WS-TOTAL-HELD TO WS-EDIT-AMOUNT
010163         MOVE SPACES TO REPORT-REC
010164         STRING "HELD FOR CLOSED PERIOD:    " DELIMITED BY SIZE
010165                WS-EDIT-AMOUNT DELIMITED BY SIZE
010166                INTO REPORT-REC
010167         WRITE REPORT-REC
010168     END-IF
010170     MOVE SPACES TO REPORT-REC
010180     WRITE REPORT-REC
010190     IF TOTAL-OUT-OF-BALANCE
010200         MOVE "*** MASTER TOTAL DOES NOT EQUAL THE NET OF THE POST
010210-             "ED DAYS ***" TO REPORT-REC
010220         WRITE REPORT-REC
010230     END-IF
010240     IF WS-KEYS-OUT = ZERO
010250      AND WS-DAYS-MISSING = ZERO
010260      AND NOT TOTAL-OUT-OF-BALANCE
010270         MOVE "RESULT: MASTER PROVES TO HISTORY AND POSTED DAYS"
010280             TO REPORT-REC
010290     ELSE
010300         MOVE "RESULT: *** MASTER DOES NOT PROVE - SEE BREAKS ABOV
010310-             "E ***" TO REPORT-REC
010320     END-IF
010330     WRITE REPORT-REC
010340     .
010350 5000-EXIT.
010360     EXIT.
010370
010380*----------------------------------------------------------------*
010390*    6000-REBUILD-MASTER                                          *
010400*    SUPERVISED RECOVERY. THE OPERATOR CONFIRMS AT THE CONSOLE,   *
010410*    THE MASTER ON HAND IS SAVED ASIDE, AND A NEW MASTER IS       *
010420*    WRITTEN FROM THE REPLAY - ONE RECORD PER KEY WITH NET        *
010430*    POSTINGS. THE PROOF THEN RUNS OVER THE REBUILT MASTER.       *
010440*----------------------------------------------------------------*
010450 6000-REBUILD-MASTER.
010460     MOVE WS-KEY-COUNT TO WS-EDIT-COUNT
010470     DISPLAY "LGPROOF: REBUILD " WS-MASTER-DDNAME
010480     DISPLAY "LGPROOF: FROM " WS-HISTORY-DDNAME
010490             " - KEYS IN HISTORY " WS-EDIT-COUNT
010500     DISPLAY "LGPROOF: REPLACE THE MASTER (Y/N): "
010510         WITH NO ADVANCING
010520     MOVE SPACE TO WS-CONFIRM
010530     ACCEPT WS-CONFIRM FROM CONSOLE
010540     IF WS-CONFIRM NOT = "Y"
010550         DISPLAY "LGPROOF: REBUILD NOT CONFIRMED - NOTHING DONE"
010560         MOVE 8 TO RETURN-CODE
010570         STOP RUN
010580     END-IF
010590     PERFORM 6100-SAVE-CURRENT-MASTER THRU 6100-EXIT
010600     OPEN OUTPUT MASTERFILE
010610     IF NOT MASTER-ACTION-OK
010620         MOVE "MASTERFILE" TO WS-ABEND-FILE-NAME
010630         MOVE WS-MASTERFILE-STATUS TO WS-ABEND-FILE-STATUS
010640         PERFORM 0900-ABEND
010650     END-IF
010660     MOVE 1 TO WS-KEY-SUB
010670     PERFORM 6200-WRITE-ONE-MASTER-RECORD THRU 6200-EXIT
010680         UNTIL WS-KEY-SUB > WS-KEY-COUNT
010690     CLOSE MASTERFILE
010700     PERFORM 6300-WRITE-REBUILD-AUDIT THRU 6300-EXIT
010710     MOVE WS-KEYS-REBUILT TO WS-EDIT-COUNT
010720     DISPLAY "LGPROOF: MASTER REBUILT - KEYS WRITTEN "
010730             WS-EDIT-COUNT
010740     .
010750 6000-EXIT.
010760     EXIT.
010770
010780*----------------------------------------------------------------*
010790*    6100-SAVE-CURRENT-MASTER                                     *
010800*    COPIES THE MASTER ON HAND (EVERY FILE OF THE INDEXED SET)    *
010810*    TO A RUN-STAMPED DIRECTORY. A MASTER THAT IS ON HAND BUT     *
010820*    CANNOT BE SAVED STOPS THE REBUILD; A MASTER THAT IS GONE     *
010830*    ALTOGETHER IS REBUILT FROM HISTORY ALONE.                    *
010840*----------------------------------------------------------------*
010850 6100-SAVE-CURRENT-MASTER.
010860     MOVE SPACES TO WS-SHELL-CMD
010870     STRING "ls " DELIMITED BY SIZE
010880            WS-MASTER-DDNAME DELIMITED BY " "
010890            "* > /dev/null 2>&1" DELIMITED BY SIZE
010900            INTO WS-SHELL-CMD
010910     CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
010920     IF WS-SHELL-RC NOT = ZERO
010930         MOVE "(NONE)" TO WS-SAVE-DIR
010940         DISPLAY "LGPROOF: NO MASTER ON HAND TO SAVE - "
010950                 "REBUILDING FROM HISTORY ALONE"
010960         GO TO 6100-EXIT
010970     END-IF
010980     MOVE SPACES TO WS-SAVE-DIR
010990     STRING "data/master-saved-" DELIMITED BY SIZE
011000            WS-RUN-DATE DELIMITED BY SIZE
011010            "-" DELIMITED BY SIZE
011020            WS-RUN-TIME(1:6) DELIMITED BY SIZE
011030            INTO WS-SAVE-DIR
011040     MOVE SPACES TO WS-SHELL-CMD
011050     STRING "mkdir -p " DELIMITED BY SIZE
011060            WS-SAVE-DIR DELIMITED BY " "
011070            " && cp -p " DELIMITED BY SIZE
011080            WS-MASTER-DDNAME DELIMITED BY " "
011090            "* " DELIMITED BY SIZE
011100            WS-SAVE-DIR DELIMITED BY " "
011110            "/" DELIMITED BY SIZE
011120            INTO WS-SHELL-CMD
011130     CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
011140     IF WS-SHELL-RC NOT = ZERO
011150         DISPLAY "LGPROOF: *** UNABLE TO SAVE THE MASTER ON HAND "
011160                 "TO " WS-SAVE-DIR " - NOTHING REBUILT ***"
011170         MOVE 16 TO RETURN-CODE
011180         STOP RUN
011190     END-IF
011200     DISPLAY "LGPROOF: MASTER ON HAND SAVED TO " WS-SAVE-DIR
011210     .
011220 6100-EXIT.
011230     EXIT.
011240
011250*----------------------------------------------------------------*
011260*    6200-WRITE-ONE-MASTER-RECORD                                 *
011270*    WRITES ONE REPLAYED KEY TO THE NEW MASTER. A KEY WITH NO     *
011280*    NET POSTINGS WAS BACKED OUT OF EXISTENCE AND IS LEFT OFF.    *
011290*----------------------------------------------------------------*
011300 6200-WRITE-ONE-MASTER-RECORD.
011310     IF WS-KT-COUNT (WS-KEY-SUB) NOT > ZERO
011320         GO TO 6200-NEXT
011330     END-IF
011340     MOVE SPACES TO MR-RECORD
011350     MOVE WS-KT-KEY (WS-KEY-SUB) TO MR-KEY
011360     MOVE WS-KT-LAST-DATE (WS-KEY-SUB) TO MR-LAST-DATE
011370     MOVE WS-KT-STATUS (WS-KEY-SUB) TO MR-STATUS
011380     MOVE WS-KT-ACCUM (WS-KEY-SUB) TO MR-ACCUM-AMOUNT
011390     MOVE WS-KT-COUNT (WS-KEY-SUB) TO MR-POST-COUNT
011400     MOVE WS-KT-LAST-POST (WS-KEY-SUB) TO MR-LAST-POST-DATE
011410     WRITE MR-RECORD
011420     IF NOT MASTER-ACTION-OK
011430         DISPLAY "LGPROOF: *** MASTER WRITE FAILED FOR KEY "
011440                 MR-KEY " - FILE STATUS "
011450                 WS-MASTERFILE-STATUS " ***"
011460         MOVE 16 TO RETURN-CODE
011470         STOP RUN
011480     END-IF
011490     ADD 1 TO WS-KEYS-REBUILT
011500     ADD WS-KT-ACCUM (WS-KEY-SUB) TO WS-REBUILT-TOTAL
011510     .
011520 6200-NEXT.
011530     ADD 1 TO WS-KEY-SUB
011540     .
011550 6200-EXIT.
011560     EXIT.
011570
011580*----------------------------------------------------------------*
011590*    6300-WRITE-REBUILD-AUDIT                                     *
011600*    APPENDS THE AUDIT RECORD - WHO REBUILT THE MASTER, WHEN,     *
011610*    WHY, WHAT IT AMOUNTED TO AND WHERE THE OLD ONE WENT.         *
011620*----------------------------------------------------------------*
011630 6300-WRITE-REBUILD-AUDIT.
011640     OPEN EXTEND AUDITFILE
011650     IF AUDITFILE-NOT-FOUND
011660         OPEN OUTPUT AUDITFILE
011670     END-IF
011680     IF NOT AUDITFILE-FOUND
011690         MOVE "AUDITFILE" TO WS-ABEND-FILE-NAME
011700         MOVE WS-AUDITFILE-STATUS TO WS-ABEND-FILE-STATUS
011710         PERFORM 0900-ABEND
011720     END-IF
011730     MOVE SPACES TO AUDIT-REC
011740     MOVE WS-KEYS-REBUILT TO WS-EDIT-COUNT
011750     MOVE WS-REBUILT-TOTAL TO WS-EDIT-AMOUNT
011760     STRING "REBUILD ON " DELIMITED BY SIZE
011770            WS-RUN-DATE DELIMITED BY SIZE
011780            " AT " DELIMITED BY SIZE
011790            WS-RUN-TIME(1:6) DELIMITED BY SIZE
011800            " BY " DELIMITED BY SIZE
011810            WS-REBUILD-OPERATOR DELIMITED BY SIZE
011820            " KEYS " DELIMITED BY SIZE
011830            WS-EDIT-COUNT DELIMITED BY SIZE
011840            " AMOUNT " DELIMITED BY SIZE
011850            WS-EDIT-AMOUNT DELIMITED BY SIZE
011860            " SAVED " DELIMITED BY SIZE
011870            WS-SAVE-DIR DELIMITED BY " "
011880            " REASON " DELIMITED BY SIZE
011890            WS-REBUILD-REASON DELIMITED BY SIZE
011900            INTO AUDIT-REC
011910     WRITE AUDIT-REC
011920     CLOSE AUDITFILE
011930     .
011940 6300-EXIT.
011950     EXIT.
011960
011961*----------------------------------------------------------------*
011962*    7500-CHECK-AUTHORITY                                         *
011963*    LOOKS THE OPERATOR UP ON THE AUTHORITY MASTER (SEE           *
011964*    CPYOPR01). AN OPERATOR WHO IS NOT ON FILE, HAS BEEN          *
011965*    REVOKED, OR DOES NOT HOLD THE ROLE IN WS-AUTH-ROLE IS        *
011966*    REFUSED BEFORE ANYTHING IS TOUCHED - THE REFUSAL GOES TO     *
011967*    THE SECURITY LOG (SEE CPYSEC01) AND THE RUN ENDS WITH        *
011968*    RETURN-CODE 8. NO AUTHORITY MASTER AT ALL REFUSES EVERYONE.  *
011969*----------------------------------------------------------------*
011970 7500-CHECK-AUTHORITY.
011971     MOVE "N" TO WS-OPER-FOUND-SWITCH
011972     OPEN INPUT OPERFILE
011973     IF OPERFILE-FOUND
011974         MOVE "N" TO WS-OPER-EOF-SWITCH
011975         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
011976             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
011977         CLOSE OPERFILE
011978     ELSE
011979         IF NOT OPERFILE-NOT-FOUND
011980             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
011981             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
011982             PERFORM 0900-ABEND
011983         END-IF
011984     END-IF
011985     MOVE SPACES TO SL-RECORD
011986     EVALUATE TRUE
011987         WHEN NOT OPERATOR-ON-FILE
011988             SET SL-UNKNOWN TO TRUE
011989         WHEN NOT OP-IS-ACTIVE
011990             SET SL-REVOKED TO TRUE
011991         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
011992             SET SL-NOT-AUTHORIZED TO TRUE
011993         WHEN OTHER
011994             GO TO 7500-EXIT
011995     END-EVALUATE
011996     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
011997     DISPLAY "LGPROOF: *** OPERATOR " WS-REBUILD-OPERATOR
011998             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
011999             " ***"
012000     MOVE 8 TO RETURN-CODE
012001     STOP RUN
012002     .
012003 7500-EXIT.
012004     EXIT.
012005
012006*----------------------------------------------------------------*
012007*    7510-FIND-ONE-OPERATOR                                       *
012008*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
012009*    THE OPERATOR'S OWN ID.                                       *
012010*----------------------------------------------------------------*
012011 7510-FIND-ONE-OPERATOR.
012012     READ OPERFILE
012013         AT END
012014             SET OPER-EOF-YES TO TRUE
012015             GO TO 7510-EXIT
012016     END-READ
012017     MOVE OPER-REC TO OP-RECORD
012018     IF OP-ID = WS-REBUILD-OPERATOR
012019         SET OPERATOR-ON-FILE TO TRUE
012020     END-IF
012021     .
012022 7510-EXIT.
012023     EXIT.
012024
012025*----------------------------------------------------------------*
012026*    7520-WRITE-SECURITY-LOG                                      *
012027*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
012028*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
012029*    REFUSED.                                                     *
012030*----------------------------------------------------------------*
012031 7520-WRITE-SECURITY-LOG.
012032     MOVE WS-RUN-DATE TO SL-DATE
012033     MOVE WS-RUN-TIME(1:6) TO SL-TIME
012034     MOVE "LGPROOF" TO SL-PROGRAM
012035     MOVE WS-REBUILD-OPERATOR TO SL-OPERATOR
012036     MOVE WS-AUTH-ACTION TO SL-ACTION
012037     OPEN EXTEND SECLOGFILE
012038     IF SECLOGFILE-NOT-FOUND
012039         OPEN OUTPUT SECLOGFILE
012040     END-IF
012041     IF NOT SECLOGFILE-FOUND
012042         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
012043         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
012044         PERFORM 0900-ABEND
012045     END-IF
012046     MOVE SL-RECORD TO SECLOG-REC
012047     WRITE SECLOG-REC
012048     CLOSE SECLOGFILE
012049     .
012050 7520-EXIT.
012051     EXIT.
012052
012053*----------------------------------------------------------------*
012054*    8000-FINALIZE                                                *
012055*    CLOSES THE REPORT AND SETS THE STEP'S RETURN CODE - 8 WHEN   *
012056*    ANY BREAK WAS FOUND, SO THE NIGHT STOPS HERE.                *
012057*----------------------------------------------------------------*
012058 8000-FINALIZE.
012059     CLOSE REPORTFILE
012060     DISPLAY "LGPROOF: PROOF REPORT WRITTEN TO " WS-REPORT-DDNAME
012061     MOVE WS-MASTER-READ TO WS-EDIT-COUNT
012062     DISPLAY "LGPROOF: MASTER RECORDS FOOTED.. " WS-EDIT-COUNT
012070     MOVE WS-KEYS-OUT TO WS-EDIT-COUNT
012080     DISPLAY "LGPROOF: KEYS OUT OF BALANCE.... " WS-EDIT-COUNT
012090     MOVE WS-DAYS-MISSING TO WS-EDIT-COUNT
012100     DISPLAY "LGPROOF: DAYS NOT PROVABLE...... " WS-EDIT-COUNT
012110     MOVE WS-MASTER-TOTAL TO WS-EDIT-AMOUNT
012120     DISPLAY "LGPROOF: MASTER TOTAL........... " WS-EDIT-AMOUNT
012130     MOVE WS-POSTED-NET TO WS-EDIT-AMOUNT
012140     DISPLAY "LGPROOF: POSTED-DAYS NET........ " WS-EDIT-AMOUNT
012150     IF WS-KEYS-OUT NOT = ZERO
012160      OR WS-DAYS-MISSING NOT = ZERO
012170      OR TOTAL-OUT-OF-BALANCE
012180         DISPLAY "LGPROOF: *** MASTER DOES NOT PROVE - STEP "
012190                 "FAILED ***"
012200         MOVE 8 TO RETURN-CODE
012210     ELSE
012220         DISPLAY "LGPROOF: MASTER PROVES TO HISTORY AND POSTED "
012230                 "DAYS"
012240     END-IF
012250     .
012260 8000-EXIT.
012270     EXIT.
