000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGBALREC.
000120 AUTHOR. DATA-PROCESSING-GROUP.
000130 INSTALLATION. DAILY-PROCESSING-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                  M O D I F I C A T I O N   L O G                *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RJM   ORIGINAL PROGRAM - UPSTREAM BALANCE            *
000210*                  RECONCILIATION. MATCHES THE SOURCE SYSTEM'S    *
000220*                  PERIODIC BALANCE FILE (SEE CPYBAL01) TO THE    *
000230*                  MASTER (SEE CPYMST01). OUR SIDE IS ROLLED      *
000240*                  BACK TO EACH KEY'S AS-OF DATE BY TAKING OFF    *
000250*                  EVERY POSTING IN THE HISTORY (SEE CPYHST01)    *
000260*                  DATED AFTER IT - BY ITS ORIGINAL BUSINESS      *
000270*                  DATE WHEN IT WAS RE-DATED OUT OF A CLOSED      *
000280*                  PERIOD, SINCE THAT IS THE DATE THE SENDER      *
000290*                  HOLDS IT UNDER. BREAKS (SEE CPYBRK01): A KEY   *
000300*                  WITH A BALANCE ON ONE SIDE ONLY, A BALANCE     *
000310*                  DIFFERENCE, AND A KEY CLOSED ON THE KEY        *
000320*                  REFERENCE MASTER (SEE CPYKEY01) THAT STILL     *
000330*                  CARRIES A BALANCE UPSTREAM. A MASTER KEY NOT   *
000340*                  ON THE FILE IS ROLLED TO THE FILE'S LATEST     *
000350*                  AS-OF DATE. BREAKS ARE KEPT ON THE BREAK FILE  *
000360*                  AND CARRIED FROM RUN TO RUN UNTIL A RUN NO     *
000370*                  LONGER FINDS THEM, SO THE BREAKS REPORT AGES   *
000380*                  EACH ONE FROM THE RUN THAT FIRST FOUND IT.     *
000390*                  RETURN-CODE 4 WHILE ANY BREAK IS OPEN.         *
000400*                  LGBALREC_MODE=REPORT REPRINTS THE OPEN BREAKS  *
000404*                  AND THEIR AGES WITHOUT A NEW BALANCE FILE. A   *
000408*                  BREAK CLEARED MORE THAN LGBALREC_RETAIN_DAYS   *
000412*                  (DEFAULT 90) AGO MOVES TO THE BREAK HISTORY    *
000416*                  FILE WHEN THE BREAK FILE IS REWRITTEN.         *
000420*----------------------------------------------------------------*
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BALFILE ASSIGN TO DYNAMIC WS-BALANCE-DDNAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BALFILE-STATUS.
000500
000510     SELECT MASTERFILE ASSIGN TO DYNAMIC WS-MASTER-DDNAME
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS MR-KEY
000550         FILE STATUS IS WS-MASTERFILE-STATUS.
000560
000570     SELECT HISTFILE ASSIGN TO DYNAMIC WS-HISTORY-DDNAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-HISTFILE-STATUS.
000600
000610     SELECT KEYREFFILE ASSIGN TO DYNAMIC WS-KEYREF-DDNAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-KEYREFFILE-STATUS.
000640
000650     SELECT BREAKFILE ASSIGN TO DYNAMIC WS-BREAK-DDNAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-BREAKFILE-STATUS.
000680
000682     SELECT BRKHISTFILE ASSIGN TO DYNAMIC WS-BRKHIST-DDNAME
000684         ORGANIZATION IS LINE SEQUENTIAL
000686         FILE STATUS IS WS-BRKHISTFILE-STATUS.
000688
000690     SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-DDNAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-REPORTFILE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  BALFILE.
000760 01  BALANCE-REC PIC X(40).
000770
000780 FD  MASTERFILE.
000790*----------------------------------------------------------------*
000800*    MASTER RECORD LAYOUT (SEE CPYMST01)                          *
000810*----------------------------------------------------------------*
000820     COPY CPYMST01.
000830
000840 FD  HISTFILE.
000850*----------------------------------------------------------------*
000860*    PER-KEY POSTING HISTORY RECORD (SEE CPYHST01)                *
000870*----------------------------------------------------------------*
000880     COPY CPYHST01.
000890
000900 FD  KEYREFFILE.
000910 01  KEYREF-REC PIC X(53).
000920
000930 FD  BREAKFILE.
000940 01  BREAK-REC PIC X(93).
000942
000944 FD  BRKHISTFILE.
000946 01  BRKHIST-REC PIC X(93).
000950
000960 FD  REPORTFILE.
000970 01  REPORT-REC PIC X(132).
000980
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------*
001010*    SOURCE BALANCE, KEY REFERENCE AND BALANCE BREAK RECORD       *
001020*    VIEWS (SEE CPYBAL01, CPYKEY01 AND CPYBRK01)                  *
001030*----------------------------------------------------------------*
001040     COPY CPYBAL01.
001050     COPY CPYKEY01.
001060     COPY CPYBRK01.
001070
001080*----------------------------------------------------------------*
001090*    EVERY KEY ON EITHER SIDE - THE SENDER'S BALANCE AND AS-OF    *
001100*    DATE, OUR MASTER STANDING ROLLED BACK TO THAT DATE, AND      *
001110*    WHETHER THE KEY IS CLOSED ON THE KEY REFERENCE MASTER. THE   *
001111*    TABLE IS KEPT IN KEY ORDER FOR THE BINARY SEARCH IN 3150.    *
001120*----------------------------------------------------------------*
001130 77  WS-KEY-COUNT            PIC 9(05) COMP VALUE ZERO.
001140 77  WS-KEY-MAX              PIC 9(05) COMP VALUE 20000.
001150 77  WS-KEY-SUB              PIC 9(05) COMP VALUE ZERO.
001151 77  WS-KEY-LOW              PIC 9(05) COMP VALUE ZERO.
001152 77  WS-KEY-HIGH             PIC 9(05) COMP VALUE ZERO.
001153 77  WS-KEY-MID              PIC 9(05) COMP VALUE ZERO.
001154 77  WS-FIND-KEY             PIC X(10) VALUE SPACES.
001160 01  WS-KEY-TABLE.
001170     05  WS-KEY-ENTRY        OCCURS 20000 TIMES
001180                             INDEXED BY KEY-IDX.
001190         10  WS-KEY-KEY          PIC X(10).
001200         10  WS-KEY-AS-OF        PIC 9(08).
001210         10  WS-KEY-UPSTREAM     PIC S9(11)V99.
001220         10  WS-KEY-OURS         PIC S9(11)V99.
001230         10  WS-KEY-ON-FILE      PIC X(01).
001240         10  WS-KEY-ON-MASTER    PIC X(01).
001250         10  WS-KEY-CLOSED       PIC X(01).
001260
001270*----------------------------------------------------------------*
001276*    IN-STORAGE COPY OF THE BREAK FILE, REWRITTEN IN FULL (LESS   *
001282*    ANY BREAK PAST THE RETENTION CUTOFF - SEE 7110). THE         *
001290*    SEEN FLAG MARKS AN OPEN BREAK THIS RUN FOUND AGAIN; THE NEW  *
001300*    FLAG MARKS ONE IT FOUND FOR THE FIRST TIME.                  *
001310*----------------------------------------------------------------*
001320 77  WS-BRK-COUNT            PIC 9(05) COMP VALUE ZERO.
001330 77  WS-BRK-MAX              PIC 9(05) COMP VALUE 20000.
001340 77  WS-BRK-SUB              PIC 9(05) COMP VALUE ZERO.
001350 01  WS-BRK-TABLE.
001360     05  WS-BRK-ENTRY        OCCURS 20000 TIMES
001370                             INDEXED BY BRK-IDX.
001380         10  WS-BRK-DATA.
001390             15  WS-BRK-STATE    PIC X(01).
001400             15  WS-BRK-TYPE     PIC X(01).
001410             15  WS-BRK-KEY      PIC X(10).
001420             15  FILLER          PIC X(81).
001430         10  WS-BRK-SEEN         PIC X(01).
001440         10  WS-BRK-NEW          PIC X(01).
001450
001460*----------------------------------------------------------------*
001470*    FILE ASSIGNMENT WORK AREAS. THE REPORT IS RUN-DATED. ALL     *
001480*    MAY BE OVERRIDDEN BY LGBALREC_INPUT_DD / LGBALREC_MASTER_DD  *
001490*    / LGBALREC_HISTORY_DD / LGBALREC_KEYREF_DD /                 *
001496*    LGBALREC_BREAKS_DD / LGBALREC_REPORT_DD /                    *
001502*    LGBALREC_BREAKHIST_DD.                                       *
001510*----------------------------------------------------------------*
001520 77  WS-BALANCE-DDNAME       PIC X(60)
001530     VALUE "data/source-balances.dat".
001540 77  WS-MASTER-DDNAME        PIC X(60) VALUE "data/master.dat".
001550 77  WS-HISTORY-DDNAME       PIC X(60)
001560     VALUE "data/master-history.dat".
001570 77  WS-KEYREF-DDNAME        PIC X(60) VALUE "data/keyref.dat".
001580 77  WS-BREAK-DDNAME         PIC X(60)
001590     VALUE "data/balance-breaks.dat".
001593 77  WS-BRKHIST-DDNAME       PIC X(60)
001596     VALUE "data/balance-breaks-hist.dat".
001600 77  WS-REPORT-DDNAME        PIC X(60) VALUE SPACES.
001610 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001620
001630*----------------------------------------------------------------*
001640*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)            *
001650*----------------------------------------------------------------*
001660 77  WS-ABEND-FILE-NAME      PIC X(12) VALUE SPACES.
001670 77  WS-ABEND-FILE-STATUS    PIC X(02) VALUE SPACES.
001680
001690*----------------------------------------------------------------*
001700*    FILE STATUS SWITCHES                                         *
001710*----------------------------------------------------------------*
001720 77  WS-BALFILE-STATUS       PIC X(02).
001730     88  BALFILE-FOUND           VALUE "00".
001740 77  WS-MASTERFILE-STATUS    PIC X(02).
001750     88  MASTER-ACTION-OK        VALUE "00".
001760     88  MASTER-NOT-FOUND        VALUE "35".
001770 77  WS-HISTFILE-STATUS      PIC X(02).
001780     88  HISTFILE-FOUND          VALUE "00".
001790     88  HISTFILE-NOT-FOUND      VALUE "35".
001800 77  WS-KEYREFFILE-STATUS    PIC X(02).
001810     88  KEYREFFILE-FOUND        VALUE "00".
001820     88  KEYREFFILE-NOT-FOUND    VALUE "35".
001830 77  WS-BREAKFILE-STATUS     PIC X(02).
001840     88  BREAKFILE-FOUND         VALUE "00".
001850     88  BREAKFILE-NOT-FOUND     VALUE "35".
001852 77  WS-BRKHISTFILE-STATUS   PIC X(02).
001854     88  BRKHISTFILE-FOUND       VALUE "00".
001856     88  BRKHISTFILE-NOT-FOUND   VALUE "35".
001860 77  WS-REPORTFILE-STATUS    PIC X(02).
001870
001880*----------------------------------------------------------------*
001890*    PROGRAM SWITCHES                                             *
001900*----------------------------------------------------------------*
001910 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001920     88  EOF-YES                  VALUE "Y".
001921 77  WS-KEYFOUND-SWITCH      PIC X(01) VALUE "N".
001922     88  KEY-IN-TABLE             VALUE "Y".
001930 77  WS-RUN-MODE             PIC X(08) VALUE SPACES.
001940     88  MODE-REPORT              VALUE "REPORT".
001950
001960*----------------------------------------------------------------*
001970*    RUN CONTROL                                                  *
001980*----------------------------------------------------------------*
001990 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
002000 77  WS-RUN-INTEGER          PIC 9(09) COMP VALUE ZERO.
002010 77  WS-FIRST-INTEGER        PIC 9(09) COMP VALUE ZERO.
002020 77  WS-AGE-DAYS             PIC 9(05) COMP VALUE ZERO.
002030 77  WS-FILE-AS-OF           PIC 9(08) VALUE ZERO.
002040 77  WS-AS-OF-TEXT           PIC X(08) VALUE SPACES.
002050 77  WS-EFFECTIVE-DATE       PIC X(08) VALUE SPACES.
002060 77  WS-FIRST-DATE           PIC 9(08) VALUE ZERO.
002070 77  WS-BREAK-WORK           PIC X(93) VALUE SPACES.
002080
002090*----------------------------------------------------------------*
002091*    BREAK RETENTION. A CLEARED BREAK CLEARED BEFORE THE CUTOFF   *
002092*    MOVES TO THE BREAK HISTORY FILE ON THE REWRITE.              *
002093*----------------------------------------------------------------*
002094 77  WS-RETAIN-DAYS          PIC 9(05) VALUE 90.
002095 77  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
002096 77  WS-DIGIT-CHECK          PIC X(60) VALUE SPACES.
002097
002098*----------------------------------------------------------------*
002100*    COUNTERS AND TOTALS                                          *
002110*----------------------------------------------------------------*
002120 77  WS-BAL-READ             PIC 9(07) COMP VALUE ZERO.
002130 77  WS-BAL-REJECTED         PIC 9(07) COMP VALUE ZERO.
002140 77  WS-BAL-ACCEPTED         PIC 9(07) COMP VALUE ZERO.
002150 77  WS-MASTER-READ          PIC 9(07) COMP VALUE ZERO.
002160 77  WS-HIST-ROLLED          PIC 9(07) COMP VALUE ZERO.
002170 77  WS-KEYS-MATCHED         PIC 9(07) COMP VALUE ZERO.
002180 77  WS-UPSTREAM-COUNT       PIC 9(07) COMP VALUE ZERO.
002190 77  WS-MASTER-ONLY-COUNT    PIC 9(07) COMP VALUE ZERO.
002200 77  WS-DIFFERENCE-COUNT     PIC 9(07) COMP VALUE ZERO.
002210 77  WS-CLOSED-COUNT         PIC 9(07) COMP VALUE ZERO.
002220 77  WS-NEW-COUNT            PIC 9(07) COMP VALUE ZERO.
002230 77  WS-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.
002240 77  WS-CLEARED-COUNT        PIC 9(07) COMP VALUE ZERO.
002245 77  WS-MOVED-COUNT          PIC 9(07) COMP VALUE ZERO.
002250 77  WS-OPEN-COUNT           PIC 9(07) COMP VALUE ZERO.
002260 77  WS-AGE-07-COUNT         PIC 9(07) COMP VALUE ZERO.
002270 77  WS-AGE-30-COUNT         PIC 9(07) COMP VALUE ZERO.
002280 77  WS-AGE-90-COUNT         PIC 9(07) COMP VALUE ZERO.
002290 77  WS-AGE-OVER-COUNT       PIC 9(07) COMP VALUE ZERO.
002300 77  WS-UPSTREAM-TOTAL       PIC S9(13)V99 VALUE ZERO.
002310 77  WS-OURS-TOTAL           PIC S9(13)V99 VALUE ZERO.
002320 77  WS-EDIT-COUNT           PIC ZZZZZZ9.
002330 77  WS-EDIT-TOTAL           PIC -ZZZZZZZZZZZZ9.99.
002340
002350*----------------------------------------------------------------*
002360*    REPORT LINE LAYOUTS                                          *
002370*----------------------------------------------------------------*
002380 01  WS-BREAK-HEAD.
002390     05  FILLER              PIC X(40) VALUE
002400         "TYPE           KEY         AS OF        ".
002410     05  FILLER              PIC X(36) VALUE
002420         "    UPSTREAM             OURS       ".
002430     05  FILLER              PIC X(32) VALUE
002440         "DIFFERENCE  FIRST       AGE  NEW".
002450
002460 01  WS-BREAK-LINE.
002470     05  WS-BL-TYPE          PIC X(13).
002480     05  FILLER              PIC X(02) VALUE SPACES.
002490     05  WS-BL-KEY           PIC X(10).
002500     05  FILLER              PIC X(02) VALUE SPACES.
002510     05  WS-BL-AS-OF         PIC X(08).
002520     05  FILLER              PIC X(02) VALUE SPACES.
002530     05  WS-BL-UPSTREAM      PIC -ZZZZZZZZZZ9.99.
002540     05  FILLER              PIC X(02) VALUE SPACES.
002550     05  WS-BL-OURS          PIC -ZZZZZZZZZZ9.99.
002560     05  FILLER              PIC X(02) VALUE SPACES.
002570     05  WS-BL-DIFFERENCE    PIC -ZZZZZZZZZZ9.99.
002580     05  FILLER              PIC X(02) VALUE SPACES.
002590     05  WS-BL-FIRST         PIC X(08).
002600     05  FILLER              PIC X(02) VALUE SPACES.
002610     05  WS-BL-AGE           PIC ZZZZ9.
002620     05  FILLER              PIC X(02) VALUE SPACES.
002630     05  WS-BL-NEW           PIC X(03).
002640
002650 01  WS-COUNT-LINE.
002660     05  WS-CL-LABEL         PIC X(40).
002670     05  WS-CL-COUNT         PIC ZZZZZZ9.
002680
002690 01  WS-TOTAL-LINE.
002700     05  WS-TL-LABEL         PIC X(40).
002710     05  WS-TL-TOTAL         PIC -ZZZZZZZZZZZZ9.99.
002720
002730 PROCEDURE DIVISION.
002740
002750*----------------------------------------------------------------*
002760*    0000-MAINLINE                                                *
002770*    MATCHES THE BALANCE FILE TO THE MASTER AND CARRIES THE       *
002780*    BREAKS FORWARD, OR (REPORT MODE) JUST REPRINTS THE OPEN      *
002790*    BREAKS, THEN WRITES THE BREAKS REPORT.                       *
002800*----------------------------------------------------------------*
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002830     PERFORM 2000-LOAD-BREAKS THRU 2000-EXIT
002840     IF NOT MODE-REPORT
002850         PERFORM 3000-LOAD-BALANCES THRU 3000-EXIT
002860         PERFORM 3200-READ-MASTER THRU 3200-EXIT
002870         PERFORM 3400-ROLL-BACK-HISTORY THRU 3400-EXIT
002880         PERFORM 3600-READ-KEYREF THRU 3600-EXIT
002890         MOVE 1 TO WS-KEY-SUB
002900         PERFORM 4000-MATCH-ONE-KEY THRU 4000-EXIT
002910             UNTIL WS-KEY-SUB > WS-KEY-COUNT
002920         MOVE 1 TO WS-BRK-SUB
002930         PERFORM 4400-CLEAR-ONE-BREAK THRU 4400-EXIT
002940             UNTIL WS-BRK-SUB > WS-BRK-COUNT
002950         PERFORM 7100-REWRITE-BREAKS THRU 7100-EXIT
002960     END-IF
002970     PERFORM 5000-BREAKS-REPORT THRU 5000-EXIT
002980     PERFORM 8000-FINALIZE THRU 8000-EXIT
002990     STOP RUN.
003000
003010*----------------------------------------------------------------*
003020*    0900-ABEND                                                   *
003030*    DISPLAYS A FATAL FILE-OPEN ERROR AND ENDS THE RUN WITH       *
003040*    RETURN-CODE 16 INSTEAD OF LETTING A BAD ASSIGNMENT RUN ON.   *
003050*----------------------------------------------------------------*
003060 0900-ABEND.
003070     DISPLAY "LGBALREC: *** UNABLE TO OPEN " WS-ABEND-FILE-NAME
003080             " - FILE STATUS " WS-ABEND-FILE-STATUS " ***"
003090     MOVE 16 TO RETURN-CODE
003100     STOP RUN
003110     .
003120
003130*----------------------------------------------------------------*
003140*    1000-INITIALIZE                                              *
003150*    RESOLVES FILE ASSIGNMENTS AND THE RUN MODE.                  *
003160*----------------------------------------------------------------*
003170 1000-INITIALIZE.
003180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003190     COMPUTE WS-RUN-INTEGER =
003200         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
003210     MOVE SPACES TO WS-ENV-VALUE
003220     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGBALREC_MODE"
003230     MOVE WS-ENV-VALUE(1:8) TO WS-RUN-MODE
003240     MOVE SPACES TO WS-ENV-VALUE
003250     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGBALREC_INPUT_DD"
003260     IF WS-ENV-VALUE NOT = SPACES
003270         MOVE WS-ENV-VALUE TO WS-BALANCE-DDNAME
003280     END-IF
003290     MOVE SPACES TO WS-ENV-VALUE
003300     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGBALREC_MASTER_DD"
003310     IF WS-ENV-VALUE NOT = SPACES
003320         MOVE WS-ENV-VALUE TO WS-MASTER-DDNAME
003330     END-IF
003340     MOVE SPACES TO WS-ENV-VALUE
003350     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGBALREC_HISTORY_DD"
003360     IF WS-ENV-VALUE NOT = SPACES
003370         MOVE WS-ENV-VALUE TO WS-HISTORY-DDNAME
003380     END-IF
003390     MOVE SPACES TO WS-ENV-VALUE
003400     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGBALREC_KEYREF_DD"
003410     IF WS-ENV-VALUE NOT = SPACES
003420         MOVE WS-ENV-VALUE TO WS-KEYREF-DDNAME
003430     END-IF
003440     MOVE SPACES TO WS-ENV-VALUE
003450     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGBALREC_BREAKS_DD"
003460     IF WS-ENV-VALUE NOT = SPACES
003461         MOVE WS-ENV-VALUE TO WS-BREAK-DDNAME
003462     END-IF
003463     MOVE SPACES TO WS-ENV-VALUE
003464     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGBALREC_BREAKHIST_DD"
003465     IF WS-ENV-VALUE NOT = SPACES
003466         MOVE WS-ENV-VALUE TO WS-BRKHIST-DDNAME
003467     END-IF
003468     MOVE SPACES TO WS-ENV-VALUE
003469     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGBALREC_RETAIN_DAYS"
003470     IF WS-ENV-VALUE NOT = SPACES
003471         MOVE WS-ENV-VALUE TO WS-DIGIT-CHECK
003472         INSPECT WS-DIGIT-CHECK
003473             CONVERTING "0123456789" TO "          "
003474         IF WS-DIGIT-CHECK = SPACES
003475             COMPUTE WS-RETAIN-DAYS =
003476                 FUNCTION NUMVAL (WS-ENV-VALUE)
003477         ELSE
003478             DISPLAY "LGBALREC: LGBALREC_RETAIN_DAYS NOT NUMERIC"
003479                     " - USING DEFAULT " WS-RETAIN-DAYS
003480         END-IF
003481     END-IF
003482     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
003483         (WS-RUN-INTEGER - WS-RETAIN-DAYS)
003490     MOVE SPACES TO WS-ENV-VALUE
003500     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGBALREC_REPORT_DD"
003510     IF WS-ENV-VALUE NOT = SPACES
003520         MOVE WS-ENV-VALUE TO WS-REPORT-DDNAME
003530     ELSE
003540         MOVE SPACES TO WS-REPORT-DDNAME
003550         STRING "data/balance-breaks-" DELIMITED BY SIZE
003560                WS-RUN-DATE DELIMITED BY SIZE
003570                ".txt" DELIMITED BY SIZE
003580                INTO WS-REPORT-DDNAME
003590     END-IF
003600     .
003610 1000-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------------*
003650*    2000-LOAD-BREAKS                                             *
003660*    LOADS THE BREAK FILE. A MISSING FILE IS AN EMPTY ONE.        *
003670*----------------------------------------------------------------*
003680 2000-LOAD-BREAKS.
003690     OPEN INPUT BREAKFILE
003700     IF BREAKFILE-NOT-FOUND
003710         GO TO 2000-EXIT
003720     END-IF
003730     IF NOT BREAKFILE-FOUND
003740         MOVE "BREAKFILE" TO WS-ABEND-FILE-NAME
003750         MOVE WS-BREAKFILE-STATUS TO WS-ABEND-FILE-STATUS
003760         PERFORM 0900-ABEND
003770     END-IF
003780     MOVE "N" TO WS-EOF-SWITCH
003790     PERFORM 2010-LOAD-ONE-BREAK THRU 2010-EXIT
003800         UNTIL EOF-YES
003810     CLOSE BREAKFILE
003820     .
003830 2000-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------*
003870*    2010-LOAD-ONE-BREAK                                          *
003880*    LOADS ONE BREAK, NOT YET SEEN THIS RUN. A FULL TABLE IS A    *
003890*    HARD STOP RATHER THAN A FILE SILENTLY CUT SHORT ON THE       *
003900*    REWRITE.                                                     *
003910*----------------------------------------------------------------*
003920 2010-LOAD-ONE-BREAK.
003930     READ BREAKFILE
003940         AT END
003950             SET EOF-YES TO TRUE
003960             GO TO 2010-EXIT
003970     END-READ
003980     IF WS-BRK-COUNT >= WS-BRK-MAX
003990         DISPLAY "LGBALREC: *** BREAK TABLE FULL - RUN "
004000                 "STOPPED ***"
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF
004040     ADD 1 TO WS-BRK-COUNT
004050     SET BRK-IDX TO WS-BRK-COUNT
004060     MOVE BREAK-REC TO WS-BRK-DATA (BRK-IDX)
004070     MOVE "N" TO WS-BRK-SEEN (BRK-IDX)
004080     MOVE "N" TO WS-BRK-NEW (BRK-IDX)
004090     .
004100 2010-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------*
004140*    3000-LOAD-BALANCES                                           *
004150*    LOADS THE SOURCE SYSTEM'S BALANCE FILE. A FILE WITH NO       *
004160*    USABLE RECORD IS REFUSED (RETURN-CODE 8) BEFORE ANYTHING IS  *
004170*    MATCHED - OTHERWISE EVERY MASTER KEY WOULD BREAK AND EVERY   *
004180*    OPEN BREAK FOR THE FILE'S KEYS WOULD CLEAR.                  *
004190*----------------------------------------------------------------*
004200 3000-LOAD-BALANCES.
004210     OPEN INPUT BALFILE
004220     IF NOT BALFILE-FOUND
004230         MOVE "BALFILE" TO WS-ABEND-FILE-NAME
004240         MOVE WS-BALFILE-STATUS TO WS-ABEND-FILE-STATUS
004250         PERFORM 0900-ABEND
004260     END-IF
004270     MOVE "N" TO WS-EOF-SWITCH
004280     PERFORM 3010-LOAD-ONE-BALANCE THRU 3010-EXIT
004290         UNTIL EOF-YES
004300     CLOSE BALFILE
004310     IF WS-BAL-ACCEPTED = ZERO
004320         DISPLAY "LGBALREC: *** BALANCE FILE " WS-BALANCE-DDNAME
004330         DISPLAY "LGBALREC: *** HAS NO USABLE RECORD - NOTHING "
004340                 "MATCHED ***"
004350         MOVE 8 TO RETURN-CODE
004360         STOP RUN
004370     END-IF
004380     .
004390 3000-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------*
004430*    3010-LOAD-ONE-BALANCE                                        *
004440*    LOADS ONE KEY'S BALANCE. A BLANK KEY, AN AS-OF DATE OR       *
004450*    BALANCE THAT IS NOT NUMERIC, OR A SECOND RECORD FOR A KEY IS *
004460*    REJECTED AND LISTED ON THE CONSOLE. THE LATEST AS-OF DATE ON *
004470*    THE FILE IS KEPT FOR THE MASTER KEYS THE FILE DOES NOT       *
004480*    CARRY.                                                       *
004490*----------------------------------------------------------------*
004500 3010-LOAD-ONE-BALANCE.
004510     READ BALFILE
004520         AT END
004530             SET EOF-YES TO TRUE
004540             GO TO 3010-EXIT
004550     END-READ
004560     ADD 1 TO WS-BAL-READ
004570     MOVE BALANCE-REC TO BL-RECORD
004580     IF BL-KEY = SPACES
004590      OR BL-AS-OF-DATE NOT NUMERIC
004600      OR BL-BALANCE NOT NUMERIC
004610         ADD 1 TO WS-BAL-REJECTED
004620         DISPLAY "LGBALREC: REJECTED BALANCE RECORD "
004630                 WS-BAL-READ " - KEY, AS-OF DATE OR BALANCE "
004640                 "INVALID"
004650         GO TO 3010-EXIT
004660     END-IF
004670     PERFORM 3100-FIND-KEY THRU 3100-EXIT
004680     IF WS-KEY-ON-FILE (KEY-IDX) = "Y"
004690         ADD 1 TO WS-BAL-REJECTED
004700         DISPLAY "LGBALREC: REJECTED BALANCE RECORD "
004710                 WS-BAL-READ " - SECOND RECORD FOR KEY " BL-KEY
004720         GO TO 3010-EXIT
004730     END-IF
004740     ADD 1 TO WS-BAL-ACCEPTED
004750     MOVE "Y" TO WS-KEY-ON-FILE (KEY-IDX)
004760     MOVE BL-AS-OF-DATE TO WS-KEY-AS-OF (KEY-IDX)
004770     MOVE BL-BALANCE TO WS-KEY-UPSTREAM (KEY-IDX)
004780     ADD BL-BALANCE TO WS-UPSTREAM-TOTAL
004790     IF BL-AS-OF-DATE > WS-FILE-AS-OF
004800         MOVE BL-AS-OF-DATE TO WS-FILE-AS-OF
004810     END-IF
004820     .
004830 3010-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------*
004870*    3100-FIND-KEY                                                *
004880*    POINTS KEY-IDX AT BL-KEY IN THE KEY TABLE, ADDING IT IN KEY  *
004890*    ORDER THE FIRST TIME IT IS SEEN. A FULL TABLE IS A HARD      *
004895*    STOP.                                                        *
004900*----------------------------------------------------------------*
004910 3100-FIND-KEY.
004920     MOVE BL-KEY TO WS-FIND-KEY
004930     PERFORM 3150-LOCATE-KEY THRU 3150-EXIT
004940     IF KEY-IN-TABLE
004950         GO TO 3100-EXIT
004960     END-IF
005030     IF WS-KEY-COUNT >= WS-KEY-MAX
005040         DISPLAY "LGBALREC: *** KEY TABLE FULL - RUN "
005050                 "STOPPED ***"
005060         MOVE 16 TO RETURN-CODE
005070         STOP RUN
005080     END-IF
005090     ADD 1 TO WS-KEY-COUNT
005092     MOVE WS-KEY-COUNT TO WS-KEY-SUB
005094     PERFORM 3110-MOVE-ONE-KEY-DOWN THRU 3110-EXIT
005096         UNTIL WS-KEY-SUB = WS-KEY-LOW
005100     SET KEY-IDX TO WS-KEY-SUB
005110     MOVE BL-KEY TO WS-KEY-KEY (KEY-IDX)
005120     MOVE ZERO TO WS-KEY-AS-OF (KEY-IDX)
005130     MOVE ZERO TO WS-KEY-UPSTREAM (KEY-IDX)
005140     MOVE ZERO TO WS-KEY-OURS (KEY-IDX)
005150     MOVE "N" TO WS-KEY-ON-FILE (KEY-IDX)
005160     MOVE "N" TO WS-KEY-ON-MASTER (KEY-IDX)
005170     MOVE "N" TO WS-KEY-CLOSED (KEY-IDX)
005180     .
005190 3100-EXIT.
005200     EXIT.
005201
005202*----------------------------------------------------------------*
005203*    3110-MOVE-ONE-KEY-DOWN                                       *
005204*    MOVES ONE LATER KEY DOWN TO MAKE ROOM.                       *
005205*----------------------------------------------------------------*
005206 3110-MOVE-ONE-KEY-DOWN.
005207     MOVE WS-KEY-ENTRY (WS-KEY-SUB - 1)
005208         TO WS-KEY-ENTRY (WS-KEY-SUB)
005209     SUBTRACT 1 FROM WS-KEY-SUB
005210     .
005211 3110-EXIT.
005212     EXIT.
005213
005214*----------------------------------------------------------------*
005215*    3150-LOCATE-KEY                                              *
005216*    BINARY SEARCH OF THE KEY TABLE FOR WS-FIND-KEY, LEAVING      *
005217*    KEY-IDX ON ITS ENTRY WHEN FOUND. ON A MISS WS-KEY-LOW IS     *
005218*    WHERE THE KEY BELONGS.                                       *
005219*----------------------------------------------------------------*
005220 3150-LOCATE-KEY.
005221     MOVE "N" TO WS-KEYFOUND-SWITCH
005222     MOVE 1 TO WS-KEY-LOW
005223     MOVE WS-KEY-COUNT TO WS-KEY-HIGH
005224     PERFORM 3160-PROBE-ONE-KEY THRU 3160-EXIT
005225         UNTIL WS-KEY-LOW > WS-KEY-HIGH OR KEY-IN-TABLE
005226     .
005227 3150-EXIT.
005228     EXIT.
005229
005230*----------------------------------------------------------------*
005231*    3160-PROBE-ONE-KEY                                           *
005232*    HALVES THE SEARCH RANGE ONCE.                                *
005233*----------------------------------------------------------------*
005234 3160-PROBE-ONE-KEY.
005235     COMPUTE WS-KEY-MID = (WS-KEY-LOW + WS-KEY-HIGH) / 2
005236     EVALUATE TRUE
005237         WHEN WS-KEY-KEY (WS-KEY-MID) = WS-FIND-KEY
005238             SET KEY-IN-TABLE TO TRUE
005239             SET KEY-IDX TO WS-KEY-MID
005240         WHEN WS-KEY-KEY (WS-KEY-MID) < WS-FIND-KEY
005241             COMPUTE WS-KEY-LOW = WS-KEY-MID + 1
005242         WHEN OTHER
005243             COMPUTE WS-KEY-HIGH = WS-KEY-MID - 1
005244     END-EVALUATE
005245     .
005246 3160-EXIT.
005247     EXIT.
005248
005250*----------------------------------------------------------------*
005252*    3200-READ-MASTER                                             *
005254*    READS THE MASTER IN KEY ORDER AND TAKES EVERY KEY'S          *
005256*    STANDING. NO MASTER ON HAND IS READ AS AN EMPTY ONE.         *
005260*----------------------------------------------------------------*
005270 3200-READ-MASTER.
005280     OPEN INPUT MASTERFILE
005290     IF MASTER-NOT-FOUND
005300         GO TO 3200-EXIT
005310     END-IF
005320     IF NOT MASTER-ACTION-OK
005330         MOVE "MASTERFILE" TO WS-ABEND-FILE-NAME
005340         MOVE WS-MASTERFILE-STATUS TO WS-ABEND-FILE-STATUS
005350         PERFORM 0900-ABEND
005360     END-IF
005370     MOVE "N" TO WS-EOF-SWITCH
005380     MOVE LOW-VALUES TO MR-KEY
005390     START MASTERFILE KEY IS NOT LESS THAN MR-KEY
005400         INVALID KEY
005410             SET EOF-YES TO TRUE
005420     END-START
005430     PERFORM 3210-READ-ONE-MASTER THRU 3210-EXIT
005440         UNTIL EOF-YES
005450     CLOSE MASTERFILE
005460     .
005470 3200-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------------*
005510*    3210-READ-ONE-MASTER                                         *
005520*    TAKES ONE MASTER RECORD'S ACCUMULATED AMOUNT AS OUR SIDE OF  *
005530*    ITS KEY. A KEY THE BALANCE FILE DOES NOT CARRY IS ADDED AT   *
005540*    THE FILE'S LATEST AS-OF DATE.                                *
005550*----------------------------------------------------------------*
005560 3210-READ-ONE-MASTER.
005570     READ MASTERFILE NEXT RECORD
005580         AT END
005590             SET EOF-YES TO TRUE
005600             GO TO 3210-EXIT
005610     END-READ
005620     IF NOT MASTER-ACTION-OK
005630         DISPLAY "LGBALREC: *** MASTER READ FAILED AFTER KEY "
005640                 MR-KEY " - FILE STATUS "
005650                 WS-MASTERFILE-STATUS " ***"
005660         MOVE 16 TO RETURN-CODE
005670         STOP RUN
005680     END-IF
005690     ADD 1 TO WS-MASTER-READ
005700     MOVE MR-KEY TO BL-KEY
005710     PERFORM 3100-FIND-KEY THRU 3100-EXIT
005720     IF WS-KEY-ON-FILE (KEY-IDX) NOT = "Y"
005730         MOVE WS-FILE-AS-OF TO WS-KEY-AS-OF (KEY-IDX)
005740     END-IF
005750     MOVE "Y" TO WS-KEY-ON-MASTER (KEY-IDX)
005760     MOVE MR-ACCUM-AMOUNT TO WS-KEY-OURS (KEY-IDX)
005770     .
005780 3210-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------*
005820*    3400-ROLL-BACK-HISTORY                                       *
005830*    PASSES THE POSTING HISTORY ONCE AND TAKES EVERY POSTING      *
005840*    DATED AFTER ITS KEY'S AS-OF DATE BACK OFF OUR SIDE. NO       *
005850*    HISTORY FILE MEANS NOTHING TO ROLL BACK.                     *
005860*----------------------------------------------------------------*
005870 3400-ROLL-BACK-HISTORY.
005880     OPEN INPUT HISTFILE
005890     IF HISTFILE-NOT-FOUND
005900         GO TO 3400-EXIT
005910     END-IF
005920     IF NOT HISTFILE-FOUND
005930         MOVE "HISTFILE" TO WS-ABEND-FILE-NAME
005940         MOVE WS-HISTFILE-STATUS TO WS-ABEND-FILE-STATUS
005950         PERFORM 0900-ABEND
005960     END-IF
005970     MOVE "N" TO WS-EOF-SWITCH
005980     PERFORM 3410-ROLL-ONE-HISTORY THRU 3410-EXIT
005990         UNTIL EOF-YES
006000     CLOSE HISTFILE
006010     .
006020 3400-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------*
006060*    3410-ROLL-ONE-HISTORY                                        *
006070*    TAKES ONE POSTING OFF ITS KEY'S STANDING WHEN IT IS DATED    *
006080*    AFTER THE KEY'S AS-OF DATE. A POSTING RE-DATED OUT OF A      *
006090*    CLOSED PERIOD IS DATED BY ITS ORIGINAL BUSINESS DATE. A      *
006100*    BACKOUT CARRIES THE DATES OF THE POSTING IT REVERSED, SO THE *
006110*    PAIR ROLL BACK TOGETHER.                                     *
006120*----------------------------------------------------------------*
006130 3410-ROLL-ONE-HISTORY.
006140     READ HISTFILE
006150         AT END
006160             SET EOF-YES TO TRUE
006170             GO TO 3410-EXIT
006180     END-READ
006190     MOVE HR-KEY TO WS-FIND-KEY
006200     PERFORM 3150-LOCATE-KEY THRU 3150-EXIT
006210     IF NOT KEY-IN-TABLE
006220         GO TO 3410-EXIT
006230     END-IF
006280     IF WS-KEY-ON-MASTER (KEY-IDX) NOT = "Y"
006290         GO TO 3410-EXIT
006300     END-IF
006310     IF HR-ORIG-DATE NOT = SPACES
006320         MOVE HR-ORIG-DATE TO WS-EFFECTIVE-DATE
006330     ELSE
006340         MOVE HR-BUS-DATE TO WS-EFFECTIVE-DATE
006350     END-IF
006360     MOVE WS-KEY-AS-OF (KEY-IDX) TO WS-AS-OF-TEXT
006370     IF WS-EFFECTIVE-DATE > WS-AS-OF-TEXT
006380         SUBTRACT HR-AMOUNT FROM WS-KEY-OURS (KEY-IDX)
006390         ADD 1 TO WS-HIST-ROLLED
006400     END-IF
006410     .
006420 3410-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------*
006460*    3600-READ-KEYREF                                             *
006470*    MARKS EVERY KEY CLOSED ON THE KEY REFERENCE MASTER. NO KEY   *
006480*    REFERENCE MASTER MEANS NO KEY IS CLOSED.                     *
006490*----------------------------------------------------------------*
006500 3600-READ-KEYREF.
006510     OPEN INPUT KEYREFFILE
006520     IF KEYREFFILE-NOT-FOUND
006530         GO TO 3600-EXIT
006540     END-IF
006550     IF NOT KEYREFFILE-FOUND
006560         MOVE "KEYREFFILE" TO WS-ABEND-FILE-NAME
006570         MOVE WS-KEYREFFILE-STATUS TO WS-ABEND-FILE-STATUS
006580         PERFORM 0900-ABEND
006590     END-IF
006600     MOVE "N" TO WS-EOF-SWITCH
006610     PERFORM 3610-READ-ONE-KEYREF THRU 3610-EXIT
006620         UNTIL EOF-YES
006630     CLOSE KEYREFFILE
006640     .
006650 3600-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------*
006690*    3610-READ-ONE-KEYREF                                         *
006700*    MARKS ONE CLOSED KEY WHEN EITHER SIDE CARRIES IT.            *
006710*----------------------------------------------------------------*
006720 3610-READ-ONE-KEYREF.
006730     READ KEYREFFILE
006740         AT END
006750             SET EOF-YES TO TRUE
006760             GO TO 3610-EXIT
006770     END-READ
006780     MOVE KEYREF-REC TO KR-RECORD
006790     IF NOT KR-IS-CLOSED
006800         GO TO 3610-EXIT
006810     END-IF
006820     MOVE KR-KEY TO WS-FIND-KEY
006830     PERFORM 3150-LOCATE-KEY THRU 3150-EXIT
006840     IF KEY-IN-TABLE
006850         MOVE "Y" TO WS-KEY-CLOSED (KEY-IDX)
006860     END-IF
006910     .
006920 3610-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------------*
006960*    4000-MATCH-ONE-KEY                                           *
006970*    MATCHES ONE KEY. A KEY ON ONE SIDE ONLY BREAKS WHEN THAT     *
006980*    SIDE CARRIES A BALANCE; A KEY ON BOTH BREAKS WHEN THE        *
006990*    BALANCES DIFFER. A CLOSED KEY WITH A BALANCE UPSTREAM IS A   *
007000*    BREAK OF ITS OWN, WHATEVER THE MATCH SAYS.                   *
007010*----------------------------------------------------------------*
007020 4000-MATCH-ONE-KEY.
007030     SET KEY-IDX TO WS-KEY-SUB
007040     ADD 1 TO WS-KEY-SUB
007050     IF WS-KEY-ON-MASTER (KEY-IDX) = "Y"
007060         ADD WS-KEY-OURS (KEY-IDX) TO WS-OURS-TOTAL
007070     END-IF
007080     MOVE SPACES TO BK-RECORD
007090     MOVE WS-KEY-KEY (KEY-IDX) TO BK-KEY
007100     MOVE WS-KEY-AS-OF (KEY-IDX) TO BK-AS-OF-DATE
007110     MOVE WS-KEY-UPSTREAM (KEY-IDX) TO BK-UPSTREAM
007120     MOVE WS-KEY-OURS (KEY-IDX) TO BK-OURS
007130     COMPUTE BK-DIFF-AMOUNT =
007140         WS-KEY-UPSTREAM (KEY-IDX) - WS-KEY-OURS (KEY-IDX)
007150     EVALUATE TRUE
007160         WHEN WS-KEY-ON-MASTER (KEY-IDX) NOT = "Y"
007170             IF WS-KEY-UPSTREAM (KEY-IDX) NOT = ZERO
007180                 SET BK-UPSTREAM-ONLY TO TRUE
007190                 ADD 1 TO WS-UPSTREAM-COUNT
007200                 PERFORM 4100-RECORD-BREAK THRU 4100-EXIT
007210             END-IF
007220         WHEN WS-KEY-ON-FILE (KEY-IDX) NOT = "Y"
007230             IF WS-KEY-OURS (KEY-IDX) NOT = ZERO
007240                 SET BK-MASTER-ONLY TO TRUE
007250                 ADD 1 TO WS-MASTER-ONLY-COUNT
007260                 PERFORM 4100-RECORD-BREAK THRU 4100-EXIT
007270             END-IF
007280         WHEN WS-KEY-OURS (KEY-IDX) NOT =
007290              WS-KEY-UPSTREAM (KEY-IDX)
007300             SET BK-DIFFERENCE TO TRUE
007310             ADD 1 TO WS-DIFFERENCE-COUNT
007320             PERFORM 4100-RECORD-BREAK THRU 4100-EXIT
007330         WHEN OTHER
007340             ADD 1 TO WS-KEYS-MATCHED
007350     END-EVALUATE
007360     IF WS-KEY-CLOSED (KEY-IDX) = "Y"
007370      AND WS-KEY-ON-FILE (KEY-IDX) = "Y"
007380      AND WS-KEY-UPSTREAM (KEY-IDX) NOT = ZERO
007390         SET BK-CLOSED-KEY TO TRUE
007400         ADD 1 TO WS-CLOSED-COUNT
007410         PERFORM 4100-RECORD-BREAK THRU 4100-EXIT
007420     END-IF
007430     .
007440 4000-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------*
007480*    4100-RECORD-BREAK                                            *
007490*    CARRIES THE BREAK BUILT IN BK-RECORD FORWARD. AN OPEN BREAK  *
007500*    OF THE SAME TYPE FOR THE KEY TAKES THE LATEST FIGURES AND    *
007510*    KEEPS ITS FIRST-FOUND DATE; OTHERWISE THE BREAK IS NEW AND   *
007520*    AGES FROM TODAY. A FULL TABLE IS A HARD STOP.                *
007530*----------------------------------------------------------------*
007540 4100-RECORD-BREAK.
007550     MOVE WS-RUN-DATE TO BK-LAST-DATE
007560     MOVE ZERO TO BK-CLEAR-DATE
007570     SET BK-IS-OPEN TO TRUE
007580     IF WS-BRK-COUNT > ZERO
007590         SET BRK-IDX TO 1
007600         SEARCH WS-BRK-ENTRY
007610             AT END
007620                 CONTINUE
007630             WHEN BRK-IDX > WS-BRK-COUNT
007640                 CONTINUE
007650             WHEN WS-BRK-STATE (BRK-IDX) = "O"
007660              AND WS-BRK-KEY (BRK-IDX) = BK-KEY
007670              AND WS-BRK-TYPE (BRK-IDX) = BK-TYPE
007680              AND WS-BRK-SEEN (BRK-IDX) = "N"
007690                 MOVE BK-RECORD TO WS-BREAK-WORK
007700                 MOVE WS-BRK-DATA (BRK-IDX) TO BK-RECORD
007710                 MOVE BK-FIRST-DATE TO WS-FIRST-DATE
007720                 MOVE WS-BREAK-WORK TO BK-RECORD
007730                 MOVE WS-FIRST-DATE TO BK-FIRST-DATE
007740                 MOVE BK-RECORD TO WS-BRK-DATA (BRK-IDX)
007750                 MOVE "Y" TO WS-BRK-SEEN (BRK-IDX)
007760                 ADD 1 TO WS-CARRIED-COUNT
007770                 GO TO 4100-EXIT
007780         END-SEARCH
007790     END-IF
007800     IF WS-BRK-COUNT >= WS-BRK-MAX
007810         DISPLAY "LGBALREC: *** BREAK TABLE FULL - RUN "
007820                 "STOPPED ***"
007830         MOVE 16 TO RETURN-CODE
007840         STOP RUN
007850     END-IF
007860     MOVE WS-RUN-DATE TO BK-FIRST-DATE
007870     ADD 1 TO WS-BRK-COUNT
007880     SET BRK-IDX TO WS-BRK-COUNT
007890     MOVE BK-RECORD TO WS-BRK-DATA (BRK-IDX)
007900     MOVE "Y" TO WS-BRK-SEEN (BRK-IDX)
007910     MOVE "Y" TO WS-BRK-NEW (BRK-IDX)
007920     ADD 1 TO WS-NEW-COUNT
007930     .
007940 4100-EXIT.
007950     EXIT.
007960
007970*----------------------------------------------------------------*
007980*    4400-CLEAR-ONE-BREAK                                         *
007990*    CLEARS AN OPEN BREAK THIS RUN DID NOT FIND AGAIN.            *
008000*----------------------------------------------------------------*
008010 4400-CLEAR-ONE-BREAK.
008020     SET BRK-IDX TO WS-BRK-SUB
008030     ADD 1 TO WS-BRK-SUB
008040     IF WS-BRK-STATE (BRK-IDX) NOT = "O"
008050      OR WS-BRK-SEEN (BRK-IDX) = "Y"
008060         GO TO 4400-EXIT
008070     END-IF
008080     MOVE WS-BRK-DATA (BRK-IDX) TO BK-RECORD
008090     SET BK-IS-CLEARED TO TRUE
008100     MOVE WS-RUN-DATE TO BK-CLEAR-DATE
008110     MOVE BK-RECORD TO WS-BRK-DATA (BRK-IDX)
008120     ADD 1 TO WS-CLEARED-COUNT
008130     .
008140 4400-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------*
008180*    5000-BREAKS-REPORT                                           *
008190*    LISTS EVERY OPEN BREAK WITH ITS AGE, THEN (AFTER A MATCH)    *
008200*    THE BREAKS CLEARED THIS RUN, THE MATCH TOTALS AND THE AGING  *
008210*    SUMMARY.                                                     *
008220*----------------------------------------------------------------*
008230 5000-BREAKS-REPORT.
008240     OPEN OUTPUT REPORTFILE
008250     IF WS-REPORTFILE-STATUS NOT = "00"
008260         MOVE "REPORTFILE" TO WS-ABEND-FILE-NAME
008270         MOVE WS-REPORTFILE-STATUS TO WS-ABEND-FILE-STATUS
008280         PERFORM 0900-ABEND
008290     END-IF
008300     MOVE SPACES TO REPORT-REC
008310     IF MODE-REPORT
008320         STRING "LGBALREC - OPEN BALANCE BREAKS AS OF "
008330                    DELIMITED BY SIZE
008340                WS-RUN-DATE DELIMITED BY SIZE
008350                INTO REPORT-REC
008360     ELSE
008370         STRING "LGBALREC - BALANCE BREAKS RUN " DELIMITED BY SIZE
008380                WS-RUN-DATE DELIMITED BY SIZE
008390                " - BALANCE FILE " DELIMITED BY SIZE
008400                WS-BALANCE-DDNAME DELIMITED BY SPACE
008410                INTO REPORT-REC
008420     END-IF
008430     WRITE REPORT-REC
008440     MOVE SPACES TO REPORT-REC
008450     WRITE REPORT-REC
008460     MOVE "OPEN BREAKS" TO REPORT-REC
008470     WRITE REPORT-REC
008480     MOVE WS-BREAK-HEAD TO REPORT-REC
008490     WRITE REPORT-REC
008500     MOVE 1 TO WS-BRK-SUB
008510     PERFORM 5100-REPORT-OPEN-BREAK THRU 5100-EXIT
008520         UNTIL WS-BRK-SUB > WS-BRK-COUNT
008530     IF WS-OPEN-COUNT = ZERO
008540         MOVE "  (NONE)" TO REPORT-REC
008550         WRITE REPORT-REC
008560     END-IF
008570     IF NOT MODE-REPORT
008580         MOVE SPACES TO REPORT-REC
008590         WRITE REPORT-REC
008600         MOVE "BREAKS CLEARED THIS RUN" TO REPORT-REC
008610         WRITE REPORT-REC
008620         MOVE WS-BREAK-HEAD TO REPORT-REC
008630         WRITE REPORT-REC
008640         MOVE 1 TO WS-BRK-SUB
008650         PERFORM 5200-REPORT-CLEARED-BREAK THRU 5200-EXIT
008660             UNTIL WS-BRK-SUB > WS-BRK-COUNT
008670         IF WS-CLEARED-COUNT = ZERO
008680             MOVE "  (NONE)" TO REPORT-REC
008690             WRITE REPORT-REC
008700         END-IF
008710         MOVE SPACES TO REPORT-REC
008720         WRITE REPORT-REC
008730         MOVE "BALANCE RECORDS READ" TO WS-CL-LABEL
008740         MOVE WS-BAL-READ TO WS-CL-COUNT
008750         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
008760         MOVE "BALANCE RECORDS REJECTED" TO WS-CL-LABEL
008770         MOVE WS-BAL-REJECTED TO WS-CL-COUNT
008780         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
008790         MOVE "MASTER RECORDS READ" TO WS-CL-LABEL
008800         MOVE WS-MASTER-READ TO WS-CL-COUNT
008810         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
008820         MOVE "POSTINGS ROLLED BACK TO AS-OF DATE" TO WS-CL-LABEL
008830         MOVE WS-HIST-ROLLED TO WS-CL-COUNT
008840         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
008850         MOVE "KEYS MATCHED" TO WS-CL-LABEL
008860         MOVE WS-KEYS-MATCHED TO WS-CL-COUNT
008870         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
008880         MOVE "UPSTREAM ONLY" TO WS-CL-LABEL
008890         MOVE WS-UPSTREAM-COUNT TO WS-CL-COUNT
008900         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
008910         MOVE "MASTER ONLY" TO WS-CL-LABEL
008920         MOVE WS-MASTER-ONLY-COUNT TO WS-CL-COUNT
008930         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
008940         MOVE "BALANCE DIFFERENCES" TO WS-CL-LABEL
008950         MOVE WS-DIFFERENCE-COUNT TO WS-CL-COUNT
008960         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
008970         MOVE "CLOSED KEYS WITH A BALANCE UPSTREAM" TO WS-CL-LABEL
008980         MOVE WS-CLOSED-COUNT TO WS-CL-COUNT
008990         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
009000         MOVE "NEW BREAKS" TO WS-CL-LABEL
009010         MOVE WS-NEW-COUNT TO WS-CL-COUNT
009020         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
009030         MOVE "BREAKS CARRIED FORWARD" TO WS-CL-LABEL
009040         MOVE WS-CARRIED-COUNT TO WS-CL-COUNT
009050         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
009060         MOVE "BREAKS CLEARED" TO WS-CL-LABEL
009070         MOVE WS-CLEARED-COUNT TO WS-CL-COUNT
009080         PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
009090         MOVE "UPSTREAM BALANCE TOTAL" TO WS-TL-LABEL
009100         MOVE WS-UPSTREAM-TOTAL TO WS-TL-TOTAL
009110         MOVE WS-TOTAL-LINE TO REPORT-REC
009120         WRITE REPORT-REC
009130         MOVE "MASTER BALANCE TOTAL AT AS-OF DATE" TO WS-TL-LABEL
009140         MOVE WS-OURS-TOTAL TO WS-TL-TOTAL
009150         MOVE WS-TOTAL-LINE TO REPORT-REC
009160         WRITE REPORT-REC
009170     END-IF
009180     MOVE SPACES TO REPORT-REC
009190     WRITE REPORT-REC
009200     MOVE "OPEN BREAKS" TO WS-CL-LABEL
009210     MOVE WS-OPEN-COUNT TO WS-CL-COUNT
009220     PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
009230     MOVE "  OPEN 0 TO 7 DAYS" TO WS-CL-LABEL
009240     MOVE WS-AGE-07-COUNT TO WS-CL-COUNT
009250     PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
009260     MOVE "  OPEN 8 TO 30 DAYS" TO WS-CL-LABEL
009270     MOVE WS-AGE-30-COUNT TO WS-CL-COUNT
009280     PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
009290     MOVE "  OPEN 31 TO 90 DAYS" TO WS-CL-LABEL
009300     MOVE WS-AGE-90-COUNT TO WS-CL-COUNT
009310     PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
009320     MOVE "  OPEN OVER 90 DAYS" TO WS-CL-LABEL
009330     MOVE WS-AGE-OVER-COUNT TO WS-CL-COUNT
009340     PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT
009350     CLOSE REPORTFILE
009360     .
009370 5000-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------------*
009410*    5100-REPORT-OPEN-BREAK                                       *
009420*    PRINTS ONE OPEN BREAK AND COUNTS IT INTO ITS AGE BAND.       *
009430*----------------------------------------------------------------*
009440 5100-REPORT-OPEN-BREAK.
009450     SET BRK-IDX TO WS-BRK-SUB
009460     ADD 1 TO WS-BRK-SUB
009470     IF WS-BRK-STATE (BRK-IDX) NOT = "O"
009480         GO TO 5100-EXIT
009490     END-IF
009500     ADD 1 TO WS-OPEN-COUNT
009510     PERFORM 5300-FORMAT-BREAK THRU 5300-EXIT
009520     EVALUATE TRUE
009530         WHEN WS-AGE-DAYS <= 7
009540             ADD 1 TO WS-AGE-07-COUNT
009550         WHEN WS-AGE-DAYS <= 30
009560             ADD 1 TO WS-AGE-30-COUNT
009570         WHEN WS-AGE-DAYS <= 90
009580             ADD 1 TO WS-AGE-90-COUNT
009590         WHEN OTHER
009600             ADD 1 TO WS-AGE-OVER-COUNT
009610     END-EVALUATE
009620     MOVE WS-BREAK-LINE TO REPORT-REC
009630     WRITE REPORT-REC
009640     .
009650 5100-EXIT.
009660     EXIT.
009670
009680*----------------------------------------------------------------*
009690*    5200-REPORT-CLEARED-BREAK                                    *
009700*    PRINTS ONE BREAK CLEARED THIS RUN, AGED TO THE CLEARING.     *
009710*----------------------------------------------------------------*
009720 5200-REPORT-CLEARED-BREAK.
009730     SET BRK-IDX TO WS-BRK-SUB
009740     ADD 1 TO WS-BRK-SUB
009750     MOVE WS-BRK-DATA (BRK-IDX) TO BK-RECORD
009760     IF NOT BK-IS-CLEARED
009770      OR BK-CLEAR-DATE NOT = WS-RUN-DATE
009780         GO TO 5200-EXIT
009790     END-IF
009800     PERFORM 5300-FORMAT-BREAK THRU 5300-EXIT
009810     MOVE WS-BREAK-LINE TO REPORT-REC
009820     WRITE REPORT-REC
009830     .
009840 5200-EXIT.
009850     EXIT.
009860
009870*----------------------------------------------------------------*
009880*    5300-FORMAT-BREAK                                            *
009890*    BUILDS THE REPORT LINE FOR THE BREAK AT BRK-IDX AND AGES IT  *
009900*    IN CALENDAR DAYS FROM THE RUN THAT FIRST FOUND IT.           *
009910*----------------------------------------------------------------*
009920 5300-FORMAT-BREAK.
009930     MOVE WS-BRK-DATA (BRK-IDX) TO BK-RECORD
009940     MOVE SPACES TO WS-BREAK-LINE
009950     EVALUATE TRUE
009960         WHEN BK-UPSTREAM-ONLY
009970             MOVE "UPSTREAM ONLY" TO WS-BL-TYPE
009980         WHEN BK-MASTER-ONLY
009990             MOVE "MASTER ONLY" TO WS-BL-TYPE
010000         WHEN BK-DIFFERENCE
010010             MOVE "DIFFERENCE" TO WS-BL-TYPE
010020         WHEN BK-CLOSED-KEY
010030             MOVE "CLOSED KEY" TO WS-BL-TYPE
010040         WHEN OTHER
010050             MOVE BK-TYPE TO WS-BL-TYPE
010060     END-EVALUATE
010070     MOVE BK-KEY TO WS-BL-KEY
010080     MOVE BK-AS-OF-DATE TO WS-BL-AS-OF
010090     MOVE BK-UPSTREAM TO WS-BL-UPSTREAM
010100     MOVE BK-OURS TO WS-BL-OURS
010110     MOVE BK-DIFF-AMOUNT TO WS-BL-DIFFERENCE
010120     MOVE BK-FIRST-DATE TO WS-BL-FIRST
010130     MOVE ZERO TO WS-AGE-DAYS
010140     IF BK-FIRST-DATE NUMERIC
010150      AND BK-FIRST-DATE > ZERO
010160         COMPUTE WS-FIRST-INTEGER =
010170             FUNCTION INTEGER-OF-DATE (BK-FIRST-DATE)
010180         IF WS-RUN-INTEGER > WS-FIRST-INTEGER
010190             COMPUTE WS-AGE-DAYS =
010200                 WS-RUN-INTEGER - WS-FIRST-INTEGER
010210         END-IF
010220     END-IF
010230     MOVE WS-AGE-DAYS TO WS-BL-AGE
010240     IF WS-BRK-NEW (BRK-IDX) = "Y"
010250         MOVE "NEW" TO WS-BL-NEW
010260     END-IF
010270     .
010280 5300-EXIT.
010290     EXIT.
010300
010310*----------------------------------------------------------------*
010320*    5400-WRITE-COUNT-LINE                                        *
010330*    WRITES ONE LABELLED COUNT TO THE REPORT.                     *
010340*----------------------------------------------------------------*
010350 5400-WRITE-COUNT-LINE.
010360     MOVE WS-COUNT-LINE TO REPORT-REC
010370     WRITE REPORT-REC
010380     .
010390 5400-EXIT.
010400     EXIT.
010410
010420*----------------------------------------------------------------*
010430*    7100-REWRITE-BREAKS                                          *
010435*    WRITES THE IN-STORAGE BREAK TABLE BACK IN FULL, APPENDING    *
010440*    ANY BREAK CLEARED BEFORE THE RETENTION CUTOFF TO THE BREAK   *
010445*    HISTORY FILE INSTEAD.                                        *
010450*----------------------------------------------------------------*
010460 7100-REWRITE-BREAKS.
010470     OPEN OUTPUT BREAKFILE
010480     IF NOT BREAKFILE-FOUND
010490         MOVE "BREAKFILE" TO WS-ABEND-FILE-NAME
010500         MOVE WS-BREAKFILE-STATUS TO WS-ABEND-FILE-STATUS
010510         PERFORM 0900-ABEND
010520     END-IF
010521     OPEN EXTEND BRKHISTFILE
010522     IF BRKHISTFILE-NOT-FOUND
010523         OPEN OUTPUT BRKHISTFILE
010524     END-IF
010525     IF NOT BRKHISTFILE-FOUND
010526         MOVE "BRKHISTFILE" TO WS-ABEND-FILE-NAME
010527         MOVE WS-BRKHISTFILE-STATUS TO WS-ABEND-FILE-STATUS
010528         PERFORM 0900-ABEND
010529     END-IF
010530     MOVE 1 TO WS-BRK-SUB
010540     PERFORM 7110-REWRITE-ONE-BREAK THRU 7110-EXIT
010550         UNTIL WS-BRK-SUB > WS-BRK-COUNT
010560     CLOSE BREAKFILE
010565     CLOSE BRKHISTFILE
010570     .
010580 7100-EXIT.
010590     EXIT.
010600
010610*----------------------------------------------------------------*
010620*    7110-REWRITE-ONE-BREAK                                       *
010626*    WRITES ONE TABLE ENTRY BACK TO THE BREAK FILE, OR TO THE     *
010632*    BREAK HISTORY FILE ONCE IT WAS CLEARED BEFORE THE CUTOFF.    *
010640*----------------------------------------------------------------*
010650 7110-REWRITE-ONE-BREAK.
010660     SET BRK-IDX TO WS-BRK-SUB
010662     MOVE WS-BRK-DATA (BRK-IDX) TO BK-RECORD
010664     IF BK-IS-CLEARED
010666      AND BK-CLEAR-DATE < WS-CUTOFF-DATE
010668         MOVE BK-RECORD TO BRKHIST-REC
010670         WRITE BRKHIST-REC
010672         ADD 1 TO WS-MOVED-COUNT
010674         GO TO 7110-NEXT
010676     END-IF
010678     MOVE BK-RECORD TO BREAK-REC
010680     WRITE BREAK-REC
010683     .
010686 7110-NEXT.
010690     ADD 1 TO WS-BRK-SUB
010700     .
010710 7110-EXIT.
010720     EXIT.
010730
010740*----------------------------------------------------------------*
010750*    8000-FINALIZE                                                *
010760*    REPORTS WHAT THE RUN DID. ANY OPEN BREAK ENDS THE RUN WITH   *
010770*    RETURN-CODE 4.                                               *
010780*----------------------------------------------------------------*
010790 8000-FINALIZE.
010800     IF NOT MODE-REPORT
010810         MOVE WS-BAL-ACCEPTED TO WS-EDIT-COUNT
010820         DISPLAY "LGBALREC: BALANCE RECORDS MATCHED:   "
010830                 WS-EDIT-COUNT
010840         MOVE WS-BAL-REJECTED TO WS-EDIT-COUNT
010850         DISPLAY "LGBALREC: BALANCE RECORDS REJECTED:  "
010860                 WS-EDIT-COUNT
010870         MOVE WS-NEW-COUNT TO WS-EDIT-COUNT
010880         DISPLAY "LGBALREC: NEW BREAKS:                "
010890                 WS-EDIT-COUNT
010900         MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT
010910         DISPLAY "LGBALREC: BREAKS CARRIED FORWARD:    "
010920                 WS-EDIT-COUNT
010930         MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
010940         DISPLAY "LGBALREC: BREAKS CLEARED:            "
010950                 WS-EDIT-COUNT
010952         MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT
010954         DISPLAY "LGBALREC: CLEARED BREAKS TO HISTORY: "
010956                 WS-EDIT-COUNT
010960     END-IF
010970     MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
010980     DISPLAY "LGBALREC: BREAKS OPEN:               "
010990             WS-EDIT-COUNT
011000     DISPLAY "LGBALREC: BREAKS REPORT WRITTEN TO "
011010             WS-REPORT-DDNAME
011020     IF WS-OPEN-COUNT > ZERO
011030         MOVE 4 TO RETURN-CODE
011040     END-IF
011050     .
011060 8000-EXIT.
011070     EXIT.
