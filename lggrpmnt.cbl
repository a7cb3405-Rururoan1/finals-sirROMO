000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGGRPMNT.
000120 AUTHOR. DATA-PROCESSING-GROUP.
000130 INSTALLATION. DAILY-PROCESSING-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                  M O D I F I C A T I O N   L O G                *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                   *
000200* 10/15/2026 RJM   ORIGINAL PROGRAM - OPERATOR MAINTENANCE FOR    *
000210*                  THE KEY GROUP RELATIONSHIP FILE (SEE           *
000220*                  CPYGRP01) THAT TIES KEYS TO CUSTOMER GROUPS    *
000230*                  AND CUSTOMER GROUPS TO PORTFOLIOS FOR THE      *
000240*                  LGGRPRPT ROLLUP. THE LEVEL IS CHOSEN AT THE    *
000250*                  TERMINAL (K=KEY TO CUSTOMER, C=CUSTOMER TO     *
000260*                  PORTFOLIO), THEN ONE OF TWO MODES:             *
000270*                    A - ASSIGN A MEMBER TO A GROUP. A MEMBER     *
000280*                        ALREADY IN ANOTHER GROUP IS MOVED - ITS  *
000290*                        CURRENT RECORD ENDS THE DAY BEFORE THE   *
000300*                        EFFECTIVE DATE AND A NEW ONE STARTS ON   *
000310*                        IT.                                      *
000320*                    E - END A MEMBER'S CURRENT MEMBERSHIP.       *
000330*                  A KEY MUST BE ACTIVE ON THE KEY REFERENCE      *
000340*                  MASTER (SEE CPYKEY01) TO BE ASSIGNED; A        *
000350*                  CUSTOMER MUST HAVE AT LEAST ONE CURRENT KEY.   *
000360*                  THE EFFECTIVE DATE DEFAULTS TO TODAY, MAY NOT  *
000370*                  BE IN THE FUTURE AND MUST FALL AFTER EVERY     *
000380*                  DATE ALREADY ON THE MEMBER'S HISTORY, SO NO    *
000390*                  TWO MEMBERSHIPS EVER OVERLAP. BOTH ENDS OF     *
000400*                  EVERY MEMBERSHIP CARRY THE OPERATOR'S STAMP.   *
000410*                  THE OPERATOR NEEDS THE MAINTAIN-KEYS ROLE      *
000420*                  (SEE CPYOPR01).                                *
000430*----------------------------------------------------------------*
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT GROUPFILE ASSIGN TO DYNAMIC WS-GROUPS-DDNAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-GROUPFILE-STATUS.
000510
000520     SELECT KEYREFFILE ASSIGN TO DYNAMIC WS-KEYREF-DDNAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-KEYREFFILE-STATUS.
000550
000560     SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPERATOR-DDNAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-OPERFILE-STATUS.
000590
000600     SELECT SECLOGFILE ASSIGN TO DYNAMIC WS-SECLOG-DDNAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-SECLOGFILE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  GROUPFILE.
000670 01  GROUP-REC PIC X(64).
000680
000690 FD  KEYREFFILE.
000700 01  KEYREF-REC PIC X(53).
000710
000720 FD  OPERFILE.
000730 01  OPER-REC PIC X(102).
000740
000750 FD  SECLOGFILE.
000760 01  SECLOG-REC PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------*
000800*    OPERATOR AUTHORITY AND SECURITY LOG RECORD VIEWS (SEE        *
000810*    CPYOPR01 AND CPYSEC01)                                       *
000820*----------------------------------------------------------------*
000830     COPY CPYOPR01.
000840     COPY CPYSEC01.
000850
000860*----------------------------------------------------------------*
000870*    KEY REFERENCE AND KEY GROUP RELATIONSHIP RECORD VIEWS (SEE   *
000880*    CPYKEY01 AND CPYGRP01)                                       *
000890*----------------------------------------------------------------*
000900     COPY CPYKEY01.
000910     COPY CPYGRP01.
000920
000930*----------------------------------------------------------------*
000940*    IN-STORAGE COPY OF THE RELATIONSHIP FILE - BOTH MODES WORK   *
000950*    ON IT AND IT IS REWRITTEN IN FULL AT THE END OF THE SESSION. *
000960*----------------------------------------------------------------*
000970 77  WS-LINK-COUNT           PIC 9(05) COMP VALUE ZERO.
000980 77  WS-LINK-MAX             PIC 9(05) COMP VALUE 50000.
000990 77  WS-LINK-SUB             PIC 9(05) COMP VALUE ZERO.
001000 01  WS-LINK-TABLE.
001010     05  WS-LINK-ENTRY       PIC X(64) OCCURS 50000 TIMES.
001020
001030*----------------------------------------------------------------*
001040*    IN-STORAGE COPY OF THE KEY REFERENCE MASTER - A KEY MUST BE  *
001050*    ACTIVE ON IT TO BE ASSIGNED TO A CUSTOMER.                   *
001060*----------------------------------------------------------------*
001070 77  WS-REG-COUNT            PIC 9(05) COMP VALUE ZERO.
001080 77  WS-REG-MAX              PIC 9(05) COMP VALUE 20000.
001090 77  WS-REG-SUB              PIC 9(05) COMP VALUE ZERO.
001100 01  WS-REG-TABLE.
001110     05  WS-REG-ENTRY        PIC X(53) OCCURS 20000 TIMES.
001120
001130*----------------------------------------------------------------*
001140*    FILE ASSIGNMENT WORK AREAS. ALL MAY BE OVERRIDDEN BY         *
001150*    LGGRP_GROUPS_DD / LGGRP_KEYREF_DD / LGGRP_OPERATORS_DD /     *
001160*    LGGRP_SECLOG_DD.                                             *
001170*----------------------------------------------------------------*
001180 77  WS-GROUPS-DDNAME        PIC X(60)
001190     VALUE "data/keygroups.dat".
001200 77  WS-KEYREF-DDNAME        PIC X(60) VALUE "data/keyref.dat".
001210 77  WS-OPERATOR-DDNAME      PIC X(60)
001220     VALUE "data/operators.dat".
001230 77  WS-SECLOG-DDNAME        PIC X(60)
001240     VALUE "data/security-log.dat".
001250 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001260
001270*----------------------------------------------------------------*
001280*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)            *
001290*----------------------------------------------------------------*
001300 77  WS-ABEND-FILE-NAME      PIC X(12) VALUE SPACES.
001310 77  WS-ABEND-FILE-STATUS    PIC X(02) VALUE SPACES.
001320
001330*----------------------------------------------------------------*
001340*    FILE STATUS SWITCHES                                         *
001350*----------------------------------------------------------------*
001360 77  WS-GROUPFILE-STATUS     PIC X(02).
001370     88  GROUPFILE-FOUND         VALUE "00".
001380     88  GROUPFILE-NOT-FOUND     VALUE "35".
001390 77  WS-KEYREFFILE-STATUS    PIC X(02).
001400     88  KEYREFFILE-FOUND        VALUE "00".
001410     88  KEYREFFILE-NOT-FOUND    VALUE "35".
001420
001430*----------------------------------------------------------------*
001440*    PROGRAM SWITCHES                                             *
001450*----------------------------------------------------------------*
001460 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001470     88  EOF-YES                  VALUE "Y".
001480 77  WS-DONE-SWITCH          PIC X(01) VALUE "N".
001490     88  ENTRY-DONE               VALUE "Y".
001500 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001510     88  KEY-ON-MASTER            VALUE "Y".
001520 77  WS-CURRENT-SWITCH       PIC X(01) VALUE "N".
001530     88  MEMBER-IS-CURRENT        VALUE "Y".
001540 77  WS-KEYS-SWITCH          PIC X(01) VALUE "N".
001550     88  CUSTOMER-HAS-KEYS        VALUE "Y".
001560 77  WS-DATE-SWITCH          PIC X(01) VALUE "N".
001570     88  EFFECTIVE-DATE-OK        VALUE "Y".
001580 77  WS-CHANGED-SWITCH       PIC X(01) VALUE "N".
001590     88  LINKS-CHANGED            VALUE "Y".
001600 77  WS-MODE                 PIC X(01) VALUE SPACE.
001610     88  MODE-ASSIGN              VALUE "A".
001620     88  MODE-END                 VALUE "E".
001630 77  WS-LEVEL                PIC X(01) VALUE SPACE.
001640     88  LEVEL-KEY                VALUE "K".
001650     88  LEVEL-CUSTOMER           VALUE "C".
001660
001670*----------------------------------------------------------------*
001680*    OPERATOR DIALOG WORK AREAS AND COUNTERS                      *
001690*----------------------------------------------------------------*
001700 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001710 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001720 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001730 77  WS-KEY-IN               PIC X(10) VALUE SPACES.
001740 77  WS-GROUP-IN             PIC X(10) VALUE SPACES.
001750 77  WS-DATE-IN              PIC X(08) VALUE SPACES.
001760 77  WS-DIGIT-CHECK          PIC X(08) VALUE SPACES.
001770 77  WS-EFF-DATE             PIC 9(08) VALUE ZERO.
001780 77  WS-END-DATE             PIC 9(08) VALUE ZERO.
001790 77  WS-LAST-LINK-DATE       PIC 9(08) VALUE ZERO.
001800 77  WS-OLD-GROUP            PIC X(10) VALUE SPACES.
001810 77  WS-FOUND-SUB            PIC 9(05) COMP VALUE ZERO.
001820 77  WS-CURRENT-SUB          PIC 9(05) COMP VALUE ZERO.
001830 77  WS-LINKS-ADDED          PIC 9(05) COMP VALUE ZERO.
001840 77  WS-LINKS-MOVED          PIC 9(05) COMP VALUE ZERO.
001850 77  WS-LINKS-ENDED          PIC 9(05) COMP VALUE ZERO.
001860
001870*----------------------------------------------------------------*
001880*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
001890*    AUTHORITY). THE CALLER SETS THE ROLE NUMBER (SEE CPYOPR01)   *
001900*    AND THE ACTION NAME THE SECURITY LOG RECORDS ON A REFUSAL.   *
001910*----------------------------------------------------------------*
001920 77  WS-OPERFILE-STATUS      PIC X(02).
001930     88  OPERFILE-FOUND          VALUE "00".
001940     88  OPERFILE-NOT-FOUND      VALUE "35".
001950 77  WS-SECLOGFILE-STATUS    PIC X(02).
001960     88  SECLOGFILE-FOUND        VALUE "00".
001970     88  SECLOGFILE-NOT-FOUND    VALUE "35".
001980 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
001990     88  OPER-EOF-YES             VALUE "Y".
002000 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
002010     88  OPERATOR-ON-FILE         VALUE "Y".
002020 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
002030 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
002040
002050 PROCEDURE DIVISION.
002060
002070*----------------------------------------------------------------*
002080*    0000-MAINLINE                                                *
002090*    ASKS THE OPERATOR FOR THE LEVEL AND MODE AND RUNS IT.        *
002100*----------------------------------------------------------------*
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002130     PERFORM 7000-LOAD-LINKS THRU 7000-EXIT
002140     PERFORM 7050-LOAD-REGISTER THRU 7050-EXIT
002150     EVALUATE TRUE
002160         WHEN MODE-ASSIGN
002170             PERFORM 2000-ASSIGN-MEMBERS THRU 2000-EXIT
002180         WHEN MODE-END
002190             PERFORM 3000-END-MEMBERS THRU 3000-EXIT
002200         WHEN OTHER
002210             DISPLAY "LGGRPMNT: UNKNOWN MODE - NOTHING DONE"
002220             MOVE 8 TO RETURN-CODE
002230     END-EVALUATE
002240     IF LINKS-CHANGED
002250         PERFORM 7100-REWRITE-LINKS THRU 7100-EXIT
002260     END-IF
002270     PERFORM 8000-FINALIZE THRU 8000-EXIT
002280     STOP RUN.
002290
002300*----------------------------------------------------------------*
002310*    0900-ABEND                                                   *
002320*    DISPLAYS A FATAL FILE-OPEN ERROR AND ENDS THE RUN WITH       *
002330*    RETURN-CODE 16 INSTEAD OF LETTING A BAD ASSIGNMENT RUN ON.   *
002340*----------------------------------------------------------------*
002350 0900-ABEND.
002360     DISPLAY "LGGRPMNT: *** UNABLE TO OPEN " WS-ABEND-FILE-NAME
002370             " - FILE STATUS " WS-ABEND-FILE-STATUS " ***"
002380     MOVE 16 TO RETURN-CODE
002390     STOP RUN
002400     .
002410
002420*----------------------------------------------------------------*
002430*    1000-INITIALIZE                                              *
002440*    RESOLVES ASSIGNMENTS AND ASKS FOR THE LEVEL, THE MODE AND    *
002450*    THE OPERATOR'S ID - EVERY MEMBERSHIP IS STAMPED WITH IT.     *
002460*----------------------------------------------------------------*
002470 1000-INITIALIZE.
002480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002490     ACCEPT WS-RUN-TIME FROM TIME
002500     MOVE SPACES TO WS-ENV-VALUE
002510     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGGRP_GROUPS_DD"
002520     IF WS-ENV-VALUE NOT = SPACES
002530         MOVE WS-ENV-VALUE TO WS-GROUPS-DDNAME
002540     END-IF
002550     MOVE SPACES TO WS-ENV-VALUE
002560     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGGRP_KEYREF_DD"
002570     IF WS-ENV-VALUE NOT = SPACES
002580         MOVE WS-ENV-VALUE TO WS-KEYREF-DDNAME
002590     END-IF
002600     MOVE SPACES TO WS-ENV-VALUE
002610     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGGRP_OPERATORS_DD"
002620     IF WS-ENV-VALUE NOT = SPACES
002630         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
002640     END-IF
002650     MOVE SPACES TO WS-ENV-VALUE
002660     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGGRP_SECLOG_DD"
002670     IF WS-ENV-VALUE NOT = SPACES
002680         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
002690     END-IF
002700     DISPLAY "LGGRPMNT: LEVEL (K=KEY TO CUSTOMER C=CUSTOMER TO "
002710             "PORTFOLIO): " WITH NO ADVANCING
002720     ACCEPT WS-LEVEL FROM CONSOLE
002730     IF NOT LEVEL-KEY AND NOT LEVEL-CUSTOMER
002740         DISPLAY "LGGRPMNT: UNKNOWN LEVEL - NOTHING DONE"
002750         MOVE 8 TO RETURN-CODE
002760         STOP RUN
002770     END-IF
002780     DISPLAY "LGGRPMNT: MODE (A=ASSIGN E=END): "
002790         WITH NO ADVANCING
002800     ACCEPT WS-MODE FROM CONSOLE
002810     DISPLAY "LGGRPMNT: OPERATOR ID: " WITH NO ADVANCING
002820     ACCEPT WS-OPERATOR-ID FROM CONSOLE
002830     IF WS-OPERATOR-ID = SPACES
002840         DISPLAY "LGGRPMNT: OPERATOR ID REQUIRED - NOTHING DONE"
002850         MOVE 8 TO RETURN-CODE
002860         STOP RUN
002870     END-IF
002880     MOVE 3 TO WS-AUTH-ROLE
002890     MOVE "MAINTAIN KEY GROUPS" TO WS-AUTH-ACTION
002900     PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
002910     .
002920 1000-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------*
002960*    2000-ASSIGN-MEMBERS                                          *
002970*    ASSIGN MODE - TAKES MEMBERS AT THE TERMINAL UNTIL THE        *
002980*    OPERATOR LEAVES THE MEMBER BLANK.                            *
002990*----------------------------------------------------------------*
003000 2000-ASSIGN-MEMBERS.
003010     PERFORM 2100-ASSIGN-ONE-MEMBER THRU 2100-EXIT
003020         UNTIL ENTRY-DONE
003030     .
003040 2000-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------------*
003080*    2100-ASSIGN-ONE-MEMBER                                       *
003090*    ONE TERMINAL DIALOG - MEMBER (BLANK ENDS THE SESSION),       *
003100*    GROUP AND EFFECTIVE DATE. A MEMBER ALREADY IN ANOTHER GROUP  *
003110*    IS MOVED; ONE ALREADY IN THE SAME GROUP IS REFUSED.          *
003120*----------------------------------------------------------------*
003130 2100-ASSIGN-ONE-MEMBER.
003140     IF LEVEL-KEY
003150         DISPLAY "LGGRPMNT: KEY TO ASSIGN (BLANK TO END): "
003160             WITH NO ADVANCING
003170     ELSE
003180         DISPLAY "LGGRPMNT: CUSTOMER TO ASSIGN (BLANK TO END): "
003190             WITH NO ADVANCING
003200     END-IF
003210     MOVE SPACES TO WS-KEY-IN
003220     ACCEPT WS-KEY-IN FROM CONSOLE
003230     IF WS-KEY-IN = SPACES
003240         SET ENTRY-DONE TO TRUE
003250         GO TO 2100-EXIT
003260     END-IF
003270     IF LEVEL-KEY
003280         PERFORM 7200-FIND-KEY THRU 7200-EXIT
003290         IF NOT KEY-ON-MASTER
003300             DISPLAY "LGGRPMNT: KEY " WS-KEY-IN
003310                     " NOT ON THE KEY REFERENCE MASTER - REFUSED"
003320             GO TO 2100-EXIT
003330         END-IF
003340         MOVE WS-REG-ENTRY (WS-FOUND-SUB) TO KR-RECORD
003350         IF KR-IS-CLOSED
003360             DISPLAY "LGGRPMNT: KEY " WS-KEY-IN
003370                     " IS CLOSED - REFUSED"
003380             GO TO 2100-EXIT
003390         END-IF
003400     ELSE
003410         PERFORM 7400-CHECK-CUSTOMER-KEYS THRU 7400-EXIT
003420         IF NOT CUSTOMER-HAS-KEYS
003430             DISPLAY "LGGRPMNT: CUSTOMER " WS-KEY-IN
003440                     " HAS NO CURRENT KEYS - REFUSED"
003450             GO TO 2100-EXIT
003460         END-IF
003470     END-IF
003480     IF LEVEL-KEY
003490         DISPLAY "LGGRPMNT: CUSTOMER GROUP: " WITH NO ADVANCING
003500     ELSE
003510         DISPLAY "LGGRPMNT: PORTFOLIO: " WITH NO ADVANCING
003520     END-IF
003530     MOVE SPACES TO WS-GROUP-IN
003540     ACCEPT WS-GROUP-IN FROM CONSOLE
003550     IF WS-GROUP-IN = SPACES
003560         DISPLAY "LGGRPMNT: GROUP REQUIRED - NOTHING DONE"
003570         GO TO 2100-EXIT
003580     END-IF
003590     IF WS-GROUP-IN = WS-KEY-IN
003600         DISPLAY "LGGRPMNT: " WS-KEY-IN
003610                 " CANNOT BE ITS OWN GROUP - REFUSED"
003620         GO TO 2100-EXIT
003630     END-IF
003640     PERFORM 7300-FIND-MEMBER THRU 7300-EXIT
003650     IF MEMBER-IS-CURRENT
003660         MOVE WS-LINK-ENTRY (WS-CURRENT-SUB) TO GR-RECORD
003670         IF GR-GROUP = WS-GROUP-IN
003680             DISPLAY "LGGRPMNT: " WS-KEY-IN " ALREADY IN "
003690                     WS-GROUP-IN " - NOTHING DONE"
003700             GO TO 2100-EXIT
003710         END-IF
003720     END-IF
003730     PERFORM 7600-TAKE-EFFECTIVE-DATE THRU 7600-EXIT
003740     IF NOT EFFECTIVE-DATE-OK
003750         GO TO 2100-EXIT
003760     END-IF
003770     IF MEMBER-IS-CURRENT
003780         PERFORM 7700-END-CURRENT THRU 7700-EXIT
003790         PERFORM 7800-ADD-LINK THRU 7800-EXIT
003800         ADD 1 TO WS-LINKS-MOVED
003810         DISPLAY "LGGRPMNT: " WS-KEY-IN " MOVED FROM "
003820                 WS-OLD-GROUP " TO " WS-GROUP-IN
003830                 " EFFECTIVE " WS-EFF-DATE
003840     ELSE
003850         PERFORM 7800-ADD-LINK THRU 7800-EXIT
003860         ADD 1 TO WS-LINKS-ADDED
003870         DISPLAY "LGGRPMNT: " WS-KEY-IN " ASSIGNED TO "
003880                 WS-GROUP-IN " EFFECTIVE " WS-EFF-DATE
003890     END-IF
003900     .
003910 2100-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------*
003950*    3000-END-MEMBERS                                             *
003960*    END MODE - TAKES MEMBERS AT THE TERMINAL UNTIL THE           *
003970*    OPERATOR LEAVES THE MEMBER BLANK.                            *
003980*----------------------------------------------------------------*
003990 3000-END-MEMBERS.
004000     PERFORM 3100-END-ONE-MEMBER THRU 3100-EXIT
004010         UNTIL ENTRY-DONE
004020     .
004030 3000-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------*
004070*    3100-END-ONE-MEMBER                                          *
004080*    ONE TERMINAL DIALOG - THE MEMBER MUST BE IN A GROUP NOW.     *
004090*    ITS MEMBERSHIP ENDS THE DAY BEFORE THE EFFECTIVE DATE.       *
004100*----------------------------------------------------------------*
004110 3100-END-ONE-MEMBER.
004120     IF LEVEL-KEY
004130         DISPLAY "LGGRPMNT: KEY TO END (BLANK TO END): "
004140             WITH NO ADVANCING
004150     ELSE
004160         DISPLAY "LGGRPMNT: CUSTOMER TO END (BLANK TO END): "
004170             WITH NO ADVANCING
004180     END-IF
004190     MOVE SPACES TO WS-KEY-IN
004200     ACCEPT WS-KEY-IN FROM CONSOLE
004210     IF WS-KEY-IN = SPACES
004220         SET ENTRY-DONE TO TRUE
004230         GO TO 3100-EXIT
004240     END-IF
004250     PERFORM 7300-FIND-MEMBER THRU 7300-EXIT
004260     IF NOT MEMBER-IS-CURRENT
004270         DISPLAY "LGGRPMNT: " WS-KEY-IN
004280                 " NOT IN A GROUP NOW - NOTHING DONE"
004290         GO TO 3100-EXIT
004300     END-IF
004310     PERFORM 7600-TAKE-EFFECTIVE-DATE THRU 7600-EXIT
004320     IF NOT EFFECTIVE-DATE-OK
004330         GO TO 3100-EXIT
004340     END-IF
004350     PERFORM 7700-END-CURRENT THRU 7700-EXIT
004360     ADD 1 TO WS-LINKS-ENDED
004370     DISPLAY "LGGRPMNT: " WS-KEY-IN " LEFT " WS-OLD-GROUP
004380             " AFTER " WS-END-DATE
004390     .
004400 3100-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------*
004440*    7000-LOAD-LINKS                                              *
004450*    READS THE WHOLE RELATIONSHIP FILE INTO STORAGE. AN EMPTY OR  *
004460*    MISSING FILE JUST MEANS NO GROUP HAS BEEN SET UP YET.        *
004470*----------------------------------------------------------------*
004480 7000-LOAD-LINKS.
004490     MOVE ZERO TO WS-LINK-COUNT
004500     OPEN INPUT GROUPFILE
004510     IF GROUPFILE-NOT-FOUND
004520         GO TO 7000-EXIT
004530     END-IF
004540     IF NOT GROUPFILE-FOUND
004550         MOVE "GROUPFILE" TO WS-ABEND-FILE-NAME
004560         MOVE WS-GROUPFILE-STATUS TO WS-ABEND-FILE-STATUS
004570         PERFORM 0900-ABEND
004580     END-IF
004590     MOVE "N" TO WS-EOF-SWITCH
004600     PERFORM 7010-LOAD-ONE-LINK THRU 7010-EXIT
004610         UNTIL EOF-YES
004620     CLOSE GROUPFILE
004630     .
004640 7000-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------*
004680*    7010-LOAD-ONE-LINK                                           *
004690*    LOADS ONE RELATIONSHIP RECORD INTO THE TABLE. A FULL TABLE   *
004700*    IS A HARD STOP RATHER THAN A FILE SILENTLY CUT SHORT ON THE  *
004710*    REWRITE.                                                     *
004720*----------------------------------------------------------------*
004730 7010-LOAD-ONE-LINK.
004740     READ GROUPFILE
004750         AT END
004760             SET EOF-YES TO TRUE
004770             GO TO 7010-EXIT
004780     END-READ
004790     IF WS-LINK-COUNT >= WS-LINK-MAX
004800         DISPLAY "LGGRPMNT: *** GROUP TABLE FULL - RUN "
004810                 "ABANDONED ***"
004820         MOVE 16 TO RETURN-CODE
004830         STOP RUN
004840     END-IF
004850     ADD 1 TO WS-LINK-COUNT
004860     MOVE GROUP-REC TO WS-LINK-ENTRY (WS-LINK-COUNT)
004870     .
004880 7010-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------*
004920*    7050-LOAD-REGISTER                                           *
004930*    READS THE WHOLE KEY REFERENCE MASTER INTO STORAGE FOR THE    *
004940*    KEY LEVEL. NO MASTER MEANS NO KEY CAN BE ASSIGNED.           *
004950*----------------------------------------------------------------*
004960 7050-LOAD-REGISTER.
004970     MOVE ZERO TO WS-REG-COUNT
004980     IF NOT LEVEL-KEY
004990         GO TO 7050-EXIT
005000     END-IF
005010     OPEN INPUT KEYREFFILE
005020     IF KEYREFFILE-NOT-FOUND
005030         GO TO 7050-EXIT
005040     END-IF
005050     IF NOT KEYREFFILE-FOUND
005060         MOVE "KEYREFFILE" TO WS-ABEND-FILE-NAME
005070         MOVE WS-KEYREFFILE-STATUS TO WS-ABEND-FILE-STATUS
005080         PERFORM 0900-ABEND
005090     END-IF
005100     MOVE "N" TO WS-EOF-SWITCH
005110     PERFORM 7060-LOAD-ONE-ENTRY THRU 7060-EXIT
005120         UNTIL EOF-YES
005130     CLOSE KEYREFFILE
005140     .
005150 7050-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------*
005190*    7060-LOAD-ONE-ENTRY                                          *
005200*    LOADS ONE REFERENCE RECORD INTO THE TABLE.                   *
005210*----------------------------------------------------------------*
005220 7060-LOAD-ONE-ENTRY.
005230     READ KEYREFFILE
005240         AT END
005250             SET EOF-YES TO TRUE
005260             GO TO 7060-EXIT
005270     END-READ
005280     IF WS-REG-COUNT >= WS-REG-MAX
005290         DISPLAY "LGGRPMNT: *** REGISTER TABLE FULL - RUN "
005300                 "ABANDONED ***"
005310         MOVE 16 TO RETURN-CODE
005320         STOP RUN
005330     END-IF
005340     ADD 1 TO WS-REG-COUNT
005350     MOVE KEYREF-REC TO WS-REG-ENTRY (WS-REG-COUNT)
005360     .
005370 7060-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------*
005410*    7100-REWRITE-LINKS                                           *
005420*    WRITES THE IN-STORAGE RELATIONSHIP FILE BACK IN FULL.        *
005430*----------------------------------------------------------------*
005440 7100-REWRITE-LINKS.
005450     OPEN OUTPUT GROUPFILE
005460     IF NOT GROUPFILE-FOUND
005470         MOVE "GROUPFILE" TO WS-ABEND-FILE-NAME
005480         MOVE WS-GROUPFILE-STATUS TO WS-ABEND-FILE-STATUS
005490         PERFORM 0900-ABEND
005500     END-IF
005510     MOVE 1 TO WS-LINK-SUB
005520     PERFORM 7110-REWRITE-ONE-LINK THRU 7110-EXIT
005530         UNTIL WS-LINK-SUB > WS-LINK-COUNT
005540     CLOSE GROUPFILE
005550     .
005560 7100-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------*
005600*    7110-REWRITE-ONE-LINK                                        *
005610*    WRITES ONE TABLE ENTRY BACK TO THE FILE.                     *
005620*----------------------------------------------------------------*
005630 7110-REWRITE-ONE-LINK.
005640     MOVE WS-LINK-ENTRY (WS-LINK-SUB) TO GROUP-REC
005650     WRITE GROUP-REC
005660     ADD 1 TO WS-LINK-SUB
005670     .
005680 7110-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------*
005720*    7200-FIND-KEY                                                *
005730*    SCANS THE IN-STORAGE KEY REFERENCE MASTER FOR THE KEYED      *
005740*    KEY. WS-FOUND-SUB POINTS AT THE MATCH.                       *
005750*----------------------------------------------------------------*
005760 7200-FIND-KEY.
005770     MOVE "N" TO WS-FOUND-SWITCH
005780     MOVE ZERO TO WS-FOUND-SUB
005790     MOVE 1 TO WS-REG-SUB
005800     PERFORM 7210-CHECK-ONE-ENTRY THRU 7210-EXIT
005810         UNTIL WS-REG-SUB > WS-REG-COUNT OR KEY-ON-MASTER
005820     .
005830 7200-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------*
005870*    7210-CHECK-ONE-ENTRY                                         *
005880*    COMPARES ONE TABLE ENTRY TO THE KEYED KEY.                   *
005890*----------------------------------------------------------------*
005900 7210-CHECK-ONE-ENTRY.
005910     MOVE WS-REG-ENTRY (WS-REG-SUB) TO KR-RECORD
005920     IF KR-KEY = WS-KEY-IN
005930         SET KEY-ON-MASTER TO TRUE
005940         MOVE WS-REG-SUB TO WS-FOUND-SUB
005950     END-IF
005960     ADD 1 TO WS-REG-SUB
005970     .
005980 7210-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------*
006020*    7300-FIND-MEMBER                                             *
006030*    SCANS THE RELATIONSHIP FILE FOR THE MEMBER AT THIS LEVEL.    *
006040*    WS-CURRENT-SUB POINTS AT ITS CURRENT MEMBERSHIP, IF ANY;     *
006050*    WS-LAST-LINK-DATE IS THE LATEST DATE ON ANY OF ITS RECORDS - *
006060*    A NEW EFFECTIVE DATE MUST FALL AFTER IT.                     *
006070*----------------------------------------------------------------*
006080 7300-FIND-MEMBER.
006090     MOVE "N" TO WS-CURRENT-SWITCH
006100     MOVE ZERO TO WS-CURRENT-SUB
006110     MOVE ZERO TO WS-LAST-LINK-DATE
006120     MOVE 1 TO WS-LINK-SUB
006130     PERFORM 7310-CHECK-ONE-LINK THRU 7310-EXIT
006140         UNTIL WS-LINK-SUB > WS-LINK-COUNT
006150     .
006160 7300-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------*
006200*    7310-CHECK-ONE-LINK                                          *
006210*    TAKES ONE RELATIONSHIP RECORD INTO THE MEMBER'S HISTORY.     *
006220*----------------------------------------------------------------*
006230 7310-CHECK-ONE-LINK.
006240     MOVE WS-LINK-ENTRY (WS-LINK-SUB) TO GR-RECORD
006250     IF GR-LEVEL = WS-LEVEL AND GR-MEMBER = WS-KEY-IN
006260         IF GR-IS-CURRENT
006270             SET MEMBER-IS-CURRENT TO TRUE
006280             MOVE WS-LINK-SUB TO WS-CURRENT-SUB
006290         END-IF
006300         IF GR-FROM-DATE > WS-LAST-LINK-DATE
006310             MOVE GR-FROM-DATE TO WS-LAST-LINK-DATE
006320         END-IF
006330         IF GR-IS-ENDED AND GR-TO-DATE > WS-LAST-LINK-DATE
006340             MOVE GR-TO-DATE TO WS-LAST-LINK-DATE
006350         END-IF
006360     END-IF
006370     ADD 1 TO WS-LINK-SUB
006380     .
006390 7310-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------------*
006430*    7400-CHECK-CUSTOMER-KEYS                                     *
006440*    A CUSTOMER IS ONLY KNOWN THROUGH ITS KEYS - IT MUST BE THE   *
006450*    GROUP ON AT LEAST ONE CURRENT KEY MEMBERSHIP BEFORE IT CAN   *
006460*    BE PUT IN A PORTFOLIO, SO A MISTYPED CUSTOMER IS REFUSED.    *
006470*----------------------------------------------------------------*
006480 7400-CHECK-CUSTOMER-KEYS.
006490     MOVE "N" TO WS-KEYS-SWITCH
006500     MOVE 1 TO WS-LINK-SUB
006510     PERFORM 7410-CHECK-ONE-KEY-LINK THRU 7410-EXIT
006520         UNTIL WS-LINK-SUB > WS-LINK-COUNT OR CUSTOMER-HAS-KEYS
006530     .
006540 7400-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------*
006580*    7410-CHECK-ONE-KEY-LINK                                      *
006590*    TESTS ONE RELATIONSHIP RECORD FOR A CURRENT KEY IN THE       *
006600*    KEYED CUSTOMER.                                              *
006610*----------------------------------------------------------------*
006620 7410-CHECK-ONE-KEY-LINK.
006630     MOVE WS-LINK-ENTRY (WS-LINK-SUB) TO GR-RECORD
006631     IF GR-KEY-IN-CUSTOMER AND GR-IS-CURRENT
006632      AND GR-GROUP = WS-KEY-IN
006633         SET CUSTOMER-HAS-KEYS TO TRUE
006634     END-IF
006635     ADD 1 TO WS-LINK-SUB
006636     .
006637 7410-EXIT.
006638     EXIT.
006639
006640*----------------------------------------------------------------*
006641*    7500-CHECK-AUTHORITY                                         *
006642*    LOOKS THE OPERATOR UP ON THE AUTHORITY MASTER (SEE           *
006643*    CPYOPR01). AN OPERATOR WHO IS NOT ON FILE, HAS BEEN          *
006644*    REVOKED, OR DOES NOT HOLD THE ROLE IN WS-AUTH-ROLE IS        *
006645*    REFUSED BEFORE ANYTHING IS TOUCHED - THE REFUSAL GOES TO     *
006646*    THE SECURITY LOG (SEE CPYSEC01) AND THE RUN ENDS WITH        *
006647*    RETURN-CODE 8. NO AUTHORITY MASTER AT ALL REFUSES EVERYONE.  *
006648*----------------------------------------------------------------*
006649 7500-CHECK-AUTHORITY.
006650     MOVE "N" TO WS-OPER-FOUND-SWITCH
006651     OPEN INPUT OPERFILE
006652     IF OPERFILE-FOUND
006653         MOVE "N" TO WS-OPER-EOF-SWITCH
006654         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
006655             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
006656         CLOSE OPERFILE
006657     ELSE
006658         IF NOT OPERFILE-NOT-FOUND
006659             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
006660             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
006661             PERFORM 0900-ABEND
006662         END-IF
006663     END-IF
006664     MOVE SPACES TO SL-RECORD
006665     EVALUATE TRUE
006666         WHEN NOT OPERATOR-ON-FILE
006667             SET SL-UNKNOWN TO TRUE
006668         WHEN NOT OP-IS-ACTIVE
006669             SET SL-REVOKED TO TRUE
006670         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
006671             SET SL-NOT-AUTHORIZED TO TRUE
006672         WHEN OTHER
006673             GO TO 7500-EXIT
006674     END-EVALUATE
006675     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
006676     DISPLAY "LGGRPMNT: *** OPERATOR " WS-OPERATOR-ID
006677             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
006678             " ***"
006679     MOVE 8 TO RETURN-CODE
006680     STOP RUN
006681     .
006682 7500-EXIT.
006683     EXIT.
006684
006685*----------------------------------------------------------------*
006686*    7510-FIND-ONE-OPERATOR                                       *
006687*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
006688*    THE OPERATOR'S OWN ID.                                       *
006689*----------------------------------------------------------------*
006690 7510-FIND-ONE-OPERATOR.
006691     READ OPERFILE
006692         AT END
006693             SET OPER-EOF-YES TO TRUE
006694             GO TO 7510-EXIT
006695     END-READ
006696     MOVE OPER-REC TO OP-RECORD
006697     IF OP-ID = WS-OPERATOR-ID
006698         SET OPERATOR-ON-FILE TO TRUE
006699     END-IF
006700     .
006701 7510-EXIT.
006702     EXIT.
006703
006704*----------------------------------------------------------------*
006705*    7520-WRITE-SECURITY-LOG                                      *
006706*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
006707*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
006708*    REFUSED.                                                     *
006709*----------------------------------------------------------------*
006710 7520-WRITE-SECURITY-LOG.
006711     MOVE WS-RUN-DATE TO SL-DATE
006712     MOVE WS-RUN-TIME(1:6) TO SL-TIME
006713     MOVE "LGGRPMNT" TO SL-PROGRAM
006714     MOVE WS-OPERATOR-ID TO SL-OPERATOR
006715     MOVE WS-AUTH-ACTION TO SL-ACTION
006716     OPEN EXTEND SECLOGFILE
006717     IF SECLOGFILE-NOT-FOUND
006718         OPEN OUTPUT SECLOGFILE
006719     END-IF
006720     IF NOT SECLOGFILE-FOUND
006721         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
006722         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
006723         PERFORM 0900-ABEND
006724     END-IF
006725     MOVE SL-RECORD TO SECLOG-REC
006726     WRITE SECLOG-REC
006727     CLOSE SECLOGFILE
006728     .
006729 7520-EXIT.
006730     EXIT.
006731
006732*----------------------------------------------------------------*
006740*    7600-TAKE-EFFECTIVE-DATE                                     *
006750*    ASKS FOR THE DATE THE CHANGE TAKES EFFECT (BLANK FOR TODAY). *
006760*    IT MUST BE A CALENDAR DATE, NOT IN THE FUTURE, AND AFTER     *
006770*    EVERY DATE ALREADY ON THE MEMBER'S HISTORY (SEE 7300).       *
006780*----------------------------------------------------------------*
006790 7600-TAKE-EFFECTIVE-DATE.
006800     MOVE "N" TO WS-DATE-SWITCH
006810     DISPLAY "LGGRPMNT: EFFECTIVE DATE (YYYYMMDD, BLANK FOR "
006820             "TODAY): " WITH NO ADVANCING
006830     MOVE SPACES TO WS-DATE-IN
006840     ACCEPT WS-DATE-IN FROM CONSOLE
006850     IF WS-DATE-IN = SPACES
006860         MOVE WS-RUN-DATE TO WS-EFF-DATE
006870     ELSE
006880         MOVE WS-DATE-IN TO WS-DIGIT-CHECK
006890         INSPECT WS-DIGIT-CHECK
006900             CONVERTING "0123456789" TO "          "
006910         IF WS-DIGIT-CHECK NOT = SPACES
006920          OR WS-DATE-IN(8:1) = SPACE
006930             DISPLAY "LGGRPMNT: EFFECTIVE DATE NOT YYYYMMDD - "
006940                     "NOTHING DONE"
006950             GO TO 7600-EXIT
006960         END-IF
006970         MOVE WS-DATE-IN TO WS-EFF-DATE
006980         IF FUNCTION INTEGER-OF-DATE (WS-EFF-DATE) = ZERO
006990             DISPLAY "LGGRPMNT: EFFECTIVE DATE NOT A CALENDAR "
007000                     "DATE - NOTHING DONE"
007010             GO TO 7600-EXIT
007020         END-IF
007030     END-IF
007040     IF WS-EFF-DATE > WS-RUN-DATE
007050         DISPLAY "LGGRPMNT: EFFECTIVE DATE IN THE FUTURE - "
007060                 "NOTHING DONE"
007070         GO TO 7600-EXIT
007080     END-IF
007090     IF WS-EFF-DATE NOT > WS-LAST-LINK-DATE
007100         DISPLAY "LGGRPMNT: EFFECTIVE DATE MUST FALL AFTER "
007110                 WS-LAST-LINK-DATE " ON " WS-KEY-IN
007120                 "'S HISTORY - NOTHING DONE"
007130         GO TO 7600-EXIT
007140     END-IF
007150     SET EFFECTIVE-DATE-OK TO TRUE
007160     .
007170 7600-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------------*
007210*    7700-END-CURRENT                                             *
007220*    ENDS THE MEMBER'S CURRENT MEMBERSHIP THE DAY BEFORE THE      *
007230*    EFFECTIVE DATE WITH THE OPERATOR'S STAMP. THE RECORD STAYS   *
007240*    ON THE FILE AS HISTORY.                                      *
007250*----------------------------------------------------------------*
007260 7700-END-CURRENT.
007270     MOVE WS-LINK-ENTRY (WS-CURRENT-SUB) TO GR-RECORD
007280     MOVE GR-GROUP TO WS-OLD-GROUP
007290     COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER
007300         (FUNCTION INTEGER-OF-DATE (WS-EFF-DATE) - 1)
007310     MOVE "E" TO GR-STATE
007320     MOVE WS-END-DATE TO GR-TO-DATE
007330     MOVE WS-OPERATOR-ID TO GR-TO-OPERATOR
007340     MOVE GR-RECORD TO WS-LINK-ENTRY (WS-CURRENT-SUB)
007350     SET LINKS-CHANGED TO TRUE
007360     .
007370 7700-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------------*
007410*    7800-ADD-LINK                                                *
007420*    STARTS THE MEMBER'S NEW MEMBERSHIP ON THE EFFECTIVE DATE     *
007430*    WITH THE OPERATOR'S STAMP.                                   *
007440*----------------------------------------------------------------*
007450 7800-ADD-LINK.
007460     IF WS-LINK-COUNT >= WS-LINK-MAX
007470         DISPLAY "LGGRPMNT: *** GROUP TABLE FULL - RUN "
007480                 "ABANDONED ***"
007490         MOVE 16 TO RETURN-CODE
007500         STOP RUN
007510     END-IF
007520     MOVE SPACES TO GR-RECORD
007530     MOVE "A" TO GR-STATE
007540     MOVE WS-LEVEL TO GR-LEVEL
007550     MOVE WS-KEY-IN TO GR-MEMBER
007560     MOVE WS-GROUP-IN TO GR-GROUP
007570     MOVE WS-EFF-DATE TO GR-FROM-DATE
007580     MOVE WS-OPERATOR-ID TO GR-FROM-OPERATOR
007590     MOVE ZERO TO GR-TO-DATE
007600     ADD 1 TO WS-LINK-COUNT
007610     MOVE GR-RECORD TO WS-LINK-ENTRY (WS-LINK-COUNT)
007620     SET LINKS-CHANGED TO TRUE
007630     .
007640 7800-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------------*
008600*    8000-FINALIZE                                                *
008610*    REPORTS WHAT THE SESSION DID.                                *
008620*----------------------------------------------------------------*
008630 8000-FINALIZE.
008640     EVALUATE TRUE
008650         WHEN MODE-ASSIGN
008660             DISPLAY "LGGRPMNT: " WS-LINKS-ADDED
008670                     " MEMBER(S) ASSIGNED, " WS-LINKS-MOVED
008680                     " MOVED"
008690         WHEN MODE-END
008700             DISPLAY "LGGRPMNT: " WS-LINKS-ENDED
008710                     " MEMBERSHIP(S) ENDED"
008720         WHEN OTHER
008730             CONTINUE
008740     END-EVALUATE
008750     .
008760 8000-EXIT.
008770     EXIT.
