000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGOPRMNT.
000120 AUTHOR. DATA-PROCESSING-GROUP.
000130 INSTALLATION. DAILY-PROCESSING-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                  M O D I F I C A T I O N   L O G                *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                   *
000200* 10/15/2026 RJM   ORIGINAL PROGRAM - MAINTENANCE AND AUDIT OF    *
000210*                  THE OPERATOR AUTHORITY MASTER (SEE CPYOPR01).  *
000220*                  THE OPERATOR-ID PROMPTS IN LGADJENT, LGKEYMNT, *
000230*                  LGREWORK, THE LGCHKFDS WAIVER, THE LGPOST      *
000240*                  BACKOUT AND THE LGPROOF REBUILD ONLY STAMPED   *
000250*                  WHATEVER ID WAS KEYED; EACH NOW REFUSES AN     *
000260*                  OPERATOR WHO IS NOT ON THIS MASTER, HAS BEEN   *
000270*                  REVOKED OR DOES NOT HOLD THE ROLE, AND LOGS    *
000280*                  THE REFUSAL (SEE CPYSEC01). THREE MODES,       *
000290*                  CHOSEN AT THE TERMINAL:                        *
000300*                    A - ADD OPERATORS WITH THEIR ROLES.          *
000310*                    C - CHANGE AN OPERATOR'S ROLES (AND          *
000320*                        REINSTATE A REVOKED OPERATOR).           *
000330*                    R - REVOKE OPERATORS. THE RECORD AND ITS     *
000340*                        STAMPS STAY ON THE MASTER.               *
000350*                  THE MAINTAINING OPERATOR NEEDS THE SECURITY    *
000360*                  ROLE AND MAY NOT CHANGE OR REVOKE THEIR OWN    *
000370*                  RECORD. WHILE THE MASTER IS EMPTY THE FIRST    *
000380*                  ADD MUST BE THE MAINTAINING OPERATOR WITH THE  *
000390*                  SECURITY ROLE. EVERY ACTION APPENDS A LINE TO  *
000400*                  THE OPERATOR AUDIT FILE. LGOPRMNT_MODE=REPORT  *
000410*                  IS THE PERIODIC, UNATTENDED AUTHORITY REPORT - *
000420*                  WHO HOLDS WHICH ROLE, HOLDERS PER ROLE, AND    *
000430*                  EVERY SECURITY LOG REFUSAL SINCE               *
000440*                  LGOPRMNT_SINCE (DEFAULT THE FIRST OF THE RUN   *
000450*                  MONTH). ANY REFUSAL IN THE WINDOW ENDS THE     *
000460*                  REPORT WITH RETURN-CODE 4.                     *
000462* 10/15/2026 RJM   ROLES 8 THRU 11 ADDED (CLOSE PERIODS, REVIEW   *
000464*                  PRIOR-PERIOD ITEMS, WORK ALERTS, APPROVE KEY   *
000466*                  CLOSES) - ROLES ARE NOW ELEVEN Y/N FLAGS AT    *
000468*                  THE TERMINAL, ON THE AUDIT LINE AND ON THE     *
000470*                  AUTHORITY REPORT. NAME ON THE REPORT CUT TO    *
000472*                  11 FOR THE EXTRA COLUMN.                       *
000479*----------------------------------------------------------------*
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPERATOR-DDNAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-OPERFILE-STATUS.
000550
000560     SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-DDNAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDITFILE-STATUS.
000590
000600     SELECT SECLOGFILE ASSIGN TO DYNAMIC WS-SECLOG-DDNAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-SECLOGFILE-STATUS.
000630
000640     SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-DDNAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORTFILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  OPERFILE.
000710 01  OPER-REC PIC X(102).
000720
000730 FD  AUDITFILE.
000740 01  AUDIT-REC PIC X(80).
000750
000760 FD  SECLOGFILE.
000770 01  SECLOG-REC PIC X(80).
000780
000790 FD  REPORTFILE.
000800 01  REPORT-REC PIC X(132).
000810
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------------*
000840*    OPERATOR AUTHORITY AND SECURITY LOG RECORD VIEWS (SEE        *
000850*    CPYOPR01 AND CPYSEC01)                                       *
000860*----------------------------------------------------------------*
000870     COPY CPYOPR01.
000880     COPY CPYSEC01.
000890
000900*----------------------------------------------------------------*
000910*    IN-STORAGE COPY OF THE AUTHORITY MASTER - THE ADD MODE       *
000920*    CHECKS DUPLICATES AGAINST IT, THE CHANGE AND REVOKE MODES    *
000930*    REWRITE IT IN FULL AND THE REPORT WALKS IT.                  *
000940*----------------------------------------------------------------*
000950 77  WS-REG-COUNT            PIC 9(05) COMP VALUE ZERO.
000960 77  WS-REG-MAX              PIC 9(05) COMP VALUE 2000.
000970 77  WS-REG-SUB              PIC 9(05) COMP VALUE ZERO.
000980 01  WS-REG-TABLE.
000990     05  WS-REG-ENTRY        PIC X(102) OCCURS 2000 TIMES.
001000
001010*----------------------------------------------------------------*
001020*    ROLE NAMES, IN OP-ROLE-FLAG ORDER (SEE CPYOPR01). THE SAME   *
001030*    NAMES THE CHECKING PROGRAMS WRITE TO THE SECURITY LOG.       *
001040*----------------------------------------------------------------*
001050 01  WS-ROLE-NAME-VALUES.
001060     05  FILLER              PIC X(20) VALUE
001070               "ENTER ADJUSTMENTS".
001080     05  FILLER              PIC X(20) VALUE
001090               "RELEASE ADJUSTMENTS".
001100     05  FILLER              PIC X(20) VALUE
001110               "MAINTAIN KEYS".
001120     05  FILLER              PIC X(20) VALUE
001130               "REWORK REJECTS".
001140     05  FILLER              PIC X(20) VALUE
001150               "WAIVE FEED".
001160     05  FILLER              PIC X(20) VALUE
001170               "LGPOST BACKOUT".
001180     05  FILLER              PIC X(20) VALUE
001190               "MAINTAIN OPERATORS".
001192     05  FILLER              PIC X(20) VALUE
001194               "CLOSE PERIODS".
001196     05  FILLER              PIC X(20) VALUE
001197               "REVIEW PRIOR PERIOD".
001198     05  FILLER              PIC X(20) VALUE
001199               "WORK ALERTS".
001204     05  FILLER              PIC X(20) VALUE
001209               "APPROVE KEY CLOSES".
001214 01  WS-ROLE-NAME-TABLE REDEFINES WS-ROLE-NAME-VALUES.
001219     05  WS-ROLE-NAME        PIC X(20) OCCURS 11 TIMES.
001224 77  WS-ROLE-MAX             PIC 9(02) VALUE 11.
001230 77  WS-ROLE-SUB             PIC 9(02) VALUE ZERO.
001240 01  WS-ROLE-HOLDER-TABLE.
001242     05  WS-ROLE-HOLDERS     PIC 9(05) COMP OCCURS 11 TIMES.
001260
001270*----------------------------------------------------------------*
001280*    FILE ASSIGNMENT WORK AREAS                                   *
001290*----------------------------------------------------------------*
001300 77  WS-OPERATOR-DDNAME      PIC X(60)
001310     VALUE "data/operators.dat".
001320 77  WS-AUDIT-DDNAME         PIC X(60)
001330     VALUE "data/operator-audit.dat".
001340 77  WS-SECLOG-DDNAME        PIC X(60)
001350     VALUE "data/security-log.dat".
001360 77  WS-REPORT-DDNAME        PIC X(60) VALUE SPACES.
001370 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001380
001390*----------------------------------------------------------------*
001400*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)            *
001410*----------------------------------------------------------------*
001420 77  WS-ABEND-FILE-NAME      PIC X(12) VALUE SPACES.
001430 77  WS-ABEND-FILE-STATUS    PIC X(02) VALUE SPACES.
001440
001450*----------------------------------------------------------------*
001460*    FILE STATUS SWITCHES                                         *
001470*----------------------------------------------------------------*
001480 77  WS-OPERFILE-STATUS      PIC X(02).
001490     88  OPERFILE-FOUND          VALUE "00".
001500     88  OPERFILE-NOT-FOUND      VALUE "35".
001510 77  WS-AUDITFILE-STATUS     PIC X(02).
001520     88  AUDITFILE-FOUND         VALUE "00".
001530     88  AUDITFILE-NOT-FOUND     VALUE "35".
001540 77  WS-SECLOGFILE-STATUS    PIC X(02).
001550     88  SECLOGFILE-FOUND        VALUE "00".
001560     88  SECLOGFILE-NOT-FOUND    VALUE "35".
001570 77  WS-REPORTFILE-STATUS    PIC X(02).
001580
001590*----------------------------------------------------------------*
001600*    PROGRAM SWITCHES                                             *
001610*----------------------------------------------------------------*
001620 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001630     88  EOF-YES                  VALUE "Y".
001640 77  WS-DONE-SWITCH          PIC X(01) VALUE "N".
001650     88  ENTRY-DONE               VALUE "Y".
001660 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001670     88  OPID-ON-MASTER           VALUE "Y".
001680 77  WS-BOOT-SWITCH          PIC X(01) VALUE "N".
001690     88  MASTER-IS-EMPTY          VALUE "Y".
001700 77  WS-ROLES-SWITCH         PIC X(01) VALUE "N".
001710     88  ROLES-ARE-VALID          VALUE "Y".
001720 77  WS-RUN-MODE             PIC X(08) VALUE SPACES.
001730     88  MODE-REPORT              VALUE "REPORT".
001740 77  WS-MODE                 PIC X(01) VALUE SPACE.
001750     88  MODE-ADD                 VALUE "A".
001760     88  MODE-CHANGE              VALUE "C".
001770     88  MODE-REVOKE              VALUE "R".
001780
001790*----------------------------------------------------------------*
001800*    OPERATOR DIALOG WORK AREAS                                   *
001810*----------------------------------------------------------------*
001820 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001830 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001840 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001850 77  WS-OPID-IN              PIC X(08) VALUE SPACES.
001860 77  WS-NAME-IN              PIC X(30) VALUE SPACES.
001870 77  WS-ROLES-IN             PIC X(11) VALUE SPACES.
001880 77  WS-ANSWER               PIC X(01) VALUE SPACE.
001890 77  WS-FLAG-COUNT           PIC 9(02) COMP VALUE ZERO.
001900 77  WS-AUDIT-ACTION         PIC X(06) VALUE SPACES.
001910 77  WS-FOUND-SUB            PIC 9(05) COMP VALUE ZERO.
001920 77  WS-OPERATORS-ADDED      PIC 9(05) COMP VALUE ZERO.
001930 77  WS-OPERATORS-CHANGED    PIC 9(05) COMP VALUE ZERO.
001940 77  WS-OPERATORS-REVOKED    PIC 9(05) COMP VALUE ZERO.
001950
001960*----------------------------------------------------------------*
001970*    AUTHORITY REPORT WORK AREAS. THE REFUSAL WINDOW OPENS ON     *
001980*    LGOPRMNT_SINCE (YYYYMMDD) OR THE FIRST OF THE RUN MONTH.     *
001990*----------------------------------------------------------------*
002000 77  WS-SINCE-DATE           PIC 9(08) VALUE ZERO.
002010 77  WS-SINCE-IN             PIC X(08) VALUE SPACES.
002020 77  WS-RUN-YYYYMM           PIC 9(06) VALUE ZERO.
002030 77  WS-ACTIVE-COUNT         PIC 9(05) COMP VALUE ZERO.
002040 77  WS-REVOKED-COUNT        PIC 9(05) COMP VALUE ZERO.
002050 77  WS-REFUSAL-COUNT        PIC 9(09) COMP VALUE ZERO.
002060 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
002070
002080*----------------------------------------------------------------*
002090*    REPORT LINE LAYOUTS                                          *
002100*----------------------------------------------------------------*
002110 01  WS-OPER-HEAD.
002120     05  FILLER              PIC X(32) VALUE
002130         "OPERATOR  NAME         STATUS   ".
002140     05  FILLER              PIC X(44) VALUE
002150         "ENT REL KEY RWK WVE BKO SEC PER PPR ALR CLS ".
002164     05  FILLER              PIC X(56) VALUE
002170         "ADDED    BY        CHANGED  BY        REVOKED  BY".
002180
002190 01  WS-OPER-LINE.
002200     05  WS-OL-ID            PIC X(08).
002210     05  FILLER              PIC X(02) VALUE SPACES.
002220     05  WS-OL-NAME          PIC X(11).
002230     05  FILLER              PIC X(02) VALUE SPACES.
002240     05  WS-OL-STATUS        PIC X(07).
002250     05  FILLER              PIC X(02) VALUE SPACES.
002260     05  WS-OL-ROLE-COLUMN   OCCURS 11 TIMES.
002270         10  FILLER          PIC X(01).
002280         10  WS-OL-ROLE      PIC X(01).
002290         10  FILLER          PIC X(02).
002300     05  FILLER              PIC X(01) VALUE SPACES.
002310     05  WS-OL-ADD-DATE      PIC X(08).
002320     05  FILLER              PIC X(01) VALUE SPACES.
002330     05  WS-OL-ADD-OP        PIC X(08).
002340     05  FILLER              PIC X(02) VALUE SPACES.
002350     05  WS-OL-CHG-DATE      PIC X(08).
002360     05  FILLER              PIC X(01) VALUE SPACES.
002370     05  WS-OL-CHG-OP        PIC X(08).
002380     05  FILLER              PIC X(02) VALUE SPACES.
002390     05  WS-OL-RVK-DATE      PIC X(08).
002400     05  FILLER              PIC X(01) VALUE SPACES.
002410     05  WS-OL-RVK-OP        PIC X(08).
002420
002430 01  WS-ROLE-LINE.
002440     05  FILLER              PIC X(05) VALUE "ROLE ".
002450     05  WS-RL-NUMBER        PIC Z9.
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  WS-RL-NAME          PIC X(20).
002480     05  FILLER              PIC X(02) VALUE SPACES.
002490     05  WS-RL-HOLDERS       PIC ZZZZ9.
002500     05  FILLER              PIC X(15) VALUE " ACTIVE HOLDERS".
002510
002520 01  WS-REFUSAL-LINE.
002530     05  WS-RF-DATE          PIC 9(08).
002540     05  FILLER              PIC X(01) VALUE SPACES.
002550     05  WS-RF-TIME          PIC 9(06).
002560     05  FILLER              PIC X(02) VALUE SPACES.
002570     05  WS-RF-PROGRAM       PIC X(08).
002580     05  FILLER              PIC X(02) VALUE SPACES.
002590     05  WS-RF-OPERATOR      PIC X(08).
002600     05  FILLER              PIC X(02) VALUE SPACES.
002610     05  WS-RF-ACTION        PIC X(20).
002620     05  FILLER              PIC X(02) VALUE SPACES.
002630     05  WS-RF-REASON        PIC X(20).
002640
002650*----------------------------------------------------------------*
002660*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
002670*    AUTHORITY)                                                   *
002680*----------------------------------------------------------------*
002690 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
002700     88  OPER-EOF-YES             VALUE "Y".
002710 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
002720     88  OPERATOR-ON-FILE         VALUE "Y".
002730 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
002740 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
002750
002760 PROCEDURE DIVISION.
002770
002780*----------------------------------------------------------------*
002790*    0000-MAINLINE                                                *
002800*    RUNS THE AUTHORITY REPORT, OR ASKS THE OPERATOR FOR THE      *
002810*    MODE, CHECKS THEIR OWN AUTHORITY AND RUNS IT.                *
002820*----------------------------------------------------------------*
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002850     PERFORM 7000-LOAD-REGISTER THRU 7000-EXIT
002860     IF MODE-REPORT
002870         PERFORM 5000-AUTHORITY-REPORT THRU 5000-EXIT
002880         PERFORM 8000-FINALIZE THRU 8000-EXIT
002890         STOP RUN
002900     END-IF
002910     PERFORM 1100-CHECK-MAINTAINER THRU 1100-EXIT
002920     EVALUATE TRUE
002930         WHEN MODE-ADD
002940             PERFORM 2000-ADD-OPERATORS THRU 2000-EXIT
002950         WHEN MODE-CHANGE
002960             PERFORM 3000-CHANGE-OPERATORS THRU 3000-EXIT
002970         WHEN MODE-REVOKE
002980             PERFORM 4000-REVOKE-OPERATORS THRU 4000-EXIT
002990         WHEN OTHER
003000             DISPLAY "LGOPRMNT: UNKNOWN MODE - NOTHING DONE"
003010             MOVE 8 TO RETURN-CODE
003020     END-EVALUATE
003030     PERFORM 8000-FINALIZE THRU 8000-EXIT
003040     STOP RUN.
003050
003060*----------------------------------------------------------------*
003070*    0900-ABEND                                                   *
003080*    DISPLAYS A FATAL FILE-OPEN ERROR AND ENDS THE RUN WITH       *
003090*    RETURN-CODE 16 INSTEAD OF LETTING A BAD ASSIGNMENT RUN ON.   *
003100*----------------------------------------------------------------*
003110 0900-ABEND.
003120     DISPLAY "LGOPRMNT: *** UNABLE TO OPEN " WS-ABEND-FILE-NAME
003130             " - FILE STATUS " WS-ABEND-FILE-STATUS " ***"
003140     MOVE 16 TO RETURN-CODE
003150     STOP RUN
003160     .
003170
003180*----------------------------------------------------------------*
003190*    1000-INITIALIZE                                              *
003200*    RESOLVES ASSIGNMENTS AND THE RUN MODE. THE REPORT RUNS       *
003210*    UNATTENDED; THE MAINTENANCE MODES ASK FOR THE MODE AND THE   *
003220*    OPERATOR'S ID - EVERY ACTION IS STAMPED WITH IT.             *
003230*----------------------------------------------------------------*
003240 1000-INITIALIZE.
003250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003260     ACCEPT WS-RUN-TIME FROM TIME
003270     MOVE SPACES TO WS-ENV-VALUE
003280     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGOPRMNT_OPERATORS_DD"
003290     IF WS-ENV-VALUE NOT = SPACES
003300         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
003310     END-IF
003320     MOVE SPACES TO WS-ENV-VALUE
003330     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGOPRMNT_AUDIT_DD"
003340     IF WS-ENV-VALUE NOT = SPACES
003350         MOVE WS-ENV-VALUE TO WS-AUDIT-DDNAME
003360     END-IF
003370     MOVE SPACES TO WS-ENV-VALUE
003380     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGOPRMNT_SECLOG_DD"
003390     IF WS-ENV-VALUE NOT = SPACES
003400         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
003410     END-IF
003420     MOVE SPACES TO WS-ENV-VALUE
003430     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGOPRMNT_REPORT_DD"
003440     IF WS-ENV-VALUE NOT = SPACES
003450         MOVE WS-ENV-VALUE TO WS-REPORT-DDNAME
003460     ELSE
003470         MOVE SPACES TO WS-REPORT-DDNAME
003480         STRING "data/operator-authority-" DELIMITED BY SIZE
003490                WS-RUN-DATE DELIMITED BY SIZE
003500                ".txt" DELIMITED BY SIZE
003510                INTO WS-REPORT-DDNAME
003520     END-IF
003530     DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-YYYYMM
003540     COMPUTE WS-SINCE-DATE = WS-RUN-YYYYMM * 100 + 1
003550     MOVE SPACES TO WS-ENV-VALUE
003560     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGOPRMNT_SINCE"
003570     IF WS-ENV-VALUE NOT = SPACES
003580         MOVE WS-ENV-VALUE(1:8) TO WS-SINCE-IN
003590         IF WS-SINCE-IN NUMERIC
003600             MOVE WS-SINCE-IN TO WS-SINCE-DATE
003610         ELSE
003620             DISPLAY "LGOPRMNT: LGOPRMNT_SINCE NOT NUMERIC - "
003630                     "USING DEFAULT " WS-SINCE-DATE
003640         END-IF
003650     END-IF
003660     MOVE SPACES TO WS-ENV-VALUE
003670     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGOPRMNT_MODE"
003680     MOVE WS-ENV-VALUE(1:8) TO WS-RUN-MODE
003690     IF MODE-REPORT
003700         GO TO 1000-EXIT
003710     END-IF
003720     DISPLAY "LGOPRMNT: MODE (A=ADD C=CHANGE R=REVOKE): "
003730         WITH NO ADVANCING
003740     ACCEPT WS-MODE FROM CONSOLE
003750     DISPLAY "LGOPRMNT: OPERATOR ID: " WITH NO ADVANCING
003760     ACCEPT WS-OPERATOR-ID FROM CONSOLE
003770     IF WS-OPERATOR-ID = SPACES
003780         DISPLAY "LGOPRMNT: OPERATOR ID REQUIRED - NOTHING DONE"
003790         MOVE 8 TO RETURN-CODE
003800         STOP RUN
003810     END-IF
003820     .
003830 1000-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------*
003870*    1100-CHECK-MAINTAINER                                        *
003880*    THE MAINTAINING OPERATOR NEEDS THE SECURITY ROLE LIKE ANY    *
003890*    OTHER CONTROLLED ACTION (SEE 7500-CHECK-AUTHORITY). THE ONE  *
003900*    EXCEPTION IS AN EMPTY MASTER, WHICH ONLY THE ADD MODE MAY    *
003910*    TOUCH - 2100 THEN INSISTS THE FIRST OPERATOR ADDED IS THE    *
003920*    MAINTAINING OPERATOR, WITH THE SECURITY ROLE.                *
003930*----------------------------------------------------------------*
003940 1100-CHECK-MAINTAINER.
003950     IF WS-REG-COUNT > ZERO
003960         MOVE 7 TO WS-AUTH-ROLE
003970         MOVE "MAINTAIN OPERATORS" TO WS-AUTH-ACTION
003980         PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
003990         GO TO 1100-EXIT
004000     END-IF
004010     IF NOT MODE-ADD
004020         DISPLAY "LGOPRMNT: AUTHORITY MASTER IS EMPTY - ONLY "
004030                 "THE ADD MODE MAY BE USED"
004040         MOVE 8 TO RETURN-CODE
004050         STOP RUN
004060     END-IF
004070     SET MASTER-IS-EMPTY TO TRUE
004080     DISPLAY "LGOPRMNT: AUTHORITY MASTER IS EMPTY - ADD "
004090             WS-OPERATOR-ID " FIRST, WITH THE SECURITY ROLE"
004100     .
004110 1100-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------------*
004150*    2000-ADD-OPERATORS                                           *
004160*    ADD MODE - TAKES OPERATORS AT THE TERMINAL UNTIL THE         *
004170*    OPERATOR LEAVES THE ID BLANK, APPENDING EACH TO THE MASTER   *
004180*    AS ACTIVE WITH THE MAINTAINING OPERATOR'S STAMP.             *
004190*----------------------------------------------------------------*
004200 2000-ADD-OPERATORS.
004210     OPEN EXTEND OPERFILE
004220     IF OPERFILE-NOT-FOUND
004230         OPEN OUTPUT OPERFILE
004240     END-IF
004250     IF NOT OPERFILE-FOUND
004260         MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
004270         MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
004280         PERFORM 0900-ABEND
004290     END-IF
004300     PERFORM 2100-ADD-ONE-OPERATOR THRU 2100-EXIT
004310         UNTIL ENTRY-DONE
004320     CLOSE OPERFILE
004330     .
004340 2000-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------*
004380*    2100-ADD-ONE-OPERATOR                                        *
004390*    ONE TERMINAL DIALOG - ID (BLANK ENDS THE SESSION), NAME,     *
004400*    ROLES. THE NEW RECORD ALSO ENTERS THE IN-STORAGE TABLE SO    *
004410*    AN ID REPEATED WITHIN THE SESSION IS REFUSED TOO.            *
004420*----------------------------------------------------------------*
004430 2100-ADD-ONE-OPERATOR.
004440     DISPLAY "LGOPRMNT: OPERATOR ID TO ADD (BLANK TO END): "
004450         WITH NO ADVANCING
004460     MOVE SPACES TO WS-OPID-IN
004470     ACCEPT WS-OPID-IN FROM CONSOLE
004480     IF WS-OPID-IN = SPACES
004490         SET ENTRY-DONE TO TRUE
004500         GO TO 2100-EXIT
004510     END-IF
004520     PERFORM 7200-FIND-OPERATOR THRU 7200-EXIT
004530     IF OPID-ON-MASTER
004540         DISPLAY "LGOPRMNT: OPERATOR " WS-OPID-IN
004550                 " ALREADY ON THE MASTER - REFUSED"
004560         GO TO 2100-EXIT
004570     END-IF
004580     DISPLAY "LGOPRMNT: NAME: " WITH NO ADVANCING
004590     MOVE SPACES TO WS-NAME-IN
004600     ACCEPT WS-NAME-IN FROM CONSOLE
004610     IF WS-NAME-IN = SPACES
004620         DISPLAY "LGOPRMNT: NAME REQUIRED - ENTRY DISCARDED"
004630         GO TO 2100-EXIT
004640     END-IF
004650     PERFORM 2900-ACCEPT-ROLES THRU 2900-EXIT
004660     IF NOT ROLES-ARE-VALID
004670         GO TO 2100-EXIT
004680     END-IF
004690     IF MASTER-IS-EMPTY
004700      AND (WS-OPID-IN NOT = WS-OPERATOR-ID
004710       OR WS-ROLES-IN(7:1) NOT = "Y")
004720         DISPLAY "LGOPRMNT: FIRST OPERATOR MUST BE "
004730                 WS-OPERATOR-ID " WITH THE SECURITY ROLE - "
004740                 "ENTRY DISCARDED"
004750         GO TO 2100-EXIT
004760     END-IF
004770     IF WS-REG-COUNT >= WS-REG-MAX
004780         DISPLAY "LGOPRMNT: *** OPERATOR TABLE FULL - RUN "
004790                 "ABANDONED ***"
004800         MOVE 16 TO RETURN-CODE
004810         STOP RUN
004820     END-IF
004830     MOVE SPACES TO OP-RECORD
004840     MOVE WS-OPID-IN TO OP-ID
004850     MOVE "A" TO OP-STATUS
004860     MOVE WS-NAME-IN TO OP-NAME
004870     MOVE WS-ROLES-IN TO OP-ROLES
004880     MOVE WS-RUN-DATE TO OP-ADD-DATE
004890     MOVE WS-OPERATOR-ID TO OP-ADD-OPERATOR
004900     MOVE ZERO TO OP-CHANGE-DATE
004910     MOVE ZERO TO OP-REVOKE-DATE
004920     MOVE OP-RECORD TO OPER-REC
004930     WRITE OPER-REC
004940     ADD 1 TO WS-REG-COUNT
004950     MOVE OP-RECORD TO WS-REG-ENTRY (WS-REG-COUNT)
004960     MOVE "N" TO WS-BOOT-SWITCH
004970     ADD 1 TO WS-OPERATORS-ADDED
004980     MOVE "ADD" TO WS-AUDIT-ACTION
004990     PERFORM 7300-WRITE-AUDIT THRU 7300-EXIT
005000     .
005010 2100-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------*
005050*    2900-ACCEPT-ROLES                                            *
005060*    TAKES THE ROLES AS ELEVEN Y/N FLAGS IN CPYOPR01 ORDER. ANY   *
005070*    OTHER ENTRY IS TURNED AWAY AT THE TERMINAL.                  *
005080*----------------------------------------------------------------*
005090 2900-ACCEPT-ROLES.
005100     MOVE "N" TO WS-ROLES-SWITCH
005110     DISPLAY "LGOPRMNT: ROLES ARE 11 Y/N FLAGS IN THIS ORDER - "
005120     DISPLAY "LGOPRMNT:   ENTER-ADJ RELEASE-ADJ KEYS REWORK "
005130             "WAIVE BACKOUT SECURITY PERIOD PRIOR ALERTS CLOSES"
005140     DISPLAY "LGOPRMNT: ROLES: " WITH NO ADVANCING
005150     MOVE SPACES TO WS-ROLES-IN
005160     ACCEPT WS-ROLES-IN FROM CONSOLE
005170     INSPECT WS-ROLES-IN CONVERTING "yn" TO "YN"
005180     MOVE ZERO TO WS-FLAG-COUNT
005190     INSPECT WS-ROLES-IN TALLYING WS-FLAG-COUNT
005200         FOR ALL "Y" ALL "N"
005210     IF WS-FLAG-COUNT NOT = 11
005220         DISPLAY "LGOPRMNT: ROLES MUST BE 11 Y/N FLAGS - ENTRY "
005230                 "DISCARDED"
005240         GO TO 2900-EXIT
005250     END-IF
005260     SET ROLES-ARE-VALID TO TRUE
005270     .
005280 2900-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------*
005320*    3000-CHANGE-OPERATORS                                        *
005330*    CHANGE MODE - TAKES OPERATORS AT THE TERMINAL UNTIL THE      *
005340*    OPERATOR LEAVES THE ID BLANK, REPLACING EACH ONE'S ROLES     *
005350*    WITH THE MAINTAINING OPERATOR'S STAMP, THEN REWRITES THE     *
005360*    MASTER IN FULL.                                              *
005370*----------------------------------------------------------------*
005380 3000-CHANGE-OPERATORS.
005390     PERFORM 3100-CHANGE-ONE-OPERATOR THRU 3100-EXIT
005400         UNTIL ENTRY-DONE
005410     PERFORM 7100-REWRITE-REGISTER THRU 7100-EXIT
005420     .
005430 3000-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------*
005470*    3100-CHANGE-ONE-OPERATOR                                     *
005480*    ONE TERMINAL DIALOG - THE OPERATOR MUST BE ON THE MASTER     *
005490*    AND MAY NOT BE THE ONE AT THE TERMINAL. A REVOKED OPERATOR   *
005500*    IS ONLY CHANGED IF THE MAINTAINER CONFIRMS THE REINSTATE.    *
005510*----------------------------------------------------------------*
005520 3100-CHANGE-ONE-OPERATOR.
005530     DISPLAY "LGOPRMNT: OPERATOR ID TO CHANGE (BLANK TO END): "
005540         WITH NO ADVANCING
005550     MOVE SPACES TO WS-OPID-IN
005560     ACCEPT WS-OPID-IN FROM CONSOLE
005570     IF WS-OPID-IN = SPACES
005580         SET ENTRY-DONE TO TRUE
005590         GO TO 3100-EXIT
005600     END-IF
005610     IF WS-OPID-IN = WS-OPERATOR-ID
005620         DISPLAY "LGOPRMNT: OPERATORS MAY NOT CHANGE THEIR OWN "
005630                 "AUTHORITY - REFUSED"
005640         GO TO 3100-EXIT
005650     END-IF
005660     PERFORM 7200-FIND-OPERATOR THRU 7200-EXIT
005670     IF NOT OPID-ON-MASTER
005680         DISPLAY "LGOPRMNT: OPERATOR " WS-OPID-IN
005690                 " NOT ON THE MASTER - NOTHING CHANGED"
005700         GO TO 3100-EXIT
005710     END-IF
005720     MOVE WS-REG-ENTRY (WS-FOUND-SUB) TO OP-RECORD
005730     DISPLAY "LGOPRMNT:   NAME........ " OP-NAME
005740     DISPLAY "LGOPRMNT:   STATUS...... " OP-STATUS
005750     DISPLAY "LGOPRMNT:   ROLES....... " OP-ROLES
005760     MOVE "CHANGE" TO WS-AUDIT-ACTION
005770     IF OP-IS-REVOKED
005780         DISPLAY "LGOPRMNT: OPERATOR IS REVOKED - REINSTATE "
005790                 "(Y/N): " WITH NO ADVANCING
005800         MOVE SPACE TO WS-ANSWER
005810         ACCEPT WS-ANSWER FROM CONSOLE
005820         IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
005830             DISPLAY "LGOPRMNT: LEFT REVOKED - NOTHING CHANGED"
005840             GO TO 3100-EXIT
005850         END-IF
005860         MOVE "REINST" TO WS-AUDIT-ACTION
005870     END-IF
005880     PERFORM 2900-ACCEPT-ROLES THRU 2900-EXIT
005890     IF NOT ROLES-ARE-VALID
005900         GO TO 3100-EXIT
005910     END-IF
005920     MOVE "A" TO OP-STATUS
005930     MOVE WS-ROLES-IN TO OP-ROLES
005940     MOVE WS-RUN-DATE TO OP-CHANGE-DATE
005950     MOVE WS-OPERATOR-ID TO OP-CHANGE-OPERATOR
005960     MOVE ZERO TO OP-REVOKE-DATE
005970     MOVE SPACES TO OP-REVOKE-OPERATOR
005980     MOVE OP-RECORD TO WS-REG-ENTRY (WS-FOUND-SUB)
005990     ADD 1 TO WS-OPERATORS-CHANGED
006000     PERFORM 7300-WRITE-AUDIT THRU 7300-EXIT
006010     .
006020 3100-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------*
006060*    4000-REVOKE-OPERATORS                                        *
006070*    REVOKE MODE - TAKES OPERATORS AT THE TERMINAL UNTIL THE      *
006080*    OPERATOR LEAVES THE ID BLANK, MARKING EACH ONE REVOKED WITH  *
006090*    THE MAINTAINING OPERATOR'S STAMP, THEN REWRITES THE MASTER   *
006100*    IN FULL.                                                     *
006110*----------------------------------------------------------------*
006120 4000-REVOKE-OPERATORS.
006130     PERFORM 4100-REVOKE-ONE-OPERATOR THRU 4100-EXIT
006140         UNTIL ENTRY-DONE
006150     PERFORM 7100-REWRITE-REGISTER THRU 7100-EXIT
006160     .
006170 4000-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------*
006210*    4100-REVOKE-ONE-OPERATOR                                     *
006220*    ONE TERMINAL DIALOG - THE OPERATOR MUST BE ON THE MASTER,    *
006230*    NOT ALREADY REVOKED AND NOT THE ONE AT THE TERMINAL. THE     *
006240*    ROLES ARE LEFT AS THEY WERE FOR THE RECORD; A REVOKED        *
006250*    OPERATOR IS REFUSED WHATEVER THEY HOLD.                      *
006260*----------------------------------------------------------------*
006270 4100-REVOKE-ONE-OPERATOR.
006280     DISPLAY "LGOPRMNT: OPERATOR ID TO REVOKE (BLANK TO END): "
006290         WITH NO ADVANCING
006300     MOVE SPACES TO WS-OPID-IN
006310     ACCEPT WS-OPID-IN FROM CONSOLE
006320     IF WS-OPID-IN = SPACES
006330         SET ENTRY-DONE TO TRUE
006340         GO TO 4100-EXIT
006350     END-IF
006360     IF WS-OPID-IN = WS-OPERATOR-ID
006370         DISPLAY "LGOPRMNT: OPERATORS MAY NOT REVOKE THEIR OWN "
006380                 "AUTHORITY - REFUSED"
006390         GO TO 4100-EXIT
006400     END-IF
006410     PERFORM 7200-FIND-OPERATOR THRU 7200-EXIT
006420     IF NOT OPID-ON-MASTER
006430         DISPLAY "LGOPRMNT: OPERATOR " WS-OPID-IN
006440                 " NOT ON THE MASTER - NOTHING REVOKED"
006450         GO TO 4100-EXIT
006460     END-IF
006470     MOVE WS-REG-ENTRY (WS-FOUND-SUB) TO OP-RECORD
006480     IF OP-IS-REVOKED
006490         DISPLAY "LGOPRMNT: OPERATOR " WS-OPID-IN
006500                 " ALREADY REVOKED - NOTHING DONE"
006510         GO TO 4100-EXIT
006520     END-IF
006530     MOVE "R" TO OP-STATUS
006540     MOVE WS-RUN-DATE TO OP-REVOKE-DATE
006550     MOVE WS-OPERATOR-ID TO OP-REVOKE-OPERATOR
006560     MOVE OP-RECORD TO WS-REG-ENTRY (WS-FOUND-SUB)
006570     ADD 1 TO WS-OPERATORS-REVOKED
006580     MOVE "REVOKE" TO WS-AUDIT-ACTION
006590     PERFORM 7300-WRITE-AUDIT THRU 7300-EXIT
006600     .
006610 4100-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------*
006650*    5000-AUTHORITY-REPORT                                        *
006660*    THE PERIODIC AUTHORITY REPORT - EVERY OPERATOR WITH STATUS,  *
006670*    ROLES AND STAMPS, THE ACTIVE HOLDERS OF EACH ROLE, AND EVERY *
006680*    SECURITY LOG REFUSAL IN THE WINDOW.                          *
006690*----------------------------------------------------------------*
006700 5000-AUTHORITY-REPORT.
006710     OPEN OUTPUT REPORTFILE
006720     IF WS-REPORTFILE-STATUS NOT = "00"
006730         MOVE "REPORTFILE" TO WS-ABEND-FILE-NAME
006740         MOVE WS-REPORTFILE-STATUS TO WS-ABEND-FILE-STATUS
006750         PERFORM 0900-ABEND
006760     END-IF
006770     MOVE SPACES TO REPORT-REC
006780     STRING "LGOPRMNT - OPERATOR AUTHORITY REPORT FOR "
006790            DELIMITED BY SIZE
006800            WS-RUN-DATE DELIMITED BY SIZE
006810            INTO REPORT-REC
006820     WRITE REPORT-REC
006830     MOVE SPACES TO REPORT-REC
006840     WRITE REPORT-REC
006850     MOVE "OPERATORS ON THE AUTHORITY MASTER" TO REPORT-REC
006860     WRITE REPORT-REC
006870     MOVE SPACES TO REPORT-REC
006880     WRITE REPORT-REC
006890     MOVE WS-OPER-HEAD TO REPORT-REC
006900     WRITE REPORT-REC
006910     INITIALIZE WS-ROLE-HOLDER-TABLE
006920     MOVE 1 TO WS-REG-SUB
006930     PERFORM 5100-REPORT-ONE-OPERATOR THRU 5100-EXIT
006940         UNTIL WS-REG-SUB > WS-REG-COUNT
006950     MOVE SPACES TO REPORT-REC
006960     WRITE REPORT-REC
006970     MOVE "ACTIVE HOLDERS BY ROLE" TO REPORT-REC
006980     WRITE REPORT-REC
006990     MOVE SPACES TO REPORT-REC
007000     WRITE REPORT-REC
007010     MOVE 1 TO WS-ROLE-SUB
007020     PERFORM 5200-REPORT-ONE-ROLE THRU 5200-EXIT
007030         UNTIL WS-ROLE-SUB > WS-ROLE-MAX
007040     PERFORM 5300-REPORT-REFUSALS THRU 5300-EXIT
007050     PERFORM 5500-WRITE-REPORT-TOTALS THRU 5500-EXIT
007060     CLOSE REPORTFILE
007070     .
007080 5000-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------*
007120*    5100-REPORT-ONE-OPERATOR                                     *
007130*    PRINTS ONE OPERATOR AND COUNTS AN ACTIVE OPERATOR'S ROLES    *
007140*    TOWARD THE HOLDERS BY ROLE.                                  *
007150*----------------------------------------------------------------*
007160 5100-REPORT-ONE-OPERATOR.
007170     MOVE WS-REG-ENTRY (WS-REG-SUB) TO OP-RECORD
007180     MOVE SPACES TO WS-OPER-LINE
007190     MOVE OP-ID TO WS-OL-ID
007200     MOVE OP-NAME TO WS-OL-NAME
007210     IF OP-IS-ACTIVE
007220         MOVE "ACTIVE" TO WS-OL-STATUS
007230         ADD 1 TO WS-ACTIVE-COUNT
007240     ELSE
007250         MOVE "REVOKED" TO WS-OL-STATUS
007260         ADD 1 TO WS-REVOKED-COUNT
007270     END-IF
007280     MOVE 1 TO WS-ROLE-SUB
007290     PERFORM 5110-REPORT-ONE-FLAG THRU 5110-EXIT
007300         UNTIL WS-ROLE-SUB > WS-ROLE-MAX
007310     MOVE OP-ADD-DATE TO WS-OL-ADD-DATE
007320     MOVE OP-ADD-OPERATOR TO WS-OL-ADD-OP
007330     IF OP-CHANGE-DATE NOT = ZERO
007340         MOVE OP-CHANGE-DATE TO WS-OL-CHG-DATE
007350         MOVE OP-CHANGE-OPERATOR TO WS-OL-CHG-OP
007360     END-IF
007370     IF OP-REVOKE-DATE NOT = ZERO
007380         MOVE OP-REVOKE-DATE TO WS-OL-RVK-DATE
007390         MOVE OP-REVOKE-OPERATOR TO WS-OL-RVK-OP
007400     END-IF
007410     MOVE WS-OPER-LINE TO REPORT-REC
007420     WRITE REPORT-REC
007430     ADD 1 TO WS-REG-SUB
007440     .
007450 5100-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------------*
007490*    5110-REPORT-ONE-FLAG                                         *
007500*    PRINTS ONE ROLE FLAG. A ROLE HELD BY A REVOKED OPERATOR      *
007510*    PRINTS BUT DOES NOT COUNT - IT CANNOT BE USED.               *
007520*----------------------------------------------------------------*
007530 5110-REPORT-ONE-FLAG.
007540     MOVE OP-ROLE-FLAG (WS-ROLE-SUB) TO WS-OL-ROLE (WS-ROLE-SUB)
007550     IF OP-IS-ACTIVE
007560      AND OP-ROLE-FLAG (WS-ROLE-SUB) = "Y"
007570         ADD 1 TO WS-ROLE-HOLDERS (WS-ROLE-SUB)
007580     END-IF
007590     ADD 1 TO WS-ROLE-SUB
007600     .
007610 5110-EXIT.
007620     EXIT.
007630
007640*----------------------------------------------------------------*
007650*    5200-REPORT-ONE-ROLE                                         *
007660*    PRINTS ONE ROLE WITH ITS COUNT OF ACTIVE HOLDERS.            *
007670*----------------------------------------------------------------*
007680 5200-REPORT-ONE-ROLE.
007690     MOVE WS-ROLE-SUB TO WS-RL-NUMBER
007700     MOVE WS-ROLE-NAME (WS-ROLE-SUB) TO WS-RL-NAME
007710     MOVE WS-ROLE-HOLDERS (WS-ROLE-SUB) TO WS-RL-HOLDERS
007720     MOVE WS-ROLE-LINE TO REPORT-REC
007730     WRITE REPORT-REC
007740     ADD 1 TO WS-ROLE-SUB
007750     .
007760 5200-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------------*
007800*    5300-REPORT-REFUSALS                                         *
007810*    LISTS EVERY SECURITY LOG REFUSAL ON OR AFTER THE WINDOW      *
007820*    DATE. NO SECURITY LOG JUST MEANS NOTHING HAS BEEN REFUSED.   *
007830*----------------------------------------------------------------*
007840 5300-REPORT-REFUSALS.
007850     MOVE SPACES TO REPORT-REC
007860     WRITE REPORT-REC
007870     MOVE SPACES TO REPORT-REC
007880     STRING "SECURITY LOG REFUSALS SINCE " DELIMITED BY SIZE
007890            WS-SINCE-DATE DELIMITED BY SIZE
007900            INTO REPORT-REC
007910     WRITE REPORT-REC
007920     MOVE SPACES TO REPORT-REC
007930     WRITE REPORT-REC
007940     MOVE "DATE     TIME    PROGRAM   OPERATOR  ACTION            
007950-         "    REASON" TO REPORT-REC
007960     WRITE REPORT-REC
007970     OPEN INPUT SECLOGFILE
007980     IF SECLOGFILE-NOT-FOUND
007990         GO TO 5300-EXIT
008000     END-IF
008010     IF NOT SECLOGFILE-FOUND
008020         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
008030         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
008040         PERFORM 0900-ABEND
008050     END-IF
008060     MOVE "N" TO WS-EOF-SWITCH
008070     PERFORM 5310-REPORT-ONE-REFUSAL THRU 5310-EXIT
008080         UNTIL EOF-YES
008090     CLOSE SECLOGFILE
008100     .
008110 5300-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------------*
008150*    5310-REPORT-ONE-REFUSAL                                      *
008160*    READS ONE SECURITY LOG RECORD AND PRINTS IT IF IT FALLS IN   *
008170*    THE WINDOW.                                                  *
008180*----------------------------------------------------------------*
008190 5310-REPORT-ONE-REFUSAL.
008200     READ SECLOGFILE
008210         AT END
008220             SET EOF-YES TO TRUE
008230             GO TO 5310-EXIT
008240     END-READ
008250     MOVE SECLOG-REC TO SL-RECORD
008260     IF SL-DATE < WS-SINCE-DATE
008270         GO TO 5310-EXIT
008280     END-IF
008290     MOVE SL-DATE TO WS-RF-DATE
008300     MOVE SL-TIME TO WS-RF-TIME
008310     MOVE SL-PROGRAM TO WS-RF-PROGRAM
008320     MOVE SL-OPERATOR TO WS-RF-OPERATOR
008330     MOVE SL-ACTION TO WS-RF-ACTION
008340     MOVE SL-REASON TO WS-RF-REASON
008350     MOVE WS-REFUSAL-LINE TO REPORT-REC
008360     WRITE REPORT-REC
008370     ADD 1 TO WS-REFUSAL-COUNT
008380     .
008390 5310-EXIT.
008400     EXIT.
008410
008420*----------------------------------------------------------------*
008430*    5500-WRITE-REPORT-TOTALS                                     *
008440*    CLOSES THE REPORT WITH THE OPERATOR AND REFUSAL COUNTS.      *
008450*----------------------------------------------------------------*
008460 5500-WRITE-REPORT-TOTALS.
008470     MOVE SPACES TO REPORT-REC
008480     WRITE REPORT-REC
008490     MOVE SPACES TO REPORT-REC
008500     MOVE WS-REG-COUNT TO WS-EDIT-COUNT
008510     STRING "OPERATORS ON FILE:  " DELIMITED BY SIZE
008520            WS-EDIT-COUNT DELIMITED BY SIZE
008530            INTO REPORT-REC
008540     WRITE REPORT-REC
008550     MOVE SPACES TO REPORT-REC
008560     MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT
008570     STRING "ACTIVE:             " DELIMITED BY SIZE
008580            WS-EDIT-COUNT DELIMITED BY SIZE
008590            INTO REPORT-REC
008600     WRITE REPORT-REC
008610     MOVE SPACES TO REPORT-REC
008620     MOVE WS-REVOKED-COUNT TO WS-EDIT-COUNT
008630     STRING "REVOKED:            " DELIMITED BY SIZE
008640            WS-EDIT-COUNT DELIMITED BY SIZE
008650            INTO REPORT-REC
008660     WRITE REPORT-REC
008670     MOVE SPACES TO REPORT-REC
008680     MOVE WS-REFUSAL-COUNT TO WS-EDIT-COUNT
008690     STRING "REFUSALS IN WINDOW: " DELIMITED BY SIZE
008700            WS-EDIT-COUNT DELIMITED BY SIZE
008710            INTO REPORT-REC
008720     WRITE REPORT-REC
008730     .
008740 5500-EXIT.
008750     EXIT.
008760
008770*----------------------------------------------------------------*
008780*    7000-LOAD-REGISTER                                           *
008790*    READS THE WHOLE AUTHORITY MASTER INTO STORAGE. AN EMPTY OR   *
008800*    MISSING MASTER JUST MEANS NO OPERATOR HAS BEEN ADDED YET.    *
008810*----------------------------------------------------------------*
008820 7000-LOAD-REGISTER.
008830     MOVE ZERO TO WS-REG-COUNT
008840     OPEN INPUT OPERFILE
008850     IF OPERFILE-NOT-FOUND
008860         GO TO 7000-EXIT
008870     END-IF
008880     IF NOT OPERFILE-FOUND
008890         MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
008900         MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
008910         PERFORM 0900-ABEND
008920     END-IF
008930     MOVE "N" TO WS-EOF-SWITCH
008940     PERFORM 7010-LOAD-ONE-ENTRY THRU 7010-EXIT
008950         UNTIL EOF-YES
008960     CLOSE OPERFILE
008970     .
008980 7000-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------------*
009020*    7010-LOAD-ONE-ENTRY                                          *
009030*    LOADS ONE OPERATOR RECORD INTO THE TABLE.                    *
009040*----------------------------------------------------------------*
009050 7010-LOAD-ONE-ENTRY.
009060     READ OPERFILE
009070         AT END
009080             SET EOF-YES TO TRUE
009090             GO TO 7010-EXIT
009100     END-READ
009110     IF WS-REG-COUNT >= WS-REG-MAX
009120         DISPLAY "LGOPRMNT: *** OPERATOR TABLE FULL - RUN "
009130                 "ABANDONED ***"
009140         MOVE 16 TO RETURN-CODE
009150         STOP RUN
009160     END-IF
009170     ADD 1 TO WS-REG-COUNT
009180     MOVE OPER-REC TO WS-REG-ENTRY (WS-REG-COUNT)
009190     .
009200 7010-EXIT.
009210     EXIT.
009220
009230*----------------------------------------------------------------*
009240*    7100-REWRITE-REGISTER                                        *
009250*    WRITES THE IN-STORAGE AUTHORITY MASTER BACK IN FULL.         *
009260*----------------------------------------------------------------*
009270 7100-REWRITE-REGISTER.
009280     OPEN OUTPUT OPERFILE
009290     IF NOT OPERFILE-FOUND
009300         MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
009310         MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
009320         PERFORM 0900-ABEND
009330     END-IF
009340     MOVE 1 TO WS-REG-SUB
009350     PERFORM 7110-REWRITE-ONE-ENTRY THRU 7110-EXIT
009360         UNTIL WS-REG-SUB > WS-REG-COUNT
009370     CLOSE OPERFILE
009380     .
009390 7100-EXIT.
009400     EXIT.
009410
009420*----------------------------------------------------------------*
009430*    7110-REWRITE-ONE-ENTRY                                       *
009440*    WRITES ONE TABLE ENTRY BACK TO THE MASTER.                   *
009450*----------------------------------------------------------------*
009460 7110-REWRITE-ONE-ENTRY.
009470     MOVE WS-REG-ENTRY (WS-REG-SUB) TO OPER-REC
009480     WRITE OPER-REC
009490     ADD 1 TO WS-REG-SUB
009500     .
009510 7110-EXIT.
009520     EXIT.
009530
009540*----------------------------------------------------------------*
009550*    7200-FIND-OPERATOR                                           *
009560*    SCANS THE IN-STORAGE TABLE FOR THE KEYED ID. WS-FOUND-SUB    *
009570*    POINTS AT THE MATCH FOR THE CHANGE AND REVOKE MODES.         *
009580*----------------------------------------------------------------*
009590 7200-FIND-OPERATOR.
009600     MOVE "N" TO WS-FOUND-SWITCH
009610     MOVE ZERO TO WS-FOUND-SUB
009620     MOVE 1 TO WS-REG-SUB
009630     PERFORM 7210-CHECK-ONE-ENTRY THRU 7210-EXIT
009640         UNTIL WS-REG-SUB > WS-REG-COUNT OR OPID-ON-MASTER
009650     .
009660 7200-EXIT.
009670     EXIT.
009680
009690*----------------------------------------------------------------*
009700*    7210-CHECK-ONE-ENTRY                                         *
009710*    COMPARES ONE TABLE ENTRY TO THE KEYED ID.                    *
009720*----------------------------------------------------------------*
009730 7210-CHECK-ONE-ENTRY.
009740     MOVE WS-REG-ENTRY (WS-REG-SUB) TO OP-RECORD
009750     IF OP-ID = WS-OPID-IN
009760         SET OPID-ON-MASTER TO TRUE
009770         MOVE WS-REG-SUB TO WS-FOUND-SUB
009780     END-IF
009790     ADD 1 TO WS-REG-SUB
009800     .
009810 7210-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------------*
009850*    7300-WRITE-AUDIT                                             *
009860*    APPENDS ONE AUDIT LINE - DATE, TIME, MAINTAINING OPERATOR,   *
009870*    ACTION, OPERATOR MAINTAINED AND THE ROLES LEFT IN FORCE.     *
009880*----------------------------------------------------------------*
009890 7300-WRITE-AUDIT.
009900     OPEN EXTEND AUDITFILE
009910     IF AUDITFILE-NOT-FOUND
009920         OPEN OUTPUT AUDITFILE
009930     END-IF
009940     IF NOT AUDITFILE-FOUND
009950         MOVE "AUDITFILE" TO WS-ABEND-FILE-NAME
009960         MOVE WS-AUDITFILE-STATUS TO WS-ABEND-FILE-STATUS
009970         PERFORM 0900-ABEND
009980     END-IF
009990     MOVE SPACES TO AUDIT-REC
010000     STRING WS-RUN-DATE DELIMITED BY SIZE
010010            " " DELIMITED BY SIZE
010020            WS-RUN-TIME(1:6) DELIMITED BY SIZE
010030            " " DELIMITED BY SIZE
010040            WS-OPERATOR-ID DELIMITED BY SIZE
010050            " " DELIMITED BY SIZE
010060            WS-AUDIT-ACTION DELIMITED BY SIZE
010070            " " DELIMITED BY SIZE
010080            OP-ID DELIMITED BY SIZE
010090            " " DELIMITED BY SIZE
010100            OP-STATUS DELIMITED BY SIZE
010110            " " DELIMITED BY SIZE
010120            OP-ROLES DELIMITED BY SIZE
010130            INTO AUDIT-REC
010140     WRITE AUDIT-REC
010150     CLOSE AUDITFILE
010160     .
010170 7300-EXIT.
010180     EXIT.
010190
010200*----------------------------------------------------------------*
010210*    7500-CHECK-AUTHORITY                                         *
010220*    LOOKS THE OPERATOR UP ON THE AUTHORITY MASTER (SEE           *
010230*    CPYOPR01). AN OPERATOR WHO IS NOT ON FILE, HAS BEEN          *
010240*    REVOKED, OR DOES NOT HOLD THE ROLE IN WS-AUTH-ROLE IS        *
010250*    REFUSED BEFORE ANYTHING IS TOUCHED - THE REFUSAL GOES TO     *
010260*    THE SECURITY LOG (SEE CPYSEC01) AND THE RUN ENDS WITH        *
010270*    RETURN-CODE 8. NO AUTHORITY MASTER AT ALL REFUSES EVERYONE.  *
010280*----------------------------------------------------------------*
010290 7500-CHECK-AUTHORITY.
010300     MOVE "N" TO WS-OPER-FOUND-SWITCH
010310     OPEN INPUT OPERFILE
010320     IF OPERFILE-FOUND
010330         MOVE "N" TO WS-OPER-EOF-SWITCH
010340         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
010350             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
010360         CLOSE OPERFILE
010370     ELSE
010380         IF NOT OPERFILE-NOT-FOUND
010390             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
010400             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
010410             PERFORM 0900-ABEND
010420         END-IF
010430     END-IF
010440     MOVE SPACES TO SL-RECORD
010450     EVALUATE TRUE
010460         WHEN NOT OPERATOR-ON-FILE
010470             SET SL-UNKNOWN TO TRUE
010480         WHEN NOT OP-IS-ACTIVE
010490             SET SL-REVOKED TO TRUE
010500         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
010510             SET SL-NOT-AUTHORIZED TO TRUE
010520         WHEN OTHER
010530             GO TO 7500-EXIT
010540     END-EVALUATE
010550     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
010560     DISPLAY "LGOPRMNT: *** OPERATOR " WS-OPERATOR-ID
010570             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
010580             " ***"
010590     MOVE 8 TO RETURN-CODE
010600     STOP RUN
010610     .
010620 7500-EXIT.
010630     EXIT.
010640
010650*----------------------------------------------------------------*
010660*    7510-FIND-ONE-OPERATOR                                       *
010670*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
010680*    THE OPERATOR'S OWN ID.                                       *
010690*----------------------------------------------------------------*
010700 7510-FIND-ONE-OPERATOR.
010710     READ OPERFILE
010720         AT END
010730             SET OPER-EOF-YES TO TRUE
010740             GO TO 7510-EXIT
010750     END-READ
010760     MOVE OPER-REC TO OP-RECORD
010770     IF OP-ID = WS-OPERATOR-ID
010780         SET OPERATOR-ON-FILE TO TRUE
010790     END-IF
010800     .
010810 7510-EXIT.
010820     EXIT.
010830
010840*----------------------------------------------------------------*
010850*    7520-WRITE-SECURITY-LOG                                      *
010860*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
010870*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
010880*    REFUSED.                                                     *
010890*----------------------------------------------------------------*
010900 7520-WRITE-SECURITY-LOG.
010910     MOVE WS-RUN-DATE TO SL-DATE
010920     MOVE WS-RUN-TIME(1:6) TO SL-TIME
010930     MOVE "LGOPRMNT" TO SL-PROGRAM
010940     MOVE WS-OPERATOR-ID TO SL-OPERATOR
010950     MOVE WS-AUTH-ACTION TO SL-ACTION
010960     OPEN EXTEND SECLOGFILE
010970     IF SECLOGFILE-NOT-FOUND
010980         OPEN OUTPUT SECLOGFILE
010990     END-IF
011000     IF NOT SECLOGFILE-FOUND
011010         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
011020         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
011030         PERFORM 0900-ABEND
011040     END-IF
011050     MOVE SL-RECORD TO SECLOG-REC
011060     WRITE SECLOG-REC
011070     CLOSE SECLOGFILE
011080     .
011090 7520-EXIT.
011100     EXIT.
011110
011120*----------------------------------------------------------------*
011130*    8000-FINALIZE                                                *
011140*    REPORTS WHAT THE SESSION DID. THE REPORT ENDS WITH           *
011150*    RETURN-CODE 4 WHEN THE WINDOW HOLDS ANY REFUSAL, SO THE      *
011160*    SCHEDULER FLAGS IT FOR REVIEW.                               *
011170*----------------------------------------------------------------*
011180 8000-FINALIZE.
011190     EVALUATE TRUE
011200         WHEN MODE-REPORT
011210             MOVE WS-REFUSAL-COUNT TO WS-EDIT-COUNT
011220             DISPLAY "LGOPRMNT: " WS-EDIT-COUNT
011230                     " REFUSAL(S) SINCE " WS-SINCE-DATE
011240                     " - REPORT IN " WS-REPORT-DDNAME
011250             IF WS-REFUSAL-COUNT > ZERO
011260                 MOVE 4 TO RETURN-CODE
011270             END-IF
011280         WHEN MODE-ADD
011290             DISPLAY "LGOPRMNT: " WS-OPERATORS-ADDED
011300                     " OPERATOR(S) ADDED"
011310         WHEN MODE-CHANGE
011320             DISPLAY "LGOPRMNT: " WS-OPERATORS-CHANGED
011330                     " OPERATOR(S) CHANGED"
011340         WHEN MODE-REVOKE
011350             DISPLAY "LGOPRMNT: " WS-OPERATORS-REVOKED
011360                     " OPERATOR(S) REVOKED"
011370         WHEN OTHER
011380             CONTINUE
011390     END-EVALUATE
011400     .
011410 8000-EXIT.
011420     EXIT.
