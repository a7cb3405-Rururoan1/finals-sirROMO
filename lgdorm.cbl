000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGDORM.
000120 AUTHOR. DATA-PROCESSING-GROUP.
000130 INSTALLATION. DAILY-PROCESSING-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                  M O D I F I C A T I O N   L O G                *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                   *
000200* 10/15/2026 RJM   ORIGINAL PROGRAM - PERIODIC DORMANCY RUN.      *
000210*                  LISTS EVERY ACTIVE KEY ON THE KEY REFERENCE    *
000220*                  MASTER (SEE CPYKEY01) WITH NO POSTING IN       *
000230*                  LGDORM_DAYS DAYS (DEFAULT 365), WITH ITS LAST  *
000240*                  ACTIVITY AND ITS BALANCE ON THE MASTER (SEE    *
000250*                  CPYMST01). LAST ACTIVITY IS MR-LAST-POST-DATE, *
000260*                  OR THE DAY THE KEY WAS ADDED WHEN IT HAS NEVER *
000270*                  POSTED. A DORMANT KEY WITH A ZERO BALANCE GOES *
000280*                  TO THE CLOSE-PROPOSAL FILE (SEE CPYCLS01),     *
000290*                  WHICH EACH RUN REPLACES; ONE STILL CARRYING A  *
000300*                  BALANCE GOES ON THE EXCEPTION LIST INSTEAD,    *
000310*                  SINCE IT CANNOT BE CLOSED AS IT IS, AND THE    *
000320*                  RUN ENDS WITH RETURN-CODE 4. A RUN IS REFUSED  *
000330*                  (RETURN-CODE 8) WHILE THE FILE STILL HOLDS     *
000340*                  APPROVED CLOSES LGKEYMNT HAS NOT APPLIED.      *
000350*                  LGDORM_MODE=APPROVE IS THE SUPERVISOR'S        *
000360*                  REVIEW OF THE FILE AT THE TERMINAL - IT NEEDS  *
000370*                  THE APPROVE-KEY-CLOSES ROLE AND STAMPS EACH    *
000380*                  APPROVAL OR REJECTION WITH THE DATE AND THE    *
000390*                  SUPERVISOR'S ID. LGKEYMNT BATCH CLOSE MODE     *
000400*                  THEN CLOSES THE APPROVED KEYS.                 *
000410*----------------------------------------------------------------*
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT KEYREFFILE ASSIGN TO DYNAMIC WS-KEYREF-DDNAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-KEYREFFILE-STATUS.
000490
000500     SELECT MASTERFILE ASSIGN TO DYNAMIC WS-MASTER-DDNAME
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS MR-KEY
000540         FILE STATUS IS WS-MASTERFILE-STATUS.
000550
000560     SELECT PROPFILE ASSIGN TO DYNAMIC WS-PROPOSAL-DDNAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PROPFILE-STATUS.
000590
000600     SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-DDNAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-REPORTFILE-STATUS.
000630
000640     SELECT EXCPFILE ASSIGN TO DYNAMIC WS-EXCEPTION-DDNAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-EXCPFILE-STATUS.
000670
000680     SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPERATOR-DDNAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-OPERFILE-STATUS.
000710
000720     SELECT SECLOGFILE ASSIGN TO DYNAMIC WS-SECLOG-DDNAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-SECLOGFILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  KEYREFFILE.
000790 01  KEYREF-REC PIC X(53).
000800
000810 FD  MASTERFILE.
000820*----------------------------------------------------------------*
000830*    MASTER RECORD LAYOUT (SEE CPYMST01)                          *
000840*----------------------------------------------------------------*
000850     COPY CPYMST01.
000860
000870 FD  PROPFILE.
000880 01  PROPOSAL-REC PIC X(115).
000890
000900 FD  REPORTFILE.
000910 01  REPORT-REC PIC X(132).
000920
000930 FD  EXCPFILE.
000940 01  EXCEPTION-REC PIC X(132).
000950
000960 FD  OPERFILE.
000970 01  OPER-REC PIC X(102).
000980
000990 FD  SECLOGFILE.
001000 01  SECLOG-REC PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030*----------------------------------------------------------------*
001040*    KEY REFERENCE, CLOSE-PROPOSAL, OPERATOR AUTHORITY AND        *
001050*    SECURITY LOG RECORD VIEWS (SEE CPYKEY01, CPYCLS01, CPYOPR01  *
001060*    AND CPYSEC01)                                                *
001070*----------------------------------------------------------------*
001080     COPY CPYKEY01.
001090     COPY CPYCLS01.
001100     COPY CPYOPR01.
001110     COPY CPYSEC01.
001120
001130*----------------------------------------------------------------*
001140*    EVERY ACTIVE KEY ON THE KEY REFERENCE MASTER, WITH ITS       *
001150*    STANDING ON THE MASTER WHEN IT HAS ONE. THE TABLE IS KEPT    *
001155*    IN KEY ORDER FOR THE BINARY SEARCH IN 3100.                  *
001160*----------------------------------------------------------------*
001170 77  WS-KEY-COUNT            PIC 9(05) COMP VALUE ZERO.
001180 77  WS-KEY-MAX              PIC 9(05) COMP VALUE 20000.
001190 77  WS-KEY-SUB              PIC 9(05) COMP VALUE ZERO.
001191 77  WS-KEY-LOW              PIC 9(05) COMP VALUE ZERO.
001192 77  WS-KEY-HIGH             PIC 9(05) COMP VALUE ZERO.
001193 77  WS-KEY-MID              PIC 9(05) COMP VALUE ZERO.
001194 77  WS-FIND-KEY             PIC X(10) VALUE SPACES.
001200 01  WS-KEY-TABLE.
001210     05  WS-KEY-ENTRY        OCCURS 20000 TIMES
001220                             INDEXED BY KEY-IDX.
001230         10  WS-KEY-KEY          PIC X(10).
001240         10  WS-KEY-ADD-DATE     PIC 9(08).
001250         10  WS-KEY-LAST-POST    PIC 9(08).
001260         10  WS-KEY-BALANCE      PIC S9(11)V99.
001270         10  WS-KEY-ON-MASTER    PIC X(01).
001280
001290*----------------------------------------------------------------*
001300*    IN-STORAGE COPY OF THE CLOSE-PROPOSAL FILE - THE RUN CHECKS  *
001310*    IT FOR UNAPPLIED APPROVALS, THE REVIEW REWRITES IT IN FULL.  *
001320*----------------------------------------------------------------*
001330 77  WS-PRP-COUNT            PIC 9(05) COMP VALUE ZERO.
001340 77  WS-PRP-MAX              PIC 9(05) COMP VALUE 20000.
001350 77  WS-PRP-SUB              PIC 9(05) COMP VALUE ZERO.
001360 01  WS-PRP-TABLE.
001370     05  WS-PRP-ENTRY        PIC X(115) OCCURS 20000 TIMES.
001380
001390*----------------------------------------------------------------*
001400*    FILE ASSIGNMENT WORK AREAS. THE REPORT AND THE EXCEPTION     *
001410*    LIST ARE RUN-DATED. ALL MAY BE OVERRIDDEN BY                 *
001420*    LGDORM_KEYREF_DD / LGDORM_MASTER_DD / LGDORM_PROPOSALS_DD /  *
001430*    LGDORM_REPORT_DD / LGDORM_EXCEPTIONS_DD /                    *
001440*    LGDORM_OPERATORS_DD / LGDORM_SECLOG_DD.                      *
001450*----------------------------------------------------------------*
001460 77  WS-KEYREF-DDNAME        PIC X(60) VALUE "data/keyref.dat".
001470 77  WS-MASTER-DDNAME        PIC X(60) VALUE "data/master.dat".
001480 77  WS-PROPOSAL-DDNAME      PIC X(60)
001490     VALUE "data/close-proposals.dat".
001500 77  WS-REPORT-DDNAME        PIC X(60) VALUE SPACES.
001510 77  WS-EXCEPTION-DDNAME     PIC X(60) VALUE SPACES.
001520 77  WS-OPERATOR-DDNAME      PIC X(60)
001530     VALUE "data/operators.dat".
001540 77  WS-SECLOG-DDNAME        PIC X(60)
001550     VALUE "data/security-log.dat".
001560 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001570 77  WS-DIGIT-CHECK          PIC X(60) VALUE SPACES.
001580
001590*----------------------------------------------------------------*
001600*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)            *
001610*----------------------------------------------------------------*
001620 77  WS-ABEND-FILE-NAME      PIC X(12) VALUE SPACES.
001630 77  WS-ABEND-FILE-STATUS    PIC X(02) VALUE SPACES.
001640
001650*----------------------------------------------------------------*
001660*    FILE STATUS SWITCHES                                         *
001670*----------------------------------------------------------------*
001680 77  WS-KEYREFFILE-STATUS    PIC X(02).
001690     88  KEYREFFILE-FOUND        VALUE "00".
001700     88  KEYREFFILE-NOT-FOUND    VALUE "35".
001710 77  WS-MASTERFILE-STATUS    PIC X(02).
001720     88  MASTER-ACTION-OK        VALUE "00".
001730     88  MASTER-NOT-FOUND        VALUE "35".
001740 77  WS-PROPFILE-STATUS      PIC X(02).
001750     88  PROPFILE-FOUND          VALUE "00".
001760     88  PROPFILE-NOT-FOUND      VALUE "35".
001770 77  WS-REPORTFILE-STATUS    PIC X(02).
001780 77  WS-EXCPFILE-STATUS      PIC X(02).
001790
001800*----------------------------------------------------------------*
001810*    PROGRAM SWITCHES                                             *
001820*----------------------------------------------------------------*
001830 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001840     88  EOF-YES                  VALUE "Y".
001845 77  WS-KEYFOUND-SWITCH      PIC X(01) VALUE "N".
001846     88  KEY-IN-TABLE             VALUE "Y".
001850 77  WS-RUN-MODE             PIC X(08) VALUE SPACES.
001860     88  MODE-APPROVE             VALUE "APPROVE".
001870 77  WS-REVIEW-SWITCH        PIC X(01) VALUE "N".
001880     88  REVIEW-DONE              VALUE "Y".
001890 77  WS-CHANGED-SWITCH       PIC X(01) VALUE "N".
001900     88  PROPOSALS-CHANGED        VALUE "Y".
001910
001920*----------------------------------------------------------------*
001930*    RUN CONTROL. A KEY IS DORMANT WHEN ITS LAST ACTIVITY IS ON   *
001940*    OR BEFORE THE CUT-OFF - THE RUN DATE LESS WS-DORMANT-DAYS.   *
001950*----------------------------------------------------------------*
001960 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001970 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001980 77  WS-RUN-INTEGER          PIC 9(09) COMP VALUE ZERO.
001990 77  WS-DORMANT-DAYS         PIC 9(05) VALUE 365.
002000 77  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
002010 77  WS-LAST-ACTIVITY        PIC 9(08) VALUE ZERO.
002020 77  WS-LAST-BASIS           PIC X(07) VALUE SPACES.
002030 77  WS-IDLE-DAYS            PIC S9(09) COMP VALUE ZERO.
002040 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
002050 77  WS-ANSWER               PIC X(01) VALUE SPACE.
002060
002070*----------------------------------------------------------------*
002080*    COUNTERS AND TOTALS                                          *
002090*----------------------------------------------------------------*
002100 77  WS-MASTER-READ          PIC 9(07) COMP VALUE ZERO.
002110 77  WS-ASSESSED-COUNT       PIC 9(07) COMP VALUE ZERO.
002120 77  WS-RECENT-COUNT         PIC 9(07) COMP VALUE ZERO.
002130 77  WS-DORMANT-COUNT        PIC 9(07) COMP VALUE ZERO.
002140 77  WS-NEVER-POSTED-COUNT   PIC 9(07) COMP VALUE ZERO.
002150 77  WS-PROPOSED-COUNT       PIC 9(07) COMP VALUE ZERO.
002160 77  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
002170 77  WS-NO-DATE-COUNT        PIC 9(07) COMP VALUE ZERO.
002180 77  WS-PENDING-COUNT        PIC 9(07) COMP VALUE ZERO.
002190 77  WS-AWAITING-COUNT       PIC 9(07) COMP VALUE ZERO.
002200 77  WS-APPROVED-COUNT       PIC 9(07) COMP VALUE ZERO.
002210 77  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
002220 77  WS-EXCEPTION-TOTAL      PIC S9(13)V99 VALUE ZERO.
002230 77  WS-EDIT-COUNT           PIC ZZZZZZ9.
002240 77  WS-EDIT-DAYS            PIC ZZZZ9.
002250 77  WS-EDIT-AMOUNT          PIC -ZZZZZZZZZZ9.99.
002260 77  WS-PERIOD-LINE          PIC X(132) VALUE SPACES.
002270
002280*----------------------------------------------------------------*
002290*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
002300*    AUTHORITY) - THE REVIEW ONLY                                 *
002310*----------------------------------------------------------------*
002320 77  WS-OPERFILE-STATUS      PIC X(02).
002330     88  OPERFILE-FOUND          VALUE "00".
002340     88  OPERFILE-NOT-FOUND      VALUE "35".
002350 77  WS-SECLOGFILE-STATUS    PIC X(02).
002360     88  SECLOGFILE-FOUND        VALUE "00".
002370     88  SECLOGFILE-NOT-FOUND    VALUE "35".
002380 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
002390     88  OPER-EOF-YES             VALUE "Y".
002400 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
002410     88  OPERATOR-ON-FILE         VALUE "Y".
002415 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
002420 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
002430
002440*----------------------------------------------------------------*
002450*    REPORT LINE LAYOUTS - THE DORMANCY REPORT AND THE EXCEPTION  *
002460*    LIST SHARE THE KEY LINE.                                     *
002470*----------------------------------------------------------------*
002480 01  WS-DORMANT-HEAD.
002490     05  FILLER              PIC X(40) VALUE
002500         "KEY         ADDED     LAST ACT  BASIS   ".
002510     05  FILLER              PIC X(45) VALUE
002520         "  IDLE          BALANCE  DISPOSITION".
002530
002540 01  WS-DORMANT-LINE.
002550     05  WS-DL-KEY           PIC X(10).
002560     05  FILLER              PIC X(02) VALUE SPACES.
002570     05  WS-DL-ADDED         PIC X(08).
002580     05  FILLER              PIC X(02) VALUE SPACES.
002590     05  WS-DL-LAST          PIC X(08).
002600     05  FILLER              PIC X(02) VALUE SPACES.
002610     05  WS-DL-BASIS         PIC X(07).
002620     05  FILLER              PIC X(02) VALUE SPACES.
002630     05  WS-DL-IDLE          PIC ZZZZ9.
002640     05  FILLER              PIC X(02) VALUE SPACES.
002650     05  WS-DL-BALANCE       PIC -ZZZZZZZZZZ9.99.
002660     05  FILLER              PIC X(02) VALUE SPACES.
002670     05  WS-DL-DISPOSITION   PIC X(20).
002680
002690 01  WS-COUNT-LINE.
002700     05  WS-CL-LABEL         PIC X(40).
002710     05  WS-CL-COUNT         PIC ZZZZZZ9.
002720
002730 01  WS-TOTAL-LINE.
002740     05  WS-TL-LABEL         PIC X(40).
002750     05  WS-TL-TOTAL         PIC -ZZZZZZZZZZZZ9.99.
002760
002770 PROCEDURE DIVISION.
002780
002790*----------------------------------------------------------------*
002800*    0000-MAINLINE                                                *
002810*    ASSESSES EVERY ACTIVE KEY AND WRITES THE REPORT, THE         *
002820*    EXCEPTION LIST AND A NEW CLOSE-PROPOSAL FILE, OR (APPROVE    *
002830*    MODE) TAKES THE SUPERVISOR'S REVIEW OF THE PROPOSALS.        *
002840*----------------------------------------------------------------*
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002870     PERFORM 2000-LOAD-PROPOSALS THRU 2000-EXIT
002880     IF MODE-APPROVE
002890         PERFORM 6000-REVIEW-PROPOSALS THRU 6000-EXIT
002900         IF PROPOSALS-CHANGED
002910             PERFORM 7100-REWRITE-PROPOSALS THRU 7100-EXIT
002920         END-IF
002930     ELSE
002940         PERFORM 2100-CHECK-PENDING THRU 2100-EXIT
002950         PERFORM 3000-LOAD-KEYREF THRU 3000-EXIT
002960         PERFORM 3200-READ-MASTER THRU 3200-EXIT
002970         PERFORM 4000-ASSESS-KEYS THRU 4000-EXIT
002980     END-IF
002990     PERFORM 8000-FINALIZE THRU 8000-EXIT
003000     STOP RUN.
003010
003020*----------------------------------------------------------------*
003030*    0900-ABEND                                                   *
003040*    DISPLAYS A FATAL FILE-OPEN ERROR AND ENDS THE RUN WITH       *
003050*    RETURN-CODE 16 INSTEAD OF LETTING A BAD ASSIGNMENT RUN ON.   *
003060*----------------------------------------------------------------*
003070 0900-ABEND.
003080     DISPLAY "LGDORM: *** UNABLE TO OPEN " WS-ABEND-FILE-NAME
003090             " - FILE STATUS " WS-ABEND-FILE-STATUS " ***"
003100     MOVE 16 TO RETURN-CODE
003110     STOP RUN
003120     .
003130
003140*----------------------------------------------------------------*
003150*    1000-INITIALIZE                                              *
003160*    RESOLVES FILE ASSIGNMENTS, THE RUN MODE AND THE DORMANCY     *
003170*    PERIOD. THE REVIEW ASKS FOR THE SUPERVISOR'S ID AND CHECKS   *
003180*    THE AUTHORITY MASTER BEFORE ANYTHING ELSE.                   *
003190*----------------------------------------------------------------*
003200 1000-INITIALIZE.
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003220     ACCEPT WS-RUN-TIME FROM TIME
003230     COMPUTE WS-RUN-INTEGER =
003240         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
003250     MOVE SPACES TO WS-ENV-VALUE
003260     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGDORM_MODE"
003270     MOVE WS-ENV-VALUE(1:8) TO WS-RUN-MODE
003280     MOVE SPACES TO WS-ENV-VALUE
003290     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGDORM_KEYREF_DD"
003300     IF WS-ENV-VALUE NOT = SPACES
003310         MOVE WS-ENV-VALUE TO WS-KEYREF-DDNAME
003320     END-IF
003330     MOVE SPACES TO WS-ENV-VALUE
003340     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGDORM_MASTER_DD"
003350     IF WS-ENV-VALUE NOT = SPACES
003360         MOVE WS-ENV-VALUE TO WS-MASTER-DDNAME
003370     END-IF
003380     MOVE SPACES TO WS-ENV-VALUE
003390     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGDORM_PROPOSALS_DD"
003400     IF WS-ENV-VALUE NOT = SPACES
003410         MOVE WS-ENV-VALUE TO WS-PROPOSAL-DDNAME
003420     END-IF
003430     MOVE SPACES TO WS-ENV-VALUE
003440     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGDORM_OPERATORS_DD"
003450     IF WS-ENV-VALUE NOT = SPACES
003460         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
003470     END-IF
003480     MOVE SPACES TO WS-ENV-VALUE
003490     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGDORM_SECLOG_DD"
003500     IF WS-ENV-VALUE NOT = SPACES
003510         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
003520     END-IF
003530     MOVE SPACES TO WS-ENV-VALUE
003540     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGDORM_REPORT_DD"
003550     IF WS-ENV-VALUE NOT = SPACES
003560         MOVE WS-ENV-VALUE TO WS-REPORT-DDNAME
003570     ELSE
003580         MOVE SPACES TO WS-REPORT-DDNAME
003590         STRING "data/dormant-keys-" DELIMITED BY SIZE
003600                WS-RUN-DATE DELIMITED BY SIZE
003610                ".txt" DELIMITED BY SIZE
003620                INTO WS-REPORT-DDNAME
003630     END-IF
003640     MOVE SPACES TO WS-ENV-VALUE
003650     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGDORM_EXCEPTIONS_DD"
003660     IF WS-ENV-VALUE NOT = SPACES
003670         MOVE WS-ENV-VALUE TO WS-EXCEPTION-DDNAME
003680     ELSE
003690         MOVE SPACES TO WS-EXCEPTION-DDNAME
003700         STRING "data/dormant-exceptions-" DELIMITED BY SIZE
003710                WS-RUN-DATE DELIMITED BY SIZE
003720                ".txt" DELIMITED BY SIZE
003730                INTO WS-EXCEPTION-DDNAME
003740     END-IF
003750     MOVE SPACES TO WS-ENV-VALUE
003760     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGDORM_DAYS"
003770     IF WS-ENV-VALUE NOT = SPACES
003780         MOVE WS-ENV-VALUE TO WS-DIGIT-CHECK
003790         INSPECT WS-DIGIT-CHECK
003800             CONVERTING "0123456789" TO "          "
003810         IF WS-DIGIT-CHECK = SPACES
003820          AND FUNCTION NUMVAL (WS-ENV-VALUE) > ZERO
003830          AND FUNCTION NUMVAL (WS-ENV-VALUE) < 100000
003840             COMPUTE WS-DORMANT-DAYS =
003850                 FUNCTION NUMVAL (WS-ENV-VALUE)
003860         ELSE
003870             DISPLAY "LGDORM: LGDORM_DAYS NOT A NUMBER OF DAYS - "
003880                     "USING DEFAULT " WS-DORMANT-DAYS
003890         END-IF
003900     END-IF
003910     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
003920         (WS-RUN-INTEGER - WS-DORMANT-DAYS)
003930     IF NOT MODE-APPROVE
003940         GO TO 1000-EXIT
003950     END-IF
003960     DISPLAY "LGDORM: OPERATOR ID: " WITH NO ADVANCING
003970     ACCEPT WS-OPERATOR-ID FROM CONSOLE
003980     IF WS-OPERATOR-ID = SPACES
003990         DISPLAY "LGDORM: OPERATOR ID REQUIRED - NOTHING DONE"
004000         MOVE 8 TO RETURN-CODE
004010         STOP RUN
004020     END-IF
004025     MOVE 11 TO WS-AUTH-ROLE
004030     MOVE "APPROVE KEY CLOSES" TO WS-AUTH-ACTION
004040     PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
004050     .
004060 1000-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------*
004100*    2000-LOAD-PROPOSALS                                          *
004110*    LOADS THE CLOSE-PROPOSAL FILE, COUNTING THE PROPOSALS STILL  *
004120*    AWAITING REVIEW AND THE APPROVALS NOT YET APPLIED. A         *
004130*    MISSING FILE IS AN EMPTY ONE.                                *
004140*----------------------------------------------------------------*
004150 2000-LOAD-PROPOSALS.
004160     OPEN INPUT PROPFILE
004170     IF PROPFILE-NOT-FOUND
004180         GO TO 2000-EXIT
004190     END-IF
004200     IF NOT PROPFILE-FOUND
004210         MOVE "PROPFILE" TO WS-ABEND-FILE-NAME
004220         MOVE WS-PROPFILE-STATUS TO WS-ABEND-FILE-STATUS
004230         PERFORM 0900-ABEND
004240     END-IF
004250     MOVE "N" TO WS-EOF-SWITCH
004260     PERFORM 2010-LOAD-ONE-PROPOSAL THRU 2010-EXIT
004270         UNTIL EOF-YES
004280     CLOSE PROPFILE
004290     .
004300 2000-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------*
004340*    2010-LOAD-ONE-PROPOSAL                                       *
004350*    LOADS ONE PROPOSAL. A FULL TABLE IS A HARD STOP RATHER THAN  *
004360*    A FILE SILENTLY CUT SHORT ON THE REWRITE.                    *
004370*----------------------------------------------------------------*
004380 2010-LOAD-ONE-PROPOSAL.
004390     READ PROPFILE
004400         AT END
004410             SET EOF-YES TO TRUE
004420             GO TO 2010-EXIT
004430     END-READ
004440     IF WS-PRP-COUNT >= WS-PRP-MAX
004450         DISPLAY "LGDORM: *** PROPOSAL TABLE FULL - RUN "
004460                 "STOPPED ***"
004470         MOVE 16 TO RETURN-CODE
004480         STOP RUN
004490     END-IF
004500     ADD 1 TO WS-PRP-COUNT
004510     MOVE PROPOSAL-REC TO WS-PRP-ENTRY (WS-PRP-COUNT)
004520     MOVE PROPOSAL-REC TO CP-RECORD
004530     IF CP-IS-PROPOSED
004540         ADD 1 TO WS-AWAITING-COUNT
004550     END-IF
004560     IF CP-IS-APPROVED
004570         ADD 1 TO WS-PENDING-COUNT
004580     END-IF
004590     .
004600 2010-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------*
004640*    2100-CHECK-PENDING                                           *
004650*    A NEW RUN REPLACES THE PROPOSAL FILE, SO IT IS REFUSED WHILE *
004660*    THE FILE STILL HOLDS APPROVED CLOSES LGKEYMNT HAS NOT        *
004670*    APPLIED - A SUPERVISOR'S APPROVAL IS NEVER THROWN AWAY.      *
004680*    PROPOSALS STILL AWAITING REVIEW ARE SIMPLY SUPERSEDED.       *
004690*----------------------------------------------------------------*
004700 2100-CHECK-PENDING.
004710     IF WS-PENDING-COUNT = ZERO
004720         GO TO 2100-EXIT
004730     END-IF
004740     MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
004750     DISPLAY "LGDORM: *** " WS-EDIT-COUNT " APPROVED CLOSE(S) IN "
004760             WS-PROPOSAL-DDNAME
004770     DISPLAY "LGDORM: *** NOT YET APPLIED - RUN LGKEYMNT BATCH "
004780             "CLOSE FIRST - NOTHING DONE ***"
004790     MOVE 8 TO RETURN-CODE
004800     STOP RUN
004810     .
004820 2100-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------*
004860*    3000-LOAD-KEYREF                                             *
004870*    LOADS EVERY ACTIVE KEY FROM THE KEY REFERENCE MASTER. A      *
004880*    CLOSED KEY IS NOT ASSESSED. NO KEY REFERENCE MASTER MEANS    *
004890*    NO KEY TO ASSESS.                                            *
004900*----------------------------------------------------------------*
004910 3000-LOAD-KEYREF.
004920     OPEN INPUT KEYREFFILE
004930     IF KEYREFFILE-NOT-FOUND
004940         GO TO 3000-EXIT
004950     END-IF
004960     IF NOT KEYREFFILE-FOUND
004970         MOVE "KEYREFFILE" TO WS-ABEND-FILE-NAME
004980         MOVE WS-KEYREFFILE-STATUS TO WS-ABEND-FILE-STATUS
004990         PERFORM 0900-ABEND
005000     END-IF
005010     MOVE "N" TO WS-EOF-SWITCH
005020     PERFORM 3010-LOAD-ONE-KEYREF THRU 3010-EXIT
005030         UNTIL EOF-YES
005040     CLOSE KEYREFFILE
005050     .
005060 3000-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------*
005100*    3010-LOAD-ONE-KEYREF                                         *
005110*    LOADS ONE ACTIVE KEY IN KEY ORDER, NOT YET FOUND ON THE      *
005120*    MASTER. A KEY ALREADY LOADED IS NOT LOADED AGAIN. A FULL     *
005125*    TABLE IS A HARD STOP.                                        *
005130*----------------------------------------------------------------*
005140 3010-LOAD-ONE-KEYREF.
005150     READ KEYREFFILE
005160         AT END
005170             SET EOF-YES TO TRUE
005180             GO TO 3010-EXIT
005190     END-READ
005200     MOVE KEYREF-REC TO KR-RECORD
005210     IF NOT KR-IS-ACTIVE
005220         GO TO 3010-EXIT
005230     END-IF
005232     MOVE KR-KEY TO WS-FIND-KEY
005234     PERFORM 3100-LOCATE-KEY THRU 3100-EXIT
005236     IF KEY-IN-TABLE
005238         GO TO 3010-EXIT
005239     END-IF
005240     IF WS-KEY-COUNT >= WS-KEY-MAX
005250         DISPLAY "LGDORM: *** KEY TABLE FULL - RUN STOPPED ***"
005260         MOVE 16 TO RETURN-CODE
005270         STOP RUN
005280     END-IF
005290     ADD 1 TO WS-KEY-COUNT
005292     MOVE WS-KEY-COUNT TO WS-KEY-SUB
005294     PERFORM 3020-MOVE-ONE-KEY-DOWN THRU 3020-EXIT
005296         UNTIL WS-KEY-SUB = WS-KEY-LOW
005300     SET KEY-IDX TO WS-KEY-SUB
005310     MOVE KR-KEY TO WS-KEY-KEY (KEY-IDX)
005320     MOVE KR-ADD-DATE TO WS-KEY-ADD-DATE (KEY-IDX)
005330     MOVE ZERO TO WS-KEY-LAST-POST (KEY-IDX)
005340     MOVE ZERO TO WS-KEY-BALANCE (KEY-IDX)
005350     MOVE "N" TO WS-KEY-ON-MASTER (KEY-IDX)
005360     .
005370 3010-EXIT.
005380     EXIT.
005381
005382*----------------------------------------------------------------*
005383*    3020-MOVE-ONE-KEY-DOWN                                       *
005384*    MOVES ONE LATER KEY DOWN TO MAKE ROOM.                       *
005385*----------------------------------------------------------------*
005386 3020-MOVE-ONE-KEY-DOWN.
005387     MOVE WS-KEY-ENTRY (WS-KEY-SUB - 1)
005388         TO WS-KEY-ENTRY (WS-KEY-SUB)
005389     SUBTRACT 1 FROM WS-KEY-SUB
005390     .
005391 3020-EXIT.
005392     EXIT.
005393
005394*----------------------------------------------------------------*
005395*    3100-LOCATE-KEY                                              *
005396*    BINARY SEARCH OF THE KEY TABLE FOR WS-FIND-KEY, LEAVING      *
005397*    KEY-IDX ON ITS ENTRY WHEN FOUND. ON A MISS WS-KEY-LOW IS     *
005398*    WHERE THE KEY BELONGS.                                       *
005399*----------------------------------------------------------------*
005400 3100-LOCATE-KEY.
005401     MOVE "N" TO WS-KEYFOUND-SWITCH
005402     MOVE 1 TO WS-KEY-LOW
005403     MOVE WS-KEY-COUNT TO WS-KEY-HIGH
005404     PERFORM 3110-PROBE-ONE-KEY THRU 3110-EXIT
005405         UNTIL WS-KEY-LOW > WS-KEY-HIGH OR KEY-IN-TABLE
005406     .
005407 3100-EXIT.
005408     EXIT.
005409
005410*----------------------------------------------------------------*
005411*    3110-PROBE-ONE-KEY                                           *
005412*    HALVES THE SEARCH RANGE ONCE.                                *
005413*----------------------------------------------------------------*
005414 3110-PROBE-ONE-KEY.
005415     COMPUTE WS-KEY-MID = (WS-KEY-LOW + WS-KEY-HIGH) / 2
005416     EVALUATE TRUE
005417         WHEN WS-KEY-KEY (WS-KEY-MID) = WS-FIND-KEY
005418             SET KEY-IN-TABLE TO TRUE
005419             SET KEY-IDX TO WS-KEY-MID
005420         WHEN WS-KEY-KEY (WS-KEY-MID) < WS-FIND-KEY
005421             COMPUTE WS-KEY-LOW = WS-KEY-MID + 1
005422         WHEN OTHER
005423             COMPUTE WS-KEY-HIGH = WS-KEY-MID - 1
005424     END-EVALUATE
005425     .
005426 3110-EXIT.
005427     EXIT.
005428
005430*----------------------------------------------------------------*
005432*    3200-READ-MASTER                                             *
005434*    READS THE MASTER IN KEY ORDER AND TAKES THE LAST POSTING     *
005436*    DATE AND BALANCE OF EVERY ACTIVE KEY. NO MASTER ON HAND IS   *
005440*    READ AS AN EMPTY ONE - NO KEY HAS POSTED.                    *
005450*----------------------------------------------------------------*
005460 3200-READ-MASTER.
005470     IF WS-KEY-COUNT = ZERO
005480         GO TO 3200-EXIT
005490     END-IF
005500     OPEN INPUT MASTERFILE
005510     IF MASTER-NOT-FOUND
005520         GO TO 3200-EXIT
005530     END-IF
005540     IF NOT MASTER-ACTION-OK
005550         MOVE "MASTERFILE" TO WS-ABEND-FILE-NAME
005560         MOVE WS-MASTERFILE-STATUS TO WS-ABEND-FILE-STATUS
005570         PERFORM 0900-ABEND
005580     END-IF
005590     MOVE "N" TO WS-EOF-SWITCH
005600     MOVE LOW-VALUES TO MR-KEY
005610     START MASTERFILE KEY IS NOT LESS THAN MR-KEY
005620         INVALID KEY
005630             SET EOF-YES TO TRUE
005640     END-START
005650     PERFORM 3210-READ-ONE-MASTER THRU 3210-EXIT
005660         UNTIL EOF-YES
005670     CLOSE MASTERFILE
005680     .
005690 3200-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------*
005730*    3210-READ-ONE-MASTER                                         *
005740*    TAKES ONE MASTER RECORD'S STANDING FOR ITS KEY WHEN THE KEY  *
005750*    IS ACTIVE. A MASTER KEY THAT IS CLOSED OR NOT ON THE KEY     *
005760*    REFERENCE MASTER IS NOT THIS RUN'S CONCERN.                  *
005770*----------------------------------------------------------------*
005780 3210-READ-ONE-MASTER.
005790     READ MASTERFILE NEXT RECORD
005800         AT END
005810             SET EOF-YES TO TRUE
005820             GO TO 3210-EXIT
005830     END-READ
005840     IF NOT MASTER-ACTION-OK
005850         DISPLAY "LGDORM: *** MASTER READ FAILED AFTER KEY "
005860                 MR-KEY " - FILE STATUS "
005870                 WS-MASTERFILE-STATUS " ***"
005880         MOVE 16 TO RETURN-CODE
005890         STOP RUN
005900     END-IF
005910     ADD 1 TO WS-MASTER-READ
005920     MOVE MR-KEY TO WS-FIND-KEY
005930     PERFORM 3100-LOCATE-KEY THRU 3100-EXIT
005940     IF NOT KEY-IN-TABLE
005950         GO TO 3210-EXIT
005960     END-IF
006010     MOVE "Y" TO WS-KEY-ON-MASTER (KEY-IDX)
006020     MOVE MR-LAST-POST-DATE TO WS-KEY-LAST-POST (KEY-IDX)
006030     MOVE MR-ACCUM-AMOUNT TO WS-KEY-BALANCE (KEY-IDX)
006040     .
006050 3210-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------*
006090*    4000-ASSESS-KEYS                                             *
006100*    OPENS THE REPORT, THE EXCEPTION LIST AND A NEW PROPOSAL      *
006110*    FILE, ASSESSES EVERY ACTIVE KEY, AND CLOSES THEM WITH THEIR  *
006120*    COUNTS.                                                      *
006130*----------------------------------------------------------------*
006140 4000-ASSESS-KEYS.
006150     PERFORM 5000-OPEN-OUTPUTS THRU 5000-EXIT
006160     MOVE 1 TO WS-KEY-SUB
006170     PERFORM 4100-ASSESS-ONE-KEY THRU 4100-EXIT
006180         UNTIL WS-KEY-SUB > WS-KEY-COUNT
006190     PERFORM 5200-CLOSE-OUTPUTS THRU 5200-EXIT
006200     .
006210 4000-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------------*
006250*    4100-ASSESS-ONE-KEY                                          *
006260*    DATES ONE KEY'S LAST ACTIVITY - ITS LAST POSTING, OR THE DAY *
006270*    IT WAS ADDED WHEN IT HAS NEVER POSTED - AND, WHEN THAT IS    *
006280*    ON OR BEFORE THE CUT-OFF, LISTS IT AS DORMANT. A ZERO        *
006290*    BALANCE IS PROPOSED FOR CLOSE; ANY OTHER BALANCE GOES ON THE *
006300*    EXCEPTION LIST.                                              *
006310*----------------------------------------------------------------*
006320 4100-ASSESS-ONE-KEY.
006330     SET KEY-IDX TO WS-KEY-SUB
006340     ADD 1 TO WS-KEY-SUB
006350     IF WS-KEY-ON-MASTER (KEY-IDX) = "Y"
006360      AND WS-KEY-LAST-POST (KEY-IDX) > ZERO
006370         MOVE WS-KEY-LAST-POST (KEY-IDX) TO WS-LAST-ACTIVITY
006380         MOVE "POSTING" TO WS-LAST-BASIS
006390     ELSE
006400         MOVE WS-KEY-ADD-DATE (KEY-IDX) TO WS-LAST-ACTIVITY
006410         MOVE "ADDED" TO WS-LAST-BASIS
006420     END-IF
006430     IF FUNCTION INTEGER-OF-DATE (WS-LAST-ACTIVITY) = ZERO
006440         ADD 1 TO WS-NO-DATE-COUNT
006450         DISPLAY "LGDORM: KEY " WS-KEY-KEY (KEY-IDX)
006460                 " HAS NO USABLE ACTIVITY DATE - NOT ASSESSED"
006470         GO TO 4100-EXIT
006480     END-IF
006490     ADD 1 TO WS-ASSESSED-COUNT
006500     COMPUTE WS-IDLE-DAYS = WS-RUN-INTEGER
006510         - FUNCTION INTEGER-OF-DATE (WS-LAST-ACTIVITY)
006520     IF WS-IDLE-DAYS < WS-DORMANT-DAYS
006530         ADD 1 TO WS-RECENT-COUNT
006540         GO TO 4100-EXIT
006550     END-IF
006560     ADD 1 TO WS-DORMANT-COUNT
006570     IF WS-LAST-BASIS = "ADDED"
006580         ADD 1 TO WS-NEVER-POSTED-COUNT
006590     END-IF
006600     MOVE SPACES TO WS-DORMANT-LINE
006610     MOVE WS-KEY-KEY (KEY-IDX) TO WS-DL-KEY
006620     MOVE WS-KEY-ADD-DATE (KEY-IDX) TO WS-DL-ADDED
006630     MOVE WS-LAST-ACTIVITY TO WS-DL-LAST
006640     MOVE WS-LAST-BASIS TO WS-DL-BASIS
006650     MOVE WS-IDLE-DAYS TO WS-DL-IDLE
006660     MOVE WS-KEY-BALANCE (KEY-IDX) TO WS-DL-BALANCE
006670     IF WS-KEY-BALANCE (KEY-IDX) = ZERO
006680         MOVE "CLOSE PROPOSED" TO WS-DL-DISPOSITION
006690         PERFORM 4200-WRITE-PROPOSAL THRU 4200-EXIT
006700     ELSE
006710         MOVE "EXCEPTION - BALANCE" TO WS-DL-DISPOSITION
006720         ADD 1 TO WS-EXCEPTION-COUNT
006730         ADD WS-KEY-BALANCE (KEY-IDX) TO WS-EXCEPTION-TOTAL
006740         MOVE WS-DORMANT-LINE TO EXCEPTION-REC
006750         WRITE EXCEPTION-REC
006760     END-IF
006770     MOVE WS-DORMANT-LINE TO REPORT-REC
006780     WRITE REPORT-REC
006790     .
006800 4100-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------*
006840*    4200-WRITE-PROPOSAL                                          *
006850*    PUTS ONE ZERO-BALANCE DORMANT KEY UP FOR CLOSE, AWAITING THE *
006860*    SUPERVISOR'S REVIEW.                                         *
006870*----------------------------------------------------------------*
006880 4200-WRITE-PROPOSAL.
006890     MOVE SPACES TO CP-RECORD
006900     SET CP-IS-PROPOSED TO TRUE
006910     MOVE WS-KEY-KEY (KEY-IDX) TO CP-KEY
006920     MOVE WS-RUN-DATE TO CP-RUN-DATE
006930     MOVE WS-KEY-ADD-DATE (KEY-IDX) TO CP-ADD-DATE
006940     MOVE WS-LAST-ACTIVITY TO CP-LAST-ACTIVITY
006950     MOVE WS-IDLE-DAYS TO CP-IDLE-DAYS
006960     MOVE WS-KEY-BALANCE (KEY-IDX) TO CP-BALANCE
006970     MOVE ZERO TO CP-REVIEW-DATE
006980     MOVE ZERO TO CP-APPLY-DATE
006990     MOVE CP-RECORD TO PROPOSAL-REC
007000     WRITE PROPOSAL-REC
007010     ADD 1 TO WS-PROPOSED-COUNT
007020     .
007030 4200-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------------*
007070*    5000-OPEN-OUTPUTS                                            *
007080*    OPENS THE REPORT AND THE EXCEPTION LIST WITH THEIR HEADINGS, *
007090*    AND A NEW, EMPTY PROPOSAL FILE IN PLACE OF THE LAST BATCH.   *
007100*----------------------------------------------------------------*
007110 5000-OPEN-OUTPUTS.
007120     OPEN OUTPUT REPORTFILE
007130     IF WS-REPORTFILE-STATUS NOT = "00"
007140         MOVE "REPORTFILE" TO WS-ABEND-FILE-NAME
007150         MOVE WS-REPORTFILE-STATUS TO WS-ABEND-FILE-STATUS
007160         PERFORM 0900-ABEND
007170     END-IF
007180     OPEN OUTPUT EXCPFILE
007190     IF WS-EXCPFILE-STATUS NOT = "00"
007200         MOVE "EXCPFILE" TO WS-ABEND-FILE-NAME
007210         MOVE WS-EXCPFILE-STATUS TO WS-ABEND-FILE-STATUS
007220         PERFORM 0900-ABEND
007230     END-IF
007240     OPEN OUTPUT PROPFILE
007250     IF NOT PROPFILE-FOUND
007260         MOVE "PROPFILE" TO WS-ABEND-FILE-NAME
007270         MOVE WS-PROPFILE-STATUS TO WS-ABEND-FILE-STATUS
007280         PERFORM 0900-ABEND
007290     END-IF
007300     MOVE WS-DORMANT-DAYS TO WS-EDIT-DAYS
007310     MOVE SPACES TO REPORT-REC
007320     STRING "LGDORM - DORMANT KEY REPORT FOR " DELIMITED BY SIZE
007330            WS-RUN-DATE DELIMITED BY SIZE
007340            INTO REPORT-REC
007350     WRITE REPORT-REC
007360     MOVE SPACES TO REPORT-REC
007370     STRING "DORMANCY PERIOD (DAYS): " DELIMITED BY SIZE
007380            WS-EDIT-DAYS DELIMITED BY SIZE
007390            "   LAST ACTIVITY ON OR BEFORE " DELIMITED BY SIZE
007400            WS-CUTOFF-DATE DELIMITED BY SIZE
007410            INTO REPORT-REC
007420     MOVE REPORT-REC TO WS-PERIOD-LINE
007430     WRITE REPORT-REC
007440     MOVE SPACES TO REPORT-REC
007450     WRITE REPORT-REC
007460     MOVE WS-DORMANT-HEAD TO REPORT-REC
007470     WRITE REPORT-REC
007480     MOVE SPACES TO EXCEPTION-REC
007490     STRING "LGDORM - DORMANT KEYS CARRYING A BALANCE FOR "
007500                DELIMITED BY SIZE
007510            WS-RUN-DATE DELIMITED BY SIZE
007520            INTO EXCEPTION-REC
007530     WRITE EXCEPTION-REC
007540     MOVE WS-PERIOD-LINE TO EXCEPTION-REC
007550     WRITE EXCEPTION-REC
007560     MOVE "NONE CAN BE CLOSED UNTIL ITS BALANCE IS CLEARED"
007570         TO EXCEPTION-REC
007580     WRITE EXCEPTION-REC
007590     MOVE SPACES TO EXCEPTION-REC
007600     WRITE EXCEPTION-REC
007610     MOVE WS-DORMANT-HEAD TO EXCEPTION-REC
007620     WRITE EXCEPTION-REC
007630     .
007640 5000-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------------*
007680*    5200-CLOSE-OUTPUTS                                           *
007690*    ENDS THE REPORT WITH THE RUN'S COUNTS AND THE EXCEPTION LIST *
007700*    WITH ITS COUNT AND BALANCE, THEN CLOSES ALL THREE.           *
007710*----------------------------------------------------------------*
007720 5200-CLOSE-OUTPUTS.
007730     MOVE SPACES TO REPORT-REC
007740     WRITE REPORT-REC
007750     MOVE SPACES TO WS-COUNT-LINE
007760     MOVE "ACTIVE KEYS ASSESSED:" TO WS-CL-LABEL
007770     MOVE WS-ASSESSED-COUNT TO WS-CL-COUNT
007780     MOVE WS-COUNT-LINE TO REPORT-REC
007790     WRITE REPORT-REC
007800     MOVE "  ACTIVE WITHIN THE PERIOD:" TO WS-CL-LABEL
007810     MOVE WS-RECENT-COUNT TO WS-CL-COUNT
007820     MOVE WS-COUNT-LINE TO REPORT-REC
007830     WRITE REPORT-REC
007840     MOVE "  DORMANT:" TO WS-CL-LABEL
007850     MOVE WS-DORMANT-COUNT TO WS-CL-COUNT
007860     MOVE WS-COUNT-LINE TO REPORT-REC
007870     WRITE REPORT-REC
007880     MOVE "    NEVER POSTED:" TO WS-CL-LABEL
007890     MOVE WS-NEVER-POSTED-COUNT TO WS-CL-COUNT
007900     MOVE WS-COUNT-LINE TO REPORT-REC
007910     WRITE REPORT-REC
007920     MOVE "    PROPOSED FOR CLOSE (ZERO BALANCE):" TO WS-CL-LABEL
007930     MOVE WS-PROPOSED-COUNT TO WS-CL-COUNT
007940     MOVE WS-COUNT-LINE TO REPORT-REC
007950     WRITE REPORT-REC
007960     MOVE "    EXCEPTIONS (CARRYING A BALANCE):" TO WS-CL-LABEL
007970     MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT
007980     MOVE WS-COUNT-LINE TO REPORT-REC
007990     WRITE REPORT-REC
008000     IF WS-NO-DATE-COUNT > ZERO
008010         MOVE "NOT ASSESSED - NO USABLE DATE:" TO WS-CL-LABEL
008020         MOVE WS-NO-DATE-COUNT TO WS-CL-COUNT
008030         MOVE WS-COUNT-LINE TO REPORT-REC
008040         WRITE REPORT-REC
008050     END-IF
008060     MOVE SPACES TO EXCEPTION-REC
008070     WRITE EXCEPTION-REC
008080     MOVE SPACES TO WS-COUNT-LINE
008090     MOVE "DORMANT KEYS CARRYING A BALANCE:" TO WS-CL-LABEL
008100     MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT
008110     MOVE WS-COUNT-LINE TO EXCEPTION-REC
008120     WRITE EXCEPTION-REC
008130     MOVE SPACES TO WS-TOTAL-LINE
008140     MOVE "TOTAL BALANCE ON THOSE KEYS:" TO WS-TL-LABEL
008150     MOVE WS-EXCEPTION-TOTAL TO WS-TL-TOTAL
008160     MOVE WS-TOTAL-LINE TO EXCEPTION-REC
008170     WRITE EXCEPTION-REC
008180     CLOSE REPORTFILE
008190     CLOSE EXCPFILE
008200     CLOSE PROPFILE
008210     .
008220 5200-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------------*
008260*    6000-REVIEW-PROPOSALS                                        *
008270*    APPROVE MODE - OFFERS TO APPROVE EVERY PROPOSAL AWAITING     *
008280*    REVIEW AT ONCE; OTHERWISE WALKS THEM PAST THE SUPERVISOR ONE *
008290*    AT A TIME. NOTHING AWAITING REVIEW ENDS WITH RETURN-CODE 4.  *
008300*----------------------------------------------------------------*
008310 6000-REVIEW-PROPOSALS.
008320     IF WS-AWAITING-COUNT = ZERO
008330         DISPLAY "LGDORM: NO CLOSE PROPOSALS AWAITING REVIEW IN "
008340                 WS-PROPOSAL-DDNAME
008350         MOVE 4 TO RETURN-CODE
008360         GO TO 6000-EXIT
008370     END-IF
008380     MOVE WS-AWAITING-COUNT TO WS-EDIT-COUNT
008390     DISPLAY "LGDORM: " WS-EDIT-COUNT " KEY(S) PROPOSED FOR CLOSE"
008400     DISPLAY "LGDORM: APPROVE ALL OF THEM (Y/N): "
008410         WITH NO ADVANCING
008420     MOVE SPACE TO WS-ANSWER
008430     ACCEPT WS-ANSWER FROM CONSOLE
008440     MOVE 1 TO WS-PRP-SUB
008450     IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
008460         PERFORM 6100-APPROVE-ONE-PROPOSAL THRU 6100-EXIT
008470             UNTIL WS-PRP-SUB > WS-PRP-COUNT
008480     ELSE
008490         PERFORM 6200-REVIEW-ONE-PROPOSAL THRU 6200-EXIT
008500             UNTIL WS-PRP-SUB > WS-PRP-COUNT
008510                OR REVIEW-DONE
008520     END-IF
008530     .
008540 6000-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------------*
008580*    6100-APPROVE-ONE-PROPOSAL                                    *
008590*    APPROVES ONE PROPOSAL AWAITING REVIEW.                       *
008600*----------------------------------------------------------------*
008610 6100-APPROVE-ONE-PROPOSAL.
008620     MOVE WS-PRP-ENTRY (WS-PRP-SUB) TO CP-RECORD
008630     IF CP-IS-PROPOSED
008640         SET CP-IS-APPROVED TO TRUE
008650         ADD 1 TO WS-APPROVED-COUNT
008660         PERFORM 6300-STAMP-REVIEW THRU 6300-EXIT
008670     END-IF
008680     ADD 1 TO WS-PRP-SUB
008690     .
008700 6100-EXIT.
008710     EXIT.
008720
008730*----------------------------------------------------------------*
008740*    6200-REVIEW-ONE-PROPOSAL                                     *
008750*    SHOWS ONE PROPOSAL AWAITING REVIEW AND TAKES THE DECISION -  *
008760*    A APPROVES THE CLOSE, R REJECTS IT (THE KEY STAYS ACTIVE),   *
008770*    E ENDS THE REVIEW, ANYTHING ELSE LEAVES IT AWAITING REVIEW.  *
008780*----------------------------------------------------------------*
008790 6200-REVIEW-ONE-PROPOSAL.
008800     MOVE WS-PRP-ENTRY (WS-PRP-SUB) TO CP-RECORD
008810     IF NOT CP-IS-PROPOSED
008820         GO TO 6200-NEXT
008830     END-IF
008840     DISPLAY "LGDORM: PROPOSED CLOSE:"
008850     DISPLAY "LGDORM:   KEY......... " CP-KEY
008860     DISPLAY "LGDORM:   ADDED....... " CP-ADD-DATE
008870     MOVE CP-IDLE-DAYS TO WS-EDIT-DAYS
008880     DISPLAY "LGDORM:   LAST ACTIVE. " CP-LAST-ACTIVITY
008890             " (" WS-EDIT-DAYS " DAYS IDLE AT THE "
008900             CP-RUN-DATE " RUN)"
008910     MOVE CP-BALANCE TO WS-EDIT-AMOUNT
008920     DISPLAY "LGDORM:   BALANCE..... " WS-EDIT-AMOUNT
008930     DISPLAY "LGDORM: A=APPROVE R=REJECT E=END (ELSE LEAVE): "
008940         WITH NO ADVANCING
008950     MOVE SPACE TO WS-ANSWER
008960     ACCEPT WS-ANSWER FROM CONSOLE
008970     EVALUATE WS-ANSWER
008980         WHEN "A"
008990         WHEN "a"
009000             SET CP-IS-APPROVED TO TRUE
009010             ADD 1 TO WS-APPROVED-COUNT
009020         WHEN "R"
009030         WHEN "r"
009040             SET CP-IS-REJECTED TO TRUE
009050             ADD 1 TO WS-REJECTED-COUNT
009060         WHEN "E"
009070         WHEN "e"
009080             SET REVIEW-DONE TO TRUE
009090             GO TO 6200-EXIT
009100         WHEN OTHER
009110             GO TO 6200-NEXT
009120     END-EVALUATE
009130     PERFORM 6300-STAMP-REVIEW THRU 6300-EXIT
009140     .
009150 6200-NEXT.
009160     ADD 1 TO WS-PRP-SUB
009170     .
009180 6200-EXIT.
009190     EXIT.
009200
009210*----------------------------------------------------------------*
009220*    6300-STAMP-REVIEW                                            *
009230*    STAMPS THE DECISION WITH THE DATE AND THE SUPERVISOR'S ID -  *
009240*    THE ID LGKEYMNT PUTS ON THE KEY WHEN IT CLOSES IT - AND      *
009250*    PUTS THE PROPOSAL BACK IN THE TABLE.                         *
009260*----------------------------------------------------------------*
009270 6300-STAMP-REVIEW.
009280     MOVE WS-RUN-DATE TO CP-REVIEW-DATE
009290     MOVE WS-OPERATOR-ID TO CP-REVIEW-OPERATOR
009300     MOVE CP-RECORD TO WS-PRP-ENTRY (WS-PRP-SUB)
009310     SET PROPOSALS-CHANGED TO TRUE
009320     .
009330 6300-EXIT.
009340     EXIT.
009350
009360*----------------------------------------------------------------*
009370*    7100-REWRITE-PROPOSALS                                       *
009380*    WRITES THE IN-STORAGE PROPOSAL TABLE BACK IN FULL.           *
009390*----------------------------------------------------------------*
009400 7100-REWRITE-PROPOSALS.
009410     OPEN OUTPUT PROPFILE
009420     IF NOT PROPFILE-FOUND
009430         MOVE "PROPFILE" TO WS-ABEND-FILE-NAME
009440         MOVE WS-PROPFILE-STATUS TO WS-ABEND-FILE-STATUS
009450         PERFORM 0900-ABEND
009460     END-IF
009470     MOVE 1 TO WS-PRP-SUB
009480     PERFORM 7110-REWRITE-ONE-PROPOSAL THRU 7110-EXIT
009490         UNTIL WS-PRP-SUB > WS-PRP-COUNT
009500     CLOSE PROPFILE
009510     .
009520 7100-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------------*
009560*    7110-REWRITE-ONE-PROPOSAL                                    *
009570*    WRITES ONE TABLE ENTRY BACK TO THE PROPOSAL FILE.            *
009580*----------------------------------------------------------------*
009590 7110-REWRITE-ONE-PROPOSAL.
009600     MOVE WS-PRP-ENTRY (WS-PRP-SUB) TO PROPOSAL-REC
009610     WRITE PROPOSAL-REC
009620     ADD 1 TO WS-PRP-SUB
009630     .
009640 7110-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------------*
009680*    7500-CHECK-AUTHORITY                                         *
009690*    LOOKS THE SUPERVISOR UP ON THE AUTHORITY MASTER (SEE         *
009700*    CPYOPR01). ONE WHO IS NOT ON FILE, HAS BEEN REVOKED, OR DOES *
009710*    NOT HOLD THE ROLE IN WS-AUTH-ROLE IS REFUSED BEFORE ANYTHING *
009730*    IS TOUCHED - THE REFUSAL GOES TO THE SECURITY LOG (SEE       *
009740*    CPYSEC01) AND THE RUN ENDS WITH RETURN-CODE 8. NO AUTHORITY  *
009750*    MASTER AT ALL REFUSES EVERYONE.                              *
009760*----------------------------------------------------------------*
009770 7500-CHECK-AUTHORITY.
009780     MOVE "N" TO WS-OPER-FOUND-SWITCH
009790     OPEN INPUT OPERFILE
009800     IF OPERFILE-FOUND
009810         MOVE "N" TO WS-OPER-EOF-SWITCH
009820         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
009830             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
009840         CLOSE OPERFILE
009850     ELSE
009860         IF NOT OPERFILE-NOT-FOUND
009870             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
009880             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
009890             PERFORM 0900-ABEND
009900         END-IF
009910     END-IF
009920     MOVE SPACES TO SL-RECORD
009930     EVALUATE TRUE
009940         WHEN NOT OPERATOR-ON-FILE
009950             SET SL-UNKNOWN TO TRUE
009960         WHEN NOT OP-IS-ACTIVE
009970             SET SL-REVOKED TO TRUE
009980         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
009990             SET SL-NOT-AUTHORIZED TO TRUE
010000         WHEN OTHER
010010             GO TO 7500-EXIT
010020     END-EVALUATE
010030     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
010040     DISPLAY "LGDORM: *** OPERATOR " WS-OPERATOR-ID
010050             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
010060             " ***"
010070     MOVE 8 TO RETURN-CODE
010080     STOP RUN
010090     .
010100 7500-EXIT.
010110     EXIT.
010120
010130*----------------------------------------------------------------*
010140*    7510-FIND-ONE-OPERATOR                                       *
010150*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
010160*    THE OPERATOR'S OWN ID.                                       *
010170*----------------------------------------------------------------*
010180 7510-FIND-ONE-OPERATOR.
010190     READ OPERFILE
010200         AT END
010210             SET OPER-EOF-YES TO TRUE
010220             GO TO 7510-EXIT
010230     END-READ
010240     MOVE OPER-REC TO OP-RECORD
010250     IF OP-ID = WS-OPERATOR-ID
010260         SET OPERATOR-ON-FILE TO TRUE
010270     END-IF
010280     .
010290 7510-EXIT.
010300     EXIT.
010310
010320*----------------------------------------------------------------*
010330*    7520-WRITE-SECURITY-LOG                                      *
010340*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
010350*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
010360*    REFUSED.                                                     *
010370*----------------------------------------------------------------*
010380 7520-WRITE-SECURITY-LOG.
010390     MOVE WS-RUN-DATE TO SL-DATE
010400     MOVE WS-RUN-TIME(1:6) TO SL-TIME
010410     MOVE "LGDORM" TO SL-PROGRAM
010420     MOVE WS-OPERATOR-ID TO SL-OPERATOR
010430     MOVE WS-AUTH-ACTION TO SL-ACTION
010440     OPEN EXTEND SECLOGFILE
010450     IF SECLOGFILE-NOT-FOUND
010460         OPEN OUTPUT SECLOGFILE
010470     END-IF
010480     IF NOT SECLOGFILE-FOUND
010490         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
010500         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
010510         PERFORM 0900-ABEND
010520     END-IF
010530     MOVE SL-RECORD TO SECLOG-REC
010540     WRITE SECLOG-REC
010550     CLOSE SECLOGFILE
010560     .
010570 7520-EXIT.
010580     EXIT.
010590
010600*----------------------------------------------------------------*
010610*    8000-FINALIZE                                                *
010620*    REPORTS WHAT THE RUN OR THE REVIEW DID. DORMANT KEYS LEFT ON *
010630*    THE EXCEPTION LIST END THE RUN WITH RETURN-CODE 4.           *
010640*----------------------------------------------------------------*
010650 8000-FINALIZE.
010660     IF MODE-APPROVE
010670         MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT
010680         DISPLAY "LGDORM: CLOSES APPROVED:          "
010690                 WS-EDIT-COUNT
010700         MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
010710         DISPLAY "LGDORM: CLOSES REJECTED:          "
010720                 WS-EDIT-COUNT
010730         COMPUTE WS-AWAITING-COUNT = WS-AWAITING-COUNT
010740             - WS-APPROVED-COUNT - WS-REJECTED-COUNT
010750         MOVE WS-AWAITING-COUNT TO WS-EDIT-COUNT
010760         DISPLAY "LGDORM: STILL AWAITING REVIEW:    "
010770                 WS-EDIT-COUNT
010780         GO TO 8000-EXIT
010790     END-IF
010800     MOVE WS-ASSESSED-COUNT TO WS-EDIT-COUNT
010810     DISPLAY "LGDORM: ACTIVE KEYS ASSESSED:     " WS-EDIT-COUNT
010820     MOVE WS-DORMANT-COUNT TO WS-EDIT-COUNT
010830     DISPLAY "LGDORM: DORMANT:                  " WS-EDIT-COUNT
010840     MOVE WS-PROPOSED-COUNT TO WS-EDIT-COUNT
010850     DISPLAY "LGDORM: PROPOSED FOR CLOSE:       " WS-EDIT-COUNT
010860     MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
010870     DISPLAY "LGDORM: EXCEPTIONS (BALANCE):     " WS-EDIT-COUNT
010880     DISPLAY "LGDORM: REPORT WRITTEN TO " WS-REPORT-DDNAME
010890     DISPLAY "LGDORM: EXCEPTIONS WRITTEN TO " WS-EXCEPTION-DDNAME
010900     DISPLAY "LGDORM: PROPOSALS WRITTEN TO " WS-PROPOSAL-DDNAME
010910     IF WS-EXCEPTION-COUNT > ZERO
010920         MOVE 4 TO RETURN-CODE
010930     END-IF
010940     .
010950 8000-EXIT.
010960     EXIT.
