000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGPRIOR.
000120 AUTHOR. DATA-PROCESSING-GROUP.
000130 INSTALLATION. DAILY-PROCESSING-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                  M O D I F I C A T I O N   L O G                *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RJM   ORIGINAL PROGRAM - PRIOR-PERIOD QUEUE REVIEW   *
000210*                  AND RELEASE. LOGIC AND LGPOST HOLD ANY DETAIL  *
000220*                  OR ADJUSTMENT DATED IN A CLOSED PERIOD ON THE  *
000230*                  PRIOR-PERIOD QUEUE (SEE CPYPPQ01) INSTEAD OF   *
000240*                  POSTING IT. TWO MODES, CHOSEN AT THE           *
000250*                  TERMINAL:                                      *
000260*                    R - REVIEW QUEUED ITEMS. AN APPROVED ITEM    *
000270*                        IS RE-DATED TO THE CURRENT PROCESSING    *
000280*                        DATE (THE BUSINESS CALENDAR'S "P"        *
000290*                        RECORD, ELSE THE RUN DATE); A VOIDED     *
000300*                        ONE IS NEVER POSTED.                     *
000310*                    B - BUILD THE RELEASE INPUT FILE FROM EVERY  *
000320*                        APPROVED ITEM (PRIOR-HHMMSS.DAT, HEADER  *
000330*                        AND TRAILER AS ANY DAILY INPUT), EACH    *
000340*                        LINE CARRYING ITS NEW BUSINESS DATE AND  *
000350*                        ITS ORIGINAL ONE FOR THE AUDIT TRAIL,    *
000360*                        READY FOR A NORMAL LOGIC RUN.            *
000370*                  NOTHING IS RE-DATED INTO A MONTH THAT IS       *
000380*                  CLOSING OR CLOSED. BOTH MODES NEED THE         *
000390*                  PRIOR-PERIOD REVIEW ROLE ON THE OPERATOR       *
000400*                  AUTHORITY MASTER. LGPRIOR_MODE=REPORT IS THE   *
000410*                  UNATTENDED QUEUE LISTING (RETURN-CODE 4 WHEN   *
000414*                  ANYTHING IS STILL WAITING). EACH TIME THE      *
000418*                  QUEUE IS REWRITTEN, RELEASED AND VOIDED ITEMS  *
000422*                  OLDER THAN LGPRIOR_RETAIN_DAYS (DEFAULT 90)    *
000426*                  MOVE TO THE PRIOR-PERIOD HISTORY FILE.         *
000430*----------------------------------------------------------------*
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PRIORFILE ASSIGN TO DYNAMIC WS-PRIOR-DDNAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PRIORFILE-STATUS.
000502
000504     SELECT PRIORHIST ASSIGN TO DYNAMIC WS-PRIOR-HIST-DDNAME
000506         ORGANIZATION IS LINE SEQUENTIAL
000508         FILE STATUS IS WS-PRIORHIST-STATUS.
000510
000520     SELECT PERIODFILE ASSIGN TO DYNAMIC WS-PERIOD-DDNAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PERIODFILE-STATUS.
000550
000560     SELECT CALFILE ASSIGN TO DYNAMIC WS-CALENDAR-DDNAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CALFILE-STATUS.
000590
000600     SELECT RELOUTFILE ASSIGN TO DYNAMIC WS-RELOUT-DDNAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RELOUTFILE-STATUS.
000630
000640     SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-DDNAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORTFILE-STATUS.
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
000780 FD  PRIORFILE.
000790 01  PRIOR-REC PIC X(377).
000792
000794 FD  PRIORHIST.
000796 01  PRIOR-HIST-REC PIC X(377).
000800
000810 FD  PERIODFILE.
000820 01  PERIOD-REC PIC X(65).
000830
000840 FD  CALFILE.
000850*----------------------------------------------------------------*
000860*    BUSINESS CALENDAR RECORD - "P" CARRIES THE CURRENT           *
000870*    PROCESSING DATE, "H" A HOLIDAY (NOT USED HERE).              *
000880*----------------------------------------------------------------*
000890 01  CAL-REC.
000900     05  CAL-TYPE               PIC X(01).
000910         88  CAL-IS-PROC-DATE       VALUE "P".
000920         88  CAL-IS-HOLIDAY         VALUE "H".
000930     05  CAL-DATE               PIC X(08).
000940
000950 FD  RELOUTFILE.
000960 01  RELOUT-REC PIC X(256).
000970
000980 FD  REPORTFILE.
000990 01  REPORT-REC PIC X(132).
001000
001010 FD  OPERFILE.
001020 01  OPER-REC PIC X(102).
001030
001040 FD  SECLOGFILE.
001050 01  SECLOG-REC PIC X(80).
001060
001070 WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------*
001090*    OPERATOR AUTHORITY AND SECURITY LOG RECORD VIEWS (SEE        *
001100*    CPYOPR01 AND CPYSEC01)                                       *
001110*----------------------------------------------------------------*
001120     COPY CPYOPR01.
001130     COPY CPYSEC01.
001140
001150*----------------------------------------------------------------*
001160*    PRIOR-PERIOD QUEUE, PERIOD CONTROL AND INPUT RECORD VIEWS    *
001170*    (SEE CPYPPQ01, CPYPER01 AND CPYINP01). A HELD LINE IS        *
001180*    EITHER AN INPUT LINE (QUEUED BY LOGIC) OR A CONSOLIDATED     *
001190*    LINE (QUEUED BY LGPOST); THEIR DETAIL AND ADJUSTMENT VIEWS   *
001200*    ARE THE SAME, SO EITHER IS READ THROUGH CPYINP01.            *
001210*----------------------------------------------------------------*
001220     COPY CPYPPQ01.
001230     COPY CPYPER01.
001240     COPY CPYINP01.
001250
001260*----------------------------------------------------------------*
001270*    IN-STORAGE COPY OF THE QUEUE FOR THE REVIEW AND BUILD        *
001280*    MODES, WHICH REWRITE IT IN FULL. SIZED AS LGPOST'S.          *
001290*----------------------------------------------------------------*
001300 77  WS-QUE-COUNT            PIC 9(05) COMP VALUE ZERO.
001310 77  WS-QUE-MAX              PIC 9(05) COMP VALUE 10000.
001320 77  WS-QUE-SUB              PIC 9(05) COMP VALUE ZERO.
001330 01  WS-QUE-TABLE.
001340     05  WS-QUE-ENTRY        PIC X(377) OCCURS 10000 TIMES.
001350
001360*----------------------------------------------------------------*
001370*    FILE ASSIGNMENT WORK AREAS. THE RELEASE FILE IS TIME-        *
001380*    STAMPED LIKE THE ADJUSTMENT BUILD; THE REPORT IS RUN-DATED.  *
001390*    ALL MAY BE OVERRIDDEN BY LGPRIOR_PRIOR_DD /                  *
001400*    LGPRIOR_PERIODS_DD / LGPRIOR_CALENDAR_DD / LGPRIOR_OUTPUT_DD *
001410*    / LGPRIOR_REPORT_DD / LGPRIOR_OPERATORS_DD /                 *
001420*    LGPRIOR_SECLOG_DD / LGPRIOR_HISTORY_DD.                      *
001430*----------------------------------------------------------------*
001440 77  WS-PRIOR-DDNAME         PIC X(60)
001450     VALUE "data/prior-period.dat".
001453 77  WS-PRIOR-HIST-DDNAME    PIC X(60)
001456     VALUE "data/prior-period-hist.dat".
001460 77  WS-PERIOD-DDNAME        PIC X(60)
001470     VALUE "data/periods.dat".
001480 77  WS-CALENDAR-DDNAME      PIC X(60)
001490     VALUE "data/calendar.dat".
001500 77  WS-RELOUT-DDNAME        PIC X(60) VALUE SPACES.
001510 77  WS-REPORT-DDNAME        PIC X(60) VALUE SPACES.
001520 77  WS-OPERATOR-DDNAME      PIC X(60)
001530     VALUE "data/operators.dat".
001540 77  WS-SECLOG-DDNAME        PIC X(60)
001550     VALUE "data/security-log.dat".
001560 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001570
001580*----------------------------------------------------------------*
001590*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)            *
001600*----------------------------------------------------------------*
001610 77  WS-ABEND-FILE-NAME      PIC X(12) VALUE SPACES.
001620 77  WS-ABEND-FILE-STATUS    PIC X(02) VALUE SPACES.
001630
001640*----------------------------------------------------------------*
001650*    FILE STATUS SWITCHES                                         *
001660*----------------------------------------------------------------*
001670 77  WS-PRIORFILE-STATUS     PIC X(02).
001680     88  PRIORFILE-FOUND         VALUE "00".
001690     88  PRIORFILE-NOT-FOUND     VALUE "35".
001692 77  WS-PRIORHIST-STATUS     PIC X(02).
001694     88  PRIORHIST-FOUND         VALUE "00".
001696     88  PRIORHIST-NOT-FOUND     VALUE "35".
001700 77  WS-PERIODFILE-STATUS    PIC X(02).
001710     88  PERIODFILE-FOUND        VALUE "00".
001720     88  PERIODFILE-NOT-FOUND    VALUE "35".
001730 77  WS-CALFILE-STATUS       PIC X(02).
001740     88  CALFILE-FOUND           VALUE "00".
001750     88  CALFILE-NOT-FOUND       VALUE "35".
001760 77  WS-RELOUTFILE-STATUS    PIC X(02).
001770 77  WS-REPORTFILE-STATUS    PIC X(02).
001780
001790*----------------------------------------------------------------*
001800*    PROGRAM SWITCHES                                             *
001810*----------------------------------------------------------------*
001820 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001830     88  EOF-YES                  VALUE "Y".
001840 77  WS-DONE-SWITCH          PIC X(01) VALUE "N".
001850     88  REVIEW-DONE              VALUE "Y".
001860 77  WS-MODE                 PIC X(01) VALUE SPACE.
001870     88  MODE-REVIEW              VALUE "R".
001880     88  MODE-BUILD               VALUE "B".
001890 77  WS-RUN-MODE             PIC X(08) VALUE SPACES.
001900     88  MODE-REPORT              VALUE "REPORT".
001910 77  WS-TARGET-SWITCH        PIC X(01) VALUE "Y".
001920     88  TARGET-PERIOD-OPEN       VALUE "Y".
001930
001940*----------------------------------------------------------------*
001950*    OPERATOR DIALOG AND RE-DATING WORK AREAS. THE NEW BUSINESS   *
001960*    DATE IS THE CALENDAR'S PROCESSING DATE, OR THE RUN DATE      *
001970*    WHEN NO CALENDAR IS ON HAND.                                 *
001980*----------------------------------------------------------------*
001990 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
002000 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
002010 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
002020 77  WS-ANSWER               PIC X(01) VALUE SPACE.
002030 77  WS-NEW-DATE             PIC X(08) VALUE SPACES.
002040 77  WS-TARGET-PERIOD        PIC X(06) VALUE SPACES.
002050 77  WS-TARGET-STATE         PIC X(08) VALUE SPACES.
002051 77  WS-RELEASE-FILE-ID      PIC X(10) VALUE SPACES.
002052
002053*----------------------------------------------------------------*
002054*    QUEUE RETENTION. A RELEASED ITEM AGES FROM ITS RELEASE       *
002055*    DATE, A VOIDED ONE FROM ITS REVIEW DATE (ITS QUEUE DATE      *
002056*    WHEN A BACKOUT VOIDED IT). ONE OLDER THAN THE CUTOFF MOVES   *
002057*    TO THE HISTORY FILE WHEN THE QUEUE IS NEXT REWRITTEN.        *
002058*----------------------------------------------------------------*
002059 77  WS-RETAIN-DAYS          PIC 9(05) VALUE 90.
002060 77  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
002061 77  WS-DATE-INTEGER         PIC 9(08) COMP VALUE ZERO.
002062 77  WS-DIGIT-CHECK          PIC X(60) VALUE SPACES.
002063 77  WS-AGE-DATE             PIC 9(08) VALUE ZERO.
002064 77  WS-MOVED-COUNT          PIC 9(05) COMP VALUE ZERO.
002070
002080*----------------------------------------------------------------*
002090*    COUNTERS AND BUILD CONTROL FIGURES                           *
002100*----------------------------------------------------------------*
002110 77  WS-APPROVED-COUNT       PIC 9(05) COMP VALUE ZERO.
002120 77  WS-VOIDED-COUNT         PIC 9(05) COMP VALUE ZERO.
002130 77  WS-RELEASED-COUNT       PIC 9(05) COMP VALUE ZERO.
002140 77  WS-RELEASE-TOTAL        PIC S9(09)V99 VALUE ZERO.
002150 77  WS-QUEUED-COUNT         PIC 9(07) COMP VALUE ZERO.
002160 77  WS-QUEUED-AMOUNT        PIC S9(11)V99 VALUE ZERO.
002170 77  WS-WAITING-COUNT        PIC 9(07) COMP VALUE ZERO.
002180 77  WS-WAITING-AMOUNT       PIC S9(11)V99 VALUE ZERO.
002190 77  WS-DONE-COUNT           PIC 9(07) COMP VALUE ZERO.
002200 77  WS-EDIT-COUNT           PIC ZZZZZZ9.
002210 77  WS-EDIT-AMOUNT          PIC -ZZZZZZZZZZ9.99.
002220
002230*----------------------------------------------------------------*
002240*    REPORT LINE LAYOUTS                                          *
002250*----------------------------------------------------------------*
002260 01  WS-QUEUE-HEAD.
002270     05  FILLER              PIC X(40) VALUE
002280         "STATE     QUEUED   SOURCE   FILE-ID     ".
002290     05  FILLER              PIC X(40) VALUE
002300         " LINE  KEY         ORIG DATE       AMOUN".
002310     05  FILLER              PIC X(38) VALUE
002320         "T  NEW DATE  REVIEWED BY       RELEASE".
002330
002340 01  WS-QUEUE-LINE.
002350     05  WS-QL-STATE         PIC X(08).
002360     05  FILLER              PIC X(02) VALUE SPACES.
002370     05  WS-QL-QUEUE-DATE    PIC 9(08).
002380     05  FILLER              PIC X(01) VALUE SPACES.
002390     05  WS-QL-SOURCE        PIC X(08).
002400     05  FILLER              PIC X(01) VALUE SPACES.
002410     05  WS-QL-FILE-ID       PIC X(10).
002420     05  FILLER              PIC X(01) VALUE SPACES.
002430     05  WS-QL-RECNO         PIC ZZZZZZ9.
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  WS-QL-KEY           PIC X(10).
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  WS-QL-ORIG-DATE     PIC X(08).
002480     05  FILLER              PIC X(01) VALUE SPACES.
002490     05  WS-QL-AMOUNT        PIC -ZZZZZZZZ9.99.
002500     05  FILLER              PIC X(02) VALUE SPACES.
002510     05  WS-QL-NEW-DATE      PIC X(08).
002520     05  FILLER              PIC X(02) VALUE SPACES.
002530     05  WS-QL-REVIEW-DATE   PIC X(08).
002540     05  FILLER              PIC X(01) VALUE SPACES.
002550     05  WS-QL-REVIEW-OP     PIC X(08).
002560     05  FILLER              PIC X(02) VALUE SPACES.
002570     05  WS-QL-RELEASE-FILE  PIC X(10).
002580
002590*----------------------------------------------------------------*
002600*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
002610*    AUTHORITY). THE CALLER SETS THE ROLE NUMBER (SEE CPYOPR01)   *
002620*    AND THE ACTION NAME THE SECURITY LOG RECORDS ON A REFUSAL.   *
002630*----------------------------------------------------------------*
002640 77  WS-OPERFILE-STATUS      PIC X(02).
002650     88  OPERFILE-FOUND          VALUE "00".
002660     88  OPERFILE-NOT-FOUND      VALUE "35".
002670 77  WS-SECLOGFILE-STATUS    PIC X(02).
002680     88  SECLOGFILE-FOUND        VALUE "00".
002690     88  SECLOGFILE-NOT-FOUND    VALUE "35".
002700 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
002710     88  OPER-EOF-YES             VALUE "Y".
002720 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
002730     88  OPERATOR-ON-FILE         VALUE "Y".
002740 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
002750 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
002760
002770 PROCEDURE DIVISION.
002780
002790*----------------------------------------------------------------*
002800*    0000-MAINLINE                                                *
002810*    RUNS THE QUEUE LISTING, OR ASKS THE OPERATOR FOR THE MODE    *
002820*    AND RUNS IT.                                                 *
002830*----------------------------------------------------------------*
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002860     IF MODE-REPORT
002870         PERFORM 5000-QUEUE-REPORT THRU 5000-EXIT
002880         PERFORM 8000-FINALIZE THRU 8000-EXIT
002890         STOP RUN
002900     END-IF
002910     EVALUATE TRUE
002920         WHEN MODE-REVIEW
002930             PERFORM 2000-REVIEW-QUEUE THRU 2000-EXIT
002940         WHEN MODE-BUILD
002950             PERFORM 4000-BUILD-RELEASE-FILE THRU 4000-EXIT
002960         WHEN OTHER
002970             DISPLAY "LGPRIOR: UNKNOWN MODE - NOTHING DONE"
002980             MOVE 8 TO RETURN-CODE
002990     END-EVALUATE
003000     PERFORM 8000-FINALIZE THRU 8000-EXIT
003010     STOP RUN.
003020
003030*----------------------------------------------------------------*
003040*    0900-ABEND                                                   *
003050*    DISPLAYS A FATAL FILE-OPEN ERROR AND ENDS THE RUN WITH       *
003060*    RETURN-CODE 16 INSTEAD OF LETTING A BAD ASSIGNMENT RUN ON.   *
003070*----------------------------------------------------------------*
003080 0900-ABEND.
003090     DISPLAY "LGPRIOR: *** UNABLE TO OPEN " WS-ABEND-FILE-NAME
003100             " - FILE STATUS " WS-ABEND-FILE-STATUS " ***"
003110     MOVE 16 TO RETURN-CODE
003120     STOP RUN
003130     .
003140
003150*----------------------------------------------------------------*
003160*    1000-INITIALIZE                                              *
003170*    RESOLVES ASSIGNMENTS AND THE RUN MODE. THE LISTING RUNS      *
003180*    UNATTENDED; REVIEW AND BUILD ASK FOR THE OPERATOR'S ID AND   *
003190*    CHECK THE OPERATOR'S AUTHORITY BEFORE ANYTHING IS READ.      *
003200*----------------------------------------------------------------*
003210 1000-INITIALIZE.
003220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003230     ACCEPT WS-RUN-TIME FROM TIME
003240     MOVE SPACES TO WS-ENV-VALUE
003250     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPRIOR_PRIOR_DD"
003260     IF WS-ENV-VALUE NOT = SPACES
003270         MOVE WS-ENV-VALUE TO WS-PRIOR-DDNAME
003280     END-IF
003290     MOVE SPACES TO WS-ENV-VALUE
003300     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPRIOR_PERIODS_DD"
003310     IF WS-ENV-VALUE NOT = SPACES
003320         MOVE WS-ENV-VALUE TO WS-PERIOD-DDNAME
003330     END-IF
003340     MOVE SPACES TO WS-ENV-VALUE
003350     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPRIOR_CALENDAR_DD"
003360     IF WS-ENV-VALUE NOT = SPACES
003370         MOVE WS-ENV-VALUE TO WS-CALENDAR-DDNAME
003380     END-IF
003390     MOVE SPACES TO WS-RELOUT-DDNAME
003400     STRING "data/input/PRIOR-" DELIMITED BY SIZE
003410            WS-RUN-TIME(1:6) DELIMITED BY SIZE
003420            ".DAT" DELIMITED BY SIZE
003430            INTO WS-RELOUT-DDNAME
003440     MOVE SPACES TO WS-ENV-VALUE
003450     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPRIOR_OUTPUT_DD"
003460     IF WS-ENV-VALUE NOT = SPACES
003470         MOVE WS-ENV-VALUE TO WS-RELOUT-DDNAME
003480     END-IF
003490     MOVE SPACES TO WS-ENV-VALUE
003500     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPRIOR_REPORT_DD"
003510     IF WS-ENV-VALUE NOT = SPACES
003520         MOVE WS-ENV-VALUE TO WS-REPORT-DDNAME
003530     ELSE
003540         MOVE SPACES TO WS-REPORT-DDNAME
003550         STRING "data/prior-period-" DELIMITED BY SIZE
003560                WS-RUN-DATE DELIMITED BY SIZE
003570                ".txt" DELIMITED BY SIZE
003580                INTO WS-REPORT-DDNAME
003590     END-IF
003600     MOVE SPACES TO WS-ENV-VALUE
003610     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPRIOR_OPERATORS_DD"
003620     IF WS-ENV-VALUE NOT = SPACES
003630         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
003640     END-IF
003650     MOVE SPACES TO WS-ENV-VALUE
003660     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPRIOR_SECLOG_DD"
003670     IF WS-ENV-VALUE NOT = SPACES
003680         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
003681     END-IF
003682     MOVE SPACES TO WS-ENV-VALUE
003683     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPRIOR_HISTORY_DD"
003684     IF WS-ENV-VALUE NOT = SPACES
003685         MOVE WS-ENV-VALUE TO WS-PRIOR-HIST-DDNAME
003686     END-IF
003687     MOVE SPACES TO WS-ENV-VALUE
003688     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPRIOR_RETAIN_DAYS"
003689     IF WS-ENV-VALUE NOT = SPACES
003690         MOVE WS-ENV-VALUE TO WS-DIGIT-CHECK
003691         INSPECT WS-DIGIT-CHECK
003692             CONVERTING "0123456789" TO "          "
003693         IF WS-DIGIT-CHECK = SPACES
003694             COMPUTE WS-RETAIN-DAYS =
003695                 FUNCTION NUMVAL (WS-ENV-VALUE)
003696         ELSE
003697             DISPLAY "LGPRIOR: LGPRIOR_RETAIN_DAYS NOT NUMERIC - "
003698                     "USING DEFAULT " WS-RETAIN-DAYS
003699         END-IF
003700     END-IF
003701     COMPUTE WS-DATE-INTEGER =
003702         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - WS-RETAIN-DAYS
003703     COMPUTE WS-CUTOFF-DATE =
003704         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
003705     MOVE SPACES TO WS-ENV-VALUE
003710     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPRIOR_MODE"
003720     MOVE WS-ENV-VALUE(1:8) TO WS-RUN-MODE
003730     IF MODE-REPORT
003740         GO TO 1000-EXIT
003750     END-IF
003760     DISPLAY "LGPRIOR: MODE (R=REVIEW B=BUILD): "
003770         WITH NO ADVANCING
003780     ACCEPT WS-MODE FROM CONSOLE
003790     DISPLAY "LGPRIOR: OPERATOR ID: " WITH NO ADVANCING
003800     ACCEPT WS-OPERATOR-ID FROM CONSOLE
003810     IF WS-OPERATOR-ID = SPACES
003820         DISPLAY "LGPRIOR: OPERATOR ID REQUIRED - NOTHING DONE"
003830         MOVE 8 TO RETURN-CODE
003840         STOP RUN
003850     END-IF
003860     EVALUATE TRUE
003870         WHEN MODE-REVIEW
003880             MOVE 9 TO WS-AUTH-ROLE
003890             MOVE "REVIEW PRIOR PERIOD" TO WS-AUTH-ACTION
003900         WHEN MODE-BUILD
003910             MOVE 9 TO WS-AUTH-ROLE
003920             MOVE "RELEASE PRIOR PERIOD" TO WS-AUTH-ACTION
003930         WHEN OTHER
003940             GO TO 1000-EXIT
003950     END-EVALUATE
003960     PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
003970     .
003980 1000-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------*
004020*    2000-REVIEW-QUEUE                                            *
004030*    REVIEW MODE - FINDS THE NEW BUSINESS DATE, MAKES SURE ITS    *
004040*    MONTH IS STILL OPEN, THEN WALKS EVERY QUEUED ITEM PAST THE   *
004050*    OPERATOR AND REWRITES THE QUEUE IN FULL AT THE END.          *
004060*----------------------------------------------------------------*
004070 2000-REVIEW-QUEUE.
004080     PERFORM 2050-SET-NEW-DATE THRU 2050-EXIT
004090     IF NOT TARGET-PERIOD-OPEN
004100         DISPLAY "LGPRIOR: PROCESSING MONTH " WS-TARGET-PERIOD
004110                 " IS " WS-TARGET-STATE " - NOTHING CAN BE "
004120                 "RE-DATED INTO IT - NOTHING DONE"
004130         MOVE 8 TO RETURN-CODE
004140         GO TO 2000-EXIT
004150     END-IF
004160     DISPLAY "LGPRIOR: APPROVED ITEMS ARE RE-DATED TO "
004170             WS-NEW-DATE
004180     PERFORM 7000-LOAD-QUEUE THRU 7000-EXIT
004190     MOVE 1 TO WS-QUE-SUB
004200     PERFORM 2100-REVIEW-ONE-ITEM THRU 2100-EXIT
004210         UNTIL WS-QUE-SUB > WS-QUE-COUNT
004220            OR REVIEW-DONE
004230     IF WS-APPROVED-COUNT > ZERO OR WS-VOIDED-COUNT > ZERO
004240         PERFORM 7100-REWRITE-QUEUE THRU 7100-EXIT
004250     END-IF
004260     .
004270 2000-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------*
004310*    2050-SET-NEW-DATE                                            *
004320*    TAKES THE NEW BUSINESS DATE FROM THE CALENDAR (THE LAST "P"  *
004330*    RECORD) OR THE RUN DATE, AND LOOKS ITS MONTH UP ON THE       *
004340*    PERIOD CONTROL FILE. A MONTH NOT ON FILE COUNTS AS OPEN.     *
004350*----------------------------------------------------------------*
004360 2050-SET-NEW-DATE.
004370     MOVE WS-RUN-DATE TO WS-NEW-DATE
004380     OPEN INPUT CALFILE
004390     IF CALFILE-FOUND
004400         MOVE "N" TO WS-EOF-SWITCH
004410         PERFORM 2060-READ-ONE-CAL-RECORD THRU 2060-EXIT
004420             UNTIL EOF-YES
004430         CLOSE CALFILE
004440     ELSE
004450         IF NOT CALFILE-NOT-FOUND
004460             MOVE "CALFILE" TO WS-ABEND-FILE-NAME
004470             MOVE WS-CALFILE-STATUS TO WS-ABEND-FILE-STATUS
004480             PERFORM 0900-ABEND
004490         END-IF
004500     END-IF
004510     MOVE WS-NEW-DATE(1:6) TO WS-TARGET-PERIOD
004520     MOVE "OPEN" TO WS-TARGET-STATE
004530     SET TARGET-PERIOD-OPEN TO TRUE
004540     OPEN INPUT PERIODFILE
004550     IF PERIODFILE-NOT-FOUND
004560         GO TO 2050-EXIT
004570     END-IF
004580     IF NOT PERIODFILE-FOUND
004590         MOVE "PERIODFILE" TO WS-ABEND-FILE-NAME
004600         MOVE WS-PERIODFILE-STATUS TO WS-ABEND-FILE-STATUS
004610         PERFORM 0900-ABEND
004620     END-IF
004630     MOVE "N" TO WS-EOF-SWITCH
004640     PERFORM 2070-CHECK-ONE-PERIOD THRU 2070-EXIT
004650         UNTIL EOF-YES
004660     CLOSE PERIODFILE
004670     .
004680 2050-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------*
004720*    2060-READ-ONE-CAL-RECORD                                     *
004730*    KEEPS THE LATEST PROCESSING DATE SEEN ON THE CALENDAR.       *
004740*----------------------------------------------------------------*
004750 2060-READ-ONE-CAL-RECORD.
004760     READ CALFILE
004770         AT END
004780             SET EOF-YES TO TRUE
004790             GO TO 2060-EXIT
004800     END-READ
004810     IF CAL-IS-PROC-DATE AND CAL-DATE NUMERIC
004820         MOVE CAL-DATE TO WS-NEW-DATE
004830     END-IF
004840     .
004850 2060-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------*
004890*    2070-CHECK-ONE-PERIOD                                        *
004900*    NOTES THE NEW DATE'S MONTH AS CLOSING OR CLOSED WHEN THE     *
004910*    PERIOD CONTROL FILE SAYS SO.                                 *
004920*----------------------------------------------------------------*
004930 2070-CHECK-ONE-PERIOD.
004940     READ PERIODFILE
004950         AT END
004960             SET EOF-YES TO TRUE
004970             GO TO 2070-EXIT
004980     END-READ
004990     MOVE PERIOD-REC TO PC-RECORD
005000     IF PC-PERIOD NOT = WS-TARGET-PERIOD
005010         GO TO 2070-EXIT
005020     END-IF
005030     IF PC-IS-CLOSING
005040         MOVE "CLOSING" TO WS-TARGET-STATE
005050         MOVE "N" TO WS-TARGET-SWITCH
005060     END-IF
005070     IF PC-IS-CLOSED
005080         MOVE "CLOSED" TO WS-TARGET-STATE
005090         MOVE "N" TO WS-TARGET-SWITCH
005100     END-IF
005110     .
005120 2070-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------*
005160*    2100-REVIEW-ONE-ITEM                                         *
005170*    SHOWS ONE QUEUED ITEM AND TAKES THE DECISION - A APPROVES    *
005180*    AND RE-DATES IT, V VOIDS IT, E ENDS THE REVIEW, ANYTHING     *
005190*    ELSE LEAVES IT QUEUED.                                       *
005200*----------------------------------------------------------------*
005210 2100-REVIEW-ONE-ITEM.
005220     MOVE WS-QUE-ENTRY (WS-QUE-SUB) TO PQ-RECORD
005230     IF NOT PQ-IS-QUEUED
005240         GO TO 2100-NEXT
005250     END-IF
005260     MOVE PQ-LINE TO IR-RECORD
005270     MOVE PQ-SIGNED-AMOUNT TO WS-EDIT-AMOUNT
005280     DISPLAY "LGPRIOR: HELD ITEM:"
005290     DISPLAY "LGPRIOR:   HELD BY..... " PQ-SOURCE
005300             " ON " PQ-QUEUE-DATE
005310     DISPLAY "LGPRIOR:   FROM FILE... " PQ-FILE-ID
005320             " LINE " PQ-FEED-RECNO
005330     DISPLAY "LGPRIOR:   TYPE/KEY.... " IR-REC-TYPE " " IR-KEY
005340     DISPLAY "LGPRIOR:   BUS. DATE... " PQ-ORIG-DATE
005350     DISPLAY "LGPRIOR:   AMOUNT...... " WS-EDIT-AMOUNT
005360     IF IR-IS-ADJUSTMENT
005370         DISPLAY "LGPRIOR:   REASON...... " IR-ADJ-REASON
005380     END-IF
005390     DISPLAY "LGPRIOR: A=APPROVE V=VOID E=END (ELSE LEAVE): "
005400         WITH NO ADVANCING
005410     MOVE SPACE TO WS-ANSWER
005420     ACCEPT WS-ANSWER FROM CONSOLE
005430     EVALUATE WS-ANSWER
005440         WHEN "A"
005450         WHEN "a"
005460             SET PQ-IS-APPROVED TO TRUE
005470             MOVE WS-NEW-DATE TO PQ-NEW-DATE
005480             MOVE WS-RUN-DATE TO PQ-REVIEW-DATE
005490             MOVE WS-OPERATOR-ID TO PQ-REVIEW-OPERATOR
005500             MOVE PQ-RECORD TO WS-QUE-ENTRY (WS-QUE-SUB)
005510             ADD 1 TO WS-APPROVED-COUNT
005520         WHEN "V"
005530         WHEN "v"
005540             SET PQ-IS-VOID TO TRUE
005550             MOVE WS-RUN-DATE TO PQ-REVIEW-DATE
005560             MOVE WS-OPERATOR-ID TO PQ-REVIEW-OPERATOR
005570             MOVE PQ-RECORD TO WS-QUE-ENTRY (WS-QUE-SUB)
005580             ADD 1 TO WS-VOIDED-COUNT
005590         WHEN "E"
005600         WHEN "e"
005610             SET REVIEW-DONE TO TRUE
005620         WHEN OTHER
005630             CONTINUE
005640     END-EVALUATE
005650     .
005660 2100-NEXT.
005670     ADD 1 TO WS-QUE-SUB
005680     .
005690 2100-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------*
005730*    4000-BUILD-RELEASE-FILE                                      *
005740*    BUILD MODE - WRITES EVERY APPROVED ITEM'S HELD LINE, RE-     *
005750*    DATED, BETWEEN A HEADER AND TRAILER, MARKS EACH ONE          *
005760*    RELEASED ON THIS FILE, AND REWRITES THE QUEUE. THE FILE      *
005770*    THEN RUNS THROUGH LOGIC LIKE ANY OTHER DAILY INPUT (ITS      *
005780*    HEADER FILE-ID CARRIES THE BUILD TIME SO THE PROCESSED-      *
005790*    FILE REGISTER TREATS EACH BUILD AS ITS OWN FILE). NOTHING    *
005800*    APPROVED MEANS NO FILE.                                      *
005810*----------------------------------------------------------------*
005820 4000-BUILD-RELEASE-FILE.
005830     PERFORM 7000-LOAD-QUEUE THRU 7000-EXIT
005840     MOVE 1 TO WS-QUE-SUB
005850     PERFORM 4050-COUNT-ONE-APPROVED THRU 4050-EXIT
005860         UNTIL WS-QUE-SUB > WS-QUE-COUNT
005870     IF WS-WAITING-COUNT = ZERO
005880         DISPLAY "LGPRIOR: NO APPROVED ITEMS - NO FILE BUILT"
005890         GO TO 4000-EXIT
005900     END-IF
005910     OPEN OUTPUT RELOUTFILE
005920     IF WS-RELOUTFILE-STATUS NOT = "00"
005930         MOVE "RELOUTFILE" TO WS-ABEND-FILE-NAME
005940         MOVE WS-RELOUTFILE-STATUS TO WS-ABEND-FILE-STATUS
005950         PERFORM 0900-ABEND
005960     END-IF
005970     MOVE SPACES TO IR-RECORD
005980     SET IR-IS-HEADER TO TRUE
005990     MOVE SPACES TO IR-HDR-FILE-ID
006000     STRING "PP" DELIMITED BY SIZE
006010            WS-RUN-TIME(1:6) DELIMITED BY SIZE
006020            INTO IR-HDR-FILE-ID
006030     MOVE WS-RUN-DATE TO IR-HDR-RUN-DATE
006040     MOVE IR-HDR-FILE-ID TO WS-RELEASE-FILE-ID
006050     MOVE IR-RECORD TO RELOUT-REC
006060     WRITE RELOUT-REC
006070     MOVE 1 TO WS-QUE-SUB
006080     PERFORM 4100-BUILD-ONE-ITEM THRU 4100-EXIT
006090         UNTIL WS-QUE-SUB > WS-QUE-COUNT
006100     MOVE SPACES TO IR-RECORD
006110     SET IR-IS-TRAILER TO TRUE
006120     MOVE WS-RELEASED-COUNT TO IR-TRL-REC-COUNT
006130     MOVE WS-RELEASE-TOTAL TO IR-TRL-CTL-TOTAL
006140     MOVE IR-RECORD TO RELOUT-REC
006150     WRITE RELOUT-REC
006160     CLOSE RELOUTFILE
006170     PERFORM 7100-REWRITE-QUEUE THRU 7100-EXIT
006180     .
006190 4000-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------*
006230*    4050-COUNT-ONE-APPROVED                                      *
006240*    COUNTS ONE QUEUE ITEM WHEN IT IS APPROVED.                   *
006250*----------------------------------------------------------------*
006260 4050-COUNT-ONE-APPROVED.
006270     MOVE WS-QUE-ENTRY (WS-QUE-SUB) TO PQ-RECORD
006280     IF PQ-IS-APPROVED
006290         ADD 1 TO WS-WAITING-COUNT
006300     END-IF
006310     ADD 1 TO WS-QUE-SUB
006320     .
006330 4050-EXIT.
006340     EXIT.
006350
006360*----------------------------------------------------------------*
006370*    4100-BUILD-ONE-ITEM                                          *
006380*    WRITES ONE APPROVED ITEM'S HELD LINE WITH ITS NEW BUSINESS   *
006390*    DATE, KEEPING THE ORIGINAL DATE ALONGSIDE (AN ITEM HELD      *
006400*    BEFORE KEEPS THE DATE IT FIRST ARRIVED WITH), AND MARKS IT   *
006410*    RELEASED. THE TRAILER TOTAL IS THE SUM OF THE AMOUNT FIELDS  *
006420*    AS LOGIC ADDS THEM UP.                                       *
006430*----------------------------------------------------------------*
006440 4100-BUILD-ONE-ITEM.
006450     MOVE WS-QUE-ENTRY (WS-QUE-SUB) TO PQ-RECORD
006460     IF NOT PQ-IS-APPROVED
006470         GO TO 4100-NEXT
006480     END-IF
006490     MOVE PQ-LINE TO IR-RECORD
006500     IF IR-IS-ADJUSTMENT
006510         IF IR-ADJ-ORIG-DATE = SPACES
006520             MOVE PQ-ORIG-DATE TO IR-ADJ-ORIG-DATE
006530         END-IF
006540         MOVE PQ-NEW-DATE TO IR-ADJ-DATE
006550         ADD IR-ADJ-AMOUNT TO WS-RELEASE-TOTAL
006560     ELSE
006570         IF IR-ORIG-DATE = SPACES
006580             MOVE PQ-ORIG-DATE TO IR-ORIG-DATE
006590         END-IF
006600         MOVE PQ-NEW-DATE TO IR-DATE
006610         ADD IR-AMOUNT TO WS-RELEASE-TOTAL
006620     END-IF
006630     MOVE IR-RECORD TO RELOUT-REC
006640     WRITE RELOUT-REC
006650     ADD 1 TO WS-RELEASED-COUNT
006660     SET PQ-IS-RELEASED TO TRUE
006670     MOVE WS-RUN-DATE TO PQ-RELEASE-DATE
006680     MOVE WS-RELEASE-FILE-ID TO PQ-RELEASE-FILE
006690     MOVE PQ-RECORD TO WS-QUE-ENTRY (WS-QUE-SUB)
006700     .
006710 4100-NEXT.
006720     ADD 1 TO WS-QUE-SUB
006730     .
006740 4100-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------*
006780*    5000-QUEUE-REPORT                                            *
006790*    THE PRIOR-PERIOD QUEUE LISTING - EVERY ITEM STILL QUEUED OR  *
006800*    APPROVED IN FULL, WITH COUNTS OF THOSE ALREADY RELEASED OR   *
006810*    VOIDED. ANYTHING STILL WAITING SETS RETURN-CODE 4.           *
006820*----------------------------------------------------------------*
006830 5000-QUEUE-REPORT.
006840     OPEN OUTPUT REPORTFILE
006850     IF WS-REPORTFILE-STATUS NOT = "00"
006860         MOVE "REPORTFILE" TO WS-ABEND-FILE-NAME
006870         MOVE WS-REPORTFILE-STATUS TO WS-ABEND-FILE-STATUS
006880         PERFORM 0900-ABEND
006890     END-IF
006900     MOVE SPACES TO REPORT-REC
006910     STRING "LGPRIOR - PRIOR-PERIOD QUEUE FOR "
006920            DELIMITED BY SIZE
006930            WS-RUN-DATE DELIMITED BY SIZE
006940            INTO REPORT-REC
006950     WRITE REPORT-REC
006960     MOVE SPACES TO REPORT-REC
006970     WRITE REPORT-REC
006980     MOVE WS-QUEUE-HEAD TO REPORT-REC
006990     WRITE REPORT-REC
007000     OPEN INPUT PRIORFILE
007010     IF PRIORFILE-FOUND
007020         MOVE "N" TO WS-EOF-SWITCH
007030         PERFORM 5100-REPORT-ONE-ITEM THRU 5100-EXIT
007040             UNTIL EOF-YES
007050         CLOSE PRIORFILE
007060     ELSE
007070         IF NOT PRIORFILE-NOT-FOUND
007080             MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
007090             MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
007100             PERFORM 0900-ABEND
007110         END-IF
007120     END-IF
007130     MOVE SPACES TO REPORT-REC
007140     WRITE REPORT-REC
007150     MOVE WS-QUEUED-COUNT TO WS-EDIT-COUNT
007160     MOVE WS-QUEUED-AMOUNT TO WS-EDIT-AMOUNT
007170     MOVE SPACES TO REPORT-REC
007180     STRING "AWAITING REVIEW:       " DELIMITED BY SIZE
007190            WS-EDIT-COUNT DELIMITED BY SIZE
007200            "  AMOUNT " DELIMITED BY SIZE
007210            WS-EDIT-AMOUNT DELIMITED BY SIZE
007220            INTO REPORT-REC
007230     WRITE REPORT-REC
007240     MOVE WS-WAITING-COUNT TO WS-EDIT-COUNT
007250     MOVE WS-WAITING-AMOUNT TO WS-EDIT-AMOUNT
007260     MOVE SPACES TO REPORT-REC
007270     STRING "APPROVED, NOT RELEASED:" DELIMITED BY SIZE
007280            WS-EDIT-COUNT DELIMITED BY SIZE
007290            "  AMOUNT " DELIMITED BY SIZE
007300            WS-EDIT-AMOUNT DELIMITED BY SIZE
007310            INTO REPORT-REC
007320     WRITE REPORT-REC
007330     MOVE WS-DONE-COUNT TO WS-EDIT-COUNT
007340     MOVE SPACES TO REPORT-REC
007350     STRING "RELEASED OR VOIDED:    " DELIMITED BY SIZE
007360            WS-EDIT-COUNT DELIMITED BY SIZE
007370            INTO REPORT-REC
007380     WRITE REPORT-REC
007390     CLOSE REPORTFILE
007400     IF WS-QUEUED-COUNT > ZERO OR WS-WAITING-COUNT > ZERO
007410         MOVE 4 TO RETURN-CODE
007420     END-IF
007430     .
007440 5000-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------*
007480*    5100-REPORT-ONE-ITEM                                         *
007490*    LISTS ONE QUEUED OR APPROVED ITEM; COUNTS THE REST.          *
007500*----------------------------------------------------------------*
007510 5100-REPORT-ONE-ITEM.
007520     READ PRIORFILE
007530         AT END
007540             SET EOF-YES TO TRUE
007550             GO TO 5100-EXIT
007560     END-READ
007570     MOVE PRIOR-REC TO PQ-RECORD
007580     EVALUATE TRUE
007590         WHEN PQ-IS-QUEUED
007600             ADD 1 TO WS-QUEUED-COUNT
007610             ADD PQ-SIGNED-AMOUNT TO WS-QUEUED-AMOUNT
007620         WHEN PQ-IS-APPROVED
007630             ADD 1 TO WS-WAITING-COUNT
007640             ADD PQ-SIGNED-AMOUNT TO WS-WAITING-AMOUNT
007650         WHEN OTHER
007660             ADD 1 TO WS-DONE-COUNT
007670             GO TO 5100-EXIT
007680     END-EVALUATE
007690     MOVE PQ-LINE TO IR-RECORD
007700     MOVE SPACES TO WS-QUEUE-LINE
007710     IF PQ-IS-QUEUED
007720         MOVE "QUEUED" TO WS-QL-STATE
007730     ELSE
007740         MOVE "APPROVED" TO WS-QL-STATE
007750         MOVE PQ-NEW-DATE TO WS-QL-NEW-DATE
007760         MOVE PQ-REVIEW-DATE TO WS-QL-REVIEW-DATE
007770         MOVE PQ-REVIEW-OPERATOR TO WS-QL-REVIEW-OP
007780     END-IF
007790     MOVE PQ-QUEUE-DATE TO WS-QL-QUEUE-DATE
007800     MOVE PQ-SOURCE TO WS-QL-SOURCE
007810     MOVE PQ-FILE-ID TO WS-QL-FILE-ID
007820     MOVE PQ-FEED-RECNO TO WS-QL-RECNO
007830     MOVE IR-KEY TO WS-QL-KEY
007840     MOVE PQ-ORIG-DATE TO WS-QL-ORIG-DATE
007850     MOVE PQ-SIGNED-AMOUNT TO WS-QL-AMOUNT
007860     MOVE WS-QUEUE-LINE TO REPORT-REC
007870     WRITE REPORT-REC
007880     .
007890 5100-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------------*
007930*    7000-LOAD-QUEUE                                              *
007940*    READS THE WHOLE QUEUE INTO STORAGE. A MISSING QUEUE JUST     *
007950*    MEANS NOTHING HAS BEEN HELD YET.                             *
007960*----------------------------------------------------------------*
007970 7000-LOAD-QUEUE.
007980     MOVE ZERO TO WS-QUE-COUNT
007990     OPEN INPUT PRIORFILE
008000     IF PRIORFILE-NOT-FOUND
008010         GO TO 7000-EXIT
008020     END-IF
008030     IF NOT PRIORFILE-FOUND
008040         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
008050         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
008060         PERFORM 0900-ABEND
008070     END-IF
008080     MOVE "N" TO WS-EOF-SWITCH
008090     PERFORM 7010-LOAD-ONE-ITEM THRU 7010-EXIT
008100         UNTIL EOF-YES
008110     CLOSE PRIORFILE
008120     .
008130 7000-EXIT.
008140     EXIT.
008150
008160*----------------------------------------------------------------*
008170*    7010-LOAD-ONE-ITEM                                           *
008180*    LOADS ONE QUEUE ITEM. A FULL TABLE IS A HARD STOP RATHER     *
008190*    THAN A QUEUE SILENTLY CUT SHORT ON THE REWRITE.              *
008200*----------------------------------------------------------------*
008210 7010-LOAD-ONE-ITEM.
008220     READ PRIORFILE
008230         AT END
008240             SET EOF-YES TO TRUE
008250             GO TO 7010-EXIT
008260     END-READ
008270     IF WS-QUE-COUNT >= WS-QUE-MAX
008280         DISPLAY "LGPRIOR: *** QUEUE TABLE FULL - RUN "
008290                 "ABANDONED ***"
008300         MOVE 16 TO RETURN-CODE
008310         STOP RUN
008320     END-IF
008330     ADD 1 TO WS-QUE-COUNT
008340     MOVE PRIOR-REC TO WS-QUE-ENTRY (WS-QUE-COUNT)
008350     .
008360 7010-EXIT.
008370     EXIT.
008380
008390*----------------------------------------------------------------*
008400*    7100-REWRITE-QUEUE                                           *
008405*    WRITES THE IN-STORAGE QUEUE BACK IN FULL, APPENDING ANY      *
008410*    RELEASED OR VOIDED ITEM PAST THE RETENTION CUTOFF TO THE     *
008415*    HISTORY FILE INSTEAD.                                        *
008420*----------------------------------------------------------------*
008430 7100-REWRITE-QUEUE.
008440     OPEN OUTPUT PRIORFILE
008450     IF NOT PRIORFILE-FOUND
008460         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
008470         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
008480         PERFORM 0900-ABEND
008490     END-IF
008491     OPEN EXTEND PRIORHIST
008492     IF PRIORHIST-NOT-FOUND
008493         OPEN OUTPUT PRIORHIST
008494     END-IF
008495     IF NOT PRIORHIST-FOUND
008496         MOVE "PRIORHIST" TO WS-ABEND-FILE-NAME
008497         MOVE WS-PRIORHIST-STATUS TO WS-ABEND-FILE-STATUS
008498         PERFORM 0900-ABEND
008499     END-IF
008500     MOVE 1 TO WS-QUE-SUB
008510     PERFORM 7110-REWRITE-ONE-ITEM THRU 7110-EXIT
008520         UNTIL WS-QUE-SUB > WS-QUE-COUNT
008530     CLOSE PRIORFILE
008531     CLOSE PRIORHIST
008532     IF WS-MOVED-COUNT > ZERO
008533         MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT
008534         DISPLAY "LGPRIOR: " WS-EDIT-COUNT " RELEASED OR VOIDED "
008535                 "ITEM(S) BEFORE " WS-CUTOFF-DATE " MOVED TO "
008536                 WS-PRIOR-HIST-DDNAME
008537     END-IF
008540     .
008550 7100-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------------*
008590*    7110-REWRITE-ONE-ITEM                                        *
008596*    WRITES ONE TABLE ENTRY BACK TO THE QUEUE, OR TO THE          *
008602*    HISTORY FILE ONCE IT HAS AGED PAST THE RETENTION CUTOFF.     *
008610*----------------------------------------------------------------*
008620 7110-REWRITE-ONE-ITEM.
008621     MOVE WS-QUE-ENTRY (WS-QUE-SUB) TO PQ-RECORD
008622     MOVE ZERO TO WS-AGE-DATE
008623     EVALUATE TRUE
008624         WHEN PQ-IS-RELEASED
008625             MOVE PQ-RELEASE-DATE TO WS-AGE-DATE
008626         WHEN PQ-IS-VOID AND PQ-REVIEW-DATE NOT = ZERO
008627             MOVE PQ-REVIEW-DATE TO WS-AGE-DATE
008628         WHEN PQ-IS-VOID
008629             MOVE PQ-QUEUE-DATE TO WS-AGE-DATE
008630     END-EVALUATE
008631     IF WS-AGE-DATE NOT = ZERO
008632      AND WS-AGE-DATE < WS-CUTOFF-DATE
008633         MOVE PQ-RECORD TO PRIOR-HIST-REC
008634         WRITE PRIOR-HIST-REC
008635         ADD 1 TO WS-MOVED-COUNT
008636         GO TO 7110-NEXT
008637     END-IF
008638     MOVE PQ-RECORD TO PRIOR-REC
008640     WRITE PRIOR-REC
008643     .
008646 7110-NEXT.
008650     ADD 1 TO WS-QUE-SUB
008660     .
008670 7110-EXIT.
008680     EXIT.
008690
008700*----------------------------------------------------------------*
008710*    7500-CHECK-AUTHORITY                                         *
008720*    LOOKS THE OPERATOR UP ON THE AUTHORITY MASTER (SEE           *
008730*    CPYOPR01). AN OPERATOR WHO IS NOT ON FILE, HAS BEEN          *
008740*    REVOKED, OR DOES NOT HOLD THE ROLE IN WS-AUTH-ROLE IS        *
008750*    REFUSED BEFORE ANYTHING IS TOUCHED - THE REFUSAL GOES TO     *
008760*    THE SECURITY LOG (SEE CPYSEC01) AND THE RUN ENDS WITH        *
008770*    RETURN-CODE 8. NO AUTHORITY MASTER AT ALL REFUSES EVERYONE.  *
008780*----------------------------------------------------------------*
008790 7500-CHECK-AUTHORITY.
008800     MOVE "N" TO WS-OPER-FOUND-SWITCH
008810     OPEN INPUT OPERFILE
008820     IF OPERFILE-FOUND
008830         MOVE "N" TO WS-OPER-EOF-SWITCH
008840         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
008850             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
008860         CLOSE OPERFILE
008870     ELSE
008880         IF NOT OPERFILE-NOT-FOUND
008890             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
008900             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
008910             PERFORM 0900-ABEND
008920         END-IF
008930     END-IF
008940     MOVE SPACES TO SL-RECORD
008950     EVALUATE TRUE
008960         WHEN NOT OPERATOR-ON-FILE
008970             SET SL-UNKNOWN TO TRUE
008980         WHEN NOT OP-IS-ACTIVE
008990             SET SL-REVOKED TO TRUE
009000         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
009010             SET SL-NOT-AUTHORIZED TO TRUE
009020         WHEN OTHER
009030             GO TO 7500-EXIT
009040     END-EVALUATE
009050     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
009060     DISPLAY "LGPRIOR: *** OPERATOR " WS-OPERATOR-ID
009070             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
009080             " ***"
009090     MOVE 8 TO RETURN-CODE
009100     STOP RUN
009110     .
009120 7500-EXIT.
009130     EXIT.
009140
009150*----------------------------------------------------------------*
009160*    7510-FIND-ONE-OPERATOR                                       *
009170*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
009180*    THE OPERATOR'S OWN ID.                                       *
009190*----------------------------------------------------------------*
009200 7510-FIND-ONE-OPERATOR.
009210     READ OPERFILE
009220         AT END
009230             SET OPER-EOF-YES TO TRUE
009240             GO TO 7510-EXIT
009250     END-READ
009260     MOVE OPER-REC TO OP-RECORD
009270     IF OP-ID = WS-OPERATOR-ID
009280         SET OPERATOR-ON-FILE TO TRUE
009290     END-IF
009300     .
009310 7510-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------------*
009350*    7520-WRITE-SECURITY-LOG                                      *
009360*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
009370*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
009380*    REFUSED.                                                     *
009390*----------------------------------------------------------------*
009400 7520-WRITE-SECURITY-LOG.
009410     MOVE WS-RUN-DATE TO SL-DATE
009420     MOVE WS-RUN-TIME(1:6) TO SL-TIME
009430     MOVE "LGPRIOR" TO SL-PROGRAM
009440     MOVE WS-OPERATOR-ID TO SL-OPERATOR
009450     MOVE WS-AUTH-ACTION TO SL-ACTION
009460     OPEN EXTEND SECLOGFILE
009470     IF SECLOGFILE-NOT-FOUND
009480         OPEN OUTPUT SECLOGFILE
009490     END-IF
009500     IF NOT SECLOGFILE-FOUND
009510         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
009520         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
009530         PERFORM 0900-ABEND
009540     END-IF
009550     MOVE SL-RECORD TO SECLOG-REC
009560     WRITE SECLOG-REC
009570     CLOSE SECLOGFILE
009580     .
009590 7520-EXIT.
009600     EXIT.
009610
009620*----------------------------------------------------------------*
009630*    8000-FINALIZE                                                *
009640*    REPORTS WHAT THE SESSION DID.                                *
009650*----------------------------------------------------------------*
009660 8000-FINALIZE.
009670     IF MODE-REPORT
009680         DISPLAY "LGPRIOR: PRIOR-PERIOD QUEUE LISTING WRITTEN TO "
009690                 WS-REPORT-DDNAME
009700         GO TO 8000-EXIT
009710     END-IF
009720     EVALUATE TRUE
009730         WHEN MODE-REVIEW
009740             MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT
009750             DISPLAY "LGPRIOR: " WS-EDIT-COUNT " APPROVED"
009760             MOVE WS-VOIDED-COUNT TO WS-EDIT-COUNT
009770             DISPLAY "LGPRIOR: " WS-EDIT-COUNT " VOIDED"
009780         WHEN MODE-BUILD
009790             MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
009800             DISPLAY "LGPRIOR: " WS-EDIT-COUNT
009810                     " ITEM(S) INTO " WS-RELOUT-DDNAME
009820         WHEN OTHER
009830             CONTINUE
009840     END-EVALUATE
009850     .
009860 8000-EXIT.
009870     EXIT.
