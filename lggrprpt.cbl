000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGGRPRPT.
000120 AUTHOR. DATA-PROCESSING-GROUP.
000130 INSTALLATION. DAILY-PROCESSING-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*                  M O D I F I C A T I O N   L O G                *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                   *
000200* 10/15/2026 RJM   ORIGINAL PROGRAM - KEY GROUP ROLLUP. PRINTS    *
000210*                  EVERY KEY UNDER ITS CUSTOMER GROUP AND EVERY   *
000220*                  CUSTOMER UNDER ITS PORTFOLIO (SEE CPYGRP01),   *
000230*                  WITH THE KEY'S CURRENT STANDING FROM THE       *
000240*                  MASTER (SEE CPYMST01) AND ITS ACTIVITY FOR A   *
000250*                  BUSINESS-DATE RANGE FROM THE POSTING HISTORY   *
000260*                  (SEE CPYHST01), SUBTOTALED BY CUSTOMER, BY     *
000270*                  PORTFOLIO AND IN TOTAL. STANDING GOES TO THE   *
000280*                  GROUP THE KEY IS IN NOW; EACH POSTING GOES TO  *
000290*                  THE GROUP THE KEY WAS IN ON ITS BUSINESS DATE, *
000300*                  SO A KEY THAT MOVED DURING THE RANGE SHOWS ITS *
000310*                  EARLIER ACTIVITY UNDER THE GROUP IT LEFT,      *
000320*                  MARKED FORMER GROUP. KEYS IN NO GROUP PRINT    *
000330*                  LAST UNDER (NONE) SO THE ALL-GROUPS REPORT     *
000340*                  FOOTS TO THE WHOLE MASTER. THE OPERATOR MAY    *
000350*                  NAME ONE PORTFOLIO OR CUSTOMER TO PRINT ONLY   *
000360*                  THAT GROUP. RETURN-CODE 4 WHEN NO KEY FALLS    *
000370*                  IN THE REPORT.                                 *
000380*----------------------------------------------------------------*
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT GROUPFILE ASSIGN TO DYNAMIC WS-GROUPS-DDNAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-GROUPFILE-STATUS.
000460
000470     SELECT MASTERFILE ASSIGN TO DYNAMIC WS-MASTER-DDNAME
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS MR-KEY
000510         FILE STATUS IS WS-MASTERFILE-STATUS.
000520
000530     SELECT HISTFILE ASSIGN TO DYNAMIC WS-HISTORY-DDNAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HISTFILE-STATUS.
000560
000570     SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-DDNAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REPORTFILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  GROUPFILE.
000640 01  GROUP-REC PIC X(64).
000650
000660 FD  MASTERFILE.
000670*----------------------------------------------------------------*
000680*    MASTER RECORD LAYOUT (SEE CPYMST01)                          *
000690*----------------------------------------------------------------*
000700     COPY CPYMST01.
000710
000720 FD  HISTFILE.
000730*----------------------------------------------------------------*
000740*    PER-KEY POSTING HISTORY RECORD (SEE CPYHST01)                *
000750*----------------------------------------------------------------*
000760     COPY CPYHST01.
000770
000780 FD  REPORTFILE.
000790 01  REPORT-REC PIC X(132).
000800
000810 WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------*
000830*    KEY GROUP RELATIONSHIP RECORD VIEW (SEE CPYGRP01)            *
000840*----------------------------------------------------------------*
000850     COPY CPYGRP01.
000860
000870*----------------------------------------------------------------*
000880*    IN-STORAGE COPY OF THE RELATIONSHIP FILE, KEPT IN LEVEL /    *
000890*    MEMBER / FROM-DATE ORDER SO A MEMBER'S LINKS CAN BE FOUND    *
000891*    BY BINARY SEARCH AND LIE TOGETHER.                           *
000892*----------------------------------------------------------------*
000900 77  WS-LINK-COUNT           PIC 9(05) COMP VALUE ZERO.
000910 77  WS-LINK-MAX             PIC 9(05) COMP VALUE 50000.
000920 77  WS-LINK-SUB             PIC 9(05) COMP VALUE ZERO.
000921 77  WS-LINK-LOW             PIC 9(05) COMP VALUE ZERO.
000922 77  WS-LINK-HIGH            PIC 9(05) COMP VALUE ZERO.
000923 77  WS-LINK-MID             PIC 9(05) COMP VALUE ZERO.
000930 01  WS-LINK-TABLE.
000940     05  WS-LINK-ENTRY       OCCURS 50000 TIMES.
000941         10  WS-LINK-SORT.
000942             15  WS-LINK-MEMBER-KEY.
000943                 20  WS-LINK-LEVEL   PIC X(01).
000944                 20  WS-LINK-MEMBER  PIC X(10).
000945             15  WS-LINK-FROM-DATE   PIC 9(08).
000946         10  WS-LINK-RECORD      PIC X(64).
000947 01  WS-NEW-LINK-SORT.
000948     05  WS-NEW-LINK-LEVEL       PIC X(01).
000949     05  WS-NEW-LINK-MEMBER      PIC X(10).
000950     05  WS-NEW-LINK-FROM-DATE   PIC 9(08).
000951 01  WS-FIND-MEMBER-KEY.
000952     05  WS-FIND-LEVEL           PIC X(01) VALUE SPACE.
000953     05  WS-FIND-MEMBER          PIC X(10) VALUE SPACES.
000956
000960*----------------------------------------------------------------*
000970*    ONE ROW PER KEY PER GROUP IT APPEARS UNDER, KEPT IN          *
000980*    PORTFOLIO / CUSTOMER / KEY ORDER SO THE REPORT CAN BE        *
000990*    WRITTEN STRAIGHT DOWN WITH CONTROL BREAKS. A KEY IN NO       *
001000*    GROUP CARRIES HIGH-VALUES AS ITS GROUP SO IT SORTS LAST.     *
001010*    THE CURRENT FLAG MARKS THE ROW FOR THE GROUP THE KEY IS IN   *
001020*    NOW, WHICH HOLDS ITS STANDING; THE ON-MASTER FLAG SAYS       *
001021*    WHETHER THE KEY HAS A MASTER RECORD. BOTH ARE SPACE UNTIL    *
001022*    THE ROW HAS BEEN CHECKED.                                    *
001030*----------------------------------------------------------------*
001040 77  WS-ROW-COUNT            PIC 9(05) COMP VALUE ZERO.
001050 77  WS-ROW-MAX              PIC 9(05) COMP VALUE 20000.
001060 77  WS-ROW-SUB              PIC 9(05) COMP VALUE ZERO.
001070 77  WS-ROW-LOW              PIC 9(05) COMP VALUE ZERO.
001080 77  WS-ROW-HIGH             PIC 9(05) COMP VALUE ZERO.
001090 77  WS-ROW-MID              PIC 9(05) COMP VALUE ZERO.
001100 77  WS-ROW-FOUND            PIC 9(05) COMP VALUE ZERO.
001110 01  WS-ROW-TABLE.
001120     05  WS-ROW-ENTRY        OCCURS 20000 TIMES.
001130         10  WS-ROW-SORT.
001140             15  WS-ROW-PORTFOLIO    PIC X(10).
001150             15  WS-ROW-CUSTOMER     PIC X(10).
001160             15  WS-ROW-KEY          PIC X(10).
001170         10  WS-ROW-CURRENT      PIC X(01).
001180         10  WS-ROW-ON-MASTER    PIC X(01).
001190         10  WS-ROW-STATUS       PIC X(01).
001200         10  WS-ROW-LAST-POST    PIC 9(08).
001210         10  WS-ROW-BALANCE      PIC S9(11)V99.
001220         10  WS-ROW-POSTINGS     PIC 9(07) COMP.
001230         10  WS-ROW-NET          PIC S9(11)V99.
001240
001250*----------------------------------------------------------------*
001260*    FILE ASSIGNMENT WORK AREAS. THE REPORT DEFAULTS TO A GROUP-  *
001270*    NAMED FILE UNDER data/output/. ALL MAY BE OVERRIDDEN BY      *
001280*    LGGRPRPT_GROUPS_DD / LGGRPRPT_MASTER_DD /                    *
001290*    LGGRPRPT_HISTORY_DD / LGGRPRPT_REPORT_DD.                    *
001300*----------------------------------------------------------------*
001310 77  WS-GROUPS-DDNAME        PIC X(60)
001320     VALUE "data/keygroups.dat".
001330 77  WS-MASTER-DDNAME        PIC X(60) VALUE "data/master.dat".
001340 77  WS-HISTORY-DDNAME       PIC X(60)
001350     VALUE "data/master-history.dat".
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
001480 77  WS-GROUPFILE-STATUS     PIC X(02).
001490     88  GROUPFILE-FOUND         VALUE "00".
001500     88  GROUPFILE-NOT-FOUND     VALUE "35".
001510 77  WS-MASTERFILE-STATUS    PIC X(02).
001520     88  MASTER-ACTION-OK        VALUE "00".
001530     88  MASTER-NOT-FOUND        VALUE "35".
001540 77  WS-HISTFILE-STATUS      PIC X(02).
001550     88  HISTFILE-FOUND          VALUE "00".
001560     88  HISTFILE-NOT-FOUND      VALUE "35".
001570 77  WS-REPORTFILE-STATUS    PIC X(02).
001580
001590*----------------------------------------------------------------*
001600*    PROGRAM SWITCHES                                             *
001610*----------------------------------------------------------------*
001620 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001630     88  EOF-YES                  VALUE "Y".
001640 77  WS-LINK-FOUND-SWITCH    PIC X(01) VALUE "N".
001650     88  LINK-FOUND               VALUE "Y".
001660 77  WS-ROW-FOUND-SWITCH     PIC X(01) VALUE "N".
001670     88  ROW-FOUND                VALUE "Y".
001671 77  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE "N".
001672     88  MASTER-IS-OPEN           VALUE "Y".
001680
001690*----------------------------------------------------------------*
001700*    INQUIRY ARGUMENTS AND GROUP LOOKUP WORK AREAS. A LOOKUP      *
001710*    DATE OF ZERO ASKS FOR THE CURRENT MEMBERSHIP.                *
001720*----------------------------------------------------------------*
001730 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001740 77  WS-GROUP-FILTER         PIC X(10) VALUE SPACES.
001750 77  WS-FROM-DATE            PIC X(08) VALUE SPACES.
001760 77  WS-TO-DATE              PIC X(08) VALUE SPACES.
001770 77  WS-DIGIT-CHECK          PIC X(08) VALUE SPACES.
001800 77  WS-FIND-DATE            PIC 9(08) VALUE ZERO.
001810 77  WS-FIND-GROUP           PIC X(10) VALUE SPACES.
001820 77  WS-THIS-PORTFOLIO       PIC X(10) VALUE SPACES.
001830 77  WS-THIS-CUSTOMER        PIC X(10) VALUE SPACES.
001840 77  WS-THIS-KEY             PIC X(10) VALUE SPACES.
001850 01  WS-THIS-SORT.
001860     05  WS-TS-PORTFOLIO     PIC X(10).
001870     05  WS-TS-CUSTOMER      PIC X(10).
001880     05  WS-TS-KEY           PIC X(10).
001890
001900*----------------------------------------------------------------*
001910*    CONTROL BREAK FIELDS, COUNTERS AND TOTALS                    *
001920*----------------------------------------------------------------*
001930 77  WS-PREV-PORTFOLIO       PIC X(10) VALUE SPACES.
001940 77  WS-PREV-CUSTOMER        PIC X(10) VALUE SPACES.
001950 77  WS-MASTER-READ          PIC 9(07) COMP VALUE ZERO.
001960 77  WS-MASTER-TOTAL         PIC S9(13)V99 VALUE ZERO.
001970 77  WS-HIST-IN-RANGE        PIC 9(07) COMP VALUE ZERO.
001980 77  WS-CUST-KEYS            PIC 9(07) COMP VALUE ZERO.
001990 77  WS-CUST-BALANCE         PIC S9(13)V99 VALUE ZERO.
002000 77  WS-CUST-POSTINGS        PIC 9(07) COMP VALUE ZERO.
002010 77  WS-CUST-NET             PIC S9(13)V99 VALUE ZERO.
002020 77  WS-PORT-CUSTOMERS       PIC 9(07) COMP VALUE ZERO.
002030 77  WS-PORT-KEYS            PIC 9(07) COMP VALUE ZERO.
002040 77  WS-PORT-BALANCE         PIC S9(13)V99 VALUE ZERO.
002050 77  WS-PORT-POSTINGS        PIC 9(07) COMP VALUE ZERO.
002060 77  WS-PORT-NET             PIC S9(13)V99 VALUE ZERO.
002070 77  WS-GRAND-PORTFOLIOS     PIC 9(07) COMP VALUE ZERO.
002080 77  WS-GRAND-CUSTOMERS      PIC 9(07) COMP VALUE ZERO.
002090 77  WS-GRAND-KEYS           PIC 9(07) COMP VALUE ZERO.
002100 77  WS-GRAND-BALANCE        PIC S9(13)V99 VALUE ZERO.
002110 77  WS-GRAND-POSTINGS       PIC 9(07) COMP VALUE ZERO.
002120 77  WS-GRAND-NET            PIC S9(13)V99 VALUE ZERO.
002130 77  WS-EDIT-COUNT           PIC ZZZZZZ9.
002140 77  WS-EDIT-KEYS            PIC ZZZZZZ9.
002150 77  WS-EDIT-TOTAL           PIC -ZZZZZZZZZZZZ9.99.
002160
002170*----------------------------------------------------------------*
002180*    REPORT LINE LAYOUTS                                          *
002190*----------------------------------------------------------------*
002200 01  WS-KEY-HEAD.
002210     05  FILLER              PIC X(40) VALUE
002220         "      KEY         ST  LAST POSTED       ".
002230     05  FILLER              PIC X(42) VALUE
002240         "  BALANCE POSTINGS        PERIOD NET  NOTE".
002250
002260 01  WS-KEY-LINE.
002270     05  FILLER              PIC X(06) VALUE SPACES.
002280     05  WS-KL-KEY           PIC X(10).
002290     05  FILLER              PIC X(02) VALUE SPACES.
002300     05  WS-KL-STATUS        PIC X(01).
002310     05  FILLER              PIC X(03) VALUE SPACES.
002320     05  WS-KL-LAST-POST     PIC X(08).
002330     05  FILLER              PIC X(02) VALUE SPACES.
002340     05  WS-KL-BALANCE       PIC -ZZZZZZZZZZZZ9.99.
002350     05  FILLER              PIC X(02) VALUE SPACES.
002360     05  WS-KL-POSTINGS      PIC ZZZZZZ9.
002370     05  FILLER              PIC X(01) VALUE SPACES.
002380     05  WS-KL-NET           PIC -ZZZZZZZZZZZZ9.99.
002390     05  FILLER              PIC X(02) VALUE SPACES.
002400     05  WS-KL-NOTE          PIC X(13).
002410
002420 01  WS-TOTAL-LINE.
002430     05  WS-TL-LABEL         PIC X(32).
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  WS-TL-BALANCE       PIC -ZZZZZZZZZZZZ9.99.
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  WS-TL-POSTINGS      PIC ZZZZZZ9.
002480     05  FILLER              PIC X(01) VALUE SPACES.
002490     05  WS-TL-NET           PIC -ZZZZZZZZZZZZ9.99.
002500     05  FILLER              PIC X(02) VALUE SPACES.
002510     05  WS-TL-COUNTS        PIC X(40).
002520
002530 01  WS-COUNT-LINE.
002540     05  WS-CL-LABEL         PIC X(40).
002550     05  WS-CL-COUNT         PIC ZZZZZZ9.
002560
002570 PROCEDURE DIVISION.
002580
002590*----------------------------------------------------------------*
002600*    0000-MAINLINE                                                *
002610*    CONTROLS OVERALL FLOW OF THE ROLLUP.                         *
002620*----------------------------------------------------------------*
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002650     PERFORM 2000-LOAD-LINKS THRU 2000-EXIT
002660     PERFORM 3000-READ-MASTER THRU 3000-EXIT
002670     PERFORM 4000-READ-HISTORY THRU 4000-EXIT
002680     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
002690     PERFORM 8000-FINALIZE THRU 8000-EXIT
002700     STOP RUN.
002710
002720*----------------------------------------------------------------*
002730*    0900-ABEND                                                   *
002740*    DISPLAYS A FATAL FILE-OPEN ERROR AND ENDS THE RUN WITH       *
002750*    RETURN-CODE 16 INSTEAD OF LETTING A BAD ASSIGNMENT RUN ON.   *
002760*----------------------------------------------------------------*
002770 0900-ABEND.
002780     DISPLAY "LGGRPRPT: *** UNABLE TO OPEN " WS-ABEND-FILE-NAME
002790             " - FILE STATUS " WS-ABEND-FILE-STATUS " ***"
002800     MOVE 16 TO RETURN-CODE
002810     STOP RUN
002820     .
002830
002840*----------------------------------------------------------------*
002850*    1000-INITIALIZE                                              *
002860*    RESOLVES FILE ASSIGNMENTS AND PROMPTS FOR THE GROUP (BLANK   *
002870*    FOR ALL) AND THE ACTIVITY RANGE (A BLANK FROM-DATE STARTS    *
002880*    IT ON THE FIRST OF THE CURRENT MONTH, A BLANK TO-DATE ENDS   *
002890*    IT TODAY).                                                   *
002900*----------------------------------------------------------------*
002910 1000-INITIALIZE.
002920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002930     MOVE SPACES TO WS-ENV-VALUE
002940     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGGRPRPT_GROUPS_DD"
002950     IF WS-ENV-VALUE NOT = SPACES
002960         MOVE WS-ENV-VALUE TO WS-GROUPS-DDNAME
002970     END-IF
002980     MOVE SPACES TO WS-ENV-VALUE
002990     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGGRPRPT_MASTER_DD"
003000     IF WS-ENV-VALUE NOT = SPACES
003010         MOVE WS-ENV-VALUE TO WS-MASTER-DDNAME
003020     END-IF
003030     MOVE SPACES TO WS-ENV-VALUE
003040     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGGRPRPT_HISTORY_DD"
003050     IF WS-ENV-VALUE NOT = SPACES
003060         MOVE WS-ENV-VALUE TO WS-HISTORY-DDNAME
003070     END-IF
003080     DISPLAY "LGGRPRPT: PORTFOLIO OR CUSTOMER (BLANK FOR ALL): "
003090         WITH NO ADVANCING
003100     MOVE SPACES TO WS-GROUP-FILTER
003110     ACCEPT WS-GROUP-FILTER FROM CONSOLE
003120     DISPLAY "LGGRPRPT: FROM DATE (YYYYMMDD, BLANK FOR START OF "
003130             "MONTH): " WITH NO ADVANCING
003140     MOVE SPACES TO WS-FROM-DATE
003150     ACCEPT WS-FROM-DATE FROM CONSOLE
003160     IF WS-FROM-DATE = SPACES
003170         MOVE WS-RUN-DATE TO WS-FROM-DATE
003180         MOVE "01" TO WS-FROM-DATE(7:2)
003190     END-IF
003200     DISPLAY "LGGRPRPT: TO DATE (YYYYMMDD, BLANK FOR TODAY): "
003210         WITH NO ADVANCING
003220     MOVE SPACES TO WS-TO-DATE
003230     ACCEPT WS-TO-DATE FROM CONSOLE
003240     IF WS-TO-DATE = SPACES
003250         MOVE WS-RUN-DATE TO WS-TO-DATE
003260     END-IF
003270     MOVE WS-FROM-DATE TO WS-DIGIT-CHECK
003280     PERFORM 1100-CHECK-DATE THRU 1100-EXIT
003290     MOVE WS-TO-DATE TO WS-DIGIT-CHECK
003300     PERFORM 1100-CHECK-DATE THRU 1100-EXIT
003310     IF WS-FROM-DATE > WS-TO-DATE
003320         DISPLAY "LGGRPRPT: FROM DATE AFTER TO DATE - NOTHING "
003330                 "DONE"
003340         MOVE 8 TO RETURN-CODE
003350         STOP RUN
003360     END-IF
003370     MOVE SPACES TO WS-ENV-VALUE
003380     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGGRPRPT_REPORT_DD"
003390     IF WS-ENV-VALUE NOT = SPACES
003400         MOVE WS-ENV-VALUE TO WS-REPORT-DDNAME
003410     ELSE
003420         MOVE SPACES TO WS-REPORT-DDNAME
003430         IF WS-GROUP-FILTER = SPACES
003440             STRING "data/output/GROUP-ROLLUP-ALL.txt"
003450                    DELIMITED BY SIZE
003460                    INTO WS-REPORT-DDNAME
003470         ELSE
003480             STRING "data/output/GROUP-ROLLUP-" DELIMITED BY SIZE
003490                    WS-GROUP-FILTER DELIMITED BY " "
003500                    ".txt" DELIMITED BY SIZE
003510                    INTO WS-REPORT-DDNAME
003520         END-IF
003530     END-IF
003540     .
003550 1000-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------*
003590*    1100-CHECK-DATE                                              *
003600*    REFUSES A RANGE DATE (IN WS-DIGIT-CHECK) THAT IS NOT EIGHT   *
003610*    DIGITS.                                                      *
003620*----------------------------------------------------------------*
003630 1100-CHECK-DATE.
003640     IF WS-DIGIT-CHECK(8:1) = SPACE
003650         GO TO 1100-REFUSE
003660     END-IF
003670     INSPECT WS-DIGIT-CHECK
003680         CONVERTING "0123456789" TO "          "
003690     IF WS-DIGIT-CHECK = SPACES
003700         GO TO 1100-EXIT
003710     END-IF
003720     .
003730 1100-REFUSE.
003740     DISPLAY "LGGRPRPT: DATE NOT YYYYMMDD - NOTHING DONE"
003750     MOVE 8 TO RETURN-CODE
003760     STOP RUN
003770     .
003780 1100-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------------*
003820*    2000-LOAD-LINKS                                              *
003830*    READS THE WHOLE RELATIONSHIP FILE INTO STORAGE. NO FILE      *
003840*    MEANS NO GROUPS YET - EVERY KEY PRINTS UNDER (NONE).         *
003850*----------------------------------------------------------------*
003860 2000-LOAD-LINKS.
003870     OPEN INPUT GROUPFILE
003880     IF GROUPFILE-NOT-FOUND
003890         GO TO 2000-EXIT
003900     END-IF
003910     IF NOT GROUPFILE-FOUND
003920         MOVE "GROUPFILE" TO WS-ABEND-FILE-NAME
003930         MOVE WS-GROUPFILE-STATUS TO WS-ABEND-FILE-STATUS
003940         PERFORM 0900-ABEND
003950     END-IF
003960     MOVE "N" TO WS-EOF-SWITCH
003970     PERFORM 2010-LOAD-ONE-LINK THRU 2010-EXIT
003980         UNTIL EOF-YES
003990     CLOSE GROUPFILE
004000     .
004010 2000-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------*
004050*    2010-LOAD-ONE-LINK                                           *
004060*    LOADS ONE RELATIONSHIP RECORD INTO ITS PLACE IN THE TABLE,   *
004061*    MOVING LATER LINKS DOWN ONE. A FULL TABLE IS A HARD STOP     *
004070*    RATHER THAN A ROLLUP SILENTLY MISSING GROUPS.                *
004080*----------------------------------------------------------------*
004090 2010-LOAD-ONE-LINK.
004100     READ GROUPFILE
004110         AT END
004120             SET EOF-YES TO TRUE
004130             GO TO 2010-EXIT
004140     END-READ
004150     IF WS-LINK-COUNT >= WS-LINK-MAX
004160         DISPLAY "LGGRPRPT: *** GROUP TABLE FULL - RUN "
004170                 "STOPPED ***"
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF
004210     MOVE GROUP-REC TO GR-RECORD
004211     MOVE GR-LEVEL TO WS-NEW-LINK-LEVEL
004212     MOVE GR-MEMBER TO WS-NEW-LINK-MEMBER
004213     MOVE GR-FROM-DATE TO WS-NEW-LINK-FROM-DATE
004214     ADD 1 TO WS-LINK-COUNT
004215     MOVE WS-LINK-COUNT TO WS-LINK-SUB
004216     PERFORM 2020-MOVE-ONE-LINK-DOWN THRU 2020-EXIT
004217         UNTIL WS-LINK-SUB = 1
004218            OR WS-LINK-SORT (WS-LINK-SUB - 1)
004219                   NOT > WS-NEW-LINK-SORT
004220     MOVE WS-NEW-LINK-SORT TO WS-LINK-SORT (WS-LINK-SUB)
004221     MOVE GROUP-REC TO WS-LINK-RECORD (WS-LINK-SUB)
004230     .
004240 2010-EXIT.
004250     EXIT.
004251
004252*----------------------------------------------------------------*
004253*    2020-MOVE-ONE-LINK-DOWN                                      *
004254*    MOVES ONE LATER LINK DOWN TO MAKE ROOM.                      *
004255*----------------------------------------------------------------*
004256 2020-MOVE-ONE-LINK-DOWN.
004257     MOVE WS-LINK-ENTRY (WS-LINK-SUB - 1)
004258         TO WS-LINK-ENTRY (WS-LINK-SUB)
004259     SUBTRACT 1 FROM WS-LINK-SUB
004260     .
004261 2020-EXIT.
004262     EXIT.
004266
004270*----------------------------------------------------------------*
004280*    3000-READ-MASTER                                             *
004290*    READS THE MASTER IN KEY ORDER AND FILES EACH KEY'S STANDING  *
004300*    UNDER THE GROUP IT IS IN NOW. NO MASTER MEANS NO STANDING    *
004310*    TO REPORT, ONLY ACTIVITY. THE MASTER STAYS OPEN FOR THE      *
004311*    HISTORY PASS TO LOOK KEYS UP ON.                             *
004320*----------------------------------------------------------------*
004330 3000-READ-MASTER.
004340     OPEN INPUT MASTERFILE
004350     IF MASTER-NOT-FOUND
004360         GO TO 3000-EXIT
004370     END-IF
004380     IF NOT MASTER-ACTION-OK
004390         MOVE "MASTERFILE" TO WS-ABEND-FILE-NAME
004400         MOVE WS-MASTERFILE-STATUS TO WS-ABEND-FILE-STATUS
004410         PERFORM 0900-ABEND
004420     END-IF
004430     SET MASTER-IS-OPEN TO TRUE
004431     MOVE "N" TO WS-EOF-SWITCH
004440     MOVE LOW-VALUES TO MR-KEY
004450     START MASTERFILE KEY IS NOT LESS THAN MR-KEY
004460         INVALID KEY
004470             SET EOF-YES TO TRUE
004480     END-START
004490     PERFORM 3010-READ-ONE-MASTER THRU 3010-EXIT
004500         UNTIL EOF-YES
004520     .
004530 3000-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------------*
004570*    3010-READ-ONE-MASTER                                         *
004580*    TAKES ONE MASTER RECORD'S STANDING INTO ITS CURRENT ROW.     *
004590*----------------------------------------------------------------*
004600 3010-READ-ONE-MASTER.
004610     READ MASTERFILE NEXT RECORD
004620         AT END
004630             SET EOF-YES TO TRUE
004640             GO TO 3010-EXIT
004650     END-READ
004660     IF NOT MASTER-ACTION-OK
004670         DISPLAY "LGGRPRPT: *** MASTER READ FAILED AFTER KEY "
004680                 MR-KEY " - FILE STATUS "
004690                 WS-MASTERFILE-STATUS " ***"
004700         MOVE 16 TO RETURN-CODE
004710         STOP RUN
004720     END-IF
004730     ADD 1 TO WS-MASTER-READ
004740     ADD MR-ACCUM-AMOUNT TO WS-MASTER-TOTAL
004750     MOVE MR-KEY TO WS-THIS-KEY
004760     MOVE ZERO TO WS-FIND-DATE
004770     PERFORM 6000-PLACE-KEY THRU 6000-EXIT
004780     IF WS-ROW-FOUND = ZERO
004790         GO TO 3010-EXIT
004800     END-IF
004810     MOVE "Y" TO WS-ROW-CURRENT (WS-ROW-FOUND)
004820     MOVE "Y" TO WS-ROW-ON-MASTER (WS-ROW-FOUND)
004830     MOVE MR-STATUS TO WS-ROW-STATUS (WS-ROW-FOUND)
004840     MOVE MR-LAST-POST-DATE TO WS-ROW-LAST-POST (WS-ROW-FOUND)
004850     MOVE MR-ACCUM-AMOUNT TO WS-ROW-BALANCE (WS-ROW-FOUND)
004860     .
004870 3010-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------------*
004910*    4000-READ-HISTORY                                            *
004920*    PASSES THE POSTING HISTORY ONCE AND FILES EVERY POSTING IN   *
004930*    THE RANGE UNDER THE GROUP ITS KEY WAS IN ON THE POSTING'S    *
004940*    BUSINESS DATE. NO HISTORY FILE MEANS NO ACTIVITY. CLOSES     *
004941*    THE MASTER WHEN DONE.                                        *
004950*----------------------------------------------------------------*
004960 4000-READ-HISTORY.
004970     OPEN INPUT HISTFILE
004980     IF HISTFILE-NOT-FOUND
004990         GO TO 4000-CLOSE-MASTER
005000     END-IF
005010     IF NOT HISTFILE-FOUND
005020         MOVE "HISTFILE" TO WS-ABEND-FILE-NAME
005030         MOVE WS-HISTFILE-STATUS TO WS-ABEND-FILE-STATUS
005040         PERFORM 0900-ABEND
005050     END-IF
005060     MOVE "N" TO WS-EOF-SWITCH
005070     PERFORM 4010-READ-ONE-HISTORY THRU 4010-EXIT
005080         UNTIL EOF-YES
005090     CLOSE HISTFILE
005100     .
005101 4000-CLOSE-MASTER.
005102     IF MASTER-IS-OPEN
005103         CLOSE MASTERFILE
005104         MOVE "N" TO WS-MASTER-OPEN-SWITCH
005105     END-IF
005106     .
005110 4000-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------*
005150*    4010-READ-ONE-HISTORY                                        *
005160*    ADDS ONE POSTING IN THE RANGE TO ITS ROW. A ROW FIRST MADE   *
005161*    HERE IS CHECKED ONCE FOR WHETHER IT IS THE KEY'S CURRENT     *
005162*    GROUP AND WHETHER THE KEY IS ON THE MASTER.                  *
005170*----------------------------------------------------------------*
005180 4010-READ-ONE-HISTORY.
005190     READ HISTFILE
005200         AT END
005210             SET EOF-YES TO TRUE
005220             GO TO 4010-EXIT
005230     END-READ
005240     IF HR-BUS-DATE < WS-FROM-DATE OR HR-BUS-DATE > WS-TO-DATE
005250         GO TO 4010-EXIT
005260     END-IF
005270     MOVE HR-KEY TO WS-THIS-KEY
005280     MOVE HR-BUS-DATE TO WS-FIND-DATE
005290     PERFORM 6000-PLACE-KEY THRU 6000-EXIT
005300     IF WS-ROW-FOUND = ZERO
005310         GO TO 4010-EXIT
005320     END-IF
005330     ADD 1 TO WS-HIST-IN-RANGE
005340     ADD 1 TO WS-ROW-POSTINGS (WS-ROW-FOUND)
005350     ADD HR-AMOUNT TO WS-ROW-NET (WS-ROW-FOUND)
005351     IF WS-ROW-CURRENT (WS-ROW-FOUND) = SPACE
005352         PERFORM 6400-CHECK-CURRENT THRU 6400-EXIT
005353     END-IF
005354     IF WS-ROW-ON-MASTER (WS-ROW-FOUND) = SPACE
005355         PERFORM 6500-CHECK-MASTER THRU 6500-EXIT
005356     END-IF
005360     .
005370 4010-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------*
005410*    5000-WRITE-REPORT                                            *
005420*    WRITES THE ROLLUP STRAIGHT DOWN THE ROW TABLE, BREAKING ON   *
005430*    CUSTOMER AND PORTFOLIO, THEN THE GRAND TOTAL AND THE RUN     *
005440*    COUNTS.                                                      *
005450*----------------------------------------------------------------*
005460 5000-WRITE-REPORT.
005470     OPEN OUTPUT REPORTFILE
005480     IF WS-REPORTFILE-STATUS NOT = "00"
005490         MOVE "REPORTFILE" TO WS-ABEND-FILE-NAME
005500         MOVE WS-REPORTFILE-STATUS TO WS-ABEND-FILE-STATUS
005510         PERFORM 0900-ABEND
005520     END-IF
005530     MOVE SPACES TO REPORT-REC
005540     IF WS-GROUP-FILTER = SPACES
005550         STRING "LGGRPRPT - KEY GROUP ROLLUP FOR ALL GROUPS"
005560                DELIMITED BY SIZE
005570                INTO REPORT-REC
005580     ELSE
005590         STRING "LGGRPRPT - KEY GROUP ROLLUP FOR "
005600                DELIMITED BY SIZE
005610                WS-GROUP-FILTER DELIMITED BY SIZE
005620                INTO REPORT-REC
005630     END-IF
005640     WRITE REPORT-REC
005650     MOVE SPACES TO REPORT-REC
005660     STRING "STANDING FROM THE MASTER AS OF " DELIMITED BY SIZE
005670            WS-RUN-DATE DELIMITED BY SIZE
005680            " - PERIOD ACTIVITY FOR BUSINESS DATES "
005690            DELIMITED BY SIZE
005700            WS-FROM-DATE DELIMITED BY SIZE
005710            " THRU " DELIMITED BY SIZE
005720            WS-TO-DATE DELIMITED BY SIZE
005730            INTO REPORT-REC
005740     WRITE REPORT-REC
005750     IF WS-ROW-COUNT = ZERO
005760         MOVE SPACES TO REPORT-REC
005770         WRITE REPORT-REC
005780         MOVE "(NO KEYS FOUND)" TO REPORT-REC
005790         WRITE REPORT-REC
005800     ELSE
005810         MOVE LOW-VALUES TO WS-PREV-PORTFOLIO
005820         MOVE LOW-VALUES TO WS-PREV-CUSTOMER
005830         MOVE 1 TO WS-ROW-SUB
005840         PERFORM 5100-WRITE-ONE-ROW THRU 5100-EXIT
005850             UNTIL WS-ROW-SUB > WS-ROW-COUNT
005860         PERFORM 5300-CLOSE-CUSTOMER THRU 5300-EXIT
005870         PERFORM 5400-CLOSE-PORTFOLIO THRU 5400-EXIT
005880     END-IF
005890     PERFORM 5500-WRITE-GRAND-TOTAL THRU 5500-EXIT
005900     CLOSE REPORTFILE
005910     .
005920 5000-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------*
005960*    5100-WRITE-ONE-ROW                                           *
005970*    BREAKS ON A NEW PORTFOLIO OR CUSTOMER, THEN WRITES THE KEY   *
005980*    LINE AND ADDS IT TO THE CUSTOMER TOTALS. ONLY THE ROW FOR    *
005990*    THE KEY'S CURRENT GROUP COUNTS AS A KEY OF THE CUSTOMER.     *
006000*----------------------------------------------------------------*
006010 5100-WRITE-ONE-ROW.
006020     IF WS-ROW-PORTFOLIO (WS-ROW-SUB) NOT = WS-PREV-PORTFOLIO
006030         IF WS-PREV-PORTFOLIO NOT = LOW-VALUES
006040             PERFORM 5300-CLOSE-CUSTOMER THRU 5300-EXIT
006050             PERFORM 5400-CLOSE-PORTFOLIO THRU 5400-EXIT
006060         END-IF
006070         MOVE WS-ROW-PORTFOLIO (WS-ROW-SUB) TO WS-PREV-PORTFOLIO
006080         MOVE LOW-VALUES TO WS-PREV-CUSTOMER
006090         MOVE SPACES TO REPORT-REC
006100         WRITE REPORT-REC
006110         MOVE SPACES TO REPORT-REC
006120         IF WS-PREV-PORTFOLIO = HIGH-VALUES
006130             MOVE "PORTFOLIO (NONE)" TO REPORT-REC
006140         ELSE
006150             STRING "PORTFOLIO " DELIMITED BY SIZE
006160                    WS-PREV-PORTFOLIO DELIMITED BY SIZE
006170                    INTO REPORT-REC
006180         END-IF
006190         WRITE REPORT-REC
006200     END-IF
006210     IF WS-ROW-CUSTOMER (WS-ROW-SUB) NOT = WS-PREV-CUSTOMER
006220         IF WS-PREV-CUSTOMER NOT = LOW-VALUES
006230             PERFORM 5300-CLOSE-CUSTOMER THRU 5300-EXIT
006240         END-IF
006250         MOVE WS-ROW-CUSTOMER (WS-ROW-SUB) TO WS-PREV-CUSTOMER
006260         MOVE SPACES TO REPORT-REC
006270         IF WS-PREV-CUSTOMER = HIGH-VALUES
006280             MOVE "   CUSTOMER (NONE)" TO REPORT-REC
006290         ELSE
006300             STRING "   CUSTOMER " DELIMITED BY SIZE
006310                    WS-PREV-CUSTOMER DELIMITED BY SIZE
006320                    INTO REPORT-REC
006330         END-IF
006340         WRITE REPORT-REC
006350         MOVE WS-KEY-HEAD TO REPORT-REC
006360         WRITE REPORT-REC
006370     END-IF
006380     MOVE WS-ROW-KEY (WS-ROW-SUB) TO WS-KL-KEY
006390     MOVE WS-ROW-STATUS (WS-ROW-SUB) TO WS-KL-STATUS
006400     MOVE SPACES TO WS-KL-LAST-POST
006410     IF WS-ROW-LAST-POST (WS-ROW-SUB) NOT = ZERO
006420         MOVE WS-ROW-LAST-POST (WS-ROW-SUB) TO WS-KL-LAST-POST
006430     END-IF
006440     MOVE WS-ROW-BALANCE (WS-ROW-SUB) TO WS-KL-BALANCE
006450     MOVE WS-ROW-POSTINGS (WS-ROW-SUB) TO WS-KL-POSTINGS
006460     MOVE WS-ROW-NET (WS-ROW-SUB) TO WS-KL-NET
006470     EVALUATE TRUE
006480         WHEN WS-ROW-ON-MASTER (WS-ROW-SUB) NOT = "Y"
006490             MOVE "NOT ON MASTER" TO WS-KL-NOTE
006500         WHEN WS-ROW-CURRENT (WS-ROW-SUB) NOT = "Y"
006510             MOVE "FORMER GROUP" TO WS-KL-NOTE
006520         WHEN OTHER
006530             MOVE SPACES TO WS-KL-NOTE
006540     END-EVALUATE
006550     MOVE WS-KEY-LINE TO REPORT-REC
006560     WRITE REPORT-REC
006570     IF WS-ROW-CURRENT (WS-ROW-SUB) = "Y"
006580         ADD 1 TO WS-CUST-KEYS
006590     END-IF
006600     ADD WS-ROW-BALANCE (WS-ROW-SUB) TO WS-CUST-BALANCE
006610     ADD WS-ROW-POSTINGS (WS-ROW-SUB) TO WS-CUST-POSTINGS
006620     ADD WS-ROW-NET (WS-ROW-SUB) TO WS-CUST-NET
006630     ADD 1 TO WS-ROW-SUB
006640     .
006650 5100-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------*
006690*    5300-CLOSE-CUSTOMER                                          *
006700*    WRITES THE CUSTOMER SUBTOTAL AND ROLLS IT INTO THE           *
006710*    PORTFOLIO. THE (NONE) BUCKET IS NOT COUNTED AS A CUSTOMER.   *
006720*----------------------------------------------------------------*
006730 5300-CLOSE-CUSTOMER.
006740     MOVE SPACES TO WS-TOTAL-LINE
006750     IF WS-PREV-CUSTOMER = HIGH-VALUES
006760         MOVE "   CUSTOMER (NONE) TOTAL" TO WS-TL-LABEL
006770     ELSE
006780         STRING "   CUSTOMER " DELIMITED BY SIZE
006790                WS-PREV-CUSTOMER DELIMITED BY SIZE
006800                " TOTAL" DELIMITED BY SIZE
006810                INTO WS-TL-LABEL
006820     END-IF
006830     MOVE WS-CUST-BALANCE TO WS-TL-BALANCE
006840     MOVE WS-CUST-POSTINGS TO WS-TL-POSTINGS
006850     MOVE WS-CUST-NET TO WS-TL-NET
006860     MOVE WS-CUST-KEYS TO WS-EDIT-COUNT
006870     STRING WS-EDIT-COUNT DELIMITED BY SIZE
006880            " KEY(S)" DELIMITED BY SIZE
006890            INTO WS-TL-COUNTS
006900     MOVE WS-TOTAL-LINE TO REPORT-REC
006910     WRITE REPORT-REC
006920     IF WS-PREV-CUSTOMER NOT = HIGH-VALUES
006930         ADD 1 TO WS-PORT-CUSTOMERS
006940     END-IF
006950     ADD WS-CUST-KEYS TO WS-PORT-KEYS
006960     ADD WS-CUST-BALANCE TO WS-PORT-BALANCE
006970     ADD WS-CUST-POSTINGS TO WS-PORT-POSTINGS
006980     ADD WS-CUST-NET TO WS-PORT-NET
006990     MOVE ZERO TO WS-CUST-KEYS
007000     MOVE ZERO TO WS-CUST-BALANCE
007010     MOVE ZERO TO WS-CUST-POSTINGS
007020     MOVE ZERO TO WS-CUST-NET
007030     .
007040 5300-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------*
007080*    5400-CLOSE-PORTFOLIO                                         *
007090*    WRITES THE PORTFOLIO SUBTOTAL AND ROLLS IT INTO THE GRAND    *
007100*    TOTAL. THE (NONE) BUCKET IS NOT COUNTED AS A PORTFOLIO.      *
007110*----------------------------------------------------------------*
007120 5400-CLOSE-PORTFOLIO.
007130     MOVE SPACES TO WS-TOTAL-LINE
007140     IF WS-PREV-PORTFOLIO = HIGH-VALUES
007150         MOVE "PORTFOLIO (NONE) TOTAL" TO WS-TL-LABEL
007160     ELSE
007170         STRING "PORTFOLIO " DELIMITED BY SIZE
007180                WS-PREV-PORTFOLIO DELIMITED BY SIZE
007190                " TOTAL" DELIMITED BY SIZE
007200                INTO WS-TL-LABEL
007210     END-IF
007220     MOVE WS-PORT-BALANCE TO WS-TL-BALANCE
007230     MOVE WS-PORT-POSTINGS TO WS-TL-POSTINGS
007240     MOVE WS-PORT-NET TO WS-TL-NET
007250     MOVE WS-PORT-CUSTOMERS TO WS-EDIT-COUNT
007260     MOVE WS-PORT-KEYS TO WS-EDIT-KEYS
007270     STRING WS-EDIT-COUNT DELIMITED BY SIZE
007280            " CUSTOMER(S)" DELIMITED BY SIZE
007290            WS-EDIT-KEYS DELIMITED BY SIZE
007300            " KEY(S)" DELIMITED BY SIZE
007310            INTO WS-TL-COUNTS
007320     MOVE WS-TOTAL-LINE TO REPORT-REC
007330     WRITE REPORT-REC
007340     IF WS-PREV-PORTFOLIO NOT = HIGH-VALUES
007350         ADD 1 TO WS-GRAND-PORTFOLIOS
007360     END-IF
007370     ADD WS-PORT-CUSTOMERS TO WS-GRAND-CUSTOMERS
007380     ADD WS-PORT-KEYS TO WS-GRAND-KEYS
007390     ADD WS-PORT-BALANCE TO WS-GRAND-BALANCE
007400     ADD WS-PORT-POSTINGS TO WS-GRAND-POSTINGS
007410     ADD WS-PORT-NET TO WS-GRAND-NET
007420     MOVE ZERO TO WS-PORT-CUSTOMERS
007430     MOVE ZERO TO WS-PORT-KEYS
007440     MOVE ZERO TO WS-PORT-BALANCE
007450     MOVE ZERO TO WS-PORT-POSTINGS
007460     MOVE ZERO TO WS-PORT-NET
007470     .
007480 5400-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------------*
007520*    5500-WRITE-GRAND-TOTAL                                       *
007530*    WRITES THE GRAND TOTAL AND THE RUN COUNTS. ON THE ALL-       *
007540*    GROUPS REPORT THE GRAND TOTAL BALANCE FOOTS TO THE MASTER.   *
007550*----------------------------------------------------------------*
007560 5500-WRITE-GRAND-TOTAL.
007570     MOVE SPACES TO REPORT-REC
007580     WRITE REPORT-REC
007590     MOVE SPACES TO WS-TOTAL-LINE
007600     MOVE "GRAND TOTAL" TO WS-TL-LABEL
007610     MOVE WS-GRAND-BALANCE TO WS-TL-BALANCE
007620     MOVE WS-GRAND-POSTINGS TO WS-TL-POSTINGS
007630     MOVE WS-GRAND-NET TO WS-TL-NET
007640     MOVE WS-GRAND-KEYS TO WS-EDIT-COUNT
007650     STRING WS-EDIT-COUNT DELIMITED BY SIZE
007660            " KEY(S)" DELIMITED BY SIZE
007670            INTO WS-TL-COUNTS
007680     MOVE WS-TOTAL-LINE TO REPORT-REC
007690     WRITE REPORT-REC
007700     MOVE SPACES TO REPORT-REC
007710     WRITE REPORT-REC
007720     MOVE "PORTFOLIOS" TO WS-CL-LABEL
007730     MOVE WS-GRAND-PORTFOLIOS TO WS-CL-COUNT
007740     MOVE WS-COUNT-LINE TO REPORT-REC
007750     WRITE REPORT-REC
007760     MOVE "CUSTOMERS" TO WS-CL-LABEL
007770     MOVE WS-GRAND-CUSTOMERS TO WS-CL-COUNT
007780     MOVE WS-COUNT-LINE TO REPORT-REC
007790     WRITE REPORT-REC
007800     MOVE "MASTER RECORDS READ" TO WS-CL-LABEL
007810     MOVE WS-MASTER-READ TO WS-CL-COUNT
007820     MOVE WS-COUNT-LINE TO REPORT-REC
007830     WRITE REPORT-REC
007840     MOVE "POSTINGS IN THE RANGE" TO WS-CL-LABEL
007850     MOVE WS-HIST-IN-RANGE TO WS-CL-COUNT
007860     MOVE WS-COUNT-LINE TO REPORT-REC
007870     WRITE REPORT-REC
007880     IF WS-GROUP-FILTER = SPACES
007890         MOVE WS-MASTER-TOTAL TO WS-EDIT-TOTAL
007900         MOVE SPACES TO REPORT-REC
007910         STRING "MASTER TOTAL BALANCE                    "
007920                DELIMITED BY SIZE
007930                WS-EDIT-TOTAL DELIMITED BY SIZE
007940                INTO REPORT-REC
007950         WRITE REPORT-REC
007960         MOVE SPACES TO REPORT-REC
007970         IF WS-MASTER-TOTAL = WS-GRAND-BALANCE
007980             MOVE "GRAND TOTAL FOOTS TO THE MASTER"
007990                 TO REPORT-REC
008000         ELSE
008010             MOVE "*** GRAND TOTAL DOES NOT FOOT TO THE MASTER "
008020                 TO REPORT-REC
008030         END-IF
008040         WRITE REPORT-REC
008050     END-IF
008060     .
008070 5500-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------------*
008110*    6000-PLACE-KEY                                               *
008120*    FINDS THE CUSTOMER WS-THIS-KEY WAS IN ON WS-FIND-DATE (ZERO  *
008130*    FOR NOW) AND THAT CUSTOMER'S PORTFOLIO ON THE SAME DATE,     *
008140*    THEN THE ROW FOR THE THREE, ADDING IT IF NEED BE.            *
008150*    WS-ROW-FOUND IS LEFT ON THE ROW, OR ZERO WHEN THE KEY FALLS  *
008160*    OUTSIDE THE GROUP THE OPERATOR ASKED FOR.                    *
008170*----------------------------------------------------------------*
008180 6000-PLACE-KEY.
008190     MOVE ZERO TO WS-ROW-FOUND
008200     MOVE "K" TO WS-FIND-LEVEL
008210     MOVE WS-THIS-KEY TO WS-FIND-MEMBER
008220     PERFORM 6100-FIND-GROUP THRU 6100-EXIT
008230     MOVE WS-FIND-GROUP TO WS-THIS-CUSTOMER
008240     MOVE HIGH-VALUES TO WS-THIS-PORTFOLIO
008250     IF WS-THIS-CUSTOMER NOT = HIGH-VALUES
008260         MOVE "C" TO WS-FIND-LEVEL
008270         MOVE WS-THIS-CUSTOMER TO WS-FIND-MEMBER
008280         PERFORM 6100-FIND-GROUP THRU 6100-EXIT
008290         MOVE WS-FIND-GROUP TO WS-THIS-PORTFOLIO
008300     END-IF
008310     IF WS-GROUP-FILTER NOT = SPACES
008320      AND WS-GROUP-FILTER NOT = WS-THIS-CUSTOMER
008330      AND WS-GROUP-FILTER NOT = WS-THIS-PORTFOLIO
008340         GO TO 6000-EXIT
008350     END-IF
008360     MOVE WS-THIS-PORTFOLIO TO WS-TS-PORTFOLIO
008370     MOVE WS-THIS-CUSTOMER TO WS-TS-CUSTOMER
008380     MOVE WS-THIS-KEY TO WS-TS-KEY
008390     PERFORM 6200-FIND-ROW THRU 6200-EXIT
008400     IF NOT ROW-FOUND
008410         PERFORM 6300-INSERT-ROW THRU 6300-EXIT
008420     END-IF
008430     .
008440 6000-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------*
008480*    6100-FIND-GROUP                                              *
008490*    FINDS THE GROUP WS-FIND-MEMBER WAS IN AT WS-FIND-LEVEL ON    *
008500*    WS-FIND-DATE - ITS CURRENT GROUP WHEN THE DATE IS ZERO.      *
008510*    HIGH-VALUES WHEN IT WAS IN NONE. A BINARY SEARCH FINDS THE   *
008511*    MEMBER'S FIRST LINK, THEN ITS LINKS ARE TESTED IN TURN.      *
008520*----------------------------------------------------------------*
008530 6100-FIND-GROUP.
008540     MOVE HIGH-VALUES TO WS-FIND-GROUP
008550     MOVE "N" TO WS-LINK-FOUND-SWITCH
008551     MOVE 1 TO WS-LINK-LOW
008552     COMPUTE WS-LINK-HIGH = WS-LINK-COUNT + 1
008553     PERFORM 6120-PROBE-ONE-LINK THRU 6120-EXIT
008554         UNTIL WS-LINK-LOW NOT < WS-LINK-HIGH
008560     MOVE WS-LINK-LOW TO WS-LINK-SUB
008570     PERFORM 6110-CHECK-ONE-LINK THRU 6110-EXIT
008580         UNTIL WS-LINK-SUB > WS-LINK-COUNT OR LINK-FOUND
008590     .
008600 6100-EXIT.
008610     EXIT.
008620
008630*----------------------------------------------------------------*
008640*    6110-CHECK-ONE-LINK                                          *
008650*    TESTS ONE RELATIONSHIP RECORD AGAINST THE LOOKUP. THE FIRST  *
008651*    LINK FOR ANOTHER MEMBER ENDS THE SEARCH.                     *
008660*----------------------------------------------------------------*
008670 6110-CHECK-ONE-LINK.
008680     IF WS-LINK-MEMBER-KEY (WS-LINK-SUB) NOT = WS-FIND-MEMBER-KEY
008690         COMPUTE WS-LINK-SUB = WS-LINK-COUNT + 1
008700         GO TO 6110-EXIT
008710     END-IF
008720     MOVE WS-LINK-RECORD (WS-LINK-SUB) TO GR-RECORD
008730     ADD 1 TO WS-LINK-SUB
008740     IF WS-FIND-DATE = ZERO
008750         IF GR-IS-CURRENT
008760             SET LINK-FOUND TO TRUE
008770         END-IF
008780     ELSE
008790         IF GR-FROM-DATE NOT > WS-FIND-DATE
008800          AND (GR-IS-CURRENT OR GR-TO-DATE NOT < WS-FIND-DATE)
008810             SET LINK-FOUND TO TRUE
008820         END-IF
008830     END-IF
008840     IF LINK-FOUND
008850         MOVE GR-GROUP TO WS-FIND-GROUP
008860     END-IF
008870     .
008880 6110-EXIT.
008890     EXIT.
008891
008892*----------------------------------------------------------------*
008893*    6120-PROBE-ONE-LINK                                          *
008894*    HALVES THE SEARCH RANGE ONCE. WS-LINK-LOW ENDS ON THE FIRST  *
008895*    LINK NOT BELOW WS-FIND-MEMBER-KEY.                           *
008896*----------------------------------------------------------------*
008897 6120-PROBE-ONE-LINK.
008898     COMPUTE WS-LINK-MID = (WS-LINK-LOW + WS-LINK-HIGH) / 2
008899     IF WS-LINK-MEMBER-KEY (WS-LINK-MID) < WS-FIND-MEMBER-KEY
008900         COMPUTE WS-LINK-LOW = WS-LINK-MID + 1
008901     ELSE
008902         MOVE WS-LINK-MID TO WS-LINK-HIGH
008903     END-IF
008904     .
008905 6120-EXIT.
008906     EXIT.
008908
008910*----------------------------------------------------------------*
008920*    6200-FIND-ROW                                                *
008930*    BINARY SEARCH OF THE ROW TABLE FOR WS-THIS-SORT. ON A MISS   *
008940*    WS-ROW-LOW IS WHERE THE ROW BELONGS.                         *
008950*----------------------------------------------------------------*
008960 6200-FIND-ROW.
008970     MOVE "N" TO WS-ROW-FOUND-SWITCH
008980     MOVE 1 TO WS-ROW-LOW
008990     MOVE WS-ROW-COUNT TO WS-ROW-HIGH
009000     PERFORM 6210-PROBE-ONE-ROW THRU 6210-EXIT
009010         UNTIL WS-ROW-LOW > WS-ROW-HIGH OR ROW-FOUND
009020     .
009030 6200-EXIT.
009040     EXIT.
009050
009060*----------------------------------------------------------------*
009070*    6210-PROBE-ONE-ROW                                           *
009080*    HALVES THE SEARCH RANGE ONCE.                                *
009090*----------------------------------------------------------------*
009100 6210-PROBE-ONE-ROW.
009110     COMPUTE WS-ROW-MID = (WS-ROW-LOW + WS-ROW-HIGH) / 2
009120     EVALUATE TRUE
009130         WHEN WS-ROW-SORT (WS-ROW-MID) = WS-THIS-SORT
009140             SET ROW-FOUND TO TRUE
009150             MOVE WS-ROW-MID TO WS-ROW-FOUND
009160         WHEN WS-ROW-SORT (WS-ROW-MID) < WS-THIS-SORT
009170             COMPUTE WS-ROW-LOW = WS-ROW-MID + 1
009180         WHEN OTHER
009190             COMPUTE WS-ROW-HIGH = WS-ROW-MID - 1
009200     END-EVALUATE
009210     .
009220 6210-EXIT.
009230     EXIT.
009240
009250*----------------------------------------------------------------*
009260*    6300-INSERT-ROW                                              *
009270*    PUTS A NEW, EMPTY ROW FOR WS-THIS-SORT AT WS-ROW-LOW, MOVING *
009280*    LATER ROWS DOWN ONE. A FULL TABLE IS A HARD STOP.            *
009290*----------------------------------------------------------------*
009300 6300-INSERT-ROW.
009310     IF WS-ROW-COUNT >= WS-ROW-MAX
009320         DISPLAY "LGGRPRPT: *** ROW TABLE FULL - RUN "
009330                 "STOPPED ***"
009340         MOVE 16 TO RETURN-CODE
009350         STOP RUN
009360     END-IF
009370     ADD 1 TO WS-ROW-COUNT
009380     MOVE WS-ROW-COUNT TO WS-ROW-SUB
009390     PERFORM 6310-MOVE-ONE-ROW-DOWN THRU 6310-EXIT
009400         UNTIL WS-ROW-SUB = WS-ROW-LOW
009410     INITIALIZE WS-ROW-ENTRY (WS-ROW-SUB)
009420     MOVE WS-THIS-SORT TO WS-ROW-SORT (WS-ROW-SUB)
009430     MOVE SPACE TO WS-ROW-CURRENT (WS-ROW-SUB)
009440     MOVE SPACE TO WS-ROW-ON-MASTER (WS-ROW-SUB)
009450     MOVE SPACE TO WS-ROW-STATUS (WS-ROW-SUB)
009460     MOVE WS-ROW-SUB TO WS-ROW-FOUND
009470     .
009480 6300-EXIT.
009490     EXIT.
009500
009510*----------------------------------------------------------------*
009520*    6310-MOVE-ONE-ROW-DOWN                                       *
009530*    MOVES ONE LATER ROW DOWN TO MAKE ROOM.                       *
009540*----------------------------------------------------------------*
009550 6310-MOVE-ONE-ROW-DOWN.
009560     MOVE WS-ROW-ENTRY (WS-ROW-SUB - 1)
009570         TO WS-ROW-ENTRY (WS-ROW-SUB)
009580     SUBTRACT 1 FROM WS-ROW-SUB
009590     .
009600 6310-EXIT.
009610     EXIT.
009611
009612*----------------------------------------------------------------*
009613*    6400-CHECK-CURRENT                                           *
009614*    MARKS ROW WS-ROW-FOUND CURRENT WHEN ITS CUSTOMER AND         *
009615*    PORTFOLIO (IN WS-THIS-SORT) ARE THE ONES WS-THIS-KEY IS IN   *
009616*    NOW, WHETHER OR NOT THE KEY IS ON THE MASTER.                *
009617*----------------------------------------------------------------*
009618 6400-CHECK-CURRENT.
009619     MOVE "N" TO WS-ROW-CURRENT (WS-ROW-FOUND)
009620     MOVE ZERO TO WS-FIND-DATE
009621     MOVE "K" TO WS-FIND-LEVEL
009622     MOVE WS-THIS-KEY TO WS-FIND-MEMBER
009623     PERFORM 6100-FIND-GROUP THRU 6100-EXIT
009624     IF WS-FIND-GROUP NOT = WS-TS-CUSTOMER
009625         GO TO 6400-EXIT
009626     END-IF
009627     IF WS-TS-CUSTOMER NOT = HIGH-VALUES
009628         MOVE "C" TO WS-FIND-LEVEL
009629         MOVE WS-TS-CUSTOMER TO WS-FIND-MEMBER
009630         PERFORM 6100-FIND-GROUP THRU 6100-EXIT
009631         IF WS-FIND-GROUP NOT = WS-TS-PORTFOLIO
009632             GO TO 6400-EXIT
009633         END-IF
009634     END-IF
009635     MOVE "Y" TO WS-ROW-CURRENT (WS-ROW-FOUND)
009636     .
009637 6400-EXIT.
009638     EXIT.
009639
009640*----------------------------------------------------------------*
009641*    6500-CHECK-MASTER                                            *
009642*    MARKS ROW WS-ROW-FOUND ON-MASTER WHEN WS-THIS-KEY HAS A      *
009643*    MASTER RECORD.                                               *
009644*----------------------------------------------------------------*
009645 6500-CHECK-MASTER.
009646     MOVE "N" TO WS-ROW-ON-MASTER (WS-ROW-FOUND)
009647     IF NOT MASTER-IS-OPEN
009648         GO TO 6500-EXIT
009649     END-IF
009650     MOVE WS-THIS-KEY TO MR-KEY
009651     READ MASTERFILE
009652         INVALID KEY
009653             GO TO 6500-EXIT
009654     END-READ
009655     IF NOT MASTER-ACTION-OK
009656         DISPLAY "LGGRPRPT: *** MASTER READ FAILED FOR KEY "
009657                 WS-THIS-KEY " - FILE STATUS "
009658                 WS-MASTERFILE-STATUS " ***"
009659         MOVE 16 TO RETURN-CODE
009660         STOP RUN
009661     END-IF
009662     MOVE "Y" TO WS-ROW-ON-MASTER (WS-ROW-FOUND)
009663     .
009664 6500-EXIT.
009665     EXIT.
009667
009669*----------------------------------------------------------------*
009671*    8000-FINALIZE                                                *
009673*    REPORTS THE RUN AND SETS THE RETURN CODE.                    *
009675*----------------------------------------------------------------*
009677 8000-FINALIZE.
009680     DISPLAY "LGGRPRPT: " WS-GRAND-KEYS " KEY(S) IN "
009690             WS-GRAND-CUSTOMERS " CUSTOMER(S), "
009700             WS-HIST-IN-RANGE " POSTING(S) IN THE RANGE"
009710     DISPLAY "LGGRPRPT: REPORT WRITTEN TO " WS-REPORT-DDNAME
009720     IF WS-ROW-COUNT = ZERO
009730         MOVE 4 TO RETURN-CODE
009740     END-IF
009750     .
009760 8000-EXIT.
009770     EXIT.
