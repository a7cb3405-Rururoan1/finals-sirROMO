001018*                  SO KEYS ROUTED TO SUSPENSE BY THE KEY          *
001019*                  REFERENCE CHECK LAND BESIDE THE ENTRY'S OTHER  *
001020*                  ARTIFACTS AND ARE ARCHIVED WITH THEM.          *
001021* 10/15/2026 RJM   LOGIC NOW RUNS AS UP TO LGDRIVR_STREAMS        *
001022*                  (DEFAULT 1, AT MOST 8) STREAMS AT A TIME. THE  *
001023*                  MANIFEST IS STAGED A BATCH AT A TIME AND EACH  *
001024*                  STREAM RUNS AGAINST ITS OWN SNAPSHOT OF THE    *
001025*                  DAY-KEY AND PROCESSED-FILE REGISTERS, WITH     *
001026*                  PRIVATE WAREHOUSE AND PRIOR-PERIOD FILES.      *
001027*                  RESULTS ARE COMMITTED STRICTLY IN MANIFEST     *
001028*                  ORDER - THE STREAM'S REGISTER, KEY, WAREHOUSE  *
001029*                  AND PRIOR-PERIOD ADDITIONS APPLIED, THEN ITS   *
001030*                  RUN OUTPUT MERGED - SO THE DAY SET, THE AUDIT  *
001031*                  SET AND THE DAY TRAILER DO NOT DEPEND ON WHICH *
001032*                  STREAM FINISHES FIRST. A STREAM WHOSE INPUT    *
001033*                  SHARES A KEY OR ITS FILE IDENTITY WITH AN      *
001034*                  ENTRY COMMITTED AHEAD OF IT IS RE-RUN ON ITS   *
001035*                  OWN, SO A CROSS-FILE DUPLICATE OR A            *
001036*                  RE-PRESENTED FILE IS CAUGHT EXACTLY AS BEFORE. *
001037*                  A FAILED STREAM STOPS ONLY ITS OWN ENTRY, AND  *
001038*                  A STREAM THAT FINISHED BEFORE A DRIVE DIED IS  *
001039*                  COMMITTED FROM WHAT IT LEFT RATHER THAN        *
001040*                  RE-RUN. A COMMIT CUT SHORT PART-WAY THROUGH    *
001041*                  APPLYING A STREAM'S ADDITIONS IS FINISHED BY   *
001042*                  THE NEXT DRIVE FROM THE LINE COUNTS IT         *
001043*                  RECORDED FIRST, SO NOTHING IS APPLIED TWICE.   *
001044*----------------------------------------------------------------*
001045
001046 ENVIRONMENT DIVISION.
001047 INPUT-OUTPUT SECTION.
001050 FILE-CONTROL.
001060     SELECT MANIFESTFILE ASSIGN TO "data/input/manifest.txt"
001070         ORGANIZATION IS LINE SEQUENTIAL
001284         ORGANIZATION IS LINE SEQUENTIAL
001285         FILE STATUS IS WS-INPHDRFILE-STATUS.
001286
001287     SELECT REGFILE ASSIGN TO DYNAMIC WS-REGSCAN-PATH
001288         ORGANIZATION IS LINE SEQUENTIAL
001289         FILE STATUS IS WS-REGFILE-STATUS.
001291
001293         ORGANIZATION IS LINE SEQUENTIAL
001294         FILE STATUS IS WS-CKPTFILE-STATUS.
001296
001297     SELECT SNAPFILE ASSIGN TO DYNAMIC WS-SNAP-PATH
001298         ORGANIZATION IS LINE SEQUENTIAL
001299         FILE STATUS IS WS-SNAPFILE-STATUS.
001300
001301     SELECT STREAMRCFILE ASSIGN TO DYNAMIC WS-STREAMRC-PATH
001302         ORGANIZATION IS LINE SEQUENTIAL
001303         FILE STATUS IS WS-STREAMRCFILE-STATUS.
001304
001305     SELECT COPYINFILE ASSIGN TO DYNAMIC WS-COPY-FROM-PATH
001306         ORGANIZATION IS LINE SEQUENTIAL
001307         FILE STATUS IS WS-COPYINFILE-STATUS.
001308
001309     SELECT COPYOUTFILE ASSIGN TO DYNAMIC WS-COPY-TO-PATH
001310         ORGANIZATION IS LINE SEQUENTIAL
001311         FILE STATUS IS WS-COPYOUTFILE-STATUS.
001312
001313     SELECT SCRIPTFILE ASSIGN TO DYNAMIC WS-SCRIPT-PATH
001314         ORGANIZATION IS LINE SEQUENTIAL
001315         FILE STATUS IS WS-SCRIPTFILE-STATUS.
001316
001317 DATA DIVISION.
001318 FILE SECTION.
001320 FD  MANIFESTFILE.
001330 01  MANIFEST-REC PIC X(80).
001340
001522 FD  CKPTFILE.
001523 01  CKPT-REC PIC X(80).
001524
001525 FD  SNAPFILE.
001526 01  SNAP-REC.
001527     05  SN-KEY-COUNT           PIC 9(09).
001528     05  SN-REG-COUNT           PIC 9(09).
001529     05  SN-APPLY-STATE         PIC X(01).
001530         88  SN-APPLY-STARTED       VALUE "A".
001531     05  SN-BASE-KEY-COUNT      PIC 9(09).
001532     05  SN-BASE-REG-COUNT      PIC 9(09).
001533     05  SN-BASE-WARE-COUNT     PIC 9(09).
001534     05  SN-BASE-PRIOR-COUNT    PIC 9(09).
001535
001536 FD  STREAMRCFILE.
001537 01  STREAMRC-REC PIC X(10).
001538
001539 FD  COPYINFILE.
001540 01  COPYIN-REC PIC X(400).
001541
001542 FD  COPYOUTFILE.
001543 01  COPYOUT-REC PIC X(400).
001544
001545 FD  SCRIPTFILE.
001546 01  SCRIPT-REC PIC X(4000).
001547
001548 WORKING-STORAGE SECTION.
001549 77  WS-MANIFESTFILE-STATUS  PIC X(02).
001550 77  WS-RUNOUTFILE-STATUS    PIC X(02).
001560     88  RUNOUTFILE-FOUND        VALUE "00".
001570     88  RUNOUTFILE-NOT-FOUND    VALUE "35".
001658     88  REGFILE-NOT-FOUND       VALUE "35".
001659 77  WS-CKPTFILE-STATUS      PIC X(02).
001661     88  CKPTFILE-FOUND          VALUE "00".
001662 77  WS-SNAPFILE-STATUS      PIC X(02).
001663     88  SNAPFILE-FOUND          VALUE "00".
001664 77  WS-STREAMRCFILE-STATUS  PIC X(02).
001665     88  STREAMRCFILE-FOUND      VALUE "00".
001666 77  WS-COPYINFILE-STATUS    PIC X(02).
001667     88  COPYINFILE-FOUND        VALUE "00".
001668     88  COPYINFILE-NOT-FOUND    VALUE "35".
001669 77  WS-COPYOUTFILE-STATUS   PIC X(02).
001670     88  COPYOUTFILE-FOUND       VALUE "00".
001671     88  COPYOUTFILE-NOT-FOUND   VALUE "35".
001672 77  WS-SCRIPTFILE-STATUS    PIC X(02).
001673
001674*----------------------------------------------------------------*
001680*    FIELDED VIEW OF A RUN-OUTPUT / CONSOLIDATED LINE (SEE        *
001690*    CPYOUT01) - USED TO STRIP PER-RUN HEADERS AND TRAILERS AND   *
001700*    TO BUILD THE DAY-LEVEL HEADER AND TRAILER.                   *
001850 77  WS-ALREADY-SWITCH       PIC X(01) VALUE "N".
001860     88  ENTRY-ALREADY-MERGED     VALUE "Y".
001870 77  WS-LEFTOVER-SWITCH      PIC X(01) VALUE "N".
001880     88  LEFTOVER-IS-COMPLETE     VALUE "Y".
001890 77  WS-AUDITCF-SWITCH       PIC X(01) VALUE "N".
001900     88  AUDIT-WAS-CARRIED        VALUE "Y".
001902 77  WS-REGMATCH-SWITCH      PIC X(01) VALUE "N".
001904     88  LEFTOVER-IS-REGISTERED   VALUE "Y".
001906 77  WS-REGEOF-SWITCH        PIC X(01) VALUE "N".
001908     88  REGISTER-EOF             VALUE "Y".
001909 77  WS-HELD-SWITCH          PIC X(01) VALUE "N".
001910     88  ENTRY-IS-HELD            VALUE "Y".
001911 77  WS-BATCH-FULL-SWITCH    PIC X(01) VALUE "N".
001912     88  BATCH-IS-FULL            VALUE "Y".
001913 77  WS-INBATCH-SWITCH       PIC X(01) VALUE "N".
001914     88  ENTRY-ALREADY-IN-BATCH   VALUE "Y".
001915 77  WS-CONFLICT-SWITCH      PIC X(01) VALUE "N".
001916     88  STREAM-CONFLICTS         VALUE "Y".
001917 77  WS-RERUN-SWITCH         PIC X(01) VALUE "N".
001918     88  ENTRY-MUST-RERUN         VALUE "Y".
001919 77  WS-COPYEOF-SWITCH       PIC X(01) VALUE "N".
001920     88  COPY-EOF                 VALUE "Y".
001921 77  WS-COPYMODE-SWITCH      PIC X(01) VALUE "O".
001922     88  COPY-REPLACES            VALUE "O".
001923     88  COPY-APPENDS             VALUE "E".
001924 77  WS-COPYLIMIT-SWITCH     PIC X(01) VALUE "N".
001925     88  COPY-IS-LIMITED          VALUE "Y".
001926 77  WS-INPEOF-SWITCH        PIC X(01) VALUE "N".
001927     88  INPUT-EOF                VALUE "Y".
001928 77  WS-SCANDONE-SWITCH      PIC X(01) VALUE "N".
001929     88  SCAN-IS-DONE             VALUE "Y".
001930
001931*----------------------------------------------------------------*
001932*    TABLE OF MANIFEST ENTRIES ALREADY IN THE INSTALLED DAY SET   *
001940*    (CARRIED FORWARD AT START-UP OR MERGED THIS DRIVE). AN       *
001950*    ENTRY ON THIS TABLE IS SKIPPED, NOT RE-RUN, SO A RE-DRIVE    *
001960*    NEVER TRIPS THE PROCESSED-FILE REGISTER AND NEVER DOUBLES    *
002040
002050*----------------------------------------------------------------*
002060*    RUN CONTROL WORK AREAS. WS-RC-REFUSED IS LOGIC'S             *
002070*    PROCESSED-FILE REFUSAL (RETURN-CODE 12) AS THE EXIT STATUS   *
002080*    A STREAM LEAVES IN ITS ".rc" FILE REPORTS IT.                *
002100*----------------------------------------------------------------*
002110 77  WS-RUN-DATE             PIC 9(08).
002120 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
002297 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
002299 77  WS-RM-CMD               PIC X(200) VALUE SPACES.
002300 77  WS-SHELL-RC             PIC S9(09) COMP-5 VALUE ZERO.
002301 77  WS-RC-REFUSED           PIC 9(05) VALUE 12.
002302
002303*----------------------------------------------------------------*
002304*    LOGIC STREAM CONTROL. A BATCH HOLDS UP TO WS-STREAM-MAX      *
002305*    MANIFEST ENTRIES (LGDRIVR_STREAMS, AT MOST WS-STREAM-LIMIT), *
002306*    EACH EITHER RUN BY ITS OWN LOGIC STREAM ("R"), A COMPLETE    *
002307*    LEFTOVER NEEDING NO RUN ("L"), OR ONE WHOSE COMMAND WOULD    *
002308*    NOT BUILD ("F"). ENTRIES ARE COMMITTED IN BATCH ORDER.       *
002309*----------------------------------------------------------------*
002310 77  WS-STREAM-MAX           PIC 9(05) COMP VALUE 1.
002311 77  WS-STREAM-LIMIT         PIC 9(05) COMP VALUE 8.
002312 77  WS-STREAM-ASKED         PIC 9(09) COMP VALUE ZERO.
002313 77  WS-BATCH-COUNT          PIC 9(05) COMP VALUE ZERO.
002314 77  WS-BATCH-SUB            PIC 9(05) COMP VALUE ZERO.
002315 77  WS-LAUNCH-COUNT         PIC 9(05) COMP VALUE ZERO.
002316 01  WS-BATCH-TABLE.
002317     05  WS-BATCH-ENTRY      OCCURS 8 TIMES
002318                             INDEXED BY BATCH-IDX.
002319         10  WS-BATCH-FILE-NAME  PIC X(80).
002320         10  WS-BATCH-STATE      PIC X(01).
002322             88  BATCH-IS-RUN        VALUE "R".
002323             88  BATCH-IS-LEFTOVER   VALUE "L".
002324             88  BATCH-IS-UNBUILT    VALUE "F".
002325 77  WS-HELD-FILE-NAME       PIC X(80) VALUE SPACES.
002326 77  WS-STREAM-RC            PIC 9(05) VALUE ZERO.
002327 77  WS-STREAM-CMD           PIC X(4000) VALUE SPACES.
002328 77  WS-SCRIPT-PATH          PIC X(60) VALUE
002329     "data/output/.lgdrivr-streams.sh".
002330 77  WS-ENTRY-STEM           PIC X(150) VALUE SPACES.
002331 77  WS-PRIVKEYS-PATH        PIC X(150) VALUE SPACES.
002332 77  WS-PRIVREG-PATH         PIC X(150) VALUE SPACES.
002333 77  WS-PRIVWARE-PATH        PIC X(150) VALUE SPACES.
002334 77  WS-PRIVPRIOR-PATH       PIC X(150) VALUE SPACES.
002335 77  WS-SNAP-PATH            PIC X(150) VALUE SPACES.
002336 77  WS-TRUNC-WORK-PATH      PIC X(150) VALUE SPACES.
002337 77  WS-STREAMRC-PATH        PIC X(150) VALUE SPACES.
002338 77  WS-STREAMLOG-PATH       PIC X(150) VALUE SPACES.
002339 77  WS-REGSCAN-PATH         PIC X(150) VALUE SPACES.
002340 77  WS-WAREHOUSE-PATH       PIC X(60)
002341     VALUE "data/warehouse.dat".
002342 77  WS-PRIOR-PATH           PIC X(60)
002343     VALUE "data/prior-period.dat".
002344 77  WS-DIGIT-CHECK          PIC X(60) VALUE SPACES.
002345
002346*----------------------------------------------------------------*
002347*    SPECULATION CHECK WORK AREAS (SEE 2700). WS-NEWKEY HOLDS THE *
002348*    KEYS OF THE DAY-KEY ENTRIES COMMITTED SINCE A STREAM'S       *
002349*    SNAPSHOT WAS TAKEN.                                          *
002350*----------------------------------------------------------------*
002351 77  WS-SNAP-KEY-COUNT       PIC 9(09) COMP VALUE ZERO.
002352 77  WS-SNAP-REG-COUNT       PIC 9(09) COMP VALUE ZERO.
002353 77  WS-HDR-FILE-ID          PIC X(10) VALUE SPACES.
002354 77  WS-HDR-RUN-DATE         PIC X(08) VALUE SPACES.
002355 77  WS-NEWKEY-COUNT         PIC 9(07) COMP VALUE ZERO.
002356 77  WS-NEWKEY-MAX           PIC 9(07) COMP VALUE 50000.
002357 01  WS-NEWKEY-TABLE.
002358     05  WS-NEWKEY           PIC X(10) OCCURS 50000 TIMES
002359                             INDEXED BY NEWKEY-IDX.
002360
002361*----------------------------------------------------------------*
002362*    FILE COPY WORK AREAS (SEE 2800)                              *
002363*----------------------------------------------------------------*
002364 77  WS-COPY-FROM-PATH       PIC X(150) VALUE SPACES.
002365 77  WS-COPY-TO-PATH         PIC X(150) VALUE SPACES.
002366 77  WS-COPY-SKIP            PIC 9(09) COMP VALUE ZERO.
002367 77  WS-COPY-COUNT           PIC 9(09) COMP VALUE ZERO.
002368 77  WS-COPY-LIMIT           PIC 9(09) COMP VALUE ZERO.
002369
002370*----------------------------------------------------------------*
002371*    COMMIT RECOVERY WORK AREAS (SEE 2570 AND 2580). THE LINE     *
002372*    COUNTS OF THE SHARED FILES ARE RECORDED IN THE SNAPSHOT      *
002373*    BEFORE A STREAM'S ADDITIONS ARE APPLIED, SO AN APPLY CUT     *
002374*    SHORT CAN BE WOUND BACK TO THEM AND DONE AGAIN WHOLE.        *
002375*----------------------------------------------------------------*
002376 77  WS-BASE-KEY-COUNT       PIC 9(09) COMP VALUE ZERO.
002377 77  WS-BASE-REG-COUNT       PIC 9(09) COMP VALUE ZERO.
002378 77  WS-BASE-WARE-COUNT      PIC 9(09) COMP VALUE ZERO.
002379 77  WS-BASE-PRIOR-COUNT     PIC 9(09) COMP VALUE ZERO.
002380 77  WS-TRUNC-PATH           PIC X(150) VALUE SPACES.
002381
002382*----------------------------------------------------------------*
002383*    MERGE CONTROL TOTALS - PER FILE AND FOR THE DAY. THE         *
002384*    "ACTUAL" FIGURES ARE COUNTED OFF THE RECORDS COPIED; THE     *
002385*    "TRAILER" FIGURES ARE WHAT EACH RUN'S OWN TRAILER CLAIMED.   *
002386*    THE TWO ARE CROSS-FOOTED AT BOTH THE FILE AND DAY LEVEL.     *
002387*----------------------------------------------------------------*
002390 77  WS-FILE-ACTUAL-COUNT    PIC 9(09) COMP VALUE ZERO.
002400 77  WS-FILE-ACTUAL-TOTAL    PIC S9(09)V99 VALUE ZERO.
002410 77  WS-FILE-TRL-COUNT       PIC 9(09) VALUE ZERO.
002796     IF WS-ENV-VALUE NOT = SPACES
002798         MOVE WS-ENV-VALUE TO WS-REGISTER-PATH
002799     END-IF
002800     MOVE SPACES TO WS-ENV-VALUE
002801     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_WAREHOUSE_DD"
002802     IF WS-ENV-VALUE NOT = SPACES
002803         MOVE WS-ENV-VALUE TO WS-WAREHOUSE-PATH
002804     END-IF
002805     MOVE SPACES TO WS-ENV-VALUE
002806     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_PRIOR_DD"
002807     IF WS-ENV-VALUE NOT = SPACES
002808         MOVE WS-ENV-VALUE TO WS-PRIOR-PATH
002809     END-IF
002810     MOVE SPACES TO WS-ENV-VALUE
002811     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGDRIVR_STREAMS"
002812     IF WS-ENV-VALUE NOT = SPACES
002813         MOVE WS-ENV-VALUE TO WS-DIGIT-CHECK
002814         INSPECT WS-DIGIT-CHECK
002815             CONVERTING "0123456789" TO "          "
002816         IF WS-DIGIT-CHECK = SPACES
002817             COMPUTE WS-STREAM-ASKED =
002818                 FUNCTION NUMVAL (WS-ENV-VALUE)
002819             EVALUATE TRUE
002820                 WHEN WS-STREAM-ASKED = ZERO
002821                     MOVE 1 TO WS-STREAM-MAX
002822                 WHEN WS-STREAM-ASKED > WS-STREAM-LIMIT
002823                     MOVE WS-STREAM-LIMIT TO WS-STREAM-MAX
002824                     DISPLAY "LGDRIVR: LGDRIVR_STREAMS ABOVE "
002825                             "LIMIT - USING " WS-STREAM-MAX
002826                 WHEN OTHER
002827                     MOVE WS-STREAM-ASKED TO WS-STREAM-MAX
002828             END-EVALUATE
002829         ELSE
002830             DISPLAY "LGDRIVR: LGDRIVR_STREAMS NOT NUMERIC - "
002831                     "USING DEFAULT " WS-STREAM-MAX
002832         END-IF
002833     END-IF
002834     IF WS-STREAM-MAX > 1
002835         DISPLAY "LGDRIVR: RUNNING UP TO " WS-STREAM-MAX
002836                 " LOGIC STREAMS AT A TIME"
002837     END-IF
002838     CALL "SYSTEM" USING "mkdir -p data/output"
002839         RETURNING WS-SHELL-RC
002840     MOVE SPACES TO WS-CONSOLIDATED-PATH
002841     STRING "data/output/OUTPUT-" DELIMITED BY SIZE
002842            WS-RUN-DATE DELIMITED BY SIZE
002850            ".DAT" DELIMITED BY SIZE
002860            INTO WS-CONSOLIDATED-PATH
002870     MOVE SPACES TO WS-DAYKEYS-PATH
004640
004650*----------------------------------------------------------------*
004660*    2000-PROCESS-MANIFEST                                         *
004670*    MAIN LOOP - STAGES THE NEXT BATCH OF MANIFEST ENTRIES NOT     *
004680*    ALREADY IN THE DAY SET, STARTS A LOGIC STREAM FOR EVERY ONE   *
004682*    THAT NEEDS A RUN, WAITS THE BATCH OUT AND THEN COMMITS THE    *
004685*    RESULTS ONE ENTRY AT A TIME, IN MANIFEST ORDER, SO THE DAY    *
004687*    COMES OUT THE SAME WHATEVER ORDER THE STREAMS FINISH IN.      *
004690*----------------------------------------------------------------*
004700 2000-PROCESS-MANIFEST.
004710     MOVE ZERO TO WS-BATCH-COUNT
004720     MOVE "N" TO WS-BATCH-FULL-SWITCH
004721     PERFORM 2010-STAGE-NEXT-ENTRY THRU 2010-EXIT
004722         UNTIL EOF-YES OR BATCH-IS-FULL
004723     IF WS-BATCH-COUNT = ZERO
004724         GO TO 2000-EXIT
004725     END-IF
004726     PERFORM 2400-LAUNCH-BATCH THRU 2400-EXIT
004727     MOVE 1 TO WS-BATCH-SUB
004728     PERFORM 2500-COMMIT-ONE-ENTRY THRU 2500-EXIT
004729         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
004730     .
004731 2000-EXIT.
004732     EXIT.
004733
004734*----------------------------------------------------------------*
004735*    2010-STAGE-NEXT-ENTRY                                         *
004736*    TAKES THE NEXT MANIFEST ENTRY (OR THE ONE HELD BACK BY THE    *
004737*    LAST BATCH) AND, UNLESS IT IS ALREADY IN THE DAY SET,         *
004738*    STAGES IT INTO THE BATCH. A NAME ALREADY IN THIS BATCH IS     *
004739*    HELD FOR THE NEXT ONE - ITS FIRST APPEARANCE HAS TO COMMIT    *
004740*    BEFORE IT CAN BE JUDGED, AS IN A ONE-AT-A-TIME DRIVE.         *
004741*----------------------------------------------------------------*
004742 2010-STAGE-NEXT-ENTRY.
004743     IF ENTRY-IS-HELD
004744         MOVE WS-HELD-FILE-NAME TO WS-INPUT-FILE-NAME
004745         MOVE "N" TO WS-HELD-SWITCH
004746     ELSE
004747         READ MANIFESTFILE INTO WS-INPUT-FILE-NAME
004748             AT END
004749                 SET EOF-YES TO TRUE
004750                 GO TO 2010-EXIT
004751         END-READ
004759     END-IF
004760     IF WS-INPUT-FILE-NAME = SPACES
004770         GO TO 2010-EXIT
004780     END-IF
004790     PERFORM 2050-CHECK-DONE-TABLE THRU 2050-EXIT
004800     IF ENTRY-ALREADY-MERGED
004810         DISPLAY "LGDRIVR: " WS-INPUT-FILE-NAME(1:40)
004820                 " ALREADY IN DAY SET - SKIPPED"
004830         ADD 1 TO WS-SKIPPED-FILE-COUNT
004840         GO TO 2010-EXIT
004850     END-IF
004860     PERFORM 2060-CHECK-BATCH-TABLE THRU 2060-EXIT
004861     IF ENTRY-ALREADY-IN-BATCH
004862         MOVE WS-INPUT-FILE-NAME TO WS-HELD-FILE-NAME
004863         SET ENTRY-IS-HELD TO TRUE
004865         SET BATCH-IS-FULL TO TRUE
004866         GO TO 2010-EXIT
004867     END-IF
004868     PERFORM 2100-STAGE-ENTRY THRU 2100-EXIT
004870     ADD 1 TO WS-FILE-COUNT
004872     IF WS-BATCH-COUNT >= WS-STREAM-MAX
004875         SET BATCH-IS-FULL TO TRUE
004877     END-IF
004880     .
004890 2010-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------*
005100     EXIT.
005110
005120*----------------------------------------------------------------*
005130*    2060-CHECK-BATCH-TABLE                                        *
005140*    LOOKS THE MANIFEST ENTRY UP AMONG THOSE ALREADY STAGED INTO   *
005150*    THE CURRENT BATCH.                                            *
005151*----------------------------------------------------------------*
005152 2060-CHECK-BATCH-TABLE.
005153     MOVE "N" TO WS-INBATCH-SWITCH
005154     IF WS-BATCH-COUNT = ZERO
005155         GO TO 2060-EXIT
005156     END-IF
005157     SET BATCH-IDX TO 1
005158     SEARCH WS-BATCH-ENTRY
005159         WHEN BATCH-IDX > WS-BATCH-COUNT
005160             CONTINUE
005161         WHEN WS-BATCH-FILE-NAME (BATCH-IDX) = WS-INPUT-FILE-NAME
005162             SET ENTRY-ALREADY-IN-BATCH TO TRUE
005163     END-SEARCH
005164     .
005165 2060-EXIT.
005166     EXIT.
005167
005168*----------------------------------------------------------------*
005169*    2100-STAGE-ENTRY                                              *
005170*    BUILDS ONE ENTRY'S PATHS AND DECIDES WHAT IT NEEDS. A         *
005171*    COMPLETE RUN OUTPUT LEFT BY AN EARLIER DRIVE IS NOT RE-RUN    *
005172*    (IT WOULD ONLY BE REFUSED) - IT IS STAGED AS A LEFTOVER AND   *
005173*    COMMITTED IN ITS TURN ONCE A REGISTER PROVES ITS RUN          *
005174*    RECONCILED (SEE 2520). EVERY OTHER ENTRY GETS A LOGIC         *
005175*    STREAM; A PARTIAL RUN OUTPUT IS LEFT FOR LOGIC'S CHECKPOINT   *
005176*    RESUME TO EXTEND. EITHER WAY, AN APPLY OF THE ENTRY'S STREAM  *
005177*    CUT SHORT BY AN EARLIER DRIVE IS FINISHED FIRST (SEE 2570).   *
005178*----------------------------------------------------------------*
005179 2100-STAGE-ENTRY.
005180     DISPLAY "LGDRIVR: PROCESSING " WS-INPUT-FILE-NAME
005181     PERFORM 2110-BUILD-ENTRY-PATHS THRU 2110-EXIT
005182     IF BUILD-OVERFLOWED
005183         DISPLAY "LGDRIVR: *** COMMAND BUILD OVERFLOWED FOR "
005184                 WS-INPUT-FILE-NAME " - LOGIC NOT RUN ***"
005185         ADD 1 TO WS-FAILED-FILE-COUNT
005186         GO TO 2100-EXIT
005187     END-IF
005188     PERFORM 2570-FINISH-APPLY THRU 2570-EXIT
005189     PERFORM 2150-CHECK-LEFTOVER THRU 2150-EXIT
005190     ADD 1 TO WS-BATCH-COUNT
005191     SET BATCH-IDX TO WS-BATCH-COUNT
005192     MOVE WS-INPUT-FILE-NAME TO WS-BATCH-FILE-NAME (BATCH-IDX)
005193     IF LEFTOVER-IS-COMPLETE
005194         SET BATCH-IS-LEFTOVER (BATCH-IDX) TO TRUE
005195     ELSE
005196         SET BATCH-IS-RUN (BATCH-IDX) TO TRUE
005197     END-IF
005198     .
005199 2100-EXIT.
005200     EXIT.
005201
005202*----------------------------------------------------------------*
005203*    2110-BUILD-ENTRY-PATHS                                        *
005204*    BUILDS EVERY PER-ENTRY PATH. EACH CARRIES THE DAY DATE SO AN  *
005205*    ARCHIVE PURGE OF AN OLD DAY NEVER TOUCHES A CURRENT DAY'S     *
005206*    ARTIFACTS. THE ".stream" FILES ARE THE STREAM'S PRIVATE       *
005207*    REGISTER COPIES, WAREHOUSE AND PRIOR-PERIOD FILES, SNAPSHOT   *
005208*    COUNTS, CONSOLE LOG, EXIT STATUS AND COMMIT-RECOVERY WORK     *
005209*    FILE - ALL REMOVED ONCE THE ENTRY IS COMMITTED.               *
005210*----------------------------------------------------------------*
005249 2110-BUILD-ENTRY-PATHS.
005250     MOVE "N" TO WS-BUILD-OVERFLOW-SWITCH
005260     MOVE SPACES TO WS-RUN-OUTPUT-PATH
005270     STRING "data/output/OUTPUT-" DELIMITED BY SIZE
005730         ON OVERFLOW
005740             SET BUILD-OVERFLOWED TO TRUE
005750     END-STRING
005760     MOVE SPACES TO WS-INPUT-PATH
005770     STRING "data/input/" DELIMITED BY SIZE
005780            WS-INPUT-FILE-NAME DELIMITED BY " "
005790            INTO WS-INPUT-PATH
005930         ON OVERFLOW
005940             SET BUILD-OVERFLOWED TO TRUE
005950     END-STRING
005960     MOVE SPACES TO WS-ENTRY-STEM
005970     STRING "data/output/OUTPUT-" DELIMITED BY SIZE
005980            WS-RUN-DATE DELIMITED BY SIZE
005990            "." DELIMITED BY SIZE
006000            WS-INPUT-FILE-NAME DELIMITED BY " "
006010            ".stream" DELIMITED BY SIZE
006020            INTO WS-ENTRY-STEM
006030         ON OVERFLOW
006040             SET BUILD-OVERFLOWED TO TRUE
006050     END-STRING
006060     MOVE SPACES TO WS-PRIVKEYS-PATH
006070     STRING WS-ENTRY-STEM DELIMITED BY " "
006080            ".keys" DELIMITED BY SIZE
006090            INTO WS-PRIVKEYS-PATH
006100         ON OVERFLOW
006110             SET BUILD-OVERFLOWED TO TRUE
006120     END-STRING
006130     MOVE SPACES TO WS-PRIVREG-PATH
006140     STRING WS-ENTRY-STEM DELIMITED BY " "
006150            ".reg" DELIMITED BY SIZE
006160            INTO WS-PRIVREG-PATH
006170         ON OVERFLOW
006180             SET BUILD-OVERFLOWED TO TRUE
006190     END-STRING
006200     MOVE SPACES TO WS-PRIVWARE-PATH
006210     STRING WS-ENTRY-STEM DELIMITED BY " "
006212            ".warehouse" DELIMITED BY SIZE
006214            INTO WS-PRIVWARE-PATH
006216         ON OVERFLOW
006218             SET BUILD-OVERFLOWED TO TRUE
006220     END-STRING
006222     MOVE SPACES TO WS-PRIVPRIOR-PATH
006224     STRING WS-ENTRY-STEM DELIMITED BY " "
006226            ".prior" DELIMITED BY SIZE
006228            INTO WS-PRIVPRIOR-PATH
006229         ON OVERFLOW
006230             SET BUILD-OVERFLOWED TO TRUE
006231     END-STRING
006232     MOVE SPACES TO WS-SNAP-PATH
006233     STRING WS-ENTRY-STEM DELIMITED BY " "
006234            ".snap" DELIMITED BY SIZE
006235            INTO WS-SNAP-PATH
006236         ON OVERFLOW
006237             SET BUILD-OVERFLOWED TO TRUE
006238     END-STRING
006239     MOVE SPACES TO WS-STREAMRC-PATH
006240     STRING WS-ENTRY-STEM DELIMITED BY " "
006241            ".rc" DELIMITED BY SIZE
006242            INTO WS-STREAMRC-PATH
006243         ON OVERFLOW
006244             SET BUILD-OVERFLOWED TO TRUE
006245     END-STRING
006246     MOVE SPACES TO WS-STREAMLOG-PATH
006247     STRING WS-ENTRY-STEM DELIMITED BY " "
006248            ".log" DELIMITED BY SIZE
006249            INTO WS-STREAMLOG-PATH
006250         ON OVERFLOW
006251             SET BUILD-OVERFLOWED TO TRUE
006252     END-STRING
006253     MOVE SPACES TO WS-TRUNC-WORK-PATH
006254     STRING WS-ENTRY-STEM DELIMITED BY " "
006255            ".trunc" DELIMITED BY SIZE
006256            INTO WS-TRUNC-WORK-PATH
006257         ON OVERFLOW
006258             SET BUILD-OVERFLOWED TO TRUE
006259     END-STRING
006260     .
006261 2110-EXIT.
006262     EXIT.
006270
006280*----------------------------------------------------------------*
006290*    2150-CHECK-LEFTOVER                                           *
006300*    AN EARLIER DRIVE MAY HAVE DIED BETWEEN LOGIC FINISHING AND    *
006310*    THE MERGE, LEAVING A COMPLETE RUN OUTPUT BEHIND. IF THAT      *
006320*    OUTPUT VERIFIES AGAINST ITS OWN TRAILER THE ENTRY IS STAGED   *
006330*    AS A LEFTOVER - NO NEW LOGIC RUN, NO REFUSAL, NO              *
006340*    HAND-EDITING THE REGISTER - AND COMMITTED IN ITS TURN (SEE    *
006350*    2520). A PARTIAL LEFTOVER IS LEFT IN PLACE FOR THE            *
006360*    CHECKPOINT RESUME TO EXTEND.                                  *
006370*----------------------------------------------------------------*
006380 2150-CHECK-LEFTOVER.
006390     MOVE "N" TO WS-LEFTOVER-SWITCH
006400     PERFORM 2205-INIT-FILE-TOTALS THRU 2205-EXIT
006410     OPEN INPUT RUNOUTFILE
006590                 " IS INCOMPLETE - RUN WILL RESUME"
006600         GO TO 2150-EXIT
006610     END-IF
006614     SET LEFTOVER-IS-COMPLETE TO TRUE
006660     .
006670 2150-EXIT.
006680     EXIT.
006687*    FILE'S OWN HEADER PAIR MUST BE ON THE REGISTER BEFORE THE     *
006688*    LEFTOVER IS MERGED. A RECONCILE-FAILED RUN'S OUTPUT LOOKS     *
006689*    COMPLETE (ITS TRAILER IS SELF-CONSISTENT BY CONSTRUCTION)     *
006690*    BUT IS NOT REGISTERED, AND MUST RE-RUN INSTEAD. THE           *
006691*    REGISTER SCANNED IS WHICHEVER WS-REGSCAN-PATH NAMES - THE     *
006692*    DAY'S OWN OR A STREAM'S PRIVATE COPY (SEE 2520).              *
006693*----------------------------------------------------------------*
006694 2170-CHECK-LEFTOVER-REGISTERED.
006695     MOVE "N" TO WS-REGMATCH-SWITCH
006696     MOVE "N" TO WS-REGEOF-SWITCH
006699     OPEN INPUT INPHDRFILE
006700     IF NOT INPHDRFILE-FOUND
006701         GO TO 2170-EXIT
008430     MOVE WS-FILE-TRL-RVSL-COUNT TO DF-RVSL-COUNT
008440     MOVE WS-FILE-TRL-RVSL-AMT TO DF-RVSL-AMOUNT
008450     MOVE WS-FILE-TRL-ADJ-COUNT TO DF-ADJ-COUNT
008451     MOVE WS-FILE-TRL-ADJ-AMT TO DF-ADJ-AMOUNT
008452     WRITE DF-RECORD
008453     .
008454 2300-EXIT.
008455     EXIT.
008456*----------------------------------------------------------------*
008457*    2400-LAUNCH-BATCH                                             *
008458*    STARTS A LOGIC STREAM FOR EVERY STAGED ENTRY THAT NEEDS A     *
008459*    RUN. THE STREAMS ARE WRITTEN TO A WORK SHELL SCRIPT, EACH     *
008460*    IN THE BACKGROUND, AND THE SCRIPT WAITS FOR THE LAST OF       *
008461*    THEM; EACH STREAM'S CONSOLE OUTPUT AND EXIT STATUS GO TO ITS  *
008462*    OWN FILES FOR THE COMMIT TO PICK UP.                          *
008463*----------------------------------------------------------------*
008464 2400-LAUNCH-BATCH.
008465     PERFORM 2405-OPEN-SCRIPT THRU 2405-EXIT
008466     MOVE 1 TO WS-BATCH-SUB
008467     PERFORM 2410-ADD-ONE-STREAM THRU 2410-EXIT
008468         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
008469     PERFORM 2440-RUN-STREAMS THRU 2440-EXIT
008470     .
008471 2400-EXIT.
008472     EXIT.
008473
008474*----------------------------------------------------------------*
008475*    2405-OPEN-SCRIPT                                              *
008476*    STARTS A FRESH STREAM SCRIPT.                                 *
008477*----------------------------------------------------------------*
008478 2405-OPEN-SCRIPT.
008479     MOVE ZERO TO WS-LAUNCH-COUNT
008480     OPEN OUTPUT SCRIPTFILE
008481     IF WS-SCRIPTFILE-STATUS NOT = "00"
008482         DISPLAY "LGDRIVR: *** UNABLE TO OPEN STREAM SCRIPT - "
008483                 "FILE STATUS " WS-SCRIPTFILE-STATUS " ***"
008484         MOVE 16 TO RETURN-CODE
008485         STOP RUN
008486     END-IF
008487     .
008488 2405-EXIT.
008489     EXIT.
008490
008491*----------------------------------------------------------------*
008492*    2410-ADD-ONE-STREAM                                           *
008493*    SNAPSHOTS THE REGISTERS FOR ONE STAGED ENTRY AND ADDS ITS     *
008494*    STREAM TO THE SCRIPT. A LEFTOVER NEEDS NO STREAM.             *
008495*----------------------------------------------------------------*
008496 2410-ADD-ONE-STREAM.
008497     SET BATCH-IDX TO WS-BATCH-SUB
008498     ADD 1 TO WS-BATCH-SUB
008499     IF NOT BATCH-IS-RUN (BATCH-IDX)
008500         GO TO 2410-EXIT
008501     END-IF
008502     MOVE WS-BATCH-FILE-NAME (BATCH-IDX) TO WS-INPUT-FILE-NAME
008503     PERFORM 2110-BUILD-ENTRY-PATHS THRU 2110-EXIT
008504     PERFORM 2420-TAKE-SNAPSHOT THRU 2420-EXIT
008505     PERFORM 2430-ADD-STREAM-COMMAND THRU 2430-EXIT
008506     IF BUILD-OVERFLOWED
008507         SET BATCH-IS-UNBUILT (BATCH-IDX) TO TRUE
008508     ELSE
008509         ADD 1 TO WS-LAUNCH-COUNT
008510     END-IF
008511     .
008512 2410-EXIT.
008513     EXIT.
008514
008515*----------------------------------------------------------------*
008516*    2420-TAKE-SNAPSHOT                                            *
008517*    GIVES THE STREAM ITS OWN COPY OF THE DAY-KEY REGISTER AND     *
008518*    OF THE PROCESSED-FILE REGISTER AS THEY STAND NOW, AND         *
008519*    RECORDS HOW MANY ENTRIES EACH HELD, SO THE COMMIT CAN TELL    *
008520*    WHAT THE STREAM ADDED AND WHAT WAS COMMITTED AHEAD OF IT      *
008521*    SINCE. THE COUNTS ARE KEPT ON DISK SO A DRIVE THAT DIES       *
008522*    BEFORE THE COMMIT CAN STILL COMMIT THE STREAM LATER.          *
008523*----------------------------------------------------------------*
008524 2420-TAKE-SNAPSHOT.
008525     SET COPY-REPLACES TO TRUE
008526     MOVE ZERO TO WS-COPY-SKIP
008527     MOVE WS-DAYKEYS-PATH TO WS-COPY-FROM-PATH
008528     MOVE WS-PRIVKEYS-PATH TO WS-COPY-TO-PATH
008529     PERFORM 2800-COPY-FILE THRU 2800-EXIT
008530     MOVE WS-COPY-COUNT TO WS-SNAP-KEY-COUNT
008531     MOVE WS-REGISTER-PATH TO WS-COPY-FROM-PATH
008532     MOVE WS-PRIVREG-PATH TO WS-COPY-TO-PATH
008533     PERFORM 2800-COPY-FILE THRU 2800-EXIT
008534     MOVE WS-COPY-COUNT TO WS-SNAP-REG-COUNT
008535     OPEN OUTPUT SNAPFILE
008536     IF NOT SNAPFILE-FOUND
008537         DISPLAY "LGDRIVR: *** UNABLE TO WRITE STREAM SNAPSHOT "
008538                 "FOR " WS-INPUT-FILE-NAME(1:40)
008539                 " - FILE STATUS " WS-SNAPFILE-STATUS " ***"
008540         MOVE 16 TO RETURN-CODE
008541         STOP RUN
008542     END-IF
008543     MOVE WS-SNAP-KEY-COUNT TO SN-KEY-COUNT
008544     MOVE WS-SNAP-REG-COUNT TO SN-REG-COUNT
008545     MOVE SPACE TO SN-APPLY-STATE
008546     MOVE ZERO TO SN-BASE-KEY-COUNT
008547     MOVE ZERO TO SN-BASE-REG-COUNT
008548     MOVE ZERO TO SN-BASE-WARE-COUNT
008549     MOVE ZERO TO SN-BASE-PRIOR-COUNT
008550     WRITE SNAP-REC
008551     CLOSE SNAPFILE
008552     .
008553 2420-EXIT.
008554     EXIT.
008555
008556*----------------------------------------------------------------*
008557*    2430-ADD-STREAM-COMMAND                                       *
008558*    WRITES ONE STREAM'S LINE TO THE SCRIPT. A FRESH RUN (NO       *
008559*    CHECKPOINT) FIRST CLEARS ANY WAREHOUSE OR PRIOR-PERIOD        *
008560*    RECORDS A DEAD RUN LEFT IN ITS PRIVATE FILES; A RESUMED RUN   *
008561*    KEEPS THEM. LOGIC THEN RUNS WITH EVERY SHARED FILE IT         *
008562*    WRITES POINTED AT THE STREAM'S OWN COPY.                      *
008563*----------------------------------------------------------------*
008564 2430-ADD-STREAM-COMMAND.
008565     MOVE "N" TO WS-BUILD-OVERFLOW-SWITCH
008566     MOVE SPACES TO WS-STREAM-CMD
008567     STRING "( rm -f " DELIMITED BY SIZE
008568            WS-STREAMRC-PATH DELIMITED BY " "
008569            " ; [ -f " DELIMITED BY SIZE
008570            WS-RESTART-PATH DELIMITED BY " "
008571            " ] || rm -f " DELIMITED BY SIZE
008572            WS-PRIVWARE-PATH DELIMITED BY " "
008573            " " DELIMITED BY SIZE
008574            WS-PRIVPRIOR-PATH DELIMITED BY " "
008575            " ; LOGIC_INPUT_DD=" DELIMITED BY SIZE
008576            WS-INPUT-PATH DELIMITED BY " "
008577            " LOGIC_OUTPUT_DD=" DELIMITED BY SIZE
008578            WS-RUN-OUTPUT-PATH DELIMITED BY " "
008579            " LOGIC_RESTART_DD=" DELIMITED BY SIZE
008580            WS-RESTART-PATH DELIMITED BY " "
008581            " LOGIC_REJECT_DD=" DELIMITED BY SIZE
008582            WS-REJECT-PATH DELIMITED BY " "
008583            " LOGIC_CTLRPT_DD=" DELIMITED BY SIZE
008584            WS-CTLRPT-PATH DELIMITED BY " "
008585            " LOGIC_DUPRPT_DD=" DELIMITED BY SIZE
008586            WS-DUPRPT-PATH DELIMITED BY " "
008587            " LOGIC_SUSPENSE_DD=" DELIMITED BY SIZE
008588            WS-SUSP-PATH DELIMITED BY " "
008589            " LOGIC_DAYKEYS_DD=" DELIMITED BY SIZE
008590            WS-PRIVKEYS-PATH DELIMITED BY " "
008591            " LOGIC_REGISTER_DD=" DELIMITED BY SIZE
008592            WS-PRIVREG-PATH DELIMITED BY " "
008593            " LOGIC_WAREHOUSE_DD=" DELIMITED BY SIZE
008594            WS-PRIVWARE-PATH DELIMITED BY " "
008595            " LOGIC_PRIOR_DD=" DELIMITED BY SIZE
008596            WS-PRIVPRIOR-PATH DELIMITED BY " "
008597            " ./logic > " DELIMITED BY SIZE
008598            WS-STREAMLOG-PATH DELIMITED BY " "
008599            " 2>&1 ; echo $? > " DELIMITED BY SIZE
008600            WS-STREAMRC-PATH DELIMITED BY " "
008601            " ) &" DELIMITED BY SIZE
008602            INTO WS-STREAM-CMD
008603         ON OVERFLOW
008604             SET BUILD-OVERFLOWED TO TRUE
008605     END-STRING
008606     IF NOT BUILD-OVERFLOWED
008607         WRITE SCRIPT-REC FROM WS-STREAM-CMD
008608     END-IF
008609     .
008610 2430-EXIT.
008611     EXIT.
008612
008613*----------------------------------------------------------------*
008614*    2440-RUN-STREAMS                                              *
008615*    CLOSES THE SCRIPT WITH ITS WAIT AND RUNS IT, RETURNING ONLY   *
008616*    WHEN EVERY STREAM IN IT HAS FINISHED.                         *
008617*----------------------------------------------------------------*
008618 2440-RUN-STREAMS.
008619     MOVE "wait" TO SCRIPT-REC
008620     WRITE SCRIPT-REC
008621     CLOSE SCRIPTFILE
008622     IF WS-LAUNCH-COUNT = ZERO
008623         GO TO 2440-EXIT
008624     END-IF
008625     IF WS-STREAM-MAX > 1
008626         DISPLAY "LGDRIVR: STARTING " WS-LAUNCH-COUNT
008627                 " LOGIC STREAM(S)"
008628     END-IF
008629     MOVE SPACES TO WS-SHELL-CMD
008630     STRING "sh " DELIMITED BY SIZE
008631            WS-SCRIPT-PATH DELIMITED BY " "
008632            INTO WS-SHELL-CMD
008633     CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
008634     .
008635 2440-EXIT.
008636     EXIT.
008637
008638*----------------------------------------------------------------*
008639*    2500-COMMIT-ONE-ENTRY                                         *
008640*    COMMITS ONE STAGED ENTRY, IN MANIFEST ORDER. AN ENTRY WHOSE   *
008641*    STREAM RAN ON REGISTERS SINCE OVERTAKEN BY AN ENTRY           *
008642*    COMMITTED AHEAD OF IT IS RE-RUN ON ITS OWN BEFORE THE NEXT    *
008643*    ENTRY IS TOUCHED, SO EVERY ENTRY IS JUDGED AGAINST EXACTLY    *
008644*    THE REGISTERS A ONE-AT-A-TIME DRIVE WOULD HAVE SHOWN IT.      *
008645*----------------------------------------------------------------*
008646 2500-COMMIT-ONE-ENTRY.
008647     SET BATCH-IDX TO WS-BATCH-SUB
008648     ADD 1 TO WS-BATCH-SUB
008649     MOVE WS-BATCH-FILE-NAME (BATCH-IDX) TO WS-INPUT-FILE-NAME
008650     PERFORM 2110-BUILD-ENTRY-PATHS THRU 2110-EXIT
008651     MOVE "N" TO WS-RERUN-SWITCH
008652     EVALUATE TRUE
008653         WHEN BATCH-IS-LEFTOVER (BATCH-IDX)
008654             PERFORM 2520-COMMIT-LEFTOVER THRU 2520-EXIT
008655         WHEN BATCH-IS-UNBUILT (BATCH-IDX)
008656             DISPLAY "LGDRIVR: *** COMMAND BUILD OVERFLOWED FOR "
008657                     WS-INPUT-FILE-NAME " - LOGIC NOT RUN ***"
008658             ADD 1 TO WS-FAILED-FILE-COUNT
008659         WHEN OTHER
008660             PERFORM 2530-COMMIT-STREAM THRU 2530-EXIT
008661     END-EVALUATE
008662     IF ENTRY-MUST-RERUN
008663         PERFORM 2550-RERUN-ENTRY THRU 2550-EXIT
008664     END-IF
008665     .
008666 2500-EXIT.
008667     EXIT.
008668
008669*----------------------------------------------------------------*
008670*    2520-COMMIT-LEFTOVER                                          *
008671*    A LEFTOVER ON THE DAY'S OWN PROCESSED-FILE REGISTER (SEE      *
008672*    2170) CAME FROM A STREAM THAT WAS FULLY COMMITTED BEFORE THE  *
008673*    DRIVE DIED, AND IS SIMPLY MERGED. ONE ON ONLY ITS STREAM'S    *
008674*    PRIVATE REGISTER FINISHED BUT WAS NEVER COMMITTED: IT GOES    *
008675*    THROUGH THE SPECULATION CHECK (SEE 2700) AND IS COMMITTED     *
008676*    NOW, AS IF IT HAD JUST FINISHED. ANYTHING ELSE IS DISCARDED   *
008677*    AND THE ENTRY RE-RUNS.                                        *
008678*----------------------------------------------------------------*
008679 2520-COMMIT-LEFTOVER.
008680     MOVE WS-REGISTER-PATH TO WS-REGSCAN-PATH
008681     PERFORM 2170-CHECK-LEFTOVER-REGISTERED THRU 2170-EXIT
008682     IF LEFTOVER-IS-REGISTERED
008683         PERFORM 2590-REMOVE-STREAM-FILES THRU 2590-EXIT
008684         DISPLAY "LGDRIVR: MERGING LEFTOVER RUN OUTPUT FOR "
008685                 WS-INPUT-FILE-NAME(1:40)
008686         PERFORM 2200-MERGE-RUN-OUTPUT THRU 2200-EXIT
008687         GO TO 2520-EXIT
008688     END-IF
008689     MOVE WS-PRIVREG-PATH TO WS-REGSCAN-PATH
008690     PERFORM 2170-CHECK-LEFTOVER-REGISTERED THRU 2170-EXIT
008691     IF NOT LEFTOVER-IS-REGISTERED
008692         DISPLAY "LGDRIVR: LEFTOVER RUN OUTPUT FOR "
008693                 WS-INPUT-FILE-NAME(1:40)
008694                 " IS NOT FROM A REGISTERED RUN - DISCARDED, "
008695                 "ENTRY RE-RUNS"
008696         PERFORM 2920-DISCARD-STREAM THRU 2920-EXIT
008697         SET ENTRY-MUST-RERUN TO TRUE
008698         GO TO 2520-EXIT
008699     END-IF
008700     PERFORM 2700-CHECK-CONFLICT THRU 2700-EXIT
008701     IF STREAM-CONFLICTS
008702         DISPLAY "LGDRIVR: " WS-INPUT-FILE-NAME(1:40)
008703                 " OVERLAPS AN ENTRY COMMITTED AHEAD OF IT - "
008704                 "RE-RUNNING IT ON ITS OWN"
008705         PERFORM 2920-DISCARD-STREAM THRU 2920-EXIT
008706         SET ENTRY-MUST-RERUN TO TRUE
008707         GO TO 2520-EXIT
008708     END-IF
008709     PERFORM 2580-APPLY-STREAM-UPDATES THRU 2580-EXIT
008710     DISPLAY "LGDRIVR: MERGING LEFTOVER RUN OUTPUT FOR "
008711             WS-INPUT-FILE-NAME(1:40)
008712     PERFORM 2200-MERGE-RUN-OUTPUT THRU 2200-EXIT
008713     .
008714 2520-EXIT.
008715     EXIT.
008716
008717*----------------------------------------------------------------*
008718*    2530-COMMIT-STREAM                                            *
008719*    PICKS UP A FINISHED STREAM. ITS CONSOLE OUTPUT IS COPIED TO   *
008720*    THE DRIVE'S OWN LOG, THEN THE SPECULATION CHECK (SEE 2700)    *
008721*    DECIDES WHETHER ITS RESULT STANDS. A STREAM THAT STANDS HAS   *
008722*    WHATEVER IT ADDED TO THE SHARED FILES APPLIED (SEE 2580),     *
008723*    AND ITS RETURN CODE IS HANDLED AS A ONE-AT-A-TIME RUN'S WAS:  *
008724*    A CLEAN RUN IS MERGED, A PROCESSED-FILE REFUSAL IS FLAGGED,   *
008725*    AND A FAILED RUN KEEPS ITS OUTPUT ONLY WHEN ITS CHECKPOINT    *
008726*    SURVIVES (A GENUINE MID-FILE CRASH) - WITH NO CHECKPOINT THE  *
008727*    OUTPUT IS DISCARDED SO THE ENTRY RE-RUNS FROM SCRATCH. A      *
008728*    FAILURE STOPS ONLY THIS ENTRY.                                *
008729*----------------------------------------------------------------*
008730 2530-COMMIT-STREAM.
008731     PERFORM 2540-READ-STREAM-RC THRU 2540-EXIT
008732     PERFORM 2560-SHOW-STREAM-LOG THRU 2560-EXIT
008733     PERFORM 2700-CHECK-CONFLICT THRU 2700-EXIT
008734     IF STREAM-CONFLICTS
008735         DISPLAY "LGDRIVR: " WS-INPUT-FILE-NAME(1:40)
008736                 " OVERLAPS AN ENTRY COMMITTED AHEAD OF IT - "
008737                 "RE-RUNNING IT ON ITS OWN"
008738         PERFORM 2920-DISCARD-STREAM THRU 2920-EXIT
008739         SET ENTRY-MUST-RERUN TO TRUE
008740         GO TO 2530-EXIT
008741     END-IF
008742     PERFORM 2580-APPLY-STREAM-UPDATES THRU 2580-EXIT
008743     EVALUATE TRUE
008744         WHEN WS-STREAM-RC = ZERO
008745             PERFORM 2200-MERGE-RUN-OUTPUT THRU 2200-EXIT
008746         WHEN WS-STREAM-RC = WS-RC-REFUSED
008747             DISPLAY "LGDRIVR: *** " WS-INPUT-FILE-NAME(1:40)
008748                     " IS REGISTERED BUT NOT IN THE DAY SET "
008749                     "AND NO RUN OUTPUT SURVIVES - NEEDS "
008750                     "ATTENTION ***"
008751             ADD 1 TO WS-FAILED-FILE-COUNT
008752             PERFORM 2900-REMOVE-RUN-OUTPUT THRU 2900-EXIT
008753         WHEN OTHER
008754             ADD 1 TO WS-FAILED-FILE-COUNT
008755             OPEN INPUT CKPTFILE
008756             IF CKPTFILE-FOUND
008757                 CLOSE CKPTFILE
008758                 DISPLAY "LGDRIVR: *** LOGIC FAILED FOR "
008759                         WS-INPUT-FILE-NAME " - RC="
008760                         WS-STREAM-RC
008761                         " - PARTIAL OUTPUT KEPT FOR "
008762                         "CHECKPOINT RESUME ***"
008763             ELSE
008764                 DISPLAY "LGDRIVR: *** LOGIC FAILED FOR "
008765                         WS-INPUT-FILE-NAME " - RC="
008766                         WS-STREAM-RC
008767                         " - NO CHECKPOINT - OUTPUT DISCARDED, "
008768                         "ENTRY RE-RUNS ***"
008769                 PERFORM 2900-REMOVE-RUN-OUTPUT THRU 2900-EXIT
008770             END-IF
008771     END-EVALUATE
008772     .
008773 2530-EXIT.
008774     EXIT.
008775
008776*----------------------------------------------------------------*
008777*    2540-READ-STREAM-RC                                           *
008778*    READS THE EXIT STATUS THE STREAM LEFT BEHIND. A MISSING OR    *
008779*    UNREADABLE ONE IS REPORTED AS RC=99999 - A FAILED RUN.        *
008780*----------------------------------------------------------------*
008781 2540-READ-STREAM-RC.
008782     MOVE 99999 TO WS-STREAM-RC
008783     OPEN INPUT STREAMRCFILE
008784     IF NOT STREAMRCFILE-FOUND
008785         GO TO 2540-EXIT
008786     END-IF
008787     MOVE SPACES TO STREAMRC-REC
008788     READ STREAMRCFILE
008789         AT END
008790             MOVE SPACES TO STREAMRC-REC
008791     END-READ
008792     CLOSE STREAMRCFILE
008793     MOVE STREAMRC-REC TO WS-DIGIT-CHECK
008794     INSPECT WS-DIGIT-CHECK
008795         CONVERTING "0123456789" TO "          "
008796     IF WS-DIGIT-CHECK = SPACES
008797      AND STREAMRC-REC NOT = SPACES
008798         COMPUTE WS-STREAM-RC = FUNCTION NUMVAL (STREAMRC-REC)
008799     END-IF
008800     .
008801 2540-EXIT.
008802     EXIT.
008803
008804*----------------------------------------------------------------*
008805*    2550-RERUN-ENTRY                                              *
008806*    RE-RUNS ONE ENTRY ON ITS OWN, AGAINST A FRESH COPY OF THE     *
008807*    REGISTERS, AND COMMITS IT. NOTHING ELSE IS COMMITTED IN       *
008808*    BETWEEN, SO THE SPECULATION CHECK CANNOT TRIP A SECOND TIME;  *
008809*    IF IT SOMEHOW DOES, THE ENTRY IS FAILED FOR ATTENTION.        *
008810*----------------------------------------------------------------*
008811 2550-RERUN-ENTRY.
008812     MOVE "N" TO WS-RERUN-SWITCH
008813     PERFORM 2405-OPEN-SCRIPT THRU 2405-EXIT
008814     PERFORM 2420-TAKE-SNAPSHOT THRU 2420-EXIT
008815     PERFORM 2430-ADD-STREAM-COMMAND THRU 2430-EXIT
008816     IF BUILD-OVERFLOWED
008817         CLOSE SCRIPTFILE
008818         DISPLAY "LGDRIVR: *** COMMAND BUILD OVERFLOWED FOR "
008819                 WS-INPUT-FILE-NAME " - LOGIC NOT RUN ***"
008820         ADD 1 TO WS-FAILED-FILE-COUNT
008821         GO TO 2550-EXIT
008822     END-IF
008823     ADD 1 TO WS-LAUNCH-COUNT
008824     PERFORM 2440-RUN-STREAMS THRU 2440-EXIT
008825     PERFORM 2530-COMMIT-STREAM THRU 2530-EXIT
008826     IF ENTRY-MUST-RERUN
008827         DISPLAY "LGDRIVR: *** " WS-INPUT-FILE-NAME(1:40)
008828                 " COULD NOT BE COMMITTED ON ITS OWN - NEEDS "
008829                 "ATTENTION ***"
008830         ADD 1 TO WS-FAILED-FILE-COUNT
008831     END-IF
008832     .
008833 2550-EXIT.
008834     EXIT.
008835
008836*----------------------------------------------------------------*
008837*    2560-SHOW-STREAM-LOG                                          *
008838*    COPIES THE STREAM'S CONSOLE OUTPUT INTO THE DRIVE'S OWN, SO   *
008839*    THE JOB LOG READS IN MANIFEST ORDER.                          *
008840*----------------------------------------------------------------*
008841 2560-SHOW-STREAM-LOG.
008842     MOVE SPACES TO WS-SHELL-CMD
008843     STRING "cat " DELIMITED BY SIZE
008844            WS-STREAMLOG-PATH DELIMITED BY " "
008845            " 2>/dev/null" DELIMITED BY SIZE
008846            INTO WS-SHELL-CMD
008847     CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
008848     .
008849 2560-EXIT.
008850     EXIT.
008851
008852*----------------------------------------------------------------*
008853*    2570-FINISH-APPLY                                             *
008854*    A DRIVE THAT DIED PART-WAY THROUGH 2580 LEAVES THE ENTRY'S    *
008855*    SNAPSHOT MARKED WITH THE LINE COUNTS THE SHARED FILES HELD    *
008856*    BEFORE THE APPLY BEGAN, AND ITS PRIVATE FILES STILL IN        *
008857*    PLACE. THE STREAM HAD ALREADY PASSED THE SPECULATION CHECK    *
008858*    AND NOTHING CAN HAVE BEEN COMMITTED SINCE, SO EACH SHARED     *
008859*    FILE IS WOUND BACK TO ITS RECORDED COUNT - DROPPING WHATEVER  *
008860*    PART OF THE APPLY DID LAND - AND THE APPLY IS DONE AGAIN      *
008861*    WHOLE. THE ENTRY THEN STAGES AS IF THE COMMIT HAD NEVER BEEN  *
008862*    INTERRUPTED. AN UNMARKED OR MISSING SNAPSHOT NEEDS NOTHING.   *
008863*----------------------------------------------------------------*
008864 2570-FINISH-APPLY.
008865     OPEN INPUT SNAPFILE
008866     IF NOT SNAPFILE-FOUND
008867         GO TO 2570-EXIT
008868     END-IF
008869     MOVE SPACES TO SNAP-REC
008870     READ SNAPFILE
008871         AT END
008872             MOVE SPACES TO SNAP-REC
008873     END-READ
008874     CLOSE SNAPFILE
008875     IF NOT SN-APPLY-STARTED
008876         GO TO 2570-EXIT
008877     END-IF
008878     DISPLAY "LGDRIVR: FINISHING THE INTERRUPTED COMMIT OF "
008879             WS-INPUT-FILE-NAME(1:40)
008880     MOVE SN-KEY-COUNT TO WS-SNAP-KEY-COUNT
008881     MOVE SN-REG-COUNT TO WS-SNAP-REG-COUNT
008882     MOVE WS-DAYKEYS-PATH TO WS-TRUNC-PATH
008883     MOVE SN-BASE-KEY-COUNT TO WS-COPY-LIMIT
008884     PERFORM 2595-WIND-BACK-FILE THRU 2595-EXIT
008885     MOVE WS-WAREHOUSE-PATH TO WS-TRUNC-PATH
008886     MOVE SN-BASE-WARE-COUNT TO WS-COPY-LIMIT
008887     PERFORM 2595-WIND-BACK-FILE THRU 2595-EXIT
008888     MOVE WS-PRIOR-PATH TO WS-TRUNC-PATH
008889     MOVE SN-BASE-PRIOR-COUNT TO WS-COPY-LIMIT
008890     PERFORM 2595-WIND-BACK-FILE THRU 2595-EXIT
008891     MOVE WS-REGISTER-PATH TO WS-TRUNC-PATH
008892     MOVE SN-BASE-REG-COUNT TO WS-COPY-LIMIT
008893     PERFORM 2595-WIND-BACK-FILE THRU 2595-EXIT
008894     PERFORM 2585-APPEND-STREAM-FILES THRU 2585-EXIT
008895     PERFORM 2590-REMOVE-STREAM-FILES THRU 2590-EXIT
008896     .
008897 2570-EXIT.
008898     EXIT.
008899
008900*----------------------------------------------------------------*
008901*    2580-APPLY-STREAM-UPDATES                                     *
008902*    APPLIES A STANDING STREAM'S ADDITIONS TO THE DAY'S SHARED     *
008903*    FILES, IN MANIFEST ORDER (SEE 2585). FIRST THE LINE COUNT OF  *
008904*    EVERY SHARED FILE IS RECORDED IN THE STREAM'S SNAPSHOT,       *
008905*    MARKED AS AN APPLY IN PROGRESS, SO A DRIVE THAT DIES PART-    *
008906*    WAY THROUGH CAN BE FINISHED CLEANLY BY THE NEXT (SEE 2570).   *
008907*    THE STREAM'S PRIVATE FILES, SNAPSHOT INCLUDED, ARE REMOVED    *
008908*    ONLY ONCE EVERY ADDITION IS IN.                               *
008909*----------------------------------------------------------------*
008910 2580-APPLY-STREAM-UPDATES.
008911     MOVE WS-DAYKEYS-PATH TO WS-COPY-FROM-PATH
008912     PERFORM 2820-COUNT-LINES THRU 2820-EXIT
008913     MOVE WS-COPY-COUNT TO WS-BASE-KEY-COUNT
008914     MOVE WS-REGISTER-PATH TO WS-COPY-FROM-PATH
008915     PERFORM 2820-COUNT-LINES THRU 2820-EXIT
008916     MOVE WS-COPY-COUNT TO WS-BASE-REG-COUNT
008917     MOVE WS-WAREHOUSE-PATH TO WS-COPY-FROM-PATH
008918     PERFORM 2820-COUNT-LINES THRU 2820-EXIT
008919     MOVE WS-COPY-COUNT TO WS-BASE-WARE-COUNT
008920     MOVE WS-PRIOR-PATH TO WS-COPY-FROM-PATH
008921     PERFORM 2820-COUNT-LINES THRU 2820-EXIT
008922     MOVE WS-COPY-COUNT TO WS-BASE-PRIOR-COUNT
008923     OPEN OUTPUT SNAPFILE
008924     IF NOT SNAPFILE-FOUND
008925         DISPLAY "LGDRIVR: *** UNABLE TO MARK STREAM SNAPSHOT "
008926                 "FOR " WS-INPUT-FILE-NAME(1:40)
008927                 " - FILE STATUS " WS-SNAPFILE-STATUS " ***"
008928         MOVE 16 TO RETURN-CODE
008929         STOP RUN
008930     END-IF
008931     MOVE WS-SNAP-KEY-COUNT TO SN-KEY-COUNT
008932     MOVE WS-SNAP-REG-COUNT TO SN-REG-COUNT
008933     SET SN-APPLY-STARTED TO TRUE
008934     MOVE WS-BASE-KEY-COUNT TO SN-BASE-KEY-COUNT
008935     MOVE WS-BASE-REG-COUNT TO SN-BASE-REG-COUNT
008936     MOVE WS-BASE-WARE-COUNT TO SN-BASE-WARE-COUNT
008937     MOVE WS-BASE-PRIOR-COUNT TO SN-BASE-PRIOR-COUNT
008938     WRITE SNAP-REC
008939     CLOSE SNAPFILE
008940     PERFORM 2585-APPEND-STREAM-FILES THRU 2585-EXIT
008941     PERFORM 2590-REMOVE-STREAM-FILES THRU 2590-EXIT
008942     .
008943 2580-EXIT.
008944     EXIT.
008945
008946*----------------------------------------------------------------*
008947*    2585-APPEND-STREAM-FILES                                      *
008948*    APPENDS THE DAY-KEY ENTRIES THE STREAM ADDED BEYOND ITS       *
008949*    SNAPSHOT, ITS WAREHOUSE AND PRIOR-PERIOD RECORDS AND - LAST,  *
008950*    AS THE MARK THAT THE COMMIT IS COMPLETE - ITS PROCESSED-FILE  *
008951*    REGISTER ENTRY. THIS IS EXACTLY WHAT LOGIC WOULD HAVE         *
008952*    WRITTEN TO THE SHARED FILES ITSELF, RUN ONE AT A TIME.        *
008953*----------------------------------------------------------------*
008954 2585-APPEND-STREAM-FILES.
008955     SET COPY-APPENDS TO TRUE
008956     MOVE WS-SNAP-KEY-COUNT TO WS-COPY-SKIP
008957     MOVE WS-PRIVKEYS-PATH TO WS-COPY-FROM-PATH
008958     MOVE WS-DAYKEYS-PATH TO WS-COPY-TO-PATH
008959     PERFORM 2800-COPY-FILE THRU 2800-EXIT
008960     MOVE ZERO TO WS-COPY-SKIP
008961     MOVE WS-PRIVWARE-PATH TO WS-COPY-FROM-PATH
008962     MOVE WS-WAREHOUSE-PATH TO WS-COPY-TO-PATH
008963     PERFORM 2800-COPY-FILE THRU 2800-EXIT
008964     MOVE WS-PRIVPRIOR-PATH TO WS-COPY-FROM-PATH
008965     MOVE WS-PRIOR-PATH TO WS-COPY-TO-PATH
008966     PERFORM 2800-COPY-FILE THRU 2800-EXIT
008967     MOVE WS-SNAP-REG-COUNT TO WS-COPY-SKIP
008968     MOVE WS-PRIVREG-PATH TO WS-COPY-FROM-PATH
008969     MOVE WS-REGISTER-PATH TO WS-COPY-TO-PATH
008970     PERFORM 2800-COPY-FILE THRU 2800-EXIT
008971     .
008972 2585-EXIT.
008973     EXIT.
008974
008975*----------------------------------------------------------------*
008976*    2590-REMOVE-STREAM-FILES                                      *
008977*    REMOVES THE STREAM'S PRIVATE FILES.                           *
008978*----------------------------------------------------------------*
008979 2590-REMOVE-STREAM-FILES.
008980     MOVE SPACES TO WS-SHELL-CMD
008981     STRING "rm -f " DELIMITED BY SIZE
008982            WS-PRIVKEYS-PATH DELIMITED BY " "
008983            " " DELIMITED BY SIZE
008984            WS-PRIVREG-PATH DELIMITED BY " "
008985            " " DELIMITED BY SIZE
008986            WS-PRIVWARE-PATH DELIMITED BY " "
008987            " " DELIMITED BY SIZE
008988            WS-PRIVPRIOR-PATH DELIMITED BY " "
008989            INTO WS-SHELL-CMD
008990     CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
008991     MOVE SPACES TO WS-SHELL-CMD
008992     STRING "rm -f " DELIMITED BY SIZE
008993            WS-SNAP-PATH DELIMITED BY " "
008994            " " DELIMITED BY SIZE
008995            WS-STREAMRC-PATH DELIMITED BY " "
008996            " " DELIMITED BY SIZE
008997            WS-STREAMLOG-PATH DELIMITED BY " "
008998            " " DELIMITED BY SIZE
008999            WS-TRUNC-WORK-PATH DELIMITED BY " "
009000            INTO WS-SHELL-CMD
009001     CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
009002     .
009003 2590-EXIT.
009004     EXIT.
009005
009006*----------------------------------------------------------------*
009007*    2595-WIND-BACK-FILE                                           *
009008*    CUTS THE SHARED FILE IN WS-TRUNC-PATH BACK TO ITS FIRST       *
009009*    WS-COPY-LIMIT LINES, BY WAY OF THE ENTRY'S WORK FILE. A FILE  *
009010*    NOW SHORTER THAN THAT HAS BEEN CHANGED BY SOMETHING OTHER     *
009011*    THAN THE INTERRUPTED COMMIT AND CANNOT BE TRUSTED - A HARD    *
009012*    STOP FOR ATTENTION, NOT A GUESS.                              *
009013*----------------------------------------------------------------*
009014 2595-WIND-BACK-FILE.
009015     SET COPY-REPLACES TO TRUE
009016     MOVE ZERO TO WS-COPY-SKIP
009017     SET COPY-IS-LIMITED TO TRUE
009018     MOVE WS-TRUNC-PATH TO WS-COPY-FROM-PATH
009019     MOVE WS-TRUNC-WORK-PATH TO WS-COPY-TO-PATH
009020     PERFORM 2800-COPY-FILE THRU 2800-EXIT
009021     MOVE "N" TO WS-COPYLIMIT-SWITCH
009022     IF WS-COPY-COUNT < WS-COPY-LIMIT
009023         DISPLAY "LGDRIVR: *** " WS-TRUNC-PATH(1:60)
009024                 " IS SHORTER THAN WHEN THE COMMIT OF "
009025                 WS-INPUT-FILE-NAME(1:40)
009026                 " BEGAN - NEEDS ATTENTION ***"
009027         MOVE 16 TO RETURN-CODE
009028         STOP RUN
009029     END-IF
009030     MOVE WS-TRUNC-WORK-PATH TO WS-COPY-FROM-PATH
009031     MOVE WS-TRUNC-PATH TO WS-COPY-TO-PATH
009032     PERFORM 2800-COPY-FILE THRU 2800-EXIT
009033     .
009034 2595-EXIT.
009035     EXIT.
009036
009037*----------------------------------------------------------------*
009038*    2600-INSTALL-DAY-SET                                          *
009039*    REWRITES THE INSTALLED OUTPUT-YYYYMMDD PAIR FROM THE WORK     *
009040*    COPIES - THE AUDIT SET FIRST, THEN THE DAY SET COMPLETE       *
009041*    WITH ITS TRAILER - SO THE INSTALLED PAIR IS ALWAYS            *
009042*    CONSISTENT AND A CRASH BETWEEN THE TWO LEAVES THE AUDIT       *
009043*    (AND THE DONE TABLE IT FEEDS) NO NEWER THAN THE RECORDS.      *
009044*    RUNS AFTER EVERY CLEAN MERGE AND AGAIN AT END OF DRIVE, SO    *
009045*    A DRIVE THAT DIES MID-MANIFEST LEAVES THE LAST GOOD SET ON    *
009046*    DISK FOR THE NEXT DRIVE TO CARRY FORWARD.                     *
009047*----------------------------------------------------------------*
009048 2600-INSTALL-DAY-SET.
009049     CLOSE DAYFILESFILE
009050     OPEN INPUT DAYFILESFILE
009051     IF WS-DAYFILESFILE-STATUS NOT = "00"
009052         DISPLAY "LGDRIVR: *** UNABLE TO REREAD WORK AUDIT - "
009053                 "FILE STATUS " WS-DAYFILESFILE-STATUS " ***"
009054         MOVE 16 TO RETURN-CODE
009055         STOP RUN
009056     END-IF
009057     OPEN OUTPUT INSTFILES
009058     IF NOT INSTFILES-FOUND
009059         DISPLAY "LGDRIVR: *** UNABLE TO INSTALL DAY AUDIT - "
009060                 "FILE STATUS " WS-INSTFILES-STATUS " ***"
009061         MOVE 16 TO RETURN-CODE
009062         STOP RUN
009063     END-IF
009064     MOVE "N" TO WS-RUNEOF-SWITCH
009065     PERFORM 2620-INSTALL-ONE-AUDIT THRU 2620-EXIT
009066         UNTIL RUN-EOF
009067     CLOSE INSTFILES
009068     CLOSE DAYFILESFILE
009069     OPEN EXTEND DAYFILESFILE
009070     IF WS-DAYFILESFILE-STATUS NOT = "00"
009071         DISPLAY "LGDRIVR: *** UNABLE TO REOPEN WORK AUDIT - "
009072                 "FILE STATUS " WS-DAYFILESFILE-STATUS " ***"
009073         MOVE 16 TO RETURN-CODE
009074         STOP RUN
009075     END-IF
009076     CLOSE CONSFILE
009077     OPEN INPUT CONSFILE
009078     IF WS-CONSFILE-STATUS NOT = "00"
009079         DISPLAY "LGDRIVR: *** UNABLE TO REREAD WORK DAY SET - "
009080                 "FILE STATUS " WS-CONSFILE-STATUS " ***"
009081         MOVE 16 TO RETURN-CODE
009082         STOP RUN
009083     END-IF
009084     OPEN OUTPUT INSTFILE
009085     IF NOT INSTFILE-FOUND
009086         DISPLAY "LGDRIVR: *** UNABLE TO INSTALL DAY SET - "
009087                 "FILE STATUS " WS-INSTFILE-STATUS " ***"
009088         MOVE 16 TO RETURN-CODE
009089         STOP RUN
009090     END-IF
009091     MOVE "N" TO WS-RUNEOF-SWITCH
009092     PERFORM 2610-INSTALL-ONE-RECORD THRU 2610-EXIT
009093         UNTIL RUN-EOF
009094     PERFORM 2650-WRITE-DAY-TRAILER THRU 2650-EXIT
009100     CLOSE INSTFILE
009110     CLOSE CONSFILE
009120     OPEN EXTEND CONSFILE
009510     .
009520 2620-EXIT.
009530     EXIT.
009531
009532*----------------------------------------------------------------*
009533*    2650-WRITE-DAY-TRAILER                                        *
009534*    WRITES THE SINGLE DAY-LEVEL TRAILER - COUNTED OFF THE         *
009535*    RECORDS ACTUALLY IN THE DAY SET - AT THE BOTTOM OF THE        *
009536*    INSTALLED SET.                                                *
009537*----------------------------------------------------------------*
009538 2650-WRITE-DAY-TRAILER.
009539     MOVE SPACES TO OR-RECORD
009540     SET OR-IS-TRAILER TO TRUE
009541     MOVE WS-DAY-ACTUAL-COUNT TO OR-TRL-REC-COUNT
009542     MOVE WS-DAY-ACTUAL-TOTAL TO OR-TRL-CTL-TOTAL
009543     MOVE WS-DAY-RVSL-COUNT TO OR-TRL-RVSL-COUNT
009544     MOVE WS-DAY-RVSL-AMOUNT TO OR-TRL-RVSL-AMOUNT
009545     MOVE WS-DAY-ADJ-COUNT TO OR-TRL-ADJ-COUNT
009546     MOVE WS-DAY-ADJ-AMOUNT TO OR-TRL-ADJ-AMOUNT
009547     MOVE OR-RECORD TO INST-REC
009548     WRITE INST-REC
009549     .
009550 2650-EXIT.
009551     EXIT.
009552
009553*----------------------------------------------------------------*
009554*    2700-CHECK-CONFLICT                                           *
009555*    A STREAM RUNS ON A SNAPSHOT OF THE REGISTERS TAKEN WHEN ITS   *
009556*    BATCH STARTED. ITS RESULT STANDS ONLY IF NOTHING COMMITTED    *
009557*    SINCE COULD HAVE CHANGED IT: NO DAY-KEY ENTRY ADDED SINCE     *
009558*    THE SNAPSHOT MAY CARRY A KEY THE STREAM'S INPUT CARRIES       *
009559*    (THE CROSS-FILE DUPLICATE AND REVERSAL CHECKS), AND NO        *
009560*    PROCESSED-FILE REGISTER ENTRY ADDED SINCE MAY CARRY THE       *
009561*    INPUT'S OWN HEADER PAIR (THE RE-PRESENTED FILE CHECK). ANY    *
009562*    OVERLAP - OR ANY DOUBT, SUCH AS A MISSING SNAPSHOT OR A       *
009563*    FULL TABLE - MARKS THE STREAM AS CONFLICTING AND THE ENTRY    *
009564*    IS RE-RUN AGAINST THE REGISTERS AS THEY NOW STAND.            *
009565*----------------------------------------------------------------*
009566 2700-CHECK-CONFLICT.
009567     MOVE "N" TO WS-CONFLICT-SWITCH
009568     OPEN INPUT SNAPFILE
009569     IF NOT SNAPFILE-FOUND
009570         SET STREAM-CONFLICTS TO TRUE
009571         GO TO 2700-EXIT
009572     END-IF
009573     READ SNAPFILE
009574         AT END
009575             SET STREAM-CONFLICTS TO TRUE
009576     END-READ
009577     CLOSE SNAPFILE
009578     IF STREAM-CONFLICTS
009579         GO TO 2700-EXIT
009580     END-IF
009581     MOVE SN-KEY-COUNT TO WS-SNAP-KEY-COUNT
009582     MOVE SN-REG-COUNT TO WS-SNAP-REG-COUNT
009583     PERFORM 2710-LOAD-NEW-KEYS THRU 2710-EXIT
009584     IF STREAM-CONFLICTS
009585         GO TO 2700-EXIT
009586     END-IF
009587     PERFORM 2720-SCAN-INPUT THRU 2720-EXIT
009588     IF STREAM-CONFLICTS
009589         GO TO 2700-EXIT
009590     END-IF
009591     PERFORM 2730-CHECK-NEW-REGISTER THRU 2730-EXIT
009592     .
009593 2700-EXIT.
009594     EXIT.
009595
009596*----------------------------------------------------------------*
009597*    2710-LOAD-NEW-KEYS                                            *
009598*    LOADS THE KEY OF EVERY DAY-KEY ENTRY ADDED TO THE DAY'S       *
009599*    REGISTER SINCE THE STREAM'S SNAPSHOT.                         *
009600*----------------------------------------------------------------*
009601 2710-LOAD-NEW-KEYS.
009602     MOVE ZERO TO WS-NEWKEY-COUNT
009603     MOVE ZERO TO WS-COPY-COUNT
009604     MOVE "N" TO WS-COPYEOF-SWITCH
009605     MOVE WS-DAYKEYS-PATH TO WS-COPY-FROM-PATH
009606     OPEN INPUT COPYINFILE
009607     IF COPYINFILE-NOT-FOUND
009608         GO TO 2710-EXIT
009609     END-IF
009610     IF NOT COPYINFILE-FOUND
009611         DISPLAY "LGDRIVR: *** UNABLE TO READ DAY-KEY REGISTER - "
009612                 "FILE STATUS " WS-COPYINFILE-STATUS " ***"
009613         MOVE 16 TO RETURN-CODE
009614         STOP RUN
009615     END-IF
009616     PERFORM 2715-LOAD-ONE-NEW-KEY THRU 2715-EXIT
009617         UNTIL COPY-EOF OR STREAM-CONFLICTS
009618     CLOSE COPYINFILE
009619     .
009620 2710-EXIT.
009621     EXIT.
009622
009623*----------------------------------------------------------------*
009624*    2715-LOAD-ONE-NEW-KEY                                         *
009625*    READS ONE DAY-KEY ENTRY, KEEPING ITS KEY ONLY WHEN IT LIES    *
009626*    BEYOND THE SNAPSHOT.                                          *
009627*----------------------------------------------------------------*
009628 2715-LOAD-ONE-NEW-KEY.
009629     READ COPYINFILE
009630         AT END
009631             SET COPY-EOF TO TRUE
009632             GO TO 2715-EXIT
009633     END-READ
009634     ADD 1 TO WS-COPY-COUNT
009635     IF WS-COPY-COUNT NOT > WS-SNAP-KEY-COUNT
009636         GO TO 2715-EXIT
009637     END-IF
009638     IF WS-NEWKEY-COUNT >= WS-NEWKEY-MAX
009639         SET STREAM-CONFLICTS TO TRUE
009640         GO TO 2715-EXIT
009641     END-IF
009642     ADD 1 TO WS-NEWKEY-COUNT
009643     SET NEWKEY-IDX TO WS-NEWKEY-COUNT
009644     MOVE COPYIN-REC(1:10) TO WS-NEWKEY (NEWKEY-IDX)
009645     .
009646 2715-EXIT.
009647     EXIT.
009648
009649*----------------------------------------------------------------*
009650*    2720-SCAN-INPUT                                               *
009651*    READS THE STREAM'S INPUT FILE FOR ITS HEADER PAIR AND, WHEN   *
009652*    KEYS HAVE BEEN ADDED SINCE THE SNAPSHOT, LOOKS EVERY DETAIL   *
009653*    AND ADJUSTMENT KEY UP AMONG THEM. WITH NO NEW KEYS THE SCAN   *
009654*    STOPS AS SOON AS THE HEADER IS IN HAND.                       *
009655*----------------------------------------------------------------*
009656 2720-SCAN-INPUT.
009657     MOVE SPACES TO WS-HDR-FILE-ID
009658     MOVE SPACES TO WS-HDR-RUN-DATE
009659     MOVE "N" TO WS-INPEOF-SWITCH
009660     MOVE "N" TO WS-SCANDONE-SWITCH
009661     OPEN INPUT INPHDRFILE
009662     IF NOT INPHDRFILE-FOUND
009663         SET STREAM-CONFLICTS TO TRUE
009664         GO TO 2720-EXIT
009665     END-IF
009666     PERFORM 2725-SCAN-ONE-INPUT-RECORD THRU 2725-EXIT
009667         UNTIL INPUT-EOF OR SCAN-IS-DONE OR STREAM-CONFLICTS
009668     CLOSE INPHDRFILE
009669     .
009670 2720-EXIT.
009671     EXIT.
009672
009673*----------------------------------------------------------------*
009674*    2725-SCAN-ONE-INPUT-RECORD                                    *
009675*    CHECKS ONE INPUT RECORD AGAINST THE NEW KEYS.                 *
009676*----------------------------------------------------------------*
009677 2725-SCAN-ONE-INPUT-RECORD.
009678     READ INPHDRFILE INTO IR-RECORD
009679         AT END
009680             SET INPUT-EOF TO TRUE
009681             GO TO 2725-EXIT
009682     END-READ
009683     EVALUATE TRUE
009684         WHEN IR-IS-HEADER
009685             IF WS-HDR-FILE-ID = SPACES
009686              AND WS-HDR-RUN-DATE = SPACES
009687                 MOVE IR-HDR-FILE-ID TO WS-HDR-FILE-ID
009688                 MOVE IR-HDR-RUN-DATE TO WS-HDR-RUN-DATE
009689             END-IF
009690         WHEN IR-IS-DETAIL OR IR-IS-ADJUSTMENT
009691             IF WS-NEWKEY-COUNT > ZERO
009692                 SET NEWKEY-IDX TO 1
009693                 SEARCH WS-NEWKEY
009694                     WHEN NEWKEY-IDX > WS-NEWKEY-COUNT
009695                         CONTINUE
009696                     WHEN WS-NEWKEY (NEWKEY-IDX) = IR-KEY
009697                         SET STREAM-CONFLICTS TO TRUE
009698                 END-SEARCH
009699             END-IF
009700         WHEN OTHER
009701             CONTINUE
009702     END-EVALUATE
009703     IF WS-NEWKEY-COUNT = ZERO
009704      AND (WS-HDR-FILE-ID NOT = SPACES
009705       OR WS-HDR-RUN-DATE NOT = SPACES)
009706         SET SCAN-IS-DONE TO TRUE
009707     END-IF
009708     .
009709 2725-EXIT.
009710     EXIT.
009711
009712*----------------------------------------------------------------*
009713*    2730-CHECK-NEW-REGISTER                                       *
009714*    LOOKS AMONG THE PROCESSED-FILE REGISTER ENTRIES ADDED SINCE   *
009715*    THE SNAPSHOT FOR THE INPUT'S OWN HEADER PAIR. AN INPUT        *
009716*    WITH NO HEADER IS NEVER REGISTERED AND CANNOT CONFLICT.       *
009717*----------------------------------------------------------------*
009718 2730-CHECK-NEW-REGISTER.
009719     IF WS-HDR-FILE-ID = SPACES
009720      AND WS-HDR-RUN-DATE = SPACES
009721         GO TO 2730-EXIT
009722     END-IF
009723     MOVE ZERO TO WS-COPY-COUNT
009724     MOVE "N" TO WS-COPYEOF-SWITCH
009725     MOVE WS-REGISTER-PATH TO WS-COPY-FROM-PATH
009726     OPEN INPUT COPYINFILE
009727     IF COPYINFILE-NOT-FOUND
009728         GO TO 2730-EXIT
009729     END-IF
009730     IF NOT COPYINFILE-FOUND
009731         DISPLAY "LGDRIVR: *** UNABLE TO READ PROCESSED-FILE "
009732                 "REGISTER - FILE STATUS " WS-COPYINFILE-STATUS
009733                 " ***"
009734         MOVE 16 TO RETURN-CODE
009735         STOP RUN
009736     END-IF
009737     PERFORM 2735-CHECK-ONE-REGISTER-ENTRY THRU 2735-EXIT
009738         UNTIL COPY-EOF OR STREAM-CONFLICTS
009739     CLOSE COPYINFILE
009740     .
009741 2730-EXIT.
009742     EXIT.
009743
009744*----------------------------------------------------------------*
009745*    2735-CHECK-ONE-REGISTER-ENTRY                                 *
009746*    COMPARES ONE REGISTER ENTRY BEYOND THE SNAPSHOT TO THE        *
009747*    INPUT'S HEADER PAIR.                                          *
009748*----------------------------------------------------------------*
009749 2735-CHECK-ONE-REGISTER-ENTRY.
009750     READ COPYINFILE
009751         AT END
009752             SET COPY-EOF TO TRUE
009753             GO TO 2735-EXIT
009754     END-READ
009755     ADD 1 TO WS-COPY-COUNT
009756     IF WS-COPY-COUNT NOT > WS-SNAP-REG-COUNT
009757         GO TO 2735-EXIT
009758     END-IF
009759     IF COPYIN-REC(1:10) = WS-HDR-FILE-ID
009760      AND COPYIN-REC(11:8) = WS-HDR-RUN-DATE
009761         SET STREAM-CONFLICTS TO TRUE
009762     END-IF
009763     .
009764 2735-EXIT.
009765     EXIT.
009767
009768*----------------------------------------------------------------*
009769*    2800-COPY-FILE                                                *
009770*    COPIES WS-COPY-FROM-PATH TO WS-COPY-TO-PATH LINE FOR LINE,    *
009771*    PASSING OVER THE FIRST WS-COPY-SKIP LINES, EITHER REPLACING   *
009772*    THE TARGET OR APPENDING TO IT. A LIMITED COPY STOPS AFTER     *
009773*    THE FIRST WS-COPY-LIMIT LINES. WS-COPY-COUNT RETURNS THE      *
009774*    NUMBER OF SOURCE LINES COPIED OR PASSED OVER. A MISSING       *
009775*    SOURCE COPIES NOTHING (A REPLACE STILL LEAVES AN EMPTY        *
009776*    TARGET).                                                      *
009777*----------------------------------------------------------------*
009778 2800-COPY-FILE.
009779     MOVE ZERO TO WS-COPY-COUNT
009780     MOVE "N" TO WS-COPYEOF-SWITCH
009781     OPEN INPUT COPYINFILE
009782     IF NOT COPYINFILE-FOUND
009783      AND NOT COPYINFILE-NOT-FOUND
009784         DISPLAY "LGDRIVR: *** UNABLE TO READ "
009785                 WS-COPY-FROM-PATH " - FILE STATUS "
009786                 WS-COPYINFILE-STATUS " ***"
009787         MOVE 16 TO RETURN-CODE
009788         STOP RUN
009789     END-IF
009790     IF COPYINFILE-NOT-FOUND
009791      AND COPY-APPENDS
009792         GO TO 2800-EXIT
009793     END-IF
009794     IF COPY-REPLACES
009795         OPEN OUTPUT COPYOUTFILE
009796     ELSE
009797         OPEN EXTEND COPYOUTFILE
009798         IF COPYOUTFILE-NOT-FOUND
009799             OPEN OUTPUT COPYOUTFILE
009800         END-IF
009801     END-IF
009802     IF NOT COPYOUTFILE-FOUND
009803         DISPLAY "LGDRIVR: *** UNABLE TO WRITE "
009804                 WS-COPY-TO-PATH " - FILE STATUS "
009805                 WS-COPYOUTFILE-STATUS " ***"
009806         MOVE 16 TO RETURN-CODE
009807         STOP RUN
009808     END-IF
009809     IF COPYINFILE-FOUND
009810         PERFORM 2810-COPY-ONE-LINE THRU 2810-EXIT
009811             UNTIL COPY-EOF
009812         CLOSE COPYINFILE
009813     END-IF
009814     CLOSE COPYOUTFILE
009815     .
009816 2800-EXIT.
009817     EXIT.
009818
009819*----------------------------------------------------------------*
009820*    2810-COPY-ONE-LINE                                            *
009821*    COPIES ONE SOURCE LINE UNLESS IT IS AMONG THOSE SKIPPED.      *
009822*    REACHING THE LIMIT OF A LIMITED COPY ENDS IT.                 *
009823*----------------------------------------------------------------*
009824 2810-COPY-ONE-LINE.
009825     IF COPY-IS-LIMITED
009826      AND WS-COPY-COUNT NOT < WS-COPY-LIMIT
009827         SET COPY-EOF TO TRUE
009828         GO TO 2810-EXIT
009829     END-IF
009830     READ COPYINFILE
009831         AT END
009832             SET COPY-EOF TO TRUE
009833             GO TO 2810-EXIT
009834     END-READ
009835     ADD 1 TO WS-COPY-COUNT
009836     IF WS-COPY-COUNT NOT > WS-COPY-SKIP
009837         GO TO 2810-EXIT
009838     END-IF
009839     MOVE COPYIN-REC TO COPYOUT-REC
009840     WRITE COPYOUT-REC
009841     .
009842 2810-EXIT.
009843     EXIT.
009844
009845*----------------------------------------------------------------*
009846*    2820-COUNT-LINES                                              *
009847*    RETURNS IN WS-COPY-COUNT THE NUMBER OF LINES IN               *
009848*    WS-COPY-FROM-PATH. A MISSING FILE HOLDS NONE.                 *
009849*----------------------------------------------------------------*
009850 2820-COUNT-LINES.
009851     MOVE ZERO TO WS-COPY-COUNT
009852     MOVE "N" TO WS-COPYEOF-SWITCH
009853     OPEN INPUT COPYINFILE
009854     IF COPYINFILE-NOT-FOUND
009855         GO TO 2820-EXIT
009856     END-IF
009857     IF NOT COPYINFILE-FOUND
009858         DISPLAY "LGDRIVR: *** UNABLE TO READ "
009859                 WS-COPY-FROM-PATH " - FILE STATUS "
009860                 WS-COPYINFILE-STATUS " ***"
009861         MOVE 16 TO RETURN-CODE
009862         STOP RUN
009863     END-IF
009864     PERFORM 2825-COUNT-ONE-LINE THRU 2825-EXIT
009865         UNTIL COPY-EOF
009866     CLOSE COPYINFILE
009867     .
009868 2820-EXIT.
009869     EXIT.
009870
009871*----------------------------------------------------------------*
009872*    2825-COUNT-ONE-LINE                                           *
009873*    COUNTS ONE LINE.                                              *
009874*----------------------------------------------------------------*
009875 2825-COUNT-ONE-LINE.
009876     READ COPYINFILE
009877         AT END
009878             SET COPY-EOF TO TRUE
009879             GO TO 2825-EXIT
009880     END-READ
009881     ADD 1 TO WS-COPY-COUNT
009882     .
009883 2825-EXIT.
009884     EXIT.
009885
009886*----------------------------------------------------------------*
009887*    2900-REMOVE-RUN-OUTPUT                                        *
009888*    REMOVES THE ENTRY'S RUN OUTPUT FILE - ONLY EVER CALLED        *
009889*    AFTER A SUCCESSFUL MERGE, OR AFTER A PROCESSED-FILE           *
009890*    REFUSAL (WHOSE OUTPUT IS JUST THE REFUSED RUN'S HEADER).      *
009891*----------------------------------------------------------------*
009892 2900-REMOVE-RUN-OUTPUT.
009893     MOVE SPACES TO WS-RM-CMD
009894     STRING "rm -f " DELIMITED BY SIZE
009895            WS-RUN-OUTPUT-PATH DELIMITED BY " "
009896            INTO WS-RM-CMD
009897     CALL "SYSTEM" USING WS-RM-CMD RETURNING WS-SHELL-RC
009898     .
009899 2900-EXIT.
009900     EXIT.
009901
009902*----------------------------------------------------------------*
009903*    2920-DISCARD-STREAM                                           *
009904*    THROWS AWAY EVERYTHING A STREAM LEFT FOR ITS ENTRY - RUN      *
009905*    OUTPUT, CHECKPOINT AND PRIVATE FILES - SO THE ENTRY CAN BE    *
009906*    RE-RUN FROM SCRATCH.                                          *
009907*----------------------------------------------------------------*
009908 2920-DISCARD-STREAM.
009909     PERFORM 2900-REMOVE-RUN-OUTPUT THRU 2900-EXIT
009910     MOVE SPACES TO WS-RM-CMD
009911     STRING "rm -f " DELIMITED BY SIZE
009912            WS-RESTART-PATH DELIMITED BY " "
009913            INTO WS-RM-CMD
009914     CALL "SYSTEM" USING WS-RM-CMD RETURNING WS-SHELL-RC
009915     PERFORM 2590-REMOVE-STREAM-FILES THRU 2590-EXIT
009916     .
009917 2920-EXIT.
009918     EXIT.
009919
009920*----------------------------------------------------------------*
009930*    8000-FINALIZE                                                 *
009940*    INSTALLS THE FINAL DAY SET (SO EVEN A ZERO-FILE DAY GETS A    *
010140            WS-WORK-CONS-PATH DELIMITED BY " "
010150            " " DELIMITED BY SIZE
010160            WS-WORK-FILES-PATH DELIMITED BY " "
010163             " " DELIMITED BY SIZE
010166             WS-SCRIPT-PATH DELIMITED BY " "
010170            INTO WS-SHELL-CMD
010180     CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
010190     DISPLAY "LGDRIVR: " WS-FILE-COUNT " FILE(S) RUN, "
