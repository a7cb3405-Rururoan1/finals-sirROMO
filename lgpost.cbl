000348*                  "B" HISTORY RECORDS SO STATEMENTS STILL FOOT,  *
000349*                  AND LEAVES AN AUDIT RECORD OF WHO BACKED OUT   *
000350*                  WHAT AND WHY (LGPOST_OPERATOR/LGPOST_REASON).  *
000351* 10/15/2026 RJM   A BACKOUT NOW CHECKS LGPOST_OPERATOR AGAINST   *
000352*                  THE OPERATOR AUTHORITY MASTER (SEE CPYOPR01)   *
000353*                  BEFORE ANYTHING IS OPENED - IT NEEDS THE       *
000354*                  BACKOUT ROLE. AN UNKNOWN, REVOKED OR           *
000355*                  UNAUTHORIZED OPERATOR IS REFUSED (RETURN-CODE  *
000356*                  8) AND THE REFUSAL IS WRITTEN TO THE SECURITY  *
000357*                  LOG (LGPOST_OPERATORS_DD, LGPOST_SECLOG_DD).   *
000358* 10/15/2026 RJM   A DETAIL OR ADJUSTMENT DATED IN A MONTH THE    *
000359*                  PERIOD CONTROL FILE (SEE CPYPER01) SHOWS       *
000360*                  CLOSED IS NO LONGER POSTED - IT IS QUEUED      *
000361*                  VERBATIM ON THE PRIOR-PERIOD QUEUE (SEE        *
000362*                  CPYPPQ01) UNDER THE FEED DATE AND ITS FEED     *
000363*                  LINE NUMBER FOR LGPRIOR TO REVIEW AND RE-DATE. *
000364*                  A BACKOUT SKIPS THE DAY'S HELD LINES, PROVES   *
000365*                  THEM WITH THE REVERSED FIGURES AND MARKS THEM  *
000366*                  VOID, AND IS REFUSED IF ANY WAS ALREADY        *
000367*                  RELEASED, EVEN ONE LGPRIOR HAS SINCE MOVED TO  *
000368*                  ITS HISTORY FILE. HISTORY CARRIES A RE-DATED   *
000369*                  LINE'S ORIGINAL BUSINESS DATE                  *
000370*                  (LGPOST_PERIODS_DD, LGPOST_PRIOR_DD,           *
000371*                  LGPOST_PRIOR_HISTORY_DD).                      *
000372*----------------------------------------------------------------*
000373
000374 ENVIRONMENT DIVISION.
000375 INPUT-OUTPUT SECTION.
000376 FILE-CONTROL.
000377     SELECT FEEDFILE ASSIGN TO DYNAMIC WS-FEED-DDNAME
000378         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FEEDFILE-STATUS.
000390
000400     SELECT MASTERFILE ASSIGN TO DYNAMIC WS-MASTER-DDNAME
000459         ORGANIZATION IS LINE SEQUENTIAL
000461         FILE STATUS IS WS-AUDITFILE-STATUS.
000462
000463     SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPERATOR-DDNAME
000464         ORGANIZATION IS LINE SEQUENTIAL
000465         FILE STATUS IS WS-OPERFILE-STATUS.
000466
000467     SELECT SECLOGFILE ASSIGN TO DYNAMIC WS-SECLOG-DDNAME
000468         ORGANIZATION IS LINE SEQUENTIAL
000469         FILE STATUS IS WS-SECLOGFILE-STATUS.
000470
000471     SELECT PERIODFILE ASSIGN TO DYNAMIC WS-PERIOD-DDNAME
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS WS-PERIODFILE-STATUS.
000474
000475     SELECT PRIORFILE ASSIGN TO DYNAMIC WS-PRIOR-DDNAME
000476         ORGANIZATION IS LINE SEQUENTIAL
000477         FILE STATUS IS WS-PRIORFILE-STATUS.
000478
000479     SELECT PRIORHIST ASSIGN TO DYNAMIC WS-PRIOR-HIST-DDNAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000481         FILE STATUS IS WS-PRIORHIST-STATUS.
000482
000483 DATA DIVISION.
000484 FILE SECTION.
000485 FD  FEEDFILE.
000490 01  FEED-REC PIC X(256).
000500
000510 FD  MASTERFILE.
000585 FD  AUDITFILE.
000586 01  AUDIT-REC PIC X(160).
000587
000588 FD  OPERFILE.
000589 01  OPER-REC PIC X(102).
000590
000591 FD  SECLOGFILE.
000592 01  SECLOG-REC PIC X(80).
000593
000594 FD  PERIODFILE.
000595*----------------------------------------------------------------*
000596*    PERIOD CONTROL RECORD (SEE CPYPER01)                         *
000597*----------------------------------------------------------------*
000598     COPY CPYPER01.
000599
000600 FD  PRIORFILE.
000601*----------------------------------------------------------------*
000602*    PRIOR-PERIOD QUEUE (SEE CPYPPQ01)                            *
000603*----------------------------------------------------------------*
000604 01  PRIOR-REC PIC X(377).
000605
000606 FD  PRIORHIST.
000607*----------------------------------------------------------------*
000608*    PRIOR-PERIOD HISTORY - RELEASED AND VOIDED QUEUE ITEMS       *
000609*    LGPRIOR HAS MOVED OFF THE QUEUE, IN THE QUEUE'S LAYOUT.      *
000610*----------------------------------------------------------------*
000611 01  PRIOR-HIST-REC PIC X(377).
000612
000613 WORKING-STORAGE SECTION.
000614*----------------------------------------------------------------*
000615*    OPERATOR AUTHORITY AND SECURITY LOG RECORD VIEWS (SEE        *
000616*    CPYOPR01 AND CPYSEC01)                                       *
000617*----------------------------------------------------------------*
000618     COPY CPYOPR01.
000619     COPY CPYSEC01.
000620
000621*----------------------------------------------------------------*
000622*    FIELDED VIEW OF THE CURRENT FEED LINE (SEE CPYOUT01)         *
000623*----------------------------------------------------------------*
000624     COPY CPYOUT01.
000625
000626*----------------------------------------------------------------*
000627*    PRIOR-PERIOD QUEUE RECORD VIEW (SEE CPYPPQ01) - SHARED BY    *
000628*    THE QUEUE AND ITS HISTORY FILE.                              *
000629*----------------------------------------------------------------*
000630     COPY CPYPPQ01.
000631
000632*----------------------------------------------------------------*
000640*    FILE ASSIGNMENT WORK AREAS                                   *
000650*    THE FEED DEFAULTS TO TODAY'S LGDRIVR-DATED CONSOLIDATED      *
000660*    OUTPUT SET; THE MASTER DEFAULTS TO THE STANDING PATH BELOW.  *
000717 77  WS-BEFORE-DDNAME        PIC X(60) VALUE SPACES.
000718 77  WS-AUDIT-DDNAME         PIC X(60)
000719     VALUE "data/backout-audit.dat".
000720 77  WS-OPERATOR-DDNAME      PIC X(60)
000721     VALUE "data/operators.dat".
000722 77  WS-SECLOG-DDNAME        PIC X(60)
000723     VALUE "data/security-log.dat".
000724 77  WS-PERIOD-DDNAME        PIC X(60) VALUE "data/periods.dat".
000725 77  WS-PRIOR-DDNAME         PIC X(60)
000726     VALUE "data/prior-period.dat".
000727 77  WS-PRIOR-HIST-DDNAME    PIC X(60)
000728     VALUE "data/prior-period-hist.dat".
000729 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
000730
000740*----------------------------------------------------------------*
000750*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)            *
000887 77  WS-AUDITFILE-STATUS     PIC X(02).
000888     88  AUDITFILE-FOUND         VALUE "00".
000889     88  AUDITFILE-NOT-FOUND     VALUE "35".
000890 77  WS-PERIODFILE-STATUS    PIC X(02).
000891     88  PERIODFILE-FOUND        VALUE "00".
000892     88  PERIODFILE-NOT-FOUND    VALUE "35".
000893 77  WS-PRIORFILE-STATUS     PIC X(02).
000894     88  PRIORFILE-FOUND         VALUE "00".
000895     88  PRIORFILE-NOT-FOUND     VALUE "35".
000896 77  WS-PRIORHIST-STATUS     PIC X(02).
000897     88  PRIORHIST-FOUND         VALUE "00".
000898     88  PRIORHIST-NOT-FOUND     VALUE "35".
000899
000900*----------------------------------------------------------------*
000901*    PROGRAM SWITCHES                                             *
000910*----------------------------------------------------------------*
000920 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000930     88  EOF-YES                  VALUE "Y".
001184 01  WS-PREG-TABLE.
001185     05  WS-PREG-ENTRY       PIC X(16) OCCURS 2000 TIMES.
001186
001187*----------------------------------------------------------------*
001188*    CLOSED-PERIOD WORK AREAS. A FEED LINE DATED IN A MONTH       *
001189*    CLOSED ON THE PERIOD CONTROL FILE (SEE CPYPER01) IS HELD     *
001190*    ON THE PRIOR-PERIOD QUEUE (SEE CPYPPQ01) UNDER ITS FEED      *
001191*    DATE AND LINE NUMBER INSTEAD OF BEING POSTED. A BACKOUT      *
001192*    LOADS THE QUEUE WHOLE SO IT CAN SKIP THE DAY'S HELD LINES    *
001193*    AND VOID THEM ONCE THE DAY IS UNWOUND.                       *
001194*----------------------------------------------------------------*
001195 77  WS-PERIOD-SWITCH        PIC X(01) VALUE "N".
001196     88  PERIODS-ON-HAND          VALUE "Y".
001197 77  WS-PRIOR-SWITCH         PIC X(01) VALUE "N".
001198     88  RECORD-IS-PRIOR-PERIOD   VALUE "Y".
001199     88  RECORD-IS-NOT-PRIOR-PERIOD VALUE "N".
001200 77  WS-PEREOF-SWITCH        PIC X(01) VALUE "N".
001201     88  PERIOD-FILE-EOF          VALUE "Y".
001202 77  WS-PQEOF-SWITCH         PIC X(01) VALUE "N".
001203     88  PRIOR-QUEUE-EOF          VALUE "Y".
001204 77  WS-FEED-FILE-ID         PIC X(10) VALUE SPACES.
001205 77  WS-FEED-RECNO           PIC 9(09) COMP VALUE ZERO.
001206 77  WS-RECORDS-HELD         PIC 9(09) COMP VALUE ZERO.
001207 77  WS-AMOUNT-HELD          PIC S9(09)V99 VALUE ZERO.
001208 77  WS-HELD-RELEASED        PIC 9(05) COMP VALUE ZERO.
001209 77  WS-CLOSED-COUNT         PIC 9(04) COMP VALUE ZERO.
001210 77  WS-CLOSED-MAX           PIC 9(04) COMP VALUE 600.
001211 01  WS-CLOSED-TABLE.
001212     05  WS-CLOSED-PERIOD    PIC X(06) OCCURS 600 TIMES
001213                             INDEXED BY CLOSED-IDX.
001214 77  WS-PQ-COUNT             PIC 9(05) COMP VALUE ZERO.
001215 77  WS-PQ-MAX               PIC 9(05) COMP VALUE 10000.
001216 77  WS-PQ-SUB               PIC 9(05) COMP VALUE ZERO.
001217 01  WS-PQ-TABLE.
001218     05  WS-PQ-ENTRY         PIC X(377) OCCURS 10000 TIMES.
001219 77  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
001220 01  WS-HELD-TABLE.
001221     05  WS-HELD-ENTRY       OCCURS 10000 TIMES
001222                             INDEXED BY HELD-IDX.
001223         10  WS-HELD-RECNO   PIC 9(09).
001224         10  WS-HELD-PQ-SUB  PIC 9(05).
001225
001226*----------------------------------------------------------------*
001227*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
001228*    AUTHORITY). THE CALLER SETS THE ROLE NUMBER (SEE CPYOPR01)   *
001229*    AND THE ACTION NAME THE SECURITY LOG RECORDS ON A REFUSAL.   *
001230*----------------------------------------------------------------*
001231 77  WS-OPERFILE-STATUS      PIC X(02).
001232     88  OPERFILE-FOUND          VALUE "00".
001233     88  OPERFILE-NOT-FOUND      VALUE "35".
001234 77  WS-SECLOGFILE-STATUS    PIC X(02).
001235     88  SECLOGFILE-FOUND        VALUE "00".
001236     88  SECLOGFILE-NOT-FOUND    VALUE "35".
001237 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
001238     88  OPER-EOF-YES             VALUE "Y".
001239 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
001240     88  OPERATOR-ON-FILE         VALUE "Y".
001241 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
001242 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
001243
001244 PROCEDURE DIVISION.
001245
001246*----------------------------------------------------------------*
001247*    0000-MAINLINE                                                *
001248*    CONTROLS OVERALL FLOW OF THE POSTING RUN. THE FEED IS        *
001249*    BALANCED IN FULL BEFORE THE MASTER IS OPENED, SO A FEED      *
001250*    THAT DOES NOT RECONCILE TO ITS TRAILER NEVER COMMITS.        *
001251*----------------------------------------------------------------*
001252 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001270     PERFORM 2000-BALANCE-FEED THRU 2000-EXIT
001280     IF FEED-OUT-OF-BALANCE
001728     IF WS-ENV-VALUE NOT = SPACES
001729         MOVE WS-ENV-VALUE TO WS-AUDIT-DDNAME
001730     END-IF
001731     MOVE SPACES TO WS-ENV-VALUE
001732     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPOST_PERIODS_DD"
001733     IF WS-ENV-VALUE NOT = SPACES
001734         MOVE WS-ENV-VALUE TO WS-PERIOD-DDNAME
001735     END-IF
001736     MOVE SPACES TO WS-ENV-VALUE
001737     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPOST_PRIOR_DD"
001738     IF WS-ENV-VALUE NOT = SPACES
001739         MOVE WS-ENV-VALUE TO WS-PRIOR-DDNAME
001740     END-IF
001741     MOVE SPACES TO WS-ENV-VALUE
001742     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
001743         "LGPOST_PRIOR_HISTORY_DD"
001744     IF WS-ENV-VALUE NOT = SPACES
001745         MOVE WS-ENV-VALUE TO WS-PRIOR-HIST-DDNAME
001746     END-IF
001747     OPEN INPUT FEEDFILE
001748     IF WS-FEEDFILE-STATUS NOT = "00"
001749         MOVE "FEEDFILE" TO WS-ABEND-FILE-NAME
001750         MOVE WS-FEEDFILE-STATUS TO WS-ABEND-FILE-STATUS
001760         PERFORM 0900-ABEND
001770     END-IF
001831         MOVE 16 TO RETURN-CODE
001832         STOP RUN
001833     END-IF
001834     MOVE SPACES TO WS-ENV-VALUE
001835     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPOST_OPERATORS_DD"
001836     IF WS-ENV-VALUE NOT = SPACES
001837         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
001838     END-IF
001839     MOVE SPACES TO WS-ENV-VALUE
001840     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGPOST_SECLOG_DD"
001841     IF WS-ENV-VALUE NOT = SPACES
001842         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
001843     END-IF
001844     MOVE 6 TO WS-AUTH-ROLE
001845     MOVE "LGPOST BACKOUT" TO WS-AUTH-ACTION
001846     PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
001847     MOVE SPACES TO WS-BEFORE-DDNAME
001848     STRING "data/output/OUTPUT-" DELIMITED BY SIZE
001849            WS-BACKOUT-DATE DELIMITED BY SIZE
001850            ".BEFORE" DELIMITED BY SIZE
001851            INTO WS-BEFORE-DDNAME
001852     .
001853 1100-EXIT.
001854     EXIT.
001855
001856*----------------------------------------------------------------*
001857*    2000-BALANCE-FEED                                            *
001858*    FIRST PASS OVER THE FEED. COUNTS AND TOTALS EVERY DETAIL     *
001859*    RECORD AND ACCUMULATES THE FEED'S OWN TRAILER FIGURES -      *
001860*    A CONSOLIDATED SET MAY CARRY ONE TRAILER PER SOURCE FILE -   *
001870*    THEN COMPARES THE TWO. A MISMATCH, OR A FEED WITH NO         *
001880*    TRAILER AT ALL, MARKS THE RUN OUT OF BALANCE AND NOTHING     *
002819         MOVE WS-BEFOREFILE-STATUS TO WS-ABEND-FILE-STATUS
002820         PERFORM 0900-ABEND
002821     END-IF
002822     PERFORM 3010-LOAD-PERIOD-CONTROL THRU 3010-EXIT
002823     OPEN EXTEND PRIORFILE
002824     IF PRIORFILE-NOT-FOUND
002825         OPEN OUTPUT PRIORFILE
002826     END-IF
002827     IF NOT PRIORFILE-FOUND
002828         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
002829         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
002830         PERFORM 0900-ABEND
002831     END-IF
002832     PERFORM 3100-POST-ONE-RECORD THRU 3100-EXIT
002833         UNTIL EOF-YES
002834     CLOSE BEFOREFILE
002835     .
002840 3000-EXIT.
002850     EXIT.
002851
002852*----------------------------------------------------------------*
002853*    3010-LOAD-PERIOD-CONTROL                                     *
002854*    LOADS EVERY CLOSED MONTH OFF THE PERIOD CONTROL FILE SO A    *
002855*    FEED LINE DATED IN ONE IS HELD INSTEAD OF POSTED. LOGIC      *
002860*    HOLDS SUCH LINES ALREADY; THIS CATCHES A DAY SET BUILT       *
002861*    BEFORE THE MONTH WAS CLOSED BUT POSTED AFTER. NO PERIOD      *
002862*    FILE ON HAND MEANS THE CHECK IS NOT YET IN USE - SAID        *
002863*    LOUDLY.                                                      *
002864*----------------------------------------------------------------*
002865 3010-LOAD-PERIOD-CONTROL.
002866     OPEN INPUT PERIODFILE
002867     IF PERIODFILE-NOT-FOUND
002868         DISPLAY "LGPOST: PERIOD CONTROL FILE NOT ON HAND - "
002869                 "CLOSED-PERIOD CHECK SKIPPED"
002870         GO TO 3010-EXIT
002871     END-IF
002872     IF NOT PERIODFILE-FOUND
002873         MOVE "PERIODFILE" TO WS-ABEND-FILE-NAME
002874         MOVE WS-PERIODFILE-STATUS TO WS-ABEND-FILE-STATUS
002875         PERFORM 0900-ABEND
002876     END-IF
002877     PERFORM 3020-LOAD-ONE-PERIOD THRU 3020-EXIT
002878         UNTIL PERIOD-FILE-EOF
002879     CLOSE PERIODFILE
002880     SET PERIODS-ON-HAND TO TRUE
002881     .
002882 3010-EXIT.
002883     EXIT.
002884
002885*----------------------------------------------------------------*
002886*    3020-LOAD-ONE-PERIOD                                         *
002887*    LOADS ONE PERIOD RECORD'S MONTH INTO THE TABLE IF THE MONTH  *
002888*    IS CLOSED. A FULL TABLE IS A HARD STOP.                      *
002889*----------------------------------------------------------------*
002890 3020-LOAD-ONE-PERIOD.
002891     READ PERIODFILE
002892         AT END
002893             SET PERIOD-FILE-EOF TO TRUE
002894             GO TO 3020-EXIT
002895     END-READ
002896     IF NOT PC-IS-CLOSED
002897         GO TO 3020-EXIT
002898     END-IF
002899     IF WS-CLOSED-COUNT >= WS-CLOSED-MAX
002900         DISPLAY "LGPOST: *** CLOSED-PERIOD TABLE FULL - RUN "
002901                 "STOPPED ***"
002902         MOVE 16 TO RETURN-CODE
002903         STOP RUN
002904     END-IF
002905     ADD 1 TO WS-CLOSED-COUNT
002906     SET CLOSED-IDX TO WS-CLOSED-COUNT
002907     MOVE PC-PERIOD TO WS-CLOSED-PERIOD (CLOSED-IDX)
002908     .
002909 3020-EXIT.
002910     EXIT.
002911
002912*----------------------------------------------------------------*
002913*    3100-POST-ONE-RECORD                                         *
002914*    READS ONE FEED RECORD AND, FOR A DETAIL, ADDS OR UPDATES     *
002915*    THE MATCHING MASTER RECORD.                                  *
002916*----------------------------------------------------------------*
002920 3100-POST-ONE-RECORD.
002930     READ FEEDFILE
002940         AT END
002950             SET EOF-YES TO TRUE
002960             GO TO 3100-EXIT
002970     END-READ
002971     ADD 1 TO WS-FEED-RECNO
002972     MOVE FEED-REC TO OR-RECORD
002973     IF OR-IS-HEADER
002974         MOVE OR-HDR-FILE-ID TO WS-FEED-FILE-ID
002975     END-IF
002976     IF OR-IS-DETAIL OR OR-IS-ADJUSTMENT
002977         PERFORM 3060-CHECK-CLOSED-PERIOD THRU 3060-EXIT
002978         IF RECORD-IS-PRIOR-PERIOD
002979             PERFORM 3070-HOLD-PRIOR-PERIOD THRU 3070-EXIT
002980             GO TO 3100-EXIT
002981         END-IF
002984     END-IF
002985     IF OR-IS-ADJUSTMENT
002990         PERFORM 3400-POST-ADJUSTMENT THRU 3400-EXIT
002995         GO TO 3100-EXIT
003244     EXIT.
003245
003246*----------------------------------------------------------------*
003247*    3060-CHECK-CLOSED-PERIOD                                     *
003248*    A DETAIL OR ADJUSTMENT WHOSE BUSINESS DATE FALLS IN A        *
003249*    CLOSED MONTH MUST NOT MOVE THAT MONTH'S SIGNED-OFF           *
003250*    NUMBERS. THE DATE SITS IN THE SAME POSITION ON BOTH          *
003251*    RECORD VIEWS. WITH NO PERIOD FILE THE CHECK IS OFF.          *
003252*----------------------------------------------------------------*
003253 3060-CHECK-CLOSED-PERIOD.
003254     SET RECORD-IS-NOT-PRIOR-PERIOD TO TRUE
003255     IF NOT PERIODS-ON-HAND OR WS-CLOSED-COUNT = ZERO
003256         GO TO 3060-EXIT
003257     END-IF
003258     SET CLOSED-IDX TO 1
003259     SEARCH WS-CLOSED-PERIOD
003260         WHEN CLOSED-IDX > WS-CLOSED-COUNT
003261             CONTINUE
003262         WHEN WS-CLOSED-PERIOD (CLOSED-IDX) = OR-DATE (1:6)
003263             SET RECORD-IS-PRIOR-PERIOD TO TRUE
003264     END-SEARCH
003265     .
003266 3060-EXIT.
003267     EXIT.
003268
003269*----------------------------------------------------------------*
003270*    3070-HOLD-PRIOR-PERIOD                                       *
003271*    QUEUES THE FEED LINE, VERBATIM, ON THE PRIOR-PERIOD QUEUE    *
003272*    UNDER THE FEED DATE AND ITS LINE NUMBER ON THE FEED, WITH    *
003273*    ITS AMOUNT SIGNED AS IT WOULD HAVE BEEN POSTED. NOTHING      *
003274*    TOUCHES THE MASTER OR THE HISTORY. THE DAY'S HELD COUNT      *
003275*    AND AMOUNT ARE REPORTED AT THE END OF THE RUN.               *
003276*----------------------------------------------------------------*
003277 3070-HOLD-PRIOR-PERIOD.
003278     IF OR-IS-ADJUSTMENT
003279         MOVE OR-ADJ-AMOUNT TO WS-SIGNED-AMOUNT
003280     ELSE
003281         PERFORM 2150-SET-SIGNED-AMOUNT THRU 2150-EXIT
003282     END-IF
003283     MOVE SPACES TO PQ-RECORD
003284     SET PQ-IS-QUEUED TO TRUE
003285     MOVE WS-RUN-DATE TO PQ-QUEUE-DATE
003286     MOVE "LGPOST" TO PQ-SOURCE
003287     MOVE WS-FEED-FILE-ID TO PQ-FILE-ID
003288     MOVE WS-FEED-DATE TO PQ-FEED-DATE
003289     MOVE WS-FEED-RECNO TO PQ-FEED-RECNO
003290     MOVE OR-DATE TO PQ-ORIG-DATE
003291     MOVE OR-DATE (1:6) TO PQ-PERIOD
003292     MOVE WS-SIGNED-AMOUNT TO PQ-SIGNED-AMOUNT
003293     MOVE ZERO TO PQ-REVIEW-DATE
003294     MOVE ZERO TO PQ-RELEASE-DATE
003295     MOVE FEED-REC TO PQ-LINE
003296     WRITE PRIOR-REC FROM PQ-RECORD
003297     IF NOT PRIORFILE-FOUND
003298         DISPLAY "LGPOST: *** PRIOR-PERIOD QUEUE WRITE FAILED "
003299                 "AT FEED LINE " WS-FEED-RECNO " - FILE STATUS "
003300                 WS-PRIORFILE-STATUS " ***"
003301         MOVE 16 TO RETURN-CODE
003302         STOP RUN
003303     END-IF
003304     ADD 1 TO WS-RECORDS-HELD
003305     ADD WS-SIGNED-AMOUNT TO WS-AMOUNT-HELD
003306     .
003307 3070-EXIT.
003308     EXIT.
003309
003310*----------------------------------------------------------------*
003311*    3200-UPDATE-MASTER-RECORD                                    *
003312*    KEY ALREADY ON THE MASTER - ROLL THE FEED RECORD IN:         *
003313*    LATEST BUSINESS DATE, LATEST STATUS, ACCUMULATED AMOUNT.     *
003314*----------------------------------------------------------------*
003315 3200-UPDATE-MASTER-RECORD.
003316     IF OR-DATE >= MR-LAST-DATE
003317         MOVE OR-DATE TO MR-LAST-DATE
003318         MOVE OR-STATUS TO MR-STATUS
003319     END-IF
003320     ADD WS-SIGNED-AMOUNT TO MR-ACCUM-AMOUNT
003321     ADD 1 TO MR-POST-COUNT
003322     MOVE WS-RUN-DATE TO MR-LAST-POST-DATE
003330     REWRITE MR-RECORD
003340     IF NOT MASTER-ACTION-OK
003350         DISPLAY "LGPOST: *** MASTER REWRITE FAILED FOR KEY "
003520 3300-ADD-MASTER-RECORD.
003530     MOVE SPACES TO MR-RECORD
003540     MOVE OR-KEY TO MR-KEY
003541     MOVE OR-DATE TO MR-LAST-DATE
003542     MOVE OR-STATUS TO MR-STATUS
003543     MOVE WS-SIGNED-AMOUNT TO MR-ACCUM-AMOUNT
003544     MOVE 1 TO MR-POST-COUNT
003545     MOVE WS-RUN-DATE TO MR-LAST-POST-DATE
003546     WRITE MR-RECORD
003547     IF NOT MASTER-ACTION-OK
003548         DISPLAY "LGPOST: *** MASTER WRITE FAILED FOR KEY "
003549                 MR-KEY " - FILE STATUS "
003550                 WS-MASTERFILE-STATUS " ***"
003551         MOVE 16 TO RETURN-CODE
003552         STOP RUN
003553     END-IF
003554     ADD WS-SIGNED-AMOUNT TO WS-AMOUNT-POSTED
003555     ADD 1 TO WS-KEYS-ADDED
003556     .
003557 3300-EXIT.
003558     EXIT.
003559
003560*----------------------------------------------------------------*
003561*    3400-POST-ADJUSTMENT                                         *
003562*    APPLIES AN OPERATOR-KEYED ADJUSTMENT TO ITS KEY'S            *
003563*    ACCUMULATED AMOUNT - SIGNED AS KEYED - WITHOUT DISTURBING    *
003564*    THE STATUS OR LAST BUSINESS DATE, WHICH BELONG TO REAL       *
003565*    DETAIL ACTIVITY. A KEY NOT YET ON THE MASTER IS STARTED      *
003566*    FROM THE ADJUSTMENT ALONE.                                   *
003567*----------------------------------------------------------------*
003568 3400-POST-ADJUSTMENT.
003569     MOVE OR-ADJ-KEY TO MR-KEY
003570     MOVE OR-ADJ-KEY TO WS-WORK-KEY
003571     READ MASTERFILE
003572     PERFORM 3050-JOURNAL-FIRST-TOUCH THRU 3050-EXIT
003573     EVALUATE TRUE
003574         WHEN MASTER-ACTION-OK
003575             ADD OR-ADJ-AMOUNT TO MR-ACCUM-AMOUNT
003576             ADD 1 TO MR-POST-COUNT
003577             MOVE WS-RUN-DATE TO MR-LAST-POST-DATE
003578             REWRITE MR-RECORD
003579             IF NOT MASTER-ACTION-OK
003580                 DISPLAY "LGPOST: *** MASTER REWRITE FAILED "
003581                         "FOR KEY " MR-KEY " - FILE STATUS "
003582                         WS-MASTERFILE-STATUS " ***"
003583                 MOVE 16 TO RETURN-CODE
003584                 STOP RUN
003585             END-IF
003586             ADD OR-ADJ-AMOUNT TO WS-AMOUNT-POSTED
003587             ADD 1 TO WS-KEYS-UPDATED
003588         WHEN MASTER-KEY-NOT-ON-FILE
003589             MOVE SPACES TO MR-RECORD
003590             MOVE OR-ADJ-KEY TO MR-KEY
003591             MOVE OR-ADJ-DATE TO MR-LAST-DATE
003592             MOVE SPACE TO MR-STATUS
003593             MOVE OR-ADJ-AMOUNT TO MR-ACCUM-AMOUNT
003594             MOVE 1 TO MR-POST-COUNT
003595             MOVE WS-RUN-DATE TO MR-LAST-POST-DATE
003596             WRITE MR-RECORD
003597             IF NOT MASTER-ACTION-OK
003598                 DISPLAY "LGPOST: *** MASTER WRITE FAILED FOR "
003599                         "KEY " MR-KEY " - FILE STATUS "
003600                         WS-MASTERFILE-STATUS " ***"
003601                 MOVE 16 TO RETURN-CODE
003602                 STOP RUN
003603             END-IF
003604             ADD OR-ADJ-AMOUNT TO WS-AMOUNT-POSTED
003605             ADD 1 TO WS-KEYS-ADDED
003606         WHEN OTHER
003607             DISPLAY "LGPOST: *** MASTER READ FAILED FOR KEY "
003608                     OR-ADJ-KEY " - FILE STATUS "
003609                     WS-MASTERFILE-STATUS " ***"
003610             MOVE 16 TO RETURN-CODE
003611             STOP RUN
003612     END-EVALUATE
003613     PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT
003614     .
003615 3400-EXIT.
003616     EXIT.
003617
003618*----------------------------------------------------------------*
003619*    3500-WRITE-HISTORY                                           *
003620*    APPENDS THE PER-KEY HISTORY RECORD FOR THE FEED RECORD       *
003621*    JUST APPLIED TO THE MASTER (SEE CPYHST01). THE AMOUNT IS     *
003622*    THE SIGNED AMOUNT AS APPLIED, SO A KEY'S HISTORY ALWAYS      *
003623*    FOOTS TO ITS MASTER RECORD; AN ADJUSTMENT CARRIES ITS        *
003624*    REASON AND OPERATOR STAMPS FOR THE STATEMENT.                *
003625*----------------------------------------------------------------*
003626 3500-WRITE-HISTORY.
003627     MOVE SPACES TO HR-RECORD
003628     MOVE WS-RUN-DATE TO HR-POST-DATE
003629     IF OR-IS-ADJUSTMENT
003630         MOVE OR-ADJ-KEY TO HR-KEY
003631         MOVE OR-ADJ-DATE TO HR-BUS-DATE
003632         MOVE OR-ADJ-AMOUNT TO HR-AMOUNT
003633         MOVE SPACE TO HR-STATUS
003634         MOVE "A" TO HR-SOURCE
003635         MOVE OR-ADJ-REASON TO HR-REASON
003636         MOVE OR-ADJ-OPERATOR TO HR-OPERATOR
003637         MOVE OR-ADJ-RELEASE-OP TO HR-RELEASE-OP
003638         MOVE OR-ADJ-ORIG-DATE TO HR-ORIG-DATE
003639     ELSE
003640         MOVE OR-KEY TO HR-KEY
003641         MOVE OR-DATE TO HR-BUS-DATE
003642         MOVE WS-SIGNED-AMOUNT TO HR-AMOUNT
003643         MOVE OR-STATUS TO HR-STATUS
003644         MOVE OR-ORIG-DATE TO HR-ORIG-DATE
003645         IF OR-STATUS-CANCELLED
003646             MOVE "X" TO HR-SOURCE
003647         ELSE
003648             MOVE "D" TO HR-SOURCE
003649         END-IF
003650     END-IF
003651     WRITE HR-RECORD
003652     IF NOT HISTFILE-FOUND
003653         DISPLAY "LGPOST: *** HISTORY WRITE FAILED FOR KEY "
003654                 HR-KEY " - FILE STATUS "
003655                 WS-HISTFILE-STATUS " ***"
003656         MOVE 16 TO RETURN-CODE
003657         STOP RUN
003658     END-IF
003659     .
003660 3500-EXIT.
003661     EXIT.
003662
003663*----------------------------------------------------------------*
003664*    5000-BACKOUT-FEED                                            *
003665*    UNWINDS ONE POSTED DAY. THE FEED HAS ALREADY BALANCED TO     *
003666*    ITS TRAILER (SEE 2000); THE DATE MUST BE ON THE POSTED-DAYS  *
003667*    REGISTER AND ITS BEFORE-IMAGE JOURNAL MUST BE ON HAND, OR    *
003668*    THE BACKOUT IS REFUSED BEFORE THE MASTER IS TOUCHED. EVERY   *
003669*    FEED RECORD'S EFFECT IS THEN REVERSED, THE REVERSED FIGURES  *
003670*    ARE PROVEN AGAINST THE TRAILER'S, EACH KEY'S PRIOR STATUS/   *
003671*    LAST-DATE IS RESTORED FROM THE JOURNAL (A KEY THE DAY        *
003672*    CREATED IS DELETED), THE DATE COMES OFF THE REGISTER SO A    *
003673*    CORRECTED FEED CAN REPOST, AND THE AUDIT RECORD IS WRITTEN.  *
003674*    LINES THE POSTING RUN HELD FOR A CLOSED PERIOD ARE SKIPPED,  *
003675*    COUNT TOWARD THE PROOF AT THEIR HELD FIGURES AND ARE MARKED  *
003676*    VOID ON THE PRIOR-PERIOD QUEUE (SEE 5050 AND 5600).          *
003677*----------------------------------------------------------------*
003678 5000-BACKOUT-FEED.
003679     PERFORM 2500-CHECK-POSTED-REGISTER THRU 2500-EXIT
003680     IF NOT DAY-ALREADY-POSTED
003681         DISPLAY "LGPOST: *** FEED DATE " WS-BACKOUT-DATE
003682                 " IS NOT ON THE POSTED-DAYS REGISTER - "
003683                 "NOTHING TO BACK OUT ***"
003684         MOVE 12 TO RETURN-CODE
003685         STOP RUN
003686     END-IF
003687     OPEN INPUT BEFOREFILE
003688     IF BEFOREFILE-NOT-FOUND
003689         DISPLAY "LGPOST: *** NO BEFORE-IMAGE JOURNAL FOR "
003690                 WS-BACKOUT-DATE " - PRIOR STANDING CANNOT BE "
003691                 "RESTORED - NOTHING BACKED OUT ***"
003692         MOVE 12 TO RETURN-CODE
003693         STOP RUN
003694     END-IF
003695     IF NOT BEFOREFILE-FOUND
003696         MOVE "BEFOREFILE" TO WS-ABEND-FILE-NAME
003697         MOVE WS-BEFOREFILE-STATUS TO WS-ABEND-FILE-STATUS
003698         PERFORM 0900-ABEND
003699     END-IF
003700     PERFORM 5050-LOAD-HELD-LINES THRU 5050-EXIT
003701     OPEN I-O MASTERFILE
003702     IF NOT MASTER-ACTION-OK
003703         MOVE "MASTERFILE" TO WS-ABEND-FILE-NAME
003704         MOVE WS-MASTERFILE-STATUS TO WS-ABEND-FILE-STATUS
003705         PERFORM 0900-ABEND
003706     END-IF
003707     OPEN EXTEND HISTFILE
003708     IF HISTFILE-NOT-FOUND
003709         OPEN OUTPUT HISTFILE
003710     END-IF
003711     IF NOT HISTFILE-FOUND
003712         MOVE "HISTFILE" TO WS-ABEND-FILE-NAME
003713         MOVE WS-HISTFILE-STATUS TO WS-ABEND-FILE-STATUS
003714         PERFORM 0900-ABEND
003715     END-IF
003716     OPEN INPUT FEEDFILE
003717     IF WS-FEEDFILE-STATUS NOT = "00"
003718         MOVE "FEEDFILE" TO WS-ABEND-FILE-NAME
003719         MOVE WS-FEEDFILE-STATUS TO WS-ABEND-FILE-STATUS
003720         PERFORM 0900-ABEND
003721     END-IF
003722     SET EOF-NO TO TRUE
003723     PERFORM 5100-BACKOUT-ONE-RECORD THRU 5100-EXIT
003724         UNTIL EOF-YES
003725     CLOSE FEEDFILE
003726     IF WS-RECORDS-BACKED + WS-HELD-COUNT
003727                             NOT = WS-FEED-TRL-REC-COUNT
003728      OR WS-AMOUNT-BACKED + WS-AMOUNT-HELD
003729                             NOT = WS-FEED-TRL-CTL-TOTAL
003730         DISPLAY "LGPOST: *** BACKOUT DOES NOT PROVE TO THE "
003731                 "FEED TRAILER ***"
003732         DISPLAY "LGPOST: TRAILER COUNT=" WS-FEED-TRL-REC-COUNT
003733                 " BACKED=" WS-RECORDS-BACKED
003734         DISPLAY "LGPOST: TRAILER TOTAL=" WS-FEED-TRL-CTL-TOTAL
003735                 " BACKED=" WS-AMOUNT-BACKED
003736         DISPLAY "LGPOST: HELD FOR CLOSED PERIOD COUNT="
003737                 WS-HELD-COUNT " TOTAL=" WS-AMOUNT-HELD
003738         MOVE 16 TO RETURN-CODE
003739         STOP RUN
003740     END-IF
003741     MOVE "N" TO WS-EOF-SWITCH
003742     PERFORM 5300-RESTORE-ONE-KEY THRU 5300-EXIT
003743         UNTIL EOF-YES
003744     CLOSE BEFOREFILE
003745     CLOSE MASTERFILE
003746     CLOSE HISTFILE
003747     PERFORM 5400-DROP-POSTED-DAY THRU 5400-EXIT
003748     PERFORM 5500-WRITE-BACKOUT-AUDIT THRU 5500-EXIT
003749     PERFORM 5600-VOID-HELD-LINES THRU 5600-EXIT
003750     CALL "CBL_DELETE_FILE" USING WS-BEFORE-DDNAME
003751         RETURNING WS-DELETE-BEFORE-RC
003752     .
003753 5000-EXIT.
003754     EXIT.
003755
003756*----------------------------------------------------------------*
003757*    5050-LOAD-HELD-LINES                                         *
003758*    LOADS THE PRIOR-PERIOD QUEUE WHOLE AND NOTES EVERY LINE OF   *
003759*    THIS FEED THAT THE POSTING RUN HELD FOR A CLOSED PERIOD      *
003760*    INSTEAD OF POSTING - THOSE LINES NEVER REACHED THE MASTER,   *
003761*    SO THE BACKOUT MUST SKIP THEM AND PROVE THEM SEPARATELY.     *
003762*    A HELD LINE LGPRIOR HAS ALREADY RELEASED UNDER A NEW DATE    *
003763*    REFUSES THE BACKOUT BEFORE THE MASTER IS TOUCHED (RETURN-    *
003764*    CODE 12) - A CORRECTED FEED WOULD HOLD IT A SECOND TIME. THE *
003765*    SAME GOES FOR ONE LGPRIOR HAS SINCE MOVED TO ITS HISTORY     *
003766*    FILE (SEE 5070). NO QUEUE ON HAND MEANS NOTHING WAS HELD.    *
003767*----------------------------------------------------------------*
003768 5050-LOAD-HELD-LINES.
003769     OPEN INPUT PRIORFILE
003770     IF PRIORFILE-NOT-FOUND
003771         GO TO 5050-CHECK-HISTORY
003772     END-IF
003773     IF NOT PRIORFILE-FOUND
003774         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
003775         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
003776         PERFORM 0900-ABEND
003777     END-IF
003778     PERFORM 5060-LOAD-ONE-QUEUE-ENTRY THRU 5060-EXIT
003779         UNTIL PRIOR-QUEUE-EOF
003780     CLOSE PRIORFILE
003781     .
003782 5050-CHECK-HISTORY.
003783     PERFORM 5070-SCAN-PRIOR-HISTORY THRU 5070-EXIT
003784     IF WS-HELD-RELEASED > ZERO
003785         MOVE WS-HELD-RELEASED TO WS-EDIT-COUNT
003786         DISPLAY "LGPOST: *** " WS-EDIT-COUNT " LINE(S) OF "
003787                 WS-BACKOUT-DATE " HELD FOR A CLOSED PERIOD "
003788                 "ARE ALREADY RELEASED BY LGPRIOR - NOTHING "
003789                 "BACKED OUT ***"
003790         MOVE 12 TO RETURN-CODE
003791         STOP RUN
003792     END-IF
003793     .
003794 5050-EXIT.
003795     EXIT.
003796
003797*----------------------------------------------------------------*
003798*    5060-LOAD-ONE-QUEUE-ENTRY                                    *
003799*    LOADS ONE QUEUE ENTRY AND, IF LGPOST HELD IT OFF THIS FEED   *
003800*    AND IT IS NOT ALREADY VOID, NOTES ITS FEED LINE NUMBER AND   *
003801*    AMOUNT. A FULL TABLE IS A HARD STOP.                         *
003802*----------------------------------------------------------------*
003803 5060-LOAD-ONE-QUEUE-ENTRY.
003804     READ PRIORFILE INTO PQ-RECORD
003805         AT END
003806             SET PRIOR-QUEUE-EOF TO TRUE
003807             GO TO 5060-EXIT
003808     END-READ
003809     IF WS-PQ-COUNT >= WS-PQ-MAX
003810         DISPLAY "LGPOST: *** PRIOR-PERIOD QUEUE TABLE FULL - "
003811                 "BACKOUT STOPPED ***"
003812         MOVE 16 TO RETURN-CODE
003813         STOP RUN
003814     END-IF
003815     ADD 1 TO WS-PQ-COUNT
003816     MOVE PQ-RECORD TO WS-PQ-ENTRY (WS-PQ-COUNT)
003817     IF NOT PQ-FROM-LGPOST
003818      OR PQ-FEED-DATE NOT = WS-BACKOUT-DATE
003819      OR PQ-IS-VOID
003820         GO TO 5060-EXIT
003821     END-IF
003822     IF PQ-IS-RELEASED
003823         ADD 1 TO WS-HELD-RELEASED
003824         GO TO 5060-EXIT
003825     END-IF
003826     ADD 1 TO WS-HELD-COUNT
003827     SET HELD-IDX TO WS-HELD-COUNT
003828     MOVE PQ-FEED-RECNO TO WS-HELD-RECNO (HELD-IDX)
003829     MOVE WS-PQ-COUNT TO WS-HELD-PQ-SUB (HELD-IDX)
003830     ADD PQ-SIGNED-AMOUNT TO WS-AMOUNT-HELD
003831     .
003832 5060-EXIT.
003833     EXIT.
003834
003835*----------------------------------------------------------------*
003836*    5070-SCAN-PRIOR-HISTORY                                      *
003837*    COUNTS THE HELD LINES OF THIS FEED THAT LGPRIOR RELEASED     *
003838*    AND HAS SINCE MOVED TO ITS HISTORY FILE. NO HISTORY FILE     *
003839*    MEANS NONE HAVE MOVED.                                       *
003840*----------------------------------------------------------------*
003841 5070-SCAN-PRIOR-HISTORY.
003842     OPEN INPUT PRIORHIST
003843     IF PRIORHIST-NOT-FOUND
003844         GO TO 5070-EXIT
003845     END-IF
003846     IF NOT PRIORHIST-FOUND
003847         MOVE "PRIORHIST" TO WS-ABEND-FILE-NAME
003848         MOVE WS-PRIORHIST-STATUS TO WS-ABEND-FILE-STATUS
003849         PERFORM 0900-ABEND
003850     END-IF
003851     MOVE "N" TO WS-PQEOF-SWITCH
003852     PERFORM 5080-CHECK-ONE-HISTORY-ENTRY THRU 5080-EXIT
003853         UNTIL PRIOR-QUEUE-EOF
003854     CLOSE PRIORHIST
003855     .
003856 5070-EXIT.
003857     EXIT.
003858
003859*----------------------------------------------------------------*
003860*    5080-CHECK-ONE-HISTORY-ENTRY                                 *
003861*    COUNTS ONE HISTORY ENTRY WHEN LGPOST HELD IT OFF THIS FEED   *
003862*    AND LGPRIOR RELEASED IT.                                     *
003863*----------------------------------------------------------------*
003864 5080-CHECK-ONE-HISTORY-ENTRY.
003865     READ PRIORHIST INTO PQ-RECORD
003866         AT END
003867             SET PRIOR-QUEUE-EOF TO TRUE
003868             GO TO 5080-EXIT
003869     END-READ
003870     IF PQ-FROM-LGPOST
003871      AND PQ-FEED-DATE = WS-BACKOUT-DATE
003872      AND PQ-IS-RELEASED
003873         ADD 1 TO WS-HELD-RELEASED
003874     END-IF
003875     .
003876 5080-EXIT.
003877     EXIT.
003878
003879*----------------------------------------------------------------*
003880*    5100-BACKOUT-ONE-RECORD                                      *
003881*    REVERSES ONE FEED RECORD'S EFFECT ON ITS MASTER RECORD.      *
003882*    EVERY KEY THE DAY POSTED MUST STILL BE ON THE MASTER - A     *
003883*    MISSING ONE MEANS THE MASTER AND THE FEED HAVE DIVERGED      *
003884*    AND THE BACKOUT STOPS RATHER THAN GUESS.                     *
003885*----------------------------------------------------------------*
003886 5100-BACKOUT-ONE-RECORD.
003887     READ FEEDFILE
003888         AT END
003889             SET EOF-YES TO TRUE
003890             GO TO 5100-EXIT
003891     END-READ
003892     ADD 1 TO WS-FEED-RECNO
003893     MOVE FEED-REC TO OR-RECORD
003894     IF WS-HELD-COUNT > ZERO
003895      AND (OR-IS-DETAIL OR OR-IS-ADJUSTMENT)
003896         PERFORM 5150-CHECK-HELD-LINE THRU 5150-EXIT
003897         IF RECORD-IS-PRIOR-PERIOD
003898             GO TO 5100-EXIT
003899         END-IF
003900     END-IF
003901     EVALUATE TRUE
003902         WHEN OR-IS-DETAIL
003903             PERFORM 2150-SET-SIGNED-AMOUNT THRU 2150-EXIT
003904             MOVE OR-KEY TO MR-KEY
003905         WHEN OR-IS-ADJUSTMENT
003906             MOVE OR-ADJ-AMOUNT TO WS-SIGNED-AMOUNT
003907             MOVE OR-ADJ-KEY TO MR-KEY
003908         WHEN OTHER
003909             GO TO 5100-EXIT
003910     END-EVALUATE
003911     READ MASTERFILE
003912     IF NOT MASTER-ACTION-OK
003913         DISPLAY "LGPOST: *** KEY " MR-KEY " POSTED ON "
003914                 WS-BACKOUT-DATE " IS NOT ON THE MASTER - "
003915                 "FILE STATUS " WS-MASTERFILE-STATUS
003916                 " - BACKOUT STOPPED ***"
003917         MOVE 16 TO RETURN-CODE
003918         STOP RUN
003919     END-IF
003920     SUBTRACT WS-SIGNED-AMOUNT FROM MR-ACCUM-AMOUNT
003921     SUBTRACT 1 FROM MR-POST-COUNT
003922     MOVE WS-RUN-DATE TO MR-LAST-POST-DATE
003923     REWRITE MR-RECORD
003924     IF NOT MASTER-ACTION-OK
003925         DISPLAY "LGPOST: *** MASTER REWRITE FAILED FOR KEY "
003926                 MR-KEY " - FILE STATUS "
003927                 WS-MASTERFILE-STATUS " ***"
003928         MOVE 16 TO RETURN-CODE
003929         STOP RUN
003930     END-IF
003931     ADD WS-SIGNED-AMOUNT TO WS-AMOUNT-BACKED
003932     ADD 1 TO WS-RECORDS-BACKED
003933     PERFORM 5200-WRITE-BACKOUT-HISTORY THRU 5200-EXIT
003934     .
003935 5100-EXIT.
003936     EXIT.
003937
003938*----------------------------------------------------------------*
003939*    5150-CHECK-HELD-LINE                                         *
003940*    LOOKS THE CURRENT FEED LINE NUMBER UP AMONG THE LINES THE    *
003941*    POSTING RUN HELD FOR A CLOSED PERIOD.                        *
003942*----------------------------------------------------------------*
003943 5150-CHECK-HELD-LINE.
003944     SET RECORD-IS-NOT-PRIOR-PERIOD TO TRUE
003945     SET HELD-IDX TO 1
003946     SEARCH WS-HELD-ENTRY
003947         WHEN HELD-IDX > WS-HELD-COUNT
003948             CONTINUE
003949         WHEN WS-HELD-RECNO (HELD-IDX) = WS-FEED-RECNO
003950             SET RECORD-IS-PRIOR-PERIOD TO TRUE
003951     END-SEARCH
003952     .
003953 5150-EXIT.
003954     EXIT.
003955
003956*----------------------------------------------------------------*
003957*    5200-WRITE-BACKOUT-HISTORY                                   *
003958*    APPENDS THE NEGATING "B" HISTORY RECORD FOR ONE REVERSED     *
003959*    POSTING, STAMPED WITH THE BACKOUT OPERATOR AND REASON, SO    *
003960*    A STATEMENT OVER THE BACKED-OUT DAY STILL FOOTS TO THE       *
003961*    MASTER AND SHOWS EXACTLY WHAT WAS UNWOUND.                   *
003962*----------------------------------------------------------------*
003963 5200-WRITE-BACKOUT-HISTORY.
003964     MOVE SPACES TO HR-RECORD
003965     MOVE MR-KEY TO HR-KEY
003966     MOVE WS-RUN-DATE TO HR-POST-DATE
003967     IF OR-IS-ADJUSTMENT
003968         MOVE OR-ADJ-DATE TO HR-BUS-DATE
003969         MOVE SPACE TO HR-STATUS
003970         MOVE OR-ADJ-ORIG-DATE TO HR-ORIG-DATE
003971     ELSE
003972         MOVE OR-DATE TO HR-BUS-DATE
003973         MOVE OR-STATUS TO HR-STATUS
003974         MOVE OR-ORIG-DATE TO HR-ORIG-DATE
003975     END-IF
003976     COMPUTE HR-AMOUNT = ZERO - WS-SIGNED-AMOUNT
003977     MOVE "B" TO HR-SOURCE
004152     EXIT.
004153
004154*----------------------------------------------------------------*
004164*    5600-VOID-HELD-LINES                                         *
004174*    THE DAY IS UNWOUND, SO THE LINES IT HELD FOR A CLOSED        *
004184*    PERIOD ARE MARKED VOID AND THE QUEUE IS REWRITTEN IN FULL.   *
004194*    A CORRECTED FEED REPOSTED FOR THE DAY HOLDS THEM AFRESH.     *
004204*----------------------------------------------------------------*
004214 5600-VOID-HELD-LINES.
004224     IF WS-HELD-COUNT = ZERO
004234         GO TO 5600-EXIT
004244     END-IF
004254     SET HELD-IDX TO 1
004264     PERFORM 5610-VOID-ONE-HELD-LINE THRU 5610-EXIT
004274         UNTIL HELD-IDX > WS-HELD-COUNT
004284     OPEN OUTPUT PRIORFILE
004294     IF NOT PRIORFILE-FOUND
004304         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
004314         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
004324         PERFORM 0900-ABEND
004334     END-IF
004344     MOVE 1 TO WS-PQ-SUB
004354     PERFORM 5620-REWRITE-ONE-QUEUE-ENTRY THRU 5620-EXIT
004364         UNTIL WS-PQ-SUB > WS-PQ-COUNT
004374     CLOSE PRIORFILE
004384     .
004394 5600-EXIT.
004404     EXIT.
004414
004424*----------------------------------------------------------------*
004434*    5610-VOID-ONE-HELD-LINE                                      *
004444*    MARKS ONE OF THE DAY'S HELD LINES VOID IN THE TABLE.         *
004454*----------------------------------------------------------------*
004464 5610-VOID-ONE-HELD-LINE.
004474     MOVE WS-HELD-PQ-SUB (HELD-IDX) TO WS-PQ-SUB
004484     MOVE WS-PQ-ENTRY (WS-PQ-SUB) TO PQ-RECORD
004494     SET PQ-IS-VOID TO TRUE
004504     MOVE PQ-RECORD TO WS-PQ-ENTRY (WS-PQ-SUB)
004514     SET HELD-IDX UP BY 1
004524     .
004534 5610-EXIT.
004544     EXIT.
004554
004564*----------------------------------------------------------------*
004574*    5620-REWRITE-ONE-QUEUE-ENTRY                                 *
004584*    WRITES ONE TABLE ENTRY BACK TO THE QUEUE.                    *
004594*----------------------------------------------------------------*
004604 5620-REWRITE-ONE-QUEUE-ENTRY.
004614     MOVE WS-PQ-ENTRY (WS-PQ-SUB) TO PQ-RECORD
004624     WRITE PRIOR-REC FROM PQ-RECORD
004634     ADD 1 TO WS-PQ-SUB
004644     .
004654 5620-EXIT.
004664     EXIT.
004674
004684*----------------------------------------------------------------*
004694*    7500-CHECK-AUTHORITY                                         *
004704*    LOOKS THE OPERATOR UP ON THE AUTHORITY MASTER (SEE           *
004714*    CPYOPR01). AN OPERATOR WHO IS NOT ON FILE, HAS BEEN          *
004724*    REVOKED, OR DOES NOT HOLD THE ROLE IN WS-AUTH-ROLE IS        *
004734*    REFUSED BEFORE ANYTHING IS TOUCHED - THE REFUSAL GOES TO     *
004744*    THE SECURITY LOG (SEE CPYSEC01) AND THE RUN ENDS WITH        *
004754*    RETURN-CODE 8. NO AUTHORITY MASTER AT ALL REFUSES EVERYONE.  *
004764*----------------------------------------------------------------*
004774 7500-CHECK-AUTHORITY.
004784     MOVE "N" TO WS-OPER-FOUND-SWITCH
004794     OPEN INPUT OPERFILE
004804     IF OPERFILE-FOUND
004814         MOVE "N" TO WS-OPER-EOF-SWITCH
004824         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
004834             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
004844         CLOSE OPERFILE
004854     ELSE
004864         IF NOT OPERFILE-NOT-FOUND
004874             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
004884             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
004894             PERFORM 0900-ABEND
004904         END-IF
004914     END-IF
004924     MOVE SPACES TO SL-RECORD
004934     EVALUATE TRUE
004944         WHEN NOT OPERATOR-ON-FILE
004954             SET SL-UNKNOWN TO TRUE
004964         WHEN NOT OP-IS-ACTIVE
004974             SET SL-REVOKED TO TRUE
004984         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
004994             SET SL-NOT-AUTHORIZED TO TRUE
005004         WHEN OTHER
005014             GO TO 7500-EXIT
005024     END-EVALUATE
005034     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
005044     DISPLAY "LGPOST: *** OPERATOR " WS-BACKOUT-OPERATOR
005054             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
005064             " ***"
005074     MOVE 8 TO RETURN-CODE
005084     STOP RUN
005094     .
005104 7500-EXIT.
005114     EXIT.
005124
005134*----------------------------------------------------------------*
005144*    7510-FIND-ONE-OPERATOR                                       *
005154*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
005164*    THE OPERATOR'S OWN ID.                                       *
005174*----------------------------------------------------------------*
005184 7510-FIND-ONE-OPERATOR.
005194     READ OPERFILE
005204         AT END
005214             SET OPER-EOF-YES TO TRUE
005224             GO TO 7510-EXIT
005234     END-READ
005244     MOVE OPER-REC TO OP-RECORD
005254     IF OP-ID = WS-BACKOUT-OPERATOR
005264         SET OPERATOR-ON-FILE TO TRUE
005274     END-IF
005284     .
005294 7510-EXIT.
005304     EXIT.
005314
005324*----------------------------------------------------------------*
005334*    7520-WRITE-SECURITY-LOG                                      *
005344*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
005354*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
005364*    REFUSED.                                                     *
005374*----------------------------------------------------------------*
005384 7520-WRITE-SECURITY-LOG.
005394     MOVE WS-RUN-DATE TO SL-DATE
005404     MOVE WS-RUN-TIME(1:6) TO SL-TIME
005414     MOVE "LGPOST" TO SL-PROGRAM
005424     MOVE WS-BACKOUT-OPERATOR TO SL-OPERATOR
005434     MOVE WS-AUTH-ACTION TO SL-ACTION
005444     OPEN EXTEND SECLOGFILE
005454     IF SECLOGFILE-NOT-FOUND
005464         OPEN OUTPUT SECLOGFILE
005474     END-IF
005484     IF NOT SECLOGFILE-FOUND
005494         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
005504         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
005514         PERFORM 0900-ABEND
005524     END-IF
005534     MOVE SL-RECORD TO SECLOG-REC
005544     WRITE SECLOG-REC
005554     CLOSE SECLOGFILE
005564     .
005574 7520-EXIT.
005584     EXIT.
005594
005604*----------------------------------------------------------------*
005614*    7800-RECORD-POSTED-DAY                                       *
005624*    AFTER A CLEAN POST, ENTERS THE FEED'S DAY DATE IN THE        *
005634*    POSTED-DAYS REGISTER SO A SECOND POST OF THE SAME DAY IS     *
005644*    REFUSED AT START-UP (SEE 2500).                              *
005654*----------------------------------------------------------------*
005664 7800-RECORD-POSTED-DAY.
005674     OPEN EXTEND POSTEDFILE
005684     IF POSTEDFILE-NOT-FOUND
005694         OPEN OUTPUT POSTEDFILE
005704     END-IF
005714     IF NOT POSTEDFILE-FOUND
005724         MOVE "POSTEDFILE" TO WS-ABEND-FILE-NAME
005734         MOVE WS-POSTEDFILE-STATUS TO WS-ABEND-FILE-STATUS
005744         PERFORM 0900-ABEND
005754     END-IF
005764     MOVE WS-FEED-DATE TO PD-FEED-DATE
005774     MOVE WS-RUN-DATE TO PD-RUN-DATE
005784     WRITE POSTED-REC
005794     CLOSE POSTEDFILE
005804     .
005814 7800-EXIT.
005824     EXIT.
005834
005844*----------------------------------------------------------------*
005854*    8500-FINALIZE-BACKOUT                                        *
005864*    REPORTS WHAT THE BACKOUT DID.                                *
005874*----------------------------------------------------------------*
005884 8500-FINALIZE-BACKOUT.
005894     DISPLAY "LGPOST: BACKED OUT FEED " WS-FEED-DDNAME
005904             " FROM " WS-MASTER-DDNAME
005914     MOVE WS-RECORDS-BACKED TO WS-EDIT-COUNT
005924     DISPLAY "LGPOST: RECORDS REVERSED. " WS-EDIT-COUNT
005934     MOVE WS-KEYS-RESTORED TO WS-EDIT-COUNT
005944     DISPLAY "LGPOST: KEYS RESTORED.... " WS-EDIT-COUNT
005954     MOVE WS-KEYS-DELETED TO WS-EDIT-COUNT
005964     DISPLAY "LGPOST: KEYS DELETED..... " WS-EDIT-COUNT
005974     MOVE WS-AMOUNT-BACKED TO WS-EDIT-AMOUNT
005984     DISPLAY "LGPOST: AMOUNT REVERSED.. " WS-EDIT-AMOUNT
005994     IF WS-HELD-COUNT > ZERO
006004         MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
006014         DISPLAY "LGPOST: HELD LINES VOIDED " WS-EDIT-COUNT
006024     END-IF
006034     .
006044 8500-EXIT.
006054     EXIT.
006064
006074*----------------------------------------------------------------*
006084*    8000-FINALIZE                                                *
006094*    CLOSES FILES AND REPORTS WHAT THE POSTING RUN DID.           *
006104*----------------------------------------------------------------*
006114 8000-FINALIZE.
006124     CLOSE FEEDFILE
006134     CLOSE MASTERFILE
006144     CLOSE HISTFILE
006154     CLOSE PRIORFILE
006164     DISPLAY "LGPOST: FEED " WS-FEED-DDNAME " POSTED TO "
006174             WS-MASTER-DDNAME
006184     MOVE WS-KEYS-ADDED TO WS-EDIT-COUNT
006194     DISPLAY "LGPOST: KEYS ADDED....... " WS-EDIT-COUNT
006204     MOVE WS-KEYS-UPDATED TO WS-EDIT-COUNT
006214     DISPLAY "LGPOST: KEYS UPDATED..... " WS-EDIT-COUNT
006224     DISPLAY "LGPOST: AMOUNT POSTED.... " WS-AMOUNT-POSTED
006234     IF WS-RECORDS-HELD > ZERO
006244         MOVE WS-RECORDS-HELD TO WS-EDIT-COUNT
006254         DISPLAY "LGPOST: HELD FOR CLOSED PERIOD " WS-EDIT-COUNT
006264         MOVE WS-AMOUNT-HELD TO WS-EDIT-AMOUNT
006274         DISPLAY "LGPOST: AMOUNT HELD...... " WS-EDIT-AMOUNT
006284         DISPLAY "LGPOST: HELD LINES QUEUED ON " WS-PRIOR-DDNAME
006294     END-IF
006304     .
006314 8000-EXIT.
006324     EXIT.
