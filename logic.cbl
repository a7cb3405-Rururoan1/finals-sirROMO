000803*                  CLEAN WITH THE PROTECTION SWITCHED OFF. THE    *
000804*                  CHECKPOINT RESUMES THE RUN ONCE THE TABLE IS   *
000805*                  SIZED UP.                                      *
000806* 10/15/2026 RJM   PERIOD CLOSE AND LOCK. THE PERIOD CONTROL FILE *
000807*                  (SEE CPYPER01) IS LOADED AT START-UP AND ANY   *
000808*                  DETAIL OR ADJUSTMENT DATED IN A CLOSED MONTH - *
000809*                  A LATE DETAIL, A WAREHOUSE RELEASE, A REWORK   *
000810*                  RESUBMISSION OR AN ADJUSTMENT - IS HELD ON THE *
000811*                  PRIOR-PERIOD QUEUE (SEE CPYPPQ01) FOR LGPRIOR  *
000812*                  TO REVIEW AND RE-DATE, INSTEAD OF FLOWING ON   *
000813*                  TO LGPOST. HELD RECORDS COUNT IN THE TRAILER   *
000814*                  RECONCILIATION AND GET THEIR OWN CONTROL-      *
000815*                  REPORT SECTION. A RE-DATED RECORD'S ORIGINAL   *
000816*                  BUSINESS DATE IS CARRIED THROUGH TO            *
000817*                  OUTPUTFILE. A MISSING PERIOD FILE MEANS THE    *
000818*                  CHECK IS NOT YET IN USE AND IS SKIPPED,        *
000819*                  LOUDLY.                                        *
000820* 10/15/2026 RJM   THE CONTROL REPORT NOW CARRIES THE INPUT       *
000821*                  HEADER'S FILE-ID (A "FILE ID:" LINE AFTER THE  *
000822*                  RUN TIMES) SO EACH RUN'S COUNTS AND REJECT     *
000823*                  EVIDENCE CAN BE TIED BACK TO ITS SENDING       *
000824*                  SOURCE - LGQUAL BUILDS ITS PER-SOURCE          *
000825*                  SCORECARD OFF IT. A HEADERLESS FEED SHOWS A    *
000826*                  BLANK FILE-ID.                                 *
000827*----------------------------------------------------------------*
000828
000829 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000831 FILE-CONTROL.
000832     SELECT INPUTFILE ASSIGN TO DYNAMIC WS-INPUT-DDNAME
000833         ORGANIZATION IS LINE SEQUENTIAL
000834         FILE STATUS IS WS-INPUTFILE-STATUS.
000835
000836     SELECT OUTPUTFILE ASSIGN TO DYNAMIC WS-OUTPUT-DDNAME
000837         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-OUTPUTFILE-STATUS.
000850
000860     SELECT RESTARTFILE ASSIGN TO DYNAMIC WS-RESTART-DDNAME
000991         ORGANIZATION IS LINE SEQUENTIAL
000992         FILE STATUS IS WS-WAREFILE-STATUS.
000993
000994     SELECT PERIODFILE ASSIGN TO DYNAMIC WS-PERIOD-DDNAME
000995         ORGANIZATION IS LINE SEQUENTIAL
000996         FILE STATUS IS WS-PERIODFILE-STATUS.
000997
000998     SELECT PRIORFILE ASSIGN TO DYNAMIC WS-PRIOR-DDNAME
000999         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-PRIORFILE-STATUS.
001001
001002 DATA DIVISION.
001003 FILE SECTION.
001004 FD  INPUTFILE.
001010 01  INPUT-REC PIC X(256).
001020
001030 FD  OUTPUTFILE.
001170     05  RR-ADJ-AMOUNT          PIC S9(09)V99.
001171     05  RR-RECORDS-SUSPENSE    PIC 9(09).
001172     05  RR-RECORDS-WAREHOUSED  PIC 9(09).
001174     05  RR-RECORDS-PRIOR       PIC 9(09).
001176
001180 FD  REJECTFILE.
001190 01  REJECT-REC PIC X(287).
001200
001257 FD  WAREFILE.
001258 01  WARE-REC PIC X(256).
001259
001260 FD  PERIODFILE.
001261*----------------------------------------------------------------*
001262*    PERIOD CONTROL RECORD (SEE CPYPER01)                         *
001263*----------------------------------------------------------------*
001264     COPY CPYPER01.
001265
001266 FD  PRIORFILE.
001267*----------------------------------------------------------------*
001268*    PRIOR-PERIOD QUEUE RECORD (SEE CPYPPQ01)                     *
001269*----------------------------------------------------------------*
001270     COPY CPYPPQ01.
001271
001272 WORKING-STORAGE SECTION.
001273 01  WS-LINE PIC X(256).
001274
001275*----------------------------------------------------------------*
001280*    FILE ASSIGNMENT WORK AREAS                                     *
001290*    DEFAULT TO THE SAME LITERAL PATHS AS BEFORE, BUT MAY BE        *
001300*    OVERRIDDEN AT RUN TIME BY THE ENVIRONMENT VARIABLES BELOW SO   *
001393 77  WS-CALENDAR-DDNAME      PIC X(60) VALUE "data/calendar.dat".
001394 77  WS-WAREHOUSE-DDNAME     PIC X(60)
001395     VALUE "data/warehouse.dat".
001396 77  WS-PERIOD-DDNAME        PIC X(60) VALUE "data/periods.dat".
001397 77  WS-PRIOR-DDNAME         PIC X(60)
001398     VALUE "data/prior-period.dat".
001399 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001400
001410*----------------------------------------------------------------*
001420*    FATAL FILE-OPEN ERROR WORK AREAS (SEE 0900-ABEND)              *
001648 77  WS-WAREFILE-STATUS      PIC X(02).
001649     88  WAREFILE-FOUND          VALUE "00".
001650     88  WAREFILE-NOT-FOUND      VALUE "35".
001651 77  WS-PERIODFILE-STATUS    PIC X(02).
001652     88  PERIODFILE-FOUND        VALUE "00".
001653     88  PERIODFILE-NOT-FOUND    VALUE "35".
001654 77  WS-PRIORFILE-STATUS     PIC X(02).
001655     88  PRIORFILE-FOUND         VALUE "00".
001656     88  PRIORFILE-NOT-FOUND     VALUE "35".
001657 77  WS-RESTARTFILE-STATUS   PIC X(02).
001658     88  RESTARTFILE-FOUND       VALUE "00".
001660     88  RESTARTFILE-NOT-FOUND   VALUE "35".
001670
001680*----------------------------------------------------------------*
001760 77  WS-VALID-SWITCH         PIC X(01) VALUE "Y".
001770     88  RECORD-IS-VALID          VALUE "Y".
001780     88  RECORD-IS-INVALID        VALUE "N".
001781 77  WS-DUP-SWITCH           PIC X(01) VALUE "N".
001782     88  RECORD-IS-DUPLICATE      VALUE "Y".
001783     88  RECORD-IS-NOT-DUPLICATE  VALUE "N".
001784 77  WS-SUSP-SWITCH          PIC X(01) VALUE "N".
001785     88  RECORD-IS-SUSPENSE       VALUE "Y".
001786     88  RECORD-IS-NOT-SUSPENSE   VALUE "N".
001787 77  WS-FUTURE-SWITCH        PIC X(01) VALUE "N".
001788     88  RECORD-IS-FUTURE         VALUE "Y".
001789     88  RECORD-IS-NOT-FUTURE     VALUE "N".
001790 77  WS-PRIOR-SWITCH         PIC X(01) VALUE "N".
001791     88  RECORD-IS-PRIOR-PERIOD   VALUE "Y".
001792     88  RECORD-IS-NOT-PRIOR-PERIOD VALUE "N".
001793 77  WS-NONBUS-SWITCH        PIC X(01) VALUE "N".
001794     88  DATE-IS-NON-BUSINESS     VALUE "Y".
001795 77  WS-REGEOF-SWITCH        PIC X(01) VALUE "N".
001854 77  WS-RECORDS-SUSPENSE     PIC 9(09) COMP VALUE ZERO.
001856 77  WS-SUSPENSE-REASON      PIC X(30) VALUE SPACES.
001857 77  WS-RECORDS-WAREHOUSED   PIC 9(09) COMP VALUE ZERO.
001858 77  WS-RECORDS-PRIOR-PERIOD PIC 9(09) COMP VALUE ZERO.
001860 77  WS-CHECKPOINT-RECNO     PIC 9(09) COMP VALUE ZERO.
001870 77  WS-CHECKPOINT-INTERVAL  PIC 9(05) COMP VALUE 100.
001880 77  WS-CHECKPOINT-TALLY     PIC 9(05) COMP VALUE ZERO.
002183     05  WS-DAYKEY-DATE      PIC X(08).
002184     05  WS-DAYKEY-AMOUNT    PIC S9(09)V99.
002185     05  WS-DAYKEY-STATUS    PIC X(01).
002186*----------------------------------------------------------------*
002187*    CLOSED-PERIOD TABLE - THE YYYYMM OF EVERY MONTH MARKED       *
002188*    CLOSED ON THE PERIOD CONTROL FILE (SEE CPYPER01), LOADED     *
002189*    AT START-UP. A MISSING PERIOD FILE LEAVES THE CHECK OFF.     *
002190*----------------------------------------------------------------*
002191 77  WS-PERIOD-SWITCH        PIC X(01) VALUE "N".
002192     88  PERIODS-ON-HAND          VALUE "Y".
002193 77  WS-CLOSED-COUNT         PIC 9(04) COMP VALUE ZERO.
002194 77  WS-CLOSED-MAX           PIC 9(04) COMP VALUE 600.
002195 01  WS-CLOSED-TABLE.
002196     05  WS-CLOSED-PERIOD    PIC X(06) OCCURS 600 TIMES
002197                             INDEXED BY CLOSED-IDX.
002198
002199 PROCEDURE DIVISION.
002200
002201*----------------------------------------------------------------*
002202*    0000-MAINLINE                                                *
002203*    CONTROLS OVERALL FLOW OF THE PROGRAM.                        *
002204*----------------------------------------------------------------*
002205 0000-MAINLINE.
002206     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002207     PERFORM 2000-PROCESS-INPUTFILE THRU 2000-EXIT
002210     PERFORM 8000-FINALIZE THRU 8000-EXIT
002220     STOP RUN.
002230
002420 1000-INITIALIZE.
002430     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
002440     ACCEPT WS-RUN-START-TIME FROM TIME
002441     PERFORM 1050-RESOLVE-FILE-ASSIGNMENTS THRU 1050-EXIT
002442     PERFORM 1060-LOAD-DAY-KEYS THRU 1060-EXIT
002443     PERFORM 1080-LOAD-KEY-REFERENCE THRU 1080-EXIT
002444     PERFORM 1095-LOAD-CALENDAR THRU 1095-EXIT
002445     PERFORM 1098-LOAD-PERIOD-CONTROL THRU 1098-EXIT
002446     OPEN EXTEND PRIORFILE
002447     IF PRIORFILE-NOT-FOUND
002448         OPEN OUTPUT PRIORFILE
002449     END-IF
002450     IF NOT PRIORFILE-FOUND
002451         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
002452         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
002453         PERFORM 0900-ABEND
002455     END-IF
002456     OPEN EXTEND WAREFILE
002457     IF WAREFILE-NOT-FOUND
002458         OPEN OUTPUT WAREFILE
003150     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_CTLRPT_DD"
003160     IF WS-ENV-VALUE NOT = SPACES
003170         MOVE WS-ENV-VALUE TO WS-CTLRPT-DDNAME
003171     END-IF
003172     MOVE SPACES TO WS-ENV-VALUE
003173     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_DUPRPT_DD"
003174     IF WS-ENV-VALUE NOT = SPACES
003175         MOVE WS-ENV-VALUE TO WS-DUPRPT-DDNAME
003176     END-IF
003177     MOVE SPACES TO WS-ENV-VALUE
003178     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_DAYKEYS_DD"
003179     IF WS-ENV-VALUE NOT = SPACES
003180         MOVE WS-ENV-VALUE TO WS-DAYKEYS-DDNAME
003181     END-IF
003182     MOVE SPACES TO WS-ENV-VALUE
003183     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_REGISTER_DD"
003184     IF WS-ENV-VALUE NOT = SPACES
003185         MOVE WS-ENV-VALUE TO WS-REGISTER-DDNAME
003186     END-IF
003187     MOVE SPACES TO WS-ENV-VALUE
003188     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_SUSPENSE_DD"
003189     IF WS-ENV-VALUE NOT = SPACES
003190         MOVE WS-ENV-VALUE TO WS-SUSP-DDNAME
003191     END-IF
003192     MOVE SPACES TO WS-ENV-VALUE
003193     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_KEYREF_DD"
003194     IF WS-ENV-VALUE NOT = SPACES
003195         MOVE WS-ENV-VALUE TO WS-KEYREF-DDNAME
003196     END-IF
003197     MOVE SPACES TO WS-ENV-VALUE
003198     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_CALENDAR_DD"
003199     IF WS-ENV-VALUE NOT = SPACES
003200         MOVE WS-ENV-VALUE TO WS-CALENDAR-DDNAME
003201     END-IF
003202     MOVE SPACES TO WS-ENV-VALUE
003203     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_WAREHOUSE_DD"
003204     IF WS-ENV-VALUE NOT = SPACES
003205         MOVE WS-ENV-VALUE TO WS-WAREHOUSE-DDNAME
003206     END-IF
003207     MOVE SPACES TO WS-ENV-VALUE
003208     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_PERIODS_DD"
003209     IF WS-ENV-VALUE NOT = SPACES
003210         MOVE WS-ENV-VALUE TO WS-PERIOD-DDNAME
003211     END-IF
003212     MOVE SPACES TO WS-ENV-VALUE
003213     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGIC_PRIOR_DD"
003214     IF WS-ENV-VALUE NOT = SPACES
003215         MOVE WS-ENV-VALUE TO WS-PRIOR-DDNAME
003216     END-IF
003218     MOVE SPACES TO WS-ENV-VALUE
003219     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGADJ_THRESHOLD"
003220     IF WS-ENV-VALUE NOT = SPACES
003411     EXIT.
003412
003413*----------------------------------------------------------------*
003414*    1098-LOAD-PERIOD-CONTROL                                    *
003415*    LOADS EVERY CLOSED MONTH OFF THE PERIOD CONTROL FILE SO A   *
003416*    RECORD DATED IN ONE CAN BE HELD OFF THE DAY SET. NO PERIOD  *
003417*    FILE ON HAND MEANS THE CHECK IS NOT YET IN USE - SAID       *
003418*    LOUDLY.                                                     *
003419*----------------------------------------------------------------*
003420 1098-LOAD-PERIOD-CONTROL.
003421     OPEN INPUT PERIODFILE
003422     IF PERIODFILE-NOT-FOUND
003423         DISPLAY "LOGIC: PERIOD CONTROL FILE NOT ON HAND - "
003424                 "CLOSED-PERIOD CHECK SKIPPED"
003425         GO TO 1098-EXIT
003426     END-IF
003427     IF NOT PERIODFILE-FOUND
003428         MOVE "PERIODFILE" TO WS-ABEND-FILE-NAME
003429         MOVE WS-PERIODFILE-STATUS TO WS-ABEND-FILE-STATUS
003430         PERFORM 0900-ABEND
003431     END-IF
003432     PERFORM 1099-LOAD-ONE-PERIOD THRU 1099-EXIT
003433         UNTIL EOF-YES
003434     CLOSE PERIODFILE
003435     MOVE "N" TO WS-EOF-SWITCH
003436     SET PERIODS-ON-HAND TO TRUE
003437     .
003438 1098-EXIT.
003439     EXIT.
003440
003441*----------------------------------------------------------------*
003442*    1099-LOAD-ONE-PERIOD                                        *
003443*    LOADS ONE PERIOD RECORD'S MONTH INTO THE TABLE IF THE       *
003444*    MONTH IS CLOSED. OPEN AND CLOSING MONTHS STILL TAKE         *
003445*    POSTINGS. A FULL TABLE IS A HARD STOP.                      *
003446*----------------------------------------------------------------*
003447 1099-LOAD-ONE-PERIOD.
003448     READ PERIODFILE
003449         AT END
003450             SET EOF-YES TO TRUE
003451             GO TO 1099-EXIT
003452     END-READ
003453     IF NOT PC-IS-CLOSED
003454         GO TO 1099-EXIT
003455     END-IF
003456     IF WS-CLOSED-COUNT >= WS-CLOSED-MAX
003457         DISPLAY "LOGIC: *** CLOSED-PERIOD TABLE FULL - RUN "
003458                 "STOPPED ***"
003459         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003461     END-IF
003462     ADD 1 TO WS-CLOSED-COUNT
003463     SET CLOSED-IDX TO WS-CLOSED-COUNT
003464     MOVE PC-PERIOD TO WS-CLOSED-PERIOD (CLOSED-IDX)
003465     .
003466 1099-EXIT.
003467     EXIT.
003468
003469*----------------------------------------------------------------*
003470*    1200-WRITE-OUTPUT-HEADER                                      *
003471*    WRITES THE RUN-LEVEL HEADER RECORD AT THE TOP OF OUTPUTFILE    *
003472*    SO A DOWNSTREAM SYSTEM CAN IDENTIFY WHERE THE FEED CAME FROM.  *
003473*----------------------------------------------------------------*
003474 1200-WRITE-OUTPUT-HEADER.
003475     MOVE SPACES TO OR-RECORD
003476     SET OR-IS-HEADER TO TRUE
003477     MOVE "LOGIC" TO OR-HDR-FILE-ID
003478     MOVE WS-RUN-START-DATE TO OR-HDR-RUN-DATE
003479     MOVE WS-RUN-START-TIME(1:6) TO OR-HDR-RUN-TIME
003480     MOVE OR-RECORD TO OUTPUT-REC
003481     WRITE OUTPUT-REC
003482     .
003483 1200-EXIT.
003484     EXIT.
003485
003486*----------------------------------------------------------------*
003487*    1100-CHECK-FOR-RESTART                                       *
003488*    LOOKS FOR A CHECKPOINT LEFT BY A PRIOR, INCOMPLETE RUN AND   *
003489*    SKIPS INPUTFILE AHEAD PAST THE RECORDS ALREADY PROCESSED.    *
003490*----------------------------------------------------------------*
003491 1100-CHECK-FOR-RESTART.
003492     OPEN INPUT RESTARTFILE
003493     IF RESTARTFILE-FOUND
003494         READ RESTARTFILE
003495         MOVE RR-LAST-RECORD-NUMBER TO WS-SKIP-TARGET
003500         CLOSE RESTARTFILE
003510         IF WS-SKIP-TARGET > ZERO
003520             MOVE RR-RECORDS-WRITTEN TO WS-RECORDS-WRITTEN
003580             MOVE RR-ADJ-AMOUNT TO WS-ADJUSTMENT-AMOUNT
003581             MOVE RR-RECORDS-SUSPENSE TO WS-RECORDS-SUSPENSE
003582             MOVE RR-RECORDS-WAREHOUSED TO WS-RECORDS-WAREHOUSED
003584             MOVE RR-RECORDS-PRIOR TO WS-RECORDS-PRIOR-PERIOD
003586             IF RR-TRAILER-SEEN = "Y"
003590                 SET TRAILER-WAS-SEEN TO TRUE
003600             END-IF
003610             IF RR-OUTPUT-TRL-WRITTEN = "Y"
005337         CLOSE DUPRPTFILE
005338         CLOSE SUSPFILE
005339         CLOSE WAREFILE
005340         CLOSE PRIORFILE
005341         MOVE 12 TO RETURN-CODE
005342         STOP RUN
005343     END-IF
005344     .
005350 2200-EXIT.
005351     EXIT.
005352
005469         ADD IR-AMOUNT TO WS-INPUT-AMOUNT-TOTAL
005470         GO TO 2300-EXIT
005471     END-IF
005472     PERFORM 2309-CHECK-CLOSED-PERIOD THRU 2309-EXIT
005473     IF RECORD-IS-PRIOR-PERIOD
005474         PERFORM 2311-WRITE-PRIOR-PERIOD THRU 2311-EXIT
005475         ADD 1 TO WS-RECORDS-PRIOR-PERIOD
005476         ADD IR-AMOUNT TO WS-INPUT-AMOUNT-TOTAL
005477         PERFORM 2310-RECORD-SEEN-ENTRY THRU 2310-EXIT
005478         GO TO 2300-EXIT
005479     END-IF
005480     MOVE SPACES TO OR-RECORD
005481     SET OR-IS-DETAIL TO TRUE
005482     MOVE IR-KEY TO OR-KEY
005490     MOVE IR-DATE TO OR-DATE
005500     MOVE IR-AMOUNT TO OR-AMOUNT
005510     MOVE IR-STATUS TO OR-STATUS
005511     MOVE IR-ORIG-DATE TO OR-ORIG-DATE
005512     MOVE OR-RECORD TO OUTPUT-REC
005513     WRITE OUTPUT-REC
005514     IF IR-STATUS-CANCELLED
005515         PERFORM 2320-PROCESS-REVERSAL THRU 2320-EXIT
005516     ELSE
005517         ADD IR-AMOUNT TO WS-CONTROL-TOTAL
005518     END-IF
005519     ADD IR-AMOUNT TO WS-INPUT-AMOUNT-TOTAL
005520     ADD 1 TO WS-RECORDS-WRITTEN
005521     PERFORM 2310-RECORD-SEEN-ENTRY THRU 2310-EXIT
005522     .
005523 2300-EXIT.
005524     EXIT.
005525
005526*----------------------------------------------------------------*
005527*    2302-CHECK-KEY-REFERENCE                                    *
005528*    LOOKS THE CURRENT RECORD'S KEY UP ON THE KEY REFERENCE      *
005529*    TABLE. A KEY NOT ON THE REFERENCE (R011) OR CLOSED          *
005530*    (R012) ROUTES TO SUSPENSE INSTEAD OF FLOWING THROUGH TO     *
005531*    BECOME A PHANTOM MASTER RECORD. WITH NO REFERENCE           *
005532*    MASTER ON HAND THE CHECK IS OFF AND EVERYTHING PASSES,      *
005533*    AS BEFORE.                                                  *
005534*----------------------------------------------------------------*
005535 2302-CHECK-KEY-REFERENCE.
005536     SET RECORD-IS-NOT-SUSPENSE TO TRUE
005537     MOVE SPACES TO WS-SUSPENSE-REASON
005538     IF NOT KEYREF-ON-HAND
005539         GO TO 2302-EXIT
005540     END-IF
005541     SET KREF-IDX TO 1
005542     SEARCH WS-KEYREF-ENTRY
005543         AT END
005544             SET RECORD-IS-SUSPENSE TO TRUE
005545             MOVE "R011-KEY NOT ON REFERENCE"
005546                 TO WS-SUSPENSE-REASON
005547         WHEN KREF-IDX > WS-KEYREF-COUNT
005548             SET RECORD-IS-SUSPENSE TO TRUE
005549             MOVE "R011-KEY NOT ON REFERENCE"
005550                 TO WS-SUSPENSE-REASON
005551         WHEN WS-KEYREF-KEY (KREF-IDX) = IR-KEY
005552             IF WS-KEYREF-STATE (KREF-IDX) = "C"
005553                 SET RECORD-IS-SUSPENSE TO TRUE
005554                 MOVE "R012-KEY CLOSED" TO WS-SUSPENSE-REASON
005555             END-IF
005556     END-SEARCH
005557     .
005558 2302-EXIT.
005559     EXIT.
005560
005561*----------------------------------------------------------------*
005562*    2304-WRITE-SUSPENSE                                         *
005563*    WRITES THE SUSPENDED LINE TO THE SUSPENSE FILE IN THE       *
005564*    SAME REASON-PLUS-LINE SHAPE AS THE REJECT FILE, SO OPS      *
005565*    CAN RULE EACH ONE A TYPO (REWORK IT) OR A KEY THAT          *
005566*    NEEDS ADDING TO THE REFERENCE MASTER (LGKEYMNT, THEN        *
005567*    RESUBMIT).                                                  *
005568*----------------------------------------------------------------*
005569 2304-WRITE-SUSPENSE.
005570     MOVE SPACES TO SUSP-REC
005571     STRING WS-SUSPENSE-REASON DELIMITED BY SIZE
005572            " " DELIMITED BY SIZE
005573            WS-LINE DELIMITED BY SIZE
005574            INTO SUSP-REC
005575     WRITE SUSP-REC
005576     .
005577 2304-EXIT.
005578     EXIT.
005579
005580*----------------------------------------------------------------*
005581*    2306-CHECK-FUTURE-DATE                                      *
005582*    A RECORD DATED AFTER THE CALENDAR'S PROCESSING DATE IS      *
005583*    A VALUE-DATED INSTRUCTION SENT AHEAD OF ITS DAY - NOT       *
005584*    AN ERROR. IT IS PARKED IN THE WAREHOUSE FOR LGWHREL TO      *
005585*    FEED INTO THE RIGHT DAY'S RUN. WITH NO CALENDAR THE         *
005586*    CHECK IS OFF.                                               *
005587*----------------------------------------------------------------*
005588 2306-CHECK-FUTURE-DATE.
005589     SET RECORD-IS-NOT-FUTURE TO TRUE
005590     IF NOT CALENDAR-ON-HAND
005591         GO TO 2306-EXIT
005592     END-IF
005593     IF IR-DATE > WS-PROC-DATE
005594         SET RECORD-IS-FUTURE TO TRUE
005595     END-IF
005596     .
005597 2306-EXIT.
005598     EXIT.
005599
005600*----------------------------------------------------------------*
005601*    2308-WRITE-WAREHOUSE                                        *
005602*    PARKS THE ORIGINAL LINE, VERBATIM, IN THE FUTURE-DATED      *
005603*    WAREHOUSE SO LGWHREL CAN RE-FEED IT UNCHANGED ON THE        *
005604*    DAY ITS BUSINESS DATE ARRIVES.                              *
005605*----------------------------------------------------------------*
005606 2308-WRITE-WAREHOUSE.
005607     MOVE WS-LINE TO WARE-REC
005608     WRITE WARE-REC
005609     .
005610 2308-EXIT.
005611     EXIT.
005612
005613*----------------------------------------------------------------*
005614*    2309-CHECK-CLOSED-PERIOD                                    *
005615*    A RECORD WHOSE BUSINESS DATE FALLS IN A MONTH FINANCE HAS   *
005616*    CLOSED MUST NOT REACH LGPOST UNDER THAT DATE - THE CLOSED   *
005617*    MONTH'S SIGNED-OFF NUMBERS WOULD SILENTLY MOVE. IT IS HELD  *
005618*    ON THE PRIOR-PERIOD QUEUE INSTEAD. WITH NO PERIOD FILE THE  *
005619*    CHECK IS OFF.                                               *
005620*----------------------------------------------------------------*
005621 2309-CHECK-CLOSED-PERIOD.
005622     SET RECORD-IS-NOT-PRIOR-PERIOD TO TRUE
005623     IF NOT PERIODS-ON-HAND OR WS-CLOSED-COUNT = ZERO
005624         GO TO 2309-EXIT
005625     END-IF
005626     SET CLOSED-IDX TO 1
005627     SEARCH WS-CLOSED-PERIOD
005628         WHEN CLOSED-IDX > WS-CLOSED-COUNT
005629             CONTINUE
005630         WHEN WS-CLOSED-PERIOD (CLOSED-IDX) = IR-DATE (1:6)
005631             SET RECORD-IS-PRIOR-PERIOD TO TRUE
005632     END-SEARCH
005633     .
005634 2309-EXIT.
005635     EXIT.
005636
005637*----------------------------------------------------------------*
005638*    2311-WRITE-PRIOR-PERIOD                                     *
005639*    QUEUES THE ORIGINAL LINE, VERBATIM, ON THE PRIOR-PERIOD     *
005640*    QUEUE WITH THE FILE IT CAME IN ON, ITS LINE NUMBER, ITS     *
005641*    CLOSED MONTH AND ITS AMOUNT SIGNED AS IT WOULD HAVE BEEN    *
005642*    POSTED, FOR LGPRIOR TO REVIEW AND RE-DATE.                  *
005643*----------------------------------------------------------------*
005644 2311-WRITE-PRIOR-PERIOD.
005645     MOVE SPACES TO PQ-RECORD
005646     SET PQ-IS-QUEUED TO TRUE
005647     MOVE WS-RUN-START-DATE TO PQ-QUEUE-DATE
005648     MOVE "LOGIC" TO PQ-SOURCE
005649     MOVE WS-RUN-FILE-ID TO PQ-FILE-ID
005650     MOVE WS-RUN-FILE-DATE TO PQ-FEED-DATE
005651     MOVE WS-RECORDS-READ TO PQ-FEED-RECNO
005652     MOVE IR-DATE TO PQ-ORIG-DATE
005653     MOVE IR-DATE (1:6) TO PQ-PERIOD
005654     EVALUATE TRUE
005655         WHEN IR-IS-ADJUSTMENT
005656             MOVE IR-ADJ-AMOUNT TO PQ-SIGNED-AMOUNT
005657         WHEN IR-STATUS-CANCELLED
005658             COMPUTE PQ-SIGNED-AMOUNT = ZERO - IR-AMOUNT
005659         WHEN OTHER
005660             MOVE IR-AMOUNT TO PQ-SIGNED-AMOUNT
005661     END-EVALUATE
005662     MOVE ZERO TO PQ-REVIEW-DATE
005663     MOVE ZERO TO PQ-RELEASE-DATE
005664     MOVE WS-LINE TO PQ-LINE
005665     WRITE PQ-RECORD
005666     .
005667 2311-EXIT.
005668     EXIT.
005669
005670*----------------------------------------------------------------*
005800         ADD IR-ADJ-AMOUNT TO WS-INPUT-AMOUNT-TOTAL
005801         GO TO 2350-EXIT
005802     END-IF
005803     PERFORM 2309-CHECK-CLOSED-PERIOD THRU 2309-EXIT
005804     IF RECORD-IS-PRIOR-PERIOD
005805         PERFORM 2311-WRITE-PRIOR-PERIOD THRU 2311-EXIT
005806         ADD 1 TO WS-RECORDS-PRIOR-PERIOD
005807         ADD IR-ADJ-AMOUNT TO WS-INPUT-AMOUNT-TOTAL
005808         GO TO 2350-EXIT
005809     END-IF
005810     MOVE SPACES TO OR-RECORD
005811     SET OR-IS-ADJUSTMENT TO TRUE
005812     MOVE IR-ADJ-KEY TO OR-ADJ-KEY
005813     MOVE IR-ADJ-DATE TO OR-ADJ-DATE
005814     MOVE IR-ADJ-AMOUNT TO OR-ADJ-AMOUNT
005815     MOVE IR-ADJ-REASON TO OR-ADJ-REASON
005816     MOVE IR-ADJ-OPERATOR TO OR-ADJ-OPERATOR
005817     MOVE IR-ADJ-RELEASE-OP TO OR-ADJ-RELEASE-OP
005818     MOVE IR-ADJ-ORIG-DATE TO OR-ADJ-ORIG-DATE
005819     MOVE OR-RECORD TO OUTPUT-REC
005820     WRITE OUTPUT-REC
005821     ADD IR-ADJ-AMOUNT TO WS-CONTROL-TOTAL
005822     ADD IR-ADJ-AMOUNT TO WS-INPUT-AMOUNT-TOTAL
005823     ADD 1 TO WS-RECORDS-WRITTEN
005824     ADD 1 TO WS-ADJUSTMENT-COUNT
005825     ADD IR-ADJ-AMOUNT TO WS-ADJUSTMENT-AMOUNT
005826     .
005827 2350-EXIT.
005828     EXIT.
005829
005830*----------------------------------------------------------------*
005831*    2400-PROCESS-TRAILER-RECORD                                     *
005832*    THE INPUT FILE'S OWN TRAILER LINE CARRIES THE COUNT AND TOTAL   *
005833*    THE SENDING SYSTEM COMPUTED FOR ITS DETAIL RECORDS. IT IS NOT   *
005834*    COPIED THROUGH AS A DETAIL RECORD - INSTEAD ITS FIGURES ARE     *
005835*    SAVED SO THEY CAN BE RECONCILED AGAINST WHAT LOGIC ITSELF       *
005836*    ACTUALLY WROTE.                                                 *
005837*----------------------------------------------------------------*
005838 2400-PROCESS-TRAILER-RECORD.
005839     MOVE IR-TRL-REC-COUNT TO WS-INPUT-TRL-REC-COUNT
005840     MOVE IR-TRL-CTL-TOTAL TO WS-INPUT-TRL-CTL-TOTAL
005841     SET TRAILER-WAS-SEEN TO TRUE
005842     .
005843 2400-EXIT.
005844     EXIT.
005845
005846*----------------------------------------------------------------*
005847*    2900-WRITE-CHECKPOINT                                        *
005848*    RECORDS THE LAST INPUT RECORD NUMBER SUCCESSFULLY WRITTEN    *
005849*    TO OUTPUTFILE SO A RERUN CAN SKIP PAST IT. OUTPUTFILE AND     *
005850*    REJECTFILE ARE CLOSED AND REOPENED HERE, THE SAME AS          *
005851*    RESTARTFILE, SO EVERY RECORD THE CHECKPOINT CLAIMS WAS        *
005852*    HANDLED IS ACTUALLY DURABLE ON DISK, NOT SITTING IN AN OPEN   *
005853*    FILE'S BUFFER WAITING FOR A FINAL CLOSE THAT MAY NEVER COME.  *
005854*----------------------------------------------------------------*
005860 2900-WRITE-CHECKPOINT.
005870     CLOSE OUTPUTFILE
005880     OPEN EXTEND OUTPUTFILE
006020         MOVE WS-WAREFILE-STATUS TO WS-ABEND-FILE-STATUS
006021         PERFORM 0900-ABEND
006022     END-IF
006023     CLOSE PRIORFILE
006024     OPEN EXTEND PRIORFILE
006025     IF WS-PRIORFILE-STATUS NOT = "00"
006026         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
006027         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
006028         PERFORM 0900-ABEND
006029     END-IF
006030     OPEN OUTPUT RESTARTFILE
006031     IF WS-RESTARTFILE-STATUS NOT = "00"
006032         MOVE "RESTARTFILE" TO WS-ABEND-FILE-NAME
006040         MOVE WS-RESTARTFILE-STATUS TO WS-ABEND-FILE-STATUS
006050         PERFORM 0900-ABEND
006060     END-IF
006160     MOVE WS-ADJUSTMENT-AMOUNT TO RR-ADJ-AMOUNT
006161     MOVE WS-RECORDS-SUSPENSE TO RR-RECORDS-SUSPENSE
006162     MOVE WS-RECORDS-WAREHOUSED TO RR-RECORDS-WAREHOUSED
006164     MOVE WS-RECORDS-PRIOR-PERIOD TO RR-RECORDS-PRIOR
006166     WRITE RESTART-REC
006170     CLOSE RESTARTFILE
006180     .
006190 2900-EXIT.
006572     CLOSE DUPRPTFILE
006574     CLOSE SUSPFILE
006576     CLOSE WAREFILE
006578     CLOSE PRIORFILE
006580     PERFORM 8050-RECONCILE-CONTROL-TOTALS THRU 8050-EXIT
006590     CALL "CBL_DELETE_FILE" USING WS-RESTART-DDNAME
006600         RETURNING WS-DELETE-RESTART-RC
006896             WS-RECORDS-WRITTEN + WS-RECORDS-REJECTED
006897             + WS-RECORDS-DUPLICATE + WS-RECORDS-SUSPENSE
006898             + WS-RECORDS-WAREHOUSED
006899             + WS-RECORDS-PRIOR-PERIOD
006900         IF WS-RECORDS-SEEN NOT = WS-INPUT-TRL-REC-COUNT
006920            OR WS-INPUT-AMOUNT-TOTAL NOT = WS-INPUT-TRL-CTL-TOTAL
006930             SET RECONCILIATION-FAILED TO TRUE
006985                     " + " WS-RECORDS-DUPLICATE
006986                     " + " WS-RECORDS-SUSPENSE
006987                     " + " WS-RECORDS-WAREHOUSED
006988                     " + " WS-RECORDS-PRIOR-PERIOD
006990             DISPLAY "LOGIC: TRAILER TOTAL="
007000                     WS-INPUT-TRL-CTL-TOTAL
007010                     " ACTUAL=" WS-INPUT-AMOUNT-TOTAL
007300            WS-RUN-END-TIME DELIMITED BY SIZE
007310            INTO CTLRPT-REC
007320     WRITE CTLRPT-REC
007321     MOVE SPACES TO CTLRPT-REC
007322     STRING "FILE ID:           " DELIMITED BY SIZE
007324            WS-RUN-FILE-ID DELIMITED BY SIZE
007325            INTO CTLRPT-REC
007327     WRITE CTLRPT-REC
007328     MOVE SPACES TO CTLRPT-REC
007330     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
007340     STRING "RECORDS READ:      " DELIMITED BY SIZE
007350            WS-EDIT-COUNT DELIMITED BY SIZE
007474            WS-EDIT-COUNT DELIMITED BY SIZE
007475            INTO CTLRPT-REC
007476     WRITE CTLRPT-REC
007480     MOVE SPACES TO CTLRPT-REC
007484     MOVE WS-RECORDS-SUSPENSE TO WS-EDIT-COUNT
007488     STRING "RECORDS SUSPENSE:  " DELIMITED BY SIZE
007492            WS-EDIT-COUNT DELIMITED BY SIZE
007496            INTO CTLRPT-REC
007500     WRITE CTLRPT-REC
007504     MOVE SPACES TO CTLRPT-REC
007508     WRITE CTLRPT-REC
007512     MOVE "FUTURE-DATED RECORDS HELD TO WAREHOUSE"
007516         TO CTLRPT-REC
007520     WRITE CTLRPT-REC
007524     MOVE SPACES TO CTLRPT-REC
007528     MOVE WS-RECORDS-WAREHOUSED TO WS-EDIT-COUNT
007532     STRING "RECORDS HELD:      " DELIMITED BY SIZE
007536            WS-EDIT-COUNT DELIMITED BY SIZE
007540            INTO CTLRPT-REC
007544     WRITE CTLRPT-REC
007548     MOVE SPACES TO CTLRPT-REC
007552     WRITE CTLRPT-REC
007556     MOVE "CLOSED-PERIOD RECORDS HELD FOR REVIEW"
007560         TO CTLRPT-REC
007564     WRITE CTLRPT-REC
007568     MOVE SPACES TO CTLRPT-REC
007572     MOVE WS-RECORDS-PRIOR-PERIOD TO WS-EDIT-COUNT
007576     STRING "RECORDS HELD:      " DELIMITED BY SIZE
007580            WS-EDIT-COUNT DELIMITED BY SIZE
007584            INTO CTLRPT-REC
007588     WRITE CTLRPT-REC
007592     MOVE SPACES TO CTLRPT-REC
007621     WRITE CTLRPT-REC
007622     MOVE SPACES TO CTLRPT-REC
007623     MOVE WS-REVERSAL-COUNT TO WS-EDIT-COUNT
