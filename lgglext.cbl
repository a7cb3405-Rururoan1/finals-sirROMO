000335*                  AGAINST THE REGISTER AND AGES THE BATCHES      *
000336*                  STILL WAITING, SO A BATCH THAT SAT UNLOADED    *
000337*                  ON THE OTHER SIDE SURFACES THE NEXT MORNING.   *
000338* 10/15/2026 RJM   LINES LGPOST HELD FOR A CLOSED PERIOD (SEE     *
000339*                  CPYPPQ01) ARE TAKEN BACK OUT OF THE SUMMARY    *
000340*                  AND THE TRAILER TOTAL THE BATCH MUST EQUAL, SO *
000341*                  A LATE LINE NEVER REACHES THE LEDGER UNDER ITS *
000342*                  CLOSED DATE (LGGLEXT_PRIOR_DD).                *
000343*----------------------------------------------------------------*
000344
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000444     SELECT BATCHREGFILE ASSIGN TO DYNAMIC WS-BATCHREG-DDNAME
000446         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS WS-BATCHREGFILE-STATUS.
000450     SELECT PRIORFILE ASSIGN TO DYNAMIC WS-PRIOR-DDNAME
000452         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS WS-PRIORFILE-STATUS.
000456
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  FEEDFILE.
000524 FD  BATCHREGFILE.
000526 01  BATCHREG-REC PIC X(60).
000530
000531 FD  PRIORFILE.
000532*----------------------------------------------------------------*
000533*    PRIOR-PERIOD QUEUE (SEE CPYPPQ01) - FEED LINES LGPOST HELD   *
000535*    FOR A CLOSED PERIOD INSTEAD OF POSTING.                      *
000536*----------------------------------------------------------------*
000537     COPY CPYPPQ01.
000538
000540 WORKING-STORAGE SECTION.
000542*----------------------------------------------------------------*
000544*    RELEASED-BATCH REGISTER RECORD VIEW (SEE CPYGLB01)           *
000640 77  WS-GL-DDNAME            PIC X(60) VALUE SPACES.
000642 77  WS-BATCHREG-DDNAME      PIC X(60)
000644     VALUE "data/glbatch.reg".
000646 77  WS-PRIOR-DDNAME         PIC X(60)
000648     VALUE "data/prior-period.dat".
000650 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
000660
000670*----------------------------------------------------------------*
000772 77  WS-BATCHREGFILE-STATUS  PIC X(02).
000774     88  BATCHREGFILE-FOUND      VALUE "00".
000776     88  BATCHREGFILE-NOT-FOUND  VALUE "35".
000777 77  WS-PRIORFILE-STATUS     PIC X(02).
000778     88  PRIORFILE-FOUND         VALUE "00".
000779     88  PRIORFILE-NOT-FOUND     VALUE "35".
000780
000790*----------------------------------------------------------------*
000800*    PROGRAM SWITCHES                                             *
000830     88  EOF-YES                  VALUE "Y".
000840 77  WS-TRAILER-SEEN-SWITCH  PIC X(01) VALUE "N".
000850     88  TRAILER-WAS-SEEN        VALUE "Y".
000852 77  WS-PQEOF-SWITCH         PIC X(01) VALUE "N".
000854     88  PRIOR-QUEUE-EOF          VALUE "Y".
000856 77  WS-UNTALLY-SWITCH       PIC X(01) VALUE "N".
000858     88  UNTALLYING-HELD-LINE     VALUE "Y".
000860
000870*----------------------------------------------------------------*
000880*    GL ACCOUNT MAPPING - ONE LEDGER ACCOUNT PER STATUS           *
001150 77  WS-FEED-TRL-TOTAL       PIC S9(09)V99 VALUE ZERO.
001160 77  WS-GL-LINE-COUNT        PIC 9(05) COMP VALUE ZERO.
001170 77  WS-WORK-AMOUNT          PIC S9(11)V99 VALUE ZERO.
001171 77  WS-FEED-DATE            PIC X(08) VALUE SPACES.
001173 77  WS-LINES-HELD           PIC 9(09) COMP VALUE ZERO.
001175 77  WS-AMOUNT-HELD          PIC S9(11)V99 VALUE ZERO.
001176 77  WS-EXPECTED-TOTAL       PIC S9(11)V99 VALUE ZERO.
001178 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
001180
001190*----------------------------------------------------------------*
001200*    GL BATCH RECORD LAYOUTS - THE LEDGER'S BATCH FORMAT          *
001916     IF WS-ENV-VALUE NOT = SPACES
001918         MOVE WS-ENV-VALUE TO WS-BATCHREG-DDNAME
001919     END-IF
001920     MOVE SPACES TO WS-ENV-VALUE
001921     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGGLEXT_PRIOR_DD"
001922     IF WS-ENV-VALUE NOT = SPACES
001923         MOVE WS-ENV-VALUE TO WS-PRIOR-DDNAME
001924     END-IF
001925     OPEN INPUT FEEDFILE
001930     IF WS-FEEDFILE-STATUS NOT = "00"
001940         MOVE "FEEDFILE" TO WS-ABEND-FILE-NAME
001950         MOVE WS-FEEDFILE-STATUS TO WS-ABEND-FILE-STATUS
002030*    2000-TALLY-FEED                                              *
002040*    READS THE FEED AND ACCUMULATES THE SIGNED SUMMARY TABLE      *
002050*    AND THE FEED TRAILER'S CONTROL TOTAL.                        *
002052*    LINES LGPOST HELD FOR A CLOSED PERIOD ARE THEN TAKEN BACK    *
002055*    OUT (SEE 2500) - THEY NEVER POSTED AND MUST NOT REACH THE    *
002057*    LEDGER UNDER THEIR OLD DATE.                                 *
002060*----------------------------------------------------------------*
002070 2000-TALLY-FEED.
002080     PERFORM 2100-TALLY-ONE-RECORD THRU 2100-EXIT
002090         UNTIL EOF-YES
002100     CLOSE FEEDFILE
002105     PERFORM 2500-UNTALLY-HELD-LINES THRU 2500-EXIT
002110     .
002120 2000-EXIT.
002130     EXIT.
002310         WHEN OR-IS-TRAILER
002320             MOVE OR-TRL-CTL-TOTAL TO WS-FEED-TRL-TOTAL
002330             SET TRAILER-WAS-SEEN TO TRUE
002333         WHEN OR-IS-HEADER
002336             MOVE OR-HDR-RUN-DATE TO WS-FEED-DATE
002340         WHEN OTHER
002350             CONTINUE
002360     END-EVALUATE
002490     ELSE
002500         MOVE OR-AMOUNT TO WS-WORK-AMOUNT
002510     END-IF
002512     IF UNTALLYING-HELD-LINE
002515         COMPUTE WS-WORK-AMOUNT = ZERO - WS-WORK-AMOUNT
002517     END-IF
002520     SET GLT-IDX TO 1
002530     SEARCH WS-GLT-ENTRY
002540         AT END
002620     ADD WS-WORK-AMOUNT TO WS-GLT-AMOUNT (GLT-IDX)
002630     .
002640 2200-EXIT.
002641     EXIT.
002642
002643*----------------------------------------------------------------*
002644*    2250-TALLY-ADJUSTMENT                                        *
002645*    ROLLS AN ADJUSTMENT RECORD, SIGNED AS KEYED, INTO ITS        *
002646*    POSTING-DATE ROW UNDER THE ADJUSTMENT ROW KIND, WHICH MAPS   *
002647*    TO THE ADJUSTMENT LEDGER ACCOUNT AND CAN NEVER COLLIDE       *
002648*    WITH A DETAIL STATUS BYTE.                                   *
002649*----------------------------------------------------------------*
002650 2250-TALLY-ADJUSTMENT.
002651     MOVE OR-ADJ-AMOUNT TO WS-WORK-AMOUNT
002652     IF UNTALLYING-HELD-LINE
002653         COMPUTE WS-WORK-AMOUNT = ZERO - WS-WORK-AMOUNT
002660     END-IF
002661     SET GLT-IDX TO 1
002662     SEARCH WS-GLT-ENTRY
002663         AT END
002840     MOVE ZERO TO WS-GLT-AMOUNT (GLT-IDX)
002850     .
002860 2300-EXIT.
002861     EXIT.
002862
002863*----------------------------------------------------------------*
002864*    2500-UNTALLY-HELD-LINES                                      *
002865*    A LINE LGPOST HELD FOR A CLOSED PERIOD IS IN THE DAY SET AND *
002866*    ITS TRAILER BUT NEVER REACHED THE MASTER. EACH ONE QUEUED    *
002867*    OFF THIS FEED DATE (AND NOT VOIDED BY A BACKOUT) IS TAKEN    *
002868*    BACK OUT OF ITS ROW, AND THE TRAILER THE BATCH MUST EQUAL    *
002869*    COMES DOWN BY THE AMOUNT HELD (SEE 3000). THE FEED DATE IS   *
002870*    THE HEADER RUN DATE, AS LGPOST TAKES IT. NO QUEUE ON HAND    *
002871*    MEANS NOTHING WAS HELD.                                      *
002872*----------------------------------------------------------------*
002873 2500-UNTALLY-HELD-LINES.
002874     IF WS-FEED-DATE = SPACES
002875         MOVE WS-RUN-DATE TO WS-FEED-DATE
002876     END-IF
002877     OPEN INPUT PRIORFILE
002878     IF PRIORFILE-NOT-FOUND
002879         GO TO 2500-EXIT
002880     END-IF
002881     IF NOT PRIORFILE-FOUND
002882         MOVE "PRIORFILE" TO WS-ABEND-FILE-NAME
002883         MOVE WS-PRIORFILE-STATUS TO WS-ABEND-FILE-STATUS
002884         PERFORM 0900-ABEND
002885     END-IF
002886     SET UNTALLYING-HELD-LINE TO TRUE
002887     PERFORM 2510-UNTALLY-ONE-HELD-LINE THRU 2510-EXIT
002888         UNTIL PRIOR-QUEUE-EOF
002889     MOVE "N" TO WS-UNTALLY-SWITCH
002890     CLOSE PRIORFILE
002891     .
002892 2500-EXIT.
002893     EXIT.
002894
002895*----------------------------------------------------------------*
002896*    2510-UNTALLY-ONE-HELD-LINE                                   *
002897*    TAKES ONE HELD FEED LINE BACK OUT OF THE SUMMARY TABLE.      *
002898*----------------------------------------------------------------*
002899 2510-UNTALLY-ONE-HELD-LINE.
002900     READ PRIORFILE
002901         AT END
002902             SET PRIOR-QUEUE-EOF TO TRUE
002903             GO TO 2510-EXIT
002904     END-READ
002905     IF NOT PQ-FROM-LGPOST
002906      OR PQ-FEED-DATE NOT = WS-FEED-DATE
002907      OR PQ-IS-VOID
002908         GO TO 2510-EXIT
002909     END-IF
002910     MOVE PQ-LINE TO OR-RECORD
002911     EVALUATE TRUE
002912         WHEN OR-IS-DETAIL
002913             PERFORM 2200-TALLY-DETAIL THRU 2200-EXIT
002914         WHEN OR-IS-ADJUSTMENT
002915             PERFORM 2250-TALLY-ADJUSTMENT THRU 2250-EXIT
002916         WHEN OTHER
002917             GO TO 2510-EXIT
002918     END-EVALUATE
002919     ADD 1 TO WS-LINES-HELD
002920     ADD PQ-SIGNED-AMOUNT TO WS-AMOUNT-HELD
002921     .
002922 2510-EXIT.
002923     EXIT.
002924
002925*----------------------------------------------------------------*
002926*    3000-BALANCE-BATCH                                           *
002927*    SUMS THE TABLE INTO THE HASH TOTAL AND PROVES IT EQUALS      *
002928*    THE FEED TRAILER'S CONTROL TOTAL. ANY DISAGREEMENT - OR A    *
002930*    FEED WITH NO TRAILER - ENDS THE RUN WITH RETURN-CODE 16      *
002940*    BEFORE A GL FILE EXISTS.                                     *
002950*----------------------------------------------------------------*
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF
003110     COMPUTE WS-EXPECTED-TOTAL = WS-FEED-TRL-TOTAL
003113                               - WS-AMOUNT-HELD
003116     IF WS-HASH-TOTAL NOT = WS-EXPECTED-TOTAL
003120         DISPLAY "LGGLEXT: *** BATCH DOES NOT BALANCE - NO GL "
003130                 "FILE PRODUCED ***"
003140         DISPLAY "LGGLEXT: HASH TOTAL=" WS-HASH-TOTAL
003150                 " FEED TRAILER=" WS-FEED-TRL-TOTAL
003155                 " HELD=" WS-AMOUNT-HELD
003160         MOVE 16 TO RETURN-CODE
003170         STOP RUN
003180     END-IF
004030             " LINE(S) RELEASED TO " WS-GL-DDNAME
004040     DISPLAY "LGGLEXT: HASH TOTAL " WS-HASH-TOTAL
004042     DISPLAY "LGGLEXT: BATCH ID " WS-BATCH-ID
004043     IF WS-LINES-HELD > ZERO
004044         MOVE WS-LINES-HELD TO WS-EDIT-COUNT
004046         DISPLAY "LGGLEXT: " WS-EDIT-COUNT " LINE(S) HELD FOR A "
004047                 "CLOSED PERIOD LEFT OUT, TOTAL " WS-AMOUNT-HELD
004048     END-IF
004050     .
004060 8000-EXIT.
004070     EXIT.
