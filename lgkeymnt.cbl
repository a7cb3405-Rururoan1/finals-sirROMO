000300*                  EVERY ACTION ALSO APPENDS A LINE TO THE        *
000310*                  KEYREF AUDIT FILE (DATE, TIME, OPERATOR,       *
000320*                  ACTION, KEY) SO THE REFERENCE MASTER HAS A     *
000321*                  COMPLETE PAPER TRAIL.                          *
000322* 10/15/2026 RJM   THE OPERATOR IS NOW CHECKED AGAINST THE        *
000323*                  OPERATOR AUTHORITY MASTER (SEE CPYOPR01)       *
000324*                  BEFORE ANY KEY IS TOUCHED - BOTH MODES NEED    *
000325*                  THE MAINTAIN-KEYS ROLE. AN UNKNOWN, REVOKED OR *
000326*                  UNAUTHORIZED OPERATOR IS REFUSED (RETURN-CODE  *
000327*                  8) AND THE REFUSAL IS WRITTEN TO THE SECURITY  *
000333*                  LOG.                                           *
000334* 10/15/2026 RJM   THIRD MODE, B - BATCH CLOSE. APPLIES THE       *
000335*                  CLOSES A SUPERVISOR APPROVED ON THE DORMANCY   *
000336*                  RUN'S CLOSE-PROPOSAL FILE (SEE LGDORM AND      *
000337*                  CPYCLS01), STAMPING THE APPROVING SUPERVISOR   *
000338*                  AS THE CLOSING OPERATOR. AN APPROVED KEY IS    *
000339*                  SKIPPED WHEN IT IS NO LONGER ACTIVE, OR WHEN   *
000340*                  THE MASTER NOW SHOWS A BALANCE OR A POSTING    *
000341*                  SINCE THE PROPOSAL - RETURN-CODE 4 WHEN ANY IS *
000342*                  SKIPPED OR NONE IS APPROVED. THE AUDIT LINE    *
000343*                  NOW ALSO NAMES THE APPROVER OF A BATCH CLOSE.  *
000344*                  THE PROPOSALS ARE HELD IN KEY ORDER AND FOUND  *
000345*                  BY BINARY SEARCH AS THE MASTER IS READ.        *
000346*----------------------------------------------------------------*
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000430     SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-DDNAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDITFILE-STATUS.
000451
000452     SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPERATOR-DDNAME
000453         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS WS-OPERFILE-STATUS.
000455
000456     SELECT SECLOGFILE ASSIGN TO DYNAMIC WS-SECLOG-DDNAME
000457         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS WS-SECLOGFILE-STATUS.
000459
000460     SELECT MASTERFILE ASSIGN TO DYNAMIC WS-MASTER-DDNAME
000461         ORGANIZATION IS INDEXED
000462         ACCESS MODE IS DYNAMIC
000463         RECORD KEY IS MR-KEY
000464         FILE STATUS IS WS-MASTERFILE-STATUS.
000465
000466     SELECT PROPFILE ASSIGN TO DYNAMIC WS-PROPOSAL-DDNAME
000467         ORGANIZATION IS LINE SEQUENTIAL
000468         FILE STATUS IS WS-PROPFILE-STATUS.
000469
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  KEYREFFILE.
000510
000520 FD  AUDITFILE.
000530 01  AUDIT-REC PIC X(80).
000531
000532 FD  OPERFILE.
000533 01  OPER-REC PIC X(102).
000534
000535 FD  SECLOGFILE.
000536 01  SECLOG-REC PIC X(80).
000537
000538 FD  MASTERFILE.
000539*----------------------------------------------------------------*
000540*    MASTER RECORD LAYOUT (SEE CPYMST01)                          *
000541*----------------------------------------------------------------*
000542     COPY CPYMST01.
000543
000544 FD  PROPFILE.
000548 01  PROPOSAL-REC PIC X(115).
000549
000550 WORKING-STORAGE SECTION.
000551*----------------------------------------------------------------*
000552*    OPERATOR AUTHORITY AND SECURITY LOG RECORD VIEWS (SEE        *
000553*    CPYOPR01 AND CPYSEC01)                                       *
000555*----------------------------------------------------------------*
000556     COPY CPYOPR01.
000557     COPY CPYSEC01.
000558
000560*----------------------------------------------------------------*
000570*    KEY REFERENCE RECORD VIEW (SEE CPYKEY01)                     *
000580*----------------------------------------------------------------*
000581     COPY CPYKEY01.
000582
000583*----------------------------------------------------------------*
000584*    CLOSE-PROPOSAL RECORD VIEW (SEE CPYCLS01) AND THE            *
000585*    IN-STORAGE COPY THE BATCH CLOSE MODE REWRITES IN FULL, EACH  *
000586*    ENTRY WITH ITS KEY'S CURRENT STANDING ON THE MASTER. THE     *
000587*    TABLE IS KEPT IN KEY ORDER FOR THE BINARY SEARCH IN 4110.    *
000588*----------------------------------------------------------------*
000589     COPY CPYCLS01.
000590 77  WS-PRP-COUNT            PIC 9(05) COMP VALUE ZERO.
000591 77  WS-PRP-MAX              PIC 9(05) COMP VALUE 20000.
000592 77  WS-PRP-SUB              PIC 9(05) COMP VALUE ZERO.
000593 77  WS-PRP-LOW              PIC 9(05) COMP VALUE ZERO.
000594 77  WS-PRP-HIGH             PIC 9(05) COMP VALUE ZERO.
000595 77  WS-PRP-MID              PIC 9(05) COMP VALUE ZERO.
000596 77  WS-PRP-FIND-KEY         PIC X(10) VALUE SPACES.
000597 01  WS-PRP-TABLE.
000598     05  WS-PRP-ENTRY        OCCURS 20000 TIMES
000599                             INDEXED BY PRP-IDX.
000600         10  WS-PRP-DATA         PIC X(115).
000601         10  FILLER REDEFINES WS-PRP-DATA.
000602             15  FILLER          PIC X(01).
000603             15  WS-PRP-KEY      PIC X(10).
000604             15  FILLER          PIC X(104).
000605         10  WS-PRP-ON-MASTER    PIC X(01).
000606         10  WS-PRP-LAST-POST    PIC 9(08).
000608         10  WS-PRP-BALANCE      PIC S9(11)V99.
000609
000610*----------------------------------------------------------------*
000620*    IN-STORAGE COPY OF THE REFERENCE MASTER - THE ADD MODE       *
000630*    CHECKS DUPLICATES AGAINST IT AND THE CLOSE MODE REWRITES     *
000750 77  WS-KEYREF-DDNAME        PIC X(60) VALUE "data/keyref.dat".
000760 77  WS-AUDIT-DDNAME         PIC X(60)
000770     VALUE "data/keyref-audit.dat".
000771 77  WS-OPERATOR-DDNAME      PIC X(60)
000772     VALUE "data/operators.dat".
000773 77  WS-SECLOG-DDNAME        PIC X(60)
000775     VALUE "data/security-log.dat".
000776 77  WS-MASTER-DDNAME        PIC X(60) VALUE "data/master.dat".
000777 77  WS-PROPOSAL-DDNAME      PIC X(60)
000778     VALUE "data/close-proposals.dat".
000780 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
000790
000800*----------------------------------------------------------------*
000920 77  WS-AUDITFILE-STATUS     PIC X(02).
000930     88  AUDITFILE-FOUND         VALUE "00".
000940     88  AUDITFILE-NOT-FOUND     VALUE "35".
000941 77  WS-MASTERFILE-STATUS    PIC X(02).
000942     88  MASTER-ACTION-OK        VALUE "00".
000944     88  MASTER-NOT-FOUND        VALUE "35".
000945 77  WS-PROPFILE-STATUS      PIC X(02).
000947     88  PROPFILE-FOUND          VALUE "00".
000948     88  PROPFILE-NOT-FOUND      VALUE "35".
000950
000960*----------------------------------------------------------------*
000970*    PROGRAM SWITCHES                                             *
001050 77  WS-MODE                 PIC X(01) VALUE SPACE.
001060     88  MODE-ADD                 VALUE "A".
001070     88  MODE-CLOSE               VALUE "C".
001075     88  MODE-BATCH               VALUE "B".
001080
001090*----------------------------------------------------------------*
001100*    OPERATOR DIALOG WORK AREAS AND COUNTERS                      *
001140 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001150 77  WS-KEY-IN               PIC X(10) VALUE SPACES.
001155 77  WS-AUDIT-ACTION         PIC X(05) VALUE SPACES.
001157 77  WS-AUDIT-NOTE           PIC X(30) VALUE SPACES.
001160 77  WS-FOUND-SUB            PIC 9(05) COMP VALUE ZERO.
001170 77  WS-KEYS-ADDED           PIC 9(05) COMP VALUE ZERO.
001173 77  WS-KEYS-CLOSED          PIC 9(05) COMP VALUE ZERO.
001176 77  WS-KEYS-SKIPPED         PIC 9(05) COMP VALUE ZERO.
001180 77  WS-APPROVED-COUNT       PIC 9(05) COMP VALUE ZERO.
001181
001182*----------------------------------------------------------------*
001183*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
001184*    AUTHORITY). THE CALLER SETS THE ROLE NUMBER (SEE CPYOPR01)   *
001185*    AND THE ACTION NAME THE SECURITY LOG RECORDS ON A REFUSAL.   *
001186*----------------------------------------------------------------*
001187 77  WS-OPERFILE-STATUS      PIC X(02).
001188     88  OPERFILE-FOUND          VALUE "00".
001189     88  OPERFILE-NOT-FOUND      VALUE "35".
001190 77  WS-SECLOGFILE-STATUS    PIC X(02).
001191     88  SECLOGFILE-FOUND        VALUE "00".
001192     88  SECLOGFILE-NOT-FOUND    VALUE "35".
001193 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
001194     88  OPER-EOF-YES             VALUE "Y".
001195 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
001196     88  OPERATOR-ON-FILE         VALUE "Y".
001197 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
001198 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
001199
001200 PROCEDURE DIVISION.
001210
001220*----------------------------------------------------------------*
001310             PERFORM 2000-ADD-KEYS THRU 2000-EXIT
001320         WHEN MODE-CLOSE
001330             PERFORM 3000-CLOSE-KEYS THRU 3000-EXIT
001333         WHEN MODE-BATCH
001336             PERFORM 4000-BATCH-CLOSE THRU 4000-EXIT
001340         WHEN OTHER
001350             DISPLAY "LGKEYMNT: UNKNOWN MODE - NOTHING DONE"
001360             MOVE 8 TO RETURN-CODE
001680     IF WS-ENV-VALUE NOT = SPACES
001690         MOVE WS-ENV-VALUE TO WS-AUDIT-DDNAME
001700     END-IF
001702     MOVE SPACES TO WS-ENV-VALUE
001704     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGKEY_OPERATORS_DD"
001706     IF WS-ENV-VALUE NOT = SPACES
001708         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
001711     END-IF
001712     MOVE SPACES TO WS-ENV-VALUE
001713     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGKEY_SECLOG_DD"
001714     IF WS-ENV-VALUE NOT = SPACES
001715         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
001716     END-IF
001717     MOVE SPACES TO WS-ENV-VALUE
001718     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGKEY_MASTER_DD"
001719     IF WS-ENV-VALUE NOT = SPACES
001720         MOVE WS-ENV-VALUE TO WS-MASTER-DDNAME
001721     END-IF
001722     MOVE SPACES TO WS-ENV-VALUE
001723     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGKEY_PROPOSALS_DD"
001724     IF WS-ENV-VALUE NOT = SPACES
001725         MOVE WS-ENV-VALUE TO WS-PROPOSAL-DDNAME
001726     END-IF
001727     DISPLAY "LGKEYMNT: MODE (A=ADD C=CLOSE B=BATCH CLOSE): "
001728         WITH NO ADVANCING
001729     ACCEPT WS-MODE FROM CONSOLE
001730     DISPLAY "LGKEYMNT: OPERATOR ID: " WITH NO ADVANCING
001740     ACCEPT WS-OPERATOR-ID FROM CONSOLE
001750     IF WS-OPERATOR-ID = SPACES
001770         MOVE 8 TO RETURN-CODE
001780         STOP RUN
001790     END-IF
001792     MOVE 3 TO WS-AUTH-ROLE
001795     MOVE "MAINTAIN KEYS" TO WS-AUTH-ACTION
001797     PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
001800     .
001810 1000-EXIT.
001820     EXIT.
002980     PERFORM 7300-WRITE-AUDIT THRU 7300-EXIT
002990     .
003000 3100-EXIT.
003001     EXIT.
003002
003003*----------------------------------------------------------------*
003004*    4000-BATCH-CLOSE                                             *
003005*    BATCH CLOSE MODE - LOADS THE CLOSE-PROPOSAL FILE, TAKES THE  *
003006*    CURRENT STANDING OF EVERY APPROVED KEY FROM THE MASTER,      *
003007*    CLOSES OR SKIPS EACH ONE, THEN REWRITES THE REFERENCE MASTER *
003008*    AND THE PROPOSAL FILE IN FULL. NO APPROVED CLOSE ON FILE     *
003009*    ENDS WITH RETURN-CODE 4 AND NOTHING TOUCHED.                 *
003010*----------------------------------------------------------------*
003011 4000-BATCH-CLOSE.
003012     PERFORM 4010-LOAD-PROPOSALS THRU 4010-EXIT
003013     IF WS-APPROVED-COUNT = ZERO
003014         DISPLAY "LGKEYMNT: NO APPROVED CLOSES IN "
003015                 WS-PROPOSAL-DDNAME
003016         DISPLAY "LGKEYMNT: NOTHING CLOSED"
003017         MOVE 4 TO RETURN-CODE
003018         GO TO 4000-EXIT
003019     END-IF
003020     PERFORM 4100-READ-MASTER THRU 4100-EXIT
003021     MOVE 1 TO WS-PRP-SUB
003022     PERFORM 4200-CLOSE-ONE-APPROVED THRU 4200-EXIT
003023         UNTIL WS-PRP-SUB > WS-PRP-COUNT
003024     PERFORM 7100-REWRITE-REGISTER THRU 7100-EXIT
003025     PERFORM 4300-REWRITE-PROPOSALS THRU 4300-EXIT
003026     .
003027 4000-EXIT.
003030     EXIT.
003031
003032*----------------------------------------------------------------*
003033*    4010-LOAD-PROPOSALS                                          *
003034*    LOADS THE CLOSE-PROPOSAL FILE AND COUNTS THE APPROVED        *
003035*    CLOSES. A MISSING FILE IS AN EMPTY ONE.                      *
003036*----------------------------------------------------------------*
003037 4010-LOAD-PROPOSALS.
003038     OPEN INPUT PROPFILE
003039     IF PROPFILE-NOT-FOUND
003040         GO TO 4010-EXIT
003041     END-IF
003042     IF NOT PROPFILE-FOUND
003043         MOVE "PROPFILE" TO WS-ABEND-FILE-NAME
003044         MOVE WS-PROPFILE-STATUS TO WS-ABEND-FILE-STATUS
003045         PERFORM 0900-ABEND
003046     END-IF
003047     MOVE "N" TO WS-EOF-SWITCH
003048     PERFORM 4020-LOAD-ONE-PROPOSAL THRU 4020-EXIT
003049         UNTIL EOF-YES
003050     CLOSE PROPFILE
003051     .
003052 4010-EXIT.
003053     EXIT.
003054
003055*----------------------------------------------------------------*
003056*    4020-LOAD-ONE-PROPOSAL                                       *
003057*    LOADS ONE PROPOSAL IN KEY ORDER, AFTER ANY EARLIER ONE FOR   *
003058*    THE SAME KEY, NOT YET FOUND ON THE MASTER. A FULL TABLE IS A *
003059*    HARD STOP RATHER THAN A FILE SILENTLY CUT SHORT ON THE       *
003060*    REWRITE.                                                     *
003061*----------------------------------------------------------------*
003062 4020-LOAD-ONE-PROPOSAL.
003063     READ PROPFILE
003064         AT END
003065             SET EOF-YES TO TRUE
003066             GO TO 4020-EXIT
003067     END-READ
003068     IF WS-PRP-COUNT >= WS-PRP-MAX
003069         DISPLAY "LGKEYMNT: *** PROPOSAL TABLE FULL - RUN "
003070                 "ABANDONED ***"
003071         MOVE 16 TO RETURN-CODE
003072         STOP RUN
003073     END-IF
003074     MOVE PROPOSAL-REC TO CP-RECORD
003075     MOVE CP-KEY TO WS-PRP-FIND-KEY
003076     MOVE 1 TO WS-PRP-LOW
003077     COMPUTE WS-PRP-HIGH = WS-PRP-COUNT + 1
003078     PERFORM 4030-PROBE-FOR-INSERT THRU 4030-EXIT
003079         UNTIL WS-PRP-LOW NOT < WS-PRP-HIGH
003080     ADD 1 TO WS-PRP-COUNT
003081     MOVE WS-PRP-COUNT TO WS-PRP-SUB
003082     PERFORM 4040-MOVE-ONE-PROPOSAL-DOWN THRU 4040-EXIT
003083         UNTIL WS-PRP-SUB = WS-PRP-LOW
003084     SET PRP-IDX TO WS-PRP-SUB
003085     MOVE PROPOSAL-REC TO WS-PRP-DATA (PRP-IDX)
003086     MOVE "N" TO WS-PRP-ON-MASTER (PRP-IDX)
003087     MOVE ZERO TO WS-PRP-LAST-POST (PRP-IDX)
003088     MOVE ZERO TO WS-PRP-BALANCE (PRP-IDX)
003089     IF CP-IS-APPROVED
003090         ADD 1 TO WS-APPROVED-COUNT
003091     END-IF
003092     .
003093 4020-EXIT.
003094     EXIT.
003095
003096*----------------------------------------------------------------*
003097*    4030-PROBE-FOR-INSERT                                        *
003098*    HALVES THE SEARCH RANGE ONCE. WS-PRP-LOW ENDS ON THE FIRST   *
003099*    PROPOSAL ABOVE WS-PRP-FIND-KEY, WHERE THE NEW ONE GOES.      *
003100*----------------------------------------------------------------*
003101 4030-PROBE-FOR-INSERT.
003102     COMPUTE WS-PRP-MID = (WS-PRP-LOW + WS-PRP-HIGH) / 2
003103     IF WS-PRP-KEY (WS-PRP-MID) NOT > WS-PRP-FIND-KEY
003104         COMPUTE WS-PRP-LOW = WS-PRP-MID + 1
003105     ELSE
003106         MOVE WS-PRP-MID TO WS-PRP-HIGH
003107     END-IF
003108     .
003109 4030-EXIT.
003110     EXIT.
003111
003112*----------------------------------------------------------------*
003113*    4040-MOVE-ONE-PROPOSAL-DOWN                                  *
003114*    MOVES ONE LATER PROPOSAL DOWN TO MAKE ROOM.                  *
003115*----------------------------------------------------------------*
003116 4040-MOVE-ONE-PROPOSAL-DOWN.
003117     MOVE WS-PRP-ENTRY (WS-PRP-SUB - 1)
003118         TO WS-PRP-ENTRY (WS-PRP-SUB)
003119     SUBTRACT 1 FROM WS-PRP-SUB
003120     .
003121 4040-EXIT.
003122     EXIT.
003123
003124*----------------------------------------------------------------*
003125*    4100-READ-MASTER                                             *
003126*    READS THE MASTER IN KEY ORDER AND TAKES THE CURRENT BALANCE  *
003127*    AND LAST POSTING DATE OF EVERY PROPOSED KEY. NO MASTER ON    *
003128*    HAND IS READ AS AN EMPTY ONE.                                *
003129*----------------------------------------------------------------*
003130 4100-READ-MASTER.
003131     OPEN INPUT MASTERFILE
003132     IF MASTER-NOT-FOUND
003133         GO TO 4100-EXIT
003134     END-IF
003135     IF NOT MASTER-ACTION-OK
003136         MOVE "MASTERFILE" TO WS-ABEND-FILE-NAME
003137         MOVE WS-MASTERFILE-STATUS TO WS-ABEND-FILE-STATUS
003138         PERFORM 0900-ABEND
003139     END-IF
003140     MOVE "N" TO WS-EOF-SWITCH
003141     MOVE LOW-VALUES TO MR-KEY
003142     START MASTERFILE KEY IS NOT LESS THAN MR-KEY
003143         INVALID KEY
003144             SET EOF-YES TO TRUE
003145     END-START
003146     PERFORM 4110-READ-ONE-MASTER THRU 4110-EXIT
003147         UNTIL EOF-YES
003148     CLOSE MASTERFILE
003149     .
003150 4100-EXIT.
003151     EXIT.
003152
003153*----------------------------------------------------------------*
003154*    4110-READ-ONE-MASTER                                         *
003155*    TAKES ONE MASTER RECORD'S STANDING FOR ITS KEY WHEN THE KEY  *
003156*    IS ON THE PROPOSAL FILE. A BINARY SEARCH FINDS THE KEY'S     *
003157*    FIRST PROPOSAL, THEN EACH OF ITS PROPOSALS TAKES THE         *
003158*    STANDING IN TURN.                                            *
003159*----------------------------------------------------------------*
003160 4110-READ-ONE-MASTER.
003161     READ MASTERFILE NEXT RECORD
003162         AT END
003163             SET EOF-YES TO TRUE
003164             GO TO 4110-EXIT
003165     END-READ
003166     IF NOT MASTER-ACTION-OK
003167         DISPLAY "LGKEYMNT: *** MASTER READ FAILED AFTER KEY "
003168                 MR-KEY " - FILE STATUS "
003169                 WS-MASTERFILE-STATUS " ***"
003170         MOVE 16 TO RETURN-CODE
003171         STOP RUN
003172     END-IF
003173     MOVE MR-KEY TO WS-PRP-FIND-KEY
003174     MOVE 1 TO WS-PRP-LOW
003175     COMPUTE WS-PRP-HIGH = WS-PRP-COUNT + 1
003176     PERFORM 4120-PROBE-ONE-PROPOSAL THRU 4120-EXIT
003177         UNTIL WS-PRP-LOW NOT < WS-PRP-HIGH
003178     MOVE WS-PRP-LOW TO WS-PRP-SUB
003179     PERFORM 4130-TAKE-ONE-STANDING THRU 4130-EXIT
003180         UNTIL WS-PRP-SUB > WS-PRP-COUNT
003181     .
003182 4110-EXIT.
003183     EXIT.
003184
003185*----------------------------------------------------------------*
003186*    4120-PROBE-ONE-PROPOSAL                                      *
003187*    HALVES THE SEARCH RANGE ONCE. WS-PRP-LOW ENDS ON THE FIRST   *
003188*    PROPOSAL NOT BELOW WS-PRP-FIND-KEY.                          *
003189*----------------------------------------------------------------*
003190 4120-PROBE-ONE-PROPOSAL.
003191     COMPUTE WS-PRP-MID = (WS-PRP-LOW + WS-PRP-HIGH) / 2
003192     IF WS-PRP-KEY (WS-PRP-MID) < WS-PRP-FIND-KEY
003193         COMPUTE WS-PRP-LOW = WS-PRP-MID + 1
003194     ELSE
003195         MOVE WS-PRP-MID TO WS-PRP-HIGH
003196     END-IF
003197     .
003198 4120-EXIT.
003199     EXIT.
003200
003201*----------------------------------------------------------------*
003202*    4130-TAKE-ONE-STANDING                                       *
003203*    GIVES ONE PROPOSAL FOR THE MASTER KEY ITS STANDING. THE      *
003204*    FIRST PROPOSAL FOR ANOTHER KEY ENDS THE SEARCH.              *
003205*----------------------------------------------------------------*
003206 4130-TAKE-ONE-STANDING.
003207     IF WS-PRP-KEY (WS-PRP-SUB) NOT = WS-PRP-FIND-KEY
003208         COMPUTE WS-PRP-SUB = WS-PRP-COUNT + 1
003209         GO TO 4130-EXIT
003210     END-IF
003211     SET PRP-IDX TO WS-PRP-SUB
003212     ADD 1 TO WS-PRP-SUB
003213     MOVE "Y" TO WS-PRP-ON-MASTER (PRP-IDX)
003214     MOVE MR-LAST-POST-DATE TO WS-PRP-LAST-POST (PRP-IDX)
003215     MOVE MR-ACCUM-AMOUNT TO WS-PRP-BALANCE (PRP-IDX)
003216     .
003217 4130-EXIT.
003218     EXIT.
003219
003220*----------------------------------------------------------------*
003221*    4200-CLOSE-ONE-APPROVED                                      *
003222*    CLOSES ONE APPROVED KEY WITH THE APPROVING SUPERVISOR AS THE *
003223*    CLOSING OPERATOR. THE KEY IS SKIPPED, WITH THE REASON ON ITS *
003224*    PROPOSAL, WHEN IT CARRIES NO APPROVER, IS NOT AN ACTIVE KEY  *
003225*    ON THE REFERENCE MASTER, OR THE MASTER NOW SHOWS A BALANCE   *
003226*    OR A POSTING SINCE THE DORMANCY RUN PROPOSED IT. EITHER WAY  *
003227*    THE PROPOSAL IS STAMPED WITH THE DATE AND THE OPERATOR       *
003228*    APPLYING THE BATCH.                                          *
003229*----------------------------------------------------------------*
003230 4200-CLOSE-ONE-APPROVED.
003231     SET PRP-IDX TO WS-PRP-SUB
003232     ADD 1 TO WS-PRP-SUB
003233     MOVE WS-PRP-DATA (PRP-IDX) TO CP-RECORD
003234     IF NOT CP-IS-APPROVED
003235         GO TO 4200-EXIT
003236     END-IF
003237     MOVE CP-KEY TO WS-KEY-IN
003238     MOVE WS-RUN-DATE TO CP-APPLY-DATE
003239     MOVE WS-OPERATOR-ID TO CP-APPLY-OPERATOR
003240     IF CP-REVIEW-OPERATOR = SPACES
003241         MOVE "NO APPROVER" TO CP-SKIP-REASON
003242         GO TO 4200-SKIP
003243     END-IF
003244     PERFORM 7200-FIND-KEY THRU 7200-EXIT
003245     IF NOT KEY-ON-MASTER
003246         MOVE "NOT ON KEY MASTER" TO CP-SKIP-REASON
003247         GO TO 4200-SKIP
003248     END-IF
003249     MOVE WS-REG-ENTRY (WS-FOUND-SUB) TO KR-RECORD
003250     IF KR-IS-CLOSED
003251         MOVE "ALREADY CLOSED" TO CP-SKIP-REASON
003252         GO TO 4200-SKIP
003253     END-IF
003254     IF WS-PRP-ON-MASTER (PRP-IDX) = "Y"
003255      AND WS-PRP-BALANCE (PRP-IDX) NOT = ZERO
003256         MOVE "BALANCE NOT ZERO" TO CP-SKIP-REASON
003257         GO TO 4200-SKIP
003258     END-IF
003259     IF WS-PRP-ON-MASTER (PRP-IDX) = "Y"
003260      AND WS-PRP-LAST-POST (PRP-IDX) > CP-LAST-ACTIVITY
003261         MOVE "POSTED SINCE RUN" TO CP-SKIP-REASON
003262         GO TO 4200-SKIP
003263     END-IF
003264     MOVE "C" TO KR-STATE
003265     MOVE WS-RUN-DATE TO KR-CLOSE-DATE
003266     MOVE CP-REVIEW-OPERATOR TO KR-CLOSE-OPERATOR
003267     MOVE KR-RECORD TO WS-REG-ENTRY (WS-FOUND-SUB)
003268     SET CP-IS-CLOSED TO TRUE
003269     ADD 1 TO WS-KEYS-CLOSED
003270     DISPLAY "LGKEYMNT: KEY " WS-KEY-IN " CLOSED - APPROVED BY "
003271             CP-REVIEW-OPERATOR
003272     MOVE "BCLOS" TO WS-AUDIT-ACTION
003273     MOVE SPACES TO WS-AUDIT-NOTE
003274     STRING "APPROVED BY " DELIMITED BY SIZE
003275            CP-REVIEW-OPERATOR DELIMITED BY SIZE
003276            INTO WS-AUDIT-NOTE
003277     PERFORM 7300-WRITE-AUDIT THRU 7300-EXIT
003278     MOVE SPACES TO WS-AUDIT-NOTE
003279     GO TO 4200-PUT-BACK
003280     .
003281 4200-SKIP.
003282     SET CP-IS-SKIPPED TO TRUE
003283     ADD 1 TO WS-KEYS-SKIPPED
003284     DISPLAY "LGKEYMNT: KEY " WS-KEY-IN " SKIPPED - "
003285             CP-SKIP-REASON
003286     .
003287 4200-PUT-BACK.
003288     MOVE CP-RECORD TO WS-PRP-DATA (PRP-IDX)
003289     .
003290 4200-EXIT.
003291     EXIT.
003292
003293*----------------------------------------------------------------*
003294*    4300-REWRITE-PROPOSALS                                       *
003295*    WRITES THE IN-STORAGE PROPOSAL TABLE BACK IN FULL, IN KEY    *
003296*    ORDER, CLOSES AND SKIPS STAMPED.                             *
003297*----------------------------------------------------------------*
003298 4300-REWRITE-PROPOSALS.
003299     OPEN OUTPUT PROPFILE
003300     IF NOT PROPFILE-FOUND
003301         MOVE "PROPFILE" TO WS-ABEND-FILE-NAME
003302         MOVE WS-PROPFILE-STATUS TO WS-ABEND-FILE-STATUS
003303         PERFORM 0900-ABEND
003304     END-IF
003305     MOVE 1 TO WS-PRP-SUB
003306     PERFORM 4310-REWRITE-ONE-PROPOSAL THRU 4310-EXIT
003307         UNTIL WS-PRP-SUB > WS-PRP-COUNT
003308     CLOSE PROPFILE
003309     .
003310 4300-EXIT.
003311     EXIT.
003312
003313*----------------------------------------------------------------*
003314*    4310-REWRITE-ONE-PROPOSAL                                    *
003315*    WRITES ONE TABLE ENTRY BACK TO THE PROPOSAL FILE.            *
003316*----------------------------------------------------------------*
003317 4310-REWRITE-ONE-PROPOSAL.
003318     MOVE WS-PRP-DATA (WS-PRP-SUB) TO PROPOSAL-REC
003319     WRITE PROPOSAL-REC
003320     ADD 1 TO WS-PRP-SUB
003321     .
003322 4310-EXIT.
003323     EXIT.
003324
003325*----------------------------------------------------------------*
003326*    7000-LOAD-REGISTER                                           *
003327*    READS THE WHOLE REFERENCE MASTER INTO STORAGE. AN EMPTY      *
003328*    OR MISSING MASTER JUST MEANS NO KEY HAS BEEN ADDED YET.      *
003329*----------------------------------------------------------------*
003330 7000-LOAD-REGISTER.
003331     MOVE ZERO TO WS-REG-COUNT
003332     OPEN INPUT KEYREFFILE
003333     IF KEYREFFILE-NOT-FOUND
003334         GO TO 7000-EXIT
003335     END-IF
003336     IF NOT KEYREFFILE-FOUND
003337         MOVE "KEYREFFILE" TO WS-ABEND-FILE-NAME
003338         MOVE WS-KEYREFFILE-STATUS TO WS-ABEND-FILE-STATUS
003339         PERFORM 0900-ABEND
003340     END-IF
003341     MOVE "N" TO WS-EOF-SWITCH
003342     PERFORM 7010-LOAD-ONE-ENTRY THRU 7010-EXIT
003343         UNTIL EOF-YES
003344     CLOSE KEYREFFILE
003345     .
003346 7000-EXIT.
003347     EXIT.
003348
003349*----------------------------------------------------------------*
003350*    7010-LOAD-ONE-ENTRY                                          *
003351*    LOADS ONE REFERENCE RECORD INTO THE TABLE.                   *
003352*----------------------------------------------------------------*
003353 7010-LOAD-ONE-ENTRY.
003354     READ KEYREFFILE
003355         AT END
003356             SET EOF-YES TO TRUE
003357             GO TO 7010-EXIT
003360     END-READ
003370     IF WS-REG-COUNT >= WS-REG-MAX
003380         DISPLAY "LGKEYMNT: *** REGISTER TABLE FULL - RUN "
004100*----------------------------------------------------------------*
004110*    7300-WRITE-AUDIT                                             *
004120*    APPENDS ONE AUDIT LINE - DATE, TIME, OPERATOR, ACTION, KEY.  *
004125*    A BATCH CLOSE ADDS THE APPROVER IN WS-AUDIT-NOTE.            *
004130*----------------------------------------------------------------*
004140 7300-WRITE-AUDIT.
004150     OPEN EXTEND AUDITFILE
004310            WS-AUDIT-ACTION DELIMITED BY SIZE
004320            " " DELIMITED BY SIZE
004330            WS-KEY-IN DELIMITED BY SIZE
004333            " " DELIMITED BY SIZE
004336            WS-AUDIT-NOTE DELIMITED BY SIZE
004340            INTO AUDIT-REC
004350     WRITE AUDIT-REC
004360     CLOSE AUDITFILE
004370     .
004380 7300-EXIT.
004390     EXIT.
004391
004392*----------------------------------------------------------------*
004393*    7500-CHECK-AUTHORITY                                         *
004394*    LOOKS THE OPERATOR UP ON THE AUTHORITY MASTER (SEE           *
004395*    CPYOPR01). AN OPERATOR WHO IS NOT ON FILE, HAS BEEN          *
004396*    REVOKED, OR DOES NOT HOLD THE ROLE IN WS-AUTH-ROLE IS        *
004397*    REFUSED BEFORE ANYTHING IS TOUCHED - THE REFUSAL GOES TO     *
004398*    THE SECURITY LOG (SEE CPYSEC01) AND THE RUN ENDS WITH        *
004399*    RETURN-CODE 8. NO AUTHORITY MASTER AT ALL REFUSES EVERYONE.  *
004400*----------------------------------------------------------------*
004401 7500-CHECK-AUTHORITY.
004402     MOVE "N" TO WS-OPER-FOUND-SWITCH
004403     OPEN INPUT OPERFILE
004404     IF OPERFILE-FOUND
004405         MOVE "N" TO WS-OPER-EOF-SWITCH
004406         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
004407             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
004408         CLOSE OPERFILE
004409     ELSE
004410         IF NOT OPERFILE-NOT-FOUND
004411             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
004412             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
004413             PERFORM 0900-ABEND
004414         END-IF
004415     END-IF
004416     MOVE SPACES TO SL-RECORD
004417     EVALUATE TRUE
004418         WHEN NOT OPERATOR-ON-FILE
004419             SET SL-UNKNOWN TO TRUE
004420         WHEN NOT OP-IS-ACTIVE
004421             SET SL-REVOKED TO TRUE
004422         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
004423             SET SL-NOT-AUTHORIZED TO TRUE
004424         WHEN OTHER
004425             GO TO 7500-EXIT
004426     END-EVALUATE
004427     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
004428     DISPLAY "LGKEYMNT: *** OPERATOR " WS-OPERATOR-ID
004429             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
004430             " ***"
004431     MOVE 8 TO RETURN-CODE
004432     STOP RUN
004433     .
004434 7500-EXIT.
004435     EXIT.
004436
004437*----------------------------------------------------------------*
004438*    7510-FIND-ONE-OPERATOR                                       *
004439*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
004440*    THE OPERATOR'S OWN ID.                                       *
004441*----------------------------------------------------------------*
004442 7510-FIND-ONE-OPERATOR.
004443     READ OPERFILE
004444         AT END
004445             SET OPER-EOF-YES TO TRUE
004446             GO TO 7510-EXIT
004447     END-READ
004448     MOVE OPER-REC TO OP-RECORD
004449     IF OP-ID = WS-OPERATOR-ID
004450         SET OPERATOR-ON-FILE TO TRUE
004451     END-IF
004452     .
004453 7510-EXIT.
004454     EXIT.
004455
004456*----------------------------------------------------------------*
004457*    7520-WRITE-SECURITY-LOG                                      *
004458*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
004459*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
004460*    REFUSED.                                                     *
004461*----------------------------------------------------------------*
004462 7520-WRITE-SECURITY-LOG.
004463     MOVE WS-RUN-DATE TO SL-DATE
004464     MOVE WS-RUN-TIME(1:6) TO SL-TIME
004465     MOVE "LGKEYMNT" TO SL-PROGRAM
004466     MOVE WS-OPERATOR-ID TO SL-OPERATOR
004467     MOVE WS-AUTH-ACTION TO SL-ACTION
004468     OPEN EXTEND SECLOGFILE
004469     IF SECLOGFILE-NOT-FOUND
004470         OPEN OUTPUT SECLOGFILE
004471     END-IF
004472     IF NOT SECLOGFILE-FOUND
004473         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
004474         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
004475         PERFORM 0900-ABEND
004476     END-IF
004477     MOVE SL-RECORD TO SECLOG-REC
004478     WRITE SECLOG-REC
004479     CLOSE SECLOGFILE
004480     .
004481 7520-EXIT.
004482     EXIT.
004483
004484*----------------------------------------------------------------*
004485*    8000-FINALIZE                                                *
004486*    REPORTS WHAT THE SESSION DID.                                *
004487*----------------------------------------------------------------*
004488 8000-FINALIZE.
004489     EVALUATE TRUE
004490         WHEN MODE-ADD
004491             DISPLAY "LGKEYMNT: " WS-KEYS-ADDED " KEY(S) ADDED"
004492         WHEN MODE-CLOSE
004500             DISPLAY "LGKEYMNT: " WS-KEYS-CLOSED " KEY(S) CLOSED"
004501         WHEN MODE-BATCH
004502             DISPLAY "LGKEYMNT: " WS-KEYS-CLOSED
004504                     " KEY(S) CLOSED, " WS-KEYS-SKIPPED " SKIPPED"
004505             IF WS-KEYS-SKIPPED > ZERO
004507                 MOVE 4 TO RETURN-CODE
004508             END-IF
004510         WHEN OTHER
004520             CONTINUE
004530     END-EVALUATE
