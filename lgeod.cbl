000376*                  WHILE TOUCHING ANOTHER DAY'S FILES. A NIGHT    *
000377*                  RESUMED AFTER MIDNIGHT RERUNS UNDER ITS OWN    *
000378*                  DATE-SCOPED OVERRIDES BY HAND INSTEAD.         *
000379* 10/15/2026 RJM   LGPROOF (MASTER-TO-HISTORY PROOF), LGPEND      *
000380*                  (PENDING ITEM LIFECYCLE) AND LGALERT (HIGH-    *
000381*                  VALUE AND UNUSUAL-ACTIVITY ALERTS) ARE NOW     *
000382*                  STEPS 4 TO 6, RIGHT AFTER LGPOST, SO THE       *
000383*                  POSTED MASTER IS PROVED AND THE DAY'S PENDINGS *
000384*                  AND ALERTS ARE SET BEFORE ANYTHING REPORTS OR  *
000385*                  EXTRACTS FROM IT. A RESUME NOW MATCHES RUN LOG *
000386*                  RECORDS TO STEPS BY PROGRAM NAME RATHER THAN   *
000387*                  STEP NUMBER, SO A RUN LOG WRITTEN BEFORE THE   *
000388*                  STEPS WERE RENUMBERED STILL RESUMES ON THE     *
000389*                  RIGHT PROGRAM.                                 *
000390*----------------------------------------------------------------*
000391
000392 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RUNLOGFILE ASSIGN TO DYNAMIC WS-RUNLOG-DDNAME
001100     88  CHAIN-HAS-FAILED         VALUE "Y".
001110
001120*----------------------------------------------------------------*
001130*    THE STEP CHAIN. A RESUME MATCHES LOGGED STEPS BY PROGRAM     *
001140*    NAME, SO IT ALWAYS LANDS ON THE STEP A PRIOR NIGHT RECORDED  *
001145*    EVEN WHEN A STEP HAS SINCE BEEN ADDED AHEAD OF IT.           *
001150*----------------------------------------------------------------*
001160 77  WS-STEP-MAX             PIC 9(02) VALUE 9.
001170 77  WS-STEP-SUB             PIC 9(02) VALUE ZERO.
001180 77  WS-STEP-NAME            PIC X(08) VALUE SPACES.
001190 77  WS-STEP-CMD             PIC X(60) VALUE SPACES.
002630*    1110-LOAD-ONE-LOG-RECORD                                     *
002640*    MARKS ONE LOGGED STEP DONE WHEN IT COMPLETED OR WAS          *
002650*    SKIPPED BY REQUEST. A FAILED ATTEMPT MARKS NOTHING - THE     *
002660*    STEP RERUNS. THE STEP IS FOUND BY THE PROGRAM NAME LOGGED,   *
002665*    NOT THE STEP NUMBER (SEE 1120).                              *
002670*----------------------------------------------------------------*
002680 1110-LOAD-ONE-LOG-RECORD.
002690     READ RUNLOGFILE
002740     IF RL-PROC-DATE NOT = WS-PROC-DATE
002750         GO TO 1110-EXIT
002760     END-IF
002770     IF RL-STEP-COMPLETE OR RL-STEP-SKIPPED
002780         PERFORM 1120-MATCH-ONE-STEP THRU 1120-EXIT
002790             VARYING WS-STEP-SUB FROM 1 BY 1
002795             UNTIL WS-STEP-SUB > WS-STEP-MAX
002800     END-IF
002810     .
002820 1110-EXIT.
002830     EXIT.
002831
002832*----------------------------------------------------------------*
002833*    1120-MATCH-ONE-STEP                                          *
002834*    MARKS STEP WS-STEP-SUB DONE WHEN ITS PROGRAM IS THE ONE THE  *
002835*    RUN LOG RECORD NAMES.                                        *
002836*----------------------------------------------------------------*
002837 1120-MATCH-ONE-STEP.
002838     PERFORM 2200-SET-STEP-COMMAND THRU 2200-EXIT
002839     IF WS-STEP-NAME = RL-STEP-NAME
002840         MOVE "Y" TO WS-STEP-DONE (WS-STEP-SUB)
002841     END-IF
002842     .
002843 1120-EXIT.
002848     EXIT.
002849
002850*----------------------------------------------------------------*
002860*    2000-RUN-ONE-STEP                                            *
002870*    RUNS ONE STEP OF THE CHAIN - UNLESS A PRIOR RUN ALREADY      *
003520             MOVE "LGPOST" TO WS-STEP-NAME
003530             MOVE "./lgpost" TO WS-STEP-CMD
003540         WHEN 4
003541             MOVE "LGPROOF" TO WS-STEP-NAME
003542             MOVE "./lgproof" TO WS-STEP-CMD
003543         WHEN 5
003544             MOVE "LGPEND" TO WS-STEP-NAME
003545             MOVE "./lgpend" TO WS-STEP-CMD
003546         WHEN 6
003547             MOVE "LGALERT" TO WS-STEP-NAME
003548             MOVE "./lgalert" TO WS-STEP-CMD
003549         WHEN 7
003550             MOVE "LGSUMRPT" TO WS-STEP-NAME
003560             MOVE "./lgsumrpt" TO WS-STEP-CMD
003570         WHEN 8
003580             MOVE "LGGLEXT" TO WS-STEP-NAME
003590             MOVE "./lgglext" TO WS-STEP-CMD
003600         WHEN 9
003610             MOVE "LGARCH" TO WS-STEP-NAME
003620             MOVE "./lgarch" TO WS-STEP-CMD
003630         WHEN OTHER
