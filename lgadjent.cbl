000404*                  FILE (ADJUST-HHMMSS.DAT) SO A SECOND BUILD     *
000406*                  CAN NEVER OVERWRITE AN EARLIER BUILD'S FILE    *
000408*                  THAT HAS NOT YET BEEN THROUGH A RUN.           *
000409* 10/15/2026 RJM   THE OPERATOR IS NOW CHECKED AGAINST THE        *
000410*                  OPERATOR AUTHORITY MASTER (SEE CPYOPR01)       *
000411*                  BEFORE ANYTHING IS DONE - ENTRY NEEDS THE      *
000412*                  ENTER-ADJUSTMENT ROLE, RELEASE AND BUILD THE   *
000413*                  RELEASE ROLE. AN UNKNOWN, REVOKED OR           *
000414*                  UNAUTHORIZED OPERATOR IS REFUSED (RETURN-CODE  *
000415*                  8) AND THE REFUSAL IS WRITTEN TO THE SECURITY  *
000416*                  LOG.                                           *
000417*----------------------------------------------------------------*
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ADJOUTFILE-STATUS.
000530
000531     SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPERATOR-DDNAME
000532         ORGANIZATION IS LINE SEQUENTIAL
000533         FILE STATUS IS WS-OPERFILE-STATUS.
000534
000535     SELECT SECLOGFILE ASSIGN TO DYNAMIC WS-SECLOG-DDNAME
000536         ORGANIZATION IS LINE SEQUENTIAL
000537         FILE STATUS IS WS-SECLOGFILE-STATUS.
000538
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ADJREGFILE.
000590 FD  ADJOUTFILE.
000600 01  ADJOUT-REC PIC X(256).
000610
000611 FD  OPERFILE.
000612 01  OPER-REC PIC X(102).
000614
000615 FD  SECLOGFILE.
000617 01  SECLOG-REC PIC X(80).
000618
000620 WORKING-STORAGE SECTION.
000621*----------------------------------------------------------------*
000622*    OPERATOR AUTHORITY AND SECURITY LOG RECORD VIEWS (SEE        *
000623*    CPYOPR01 AND CPYSEC01)                                       *
000625*----------------------------------------------------------------*
000626     COPY CPYOPR01.
000627     COPY CPYSEC01.
000628
000630*----------------------------------------------------------------*
000640*    ADJUSTMENT INPUT RECORD VIEW (SEE CPYINP01)                  *
000650*----------------------------------------------------------------*
000980 77  WS-REGISTER-DDNAME      PIC X(60)
000990     VALUE "data/adjustments.reg".
001000 77  WS-ADJOUT-DDNAME        PIC X(60) VALUE SPACES.
001004 77  WS-OPERATOR-DDNAME      PIC X(60)
001008     VALUE "data/operators.dat".
001012 77  WS-SECLOG-DDNAME        PIC X(60)
001016     VALUE "data/security-log.dat".
001020 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001030
001040*----------------------------------------------------------------*
001540 77  WS-RELEASED-COUNT       PIC 9(05) COMP VALUE ZERO.
001550 77  WS-EXTRACTED-COUNT      PIC 9(05) COMP VALUE ZERO.
001560 77  WS-EXTRACT-TOTAL        PIC S9(09)V99 VALUE ZERO.
001561
001562*----------------------------------------------------------------*
001563*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
001564*    AUTHORITY). THE CALLER SETS THE ROLE NUMBER (SEE CPYOPR01)   *
001565*    AND THE ACTION NAME THE SECURITY LOG RECORDS ON A REFUSAL.   *
001566*----------------------------------------------------------------*
001567 77  WS-OPERFILE-STATUS      PIC X(02).
001568     88  OPERFILE-FOUND          VALUE "00".
001569     88  OPERFILE-NOT-FOUND      VALUE "35".
001570 77  WS-SECLOGFILE-STATUS    PIC X(02).
001571     88  SECLOGFILE-FOUND        VALUE "00".
001572     88  SECLOGFILE-NOT-FOUND    VALUE "35".
001573 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
001574     88  OPER-EOF-YES             VALUE "Y".
001575 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
001576     88  OPERATOR-ON-FILE         VALUE "Y".
001577 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
001578 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
001579
001580 PROCEDURE DIVISION.
001590
001600*----------------------------------------------------------------*
002200             DISPLAY "LGADJENT: LGADJ_THRESHOLD NOT NUMERIC - "
002210                     "USING DEFAULT " WS-THRESHOLD
002220         END-IF
002225     END-IF
002230     MOVE SPACES TO WS-ENV-VALUE
002231     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGADJ_OPERATORS_DD"
002232     IF WS-ENV-VALUE NOT = SPACES
002233         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
002234     END-IF
002235     MOVE SPACES TO WS-ENV-VALUE
002236     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGADJ_SECLOG_DD"
002237     IF WS-ENV-VALUE NOT = SPACES
002238         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
002239     END-IF
002240     DISPLAY "LGADJENT: MODE (E=ENTER R=RELEASE B=BUILD): "
002250         WITH NO ADVANCING
002260     ACCEPT WS-MODE FROM CONSOLE
002300         DISPLAY "LGADJENT: OPERATOR ID REQUIRED - NOTHING DONE"
002310         MOVE 8 TO RETURN-CODE
002320         STOP RUN
002321     END-IF
002322     EVALUATE TRUE
002323         WHEN MODE-ENTER
002324             MOVE 1 TO WS-AUTH-ROLE
002325             MOVE "ENTER ADJUSTMENTS" TO WS-AUTH-ACTION
002326         WHEN MODE-RELEASE
002327             MOVE 2 TO WS-AUTH-ROLE
002328             MOVE "RELEASE ADJUSTMENTS" TO WS-AUTH-ACTION
002329         WHEN MODE-BUILD
002330             MOVE 2 TO WS-AUTH-ROLE
002331             MOVE "BUILD ADJUSTMENTS" TO WS-AUTH-ACTION
002332         WHEN OTHER
002333             GO TO 1000-EXIT
002338     END-EVALUATE
002339     PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
002340     .
002350 1000-EXIT.
002360     EXIT.
005410 7110-EXIT.
005420     EXIT.
005430
005431*----------------------------------------------------------------*
005432*    7500-CHECK-AUTHORITY                                         *
005433*    LOOKS THE OPERATOR UP ON THE AUTHORITY MASTER (SEE           *
005434*    CPYOPR01). AN OPERATOR WHO IS NOT ON FILE, HAS BEEN          *
005435*    REVOKED, OR DOES NOT HOLD THE ROLE IN WS-AUTH-ROLE IS        *
005436*    REFUSED BEFORE ANYTHING IS TOUCHED - THE REFUSAL GOES TO     *
005437*    THE SECURITY LOG (SEE CPYSEC01) AND THE RUN ENDS WITH        *
005438*    RETURN-CODE 8. NO AUTHORITY MASTER AT ALL REFUSES EVERYONE.  *
005439*----------------------------------------------------------------*
005440 7500-CHECK-AUTHORITY.
005441     MOVE "N" TO WS-OPER-FOUND-SWITCH
005442     OPEN INPUT OPERFILE
005443     IF OPERFILE-FOUND
005444         MOVE "N" TO WS-OPER-EOF-SWITCH
005445         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
005446             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
005447         CLOSE OPERFILE
005448     ELSE
005449         IF NOT OPERFILE-NOT-FOUND
005450             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
005451             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
005452             PERFORM 0900-ABEND
005453         END-IF
005454     END-IF
005455     MOVE SPACES TO SL-RECORD
005456     EVALUATE TRUE
005457         WHEN NOT OPERATOR-ON-FILE
005458             SET SL-UNKNOWN TO TRUE
005459         WHEN NOT OP-IS-ACTIVE
005460             SET SL-REVOKED TO TRUE
005461         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
005462             SET SL-NOT-AUTHORIZED TO TRUE
005463         WHEN OTHER
005464             GO TO 7500-EXIT
005465     END-EVALUATE
005466     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
005467     DISPLAY "LGADJENT: *** OPERATOR " WS-OPERATOR-ID
005468             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
005469             " ***"
005470     MOVE 8 TO RETURN-CODE
005471     STOP RUN
005472     .
005473 7500-EXIT.
005474     EXIT.
005475
005476*----------------------------------------------------------------*
005477*    7510-FIND-ONE-OPERATOR                                       *
005478*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
005479*    THE OPERATOR'S OWN ID.                                       *
005480*----------------------------------------------------------------*
005481 7510-FIND-ONE-OPERATOR.
005482     READ OPERFILE
005483         AT END
005484             SET OPER-EOF-YES TO TRUE
005485             GO TO 7510-EXIT
005486     END-READ
005487     MOVE OPER-REC TO OP-RECORD
005488     IF OP-ID = WS-OPERATOR-ID
005489         SET OPERATOR-ON-FILE TO TRUE
005490     END-IF
005491     .
005492 7510-EXIT.
005493     EXIT.
005494
005495*----------------------------------------------------------------*
005496*    7520-WRITE-SECURITY-LOG                                      *
005497*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
005498*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
005499*    REFUSED.                                                     *
005500*----------------------------------------------------------------*
005501 7520-WRITE-SECURITY-LOG.
005502     MOVE WS-RUN-DATE TO SL-DATE
005503     MOVE WS-RUN-TIME(1:6) TO SL-TIME
005504     MOVE "LGADJENT" TO SL-PROGRAM
005505     MOVE WS-OPERATOR-ID TO SL-OPERATOR
005506     MOVE WS-AUTH-ACTION TO SL-ACTION
005507     OPEN EXTEND SECLOGFILE
005508     IF SECLOGFILE-NOT-FOUND
005509         OPEN OUTPUT SECLOGFILE
005510     END-IF
005511     IF NOT SECLOGFILE-FOUND
005512         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
005513         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
005514         PERFORM 0900-ABEND
005515     END-IF
005516     MOVE SL-RECORD TO SECLOG-REC
005517     WRITE SECLOG-REC
005518     CLOSE SECLOGFILE
005519     .
005520 7520-EXIT.
005521     EXIT.
005522
005523*----------------------------------------------------------------*
005524*    8000-FINALIZE                                                *
005525*    REPORTS WHAT THE SESSION DID.                                *
005526*----------------------------------------------------------------*
005527 8000-FINALIZE.
005528     EVALUATE TRUE
005529         WHEN MODE-ENTER
005530             DISPLAY "LGADJENT: " WS-ENTERED-COUNT " ENTERED, "
005531                     WS-HELD-COUNT " HELD FOR RELEASE"
005532         WHEN MODE-RELEASE
005540             DISPLAY "LGADJENT: " WS-RELEASED-COUNT " RELEASED"
005550         WHEN MODE-BUILD
005560             DISPLAY "LGADJENT: " WS-EXTRACTED-COUNT
