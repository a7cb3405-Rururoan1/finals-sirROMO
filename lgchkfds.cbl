000320*                  REPORTED WITH ITS NOTE, NOT FAILED. A FEED     *
000330*                  DUE BUT STILL BEFORE ITS CUTOFF IS REPORTED    *
000340*                  AS PENDING, NOT FAILED.                        *
000341* 10/15/2026 RJM   WAIVER ENTRY NOW CHECKS THE OPERATOR AGAINST   *
000342*                  THE OPERATOR AUTHORITY MASTER (SEE CPYOPR01) - *
000343*                  A WAIVER NEEDS THE WAIVE-FEED ROLE. AN         *
000345*                  UNKNOWN, REVOKED OR UNAUTHORIZED OPERATOR IS   *
000346*                  REFUSED (RETURN-CODE 8) BEFORE ANY WAIVER IS   *
000347*                  TAKEN AND THE REFUSAL IS WRITTEN TO THE        *
000348*                  SECURITY LOG.                                  *
000350*----------------------------------------------------------------*
000360
000370 ENVIRONMENT DIVISION.
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REPORTFILE-STATUS.
000590
000591     SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPERATOR-DDNAME
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         FILE STATUS IS WS-OPERFILE-STATUS.
000594
000595     SELECT SECLOGFILE ASSIGN TO DYNAMIC WS-SECLOG-DDNAME
000596         ORGANIZATION IS LINE SEQUENTIAL
000597         FILE STATUS IS WS-SECLOGFILE-STATUS.
000598
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SCHEDFILE.
000960 FD  REPORTFILE.
000970 01  REPORT-REC PIC X(100).
000980
000981 FD  OPERFILE.
000982 01  OPER-REC PIC X(102).
000984
000985 FD  SECLOGFILE.
000987 01  SECLOG-REC PIC X(80).
000988
000990 WORKING-STORAGE SECTION.
000991*----------------------------------------------------------------*
000992*    OPERATOR AUTHORITY AND SECURITY LOG RECORD VIEWS (SEE        *
000993*    CPYOPR01 AND CPYSEC01)                                       *
000995*----------------------------------------------------------------*
000996     COPY CPYOPR01.
000997     COPY CPYSEC01.
000998
001000*----------------------------------------------------------------*
001010*    FILE ASSIGNMENT WORK AREAS                                   *
001020*----------------------------------------------------------------*
001080     VALUE "data/processed-files.reg".
001090 77  WS-CALENDAR-DDNAME      PIC X(60) VALUE "data/calendar.dat".
001100 77  WS-REPORT-DDNAME        PIC X(60) VALUE SPACES.
001102 77  WS-OPERATOR-DDNAME      PIC X(60)
001104     VALUE "data/operators.dat".
001106 77  WS-SECLOG-DDNAME        PIC X(60)
001108     VALUE "data/security-log.dat".
001110 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
001120
001130*----------------------------------------------------------------*
001850 77  WS-FILE-ID-IN           PIC X(10) VALUE SPACES.
001860 77  WS-DATE-IN              PIC X(08) VALUE SPACES.
001870 77  WS-EDIT-COUNT           PIC ZZZZ9.
001871
001872*----------------------------------------------------------------*
001873*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
001874*    AUTHORITY). THE CALLER SETS THE ROLE NUMBER (SEE CPYOPR01)   *
001875*    AND THE ACTION NAME THE SECURITY LOG RECORDS ON A REFUSAL.   *
001876*----------------------------------------------------------------*
001877 77  WS-OPERFILE-STATUS      PIC X(02).
001878     88  OPERFILE-FOUND          VALUE "00".
001879     88  OPERFILE-NOT-FOUND      VALUE "35".
001880 77  WS-SECLOGFILE-STATUS    PIC X(02).
001881     88  SECLOGFILE-FOUND        VALUE "00".
001882     88  SECLOGFILE-NOT-FOUND    VALUE "35".
001883 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
001884     88  OPER-EOF-YES             VALUE "Y".
001885 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
001886     88  OPERATOR-ON-FILE         VALUE "Y".
001887 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
001888 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
001889
001890 PROCEDURE DIVISION.
001900
001910*----------------------------------------------------------------*
002340     IF WS-ENV-VALUE NOT = SPACES
002350         MOVE WS-ENV-VALUE TO WS-SCHED-DDNAME
002360     END-IF
002365     MOVE SPACES TO WS-ENV-VALUE
002370     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGCHKFDS_OPERATORS_DD"
002371     IF WS-ENV-VALUE NOT = SPACES
002372         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
002373     END-IF
002374     MOVE SPACES TO WS-ENV-VALUE
002375     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGCHKFDS_SECLOG_DD"
002376     IF WS-ENV-VALUE NOT = SPACES
002377         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
002378     END-IF
002379     MOVE SPACES TO WS-ENV-VALUE
002380     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGCHKFDS_WAIVER_DD"
002390     IF WS-ENV-VALUE NOT = SPACES
002400         MOVE WS-ENV-VALUE TO WS-WAIVER-DDNAME
006100         MOVE 8 TO RETURN-CODE
006110         STOP RUN
006120     END-IF
006122     MOVE 5 TO WS-AUTH-ROLE
006125     MOVE "WAIVE FEED" TO WS-AUTH-ACTION
006127     PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
006130     OPEN EXTEND WAIVERFILE
006140     IF WAIVERFILE-NOT-FOUND
006150         OPEN OUTPUT WAIVERFILE
006700 5100-EXIT.
006710     EXIT.
006720
006721*----------------------------------------------------------------*
006722*    7500-CHECK-AUTHORITY                                         *
006723*    LOOKS THE OPERATOR UP ON THE AUTHORITY MASTER (SEE           *
006724*    CPYOPR01). AN OPERATOR WHO IS NOT ON FILE, HAS BEEN          *
006725*    REVOKED, OR DOES NOT HOLD THE ROLE IN WS-AUTH-ROLE IS        *
006726*    REFUSED BEFORE ANYTHING IS TOUCHED - THE REFUSAL GOES TO     *
006727*    THE SECURITY LOG (SEE CPYSEC01) AND THE RUN ENDS WITH        *
006728*    RETURN-CODE 8. NO AUTHORITY MASTER AT ALL REFUSES EVERYONE.  *
006729*----------------------------------------------------------------*
006730 7500-CHECK-AUTHORITY.
006731     MOVE "N" TO WS-OPER-FOUND-SWITCH
006732     OPEN INPUT OPERFILE
006733     IF OPERFILE-FOUND
006734         MOVE "N" TO WS-OPER-EOF-SWITCH
006735         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
006736             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
006737         CLOSE OPERFILE
006738     ELSE
006739         IF NOT OPERFILE-NOT-FOUND
006740             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
006741             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
006742             PERFORM 0900-ABEND
006743         END-IF
006744     END-IF
006745     MOVE SPACES TO SL-RECORD
006746     EVALUATE TRUE
006747         WHEN NOT OPERATOR-ON-FILE
006748             SET SL-UNKNOWN TO TRUE
006749         WHEN NOT OP-IS-ACTIVE
006750             SET SL-REVOKED TO TRUE
006751         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
006752             SET SL-NOT-AUTHORIZED TO TRUE
006753         WHEN OTHER
006754             GO TO 7500-EXIT
006755     END-EVALUATE
006756     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
006757     DISPLAY "LGCHKFDS: *** OPERATOR " WS-OPERATOR-ID
006758             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
006759             " ***"
006760     MOVE 8 TO RETURN-CODE
006761     STOP RUN
006762     .
006763 7500-EXIT.
006764     EXIT.
006765
006766*----------------------------------------------------------------*
006767*    7510-FIND-ONE-OPERATOR                                       *
006768*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
006769*    THE OPERATOR'S OWN ID.                                       *
006770*----------------------------------------------------------------*
006771 7510-FIND-ONE-OPERATOR.
006772     READ OPERFILE
006773         AT END
006774             SET OPER-EOF-YES TO TRUE
006775             GO TO 7510-EXIT
006776     END-READ
006777     MOVE OPER-REC TO OP-RECORD
006778     IF OP-ID = WS-OPERATOR-ID
006779         SET OPERATOR-ON-FILE TO TRUE
006780     END-IF
006781     .
006782 7510-EXIT.
006783     EXIT.
006784
006785*----------------------------------------------------------------*
006786*    7520-WRITE-SECURITY-LOG                                      *
006787*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
006788*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
006789*    REFUSED.                                                     *
006790*----------------------------------------------------------------*
006791 7520-WRITE-SECURITY-LOG.
006792     MOVE WS-RUN-DATE TO SL-DATE
006793     MOVE WS-RUN-TIME(1:6) TO SL-TIME
006794     MOVE "LGCHKFDS" TO SL-PROGRAM
006795     MOVE WS-OPERATOR-ID TO SL-OPERATOR
006796     MOVE WS-AUTH-ACTION TO SL-ACTION
006797     OPEN EXTEND SECLOGFILE
006798     IF SECLOGFILE-NOT-FOUND
006799         OPEN OUTPUT SECLOGFILE
006800     END-IF
006801     IF NOT SECLOGFILE-FOUND
006802         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
006803         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
006804         PERFORM 0900-ABEND
006805     END-IF
006806     MOVE SL-RECORD TO SECLOG-REC
006807     WRITE SECLOG-REC
006808     CLOSE SECLOGFILE
006809     .
006810 7520-EXIT.
006811     EXIT.
006812
006813*----------------------------------------------------------------*
006814*    8000-FINALIZE                                                *
006815*    REPORTS THE DAY'S STANDING AND SETS THE RETURN CODE - 12     *
006816*    WHEN ANY SCHEDULED FEED IS MISSING AT ITS CUTOFF, SO THE     *
006817*    CHAIN FAILS THE DAY INSTEAD OF POSTING IT SHORT A FEED.      *
006818*----------------------------------------------------------------*
006819 8000-FINALIZE.
006820     DISPLAY "LGCHKFDS: " WS-FEEDS-EXPECTED " EXPECTED, "
006821             WS-FEEDS-ARRIVED " ARRIVED, "
006822             WS-FEEDS-WAIVED " WAIVED, "
006830             WS-FEEDS-PENDING " PENDING, "
006840             WS-FEEDS-MISSING " MISSING"
006850     DISPLAY "LGCHKFDS: REPORT WRITTEN TO " WS-REPORT-DDNAME
