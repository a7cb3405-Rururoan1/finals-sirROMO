000314*                  RESUBMISSION FILE (REWORK-HHMMSS.DAT) SO A     *
000316*                  SECOND SESSION CAN NEVER OVERWRITE AN EARLIER  *
000318*                  ONE THAT HAS NOT YET BEEN THROUGH A RUN.       *
000319* 10/15/2026 RJM   THE SESSION NOW ASKS FOR THE OPERATOR'S ID AND *
000320*                  CHECKS IT AGAINST THE OPERATOR AUTHORITY       *
000321*                  MASTER (SEE CPYOPR01) BEFORE ANY FILE IS       *
000322*                  OPENED - REWORK NEEDS THE REWORK-REJECTS ROLE. *
000323*                  AN UNKNOWN, REVOKED OR UNAUTHORIZED OPERATOR   *
000324*                  IS REFUSED (RETURN-CODE 8) AND THE REFUSAL IS  *
000325*                  WRITTEN TO THE SECURITY LOG.                   *
000326*----------------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CTLRPTFILE-STATUS.
000520
000521     SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPERATOR-DDNAME
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS WS-OPERFILE-STATUS.
000524
000525     SELECT SECLOGFILE ASSIGN TO DYNAMIC WS-SECLOG-DDNAME
000526         ORGANIZATION IS LINE SEQUENTIAL
000527         FILE STATUS IS WS-SECLOGFILE-STATUS.
000528
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  REJECTFILE.
000720 FD  CTLRPTFILE.
000730 01  CTLRPT-REC PIC X(80).
000740
000741 FD  OPERFILE.
000742 01  OPER-REC PIC X(102).
000744
000745 FD  SECLOGFILE.
000747 01  SECLOG-REC PIC X(80).
000748
000750 WORKING-STORAGE SECTION.
000751*----------------------------------------------------------------*
000752*    OPERATOR AUTHORITY AND SECURITY LOG RECORD VIEWS (SEE        *
000753*    CPYOPR01 AND CPYSEC01)                                       *
000755*----------------------------------------------------------------*
000756     COPY CPYOPR01.
000757     COPY CPYSEC01.
000758
000760*----------------------------------------------------------------*
000770*    FIELDED VIEW OF A CORRECTED LINE (SEE CPYINP01) SO THE       *
000780*    AMOUNT CAN BE TOTALLED FOR THE RESUBMISSION TRAILER AND      *
000920 77  WS-CTLRPT-DDNAME        PIC X(60)
000930     VALUE "data/rework-report.txt".
000940 77  WS-SOURCE-NAME          PIC X(60) VALUE SPACES.
000942 77  WS-OPERATOR-DDNAME      PIC X(60)
000944     VALUE "data/operators.dat".
000946 77  WS-SECLOG-DDNAME        PIC X(60)
000948     VALUE "data/security-log.dat".
000950 77  WS-ENV-VALUE            PIC X(60) VALUE SPACES.
000960
000970*----------------------------------------------------------------*
001240*----------------------------------------------------------------*
001250 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001260 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001265 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001270 77  WS-REJECTS-READ         PIC 9(09) COMP VALUE ZERO.
001280 77  WS-REJECTS-CURED        PIC 9(09) COMP VALUE ZERO.
001290 77  WS-REJECTS-OUTSTANDING  PIC 9(09) COMP VALUE ZERO.
001300 77  WS-RESUB-TOTAL          PIC S9(09)V99 VALUE ZERO.
001310 77  WS-CORRECTED-LINE       PIC X(256) VALUE SPACES.
001320 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
001321
001322*----------------------------------------------------------------*
001323*    OPERATOR AUTHORITY CHECK WORK AREAS (SEE 7500-CHECK-         *
001324*    AUTHORITY). THE CALLER SETS THE ROLE NUMBER (SEE CPYOPR01)   *
001325*    AND THE ACTION NAME THE SECURITY LOG RECORDS ON A REFUSAL.   *
001326*----------------------------------------------------------------*
001327 77  WS-OPERFILE-STATUS      PIC X(02).
001328     88  OPERFILE-FOUND          VALUE "00".
001329     88  OPERFILE-NOT-FOUND      VALUE "35".
001330 77  WS-SECLOGFILE-STATUS    PIC X(02).
001331     88  SECLOGFILE-FOUND        VALUE "00".
001332     88  SECLOGFILE-NOT-FOUND    VALUE "35".
001333 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
001334     88  OPER-EOF-YES             VALUE "Y".
001335 77  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
001336     88  OPERATOR-ON-FILE         VALUE "Y".
001337 77  WS-AUTH-ROLE            PIC 9(02) VALUE ZERO.
001338 77  WS-AUTH-ACTION          PIC X(20) VALUE SPACES.
001339
001340 PROCEDURE DIVISION.
001350
001360*----------------------------------------------------------------*
001920     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGREWORK_SOURCE"
001930     IF WS-ENV-VALUE NOT = SPACES
001940         MOVE WS-ENV-VALUE TO WS-SOURCE-NAME
001943     END-IF
001946     MOVE SPACES TO WS-ENV-VALUE
001950     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGREWORK_OPERATORS_DD"
001951     IF WS-ENV-VALUE NOT = SPACES
001952         MOVE WS-ENV-VALUE TO WS-OPERATOR-DDNAME
001953     END-IF
001954     MOVE SPACES TO WS-ENV-VALUE
001955     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LGREWORK_SECLOG_DD"
001956     IF WS-ENV-VALUE NOT = SPACES
001957         MOVE WS-ENV-VALUE TO WS-SECLOG-DDNAME
001958     END-IF
001959     DISPLAY "LGREWORK: OPERATOR ID: " WITH NO ADVANCING
001960     ACCEPT WS-OPERATOR-ID FROM CONSOLE
001961     IF WS-OPERATOR-ID = SPACES
001962         DISPLAY "LGREWORK: OPERATOR ID REQUIRED - NOTHING DONE"
001963         MOVE 8 TO RETURN-CODE
001964         STOP RUN
001965     END-IF
001966     MOVE 4 TO WS-AUTH-ROLE
001967     MOVE "REWORK REJECTS" TO WS-AUTH-ACTION
001968     PERFORM 7500-CHECK-AUTHORITY THRU 7500-EXIT
001969     OPEN INPUT REJECTFILE
001970     IF WS-REJECTFILE-STATUS NOT = "00"
001980         MOVE "REJECTFILE" TO WS-ABEND-FILE-NAME
001990         MOVE WS-REJECTFILE-STATUS TO WS-ABEND-FILE-STATUS
003420 2300-EXIT.
003430     EXIT.
003440
003441*----------------------------------------------------------------*
003442*    7500-CHECK-AUTHORITY                                         *
003443*    LOOKS THE OPERATOR UP ON THE AUTHORITY MASTER (SEE           *
003444*    CPYOPR01). AN OPERATOR WHO IS NOT ON FILE, HAS BEEN          *
003445*    REVOKED, OR DOES NOT HOLD THE ROLE IN WS-AUTH-ROLE IS        *
003446*    REFUSED BEFORE ANYTHING IS TOUCHED - THE REFUSAL GOES TO     *
003447*    THE SECURITY LOG (SEE CPYSEC01) AND THE RUN ENDS WITH        *
003448*    RETURN-CODE 8. NO AUTHORITY MASTER AT ALL REFUSES EVERYONE.  *
003449*----------------------------------------------------------------*
003450 7500-CHECK-AUTHORITY.
003451     MOVE "N" TO WS-OPER-FOUND-SWITCH
003452     OPEN INPUT OPERFILE
003453     IF OPERFILE-FOUND
003454         MOVE "N" TO WS-OPER-EOF-SWITCH
003455         PERFORM 7510-FIND-ONE-OPERATOR THRU 7510-EXIT
003456             UNTIL OPER-EOF-YES OR OPERATOR-ON-FILE
003457         CLOSE OPERFILE
003458     ELSE
003459         IF NOT OPERFILE-NOT-FOUND
003460             MOVE "OPERFILE" TO WS-ABEND-FILE-NAME
003461             MOVE WS-OPERFILE-STATUS TO WS-ABEND-FILE-STATUS
003462             PERFORM 0900-ABEND
003463         END-IF
003464     END-IF
003465     MOVE SPACES TO SL-RECORD
003466     EVALUATE TRUE
003467         WHEN NOT OPERATOR-ON-FILE
003468             SET SL-UNKNOWN TO TRUE
003469         WHEN NOT OP-IS-ACTIVE
003470             SET SL-REVOKED TO TRUE
003471         WHEN OP-ROLE-FLAG (WS-AUTH-ROLE) NOT = "Y"
003472             SET SL-NOT-AUTHORIZED TO TRUE
003473         WHEN OTHER
003474             GO TO 7500-EXIT
003475     END-EVALUATE
003476     PERFORM 7520-WRITE-SECURITY-LOG THRU 7520-EXIT
003477     DISPLAY "LGREWORK: *** OPERATOR " WS-OPERATOR-ID
003478             " REFUSED FOR " WS-AUTH-ACTION " - " SL-REASON
003479             " ***"
003480     MOVE 8 TO RETURN-CODE
003481     STOP RUN
003482     .
003483 7500-EXIT.
003484     EXIT.
003485
003486*----------------------------------------------------------------*
003487*    7510-FIND-ONE-OPERATOR                                       *
003488*    READS ONE AUTHORITY MASTER RECORD AND STOPS THE SEARCH ON    *
003489*    THE OPERATOR'S OWN ID.                                       *
003490*----------------------------------------------------------------*
003491 7510-FIND-ONE-OPERATOR.
003492     READ OPERFILE
003493         AT END
003494             SET OPER-EOF-YES TO TRUE
003495             GO TO 7510-EXIT
003496     END-READ
003497     MOVE OPER-REC TO OP-RECORD
003498     IF OP-ID = WS-OPERATOR-ID
003499         SET OPERATOR-ON-FILE TO TRUE
003500     END-IF
003501     .
003502 7510-EXIT.
003503     EXIT.
003504
003505*----------------------------------------------------------------*
003506*    7520-WRITE-SECURITY-LOG                                      *
003507*    APPENDS THE REFUSAL TO THE SECURITY LOG - WHEN, WHICH        *
003508*    PROGRAM, WHICH OPERATOR, WHAT WAS ATTEMPTED AND WHY IT WAS   *
003509*    REFUSED.                                                     *
003510*----------------------------------------------------------------*
003511 7520-WRITE-SECURITY-LOG.
003512     MOVE WS-RUN-DATE TO SL-DATE
003513     MOVE WS-RUN-TIME(1:6) TO SL-TIME
003514     MOVE "LGREWORK" TO SL-PROGRAM
003515     MOVE WS-OPERATOR-ID TO SL-OPERATOR
003516     MOVE WS-AUTH-ACTION TO SL-ACTION
003517     OPEN EXTEND SECLOGFILE
003518     IF SECLOGFILE-NOT-FOUND
003519         OPEN OUTPUT SECLOGFILE
003520     END-IF
003521     IF NOT SECLOGFILE-FOUND
003522         MOVE "SECLOGFILE" TO WS-ABEND-FILE-NAME
003523         MOVE WS-SECLOGFILE-STATUS TO WS-ABEND-FILE-STATUS
003524         PERFORM 0900-ABEND
003525     END-IF
003526     MOVE SL-RECORD TO SECLOG-REC
003527     WRITE SECLOG-REC
003528     CLOSE SECLOGFILE
003529     .
003530 7520-EXIT.
003531     EXIT.
003532
003533*----------------------------------------------------------------*
003534*    7900-WRITE-RESUB-TRAILER                                     *
003535*    CLOSES THE RESUBMISSION FILE OFF WITH THE TRAILER COUNT      *
003536*    AND GROSS AMOUNT TOTAL LOGIC WILL RECONCILE AGAINST.         *
003537*----------------------------------------------------------------*
003538 7900-WRITE-RESUB-TRAILER.
003539     MOVE SPACES TO IR-RECORD
003540     SET IR-IS-TRAILER TO TRUE
003541     MOVE WS-REJECTS-CURED TO IR-TRL-REC-COUNT
003542     MOVE WS-RESUB-TOTAL TO IR-TRL-CTL-TOTAL
003550     MOVE IR-RECORD TO RESUB-REC
003560     WRITE RESUB-REC
003570     .
