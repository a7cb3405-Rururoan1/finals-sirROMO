000218*                     ADJUSTMENT COUNT/AMOUNT ON THE TRAILER SO   *
000219*                     MANUAL ADJUSTMENTS ARE SEPARATELY COUNTED   *
000220*                     ALL THE WAY DOWN THE FEED.                  *
000221*    10/15/2026 RJM   ADDED THE ORIGINAL BUSINESS DATE TO THE     *
000222*                     DETAIL AND ADJUSTMENT VIEWS (MIRRORING      *
000223*                     CPYINP01) FOR RECORDS RE-DATED OUT OF A     *
000224*                     CLOSED PERIOD.                              *
000225*----------------------------------------------------------------*
000230 01  OR-RECORD.
000240     05  OR-REC-TYPE             PIC X(01).
000250         88  OR-IS-HEADER            VALUE "H".
000322             88  OR-STATUS-ACTIVE        VALUE "A".
000324             88  OR-STATUS-PENDING       VALUE "P".
000326             88  OR-STATUS-CANCELLED     VALUE "X".
000330         10  OR-ORIG-DATE        PIC X(08).
000335         10  FILLER              PIC X(217).
000340     05  OR-HEADER-DATA REDEFINES OR-DETAIL-DATA.
000350         10  OR-HDR-FILE-ID      PIC X(10).
000360         10  OR-HDR-RUN-DATE     PIC X(08).
000386         10  OR-ADJ-REASON       PIC X(30).
000387         10  OR-ADJ-OPERATOR     PIC X(08).
000388         10  OR-ADJ-RELEASE-OP   PIC X(08).
000389         10  OR-ADJ-ORIG-DATE    PIC X(08).
000392         10  FILLER              PIC X(172).
000395     05  OR-TRAILER-DATA REDEFINES OR-DETAIL-DATA.
000400         10  OR-TRL-REC-COUNT    PIC 9(09).
000410         10  OR-TRL-CTL-TOTAL    PIC S9(09)V99.
000412         10  OR-TRL-RVSL-COUNT   PIC 9(09).
