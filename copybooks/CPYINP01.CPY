000193*                     TEXT AND THE ENTERING (AND, ABOVE THE       *
000194*                     THRESHOLD, RELEASING) OPERATOR IDS FOR      *
000195*                     THE AUDIT TRAIL.                            *
000196*    10/15/2026 RJM   ADDED THE ORIGINAL BUSINESS DATE TO THE     *
000197*                     DETAIL AND ADJUSTMENT VIEWS. A RECORD HELD  *
000198*                     OUT OF A CLOSED PERIOD AND RE-DATED INTO    *
000199*                     THE OPEN ONE BY LGPRIOR CARRIES THE DATE    *
000200*                     IT FIRST ARRIVED WITH HERE (SPACES ON AN    *
000201*                     ORDINARY RECORD).                           *
000202*----------------------------------------------------------------*
000203 01  IR-RECORD.
000210     05  IR-REC-TYPE             PIC X(01).
000220         88  IR-IS-HEADER            VALUE "H".
000230         88  IR-IS-DETAIL            VALUE "D".
000290             88  IR-STATUS-ACTIVE        VALUE "A".
000300             88  IR-STATUS-PENDING       VALUE "P".
000310             88  IR-STATUS-CANCELLED     VALUE "X".
000312         10  IR-ORIG-DATE        PIC X(08).
000315         10  FILLER              PIC X(217).
000316     05  IR-HEADER-DATA REDEFINES IR-DETAIL-DATA.
000317         10  IR-HDR-FILE-ID      PIC X(10).
000318         10  IR-HDR-RUN-DATE     PIC X(08).
000324         10  IR-ADJ-REASON       PIC X(30).
000325         10  IR-ADJ-OPERATOR     PIC X(08).
000326         10  IR-ADJ-RELEASE-OP   PIC X(08).
000327         10  IR-ADJ-ORIG-DATE    PIC X(08).
000337         10  FILLER              PIC X(172).
000347     05  IR-TRAILER-DATA REDEFINES IR-DETAIL-DATA.
000357         10  IR-TRL-REC-COUNT    PIC 9(10).
000367         10  FILLER              PIC X(08).
000377         10  IR-TRL-CTL-TOTAL    PIC S9(09)V99.
000387         10  FILLER              PIC X(226).
