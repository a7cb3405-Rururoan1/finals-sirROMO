000100*----------------------------------------------------------------*
000110*    CPYOPR01                                                    *
000120*    OPERATOR AUTHORITY MASTER RECORD - ONE PER OPERATOR ID,     *
000130*    MAINTAINED BY LGOPRMNT WITH OPERATOR STAMPS ON THE ADD,     *
000140*    THE LAST ROLE CHANGE AND THE REVOKE. EVERY PROGRAM THAT     *
000150*    TAKES AN OPERATOR ID FOR A CONTROLLED ACTION LOOKS THE ID   *
000160*    UP HERE AND REFUSES IT UNLESS THE OPERATOR IS ACTIVE AND    *
000170*    HOLDS THE ROLE FOR THAT ACTION. ROLE FLAGS ARE Y/N, IN      *
000180*    THIS ORDER (OP-ROLE-FLAG SUBSCRIPT):                        *
000190*      1  ENTER ADJUSTMENTS               (LGADJENT MODE E)      *
000200*      2  RELEASE / BUILD ADJUSTMENTS     (LGADJENT MODES R, B)  *
000210*      3  MAINTAIN ACCOUNT KEYS           (LGKEYMNT, LGGRPMNT)   *
000220*      4  REWORK REJECTS                  (LGREWORK)             *
000230*      5  WAIVE A LATE FEED               (LGCHKFDS WAIVE)       *
000240*      6  BACK OUT A POSTED DAY           (LGPOST BACKOUT,       *
000250*                                          LGPROOF REBUILD)      *
000260*      7  MAINTAIN OPERATOR AUTHORITY     (LGOPRMNT)             *
000262*      8  OPEN / CLOSE A PERIOD           (LGPERIOD)             *
000264*      9  REVIEW PRIOR-PERIOD ITEMS       (LGPRIOR)              *
000272*     10  WORK ALERTS                     (LGALERT REVIEW)       *
000273*     11  APPROVE KEY CLOSES              (LGDORM APPROVE)       *
000280*----------------------------------------------------------------*
000290*    DATE       INIT  DESCRIPTION                                *
000300*    10/15/2026 RJM   ORIGINAL COPYBOOK.                          *
000305*    10/15/2026 RJM   ADDED ROLES 8 THRU 11 (PERIOD CLOSE,        *
000306*                     PRIOR-PERIOD REVIEW, WORK ALERTS, APPROVE   *
000307*                     KEY CLOSES). ROLE 3 ALSO COVERS KEY GROUP   *
000308*                     MAINTENANCE (LGGRPMNT).                     *
000315*----------------------------------------------------------------*
000320 01  OP-RECORD.
000330     05  OP-ID               PIC X(08).
000340     05  OP-STATUS           PIC X(01).
000350         88  OP-IS-ACTIVE        VALUE "A".
000360         88  OP-IS-REVOKED       VALUE "R".
000370     05  OP-NAME             PIC X(30).
000380     05  OP-ROLES.
000390         10  OP-ROLE-ENTER-ADJ   PIC X(01).
000400         10  OP-ROLE-RELEASE-ADJ PIC X(01).
000410         10  OP-ROLE-MAINT-KEYS  PIC X(01).
000420         10  OP-ROLE-REWORK      PIC X(01).
000430         10  OP-ROLE-WAIVE-FEED  PIC X(01).
000440         10  OP-ROLE-BACKOUT     PIC X(01).
000450         10  OP-ROLE-SECURITY    PIC X(01).
000452         10  OP-ROLE-PERIOD      PIC X(01).
000454         10  OP-ROLE-PRIOR-REVIEW PIC X(01).
000462         10  OP-ROLE-ALERTS      PIC X(01).
000464         10  OP-ROLE-APPROVE-CLOSE PIC X(01).
000470     05  OP-ROLE-FLAGS REDEFINES OP-ROLES.
000480         10  OP-ROLE-FLAG        PIC X(01) OCCURS 11 TIMES.
000490     05  OP-ADD-DATE         PIC 9(08).
000500     05  OP-ADD-OPERATOR     PIC X(08).
000510     05  OP-CHANGE-DATE      PIC 9(08).
000520     05  OP-CHANGE-OPERATOR  PIC X(08).
000530     05  OP-REVOKE-DATE      PIC 9(08).
000540     05  OP-REVOKE-OPERATOR  PIC X(08).
000560     05  FILLER              PIC X(04).
