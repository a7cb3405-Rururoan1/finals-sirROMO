000100*----------------------------------------------------------------*
000110*    CPYCLS01                                                    *
000120*    KEY CLOSE-PROPOSAL RECORD - ONE PER DORMANT KEY WITH A ZERO *
000130*    BALANCE THAT THE DORMANCY RUN (LGDORM) PUTS UP FOR CLOSING. *
000140*    A SUPERVISOR HOLDING ROLE 11 REVIEWS THE FILE AT THE        *
000150*    TERMINAL (LGDORM APPROVE) AND LGKEYMNT BATCH CLOSE MODE     *
000160*    CLOSES THE APPROVED KEYS ON THE KEY REFERENCE MASTER (SEE   *
000170*    CPYKEY01), STAMPING THE APPROVING OPERATOR. STATES:         *
000180*      P  PROPOSED - AWAITING REVIEW                             *
000190*      A  APPROVED - AWAITING THE BATCH CLOSE                    *
000200*      R  REJECTED - KEY STAYS ACTIVE                            *
000210*      C  CLOSED BY THE BATCH CLOSE                              *
000220*      S  SKIPPED BY THE BATCH CLOSE - SEE CP-SKIP-REASON        *
000230*----------------------------------------------------------------*
000240*    DATE       INIT  DESCRIPTION                                *
000250*    10/15/2026 RJM   ORIGINAL COPYBOOK.                          *
000260*----------------------------------------------------------------*
000270 01  CP-RECORD.
000280     05  CP-STATE            PIC X(01).
000290         88  CP-IS-PROPOSED      VALUE "P".
000300         88  CP-IS-APPROVED      VALUE "A".
000310         88  CP-IS-REJECTED      VALUE "R".
000320         88  CP-IS-CLOSED        VALUE "C".
000330         88  CP-IS-SKIPPED       VALUE "S".
000340     05  CP-KEY              PIC X(10).
000350     05  CP-RUN-DATE         PIC 9(08).
000360     05  CP-ADD-DATE         PIC 9(08).
000370     05  CP-LAST-ACTIVITY    PIC 9(08).
000380     05  CP-IDLE-DAYS        PIC 9(05).
000390     05  CP-BALANCE          PIC S9(11)V99.
000400     05  CP-REVIEW-DATE      PIC 9(08).
000410     05  CP-REVIEW-OPERATOR  PIC X(08).
000420     05  CP-APPLY-DATE       PIC 9(08).
000430     05  CP-APPLY-OPERATOR   PIC X(08).
000440     05  CP-SKIP-REASON      PIC X(20).
000450     05  FILLER              PIC X(10).
