000222*    09/02/2026 RJM   ADDED THE "B" BACKOUT SOURCE - AN LGPOST     *
000224*                     BACKOUT APPENDS ONE OF THESE PER REVERSED   *
000226*                     POSTING (AMOUNT NEGATED AS APPLIED) SO A    *
000227*                     BACKED-OUT DAY STILL FOOTS ON A STATEMENT.  *
000228*    10/15/2026 RJM   ADDED THE ORIGINAL BUSINESS DATE OF A       *
000229*                     POSTING RE-DATED OUT OF A CLOSED PERIOD.    *
000230*----------------------------------------------------------------*
000240 01  HR-RECORD.
000250     05  HR-KEY              PIC X(10).
000350     05  HR-REASON           PIC X(30).
000360     05  HR-OPERATOR         PIC X(08).
000370     05  HR-RELEASE-OP       PIC X(08).
000380     05  HR-ORIG-DATE        PIC X(08).
000390     05  FILLER              PIC X(02).
