000180*----------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION                                *
000200*    09/02/2026 RJM   ORIGINAL COPYBOOK.                          *
000202*    10/15/2026 RJM   A BATCH CLOSE (LGKEYMNT MODE B, SEE         *
000205*                     CPYCLS01) STAMPS THE APPROVING SUPERVISOR   *
000207*                     AS KR-CLOSE-OPERATOR.                       *
000210*----------------------------------------------------------------*
000220 01  KR-RECORD.
000230     05  KR-STATE            PIC X(01).
