000100*----------------------------------------------------------------*
000110*    CPYSEC01                                                    *
000120*    SECURITY LOG RECORD - ONE PER REFUSED OPERATOR ACTION.      *
000130*    A PROGRAM THAT CHECKS AN OPERATOR AGAINST THE AUTHORITY     *
000140*    MASTER (SEE CPYOPR01) APPENDS ONE OF THESE WHEN IT TURNS    *
000150*    THE OPERATOR AWAY - UNKNOWN, REVOKED OR NOT AUTHORIZED      *
000160*    FOR THE ACTION - BEFORE ANYTHING IS TOUCHED. LGOPRMNT       *
000170*    LISTS THEM ON THE PERIODIC AUTHORITY REPORT.                *
000180*----------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION                                *
000200*    10/15/2026 RJM   ORIGINAL COPYBOOK.                          *
000210*----------------------------------------------------------------*
000220 01  SL-RECORD.
000230     05  SL-DATE             PIC 9(08).
000240     05  SL-TIME             PIC 9(06).
000250     05  SL-PROGRAM          PIC X(08).
000260     05  SL-OPERATOR         PIC X(08).
000270     05  SL-ACTION           PIC X(20).
000280     05  SL-REASON           PIC X(20).
000290         88  SL-UNKNOWN          VALUE "UNKNOWN OPERATOR".
000300         88  SL-REVOKED          VALUE "OPERATOR REVOKED".
000310         88  SL-NOT-AUTHORIZED   VALUE "NOT AUTHORIZED".
000320     05  FILLER              PIC X(10).
