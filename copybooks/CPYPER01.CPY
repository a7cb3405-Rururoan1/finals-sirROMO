000100*----------------------------------------------------------------*
000110*    CPYPER01                                                    *
000120*    PERIOD CONTROL RECORD - ONE PER ACCOUNTING MONTH (YYYYMM),  *
000130*    MAINTAINED BY LGPERIOD WITH OPERATOR STAMPS ON THE OPEN,    *
000140*    THE START OF CLOSING AND THE CLOSE. A MONTH MOVES OPEN ->   *
000150*    CLOSING -> CLOSED AND NEVER BACK. LOGIC AND LGPOST HOLD ANY *
000160*    DETAIL OR ADJUSTMENT DATED IN A CLOSED MONTH ON THE         *
000170*    PRIOR-PERIOD QUEUE (SEE CPYPPQ01) INSTEAD OF POSTING IT. A  *
000180*    MONTH WITH NO RECORD ON THIS FILE IS TREATED AS OPEN.       *
000190*----------------------------------------------------------------*
000200*    DATE       INIT  DESCRIPTION                                *
000210*    10/15/2026 RJM   ORIGINAL COPYBOOK.                          *
000220*----------------------------------------------------------------*
000230 01  PC-RECORD.
000240     05  PC-PERIOD           PIC 9(06).
000250     05  PC-STATE            PIC X(01).
000260         88  PC-IS-OPEN          VALUE "O".
000270         88  PC-IS-CLOSING       VALUE "S".
000280         88  PC-IS-CLOSED        VALUE "C".
000290     05  PC-OPEN-DATE        PIC 9(08).
000300     05  PC-OPEN-OPERATOR    PIC X(08).
000310     05  PC-CLOSING-DATE     PIC 9(08).
000320     05  PC-CLOSING-OPERATOR PIC X(08).
000330     05  PC-CLOSE-DATE       PIC 9(08).
000340     05  PC-CLOSE-OPERATOR   PIC X(08).
000350     05  FILLER              PIC X(10).
