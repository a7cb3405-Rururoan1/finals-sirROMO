000100*----------------------------------------------------------------*
000110*    CPYPND01                                                    *
000120*    OPEN-PENDINGS RECORD - ONE PER STATUS "P" DETAIL POSTED,    *
000130*    KEPT BY LGPEND OFF EACH POSTED DAY'S CONSOLIDATED SET. A    *
000140*    LATER "A" DETAIL FOR THE SAME KEY AND AMOUNT CONFIRMS THE   *
000150*    OLDEST OPEN PENDING; A LATER "X" CANCELS IT. THE CLOSING    *
000160*    DAY, LINE AND BUSINESS DATE ARE KEPT ON THE RECORD. A       *
000170*    CLOSED PENDING STAYS ON FILE FOR LGPEND'S RETENTION         *
000175*    WINDOW, THEN MOVES IN THIS LAYOUT TO THE PENDINGS HISTORY   *
000177*    FILE FOR THE AUDIT TRAIL.                                   *
000180*      O  OPEN                                                   *
000190*      A  CONFIRMED BY AN "A" DETAIL                             *
000200*      X  CANCELLED BY AN "X" DETAIL                             *
000210*----------------------------------------------------------------*
000220*    DATE       INIT  DESCRIPTION                                *
000230*    10/15/2026 RJM   ORIGINAL COPYBOOK.                          *
000232*    10/15/2026 RJM   CLOSED PENDINGS PAST LGPEND'S RETENTION     *
000234*                     WINDOW MOVE TO THE PENDINGS HISTORY FILE,   *
000236*                     IN THIS LAYOUT.                             *
000240*----------------------------------------------------------------*
000250 01  PN-RECORD.
000260     05  PN-STATE            PIC X(01).
000270         88  PN-IS-OPEN          VALUE "O".
000280         88  PN-IS-CONFIRMED     VALUE "A".
000290         88  PN-IS-CANCELLED     VALUE "X".
000300     05  PN-KEY              PIC X(10).
000310     05  PN-AMOUNT           PIC S9(09)V99.
000320     05  PN-BUS-DATE         PIC X(08).
000330     05  PN-OPEN-FEED-DATE   PIC X(08).
000340     05  PN-OPEN-RECNO       PIC 9(09).
000350     05  PN-CLOSE-FEED-DATE  PIC X(08).
000360     05  PN-CLOSE-BUS-DATE   PIC X(08).
000370     05  PN-CLOSE-RECNO      PIC 9(09).
000380     05  FILLER              PIC X(10).
