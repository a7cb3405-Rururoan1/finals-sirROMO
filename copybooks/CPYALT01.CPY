000100*----------------------------------------------------------------*
000110*    CPYALT01                                                    *
000120*    ACTIVITY ALERT RECORD - ONE PER ALERT LGALERT RAISES OFF A  *
000130*    POSTED DAY'S CONSOLIDATED SET, KEPT ON FILE WITH ITS        *
000140*    DISPOSITION. ALERT TYPES:                                   *
000150*      L  A SINGLE AMOUNT OVER THE LIMIT (AL-FEED-RECNO IS THE   *
000160*         LINE, AL-BASIS THE LIMIT)                              *
000170*      V  A DAY TOTAL WELL ABOVE THE KEY'S TRAILING 30-DAY       *
000180*         DAILY AVERAGE (AL-BASIS THE AVERAGE)                   *
000190*      I  ACTIVITY AFTER LONG INACTIVITY (AL-LAST-DATE THE LAST  *
000200*         PRIOR POSTING, AL-COUNT THE DAYS IDLE)                 *
000210*      R  MANY REVERSALS IN THE DAY (AL-COUNT THE REVERSALS,     *
000220*         AL-AMOUNT THEIR TOTAL)                                 *
000230*    AL-AMOUNT IS OTHERWISE THE ITEM OR DAY TOTAL THAT RAISED    *
000240*    THE ALERT; AL-BALANCE IS THE KEY'S MASTER STANDING WHEN IT  *
000250*    WAS RAISED. STATES:                                         *
000260*      O  OPEN - NOT YET WORKED                                  *
000270*      R  REFERRED FOR INVESTIGATION - STILL TO BE CLEARED       *
000280*      C  CLEARED                                                *
000290*    THE LATEST DISPOSITION'S DATE, OPERATOR AND NOTE ARE KEPT   *
000300*    ON THE RECORD.                                              *
000302*    LGALERT MOVES AN ALERT CLEARED BEFORE ITS RETENTION WINDOW  *
000304*    TO THE ALERT HISTORY FILE, WHICH KEEPS THIS LAYOUT.         *
000310*----------------------------------------------------------------*
000320*    DATE       INIT  DESCRIPTION                                *
000330*    10/15/2026 RJM   ORIGINAL COPYBOOK.                          *
000332*    10/15/2026 RJM   CLEARED ALERTS PAST LGALERT'S RETENTION     *
000334*                     WINDOW MOVE TO THE ALERT HISTORY FILE, IN   *
000336*                     THIS LAYOUT.                                *
000340*----------------------------------------------------------------*
000350 01  AL-RECORD.
000360     05  AL-STATE            PIC X(01).
000370         88  AL-IS-OPEN          VALUE "O".
000380         88  AL-IS-REFERRED      VALUE "R".
000390         88  AL-IS-CLEARED       VALUE "C".
000400     05  AL-TYPE             PIC X(01).
000410         88  AL-OVER-LIMIT       VALUE "L".
000420         88  AL-ABOVE-AVERAGE    VALUE "V".
000430         88  AL-AFTER-IDLE       VALUE "I".
000440         88  AL-MANY-REVERSALS   VALUE "R".
000450     05  AL-KEY              PIC X(10).
000460     05  AL-FEED-DATE        PIC X(08).
000470     05  AL-FEED-RECNO       PIC 9(09).
000480     05  AL-BUS-DATE         PIC X(08).
000490     05  AL-AMOUNT           PIC S9(11)V99.
000500     05  AL-COUNT            PIC 9(05).
000510     05  AL-BASIS            PIC S9(11)V99.
000520     05  AL-LAST-DATE        PIC X(08).
000530     05  AL-BALANCE          PIC S9(11)V99.
000540     05  AL-RAISED-DATE      PIC 9(08).
000550     05  AL-DISP-DATE        PIC 9(08).
000560     05  AL-DISP-OPERATOR    PIC X(08).
000570     05  AL-DISP-NOTE        PIC X(30).
000580     05  FILLER              PIC X(10).
