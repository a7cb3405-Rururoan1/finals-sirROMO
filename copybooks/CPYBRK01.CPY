000100*----------------------------------------------------------------*
000110*    CPYBRK01                                                    *
000120*    BALANCE BREAK RECORD - ONE PER BREAK LGBALREC FINDS         *
000130*    BETWEEN THE SOURCE SYSTEM'S BALANCE FILE (SEE CPYBAL01)     *
000140*    AND THE MASTER ROLLED BACK TO THE SAME AS-OF DATE. BREAK    *
000150*    TYPES:                                                      *
000160*      U  ON THE BALANCE FILE ONLY - NO MASTER RECORD            *
000170*      M  ON THE MASTER ONLY - NOT ON THE BALANCE FILE           *
000180*      D  ON BOTH, BALANCES DIFFER                               *
000190*      C  CLOSED ON THE KEY REFERENCE MASTER (SEE CPYKEY01) BUT  *
000200*         STILL CARRYING A BALANCE UPSTREAM                      *
000210*    A BREAK STAYS OPEN FROM THE RUN THAT FIRST FINDS IT UNTIL   *
000220*    THE FIRST RUN THAT NO LONGER DOES, WHICH CLEARS IT. THE     *
000230*    FIGURES ARE THE LATEST RUN'S; THE FIRST-FOUND DATE IS KEPT  *
000240*    SO THE BREAK CAN BE AGED. A CLEARED BREAK STAYS ON FILE     *
000242*    FOR LGBALREC'S RETENTION WINDOW, THEN MOVES IN THIS LAYOUT  *
000244*    TO THE BREAK HISTORY FILE FOR THE AUDIT TRAIL. STATES:      *
000260*      O  OPEN                                                   *
000270*      C  CLEARED                                                *
000280*----------------------------------------------------------------*
000290*    DATE       INIT  DESCRIPTION                                *
000300*    10/15/2026 RJM   ORIGINAL COPYBOOK.                          *
000302*    10/15/2026 RJM   CLEARED BREAKS PAST LGBALREC'S RETENTION    *
000304*                     WINDOW MOVE TO THE BREAK HISTORY FILE, IN   *
000306*                     THIS LAYOUT.                                *
000310*----------------------------------------------------------------*
000320 01  BK-RECORD.
000330     05  BK-STATE            PIC X(01).
000340         88  BK-IS-OPEN          VALUE "O".
000350         88  BK-IS-CLEARED       VALUE "C".
000360     05  BK-TYPE             PIC X(01).
000370         88  BK-UPSTREAM-ONLY    VALUE "U".
000380         88  BK-MASTER-ONLY      VALUE "M".
000390         88  BK-DIFFERENCE       VALUE "D".
000400         88  BK-CLOSED-KEY       VALUE "C".
000410     05  BK-KEY              PIC X(10).
000420     05  BK-AS-OF-DATE       PIC 9(08).
000430     05  BK-UPSTREAM         PIC S9(11)V99.
000440     05  BK-OURS             PIC S9(11)V99.
000450     05  BK-DIFF-AMOUNT      PIC S9(11)V99.
000460     05  BK-FIRST-DATE       PIC 9(08).
000470     05  BK-LAST-DATE        PIC 9(08).
000480     05  BK-CLEAR-DATE       PIC 9(08).
000490     05  FILLER              PIC X(10).
