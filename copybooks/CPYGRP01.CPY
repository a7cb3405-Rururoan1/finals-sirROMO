000100*----------------------------------------------------------------*
000110*    CPYGRP01                                                    *
000120*    KEY GROUP RELATIONSHIP RECORD - THE ACCOUNT TEAMS' VIEW OF  *
000130*    WHO OWNS WHICH KEYS, MAINTAINED BY LGGRPMNT ALONGSIDE THE   *
000140*    KEY REFERENCE MASTER (SEE CPYKEY01). TWO LEVELS:            *
000150*      K  A KEY BELONGS TO A CUSTOMER GROUP                      *
000160*      C  A CUSTOMER GROUP BELONGS TO A PORTFOLIO                *
000170*    EACH RECORD IS ONE MEMBERSHIP OVER A DATE RANGE. A MEMBER   *
000180*    HAS AT MOST ONE CURRENT RECORD AT ITS LEVEL; MOVING IT TO   *
000190*    ANOTHER GROUP ENDS THE CURRENT RECORD THE DAY BEFORE THE    *
000200*    MOVE TAKES EFFECT AND STARTS A NEW ONE, SO THE FILE KEEPS   *
000210*    THE FULL HISTORY WITH THE OPERATOR STAMPS OF BOTH ENDS.     *
000220*    LGGRPRPT ROLLS THE MASTER (SEE CPYMST01) AND THE POSTING    *
000230*    HISTORY (SEE CPYHST01) UP THROUGH IT. STATES:               *
000240*      A  CURRENT - NO END DATE YET                              *
000250*      E  ENDED - LAST DAY IN THE GROUP IS GR-TO-DATE            *
000260*----------------------------------------------------------------*
000270*    DATE       INIT  DESCRIPTION                                *
000280*    10/15/2026 RJM   ORIGINAL COPYBOOK.                          *
000290*----------------------------------------------------------------*
000300 01  GR-RECORD.
000310     05  GR-STATE            PIC X(01).
000320         88  GR-IS-CURRENT       VALUE "A".
000330         88  GR-IS-ENDED         VALUE "E".
000340     05  GR-LEVEL            PIC X(01).
000350         88  GR-KEY-IN-CUSTOMER  VALUE "K".
000360         88  GR-CUST-IN-PORTFOLIO VALUE "C".
000370     05  GR-MEMBER           PIC X(10).
000380     05  GR-GROUP            PIC X(10).
000390     05  GR-FROM-DATE        PIC 9(08).
000400     05  GR-FROM-OPERATOR    PIC X(08).
000410     05  GR-TO-DATE          PIC 9(08).
000420     05  GR-TO-OPERATOR      PIC X(08).
000430     05  FILLER              PIC X(10).
