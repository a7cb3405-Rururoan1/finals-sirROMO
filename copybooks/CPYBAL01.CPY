000100*----------------------------------------------------------------*
000110*    CPYBAL01                                                    *
000120*    SOURCE-SYSTEM BALANCE RECORD - ONE PER KEY ON THE PERIODIC  *
000130*    BALANCE FILE THE SENDING SYSTEM PRODUCES, CARRYING THE      *
000140*    KEY'S BALANCE AS THE SENDER HOLDS IT AT THE CLOSE OF THE    *
000150*    AS-OF BUSINESS DATE. LGBALREC MATCHES IT TO THE MASTER      *
000160*    (SEE CPYMST01). THE BALANCE IS SIGNED THE WAY THE MASTER'S  *
000170*    ACCUMULATED AMOUNT IS.                                      *
000180*----------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION                                *
000200*    10/15/2026 RJM   ORIGINAL COPYBOOK.                          *
000210*----------------------------------------------------------------*
000220 01  BL-RECORD.
000230     05  BL-KEY              PIC X(10).
000240     05  BL-AS-OF-DATE       PIC 9(08).
000250     05  BL-BALANCE          PIC S9(11)V99.
000260     05  FILLER              PIC X(09).
