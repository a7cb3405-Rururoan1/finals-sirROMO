000100*----------------------------------------------------------------*
000110*    CPYPPQ01                                                    *
000120*    PRIOR-PERIOD QUEUE RECORD - ONE PER DETAIL OR ADJUSTMENT    *
000130*    HELD BECAUSE ITS BUSINESS DATE FELL IN A CLOSED PERIOD      *
000140*    (SEE CPYPER01). LOGIC QUEUES WHAT IT FINDS ON AN INPUT      *
000150*    FILE; LGPOST QUEUES WHAT REACHES IT ON A CONSOLIDATED FEED  *
000160*    AFTER THE MONTH WAS CLOSED, KEEPING THE FEED DATE AND LINE  *
000170*    NUMBER SO A BACKOUT, THE PROOF AND THE LEDGER EXTRACT CAN   *
000180*    ALL TELL THE LINE WAS NEVER POSTED. THE HELD LINE IS KEPT   *
000190*    WHOLE. LGPRIOR REVIEWS EACH ITEM, RE-DATES IT INTO THE      *
000200*    CURRENT OPEN PERIOD AND RELEASES IT ON A NEW INPUT FILE     *
000210*    WITH THE ORIGINAL BUSINESS DATE CARRIED ALONGSIDE.          *
000220*      Q  QUEUED, AWAITING REVIEW                                *
000230*      A  APPROVED AND RE-DATED, AWAITING RELEASE                *
000240*      R  RELEASED ON PQ-RELEASE-FILE                            *
000250*      V  VOID - THE LGPOST DAY THAT HELD IT WAS BACKED OUT      *
000252*    LGPRIOR MOVES R AND V ITEMS PAST ITS RETENTION WINDOW TO    *
000254*    THE PRIOR-PERIOD HISTORY FILE, WHICH KEEPS THIS LAYOUT.     *
000260*----------------------------------------------------------------*
000270*    DATE       INIT  DESCRIPTION                                *
000280*    10/15/2026 RJM   ORIGINAL COPYBOOK.                          *
000282*    10/15/2026 RJM   R AND V ITEMS PAST LGPRIOR'S RETENTION      *
000284*                     WINDOW MOVE TO THE PRIOR-PERIOD HISTORY     *
000286*                     FILE, IN THIS LAYOUT.                       *
000290*----------------------------------------------------------------*
000300 01  PQ-RECORD.
000310     05  PQ-STATE            PIC X(01).
000320         88  PQ-IS-QUEUED        VALUE "Q".
000330         88  PQ-IS-APPROVED      VALUE "A".
000340         88  PQ-IS-RELEASED      VALUE "R".
000350         88  PQ-IS-VOID          VALUE "V".
000360     05  PQ-QUEUE-DATE       PIC 9(08).
000370     05  PQ-SOURCE           PIC X(08).
000380         88  PQ-FROM-LOGIC       VALUE "LOGIC".
000390         88  PQ-FROM-LGPOST      VALUE "LGPOST".
000400     05  PQ-FILE-ID          PIC X(10).
000410     05  PQ-FEED-DATE        PIC X(08).
000420     05  PQ-FEED-RECNO       PIC 9(09).
000430     05  PQ-ORIG-DATE        PIC X(08).
000440     05  PQ-PERIOD           PIC 9(06).
000450     05  PQ-SIGNED-AMOUNT    PIC S9(09)V99.
000460     05  PQ-NEW-DATE         PIC X(08).
000470     05  PQ-REVIEW-DATE      PIC 9(08).
000480     05  PQ-REVIEW-OPERATOR  PIC X(08).
000490     05  PQ-RELEASE-DATE     PIC 9(08).
000500     05  PQ-RELEASE-FILE     PIC X(10).
000510     05  PQ-LINE             PIC X(256).
000520     05  FILLER              PIC X(10).
