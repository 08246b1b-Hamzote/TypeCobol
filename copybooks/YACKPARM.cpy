000100*****************************************************************
000200* YACKPARM --  GL ACKNOWLEDGEMENT RECONCILIATION PARAMETER CARD *
000300* USED BY    : YGLACKRC                                         *
000400* DESCRIPTION: ONE CARD READ AT THE START OF THE RUN.           *
000500*              ACKP-BUSINESS-DATE (CCYYMMDD) IS THE DAY BEING   *
000600*              RECONCILED AND THE DATE OPEN ITEMS ARE AGED TO;  *
000700*              SPACES OR ZERO MEANS THE RUN DATE.               *
000800*              ACKP-MAX-AGE-DAYS IS THE AGE BEYOND WHICH AN     *
000900*              UNACKNOWLEDGED ITEM FAILS THE RUN; SPACES OR     *
001000*              ZERO MEANS ONE DAY.                              *
001100*****************************************************************
001200    05  ACKP-BUSINESS-DATE          PIC X(08).
001300    05  ACKP-MAX-AGE-DAYS           PIC 9(03).
001400    05  FILLER                      PIC X(69).
