000100*****************************************************************
000200* YRTHPARM --  RATE HISTORY AND STALE-RATE REPORT CARD          *
000300* USED BY    : YCVRTHST                                         *
000400* DESCRIPTION: ONE OPTIONAL CARD.  RTH-FROM-DATE AND RTH-TO-    *
000500*              DATE (CCYYMMDD) ARE THE INCLUSIVE PERIOD WHOSE   *
000600*              EFFECTIVE-DATED CONVEAL ENTRIES ARE LISTED;      *
000700*              SPACES OR ZERO OPENS THAT END OF THE PERIOD.     *
000800*              THE TO DATE (THE RUN DATE WHEN IT IS OPEN) IS    *
000900*              ALSO THE DATE RATES ARE AGED TO.  RTH-TOLERANCE- *
001000*              PCT (VVV.VV) IS THE LARGEST MOVE FROM ONE RATE   *
001100*              TO THE NEXT BEFORE IT IS FLAGGED; ZERO OR SPACES *
001200*              TAKES THE STANDARD 10.00 PERCENT.  RTH-STALE-    *
001300*              DAYS IS HOW MANY DAYS OLD AN ACTIVE CODE'S       *
001400*              LATEST RATE MAY BE BEFORE THE CODE IS LISTED AS  *
001500*              STALE; ZERO OR SPACES TAKES 7 DAYS.              *
001600*****************************************************************
001700    05  RTH-FROM-DATE               PIC X(08).
001800    05  RTH-TO-DATE                 PIC X(08).
001900    05  RTH-TOLERANCE-PCT           PIC 9(03)V9(02).
002000    05  RTH-STALE-DAYS              PIC 9(03).
002100    05  FILLER                      PIC X(56).
