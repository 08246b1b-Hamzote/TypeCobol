000100*****************************************************************
000200* YRSTPARM --  RUN-STATUS REPORT PARAMETER CARD                 *
000300* USED BY    : YRUNSTAT                                         *
000400* DESCRIPTION: ONE OPTIONAL CARD NAMING THE RANGE OF BUSINESS   *
000500*              DATES (CCYYMMDD) TO REPORT FROM THE YRUNCTL      *
000600*              RUN-CONTROL LEDGER.  RSP-FROM-DATE SPACES OR     *
000700*              ZERO TAKES THE RUN DATE; RSP-TO-DATE SPACES OR   *
000800*              ZERO TAKES THE FROM DATE.                        *
000900*****************************************************************
001000    05  RSP-FROM-DATE               PIC X(08).
001100    05  RSP-TO-DATE                 PIC X(08).
001200    05  FILLER                      PIC X(64).
