000100*****************************************************************
000200* YFEETRN  --  FEE SCHEDULE MAINTENANCE TRANSACTION LAYOUT       *
000300* USED BY    : YFEEMNT                                           *
000400* DESCRIPTION: ONE ADD/CHANGE/DELETE REQUEST AGAINST A FEEMSTR   *
000500*              ENTRY, SORTED ASCENDING BY FTR-GROUP-KEY,         *
000600*              FTR-EFF-DATE.  FTR-EFF-DATE (CCYYMMDD) IS THE     *
000700*              DATE THE FEE TAKES EFFECT -- A FUTURE DATE LOADS  *
000800*              THE FEE AHEAD OF TIME; SPACES MEANS EFFECTIVE AS  *
000900*              OF THE MAINTENANCE RUN DATE.  FTR-FEE-TYPE 'F'    *
001000*              TAKES FTR-FLAT-AMOUNT, 'P' TAKES FTR-PERCENT AND  *
001100*              FTR-MIN-AMOUNT (SEE YFEEMST); THE AMOUNTS THAT DO *
001200*              NOT APPLY TO THE TYPE ARE STORED AS ZERO.  A      *
001300*              DELETE NEEDS ONLY THE KEY AND THE USER ID.        *
001400*              RECORD LENGTH 40.                                 *
001500*****************************************************************
001600    05  FTR-GROUP-KEY               PIC X(03).
001700    05  FTR-ACTION                  PIC X(01).
001800        88  FTR-ADD                 VALUE 'A'.
001900        88  FTR-CHANGE              VALUE 'C'.
002000        88  FTR-DELETE              VALUE 'D'.
002100    05  FTR-FEE-TYPE                PIC X(01).
002200        88  FTR-FLAT                VALUE 'F'.
002300        88  FTR-PERCENTAGE          VALUE 'P'.
002400    05  FTR-FLAT-AMOUNT             PIC S9(07)V9(02) COMP-3.
002500    05  FTR-PERCENT                 PIC S9(03)V9(04) COMP-3.
002600    05  FTR-MIN-AMOUNT              PIC S9(07)V9(02) COMP-3.
002700    05  FTR-USER-ID                 PIC X(08).
002800    05  FTR-EFF-DATE                PIC X(08).
002900    05  FILLER                      PIC X(05).
