000100*****************************************************************
000200* YRVLPARM --  MONTH-END REVALUATION RUN PARAMETER CARD         *
000300* USED BY    : YCVREVAL                                         *
000400* DESCRIPTION: ONE CARD READ AT THE START OF THE REVALUATION    *
000500*              RUN.  RVL-MONTH-END-DATE (CCYYMMDD) IS THE DATE  *
000600*              WHOSE CONVEAL RATES REVALUE THE PERIOD; SPACES   *
000700*              OR ZERO TAKES THE LAST DAY OF THE MONTH BEFORE   *
000800*              THE RUN DATE.  RVL-FROM-DATE IS THE FIRST AUDIT  *
000900*              RUN DATE IN THE PERIOD; SPACES OR ZERO TAKES THE *
001000*              FIRST OF THE MONTH-END MONTH.  RVL-REVERSAL-SW   *
001100*              'Y' ALSO WRITES THE REVERSING GL FILE DATED THE  *
001200*              FIRST OF THE FOLLOWING MONTH.                    *
001300*****************************************************************
001400    05  RVL-MONTH-END-DATE          PIC X(08).
001500    05  RVL-FROM-DATE               PIC X(08).
001600    05  RVL-REVERSAL-SW             PIC X(01).
001700        88  RVL-WANT-REVERSAL       VALUE 'Y'.
001800    05  FILLER                      PIC X(63).
