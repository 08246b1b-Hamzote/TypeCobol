000100*****************************************************************
000200* YHLDLIM  --  LARGE-VALUE HOLD LIMIT CARD LAYOUT               *
000300* USED BY    : REMPART (RemarksPartial)                         *
000400* DESCRIPTION: ONE CARD PER CONVEAL GROUP KEY ON THE HOLDLIM    *
000500*              FILE, GIVING THE LARGEST CONVERTED AMOUNT (SIGN  *
000600*              IGNORED) THAT MAY POST WITHOUT A SECOND PERSON'S *
000700*              RELEASE.  A CARD WITH GROUP KEY '***' SETS THE   *
000800*              LIMIT FOR EVERY GROUP WITHOUT A CARD OF ITS OWN; *
000900*              WITH NO '***' CARD SUCH GROUPS ARE NEVER HELD.   *
001000*              A ZERO LIMIT MEANS NO LIMIT FOR THAT GROUP.      *
001100*****************************************************************
001200    05  HLM-GROUP-KEY               PIC X(03).
001300        88  HLM-DEFAULT-LIMIT       VALUE '***'.
001400    05  HLM-LIMIT-AMOUNT            PIC 9(09)V9(02).
001500    05  FILLER                      PIC X(66).
