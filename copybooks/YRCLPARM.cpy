000100*****************************************************************
000200* YRCLPARM --  RUN-CONTROL PARAMETER CARD                       *
000300* USED BY    : YGLMERG, YGLCORR                                 *
000400* DESCRIPTION: ONE CARD NAMING THE BUSINESS DATE THE STEP RUNS  *
000500*              FOR ON THE YRUNCTL LEDGER, WITH THE OVERRIDE     *
000600*              THAT FORCES A DUPLICATE OR OUT-OF-ORDER RUN.     *
000700*              RCP-BUSINESS-DATE (CCYYMMDD) SPACES OR ZERO      *
000800*              MEANS THE RUN DATE.  FOR YGLCORR THE BUSINESS    *
000900*              DATE AND RCP-QUALIFIER ARE THE LEDGER BUSINESS   *
001000*              DATE AND CONVEAL CODE OF THE YCVBKOUT BACKOUT IT *
001050*              POSTS; SPACES TAKES BOTH FROM THE FIRST          *
001060*              ADJUSTMENT.                                      *
001100*              RCP-RUN-OVERRIDE 'Y' WITH THE OPERATOR'S ID IN   *
001200*              RCP-OVERRIDE-BY LETS THE RUN PROCEED PAST THE    *
001300*              LEDGER CHECKS; THE OVERRIDE IS LOGGED ON THE     *
001400*              LEDGER.                                          *
001500*****************************************************************
001600    05  RCP-BUSINESS-DATE           PIC X(08).
001700    05  RCP-QUALIFIER               PIC X(08).
001800    05  RCP-RUN-OVERRIDE            PIC X(01).
001900        88  RCP-RUNCTL-OVERRIDE     VALUE 'Y'.
002000    05  RCP-OVERRIDE-BY             PIC X(08).
002100    05  FILLER                      PIC X(55).
