000100*****************************************************************
000200* YCHKPT   --  RESTART/CHECKPOINT RECORD LAYOUT                 *
000300* USED BY    : REMPART (RemarksPartial), YPRTMERG, YGLMERG,     *
000310*              YRSPLICE                                         *
000400* DESCRIPTION: LAST DETAIL-20 KEY PROCESSED AND THE IN-FLIGHT   *
000410*              CONTROL-BREAK TOTALS NEEDED TO RESTART THE PRINT *
000420*              RUN WITHOUT REPROCESSING FROM RECORD ONE. ALSO   *
000604*              VALUES AGAINST THE YDET20ED CONTROL RECORD       *
000605*              (YD20CTL), AND A NON-STREAM RUN'S OPEN RANGE     *
000606*              MAKES THEM COVER THE WHOLE FILE.                 *
000610*              CHKPT-HOLD-COUNT AND CHKPT-HOLD-AMOUNT CARRY THE *
000615*              ITEMS HELD FOR RELEASE SO FAR AND THEIR          *
000620*              CONVERTED TOTAL; A RESTART'S HOLDOUT FILE IS     *
000625*              SPLICED TO THE FIRST CHKPT-HOLD-COUNT RECORDS OF *
000627*              THE FAILED RUN'S, AS THE OTHER OUTPUTS ARE.      *
000637*              CHKPT-ST-FEE-COUNT AND CHKPT-ST-FEE CARRY THE    *
000647*              IN-FLIGHT GROUP'S CONVERSION FEES (RECORDS       *
000657*              CHARGED AND AMOUNT) FOR ITS FEE SUBTOTAL AND FEE *
000667*              GLINTF DETAIL; CHKPT-FEE-COUNT AND CHKPT-FEE-    *
000677*              TOTAL THE RUN'S FEES SO FAR, WHICH YPRTMERG SUMS *
000687*              FROM THE STREAMS' FINAL CHECKPOINTS.             *
000697*              THE RECORD IS 98 BYTES; CHECKPOINT FILES WRITTEN *
000707*              BEFORE THE GL FIELDS (40 BYTES), THE INPUT-      *
000717*              CONTROL FIELDS (52 BYTES), THE HOLD FIELDS (65   *
000727*              BYTES) OR THE FEE FIELDS (77 BYTES) WERE ADDED   *
000737*              CANNOT RESTART A RUN ACROSS THOSE CHANGES.       *
000800*****************************************************************
000900    05  CHKPT-LAST-KEY              PIC X(10).
001000    05  CHKPT-CONV-IDX              PIC 9(04) COMP.
001800    05  CHKPT-GL-HASH               PIC S9(13)V9(02) COMP-3.
001900    05  CHKPT-READ-COUNT            PIC S9(09) COMP-3.
002000    05  CHKPT-IN-HASH               PIC S9(13)V9(02) COMP-3.
002100    05  CHKPT-HOLD-COUNT            PIC S9(07) COMP-3.
002200    05  CHKPT-HOLD-AMOUNT           PIC S9(13)V9(02) COMP-3.
002210    05  CHKPT-ST-FEE-COUNT          PIC S9(07) COMP-3.
002220    05  CHKPT-ST-FEE                PIC S9(09)V9(02) COMP-3.
002230    05  CHKPT-FEE-COUNT             PIC S9(09) COMP-3.
002240    05  CHKPT-FEE-TOTAL             PIC S9(09)V9(02) COMP-3.
