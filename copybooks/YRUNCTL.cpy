000100*****************************************************************
000200* YRUNCTL  --  RUN-CONTROL LEDGER RECORD LAYOUT                 *
000300* USED BY    : YDET20ED, REMPART (RemarksPartial), YPRTMERG,    *
000400*              YGLMERG, YGLCORR, YCVBKOUT, YRUNSTAT             *
000500* DESCRIPTION: ONE RECORD PER RUN OF A DAILY-CYCLE STEP, KEPT   *
000600*              ON THE RUNCTL VSAM KSDS.  WRITTEN WITH STATUS    *
000700*              'S' WHEN THE STEP STARTS AND REWRITTEN WITH      *
000800*              STATUS 'F', ITS KEY COUNTS/TOTALS AND ITS        *
000900*              COMPLETION RETURN CODE WHEN IT FINISHES -- AN    *
001000*              'S' RECORD LEFT BEHIND IS A RUN THAT ABENDED.    *
001100*              BEFORE STARTING, A STEP REFUSES TO RUN WHEN THE  *
001200*              SAME BUSINESS DATE AND QUALIFIER ALREADY         *
001300*              FINISHED WITH RETURN CODE 4 OR LESS (DUPLICATE), *
001400*              OR WHEN THE STEP IT DEPENDS ON HAS NOT YET       *
001500*              FINISHED THAT WAY (OUT OF ORDER), UNLESS THE     *
001600*              RUN-CONTROL OVERRIDE AND AN OPERATOR ID ARE ON   *
001700*              ITS PARAMETER CARD; AN OVERRIDDEN RUN CARRIES    *
001800*              THE RULE IT OVERRODE AND THE OPERATOR ID.        *
001900*              RCL-QUALIFIER IS THE STREAM ID FOR REMPART AND   *
002000*              THE CONVEAL CODE FOR YCVBKOUT/YGLCORR, OTHERWISE *
002100*              SPACES.  COUNTS AND AMOUNTS BY STEP:             *
002200*                YDET20ED  READ, PASSED, REJECTED; CLEAN HASH   *
002300*                REMPART   READ IN RANGE, CONVERTED, REJECTED;  *
002400*                          RUN TOTAL, GL HASH                   *
002500*                YPRTMERG  DETAILS, LINES MERGED, REJECTED;     *
002550*                          RUN TOTAL                            *
002600*                YGLMERG   STREAM DETAILS, MERGED DETAILS;      *
002650*                          MERGED HASH                          *
002700*                YGLCORR   ADJUSTMENTS, GL DETAILS, UNGROUPED;  *
002800*                          NET CORRECTION, GL HASH              *
002900*                YCVBKOUT  AUDIT READ, RECOMPUTED, ADJUSTMENTS; *
003000*                          NET ADJUSTMENT                       *
003100*              RECORD LENGTH 120.                               *
003200*****************************************************************
003300    05  RCL-KEY.
003400        10  RCL-BUSINESS-DATE       PIC X(08).
003500        10  RCL-STEP-ID             PIC X(08).
003600        10  RCL-QUALIFIER           PIC X(08).
003700        10  RCL-RUN-DATE            PIC X(08).
003800        10  RCL-RUN-TIME            PIC X(08).
003900    05  RCL-STATUS                  PIC X(01).
004000        88  RCL-STARTED             VALUE 'S'.
004100        88  RCL-FINISHED            VALUE 'F'.
004200    05  RCL-END-DATE                PIC X(08).
004300    05  RCL-END-TIME                PIC X(08).
004400    05  RCL-RETURN-CODE             PIC S9(04) COMP.
004500    05  RCL-COUNT-1                 PIC S9(09) COMP-3.
004600    05  RCL-COUNT-2                 PIC S9(09) COMP-3.
004700    05  RCL-COUNT-3                 PIC S9(09) COMP-3.
004800    05  RCL-AMOUNT-1                PIC S9(13)V9(02) COMP-3.
004900    05  RCL-AMOUNT-2                PIC S9(13)V9(02) COMP-3.
005000    05  RCL-OVERRIDE-SW             PIC X(01).
005100        88  RCL-OVERRIDDEN          VALUE 'Y'.
005200    05  RCL-OVERRIDE-RULE           PIC X(04).
005300    05  RCL-OVERRIDE-BY             PIC X(08).
005400    05  FILLER                      PIC X(17).
