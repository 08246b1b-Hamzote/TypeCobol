000100*****************************************************************
000200* YHOLD    --  LARGE-VALUE HOLD RECORD LAYOUT                   *
000300* USED BY    : REMPART (RemarksPartial), YPRTMERG, YHLDREL,     *
000400*              YHLDAGE, YCVAINQ                                 *
000500* DESCRIPTION: ONE DETAIL-20 CONVERSION WHOSE CONVERTED AMOUNT  *
000600*              EXCEEDED ITS GROUP KEY'S YHLDLIM LIMIT.  REMPART *
000700*              WRITES IT TO THE HOLDOUT FILE INSTEAD OF THE     *
000800*              GROUP SUBTOTAL AND GLINTF, WITH STATUS 'P'.      *
000900*              YHLDREL LOADS THE DAY'S HOLDOUT FILES INTO THE   *
001000*              HOLDMSTR VSAM KSDS (KEY HLD-KEY) AND APPLIES THE *
001100*              RELEASE/DECLINE CARDS, REWRITING THE ENTRY AS    *
001200*              'R' OR 'D' WITH THE APPROVER'S ID AND THE DATE   *
001300*              AND TIME OF THE ACTION; ENTRIES ARE KEPT AS      *
001400*              HISTORY.  CVAQ SHOWS AN ACCOUNT'S 'P' ENTRIES AS *
001500*              PENDING AND YHLDAGE LISTS THE OLD ONES.          *
001600*              HLD-SUBMITTED-BY IS THE PARM-SUBMITTED-BY ID ON  *
001700*              THE REMPART PARAMETER CARD; A RELEASE BY THAT    *
001800*              SAME ID IS REFUSED.  HLD-DETAIL-IMAGE IS THE     *
001900*              UNCHANGED DETAIL-20 RECORD.  HLD-RATE, THE RATE  *
002000*              DATE AND LEG RATES ARE AS REMPART PRICED IT, AND *
002100*              ARE CARRIED TO THE AUDIT RECORD ON RELEASE.      *
002110*              HLD-FEE-AMOUNT IS THE CONVERSION FEE REMPART     *
002120*              COMPUTED FOR THE ITEM; IT IS CHARGED ONLY WHEN   *
002130*              THE ITEM IS RELEASED, ON THE AUDIT RECORD AND AS *
002140*              A RELGLI FEE DETAIL.                             *
002200*              RECORD LENGTH 200.                               *
002300*****************************************************************
002400    05  HLD-KEY.
002500        10  HLD-ACCOUNT             PIC X(10).
002600        10  HLD-RUN-DATE            PIC X(08).
002700        10  HLD-RUN-TIME            PIC X(08).
002800        10  HLD-SEQ                 PIC 9(05).
002900    05  HLD-STATUS                  PIC X(01).
003000        88  HLD-PENDING             VALUE 'P'.
003100        88  HLD-RELEASED            VALUE 'R'.
003200        88  HLD-DECLINED            VALUE 'D'.
003300    05  HLD-BUSINESS-DATE           PIC X(08).
003400    05  HLD-STREAM-ID               PIC X(02).
003500    05  HLD-DETAIL-IMAGE            PIC X(41).
003600    05  HLD-GROUP-KEY               PIC X(03).
003700    05  HLD-RATE                    PIC S9(05)V9(06) COMP-3.
003800    05  HLD-CONV-AMOUNT             PIC S9(09)V9(02) COMP-3.
003900    05  HLD-LIMIT-AMOUNT            PIC S9(09)V9(02) COMP-3.
004000    05  HLD-RATE-DATE               PIC X(08).
004100    05  HLD-LEG1-RATE               PIC S9(05)V9(06) COMP-3.
004200    05  HLD-LEG2-RATE               PIC S9(05)V9(06) COMP-3.
004300    05  HLD-SUBMITTED-BY            PIC X(08).
004400    05  HLD-ACTION-BY               PIC X(08).
004500    05  HLD-ACTION-DATE             PIC X(08).
004600    05  HLD-ACTION-TIME             PIC X(08).
004700    05  HLD-ACTION-NOTE             PIC X(30).
004750    05  HLD-FEE-AMOUNT              PIC S9(09)V9(02) COMP-3.
004800    05  FILLER                      PIC X(08).
