000100*****************************************************************
000200* YCVPEND  --  PENDING ONLINE CONVEAL CHANGE RECORD LAYOUT      *
000300* USED BY    : YCVOMNT, YCVOAPV, YCVPNDX, YCVINQ                *
000400* DESCRIPTION: ONE ADD/CHANGE/DEACTIVATE REQUEST KEYED ONLINE   *
000500*              UNDER CVMN, HELD ON THE CONVPEND VSAM KSDS UNTIL *
000600*              A SECOND USER APPROVES OR REJECTS IT UNDER CVAP. *
000700*              KEY IS CODE PLUS EFFECTIVE DATE, THE SAME AS     *
000800*              THE CONVMSTR ENTRY IT MAINTAINS -- ONLY ONE      *
000900*              OPEN REQUEST PER CODE AND DATE.  PND-STATUS:     *
001000*                P  PENDING APPROVAL                            *
001100*                A  APPROVED, AWAITING EXTRACT                  *
001200*                R  REJECTED BY THE CHECKER (PND-REASON)        *
001300*                X  EXTRACTED TO CONVTRAN BY YCVPNDX            *
001400*              A REJECTED OR EXTRACTED RECORD IS OVERWRITTEN    *
001500*              BY THE NEXT REQUEST FOR THE SAME KEY.  THE RATE  *
001600*              FIELDS FOLLOW YCVTRAN; PND-OLD-RATE IS THE RATE  *
001700*              ON THE MASTER WHEN THE REQUEST WAS KEYED, SHOWN  *
001800*              TO THE CHECKER.  RECORD LENGTH 140.              *
001900*****************************************************************
002000    05  PND-KEY.
002100        10  PND-CODE                PIC X(05).
002200        10  PND-EFF-DATE            PIC X(08).
002300    05  PND-STATUS                  PIC X(01).
002400        88  PND-PENDING             VALUE 'P'.
002500        88  PND-APPROVED            VALUE 'A'.
002600        88  PND-REJECTED            VALUE 'R'.
002700        88  PND-EXTRACTED           VALUE 'X'.
002800    05  PND-ACTION                  PIC X(01).
002900        88  PND-ADD                 VALUE 'A'.
003000        88  PND-CHANGE              VALUE 'C'.
003100        88  PND-DELETE              VALUE 'D'.
003200    05  PND-GROUP-KEY               PIC X(03).
003300    05  PND-RATE                    PIC S9(05)V9(06) COMP-3.
003400    05  PND-RATE-TYPE               PIC X(01).
003500        88  PND-DIRECT-RATE         VALUE 'D' ' '.
003600        88  PND-CROSS-RATE          VALUE 'X'.
003700    05  PND-LEG1-CODE               PIC X(05).
003800    05  PND-LEG2-CODE               PIC X(05).
003900    05  PND-CROSS-METHOD            PIC X(01).
004000    05  PND-OLD-RATE                PIC S9(05)V9(06) COMP-3.
004100    05  PND-MAKER-ID                PIC X(08).
004200    05  PND-MAKER-DATE              PIC X(08).
004300    05  PND-MAKER-TIME              PIC X(06).
004400    05  PND-CHECKER-ID              PIC X(08).
004500    05  PND-CHECKER-DATE            PIC X(08).
004600    05  PND-CHECKER-TIME            PIC X(06).
004700    05  PND-REASON                  PIC X(30).
004800    05  PND-EXTRACT-DATE            PIC X(08).
004900    05  FILLER                      PIC X(16).
