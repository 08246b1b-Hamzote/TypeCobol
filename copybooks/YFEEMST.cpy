000100*****************************************************************
000200* YFEEMST  --  CONVERSION FEE SCHEDULE ENTRY LAYOUT              *
000300* USED BY    : YFEEMNT, REMPART (RemarksPartial), YCVBKOUT       *
000400* DESCRIPTION: ONE FEEMSTR VSAM KSDS ENTRY -- THE CONVERSION FEE *
000500*              CHARGED ON A CONVERTED RECORD OF ONE CONVEAL      *
000600*              GROUP KEY.  A GROUP MAY CARRY SEVERAL ENTRIES,    *
000700*              ONE PER EFFECTIVE DATE (CCYYMMDD) -- THE ENTRY IN *
000800*              EFFECT FOR A GIVEN DATE IS THE ONE WITH THE       *
000900*              LATEST FEE-EFF-DATE NOT AFTER THAT DATE, AS FOR   *
001000*              CONVEAL.  KEYED BY FEE-GROUP-KEY, FEE-EFF-DATE.   *
001100*              A FLAT FEE ('F') IS FEE-FLAT-AMOUNT ON EVERY      *
001200*              CONVERTED RECORD.  A PERCENTAGE FEE ('P') IS      *
001300*              FEE-PERCENT OF THE CONVERTED AMOUNT (SIGN         *
001400*              IGNORED), ROUNDED TO THE CENT AND RAISED TO       *
001500*              FEE-MIN-AMOUNT WHEN IT FALLS BELOW IT.  A ZERO    *
001600*              CONVERTED AMOUNT IS NEVER CHARGED.  AN INACTIVE   *
001700*              ENTRY ('I') CHARGES NOTHING.  RECORD LENGTH 50.   *
001800*****************************************************************
001900    05  FEE-MSTR-KEY.
002000        10  FEE-GROUP-KEY           PIC X(03).
002100        10  FEE-EFF-DATE            PIC X(08).
002200    05  FEE-TYPE                    PIC X(01).
002300        88  FEE-FLAT                VALUE 'F'.
002400        88  FEE-PERCENTAGE          VALUE 'P'.
002500    05  FEE-FLAT-AMOUNT             PIC S9(07)V9(02) COMP-3.
002600    05  FEE-PERCENT                 PIC S9(03)V9(04) COMP-3.
002700    05  FEE-MIN-AMOUNT              PIC S9(07)V9(02) COMP-3.
002800    05  FEE-STATUS                  PIC X(01).
002900        88  FEE-ACTIVE              VALUE 'A'.
003000        88  FEE-INACTIVE            VALUE 'I'.
003100    05  FEE-LAST-CHG-DATE           PIC X(08).
003200    05  FEE-LAST-CHG-USER           PIC X(08).
003300    05  FILLER                      PIC X(07).
