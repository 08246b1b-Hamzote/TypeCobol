000100*****************************************************************
000200* YFEELOG  --  FEE SCHEDULE MAINTENANCE CHANGE-LOG LAYOUT        *
000300* USED BY    : YFEEMNT                                           *
000400* DESCRIPTION: ONE LINE PER TRANSACTION APPLIED (OR REJECTED)    *
000500*              AGAINST THE FEEMSTR FEE SCHEDULE -- THE ENTRY,    *
000600*              THE FEE BEFORE AND AFTER, WHO AND WHEN.  THE OLD  *
000700*              FEE IS ZERO/SPACES FOR AN ADD, AND THE ENTRY'S    *
000800*              UNCHANGED FEE ON BOTH SIDES FOR A DELETE.         *
000900*              RECORD LENGTH 80.                                 *
001000*****************************************************************
001100    05  FLG-GROUP-KEY               PIC X(03).
001200    05  FLG-EFF-DATE                PIC X(08).
001300    05  FLG-ACTION                  PIC X(01).
001400    05  FLG-DISPOSITION             PIC X(08).
001500    05  FLG-OLD-FEE-TYPE            PIC X(01).
001600    05  FLG-OLD-FLAT-AMOUNT         PIC S9(07)V9(02) COMP-3.
001700    05  FLG-OLD-PERCENT             PIC S9(03)V9(04) COMP-3.
001800    05  FLG-OLD-MIN-AMOUNT          PIC S9(07)V9(02) COMP-3.
001900    05  FLG-NEW-FEE-TYPE            PIC X(01).
002000    05  FLG-NEW-FLAT-AMOUNT         PIC S9(07)V9(02) COMP-3.
002100    05  FLG-NEW-PERCENT             PIC S9(03)V9(04) COMP-3.
002200    05  FLG-NEW-MIN-AMOUNT          PIC S9(07)V9(02) COMP-3.
002300    05  FLG-USER-ID                 PIC X(08).
002400    05  FLG-RUN-DATE                PIC X(08).
002500    05  FLG-RUN-TIME                PIC X(08).
002600    05  FILLER                      PIC X(06).
