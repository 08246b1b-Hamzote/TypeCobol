000100*****************************************************************
000200* YDUPOVR  --  DETAIL-20 REPEAT OVERRIDE CARD LAYOUT            *
000300* USED BY    : YDET20ED                                         *
000400* DESCRIPTION: THE DESK'S RELEASE OF A GENUINE REPEAT, ON THE   *
000500*              DUPOVRD FILE (EMPTY WHEN THERE IS NONE).  AN 'R' *
000600*              CARD RELEASES THE ONE RECORD WITH THAT ACCOUNT,  *
000700*              CONVERSION CODE AND AMOUNT (OVR-AMOUNT-SIGN '-'  *
000800*              FOR A NEGATIVE AMOUNT) SO IT PASSES THE EDIT     *
000900*              INSTEAD OF REJECTING AS DP02.  AN 'F' CARD       *
001000*              RELEASES A WHOLE FILE WHOSE COUNT AND HASH MATCH *
001100*              A RECENT YD20CTL RECORD, AND EVERY REPEAT IN IT. *
001200*              OVR-RELEASED-BY IS REQUIRED AND IS KEPT ON THE   *
001300*              DUPHIST ENTRY.  RECORD LENGTH 80.                *
001400*****************************************************************
001500    05  OVR-TYPE                    PIC X(01).
001600        88  OVR-RECORD-RELEASE      VALUE 'R'.
001700        88  OVR-FILE-RELEASE        VALUE 'F'.
001800    05  OVR-ACCOUNT                 PIC X(10).
001900    05  OVR-CONV-CODE               PIC X(05).
002000    05  OVR-AMOUNT-SIGN             PIC X(01).
002100        88  OVR-AMOUNT-NEGATIVE     VALUE '-'.
002200    05  OVR-AMOUNT                  PIC 9(09)V9(02).
002300    05  OVR-RELEASED-BY             PIC X(08).
002400    05  OVR-NOTE                    PIC X(30).
002500    05  FILLER                      PIC X(14).
