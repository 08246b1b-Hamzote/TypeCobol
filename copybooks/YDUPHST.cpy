000100*****************************************************************
000200* YDUPHST  --  DETAIL-20 REPEAT-DETECTION HISTORY RECORD        *
000300* USED BY    : YDET20ED                                         *
000400* DESCRIPTION: ONE DUPHIST VSAM KSDS ENTRY PER ACCOUNT,         *
000500*              CONVERSION CODE AND AMOUNT PASSED BY THE         *
000600*              DETAIL-20 EDIT, SO A RECORD THE UPSTREAM SYSTEM  *
000700*              SENDS AGAIN ON A LATER DAY IS CAUGHT.            *
000800*              DUP-FIRST-SEEN-DATE IS THE BUSINESS DATE OF THE  *
000900*              EDIT RUN THAT FIRST PASSED IT (DUP-FIRST-RUN-    *
001000*              DATE/TIME THAT RUN), DUP-LAST-SEEN-DATE THE      *
001100*              BUSINESS DATE IT WAS LAST PASSED -- AGAIN ONLY   *
001200*              WHEN A REPEAT WAS RELEASED BY OVERRIDE, BY       *
001300*              DUP-RELEASED-BY.  AN ENTRY NOT SEEN FOR MORE THAN*
001400*              THE RETENTION DAYS ON THE YDEDPARM CARD IS       *
001500*              DELETED BY THE NEXT EDIT RUN.  RECORD LENGTH 80. *
001600*****************************************************************
001700    05  DUP-KEY.
001800        10  DUP-ACCOUNT             PIC X(10).
001900        10  DUP-CONV-CODE           PIC X(05).
002000        10  DUP-AMOUNT              PIC S9(09)V9(02) COMP-3.
002100    05  DUP-FIRST-SEEN-DATE         PIC X(08).
002200    05  DUP-FIRST-RUN-DATE          PIC X(08).
002300    05  DUP-FIRST-RUN-TIME          PIC X(08).
002400    05  DUP-LAST-SEEN-DATE          PIC X(08).
002500    05  DUP-TXN-DATE                PIC X(08).
002600    05  DUP-SEEN-COUNT              PIC S9(05) COMP-3.
002700    05  DUP-RELEASED-BY             PIC X(08).
002800    05  FILLER                      PIC X(08).
