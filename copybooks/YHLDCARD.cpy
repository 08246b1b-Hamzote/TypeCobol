000100*****************************************************************
000200* YHLDCARD --  LARGE-VALUE HOLD RELEASE/DECLINE CARD LAYOUT     *
000300* USED BY    : YHLDREL                                          *
000400* DESCRIPTION: ONE CARD PER HELD ITEM ACTED ON.  HRC-HOLD-KEY   *
000500*              IS THE ITEM'S HLD-KEY AS LISTED ON THE PRTD20L   *
000600*              HELD-ITEMS SECTION OR THE AGED-HOLDS REPORT.     *
000700*              HRC-ACTION 'R' RELEASES THE ITEM TO THE GL, 'D'  *
000800*              DECLINES IT TO SUSPENSE.  HRC-APPROVER-ID IS THE *
000900*              SECOND PERSON ACTING ON IT AND MUST NOT BE THE   *
001000*              ID THAT SUBMITTED THE REMPART RUN THAT HELD IT.  *
001100*              HRC-NOTE IS KEPT ON THE HOLD ENTRY.              *
001200*****************************************************************
001300    05  HRC-ACTION                  PIC X(01).
001400        88  HRC-RELEASE             VALUE 'R'.
001500        88  HRC-DECLINE             VALUE 'D'.
001600    05  HRC-HOLD-KEY.
001700        10  HRC-ACCOUNT             PIC X(10).
001800        10  HRC-RUN-DATE            PIC X(08).
001900        10  HRC-RUN-TIME            PIC X(08).
002000        10  HRC-SEQ                 PIC 9(05).
002100    05  HRC-APPROVER-ID             PIC X(08).
002200    05  HRC-NOTE                    PIC X(30).
002300    05  FILLER                      PIC X(10).
