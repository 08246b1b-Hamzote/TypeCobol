000100*****************************************************************
000200* YDEDPARM --  DETAIL-20 EDIT PARAMETER CARD                    *
000300* USED BY    : YDET20ED                                         *
000400* DESCRIPTION: ONE OPTIONAL CARD READ AT THE START OF THE EDIT. *
000500*              DED-BUSINESS-DATE (CCYYMMDD) IS THE BUSINESS     *
000600*              DATE THE RUN IS LEDGERED UNDER ON YRUNCTL;       *
000700*              SPACES OR ZERO MEANS THE RUN DATE.  DED-RUN-     *
000800*              OVERRIDE 'Y' WITH THE OPERATOR'S ID IN DED-      *
000900*              OVERRIDE-BY FORCES A RUN THE LEDGER WOULD REFUSE *
001000*              AS A DUPLICATE; THE OVERRIDE IS LOGGED.          *
001010*              DED-RETAIN-DAYS IS HOW MANY DAYS BACK THE EDIT   *
001020*              LOOKS FOR A REPEATED RECORD OR A RESUBMITTED     *
001030*              FILE (DUPHIST HISTORY AND RECENT YD20CTL         *
001040*              RECORDS); SPACES OR ZERO MEANS 7.                *
001100*****************************************************************
001200    05  DED-BUSINESS-DATE           PIC X(08).
001300    05  DED-RUN-OVERRIDE            PIC X(01).
001400        88  DED-RUNCTL-OVERRIDE     VALUE 'Y'.
001500    05  DED-OVERRIDE-BY             PIC X(08).
001550    05  DED-RETAIN-DAYS             PIC 9(03).
001600    05  FILLER                      PIC X(60).
