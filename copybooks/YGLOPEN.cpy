000100*****************************************************************
000200* YGLOPEN  --  GL OPEN-ITEM (UNACKNOWLEDGED POSTING) RECORD     *
000300* USED BY    : YGLACKRC                                         *
000400* DESCRIPTION: ONE RECORD PER GLINTF GROUP-KEY DETAIL SENT TO   *
000500*              THE GL FOR WHICH NO ACKNOWLEDGEMENT HAS YET      *
000600*              COME BACK.  WRITTEN AT THE END OF EACH           *
000700*              RECONCILIATION RUN AND READ BACK BY THE NEXT ONE *
000800*              SO AN ITEM IS CARRIED FORWARD UNTIL THE GL       *
000900*              ACKNOWLEDGES IT.  OPN-SOURCE NAMES THE PROGRAM   *
001000*              THAT WROTE THE FILE (REMP, MERG, CORR OR HREL),  *
001100*              OPN-RUN-DATE/TIME ITS HEADER, AND OPN-AGE-DAYS   *
001200*              THE DAYS FROM OPN-RUN-DATE TO THE BUSINESS DATE  *
001300*              OF THE RUN THAT WROTE THE RECORD.  OPN-FILE-     *
001400*              ACK-SW 'A' MEANS THE GL ACCEPTED THE FILE BUT    *
001500*              NEVER REPORTED THIS DETAIL.  RECORD LENGTH 60.   *
001510*              OPN-DET-TYPE IS THE GLINTF DETAIL TYPE -- 'F'    *
001520*              FOR A CONVERSION-FEE DETAIL, 'D' (SPACE ON       *
001530*              RECORDS WRITTEN BEFORE FEE DETAILS EXISTED) FOR  *
001540*              A CONVERTED-AMOUNT DETAIL.                       *
001600*****************************************************************
001700    05  OPN-SOURCE                  PIC X(04).
001800    05  OPN-RUN-DATE                PIC X(08).
001900    05  OPN-RUN-TIME                PIC X(08).
002000    05  OPN-GROUP-KEY               PIC X(03).
002100    05  OPN-REC-COUNT               PIC S9(07) COMP-3.
002200    05  OPN-AMOUNT                  PIC S9(09)V9(02) COMP-3.
002300    05  OPN-FILE-ACK-SW             PIC X(01).
002400        88  OPN-FILE-ACCEPTED       VALUE 'A'.
002500    05  OPN-AGE-DAYS                PIC S9(05) COMP-3.
002550    05  OPN-DET-TYPE                PIC X(01).
002600    05  FILLER                      PIC X(22).
