000800*              NO DECIMAL POINT) AND EFFECTIVE DATE, AND ONE    *
000900*              TRAILER RECORD CARRYING THE DETAIL RECORD COUNT  *
001000*              SO THE LOAD CAN PROVE IT RECEIVED THE WHOLE FEED *
001010*              A DETAIL WITH FEED-RATE-TYPE 'X' IS A CROSS-RATE *
001020*              ENTRY: IT NAMES TWO LEG CODES AND A METHOD (M    *
001030*              MULTIPLY, D DIVIDE) AND ITS FEED-RATE IS ZERO.   *
001100*****************************************************************
001200    05  FEED-REC-TYPE               PIC X(01).
001300        88  FEED-HEADER             VALUE 'H'.
002200        10  FEED-GROUP-KEY          PIC X(03).
002300        10  FEED-RATE               PIC 9(05)V9(06).
002400        10  FEED-EFF-DATE           PIC X(08).
002410        10  FEED-RATE-TYPE          PIC X(01).
002420            88  FEED-DIRECT-RATE    VALUE 'D' ' '.
002430            88  FEED-CROSS-RATE     VALUE 'X'.
002440        10  FEED-LEG1-CODE          PIC X(05).
002450        10  FEED-LEG2-CODE          PIC X(05).
002460        10  FEED-CROSS-METHOD       PIC X(01).
002500        10  FILLER                  PIC X(40).
002600    05  FEED-TRAILER-DATA REDEFINES FEED-DATA.
002700        10  FEED-TRL-COUNT          PIC 9(07).
002800        10  FILLER                  PIC X(72).
