000100*****************************************************************
000200* YGLACK   --  GL LOAD ACKNOWLEDGEMENT RECORD LAYOUT            *
000300* USED BY    : YGLACKRC                                         *
000400* DESCRIPTION: RETURNED BY THE GL SYSTEM FOR EACH YGLINTF FILE  *
000500*              IT LOADS.  ACK-RUN-DATE/TIME ECHO THE HEADER OF  *
000600*              THE GLINTF FILE BEING ACKNOWLEDGED.  ONE DETAIL  *
000700*              RESULT ('D') PER GROUP-KEY DETAIL, POSTED OR     *
000800*              REJECTED WITH A REASON, AND ONE FILE RESULT      *
000900*              ('F') PER FILE -- THE FILE ACCEPTED OR REJECTED  *
001000*              AS A WHOLE, WITH THE DETAIL COUNT AND HASH THE   *
001100*              GL RECEIVED AND HOW MANY IT POSTED/REJECTED.  A  *
001200*              REJECTED FILE POSTS NOTHING.  RECORD LENGTH 60.  *
001210*              ACK-DET-TYPE NAMES THE KIND OF GLINTF DETAIL A   *
001220*              DETAIL RESULT ANSWERS -- 'F' FOR A CONVERSION-   *
001230*              FEE DETAIL, 'D' OR SPACE FOR A CONVERTED-AMOUNT  *
001240*              DETAIL.                                          *
001300*****************************************************************
001400    05  ACK-REC-TYPE                PIC X(01).
001500        88  ACK-FILE-RESULT         VALUE 'F'.
001600        88  ACK-DETAIL-RESULT       VALUE 'D'.
001700    05  ACK-RUN-DATE                PIC X(08).
001800    05  ACK-RUN-TIME                PIC X(08).
001900    05  ACK-DATA                    PIC X(43).
002000    05  ACK-DETAIL-DATA REDEFINES ACK-DATA.
002100        10  ACK-DET-GROUP-KEY       PIC X(03).
002200        10  ACK-DET-STATUS          PIC X(01).
002300            88  ACK-DET-POSTED      VALUE 'P'.
002400            88  ACK-DET-REJECTED    VALUE 'R'.
002500        10  ACK-DET-REC-COUNT       PIC S9(07) COMP-3.
002600        10  ACK-DET-AMOUNT          PIC S9(09)V9(02) COMP-3.
002700        10  ACK-DET-REASON          PIC X(04).
002800        10  ACK-DET-POST-DATE       PIC X(08).
002850        10  ACK-DET-TYPE            PIC X(01).
002860            88  ACK-DET-FEE         VALUE 'F'.
002900        10  FILLER                  PIC X(16).
003000    05  ACK-FILE-DATA REDEFINES ACK-DATA.
003100        10  ACK-FILE-STATUS         PIC X(01).
003200            88  ACK-FILE-ACCEPTED   VALUE 'A'.
003300            88  ACK-FILE-REJECTED   VALUE 'R'.
003400        10  ACK-FILE-DET-COUNT      PIC S9(07) COMP-3.
003500        10  ACK-FILE-HASH-TOTAL     PIC S9(13)V9(02) COMP-3.
003600        10  ACK-FILE-POSTED-COUNT   PIC S9(07) COMP-3.
003700        10  ACK-FILE-REJECT-COUNT   PIC S9(07) COMP-3.
003800        10  ACK-FILE-REASON         PIC X(04).
003900        10  FILLER                  PIC X(18).
