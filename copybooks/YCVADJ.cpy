000600*              RECOMPUTED AT THE CORRECTED RATE.  THE DIFFERENCE *
000700*              (CORRECTED MINUS ORIGINAL) IS THE AMOUNT TO POST  *
000800*              DOWNSTREAM.                                       *
000810*              THE CONVERSION FEE IS RECOMPUTED ON THE CORRECTED *
000820*              AMOUNT AS WELL; ADJ-FEE-DIFFERENCE IS THE FEE TO  *
000830*              POST (NEW MINUS OLD), AND A KEY IS WRITTEN WHEN   *
000835*              EITHER DIFFERENCE IS NOT ZERO.                    *
000840*              ADJ-BUSINESS-DATE IS THE BUSINESS DATE THE        *
000845*              BACKOUT WAS LOGGED UNDER ON THE YRUNCTL LEDGER,   *
000850*              SO YGLCORR POSTS UNDER THE SAME DATE.  RECORD     *
000855*              LENGTH 71 -- ADJUSTMENT FILES WRITTEN BEFORE THE  *
000860*              FEE FIELDS WERE ADDED ARE 45 BYTES, BEFORE THE    *
000865*              BUSINESS DATE WAS ADDED 63 BYTES.                 *
000900*****************************************************************
001000    05  ADJ-KEY                     PIC X(10).
001100    05  ADJ-CODE                    PIC X(05).
001300    05  ADJ-NEW-CONV-AMOUNT         PIC S9(09)V9(02) COMP-3.
001400    05  ADJ-DIFFERENCE              PIC S9(09)V9(02) COMP-3.
001500    05  ADJ-RUN-DATE                PIC X(08).
001510    05  ADJ-OLD-FEE-AMOUNT          PIC S9(09)V9(02) COMP-3.
001520    05  ADJ-NEW-FEE-AMOUNT          PIC S9(09)V9(02) COMP-3.
001530    05  ADJ-FEE-DIFFERENCE          PIC S9(09)V9(02) COMP-3.
001540    05  ADJ-BUSINESS-DATE           PIC X(08).
001600    05  FILLER                      PIC X(04).
