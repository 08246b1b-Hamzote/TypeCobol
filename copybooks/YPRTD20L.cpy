000600*              PLUS A SUBTOTAL LINE PRINTED ON EACH CONVEAL     *
000700*              GROUP-KEY CONTROL BREAK, AND A CONDENSED ONE-    *
000750*              LINE LAYOUT SELECTED BY THE PARAMETER CARD       *
000760*              THE FULL DETAIL LINE AND THE SUBTOTAL CARRY THE  *
000770*              CONVERSION FEE CHARGED (YFEEMST) AND THE GROUP'S *
000780*              FEE TOTAL; THE CONDENSED LINE DOES NOT SHOW IT.  *
000800*****************************************************************
000900    05  PRTD20L-CC                  PIC X(01).
001000    05  PRTD20L-DETAIL-LINE.
001700        10  PRTD20L-RATE            PIC ZZZZ9.999999.
001800        10  FILLER                  PIC X(02).
001900        10  PRTD20L-CONV-AMT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
002000        10  FILLER                  PIC X(02).
002010        10  PRTD20L-FEE-AMT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
002020        10  FILLER                  PIC X(15).
002100    05  PRTD20L-SUBTOTAL-LINE REDEFINES PRTD20L-DETAIL-LINE.
002200        10  FILLER                  PIC X(05).
002300        10  PRTD20L-ST-LIT          PIC X(14).
002600        10  PRTD20L-ST-COUNT        PIC Z,ZZZ,ZZ9.
002700        10  FILLER                  PIC X(03).
002800        10  PRTD20L-ST-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
002900        10  FILLER                  PIC X(18).
002910        10  PRTD20L-ST-FEE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
002920        10  FILLER                  PIC X(14).
003000    05  PRTD20L-CONDENSED-LINE REDEFINES PRTD20L-DETAIL-LINE.
003100        10  PRTD20L-COND-KEY        PIC X(10).
003200        10  FILLER                  PIC X(02).
