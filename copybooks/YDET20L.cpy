000200* YDET20L  --  DETAIL-20 INPUT RECORD LAYOUT                    *
000300* USED BY    : REMPART (RemarksPartial)                        *
000400* DESCRIPTION: ONE TRANSACTION AWAITING CONVEAL RATE CONVERSION *
000410*              DET20-TXN-DATE (CCYYMMDD) IS THE TRANSACTION     *
000420*              VALUE DATE -- THE RECORD IS CONVERTED AT THE     *
000430*              CONVEAL RATE IN EFFECT ON THAT DATE.             *
000440*              DET20-RECYCLE-SW IS SET TO R BY YCVRECYC ON A    *
000450*              RECORD IT RELEASES FROM SUSPENSE, SO THE YDET20ED*
000460*              REPEAT CHECK DOES NOT REJECT IT AS DP02 AGAINST  *
000470*              ITS OWN EARLIER PASS.  SPACE ON THE RAW FEED.    *
000500*****************************************************************
000600    05  DET20-KEY.
000700        10  DET20-ACCOUNT           PIC X(10).
000800    05  DET20-CONV-CODE             PIC X(05).
000900    05  DET20-AMOUNT                PIC S9(09)V9(02) COMP-3.
000950    05  DET20-TXN-DATE              PIC X(08).
000960    05  DET20-RECYCLE-SW            PIC X(01).
000970        88  DET20-RECYCLED          VALUE 'R'.
000980    05  FILLER                      PIC X(11).
