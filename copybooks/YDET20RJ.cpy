000600*              FOLLOWED BY AN IMAGE OF THE REJECTED RECORD.     *
000700*              REASON CODES: AM01 AMOUNT NOT VALID PACKED,      *
000800*              CD01 CONVERSION CODE BLANK, AC01 ACCOUNT BLANK,  *
000900*              DP01 DUPLICATE DETAIL-20 KEY, TD01 TRANSACTION   *
000910*              DATE MISSING OR INVALID, TD02 TRANSACTION DATE   *
000920*              LATER THAN THE RUN DATE, DP02 ACCOUNT, CODE AND  *
000930*              AMOUNT ALREADY PASSED ON AN EARLIER DAY -- THE   *
000940*              REASON TEXT THEN ENDS WITH RJ-FIRST-SEEN-DATE,   *
000950*              THE BUSINESS DATE IT WAS FIRST PASSED.           *
001000*****************************************************************
001100    05  RJ-REASON                   PIC X(04).
001200    05  FILLER                      PIC X(01).
001300    05  RJ-REASON-TEXT              PIC X(34).
001310    05  RJ-REPEAT-TEXT REDEFINES RJ-REASON-TEXT.
001320        10  RJ-REPEAT-LIT           PIC X(25).
001330        10  RJ-FIRST-SEEN-DATE      PIC X(08).
001340        10  FILLER                  PIC X(01).
001400    05  RJ-DETAIL-IMAGE             PIC X(41).
