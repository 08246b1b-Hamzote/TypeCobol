002700*                                                                *
002800* MODIFICATION HISTORY.                                          *
002900*     09/02/26  JFM  ORIGINAL VERSION.                           *
002910*     10/14/26  JFM  CONVAUDT RECORD LENGTHENED TO 80 BYTES FOR  *
002920*                    THE CONVERSION RATE DATE.                   *
002930*     10/15/26  JFM  YCVADJ ADJUSTMENT RECORD LENGTHENED TO 63   *
002940*                    BYTES FOR THE CONVERSION FEE CHANGE.        *
002950*     10/15/26  JFM  YCVADJ ADJUSTMENT RECORD LENGTHENED TO 71   *
002960*                    BYTES FOR THE BACKOUT BUSINESS DATE.        *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004800 FD  AUDIT-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  AUDIT-REC                       PIC X(80).
005200 FD  ADJHIST-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  ADJHIST-REC                     PIC X(71).
005600 FD  AUDK-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  AUDK-REC.
006200     05  SRT-ACCOUNT                 PIC X(10).
006300     05  SRT-DATE                    PIC X(08).
006400     05  SRT-TIME                    PIC X(08).
006500     05  SRT-AUDIT-IMAGE             PIC X(80).
006600 WORKING-STORAGE SECTION.
006700*****************************************************************
006800* SWITCHES                                                       *
