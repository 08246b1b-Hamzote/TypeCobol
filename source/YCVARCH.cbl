003100*                                                                *
003200* MODIFICATION HISTORY.                                          *
003300*     09/02/26  JFM  ORIGINAL VERSION.                           *
003310*     10/14/26  JFM  CONVAUDT RECORD LENGTHENED TO 80 BYTES FOR  *
003320*                    THE CONVERSION RATE DATE.                   *
003330*     10/15/26  JFM  CHANGE-LOG RECORD GROWS TO 62 BYTES WITH    *
003340*                    THE APPROVING USER ID.                      *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005900 FD  AUDIT-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  AUDIT-REC                       PIC X(80).
006300 FD  LOG-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  LOG-REC                         PIC X(62).
006700 FD  ARCAUDT-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  ARCAUDT-REC                     PIC X(80).
007100 FD  ARCLOG-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  ARCLOG-REC                      PIC X(62).
007500 FD  RETAUDT-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  RETAUDT-REC                     PIC X(80).
007900 FD  RETLOG-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  RETLOG-REC                      PIC X(62).
008300 FD  NDX-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
