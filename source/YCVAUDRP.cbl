002310*     08/22/26  JFM  PERIOD-TOTAL LINE TRIMMED TO THE 133-BYTE   *
002320*                    PRINT RECORD -- THE OVERLONG FILLER WAS     *
002330*                    TRUNCATED ON EVERY WRITE.                   *
002340*     10/14/26  JFM  CONVAUDT RECORD LENGTHENED TO 80 BYTES FOR  *
002350*                    THE CONVERSION RATE DATE.                   *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004000 FD  AUDIT-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300 01  AUDIT-REC                       PIC X(80).
004400 FD  PARM-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
005200 SD  SORT-FILE.
005300 01  SORT-RECORD.
005400     05  SRT-CODE                    PIC X(05).
005500     05  SRT-AUDIT-IMAGE             PIC X(80).
005600 WORKING-STORAGE SECTION.
005700*****************************************************************
005800* SWITCHES                                                       *
