002100*                                                                *
002200* MODIFICATION HISTORY.                                          *
002300*     08/22/26  JFM  ORIGINAL VERSION.                           *
002310*     10/15/26  JFM  CHANGE-LOG RECORD GROWS TO 62 BYTES WITH    *
002320*                    THE APPROVING USER ID.                      *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004000 FD  CHANGE-LOG-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300 01  LOG-REC                         PIC X(62).
004400 FD  LOGK-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  LOGK-REC.
005000     05  SRT-CODE                    PIC X(05).
005100     05  SRT-DATE                    PIC X(08).
005200     05  SRT-TIME                    PIC X(08).
005300     05  SRT-LOG-IMAGE               PIC X(62).
005400 WORKING-STORAGE SECTION.
005500*****************************************************************
005600* SWITCHES                                                       *
