002700*                                                                *
002800* MODIFICATION HISTORY.                                          *
002900*     08/21/26  JFM  ORIGINAL VERSION.                           *
002910*     10/15/26  JFM  CHANGE-LOG RECORD GROWS TO 62 BYTES WITH    *
002920*                    THE APPROVING USER ID, PRINTED IN A NEW     *
002930*                    APPROVER COLUMN.                            *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004600 FD  CHANGE-LOG-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  LOG-REC                         PIC X(62).
005000 FD  PARM-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
006100     05  SRT-USER                    PIC X(08).
006200     05  SRT-DATE                    PIC X(08).
006300     05  SRT-TIME                    PIC X(08).
006400     05  SRT-LOG-IMAGE               PIC X(62).
006500 WORKING-STORAGE SECTION.
006600*****************************************************************
006700* SWITCHES                                                       *
012800     05  FILLER                  PIC X(08) VALUE 'NEW RATE'.
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  FILLER                  PIC X(11) VALUE 'DISPOSITION'.
013010     05  FILLER                  PIC X(02) VALUE SPACES.
013020     05  FILLER                  PIC X(08) VALUE 'APPROVER'.
013100     05  FILLER                  PIC X(39) VALUE SPACES.
013200 01  LOG-LINE.
013300     05  LGL-CC                  PIC X(01).
013400     05  LGL-CODE                PIC X(05).
014600     05  LGL-NEW-RATE            PIC ZZZZ9.999999.
014700     05  FILLER                  PIC X(02).
014800     05  LGL-DISP                PIC X(08).
014810     05  FILLER                  PIC X(09).
014820     05  LGL-APPROVER            PIC X(08).
014900     05  FILLER                  PIC X(39).
015000 PROCEDURE DIVISION.
015100*****************************************************************
015200* 0000-MAINLINE -- TWO SORT PASSES OVER THE SAME LOG FILE, ONE   *
030200     MOVE LOG-OLD-RATE     TO LGL-OLD-RATE.
030300     MOVE LOG-NEW-RATE     TO LGL-NEW-RATE.
030400     MOVE LOG-DISPOSITION  TO LGL-DISP.
030410     MOVE LOG-APPROVER-ID  TO LGL-APPROVER.
030500     IF WS-CUR-BREAK NOT = WS-PREV-BREAK
030600        AND WS-PREV-BREAK NOT = SPACES
030700         WRITE LOGRPT-REC FROM LOG-LINE
