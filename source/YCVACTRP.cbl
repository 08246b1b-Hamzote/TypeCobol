002300*                                                                *
002400* MODIFICATION HISTORY.                                          *
002500*     09/02/26  JFM  ORIGINAL VERSION.                           *
002510*     10/14/26  JFM  CONVAUDT RECORD LENGTHENED TO 80 BYTES.     *
002520*                    EACH STATEMENT LINE SHOWS THE RATE DATE THE *
002530*                    CONVERSION WAS PRICED AT.                   *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004200 FD  AUDIT-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 01  AUDIT-REC                       PIC X(80).
004600 FD  PARM-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
005600     05  SRT-ACCOUNT                 PIC X(10).
005700     05  SRT-DATE                    PIC X(08).
005800     05  SRT-TIME                    PIC X(08).
005900     05  SRT-AUDIT-IMAGE             PIC X(80).
006000 WORKING-STORAGE SECTION.
006100*****************************************************************
006200* SWITCHES                                                       *
013300     05  FILLER                  PIC X(07) VALUE SPACES.
013400     05  FILLER                  PIC X(16) VALUE
013500         'CONVERTED AMOUNT'.
013510     05  FILLER                  PIC X(04) VALUE SPACES.
013520     05  FILLER                  PIC X(09) VALUE 'RATE DATE'.
013600     05  FILLER                  PIC X(44) VALUE SPACES.
013700 01  ACTRPT-LINE.
013800     05  ASL-CC                  PIC X(01).
013900     05  ASL-DATE                PIC X(08).
014700     05  ASL-RATE                PIC ZZZZ9.999999.
014800     05  FILLER                  PIC X(02).
014900     05  ASL-CONV-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
014910     05  FILLER                  PIC X(02).
014920     05  ASL-RATE-DATE           PIC X(08).
015000     05  FILLER                  PIC X(45).
015100 01  ACTRPT-TOTAL-LINE.
015200     05  ATL-CC                  PIC X(01).
015300     05  ATL-LIT                 PIC X(18).
029100     MOVE AUD-ORIG-AMOUNT  TO ASL-ORIG-AMT.
029200     MOVE AUD-RATE         TO ASL-RATE.
029300     MOVE AUD-CONV-AMOUNT  TO ASL-CONV-AMT.
029310     MOVE AUD-RATE-DATE    TO ASL-RATE-DATE.
029400     WRITE ACTRPT-REC FROM ACTRPT-LINE
029500         AFTER ADVANCING 1 LINE.
029600     ADD 1 TO WS-LINE-COUNT.
