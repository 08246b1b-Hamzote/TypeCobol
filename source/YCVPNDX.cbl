000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  YCVPNDX.
000300 AUTHOR.      R W HALVORSEN.
000400 INSTALLATION. DATA CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* REMARKS.                                                       *
000900*     APPROVED ONLINE CONVEAL CHANGE EXTRACT.                    *
001000*                                                                *
001100*     READS THE WHOLE CONVPEND VSAM KSDS OF CHANGES KEYED ONLINE *
001200*     UNDER CVMN AND DECIDED UNDER CVAP.  EVERY APPROVED ('A')   *
001300*     REQUEST IS WRITTEN TO PENDTRAN AS A YCVTRAN MAINTENANCE    *
001400*     CARD CARRYING THE ENTERING USER AS TRAN-USER-ID AND THE    *
001500*     APPROVING USER AS TRAN-APPROVER-ID, AND IS REWRITTEN AS    *
001600*     EXTRACTED ('X') WITH THE RUN DATE, SO IT IS NEVER PASSED   *
001700*     TWICE.  PENDING AND REJECTED REQUESTS ARE LEFT AS THEY     *
001800*     ARE AND COUNTED.                                           *
001900*                                                                *
002000*     PENDTRAN IS CONCATENATED WITH THE CARD AND RATEFEED        *
002100*     CONVTRAN INPUT TO THE SORT AHEAD OF YCVPROOF AND YCVMAINT, *
002200*     SO AN ONLINE CHANGE IS PROOFED, APPLIED AND LOGGED LIKE    *
002300*     ANY OTHER -- RUN IN THE NIGHTLY MAINTENANCE JOB, OR IN AN  *
002400*     OFF-SCHEDULE RUN OF THAT JOB FOR AN URGENT CORRECTION.     *
002500*                                                                *
002600*     RETURN CODE 16 WHEN A PENDING RECORD CANNOT BE REWRITTEN.  *
002700*                                                                *
002800* MODIFICATION HISTORY.                                          *
002900*     10/15/26  JFM  ORIGINAL VERSION.                           *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PENDING-FILE    ASSIGN TO CONVPEND
003800                            ORGANIZATION IS INDEXED
003900                            ACCESS MODE IS DYNAMIC
004000                            RECORD KEY IS PND-KEY.
004100     SELECT TRANS-FILE      ASSIGN TO PENDTRAN
004200                            ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PENDING-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  PENDING-REC.
004800     COPY YCVPEND.
004900 FD  TRANS-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  TRANS-REC                       PIC X(53).
005300 WORKING-STORAGE SECTION.
005400*****************************************************************
005500* SWITCHES                                                       *
005600*****************************************************************
005700 77  WS-PEND-EOF-SW                  PIC X(01) VALUE 'N'.
005800     88  PEND-EOF                    VALUE 'Y'.
005900*****************************************************************
006000* COUNTERS                                                       *
006100*****************************************************************
006200 77  WS-READ-COUNT                   PIC S9(07) COMP-3 VALUE 0.
006300 77  WS-EXTRACT-COUNT                PIC S9(07) COMP-3 VALUE 0.
006400 77  WS-PENDING-COUNT                PIC S9(07) COMP-3 VALUE 0.
006500 77  WS-REJECT-COUNT                 PIC S9(07) COMP-3 VALUE 0.
006600*****************************************************************
006700* WORK FIELDS                                                    *
006800*****************************************************************
006900 77  WS-RUN-DATE                     PIC X(08).
007000 77  WS-RUN-TIME                     PIC X(08).
007100*****************************************************************
007200* RECORD WORK AREA                                               *
007300*****************************************************************
007400 01  PEND-TRANSACTION. COPY  YCVTRAN.
007500 PROCEDURE DIVISION.
007600*****************************************************************
007700* 0000-MAINLINE -- EXTRACT EVERY APPROVED REQUEST                *
007800*****************************************************************
007900 0000-MAINLINE.
008000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008100     PERFORM 2000-EXTRACT-REQUEST THRU 2000-EXIT
008200         UNTIL PEND-EOF.
008300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008400     GOBACK.
008500*****************************************************************
008600* 1000-INITIALIZE -- OPEN FILES, POSITION AT THE FIRST KEY       *
008700*****************************************************************
008800 1000-INITIALIZE.
008900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009000     ACCEPT WS-RUN-TIME FROM TIME.
009100     OPEN I-O    PENDING-FILE
009200          OUTPUT TRANS-FILE.
009300     MOVE LOW-VALUES TO PND-KEY.
009400     START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
009500         INVALID KEY
009600             SET PEND-EOF TO TRUE
009700     END-START.
009800 1000-EXIT.
009900     EXIT.
010000*****************************************************************
010100* 2000-EXTRACT-REQUEST -- ONE PENDING-FILE RECORD.  AN APPROVED  *
010200*                 REQUEST BECOMES A CONVTRAN CARD AND IS MARKED  *
010300*                 EXTRACTED; ANY OTHER IS ONLY COUNTED           *
010400*****************************************************************
010500 2000-EXTRACT-REQUEST.
010600     READ PENDING-FILE NEXT RECORD
010700         AT END
010800             SET PEND-EOF TO TRUE
010900             GO TO 2000-EXIT
011000     END-READ.
011100     ADD 1 TO WS-READ-COUNT.
011200     IF PND-PENDING
011300         ADD 1 TO WS-PENDING-COUNT
011400         GO TO 2000-EXIT
011500     END-IF.
011600     IF PND-REJECTED
011700         ADD 1 TO WS-REJECT-COUNT
011800         GO TO 2000-EXIT
011900     END-IF.
012000     IF NOT PND-APPROVED
012100         GO TO 2000-EXIT
012200     END-IF.
012300     PERFORM 2100-BUILD-TRANSACTION THRU 2100-EXIT.
012400     WRITE TRANS-REC FROM PEND-TRANSACTION.
012500     SET PND-EXTRACTED TO TRUE.
012600     MOVE WS-RUN-DATE TO PND-EXTRACT-DATE.
012700     REWRITE PENDING-REC
012800         INVALID KEY
012900             DISPLAY 'YPX2710E REWRITE FAILED FOR CODE '
013000                 PND-CODE ' EFFECTIVE ' PND-EFF-DATE
013100                 ' -- RUN ENDED'
013200             MOVE 16 TO RETURN-CODE
013300             SET PEND-EOF TO TRUE
013400             GO TO 2000-EXIT
013500     END-REWRITE.
013600     ADD 1 TO WS-EXTRACT-COUNT.
013700     DISPLAY 'YPX2705I EXTRACTED ' PND-CODE ' ' PND-EFF-DATE
013800         ' ACTION ' PND-ACTION ' ENTERED BY ' PND-MAKER-ID
013900         ' APPROVED BY ' PND-CHECKER-ID.
014000 2000-EXIT.
014100     EXIT.
014200*****************************************************************
014300* 2100-BUILD-TRANSACTION -- THE APPROVED REQUEST AS A YCVTRAN    *
014400*                 MAINTENANCE CARD                               *
014500*****************************************************************
014600 2100-BUILD-TRANSACTION.
014700     MOVE SPACES           TO PEND-TRANSACTION.
014800     MOVE PND-CODE         TO TRAN-CODE.
014900     MOVE PND-ACTION       TO TRAN-ACTION.
015000     MOVE PND-GROUP-KEY    TO TRAN-GROUP-KEY.
015100     MOVE PND-RATE         TO TRAN-RATE.
015200     MOVE PND-MAKER-ID     TO TRAN-USER-ID.
015300     MOVE PND-EFF-DATE     TO TRAN-EFF-DATE.
015400     MOVE PND-RATE-TYPE    TO TRAN-RATE-TYPE.
015500     MOVE PND-LEG1-CODE    TO TRAN-LEG1-CODE.
015600     MOVE PND-LEG2-CODE    TO TRAN-LEG2-CODE.
015700     MOVE PND-CROSS-METHOD TO TRAN-CROSS-METHOD.
015800     MOVE PND-CHECKER-ID   TO TRAN-APPROVER-ID.
015900 2100-EXIT.
016000     EXIT.
016100*****************************************************************
016200* 8000-TERMINATE -- CLOSE FILES, REPORT RUN TOTALS               *
016300*****************************************************************
016400 8000-TERMINATE.
016500     CLOSE PENDING-FILE
016600           TRANS-FILE.
016700     DISPLAY 'YPX2700I ONLINE CONVEAL CHANGE EXTRACT RUN '
016800         WS-RUN-DATE ' ' WS-RUN-TIME.
016900     DISPLAY 'YPX2701I PENDING RECORDS READ   : ' WS-READ-COUNT.
017000     DISPLAY 'YPX2702I APPROVED AND EXTRACTED : '
017100         WS-EXTRACT-COUNT.
017200     DISPLAY 'YPX2703I STILL AWAITING APPROVAL: '
017300         WS-PENDING-COUNT.
017400     DISPLAY 'YPX2704I REJECTED, NOT EXTRACTED: '
017500         WS-REJECT-COUNT.
017600 8000-EXIT.
017700     EXIT.
017800 END PROGRAM YCVPNDX.
