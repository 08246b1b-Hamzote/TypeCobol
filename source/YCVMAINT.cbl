002294*     DATE).  THE MASTER IS UPDATED IN PLACE, SO THE ONLINE      *
002295*     CVIQ INQUIRY STAYS UP THROUGH THE MAINTENANCE WINDOW AND   *
002296*     NO KSDS UNLOAD/RELOAD STEP IS NEEDED.                      *
002297*                                                                *
002298*     AN ADD OR CHANGE CARD FOR A CROSS-RATE ENTRY (TRAN-RATE-   *
002299*     TYPE 'X') MUST NAME TWO DIFFERENT LEG CODES, NEITHER THE   *
002309*     CROSS CODE ITSELF, AND A METHOD OF M OR D, AND EACH LEG    *
002319*     MUST HAVE AN ACTIVE DIRECT ENTRY IN EFFECT ON THE CARD'S   *
002329*     EFFECTIVE DATE -- OTHERWISE THE CARD IS REJECTED AS        *
002339*     REJ-LEGS.  A CROSS-RATE ENTRY IS STORED WITH A ZERO RATE.  *
002349*                                                                *
002354*     CHANGES KEYED ONLINE UNDER CVMN AND APPROVED UNDER CVAP    *
002359*     REACH THIS RUN AS ORDINARY CONVTRAN CARDS EXTRACTED BY     *
002364*     YCVPNDX, CARRYING BOTH THE ENTERING AND THE APPROVING      *
002369*     USER ID -- BOTH ARE WRITTEN TO THE CHANGE LOG.             *
002374*                                                                *
002400* MODIFICATION HISTORY.                                          *
002500*     08/09/26  JFM  ORIGINAL VERSION.                           *
002510*     08/21/26  JFM  EFFECTIVE-DATED CONVEAL ENTRIES -- MERGE    *
002606*                    NOW UNLOAD CONVMSTR TO CONVOLD AHEAD OF     *
002607*                    THAT STEP, SINCE NO CONVNEW IS WRITTEN      *
002608*                    HERE TO BECOME THE NEXT CONVOLD.            *
002618*     10/14/26  JFM  CROSS-RATE CONVEAL ENTRIES -- LEG CODES AND *
002628*                    METHOD EDITED AGAINST THE MASTER, NEW       *
002638*                    DISPOSITION REJ-LEGS.                       *
002640*     10/15/26  JFM  APPROVING USER ID CARRIED FROM THE          *
002642*                    TRANSACTION CARD TO THE CHANGE LOG FOR      *
002644*                    CHANGES KEYED ONLINE.                       *
002648*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-370.
005200 FD  CHANGE-LOG-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  LOG-REC                         PIC X(62).
005600 WORKING-STORAGE SECTION.
005700*****************************************************************
005800* SWITCHES                                                       *
007100     88  CODE-KNOWN                  VALUE 'Y'.
007200 77  WS-IO-ERROR-SW                  PIC X(01) VALUE 'N'.
007300     88  IO-ERROR                    VALUE 'Y'.
007310 77  WS-LEGS-VALID-SW                PIC X(01) VALUE 'Y'.
007320     88  LEGS-VALID                  VALUE 'Y'.
007330 77  WS-LEG-FOUND-SW                 PIC X(01) VALUE 'N'.
007340     88  LEG-FOUND                   VALUE 'Y'.
007400*****************************************************************
007500* COUNTERS                                                       *
007600*****************************************************************
009400 77  WS-LAST-CODE-DATE               PIC X(08) VALUE SPACES.
009500 77  WS-LAST-CODE-RATE               PIC S9(05)V9(06) COMP-3
009600                                     VALUE ZERO.
009610*****************************************************************
009620* LEG CODE BEING CHECKED FOR A CROSS-RATE CARD, AND THE ENTRY    *
009630* IN EFFECT FOR IT ON THE CARD'S EFFECTIVE DATE                  *
009640*****************************************************************
009650 77  WS-LEG-CODE                     PIC X(05).
009660 77  WS-LEG-STATUS                   PIC X(01).
009670 77  WS-LEG-RATE-TYPE                PIC X(01).
009700*****************************************************************
009800* FULL MERGE KEY OF THE CURRENT TRANSACTION -- TRAN-EFF-DATE     *
009900* DEFAULTED TO THE RUN DATE WHEN THE CARD LEAVES IT BLANK        *
017400         PERFORM 2500-WRITE-LOG-RECORD THRU 2500-EXIT
017500         GO TO 2000-READ-NEXT
017600     END-IF.
017610     IF TRAN-CROSS-RATE AND NOT TRAN-DELETE
017620         PERFORM 2100-EDIT-CROSS-LEGS THRU 2100-EXIT
017630         IF NOT LEGS-VALID
017640             ADD 1 TO WS-REJECT-COUNT
017650             MOVE ZERO TO LOG-OLD-RATE
017660             MOVE ZERO TO LOG-NEW-RATE
017670             MOVE 'REJ-LEGS' TO LOG-DISPOSITION
017680             PERFORM 2500-WRITE-LOG-RECORD THRU 2500-EXIT
017690             GO TO 2000-READ-NEXT
017695         END-IF
017697     END-IF.
017700     PERFORM 2050-READ-MASTER-KEYED THRU 2050-EXIT.
017800     IF MSTR-FOUND
017900         PERFORM 2300-APPLY-MATCHED-TRANS THRU 2300-EXIT
020000     END-READ.
020100 2050-EXIT.
020200     EXIT.
020210*****************************************************************
020220* 2100-EDIT-CROSS-LEGS -- A CROSS-RATE CARD NEEDS TWO DIFFERENT  *
020230*     LEG CODES OTHER THAN ITS OWN CODE, A METHOD OF M OR D,     *
020240*     AND AN ACTIVE DIRECT ENTRY IN EFFECT FOR EACH LEG ON THE   *
020250*     CARD'S EFFECTIVE DATE.  THE CROSS ENTRY ITSELF TAKES NO    *
020260*     RATE, SO TRAN-RATE IS CLEARED                              *
020270*****************************************************************
020280 2100-EDIT-CROSS-LEGS.
020290     MOVE 'Y' TO WS-LEGS-VALID-SW.
020300     MOVE ZERO TO TRAN-RATE.
020310     IF TRAN-LEG1-CODE = SPACES OR TRAN-LEG2-CODE = SPACES
020320        OR TRAN-LEG1-CODE = TRAN-LEG2-CODE
020330        OR TRAN-LEG1-CODE = TRAN-CODE
020340        OR TRAN-LEG2-CODE = TRAN-CODE
020350        OR NOT (TRAN-CROSS-MULTIPLY OR TRAN-CROSS-DIVIDE)
020360         MOVE 'N' TO WS-LEGS-VALID-SW
020370         GO TO 2100-EXIT
020380     END-IF.
020390     MOVE TRAN-LEG1-CODE TO WS-LEG-CODE.
020400     PERFORM 2150-FIND-LEG-ENTRY THRU 2150-EXIT.
020410     IF LEG-FOUND
020420         MOVE TRAN-LEG2-CODE TO WS-LEG-CODE
020430         PERFORM 2150-FIND-LEG-ENTRY THRU 2150-EXIT
020440     END-IF.
020450     IF NOT LEG-FOUND
020460         MOVE 'N' TO WS-LEGS-VALID-SW
020470     END-IF.
020480 2100-EXIT.
020490     EXIT.
020500*****************************************************************
020510* 2150-FIND-LEG-ENTRY -- KEYED BROWSE OF THE LEG CODE'S ENTRIES  *
020520*     TO THE ONE IN EFFECT ON THE CARD'S EFFECTIVE DATE; IT      *
020530*     MUST BE ACTIVE AND A DIRECT RATE                           *
020540*****************************************************************
020550 2150-FIND-LEG-ENTRY.
020560     MOVE 'N' TO WS-LEG-FOUND-SW.
020570     MOVE 'N' TO WS-BROWSE-DONE-SW.
020580     MOVE SPACES TO WS-LEG-STATUS.
020590     MOVE SPACES TO WS-LEG-RATE-TYPE.
020600     MOVE WS-LEG-CODE TO CV-CODE.
020610     MOVE LOW-VALUES  TO CV-EFF-DATE.
020620     START CONVEAL-FILE KEY IS NOT LESS THAN CV-MSTR-KEY
020630         INVALID KEY
020640             SET BROWSE-DONE TO TRUE
020650     END-START.
020660     PERFORM 2160-READ-LEG-ENTRY THRU 2160-EXIT
020670         UNTIL BROWSE-DONE.
020680     IF WS-LEG-STATUS = 'A'
020690        AND (WS-LEG-RATE-TYPE = 'D' OR WS-LEG-RATE-TYPE = SPACE)
020700         SET LEG-FOUND TO TRUE
020710     END-IF.
020720 2150-EXIT.
020730     EXIT.
020740 2160-READ-LEG-ENTRY.
020750     READ CONVEAL-FILE NEXT RECORD
020760         AT END
020770             SET BROWSE-DONE TO TRUE
020780             GO TO 2160-EXIT
020790     END-READ.
020800     IF CV-CODE NOT = WS-LEG-CODE
020810        OR CV-EFF-DATE > WS-TRAN-KEY-DATE
020820         SET BROWSE-DONE TO TRUE
020830     ELSE
020840         MOVE CV-STATUS    TO WS-LEG-STATUS
020850         MOVE CV-RATE-TYPE TO WS-LEG-RATE-TYPE
020860     END-IF.
020870 2160-EXIT.
020880     EXIT.
020890*****************************************************************
020900* 2200-APPLY-UNMATCHED-TRANS -- NO ENTRY FOR THE CODE/DATE.      *
020910*     ADD WRITES A NEW EFFECTIVE-DATED ENTRY.  A CHANGE IS       *
020920*     LEGITIMATE ONLY WHEN ITS CODE EXISTS AND THE CHANGE IS     *
020930*     DATED BEYOND THE CODE'S LAST ENTRY -- IT LOADS A NEW       *
020940*     FUTURE-DATED RATE.  ANYTHING ELSE IS REJECTED AS AN        *
020950*     UNKNOWN CODE/DATE                                          *
021000*****************************************************************
021100 2200-APPLY-UNMATCHED-TRANS.
021200     IF TRAN-ADD
024800     MOVE TRAN-EFF-DATE TO CV-EFF-DATE.
024900     MOVE TRAN-GROUP-KEY TO CV-GROUP-KEY.
025000     MOVE TRAN-RATE TO CV-RATE.
025010     PERFORM 2260-MOVE-RATE-TYPE THRU 2260-EXIT.
025100     SET CV-ACTIVE TO TRUE.
025200     MOVE WS-RUN-DATE TO CV-LAST-CHG-DATE.
025300     MOVE TRAN-USER-ID TO CV-LAST-CHG-USER.
025800     END-WRITE.
025900 2250-EXIT.
026000     EXIT.
026010*****************************************************************
026020* 2260-MOVE-RATE-TYPE -- DIRECT OR CROSS-RATE, WITH THE LEG      *
026030*     CODES AND METHOD OF A CROSS-RATE ENTRY                     *
026040*****************************************************************
026050 2260-MOVE-RATE-TYPE.
026060     IF TRAN-CROSS-RATE
026070         SET CV-CROSS-RATE TO TRUE
026080         MOVE TRAN-LEG1-CODE    TO CV-LEG1-CODE
026090         MOVE TRAN-LEG2-CODE    TO CV-LEG2-CODE
026100         MOVE TRAN-CROSS-METHOD TO CV-CROSS-METHOD
026110     ELSE
026120         MOVE 'D'    TO CV-RATE-TYPE
026130         MOVE SPACES TO CV-LEG1-CODE
026140         MOVE SPACES TO CV-LEG2-CODE
026150         MOVE SPACE  TO CV-CROSS-METHOD
026160     END-IF.
026170 2260-EXIT.
026180     EXIT.
026190*****************************************************************
026200* 2270-FIND-LAST-ENTRY -- KEYED BROWSE FROM (CODE, LOW-VALUES)   *
026300*     TO THE CODE'S LAST EFFECTIVE-DATED ENTRY, REMEMBERING      *
026400*     ITS DATE AND RATE                                          *
030400     IF TRAN-CHANGE
030500         MOVE TRAN-GROUP-KEY TO CV-GROUP-KEY
030600         MOVE TRAN-RATE TO CV-RATE
030650         PERFORM 2260-MOVE-RATE-TYPE THRU 2260-EXIT
030700         MOVE WS-RUN-DATE TO CV-LAST-CHG-DATE
030800         MOVE TRAN-USER-ID TO CV-LAST-CHG-USER
030900         PERFORM 2350-REWRITE-ENTRY THRU 2350-EXIT
035200     MOVE TRAN-CODE TO LOG-CODE.
035300     MOVE TRAN-ACTION TO LOG-ACTION.
035400     MOVE TRAN-USER-ID TO LOG-USER-ID.
035410     MOVE TRAN-APPROVER-ID TO LOG-APPROVER-ID.
035500     MOVE WS-RUN-DATE TO LOG-RUN-DATE.
035600     MOVE WS-RUN-TIME TO LOG-RUN-TIME.
035700     WRITE LOG-REC FROM CHANGE-LOG-RECORD.
