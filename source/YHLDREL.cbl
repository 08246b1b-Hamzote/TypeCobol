000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  YHLDREL.
000300 AUTHOR.      R W HALVORSEN.
000400 INSTALLATION. DATA CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* REMARKS.                                                      *
000900*     LARGE-VALUE HOLD RELEASE -- DUAL-CONTROL APPROVAL STEP.    *
001000*                                                                *
001100*     REMPART HOLDS ANY CONVERSION WHOSE CONVERTED AMOUNT IS     *
001200*     OVER ITS GROUP KEY'S YHLDLIM LIMIT, WRITING IT TO HOLDOUT  *
001300*     INSTEAD OF POSTING IT.  THIS STEP                          *
001400*                                                                *
001500*       1. LOADS THE DAY'S HOLDOUT FILES (HOLDNEW, CONCATENATED  *
001600*          IN THE JOB STREAM) INTO THE HOLDMSTR VSAM KSDS.  AN   *
001700*          ENTRY ALREADY ON FILE IS COUNTED AND LEFT AS IT IS,   *
001800*          SO A RERUN DOES NOT DISTURB ITEMS ALREADY ACTED ON.   *
001900*       2. APPLIES THE YHLDCARD RELEASE/DECLINE CARDS (HLDCARD). *
002000*          A CARD IS REFUSED WHEN ITS ACTION IS NOT R OR D, IT   *
002100*          HAS NO APPROVER ID, ITS ITEM IS NOT ON FILE OR NO     *
002200*          LONGER PENDING, OR THE APPROVER IS THE ID THAT        *
002300*          SUBMITTED THE REMPART RUN WHICH HELD THE ITEM.  AN   *
002310*          ITEM HELD BY A RUN WITH NO SUBMITTER ID CANNOT BE    *
002320*          RELEASED, ONLY DECLINED.                             *
002400*       3. A RELEASED ITEM IS WRITTEN TO THE RELAUDT AUDIT FILE  *
002500*          (YCVAUDIT LAYOUT, AT THE RATE REMPART PRICED IT) AND  *
002510*          ADDED TO ITS GROUP KEY'S TOTAL FOR THE RELGLI GLINTF  *
002520*          FILE AND ITS CONVERSION FEE (IF ANY) TO THE GROUP'S   *
002530*          FEE DETAIL.  A DECLINED ITEM IS CHARGED NO FEE AND IS *
002540*          WRITTEN TO THE CVSUSP                                 *
002800*          SUSPENSE FILE WITH REASON HD01.  EITHER WAY THE       *
002900*          HOLDMSTR ENTRY IS REWRITTEN WITH THE OUTCOME, THE     *
003000*          APPROVER AND THE DATE AND TIME OF THE ACTION.         *
003100*                                                                *
003200*     THE HLDRPT REPORT LISTS EVERY CARD AND ITS OUTCOME, THE    *
003300*     GL TOTALS BY GROUP KEY AND THE RUN TOTALS.  RETURN CODE 4  *
003400*     WHEN ANY CARD IS REFUSED, 16 WHEN THE GROUP-KEY TABLE      *
003500*     OVERFLOWS.                                                 *
003600*                                                                *
003700* MODIFICATION HISTORY.                                          *
003800*     10/15/26  JFM  ORIGINAL VERSION.                           *
003810*     10/15/26  JFM  CONVERSION FEE OF A RELEASED ITEM CHARGED   *
003820*                    ON THE AUDIT RECORD AND AS A RELGLI FEE     *
003830*                    DETAIL.                                     *
003840*     10/15/26  JFM  RELEASE REFUSED FOR AN ITEM HELD WITH NO    *
003850*                    SUBMITTER ID.                               *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.  IBM-370.
004300 OBJECT-COMPUTER.  IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT HOLDNEW-FILE    ASSIGN TO HOLDNEW
004700                            ORGANIZATION IS SEQUENTIAL.
004800     SELECT HOLDMSTR-FILE   ASSIGN TO HOLDMSTR
004900                            ORGANIZATION IS INDEXED
005000                            ACCESS MODE IS DYNAMIC
005100                            RECORD KEY IS HLD-KEY.
005200     SELECT HLDCARD-FILE    ASSIGN TO HLDCARD
005300                            ORGANIZATION IS SEQUENTIAL.
005400     SELECT RELAUDT-FILE    ASSIGN TO RELAUDT
005500                            ORGANIZATION IS SEQUENTIAL.
005600     SELECT SUSP-FILE       ASSIGN TO CVSUSP
005700                            ORGANIZATION IS SEQUENTIAL.
005800     SELECT RELGLI-FILE     ASSIGN TO RELGLI
005900                            ORGANIZATION IS SEQUENTIAL.
006000     SELECT HLDRPT-FILE     ASSIGN TO HLDRPT
006100                            ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  HOLDNEW-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  HOLDNEW-REC                     PIC X(200).
006800 FD  HOLDMSTR-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  HOLDMSTR-REC.
007100     COPY YHOLD.
007200 FD  HLDCARD-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  HLDCARD-REC                     PIC X(80).
007600 FD  RELAUDT-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  RELAUDT-REC                     PIC X(80).
008000 FD  SUSP-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  SUSP-REC                        PIC X(60).
008400 FD  RELGLI-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  RELGLI-REC                      PIC X(60).
008800 FD  HLDRPT-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  HLDRPT-REC                      PIC X(133).
009200 WORKING-STORAGE SECTION.
009300*****************************************************************
009400* SWITCHES                                                       *
009500*****************************************************************
009600 77  WS-HOLDNEW-EOF-SW               PIC X(01) VALUE 'N'.
009700     88  HOLDNEW-EOF                 VALUE 'Y'.
009800 77  WS-CARD-EOF-SW                  PIC X(01) VALUE 'N'.
009900     88  CARD-EOF                    VALUE 'Y'.
010000 77  WS-CARD-OK-SW                   PIC X(01) VALUE 'Y'.
010100     88  CARD-OK                     VALUE 'Y'.
010200     88  CARD-REFUSED                VALUE 'N'.
010300 77  WS-GRP-FOUND-SW                 PIC X(01) VALUE 'N'.
010400     88  GRP-FOUND                   VALUE 'Y'.
010500 77  WS-TABLE-FULL-SW                PIC X(01) VALUE 'N'.
010600     88  TABLE-FULL                  VALUE 'Y'.
010700*****************************************************************
010800* COUNTERS AND TOTALS                                            *
010900*****************************************************************
011000 77  WS-LOADED-COUNT                 PIC S9(07) COMP-3 VALUE 0.
011100 77  WS-ON-FILE-COUNT                PIC S9(07) COMP-3 VALUE 0.
011200 77  WS-CARD-COUNT                   PIC S9(07) COMP-3 VALUE 0.
011300 77  WS-REFUSED-COUNT                PIC S9(07) COMP-3 VALUE 0.
011400 77  WS-RELEASE-COUNT                PIC S9(07) COMP-3 VALUE 0.
011500 77  WS-RELEASE-AMOUNT       PIC S9(13)V9(02) COMP-3 VALUE ZERO.
011600 77  WS-DECLINE-COUNT                PIC S9(07) COMP-3 VALUE 0.
011700 77  WS-DECLINE-AMOUNT       PIC S9(13)V9(02) COMP-3 VALUE ZERO.
011710 77  WS-RELEASE-FEE-COUNT            PIC S9(07) COMP-3 VALUE 0.
011720 77  WS-RELEASE-FEE            PIC S9(13)V9(02) COMP-3 VALUE ZERO.
011800 77  WS-GL-DETAIL-COUNT              PIC S9(07) COMP-3 VALUE 0.
011900 77  WS-GL-HASH-TOTAL        PIC S9(13)V9(02) COMP-3 VALUE ZERO.
012000*****************************************************************
012100* WORK FIELDS                                                    *
012200*****************************************************************
012300 77  WS-RUN-DATE                     PIC X(08).
012400 77  WS-RUN-TIME                     PIC X(08).
012500 77  WS-LINE-COUNT                   PIC S9(03) COMP-3 VALUE +99.
012600 77  WS-PAGE-COUNT                   PIC S9(05) COMP-3 VALUE 0.
012700 77  WS-LINES-PER-PAGE               PIC S9(03) COMP-3 VALUE +60.
012800 77  WS-GRP-SUB                      PIC S9(04) COMP VALUE +0.
012900 77  WS-REFUSE-TEXT                  PIC X(40) VALUE SPACES.
013000*****************************************************************
013100* RELEASED TOTALS BY GROUP KEY, ONE GLINTF DETAIL EACH           *
013200*****************************************************************
013300 01  REL-GROUP-TABLE.
013400     05  RGT-ENTRY-COUNT             PIC S9(04) COMP VALUE +0.
013500     05  RGT-ENTRY OCCURS 200 TIMES.
013600         10  RGT-GROUP-KEY           PIC X(03).
013700         10  RGT-COUNT               PIC S9(07) COMP-3.
013800         10  RGT-AMOUNT              PIC S9(09)V9(02) COMP-3.
013810         10  RGT-FEE-COUNT           PIC S9(07) COMP-3.
013820         10  RGT-FEE-AMOUNT          PIC S9(09)V9(02) COMP-3.
013900*****************************************************************
014000* RECORD AND CARD WORK AREAS                                     *
014100*****************************************************************
014200 01  HOLD-RELEASE-CARD. COPY  YHLDCARD.
014300 01  DETAIL20-WORK. COPY  YDET20L.
014400 01  AUDIT-TRAIL-RECORD. COPY  YCVAUDIT.
014500 01  SUSPENSE-RECORD. COPY  YCVSUSP.
014600 01  GL-INTERFACE-RECORD. COPY  YGLINTF.
014700*****************************************************************
014800* REPORT LINES                                                   *
014900*****************************************************************
015000 01  HRH-HEAD-1.
015100     05  FILLER                  PIC X(01) VALUE '1'.
015200     05  FILLER                  PIC X(09) VALUE 'YHLDREL  '.
015300     05  FILLER                  PIC X(44) VALUE
015400         '   LARGE-VALUE HOLD RELEASE AND DECLINE     '.
015500     05  FILLER                  PIC X(05) VALUE 'RUN: '.
015600     05  HRH-RUN-DATE            PIC X(08).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  HRH-RUN-TIME            PIC X(08).
015900     05  FILLER                  PIC X(08) VALUE '   PAGE '.
016000     05  HRH-PAGE                PIC ZZZZ9.
016100     05  FILLER                  PIC X(44) VALUE SPACES.
016200 01  HRH-HEAD-2.
016300     05  FILLER                  PIC X(01) VALUE ' '.
016400     05  FILLER                  PIC X(04) VALUE 'ACT'.
016500     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
016600     05  FILLER                  PIC X(09) VALUE 'RUN DATE'.
016700     05  FILLER                  PIC X(09) VALUE 'RUN TIME'.
016800     05  FILLER                  PIC X(08) VALUE '   SEQ'.
016900     05  FILLER                  PIC X(05) VALUE 'GRP'.
017000     05  FILLER                  PIC X(06) VALUE 'CODE'.
017100     05  FILLER                  PIC X(18) VALUE
017200         ' CONVERTED AMOUNT'.
017300     05  FILLER                  PIC X(10) VALUE 'SUBMITTED'.
017400     05  FILLER                  PIC X(10) VALUE 'APPROVER'.
017500     05  FILLER                  PIC X(41) VALUE 'OUTCOME'.
017600 01  HRD-CARD-LINE.
017700     05  HRD-CC                  PIC X(01).
017800     05  FILLER                  PIC X(01).
017900     05  HRD-ACTION              PIC X(01).
018000     05  FILLER                  PIC X(02).
018100     05  HRD-ACCOUNT             PIC X(10).
018200     05  FILLER                  PIC X(02).
018300     05  HRD-RUN-DATE            PIC X(08).
018400     05  FILLER                  PIC X(01).
018500     05  HRD-RUN-TIME            PIC X(08).
018600     05  FILLER                  PIC X(02).
018700     05  HRD-SEQ                 PIC ZZZZ9.
018800     05  FILLER                  PIC X(02).
018900     05  HRD-GROUP-KEY           PIC X(03).
019000     05  FILLER                  PIC X(02).
019100     05  HRD-CODE                PIC X(05).
019200     05  FILLER                  PIC X(01).
019300     05  HRD-CONV-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
019400     05  FILLER                  PIC X(03).
019500     05  HRD-SUBMITTED-BY        PIC X(08).
019600     05  FILLER                  PIC X(02).
019700     05  HRD-APPROVER            PIC X(08).
019800     05  FILLER                  PIC X(02).
019900     05  HRD-OUTCOME             PIC X(41).
020000 01  HRS-SECTION-LINE.
020100     05  HRS-CC                  PIC X(01).
020200     05  HRS-TEXT                PIC X(60).
020300     05  FILLER                  PIC X(72).
020400 01  HRG-GROUP-LINE.
020500     05  HRG-CC                  PIC X(01) VALUE SPACE.
020600     05  FILLER                  PIC X(28) VALUE
020700         '  RELEASED TO GL, GROUP KEY '.
020800     05  HRG-GROUP-KEY           PIC X(03).
020900     05  FILLER                  PIC X(01) VALUE SPACE.
021000     05  HRG-COUNT               PIC Z,ZZZ,ZZ9.
021100     05  FILLER                  PIC X(02) VALUE SPACES.
021200     05  HRG-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
021210     05  FILLER                  PIC X(06) VALUE '  FEE '.
021220     05  HRG-FEE-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
021230     05  FILLER                  PIC X(49) VALUE SPACES.
021400 01  HRT-TOTAL-LINE.
021500     05  HRT-CC                  PIC X(01).
021600     05  HRT-LABEL               PIC X(32).
021700     05  HRT-COUNT               PIC Z,ZZZ,ZZ9.
021800     05  FILLER                  PIC X(02).
021900     05  HRT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022000     05  FILLER                  PIC X(70).
022100 PROCEDURE DIVISION.
022200*****************************************************************
022300* 0000-MAINLINE -- LOAD THE DAY'S HOLDS, APPLY THE CARDS, WRITE  *
022400*                  THE GL FILE AND THE SUMMARY                   *
022500*****************************************************************
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022800     PERFORM 2000-LOAD-NEW-HOLDS THRU 2000-EXIT.
022900     PERFORM 3000-APPLY-CARDS THRU 3000-EXIT.
023000     PERFORM 4000-WRITE-GLINTF THRU 4000-EXIT.
023100     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
023200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
023300     GOBACK.
023400*****************************************************************
023500* 1000-INITIALIZE -- RUN DATE AND TIME, OPEN FILES               *
023600*****************************************************************
023700 1000-INITIALIZE.
023800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023900     ACCEPT WS-RUN-TIME FROM TIME.
024000     OPEN INPUT  HOLDNEW-FILE
024100                 HLDCARD-FILE
024200          OUTPUT RELAUDT-FILE
024300                 SUSP-FILE
024400                 RELGLI-FILE
024500                 HLDRPT-FILE
024600          I-O    HOLDMSTR-FILE.
024700     MOVE WS-RUN-DATE TO HRH-RUN-DATE.
024800     MOVE WS-RUN-TIME TO HRH-RUN-TIME.
024900 1000-EXIT.
025000     EXIT.
025100*****************************************************************
025200* 2000-LOAD-NEW-HOLDS -- EVERY HELD ITEM FROM THE DAY'S HOLDOUT  *
025300*                 FILES ONTO HOLDMSTR                            *
025400*****************************************************************
025500 2000-LOAD-NEW-HOLDS.
025600     PERFORM 2100-READ-HOLDNEW THRU 2100-EXIT.
025700     PERFORM 2200-LOAD-ONE-HOLD THRU 2200-EXIT
025800         UNTIL HOLDNEW-EOF.
025900 2000-EXIT.
026000     EXIT.
026100 2100-READ-HOLDNEW.
026200     READ HOLDNEW-FILE
026300         AT END SET HOLDNEW-EOF TO TRUE
026400     END-READ.
026500 2100-EXIT.
026600     EXIT.
026700*****************************************************************
026800* 2200-LOAD-ONE-HOLD -- AN ENTRY ALREADY ON FILE IS FROM AN      *
026900*                 EARLIER RUN OF THIS STEP AND IS LEFT AS IT IS  *
027000*****************************************************************
027100 2200-LOAD-ONE-HOLD.
027200     MOVE HOLDNEW-REC TO HOLDMSTR-REC.
027300     WRITE HOLDMSTR-REC
027400         INVALID KEY
027500             ADD 1 TO WS-ON-FILE-COUNT
027600         NOT INVALID KEY
027700             ADD 1 TO WS-LOADED-COUNT
027800     END-WRITE.
027900     PERFORM 2100-READ-HOLDNEW THRU 2100-EXIT.
028000 2200-EXIT.
028100     EXIT.
028200*****************************************************************
028300* 3000-APPLY-CARDS -- EACH RELEASE/DECLINE CARD IN TURN          *
028400*****************************************************************
028500 3000-APPLY-CARDS.
028600     PERFORM 3100-READ-CARD THRU 3100-EXIT.
028700     PERFORM 3200-APPLY-ONE-CARD THRU 3200-EXIT
028800         UNTIL CARD-EOF.
028900 3000-EXIT.
029000     EXIT.
029100 3100-READ-CARD.
029200     READ HLDCARD-FILE INTO HOLD-RELEASE-CARD
029300         AT END SET CARD-EOF TO TRUE
029400     END-READ.
029500 3100-EXIT.
029600     EXIT.
029700*****************************************************************
029800* 3200-APPLY-ONE-CARD -- VALIDATE THE CARD AGAINST ITS HOLDMSTR  *
029900*                 ENTRY, THEN RELEASE OR DECLINE THE ITEM AND    *
030000*                 REWRITE THE ENTRY WITH THE OUTCOME             *
030100*****************************************************************
030200 3200-APPLY-ONE-CARD.
030300     ADD 1 TO WS-CARD-COUNT.
030400     PERFORM 3300-VALIDATE-CARD THRU 3300-EXIT.
030500     IF CARD-REFUSED
030600         ADD 1 TO WS-REFUSED-COUNT
030700         PERFORM 5200-PRINT-CARD-LINE THRU 5200-EXIT
030800         GO TO 3200-READ-NEXT
030900     END-IF.
031000     MOVE HLD-DETAIL-IMAGE TO DETAIL20-WORK.
031100     IF HRC-RELEASE
031200         PERFORM 3400-RELEASE-ITEM THRU 3400-EXIT
031300     ELSE
031400         PERFORM 3500-DECLINE-ITEM THRU 3500-EXIT
031500     END-IF.
031600     IF CARD-REFUSED
031700         ADD 1 TO WS-REFUSED-COUNT
031800         PERFORM 5200-PRINT-CARD-LINE THRU 5200-EXIT
031900         GO TO 3200-READ-NEXT
032000     END-IF.
032100     MOVE HRC-APPROVER-ID TO HLD-ACTION-BY.
032200     MOVE WS-RUN-DATE     TO HLD-ACTION-DATE.
032300     MOVE WS-RUN-TIME     TO HLD-ACTION-TIME.
032400     MOVE HRC-NOTE        TO HLD-ACTION-NOTE.
032500     REWRITE HOLDMSTR-REC
032600         INVALID KEY
032700             DISPLAY 'YHR2209E HOLDMSTR REWRITE FAILED FOR '
032800                 HLD-KEY
032900             MOVE 16 TO RETURN-CODE
033000     END-REWRITE.
033100     PERFORM 5200-PRINT-CARD-LINE THRU 5200-EXIT.
033200 3200-READ-NEXT.
033300     PERFORM 3100-READ-CARD THRU 3100-EXIT.
033400 3200-EXIT.
033500     EXIT.
033600*****************************************************************
033700* 3300-VALIDATE-CARD -- ACTION, APPROVER, ENTRY ON FILE AND      *
033800*                 PENDING, AND A SECOND PERSON FROM THE ONE WHO  *
033900*                 SUBMITTED THE RUN THAT HELD IT                 *
034000*****************************************************************
034100 3300-VALIDATE-CARD.
034200     SET CARD-OK TO TRUE.
034300     MOVE SPACES TO WS-REFUSE-TEXT.
034400     MOVE SPACES TO HOLDMSTR-REC.
034500     MOVE HRC-HOLD-KEY TO HLD-KEY.
034600     IF NOT HRC-RELEASE
034700        AND NOT HRC-DECLINE
034800         MOVE 'REFUSED -- ACTION NOT R OR D' TO WS-REFUSE-TEXT
034900         SET CARD-REFUSED TO TRUE
035000         GO TO 3300-EXIT
035100     END-IF.
035200     IF HRC-APPROVER-ID = SPACES
035300         MOVE 'REFUSED -- NO APPROVER ID' TO WS-REFUSE-TEXT
035400         SET CARD-REFUSED TO TRUE
035500         GO TO 3300-EXIT
035600     END-IF.
035700     READ HOLDMSTR-FILE
035800         INVALID KEY
035900             MOVE SPACES TO HOLDMSTR-REC
036000             MOVE HRC-HOLD-KEY TO HLD-KEY
036100             MOVE 'REFUSED -- NOT ON HOLD FILE'
036200                 TO WS-REFUSE-TEXT
036300             SET CARD-REFUSED TO TRUE
036400     END-READ.
036500     IF CARD-REFUSED
036600         GO TO 3300-EXIT
036700     END-IF.
036800     IF HLD-RELEASED
036900         MOVE 'REFUSED -- ALREADY RELEASED' TO WS-REFUSE-TEXT
037000         SET CARD-REFUSED TO TRUE
037100         GO TO 3300-EXIT
037200     END-IF.
037300     IF HLD-DECLINED
037400         MOVE 'REFUSED -- ALREADY DECLINED' TO WS-REFUSE-TEXT
037500         SET CARD-REFUSED TO TRUE
037600         GO TO 3300-EXIT
037700     END-IF.
037710     IF HRC-RELEASE
037720        AND HLD-SUBMITTED-BY = SPACES
037730         MOVE 'REFUSED -- NO SUBMITTER ON HOLD' TO WS-REFUSE-TEXT
037740         SET CARD-REFUSED TO TRUE
037750         GO TO 3300-EXIT
037760     END-IF.
037800     IF HRC-APPROVER-ID = HLD-SUBMITTED-BY
037900         MOVE 'REFUSED -- APPROVER IS SUBMITTER'
038000             TO WS-REFUSE-TEXT
038100         SET CARD-REFUSED TO TRUE
038200     END-IF.
038300 3300-EXIT.
038400     EXIT.
038500*****************************************************************
038600* 3400-RELEASE-ITEM -- AUDIT RECORD AT THE RATE REMPART PRICED   *
038610*                 IT, THE CONVERTED AMOUNT INTO ITS GROUP KEY'S  *
038620*                 GL TOTAL AND ITS FEE INTO THE GROUP'S FEE      *
038630*                 TOTAL                                          *
038900*****************************************************************
039000 3400-RELEASE-ITEM.
039100     PERFORM 3450-FIND-GROUP THRU 3450-EXIT.
039200     IF NOT GRP-FOUND
039300         MOVE 'REFUSED -- GROUP TABLE FULL' TO WS-REFUSE-TEXT
039400         SET CARD-REFUSED TO TRUE
039500         GO TO 3400-EXIT
039600     END-IF.
039700     ADD 1               TO RGT-COUNT (WS-GRP-SUB).
039800     ADD HLD-CONV-AMOUNT TO RGT-AMOUNT (WS-GRP-SUB).
039810     IF HLD-FEE-AMOUNT NOT NUMERIC
039820         MOVE ZERO TO HLD-FEE-AMOUNT
039830     END-IF.
039840     IF HLD-FEE-AMOUNT NOT = ZERO
039850         ADD 1              TO RGT-FEE-COUNT (WS-GRP-SUB)
039860         ADD HLD-FEE-AMOUNT TO RGT-FEE-AMOUNT (WS-GRP-SUB)
039870         ADD 1              TO WS-RELEASE-FEE-COUNT
039880         ADD HLD-FEE-AMOUNT TO WS-RELEASE-FEE
039890     END-IF.
039900     MOVE SPACES          TO AUDIT-TRAIL-RECORD.
040000     MOVE DET20-ACCOUNT   TO AUD-KEY.
040100     MOVE DET20-CONV-CODE TO AUD-CODE.
040200     MOVE HLD-RATE        TO AUD-RATE.
040300     MOVE DET20-AMOUNT    TO AUD-ORIG-AMOUNT.
040400     MOVE HLD-CONV-AMOUNT TO AUD-CONV-AMOUNT.
040500     MOVE WS-RUN-DATE     TO AUD-RUN-DATE.
040600     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
040700     MOVE HLD-RATE-DATE   TO AUD-RATE-DATE.
040800     MOVE HLD-LEG1-RATE   TO AUD-LEG1-RATE.
040900     MOVE HLD-LEG2-RATE   TO AUD-LEG2-RATE.
040910     MOVE HLD-GROUP-KEY   TO AUD-GROUP-KEY.
040920     MOVE HLD-FEE-AMOUNT  TO AUD-FEE-AMOUNT.
041000     WRITE RELAUDT-REC FROM AUDIT-TRAIL-RECORD.
041100     ADD 1               TO WS-RELEASE-COUNT.
041200     ADD HLD-CONV-AMOUNT TO WS-RELEASE-AMOUNT.
041300     SET HLD-RELEASED TO TRUE.
041400 3400-EXIT.
041500     EXIT.
041600*****************************************************************
041700* 3450-FIND-GROUP -- THE ITEM'S GROUP KEY IN THE RELEASED-TOTALS *
041800*                 TABLE, ADDED WHEN NEW; NOT FOUND ONLY WHEN THE *
041900*                 TABLE IS FULL                                  *
042000*****************************************************************
042100 3450-FIND-GROUP.
042200     MOVE 'N' TO WS-GRP-FOUND-SW.
042300     MOVE 1 TO WS-GRP-SUB.
042400     PERFORM 3460-SCAN-GROUP THRU 3460-EXIT
042500         UNTIL GRP-FOUND
042600            OR WS-GRP-SUB > RGT-ENTRY-COUNT.
042700     IF GRP-FOUND
042800         GO TO 3450-EXIT
042900     END-IF.
043000     IF RGT-ENTRY-COUNT NOT < 200
043100         DISPLAY 'YHR2207E RELEASED GROUP-KEY TABLE FULL AT 200 '
043200             '-- GROUP ' HLD-GROUP-KEY ' NOT RELEASED'
043300         SET TABLE-FULL TO TRUE
043400         GO TO 3450-EXIT
043500     END-IF.
043600     ADD 1 TO RGT-ENTRY-COUNT.
043700     MOVE RGT-ENTRY-COUNT TO WS-GRP-SUB.
043800     MOVE HLD-GROUP-KEY TO RGT-GROUP-KEY (WS-GRP-SUB).
043900     MOVE ZERO TO RGT-COUNT (WS-GRP-SUB).
044000     MOVE ZERO TO RGT-AMOUNT (WS-GRP-SUB).
044010     MOVE ZERO TO RGT-FEE-COUNT (WS-GRP-SUB).
044020     MOVE ZERO TO RGT-FEE-AMOUNT (WS-GRP-SUB).
044100     SET GRP-FOUND TO TRUE.
044200 3450-EXIT.
044300     EXIT.
044400 3460-SCAN-GROUP.
044500     IF RGT-GROUP-KEY (WS-GRP-SUB) = HLD-GROUP-KEY
044600         SET GRP-FOUND TO TRUE
044700     ELSE
044800         ADD 1 TO WS-GRP-SUB
044900     END-IF.
045000 3460-EXIT.
045100     EXIT.
045200*****************************************************************
045300* 3500-DECLINE-ITEM -- THE UNCHANGED DETAIL-20 RECORD TO         *
045400*                 SUSPENSE AS HD01, DATED TODAY                  *
045500*****************************************************************
045600 3500-DECLINE-ITEM.
045700     MOVE SPACES           TO SUSPENSE-RECORD.
045800     MOVE HLD-DETAIL-IMAGE TO SUS-DETAIL-IMAGE.
045900     MOVE WS-RUN-DATE      TO SUS-REJECT-DATE.
046000     SET SUS-HOLD-DECLINED TO TRUE.
046100     WRITE SUSP-REC FROM SUSPENSE-RECORD.
046200     ADD 1               TO WS-DECLINE-COUNT.
046300     ADD HLD-CONV-AMOUNT TO WS-DECLINE-AMOUNT.
046400     SET HLD-DECLINED TO TRUE.
046500 3500-EXIT.
046600     EXIT.
046700*****************************************************************
046710* 4000-WRITE-GLINTF -- HEADER, ONE DETAIL PER GROUP KEY RELEASED *
046720*                 (FOLLOWED BY ITS FEE DETAIL WHEN ANY FEE WAS   *
046730*                 CHARGED) AND THE COUNT AND HASH TRAILER, IN    *
046740*                 THE FORMAT REMPART WRITES                      *
047100*****************************************************************
047200 4000-WRITE-GLINTF.
047300     MOVE SPACES TO GL-INTERFACE-RECORD.
047400     SET GLI-HEADER TO TRUE.
047500     MOVE WS-RUN-DATE TO GLI-HDR-RUN-DATE.
047600     MOVE WS-RUN-TIME TO GLI-HDR-RUN-TIME.
047700     WRITE RELGLI-REC FROM GL-INTERFACE-RECORD.
047800     MOVE 1 TO WS-GRP-SUB.
047900     PERFORM 4100-WRITE-GL-DETAIL THRU 4100-EXIT
048000         UNTIL WS-GRP-SUB > RGT-ENTRY-COUNT.
048100     MOVE SPACES TO GL-INTERFACE-RECORD.
048200     SET GLI-TRAILER TO TRUE.
048300     MOVE WS-GL-DETAIL-COUNT TO GLI-TRL-REC-COUNT.
048400     MOVE WS-GL-HASH-TOTAL   TO GLI-TRL-HASH-TOTAL.
048500     WRITE RELGLI-REC FROM GL-INTERFACE-RECORD.
048600 4000-EXIT.
048700     EXIT.
048800 4100-WRITE-GL-DETAIL.
048900     MOVE SPACES TO GL-INTERFACE-RECORD.
049000     SET GLI-DETAIL TO TRUE.
049100     MOVE RGT-GROUP-KEY (WS-GRP-SUB) TO GLI-DET-GROUP-KEY.
049200     MOVE RGT-COUNT (WS-GRP-SUB)     TO GLI-DET-REC-COUNT.
049300     MOVE RGT-AMOUNT (WS-GRP-SUB)    TO GLI-DET-AMOUNT.
049400     WRITE RELGLI-REC FROM GL-INTERFACE-RECORD.
049500     ADD 1 TO WS-GL-DETAIL-COUNT.
049600     ADD RGT-AMOUNT (WS-GRP-SUB) TO WS-GL-HASH-TOTAL.
049605     IF RGT-FEE-COUNT (WS-GRP-SUB) > ZERO
049610         MOVE SPACES TO GL-INTERFACE-RECORD
049615         SET GLI-FEE-DETAIL TO TRUE
049620         MOVE RGT-GROUP-KEY (WS-GRP-SUB)  TO GLI-DET-GROUP-KEY
049625         MOVE RGT-FEE-COUNT (WS-GRP-SUB)  TO GLI-DET-REC-COUNT
049630         MOVE RGT-FEE-AMOUNT (WS-GRP-SUB) TO GLI-DET-AMOUNT
049635         WRITE RELGLI-REC FROM GL-INTERFACE-RECORD
049640         ADD 1 TO WS-GL-DETAIL-COUNT
049645         ADD RGT-FEE-AMOUNT (WS-GRP-SUB) TO WS-GL-HASH-TOTAL
049650     END-IF.
049700     ADD 1 TO WS-GRP-SUB.
049800 4100-EXIT.
049900     EXIT.
050000*****************************************************************
050100* 5000-CHECK-PAGE-OVERFLOW -- NEW PAGE HEADING WHEN THE CURRENT  *
050200*                 PAGE IS FULL                                   *
050300*****************************************************************
050400 5000-CHECK-PAGE-OVERFLOW.
050500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
050600         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
050700     END-IF.
050800 5000-EXIT.
050900     EXIT.
051000 5100-PRINT-PAGE-HEADING.
051100     ADD 1 TO WS-PAGE-COUNT.
051200     MOVE WS-PAGE-COUNT TO HRH-PAGE.
051300     WRITE HLDRPT-REC FROM HRH-HEAD-1
051400         AFTER ADVANCING PAGE.
051500     WRITE HLDRPT-REC FROM HRH-HEAD-2
051600         AFTER ADVANCING 2 LINES.
051700     MOVE 3 TO WS-LINE-COUNT.
051800 5100-EXIT.
051900     EXIT.
052000*****************************************************************
052100* 5200-PRINT-CARD-LINE -- ONE CARD AND WHAT BECAME OF IT         *
052200*****************************************************************
052300 5200-PRINT-CARD-LINE.
052400     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
052500     MOVE SPACES           TO HRD-CARD-LINE.
052600     MOVE HRC-ACTION       TO HRD-ACTION.
052700     MOVE HRC-ACCOUNT      TO HRD-ACCOUNT.
052800     MOVE HRC-RUN-DATE     TO HRD-RUN-DATE.
052900     MOVE HRC-RUN-TIME     TO HRD-RUN-TIME.
053000     IF HRC-SEQ NUMERIC
053100         MOVE HRC-SEQ      TO HRD-SEQ
053200     END-IF.
053300     MOVE HRC-APPROVER-ID  TO HRD-APPROVER.
053400     IF HLD-STATUS NOT = SPACE
053500         MOVE HLD-DETAIL-IMAGE TO DETAIL20-WORK
053600         MOVE HLD-GROUP-KEY    TO HRD-GROUP-KEY
053700         MOVE DET20-CONV-CODE  TO HRD-CODE
053800         MOVE HLD-CONV-AMOUNT  TO HRD-CONV-AMT
053900         MOVE HLD-SUBMITTED-BY TO HRD-SUBMITTED-BY
054000     END-IF.
054100     IF CARD-REFUSED
054200         MOVE WS-REFUSE-TEXT TO HRD-OUTCOME
054300     ELSE
054400         IF HLD-RELEASED
054500             MOVE 'RELEASED TO GL' TO HRD-OUTCOME
054600         ELSE
054700             MOVE 'DECLINED TO SUSPENSE (HD01)' TO HRD-OUTCOME
054800         END-IF
054900     END-IF.
055000     WRITE HLDRPT-REC FROM HRD-CARD-LINE
055100         AFTER ADVANCING 1 LINE.
055200     ADD 1 TO WS-LINE-COUNT.
055300 5200-EXIT.
055400     EXIT.
055500*****************************************************************
055600* 6000-PRINT-SUMMARY -- GL TOTALS BY GROUP KEY, THEN THE RUN     *
055700*                 TOTALS                                         *
055800*****************************************************************
055900 6000-PRINT-SUMMARY.
056000     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 12
056100         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
056200     END-IF.
056300     MOVE SPACES TO HRS-SECTION-LINE.
056400     MOVE 'RELGLI GL TOTALS BY GROUP KEY' TO HRS-TEXT.
056500     WRITE HLDRPT-REC FROM HRS-SECTION-LINE
056600         AFTER ADVANCING 2 LINES.
056700     ADD 2 TO WS-LINE-COUNT.
056800     MOVE 1 TO WS-GRP-SUB.
056900     PERFORM 6100-PRINT-GROUP-LINE THRU 6100-EXIT
057000         UNTIL WS-GRP-SUB > RGT-ENTRY-COUNT.
057100     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 10
057200         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
057300     END-IF.
057400     MOVE SPACES TO HRT-TOTAL-LINE.
057500     MOVE 'HOLDS LOADED TO HOLDMSTR' TO HRT-LABEL.
057600     MOVE WS-LOADED-COUNT TO HRT-COUNT.
057700     WRITE HLDRPT-REC FROM HRT-TOTAL-LINE
057800         AFTER ADVANCING 2 LINES.
057900     MOVE SPACES TO HRT-TOTAL-LINE.
058000     MOVE 'HOLDS ALREADY ON HOLDMSTR' TO HRT-LABEL.
058100     MOVE WS-ON-FILE-COUNT TO HRT-COUNT.
058200     WRITE HLDRPT-REC FROM HRT-TOTAL-LINE
058300         AFTER ADVANCING 1 LINE.
058400     MOVE SPACES TO HRT-TOTAL-LINE.
058500     MOVE 'CARDS READ' TO HRT-LABEL.
058600     MOVE WS-CARD-COUNT TO HRT-COUNT.
058700     WRITE HLDRPT-REC FROM HRT-TOTAL-LINE
058800         AFTER ADVANCING 1 LINE.
058900     MOVE SPACES TO HRT-TOTAL-LINE.
059000     MOVE 'ITEMS RELEASED' TO HRT-LABEL.
059100     MOVE WS-RELEASE-COUNT TO HRT-COUNT.
059200     MOVE WS-RELEASE-AMOUNT TO HRT-AMOUNT.
059300     WRITE HLDRPT-REC FROM HRT-TOTAL-LINE
059400         AFTER ADVANCING 1 LINE.
059500     MOVE SPACES TO HRT-TOTAL-LINE.
059600     MOVE 'ITEMS DECLINED' TO HRT-LABEL.
059700     MOVE WS-DECLINE-COUNT TO HRT-COUNT.
059800     MOVE WS-DECLINE-AMOUNT TO HRT-AMOUNT.
059900     WRITE HLDRPT-REC FROM HRT-TOTAL-LINE
060000         AFTER ADVANCING 1 LINE.
060010     MOVE SPACES TO HRT-TOTAL-LINE.
060020     MOVE 'CONVERSION FEES CHARGED' TO HRT-LABEL.
060030     MOVE WS-RELEASE-FEE-COUNT TO HRT-COUNT.
060040     MOVE WS-RELEASE-FEE TO HRT-AMOUNT.
060050     WRITE HLDRPT-REC FROM HRT-TOTAL-LINE
060060         AFTER ADVANCING 1 LINE.
060100     MOVE SPACES TO HRT-TOTAL-LINE.
060200     MOVE 'CARDS REFUSED' TO HRT-LABEL.
060300     MOVE WS-REFUSED-COUNT TO HRT-COUNT.
060400     WRITE HLDRPT-REC FROM HRT-TOTAL-LINE
060500         AFTER ADVANCING 1 LINE.
060600     ADD 8 TO WS-LINE-COUNT.
060700 6000-EXIT.
060800     EXIT.
060900 6100-PRINT-GROUP-LINE.
061000     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
061100     MOVE RGT-GROUP-KEY (WS-GRP-SUB) TO HRG-GROUP-KEY.
061200     MOVE RGT-COUNT (WS-GRP-SUB)     TO HRG-COUNT.
061300     MOVE RGT-AMOUNT (WS-GRP-SUB)    TO HRG-AMOUNT.
061310     MOVE RGT-FEE-AMOUNT (WS-GRP-SUB) TO HRG-FEE-AMOUNT.
061400     WRITE HLDRPT-REC FROM HRG-GROUP-LINE
061500         AFTER ADVANCING 1 LINE.
061600     ADD 1 TO WS-LINE-COUNT.
061700     ADD 1 TO WS-GRP-SUB.
061800 6100-EXIT.
061900     EXIT.
062000*****************************************************************
062100* 8000-TERMINATE -- CLOSE FILES, REPORT RUN TOTALS, SET THE      *
062200*                   RETURN CODE                                  *
062300*****************************************************************
062400 8000-TERMINATE.
062500     CLOSE HOLDNEW-FILE
062600           HLDCARD-FILE
062700           RELAUDT-FILE
062800           SUSP-FILE
062900           RELGLI-FILE
063000           HLDRPT-FILE
063100           HOLDMSTR-FILE.
063200     DISPLAY 'YHR2200I LARGE-VALUE HOLD RELEASE COMPLETE'.
063300     DISPLAY 'YHR2201I HOLDS LOADED TO HOLDMSTR  : '
063400             WS-LOADED-COUNT.
063500     DISPLAY 'YHR2202I HOLDS ALREADY ON HOLDMSTR : '
063600             WS-ON-FILE-COUNT.
063700     DISPLAY 'YHR2203I RELEASE/DECLINE CARDS READ: '
063800             WS-CARD-COUNT.
063900     DISPLAY 'YHR2204I ITEMS RELEASED            : '
064000             WS-RELEASE-COUNT ' AMOUNT ' WS-RELEASE-AMOUNT.
064100     DISPLAY 'YHR2205I ITEMS DECLINED            : '
064200             WS-DECLINE-COUNT ' AMOUNT ' WS-DECLINE-AMOUNT.
064300     IF WS-REFUSED-COUNT > ZERO
064400         DISPLAY 'YHR2206W ' WS-REFUSED-COUNT
064500             ' CARD(S) REFUSED -- SEE THE HLDRPT REPORT'
064600         IF RETURN-CODE < 4
064700             MOVE 4 TO RETURN-CODE
064800         END-IF
064900     END-IF.
065000     IF TABLE-FULL
065100         MOVE 16 TO RETURN-CODE
065200     END-IF.
065300 8000-EXIT.
065400     EXIT.
065500 END PROGRAM YHLDREL.
