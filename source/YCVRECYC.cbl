001400*     EACH ONE AGAINST THE UPDATED CONVMSTR MASTER:              *
001500*                                                                *
001600*         - A RECORD WHOSE CODE NOW CARRIES AN ACTIVE ENTRY IN   *
001700*           EFFECT FOR ITS TRANSACTION DATE (THE RUN DATE WHEN   *
001710*           IT CARRIES NONE) IS WRITTEN TO THE DETAIL-20         *
001800*           OUTPUT, WHICH MUST BE FED BACK THROUGH THE NEXT      *
001810*           YDET20ED EDIT RUN (CONCATENATED WITH THE DAY'S RAW   *
001820*           FEED) -- NEVER STRAIGHT INTO A PRINT RUN, BECAUSE    *
001830*           REMPART VERIFIES ITS INPUT AGAINST THE YD20CTL       *
001840*           CONTROL RECORD THE EDIT WRITES AND A FILE THE EDIT   *
001850*           DID NOT COUNT CAN NEVER RECONCILE.  THE RECORD IS    *
001860*           MARKED RECYCLED (DET20-RECYCLE-SW) SO THE EDIT DOES  *
001870*           NOT REJECT IT AS A REPEAT OF ITS OWN FIRST PASS.     *
001900*         - THE REST ARE CARRIED FORWARD TO THE NEW SUSPENSE     *
002000*           FILE, KEEPING THEIR ORIGINAL REJECT DATE SO THEIR    *
002100*           AGE ACCRUES; THE REASON IS REFRESHED TO THE CODE'S   *
002700*                                                                *
002800* MODIFICATION HISTORY.                                          *
002900*     09/02/26  JFM  ORIGINAL VERSION.                           *
002910*     10/14/26  JFM  RECYCLE TEST USES THE RECORD'S TRANSACTION  *
002920*                    DATE, AS REMPART NOW DOES, SO A RECORD IS   *
002930*                    ONLY RELEASED WHEN IT CAN BE PRICED.        *
002940*     10/14/26  JFM  CONVEAL ENTRY LENGTHENED FOR CROSS-RATE     *
002950*                    CODES. A CROSS-RATE CODE IS RECYCLED ONLY   *
002960*                    WHEN BOTH LEGS CAN BE PRICED; OTHERWISE IT  *
002970*                    IS CARRIED FORWARD AS XL01.                 *
002975*     10/15/26  JFM  A LARGE-VALUE ITEM DECLINED IN YHLDREL      *
002980*                    (REASON HD01) IS CARRIED FORWARD WITH ITS   *
002985*                    REASON KEPT AND IS NEVER RECYCLED.          *
002987*     10/15/26  JFM  MARKS EACH RECORD IT RELEASES AS RECYCLED   *
002989*                    (DET20-RECYCLE-SW) FOR THE YDET20ED REPEAT  *
002991*                    CHECK.                                      *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
010100*****************************************************************
010200 77  WS-RUN-DATE                     PIC X(08).
010300 77  WS-RUN-TIME                     PIC X(08).
010310 77  WS-RATE-DATE                    PIC X(08).
010400 77  WS-LINE-COUNT                   PIC S9(03) COMP-3 VALUE +99.
010500 77  WS-PAGE-COUNT                   PIC S9(05) COMP-3 VALUE 0.
010600 77  WS-LINES-PER-PAGE               PIC S9(03) COMP-3 VALUE +60.
012600* CONVEAL ENTRY IN EFFECT FOR THE CURRENT SUSPENSE RECORD,       *
012700* SAVED WHILE THE LOOKUP BROWSES PAST IT TO LATER-DATED ENTRIES  *
012800*****************************************************************
012900 01  WS-SAVE-ENTRY                   PIC X(51).
012910*****************************************************************
012920* CROSS-RATE LEG CHECK -- THE CROSS ENTRY IS HELD WHILE EACH LEG *
012930* CODE IS LOOKED UP FOR THE SAME RATE DATE                       *
012940*****************************************************************
012950 01  WS-CROSS-ENTRY                  PIC X(51).
012960 77  WS-LOOKUP-CODE                  PIC X(05).
012970 77  WS-CV-LEG-MISS-SW               PIC X(01) VALUE 'N'.
012980     88  CV-LEG-MISSING              VALUE 'Y'.
012990 77  WS-LEG-FOUND-SW                 PIC X(01) VALUE 'N'.
012995     88  LEG-FOUND                   VALUE 'Y'.
013000*****************************************************************
013100* RECORD AND PARAMETER WORK AREAS                                *
013200*****************************************************************
029000*                 THE UPDATED MASTER AND ROUTE IT FORWARD        *
029100*****************************************************************
029200 2000-PROCESS-SUSPENSE.
029210     IF SUS-HOLD-DECLINED
029220         PERFORM 2200-CARRY-FORWARD THRU 2200-EXIT
029230         GO TO 2000-READ-NEXT
029240     END-IF.
029300     MOVE SUS-DETAIL-IMAGE TO DETAIL-RECORD.
029400     PERFORM 2100-LOOKUP-CONVEAL THRU 2100-EXIT.
029500     IF CV-FOUND
029510         SET DET20-RECYCLED TO TRUE
029600         WRITE DETOUT-REC FROM DETAIL-RECORD
029700         ADD 1 TO WS-RECYCLE-COUNT
029800     ELSE
029900         PERFORM 2200-CARRY-FORWARD THRU 2200-EXIT
030000     END-IF.
030010 2000-READ-NEXT.
030100     PERFORM 1900-READ-SUSPENSE THRU 1900-EXIT.
030200 2000-EXIT.
030300     EXIT.
030400*****************************************************************
030500* 2100-LOOKUP-CONVEAL -- FIND THE ENTRY IN EFFECT FOR THE RATE   *
030600*                 DATE REMPART WILL USE -- THE RECORD'S OWN      *
030700*                 TRANSACTION DATE, OR THE RUN DATE WHEN IT      *
030750*                 CARRIES NONE: A FORWARD KEYED BROWSE FROM      *
030760*                 (CODE, LOW-VALUES), SAVING EACH ENTRY DATED    *
030800*                 ON OR BEFORE THE RATE DATE; AN INACTIVE ENTRY  *
030900*                 IN EFFECT STILL LEAVES THE RECORD IN SUSPENSE, *
030910*                 AS DOES A CROSS-RATE ENTRY WITH A LEG THAT     *
030920*                 CANNOT BE PRICED FOR THE SAME DATE             *
031000*****************************************************************
031100 2100-LOOKUP-CONVEAL.
031200     SET CV-NOT-FOUND TO TRUE.
031300     MOVE 'N' TO WS-CV-INACTIVE-SW.
031400     MOVE 'N' TO WS-LOOKUP-DONE-SW.
031500     MOVE 'N' TO WS-ENTRY-SAVED-SW.
031505     MOVE 'N' TO WS-CV-LEG-MISS-SW.
031510     IF DET20-TXN-DATE NUMERIC
031520        AND DET20-TXN-DATE NOT = ZEROS
031530         MOVE DET20-TXN-DATE TO WS-RATE-DATE
031540     ELSE
031550         MOVE WS-RUN-DATE    TO WS-RATE-DATE
031560     END-IF.
031600     MOVE DET20-CONV-CODE TO WS-LOOKUP-CODE.
031650     MOVE DET20-CONV-CODE TO CV-CODE.
031700     MOVE LOW-VALUES      TO CV-EFF-DATE.
031800     START CONVEAL-FILE KEY IS NOT LESS THAN CV-MSTR-KEY
031900         INVALID KEY
032900             SET CV-WAS-INACTIVE TO TRUE
033000         END-IF
033100     END-IF.
033110     IF CV-FOUND AND CV-CROSS-RATE
033120         PERFORM 2120-CHECK-CROSS-LEGS THRU 2120-EXIT
033130     END-IF.
033200 2100-EXIT.
033300     EXIT.
033400 2110-READ-CONVEAL-KEYED.
033700             SET LOOKUP-DONE TO TRUE
033800             GO TO 2110-EXIT
033900     END-READ.
034000     IF CV-CODE NOT = WS-LOOKUP-CODE
034100        OR CV-EFF-DATE > WS-RATE-DATE
034200         SET LOOKUP-DONE TO TRUE
034300     ELSE
034400         MOVE CONVEAL-MSTR-REC TO WS-SAVE-ENTRY
034600     END-IF.
034700 2110-EXIT.
034800     EXIT.
034810*****************************************************************
034820* 2120-CHECK-CROSS-LEGS -- A CROSS-RATE CODE IS ONLY RECYCLED    *
034830*                 WHEN BOTH ITS LEG CODES CARRY AN ACTIVE DIRECT *
034840*                 ENTRY IN EFFECT FOR THE SAME RATE DATE         *
034850*****************************************************************
034860 2120-CHECK-CROSS-LEGS.
034870     MOVE CONVEAL-MSTR-REC TO WS-CROSS-ENTRY.
034880     MOVE CV-LEG1-CODE     TO WS-LOOKUP-CODE.
034890     PERFORM 2130-LOOKUP-LEG THRU 2130-EXIT.
034900     MOVE WS-CROSS-ENTRY   TO CONVEAL-MSTR-REC.
034910     IF LEG-FOUND
034920         MOVE CV-LEG2-CODE     TO WS-LOOKUP-CODE
034930         PERFORM 2130-LOOKUP-LEG THRU 2130-EXIT
034940         MOVE WS-CROSS-ENTRY   TO CONVEAL-MSTR-REC
034950     END-IF.
034960     IF NOT LEG-FOUND
034970         SET CV-NOT-FOUND   TO TRUE
034980         SET CV-LEG-MISSING TO TRUE
034990     END-IF.
035000 2120-EXIT.
035010     EXIT.
035020 2130-LOOKUP-LEG.
035030     MOVE 'N' TO WS-LEG-FOUND-SW.
035040     MOVE 'N' TO WS-LOOKUP-DONE-SW.
035050     MOVE 'N' TO WS-ENTRY-SAVED-SW.
035060     MOVE WS-LOOKUP-CODE TO CV-CODE.
035070     MOVE LOW-VALUES     TO CV-EFF-DATE.
035080     START CONVEAL-FILE KEY IS NOT LESS THAN CV-MSTR-KEY
035090         INVALID KEY
035100             SET LOOKUP-DONE TO TRUE
035110     END-START.
035120     PERFORM 2110-READ-CONVEAL-KEYED THRU 2110-EXIT
035130         UNTIL LOOKUP-DONE.
035140     IF ENTRY-SAVED
035150         MOVE WS-SAVE-ENTRY TO CONVEAL-MSTR-REC
035160         IF CV-ACTIVE AND CV-DIRECT-RATE AND CV-RATE NOT = ZERO
035170             SET LEG-FOUND TO TRUE
035180         END-IF
035190     END-IF.
035200 2130-EXIT.
035210     EXIT.
035220*****************************************************************
035230* 2200-CARRY-FORWARD -- STILL NOT CONVERTIBLE: REFRESH THE       *
035240*                 REASON, KEEP THE ORIGINAL REJECT DATE, AND     *
035250*                 LIST IT WHEN IT HAS AGED PAST THE CUTOFF.  A   *
035260*                 DECLINED HOLD (HD01) KEEPS ITS REASON          *
035300*****************************************************************
035400 2200-CARRY-FORWARD.
035410     IF NOT SUS-HOLD-DECLINED
035500         IF CV-LEG-MISSING
035510             MOVE 'XL01' TO SUS-REASON
035520         ELSE
035530             IF CV-WAS-INACTIVE
035600                 MOVE 'IN01' TO SUS-REASON
035700             ELSE
035800                 MOVE 'NF01' TO SUS-REASON
035850             END-IF
035900         END-IF
035910     END-IF.
036000     WRITE SUSPOUT-REC FROM SUSPENSE-RECORD.
036100     ADD 1 TO WS-CARRY-COUNT.
036200     IF SUS-REJECT-DATE NOT > WS-CUTOFF-DATE
