002120*   FORWARD OUTSTANDING ITEMS (OUTSOLD) STILL SIT IN A TABLE,    *
002130*   CAPPED AT WS-MAX-OUTSTANDING (9999) -- THOSE ARE CHASED      *
002140*   ITEMS AND STAY SMALL.                                        *
002150*                                                                *
002160*   EVERY GAP IS ALSO RAISED ON THE EXCEPTION WORKLIST          *
002170*   (EXCEPTF) THROUGH "exc-post", TYPE RECONGAP, SO SOMEONE     *
002180*   OWNS THE CHASE UNTIL IT IS CLOSED.                          *
002200*                                                                *
002300*   MODIFICATION HISTORY                                        *
002400*   ---------------------------------------------------------   *
006472*                    EMBEDDED IN ITS DOCUMENT NUMBER (DOC-       *
006473*                    FORMAT POSITIONS 8-17) AND STILL COMPARED   *
006474*                    AGAINST THE FULL AUD-DOC-NUMBER.            *
006480*   2026-10-15  JPK  EACH GAP IS NOW ALSO POSTED TO THE         *
006486*                    EXCEPTION WORKLIST (EXCEPTF) THROUGH       *
006492*                    "exc-post", KEYED BY RUN-ID AND NUMBER.    *
006500******************************************************************
006600 IDENTIFICATION DIVISION.
006700 PROGRAM-ID. reconcile.
019700 77  WS-Truncated-Switch         PIC X(01) VALUE "N".
019800     88  WS-Truncated-Yes            VALUE "Y".
019900     88  WS-Truncated-No             VALUE "N".
019910
019920******************************************************************
019930*   "exc-post" CALLING CONTRACT (EXCLINK).                      *
019940******************************************************************
019950     COPY exclink.
019960 77  WS-Exc-Return-Code          PIC 9(04).
020000
020100 PROCEDURE DIVISION.
020200******************************************************************
060800             " WAS ISSUED BUT NEVER RECEIVED FOR RUN " WS-Run-Id
060810             " -- CHASE DESTINATION " WS-Gap-Dest-Id
060820     END-IF.
060825     PERFORM 3560-POST-GAP THRU 3560-EXIT.
060830     IF WS-Outs-Count < WS-Max-Outstanding
060840         ADD 1 TO WS-Outs-Count
060850         SET WS-Outs-Idx TO WS-Outs-Count
060980     EXIT.
060990
061000******************************************************************
061010*   3560-POST-GAP -- RAISE THE GAP ON THE EXCEPTION WORKLIST.   *
061020*   THE SAME RUN AND NUMBER RECONCILED AGAIN IS A REPEAT OF THE *
061030*   SAME ITEM, NOT A NEW ONE.  A WORKLIST THAT WILL NOT TAKE IT *
061040*   IS WARNED ABOUT; THE GAP IS STILL ON SYSOUT AND OUTSNEW.    *
061050******************************************************************
061060 3560-POST-GAP.
061070     SET EX-Function-Post TO TRUE.
061080     MOVE "RECONGAP" TO EX-Type.
061090     MOVE WS-Group-Counter-Id TO EX-Counter-Id.
061100     MOVE SPACES TO EX-Reference.
061110     STRING WS-Run-Id DELIMITED BY SIZE
061120         "/" DELIMITED BY SIZE
061130         WS-Group-Number DELIMITED BY SIZE
061140         INTO EX-Reference.
061150     MOVE "RECONCIL" TO EX-Source.
061160     MOVE SPACES TO EX-Text.
061170     IF WS-Gap-Dest-Id = SPACES
061180         MOVE "ISSUED BUT NEVER RECEIVED" TO EX-Text
061190     ELSE
061200         STRING "ISSUED BUT NEVER RECEIVED -- CHASE DESTINATION "
061210                 DELIMITED BY SIZE
061220             WS-Gap-Dest-Id DELIMITED BY SIZE
061230             INTO EX-Text
061240     END-IF.
061250     MOVE RETURN-CODE TO WS-Exc-Return-Code.
061260     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
061270         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
061280     MOVE WS-Exc-Return-Code TO RETURN-CODE.
061290     IF NOT EX-Status-OK AND NOT EX-Status-Repeat
061300         DISPLAY "RECONCILE: EXCEPTION WORKLIST NOT UPDATED FOR "
061310             WS-Group-Counter-Id " NUMBER " WS-Group-Number
061320             " -- STATUS " EX-Status
061330     END-IF.
061340 3560-EXIT.
061350     EXIT.
061360
061370******************************************************************
061380*   4150-GET-DESTINATION -- THE ROUTED DESTINATION FOR          *
061390*   WS-GAP-COUNTER-ID, OR SPACES WHEN NONE IS ON THE TABLE.     *
061400******************************************************************
061410 4150-GET-DESTINATION.
061420     MOVE SPACES TO WS-Gap-Dest-Id.
061430     SET WS-Found-No TO TRUE.
061440     PERFORM 4160-CHECK-ONE-ROUTE THRU 4160-EXIT
061450         VARYING WS-RTE-Idx FROM 1 BY 1
061460         UNTIL WS-RTE-Idx > WS-Route-Count
061470             OR WS-Found-Yes.
061480     IF WS-Found-Yes
061490         SET WS-RTE-Idx DOWN BY 1
061500         MOVE WS-RTE-Dest-Id (WS-RTE-Idx) TO WS-Gap-Dest-Id
061510     END-IF.
061520 4150-EXIT.
061530     EXIT.
061540
061550 4160-CHECK-ONE-ROUTE.
061560     IF WS-RTE-Counter-Id (WS-RTE-Idx) = WS-Gap-Counter-Id
061570         SET WS-Found-Yes TO TRUE
061580     END-IF.
061590 4160-EXIT.
061600     EXIT.
061610
064000******************************************************************
064100*   6000-RUN-SUMMARY -- ONE SUMMARY LINE AND THE OUT-OF-BALANCE  *
064200*   RETURN CODE PER RECONCILED RUN.                              *
075900             MOVE 4 TO RETURN-CODE
076000         END-IF
076100     END-IF.
076110     SET EX-Function-Close TO TRUE.
076115     MOVE RETURN-CODE TO WS-Exc-Return-Code.
076120     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
076130         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
076140     MOVE WS-Exc-Return-Code TO RETURN-CODE.
076200 9000-EXIT.
076300     EXIT.
076400
