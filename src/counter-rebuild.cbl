001600*   DRIVEN BY ONE COMMAND CARD (CMDFILE):                       *
001700*                                                                *
001800*       COLS  1- 8   VERB: VERIFY OR REBUILD                    *
001810*       COLS 34-41   USER-ID OF WHOEVER SUBMITS THE CARD        *
001900*                                                                *
002000*   VERIFY  -- EVERY DISCREPANCY BETWEEN THE DERIVED MARK AND   *
002100*              THE CLUSTER IS LISTED ON RCVYRPT; THE CLUSTER    *
002600*              RECORD WHERE ONE EXISTS; A COUNTER ON THE TRAIL  *
002700*              BUT NOT ON THE CLUSTER IS WRITTEN FRESH WITH     *
002800*              DEFAULTS.  BEFORE AND AFTER IMAGES ARE PRINTED.  *
002810*                                                                *
002820*   THE CARD IS CHECKED BY "auth-check" AGAINST THE OPERATOR    *
002830*   AUTHORITY TABLE (AUTHTBL) BEFORE THE CLUSTER IS OPENED.     *
002840*   A REBUILD TOUCHES EVERY COUNTER, SO EITHER VERB NEEDS AN    *
002850*   ALL-COUNTERS GRANT.  A REFUSED CARD IS LISTED WITH ITS      *
002860*   REASON AND THE STEP ENDS; ALLOWED OR REFUSED, THE CARD IS   *
002870*   APPENDED TO THE ACCESS LOG (ACCSLOG).                       *
002900*                                                                *
003000*   COUNTERS ON THE CLUSTER WITH NO AUDIT RECORD AT ALL ARE     *
003100*   LISTED AS UNPROVABLE AND LEFT ALONE IN BOTH MODES.          *
003300*   RETURN-CODE 4 = AT LEAST ONE DISCREPANCY (VERIFY) OR        *
003400*                   CORRECTION (REBUILD).                       *
003500*   RETURN-CODE 8 = A FILE WOULD NOT OPEN, NO USABLE COMMAND    *
003600*                   CARD, THE CARD WAS REFUSED BY THE AUTHORITY *
003610*                   TABLE, OR A CLUSTER UPDATE FAILED.          *
003700*                                                                *
003800*   MODIFICATION HISTORY                                        *
003900*   ---------------------------------------------------------   *
004104*                    REPLAYS RATHER THAN BEING SKIPPED -- TOO   *
004105*                    HIGH A DERIVED MARK MAKES A GAP, TOO LOW   *
004106*                    MAKES DUPLICATES.                          *
004107*   2026-10-15  JPK  THE COMMAND CARD CARRIES A USER-ID AND     *
004108*                    NEEDS AN AUTHTBL GRANT ("auth-check");     *
004109*                    EVERY CARD IS LOGGED TO ACCSLOG.           *
004110******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. counter-rebuild.
007300     RECORDING MODE IS F.
007400 01  CMD-COMMAND-CARD.
007500     05  CMD-VERB                    PIC X(08).
007510     05  FILLER                      PIC X(25).
007520     05  CMD-USER-ID                 PIC X(08).
007530     05  FILLER                      PIC X(39).
007700
007800 FD  AUDIT-FILE
007900     RECORDING MODE IS F.
019000
019100 01  WS-Blank-Line               PIC X(132) VALUE SPACES.
019200 01  WS-Print-Work               PIC X(132).
019210
019220******************************************************************
019230*   "auth-check" CALLING CONTRACT (AUTHLINK).                   *
019240******************************************************************
019250     COPY authlink.
019260 77  WS-Auth-Return-Code         PIC 9(04).
019300
019400 PROCEDURE DIVISION.
019500******************************************************************
024400                 CONTINUE
024500         END-EVALUATE
024600     END-IF.
024610     IF WS-Command-File-Status < "10"
024620         PERFORM 1900-CHECK-AUTHORITY THRU 1900-EXIT
024630     END-IF.
024700     CLOSE COMMAND-FILE.
024710     IF RETURN-CODE = 8
024720         GO TO 1000-EXIT
024730     END-IF.
024800     IF NOT WS-Mode-Verify AND NOT WS-Mode-Rebuild
024900         DISPLAY "COUNTER-REBUILD: NO USABLE COMMAND CARD -- "
025000             "EXPECTED VERIFY OR REBUILD"
027133 1510-EXIT.
027134     EXIT.
027135
027136******************************************************************
027137*   1900-CHECK-AUTHORITY -- MAY THIS USER-ID RUN THIS VERB?     *
027138*   THERE IS ONLY THE ONE CARD, SO THE ACCESS LOG IS CLOSED     *
027139*   AGAIN AS SOON AS THE DECISION IS ON IT.                     *
027140******************************************************************
027141 1900-CHECK-AUTHORITY.
027142     SET AU-Function-Check TO TRUE.
027143     MOVE "CTRREBLD" TO AU-Program.
027144     MOVE CMD-USER-ID TO AU-User-Id.
027145     MOVE CMD-VERB TO AU-Verb.
027146     MOVE SPACES TO AU-Counter-Id.
027147     MOVE SPACES TO AU-Operand.
027148     MOVE RETURN-CODE TO WS-Auth-Return-Code.
027149     CALL "auth-check" USING AU-Function AU-Program AU-User-Id
027150         AU-Verb AU-Counter-Id AU-Operand AU-Reason AU-Status.
027151     MOVE WS-Auth-Return-Code TO RETURN-CODE.
027152     IF NOT AU-Status-Allowed
027153         DISPLAY "COUNTER-REBUILD: COMMAND CARD REFUSED -- "
027154             AU-Reason
027155         MOVE SPACES TO WS-Print-Work
027156         MOVE "REFUSED" TO WS-Print-Work (1:7)
027157         MOVE CMD-VERB TO WS-Print-Work (13:8)
027158         MOVE "USER-ID" TO WS-Print-Work (22:7)
027159         MOVE CMD-USER-ID TO WS-Print-Work (30:8)
027160         MOVE "NOT AUTHORIZED -- " TO WS-Print-Work (39:18)
027161         MOVE AU-Reason TO WS-Print-Work (57:40)
027162         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
027163         MOVE 8 TO RETURN-CODE
027164     END-IF.
027165     SET AU-Function-Close TO TRUE.
027166     MOVE RETURN-CODE TO WS-Auth-Return-Code.
027167     CALL "auth-check" USING AU-Function AU-Program AU-User-Id
027168         AU-Verb AU-Counter-Id AU-Operand AU-Reason AU-Status.
027169     MOVE WS-Auth-Return-Code TO RETURN-CODE.
027170 1900-EXIT.
027171     EXIT.
027172
027200******************************************************************
027300*   2000-REPLAY-AUDIT-TRAILS -- ARCHIVED RECORDS FIRST, THEN    *
027400*   THE LIVE FILE, SO EVERY COUNTER'S MOVEMENTS REPLAY IN THE   *
