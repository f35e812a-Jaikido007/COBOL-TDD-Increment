001700*                    BLANK OR ZERO = THE DEFAULT, 80)            *
001800*       COLS 19-21   DOCUMENT-NUMBER PREFIX (PREFIX ONLY;        *
001900*                    BLANK = FIRST THREE OF THE COUNTER-ID)      *
001910*       COLS 34-41   USER-ID OF WHOEVER SUBMITS THE CARD, ON     *
001915*                    EVERY VERB: THE REQUESTER ON SEED, ADJUST,  *
001920*                    AND CEILING CARDS; THE APPROVER ON AN       *
001930*                    APPROVE CARD                                *
001940*       COLS 43-50   THE VERB BEING APPROVED (APPROVE ONLY)      *
001990*   IS IN THE SAME DECK, BEFORE OR AFTER IT.  UNAPPROVED CARDS  *
001991*   ARE REJECTED AND LISTED AT END OF DECK.  EVERY GATED        *
001992*   MOVEMENT -- APPROVED, REJECTED, OR AN APPROVAL NOBODY USED  *
001993*   -- IS APPENDED TO THE APPROVALS LOG (APPRLOG) WITH          *
001994*   REQUESTER AND APPROVER.  LIST, FREEZE, THAW, PREFIX,        *
001995*   UNLOCK, AND A CEILING INCREASE STAY SINGLE-CARD.            *
002000*                                                                *
002010*   EVERY CARD IS FIRST CHECKED BY "auth-check" AGAINST THE      *
002020*   OPERATOR AUTHORITY TABLE (AUTHTBL): THE USER-ID MUST HOLD A  *
002030*   GRANT OF THE CARD'S VERB OVER ITS COUNTER, AND A LIST WITH   *
002040*   NO COUNTER-ID NEEDS AN ALL-COUNTERS GRANT.  A CARD WITHOUT   *
002050*   ONE IS REJECTED WITH THE REASON NAMED AND DOES NOTHING.      *
002060*   EVERY CARD, ALLOWED OR REFUSED, IS APPENDED TO THE ACCESS    *
002070*   LOG (ACCSLOG).                                               *
002080*                                                                *
002100*   EVERY ACTION, INCLUDING A REJECTED ONE, IS PRINTED TO THE    *
002200*   MAINTENANCE REPORT (MAINTRPT) WITH A BEFORE AND AFTER IMAGE  *
002300*   OF THE COUNTER RECORD, SO THERE IS A TRAIL THE AUDITORS CAN  *
003984*                    MOVEMENT GO TO THE NEW APPROVALS LOG        *
003985*                    (APPRLOG).  ONE MISTYPED SEED CAN NO        *
003986*                    LONGER MOVE A COUNTER ON ITS OWN.           *
003988*   2026-10-15  JPK  APPRLOG IS NOW A DATASET APPENDED TO BY    *
003990*                    EVERY RUN (BUILT ON FIRST USE), NOT A       *
003992*                    SYSOUT REPORT, SO THE APPROVALS TRAIL IS    *
003994*                    DURABLE; HOUSEKEEP MOVES AGED ENTRIES TO    *
003996*                    ITS HISTORY.                                *
003997*   2026-10-15  JPK  EVERY CARD NEEDS AN AUTHTBL GRANT FOR ITS   *
003998*                    USER-ID, VERB, AND COUNTER ("auth-check")   *
003999*                    AND IS LOGGED TO ACCSLOG.                   *
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. counter-maint.
011671     05  FILLER                  PIC X(09) VALUE " APPR BY ".
011672     05  WS-LOG-Approver         PIC X(08).
011673     05  FILLER                  PIC X(29) VALUE SPACES.
011676
011679******************************************************************
011682*   "auth-check" CALLING CONTRACT (AUTHLINK).                   *
011685******************************************************************
011688     COPY authlink.
011691 77  WS-Auth-Return-Code         PIC 9(04).
011700
011800 01  WS-Heading-1.
011900     05  FILLER                  PIC X(14)
019400         MOVE 8 TO RETURN-CODE
019500         GO TO 1000-EXIT
019600     END-IF.
019610     OPEN EXTEND APPROVAL-LOG.
019611     IF NOT WS-Appr-File-OK
019612         OPEN OUTPUT APPROVAL-LOG
019613         CLOSE APPROVAL-LOG
019614         OPEN EXTEND APPROVAL-LOG
019615     END-IF.
019620     IF NOT WS-Appr-File-OK
019630         DISPLAY "COUNTER-MAINT: CANNOT OPEN APPRLOG, STATUS "
019640             WS-Appr-File-Status
024000         GO TO 2200-NEXT
024100     END-IF.
024200     ADD 1 TO WS-Cards-Read.
024210     PERFORM 2800-CHECK-AUTHORITY THRU 2800-EXIT.
024220     IF NOT AU-Status-Allowed
024230         GO TO 2200-NEXT
024240     END-IF.
024300     EVALUATE CMD-VERB
024400         WHEN "LIST    "
024500             PERFORM 3000-DO-LIST THRU 3000-EXIT
026564     WRITE LOG-PRINT-LINE FROM WS-Log-Line.
026565 2700-EXIT.
026566     EXIT.
026567
026568******************************************************************
026569*   2800-CHECK-AUTHORITY -- MAY THIS USER-ID USE THIS VERB ON    *
026570*   THIS COUNTER?  THE VALUE AND, ON AN APPROVE CARD, THE VERB   *
026571*   BEING APPROVED GO TO THE ACCESS LOG WITH THE DECISION.  A    *
026572*   HELD CARD IS NOT CHECKED AGAIN AT END OF DECK -- IT WAS      *
026573*   ALLOWED WHEN IT WAS READ.                                    *
026574******************************************************************
026575 2800-CHECK-AUTHORITY.
026576     SET AU-Function-Check TO TRUE.
026577     MOVE "CTRMAINT" TO AU-Program.
026578     MOVE CMD-USER-ID TO AU-User-Id.
026579     MOVE CMD-VERB TO AU-Verb.
026580     MOVE CMD-COUNTER-ID TO AU-Counter-Id.
026581     MOVE SPACES TO AU-Operand.
026582     MOVE CMD-VALUE-X TO AU-Operand (1:10).
026583     MOVE CMD-TARGET-VERB TO AU-Operand (12:8).
026584     MOVE RETURN-CODE TO WS-Auth-Return-Code.
026585     CALL "auth-check" USING AU-Function AU-Program AU-User-Id
026586         AU-Verb AU-Counter-Id AU-Operand AU-Reason AU-Status.
026587     MOVE WS-Auth-Return-Code TO RETURN-CODE.
026588     IF AU-Status-Allowed
026589         GO TO 2800-EXIT
026590     END-IF.
026591     MOVE "NOT AUTHORIZED -- " TO WS-DTL-Text.
026592     MOVE AU-Reason TO WS-DTL-Text (19:40).
026593     MOVE "USER-ID" TO WS-DTL-Text (60:7).
026594     MOVE CMD-USER-ID TO WS-DTL-Text (68:8).
026595     MOVE "COUNTER" TO WS-DTL-Text (77:7).
026596     MOVE CMD-COUNTER-ID TO WS-DTL-Text (85:8).
026597     PERFORM 7500-PRINT-REJECT THRU 7500-EXIT.
026598 2800-EXIT.
026599     EXIT.
026600
026700******************************************************************
026800*   3000-DO-LIST -- PRINT THE NAMED COUNTER, OR EVERY COUNTER    *
066420         CLOSE LOCK-FILE
066430     END-IF.
066440     CLOSE APPROVAL-LOG.
066450     SET AU-Function-Close TO TRUE.
066460     MOVE RETURN-CODE TO WS-Auth-Return-Code.
066470     CALL "auth-check" USING AU-Function AU-Program AU-User-Id
066480         AU-Verb AU-Counter-Id AU-Operand AU-Reason AU-Status.
066490     MOVE WS-Auth-Return-Code TO RETURN-CODE.
066500     CLOSE MAINT-REPORT.
066600 9000-EXIT.
066700     EXIT.
