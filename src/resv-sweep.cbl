001400*   RESERVATION IS PRINTED WITH ITS RECLAIMED RANGE, SO AN      *
001500*   ABENDED PRINT RUN'S ORPHANED NUMBERS ARE A NAMED,           *
001600*   ACCOUNTED-FOR EVENT INSTEAD OF A QUARTERLY MYSTERY.        *
001610*   THE COLLAPSED RECORD KEEPS THE DRAW FLAG AND DATE FROM THE  *
001620*   RECORD THAT DREW THE RANGE, SO REQUESTER QUOTA USAGE STILL  *
001630*   ADDS UP AFTER THE SWEEP.                                    *
001700*                                                                *
001800*   RETURN-CODE 4 = AT LEAST ONE RESERVATION EXPIRED.           *
001900*   RETURN-CODE 8 = A FILE WOULD NOT OPEN OR A WRITE FAILED;    *
002200*   MODIFICATION HISTORY                                        *
002300*   ---------------------------------------------------------   *
002400*   2026-08-22  JPK  INITIAL VERSION.                           *
002410*   2026-10-15  JPK  DRAW FLAG AND DATE CARRIED ONTO THE        *
002420*                    COLLAPSED RECORD FOR REQUESTER QUOTAS.     *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. resv-sweep.
009200         10  WS-LDG-Status           PIC X(01).
009300         10  WS-LDG-Date             PIC 9(08).
009400         10  WS-LDG-Time             PIC 9(08).
009410         10  WS-LDG-Draw-Flag        PIC X(01).
009420         10  WS-LDG-Draw-Date        PIC 9(08).
009500
009600 77  WS-Entry-Count              UNSIGNED-INT VALUE 0.
009700 77  WS-Record-Count             UNSIGNED-INT VALUE 0.
019700         MOVE RSV-RANGE-START
019800             TO WS-LDG-Range-Start (WS-LDG-Idx)
019900         MOVE RSV-RANGE-END TO WS-LDG-Range-End (WS-LDG-Idx)
019910         MOVE SPACE TO WS-LDG-Draw-Flag (WS-LDG-Idx)
019920         MOVE 0 TO WS-LDG-Draw-Date (WS-LDG-Idx)
020000     END-IF.
020100     MOVE RSV-STATUS TO WS-LDG-Status (WS-LDG-Idx).
020200     MOVE RSV-ACTION-DATE TO WS-LDG-Date (WS-LDG-Idx).
020300     MOVE RSV-ACTION-TIME TO WS-LDG-Time (WS-LDG-Idx).
020310     IF RSV-DRAW-RECORD
020320         MOVE RSV-DRAW-FLAG TO WS-LDG-Draw-Flag (WS-LDG-Idx)
020330         MOVE RSV-DRAW-DATE TO WS-LDG-Draw-Date (WS-LDG-Idx)
020340     END-IF.
020400 2200-EXIT.
020500     EXIT.
020600
026000     MOVE WS-LDG-Status (WS-LDG-Idx) TO RNW-STATUS.
026100     MOVE WS-LDG-Date (WS-LDG-Idx) TO RNW-ACTION-DATE.
026200     MOVE WS-LDG-Time (WS-LDG-Idx) TO RNW-ACTION-TIME.
026210     IF WS-LDG-Draw-Flag (WS-LDG-Idx) = "D"
026220         MOVE WS-LDG-Draw-Flag (WS-LDG-Idx) TO RNW-DRAW-FLAG
026230         MOVE WS-LDG-Draw-Date (WS-LDG-Idx) TO RNW-DRAW-DATE
026240     END-IF.
026300     WRITE RNW-RESERVATION-RECORD.
026400     IF NOT WS-New-Ledger-File-OK
026500         DISPLAY "RESV-SWEEP: WRITE TO RESVNEW FAILED, STATUS "
