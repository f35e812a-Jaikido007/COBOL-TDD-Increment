001000*   RANGE IS REPORTED AND ACCOUNTED FOR INSTEAD OF HAUNTING     *
001100*   EVERY QUARTERLY RECONCILIATION.  THE LATEST RECORD FOR A    *
001200*   REQUESTER/COUNTER/RANGE IS THE RESERVATION'S CURRENT        *
001300*   STATE.                                                      *
001310*                                                                *
001320*   THE RECORD FOR THE MOVEMENT THAT DREW THE RANGE FROM THE    *
001330*   COUNTER -- A RESERVE, OR A ONE-STEP ALLOCATE -- CARRIES     *
001340*   RSV-DRAW-FLAG "D" AND THE DATE DRAWN; COMMIT AND RELEASE    *
001350*   RECORDS DO NOT.  THE SWEEP KEEPS BOTH ON THE COLLAPSED      *
001360*   RECORD, SO EACH RANGE IS COUNTED ONCE, ON THE DAY IT WAS    *
001370*   DRAWN, WHEN REQUESTER QUOTAS ARE ADDED UP.  LRECL 56.       *
001400*                                                                *
001500*   MODIFICATION HISTORY                                        *
001600*   ---------------------------------------------------------   *
001700*   2026-08-22  JPK  INITIAL VERSION.                           *
001710*   2026-10-15  JPK  ADDED RSV-DRAW-FLAG AND RSV-DRAW-DATE FOR  *
001720*                    REQUESTER QUOTAS (QUOTAF, QUOTREC).        *
001800******************************************************************
001900 01  RSV-RESERVATION-RECORD.
002000     05  RSV-REQUESTER               PIC X(08).
002800         88  RSV-STATUS-EXPIRED          VALUE "E".
002900     05  RSV-ACTION-DATE             PIC 9(08).
003000     05  RSV-ACTION-TIME             PIC 9(08).
003010     05  RSV-DRAW-FLAG               PIC X(01).
003020         88  RSV-DRAW-RECORD             VALUE "D".
003030     05  RSV-DRAW-DATE               PIC 9(08).
003040     05  FILLER                      PIC X(06).
