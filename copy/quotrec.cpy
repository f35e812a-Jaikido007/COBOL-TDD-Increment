000100******************************************************************
000200*                                                                *
000300*   QUOTREC                                                     *
000400*                                                                *
000500*   REQUESTER QUOTA TABLE RECORD LAYOUT (QUOTAF).  ONE RECORD   *
000600*   PER REQUESTER AND COUNTER THE REQUESTER MAY DRAW FROM, WITH *
000700*   THE MOST IT MAY DRAW IN ONE DAY AND IN ONE CALENDAR MONTH.  *
000800*   "number-block" REFUSES A RESERVE OR ALLOCATE FROM A         *
000900*   REQUESTER WITH NO RECORD FOR THE COUNTER (STATUS "1"), AND  *
001000*   ONE THAT WOULD TAKE THE REQUESTER PAST EITHER MAXIMUM       *
001100*   (STATUS "8").  A COUNTER-ID OF "*" COVERS EVERY COUNTER NOT *
001200*   NAMED ON ITS OWN RECORD FOR THAT REQUESTER, WITH THE LIMITS *
001300*   APPLIED TO EACH COUNTER SEPARATELY.  A MAXIMUM OF ZERO MEANS *
001400*   NO LIMIT FOR THAT PERIOD.  USAGE IS WHAT THE RESERVATION    *
001500*   LEDGER (RESERVF) SHOWS AS DRAWN, WHATEVER BECAME OF IT.     *
001600*   QUOTA-USAGE REPORTS USED AND REMAINING AGAINST EACH RECORD. *
001700*   "*" IN COLUMN 1 IS A COMMENT.  LRECL 80.                    *
001800*                                                                *
001900*   MODIFICATION HISTORY                                        *
002000*   ---------------------------------------------------------   *
002100*   2026-10-15  JPK  INITIAL VERSION.                           *
002200******************************************************************
002300 01  QTA-QUOTA-RECORD.
002400     05  QTA-REQUESTER               PIC X(08).
002500     05  QTA-COUNTER-ID              PIC X(08).
002600         88  QTA-ANY-COUNTER             VALUE "*".
002700     05  QTA-DAILY-MAX               PIC 9(09).
002800     05  QTA-MONTHLY-MAX             PIC 9(09).
002900     05  QTA-DESCRIPTION             PIC X(30).
003000     05  FILLER                      PIC X(16).
