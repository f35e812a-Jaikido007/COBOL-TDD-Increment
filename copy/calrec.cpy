000100******************************************************************
000200*                                                                *
000300*   CALREC                                                      *
000400*                                                                *
000500*   BUSINESS CALENDAR RECORD LAYOUT (CALENDF).  ONE RECORD PER  *
000600*   DATE THE BUSINESS DOES NOT WORK BEYOND THE ORDINARY          *
000700*   WEEKEND: BANK HOLIDAYS ("H") AND ANY OTHER NON-BUSINESS DAY  *
000800*   SUCH AS A YEAR-END SHUTDOWN ("N").  SATURDAYS AND SUNDAYS    *
000900*   ARE NEVER BUSINESS DAYS AND NEED NO RECORD.  SCHED-BUILD     *
001000*   LOADS THE FILE TO WORK OUT WHICH DAYS ARE BUSINESS DAYS FOR  *
001100*   THE SCHEDULE'S BUSINESS-DAY AND HOLIDAY RULES (SCHEDREC).    *
001200*   THE DESCRIPTION IS PRINTED WHEREVER A DAY IS EXPLAINED.      *
001300*   MAINTAINED A YEAR AHEAD; "*" IN COLUMN 1 IS A COMMENT.       *
001400*   LRECL 40.                                                    *
001500*                                                                *
001600*   MODIFICATION HISTORY                                        *
001700*   ---------------------------------------------------------   *
001800*   2026-10-15  JPK  INITIAL VERSION.                           *
001900******************************************************************
002000 01  CAL-CALENDAR-RECORD.
002100     05  CAL-DATE                    PIC 9(08).
002200     05  CAL-DAY-TYPE                PIC X(01).
002300         88  CAL-HOLIDAY                 VALUE "H".
002400         88  CAL-NON-BUSINESS            VALUE "N".
002500         88  CAL-DAY-TYPE-VALID          VALUES "H" "N".
002600     05  CAL-DESCRIPTION             PIC X(30).
002700     05  FILLER                      PIC X(01).
