000100******************************************************************
000200*                                                                *
000300*   ACCSREC                                                     *
000400*                                                                *
000500*   ACCESS LOG RECORD LAYOUT (ACCSLOG).  "auth-check" APPENDS   *
000600*   ONE RECORD FOR EVERY CARD THE COMMAND-CARD UTILITIES        *
000700*   PROCESS, ALLOWED OR REFUSED, WITH WHO SUBMITTED IT, WHAT IT *
000800*   ASKED FOR, AND THE GRANT THAT ALLOWED IT OR THE REASON IT   *
000900*   WAS REFUSED.  ACCESS-REPORT READS IT FOR THE SECURITY       *
001000*   REVIEW; HOUSEKEEP MOVES AGED RECORDS TO ITS HISTORY.        *
001100*   LRECL 120.                                                  *
001200*                                                                *
001300*   MODIFICATION HISTORY                                        *
001400*   ---------------------------------------------------------   *
001500*   2026-10-15  JPK  INITIAL VERSION.                           *
001600******************************************************************
001700 01  ACC-ACCESS-RECORD.
001800     05  ACC-LOG-DATE                PIC 9(08).
001900     05  ACC-LOG-TIME                PIC 9(08).
002000     05  ACC-PROGRAM                 PIC X(08).
002100     05  ACC-USER-ID                 PIC X(08).
002200     05  ACC-VERB                    PIC X(08).
002300     05  ACC-COUNTER-ID              PIC X(08).
002400     05  ACC-OPERAND                 PIC X(20).
002500     05  ACC-DISPOSITION             PIC X(01).
002600         88  ACC-ALLOWED                 VALUE "A".
002700         88  ACC-REFUSED                 VALUE "R".
002800     05  ACC-REASON                  PIC X(40).
002900     05  FILLER                      PIC X(11).
