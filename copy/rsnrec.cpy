000100******************************************************************
000200*                                                                *
000300*   RSNREC                                                      *
000400*                                                                *
000500*   VOID REASON-CODE TABLE RECORD LAYOUT (REASONTB).  ONE       *
000600*   RECORD PER REASON CODE THE BUSINESS MAY PUT ON A VOID       *
000700*   REQUEST: THE CODE, WHAT IT MEANS, THE CATEGORY IT IS        *
000800*   REPORTED UNDER, AND WHETHER IT MAY STILL BE USED.  VOID-    *
000900*   BATCH REJECTS A REQUEST WHOSE CODE IS NOT ON THE TABLE OR   *
001000*   IS NO LONGER ACTIVE; VOID-ANALYSIS PRINTS THE DESCRIPTION   *
001100*   AND CATEGORY ALONGSIDE THE MONTH'S VOIDS.  A CODE IS        *
001200*   RETIRED BY SETTING IT INACTIVE, NEVER BY DELETING IT, SO    *
001300*   OLD VOIDS STILL DESCRIBE.  "*" IN COLUMN 1 IS A COMMENT.    *
001400*   LRECL 50.                                                   *
001500*                                                                *
001600*   MODIFICATION HISTORY                                        *
001700*   ---------------------------------------------------------   *
001800*   2026-10-15  JPK  INITIAL VERSION.                           *
001900******************************************************************
002000 01  RSN-REASON-RECORD.
002100     05  RSN-REASON-CODE             PIC X(04).
002200     05  RSN-DESCRIPTION             PIC X(30).
002300     05  RSN-CATEGORY                PIC X(10).
002400     05  RSN-ACTIVE-FLAG             PIC X(01).
002500         88  RSN-ACTIVE                  VALUE "A".
002600         88  RSN-INACTIVE                VALUE "I".
002700     05  FILLER                      PIC X(05).
