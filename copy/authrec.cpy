000100******************************************************************
000200*                                                                *
000300*   AUTHREC                                                     *
000400*                                                                *
000500*   OPERATOR AUTHORITY TABLE RECORD LAYOUT (AUTHTBL).  ONE      *
000600*   CARD PER GRANT: A USER-ID MAY USE ONE VERB OF THE COMMAND-  *
000700*   CARD UTILITIES (COUNTER-MAINT, COUNTER-REBUILD, DOC-        *
000800*   INQUIRY) ON ONE COUNTER, A FAMILY OF COUNTERS, OR ALL OF    *
000900*   THEM.  A USER HOLDS AS MANY CARDS AS GRANTS; ANYTHING NOT   *
001000*   GRANTED HERE IS REFUSED BY "auth-check".  LRECL 80.         *
001100*                                                                *
001200*       COLS  1- 8   USER-ID                                    *
001300*       COLS 10-17   VERB, AS PUNCHED ON THE UTILITY'S CARD,    *
001400*                    OR "*" FOR EVERY VERB                      *
001500*       COLS 19-26   SCOPE -- A COUNTER-ID; A COUNTER-ID        *
001600*                    PREFIX ENDING IN "*" (E.G. "INV*"); OR "*" *
001700*                    ALONE FOR ALL COUNTERS.  A CARD THAT NAMES *
001800*                    NO ONE COUNTER (LIST ALL, VERIFY, REBUILD, *
001900*                    AND THE DOC AND RUN LOOKUPS) NEEDS "*".    *
002000*       COLS 28-80   REMARKS -- WHO GRANTED IT AND WHY; NOT     *
002100*                    READ BY ANY PROGRAM.                       *
002200*                                                                *
002300*   A CARD WITH "*" IN COLUMN 1, OR ALL BLANK, IS A COMMENT.    *
002400*                                                                *
002500*   MODIFICATION HISTORY                                        *
002600*   ---------------------------------------------------------   *
002700*   2026-10-15  JPK  INITIAL VERSION.                           *
002800******************************************************************
002900 01  AUT-AUTHORITY-RECORD.
003000     05  AUT-USER-ID                 PIC X(08).
003100     05  FILLER                      PIC X(01).
003200     05  AUT-VERB                    PIC X(08).
003300     05  FILLER                      PIC X(01).
003400     05  AUT-SCOPE                   PIC X(08).
003500     05  FILLER                      PIC X(01).
003600     05  AUT-REMARKS                 PIC X(53).
