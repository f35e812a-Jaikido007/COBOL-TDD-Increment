000100******************************************************************
000200*                                                                *
000300*   REGREC                                                      *
000400*                                                                *
000500*   NUMBER REGISTRY RECORD LAYOUT (NUMREG).  ONE KEYED RECORD   *
000600*   PER NUMBER EVER ISSUED, HOLDING THAT NUMBER'S CURRENT       *
000700*   STATE, SO "WHAT BECAME OF THIS NUMBER" IS ONE KEYED READ    *
000800*   INSTEAD OF A PASS OVER THE WHOLE AUDIT TRAIL.  THE AUDIT    *
000900*   FILES REMAIN THE HISTORY; THE REGISTRY IS THE CURRENT       *
001000*   PICTURE, AND IS ONLY EVER WRITTEN THROUGH "num-registry".   *
001100*                                                                *
001200*   PRIMARY KEY IS COUNTER-ID + NUMBER + DOCUMENT YEAR --       *
001300*   YEAR-ROLLOVER RESTARTS EVERY SEQUENCE, SO COUNTER AND       *
001400*   NUMBER ALONE REPEAT FROM ONE YEAR TO THE NEXT.  THE         *
001500*   ALTERNATE KEY IS THE FORMATTED DOCUMENT NUMBER.             *
001600*                                                                *
001700*   REG-STATE:  "I" ISSUED   -- OUT, NEVER VOIDED                *
001800*               "V" VOIDED   -- VOIDED AND ROLLED BACK, OR       *
001900*                               PURGED FROM THE VOID POOL        *
002000*               "P" POOLED   -- VOIDED MID-RANGE AND WAITING     *
002100*                               IN THE VOID POOL FOR REISSUE     *
002200*               "R" REISSUED -- VOIDED, THEN ISSUED AGAIN        *
002300*   LRECL 120.                                                  *
002400*                                                                *
002500*   MODIFICATION HISTORY                                        *
002600*   ---------------------------------------------------------   *
002700*   2026-10-15  JPK  INITIAL VERSION.                           *
002800******************************************************************
002900 01  REG-REGISTRY-RECORD.
003000     05  REG-KEY.
003100         10  REG-COUNTER-ID          PIC X(08).
003200         10  REG-NUMBER              PIC 9(10).
003300         10  REG-YEAR                PIC X(04).
003400     05  REG-DOC-NUMBER              PIC X(18).
003500     05  REG-STATE                   PIC X(01).
003600         88  REG-STATE-ISSUED            VALUE "I".
003700         88  REG-STATE-VOIDED            VALUE "V".
003800         88  REG-STATE-POOLED            VALUE "P".
003900         88  REG-STATE-REISSUED          VALUE "R".
004000         88  REG-STATE-OUTSTANDING       VALUES "I" "R".
004100     05  REG-RUN-ID                  PIC X(08).
004200     05  REG-ISSUE-DATE              PIC 9(08).
004300     05  REG-ISSUE-TIME              PIC 9(08).
004400     05  REG-REISSUE-DATE            PIC 9(08).
004500     05  REG-VOID-DATE               PIC 9(08).
004600     05  REG-REASON-CODE             PIC X(04).
004700     05  REG-ISSUE-COUNT             PIC 9(04).
004800     05  REG-UPDATED-BY              PIC X(08).
004900     05  REG-UPDATE-DATE             PIC 9(08).
005000     05  REG-UPDATE-TIME             PIC 9(08).
005100     05  FILLER                      PIC X(07).
