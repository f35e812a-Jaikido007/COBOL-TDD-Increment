000100******************************************************************
000200*                                                                *
000300*   REGLINK                                                     *
000400*                                                                *
000500*   CALLING CONTRACT FOR THE "num-registry" SUBPROGRAM, THE     *
000600*   ONLY WRITER OF THE NUMBER REGISTRY (NUMREG, REGREC).  EVERY *
000700*   PROGRAM THAT ISSUES OR VOIDS A NUMBER CALLS IT RIGHT AFTER  *
000800*   WRITING THE AUDIT RECORD FOR THAT NUMBER.                   *
000900*                                                                *
001000*   CALL "num-registry" USING RG-FUNCTION RG-COUNTER-ID          *
001100*       RG-NUMBER RG-DOC-NUMBER RG-RUN-ID RG-REASON-CODE         *
001200*       RG-REQUESTER RG-STATUS.                                  *
001300*                                                                *
001400*     "I" ISSUE   -- NEW ENTRY, STATE "I".  A NUMBER ALREADY    *
001500*                    ON FILE AS VOIDED OR POOLED FOR THE SAME   *
001600*                    DOCUMENT YEAR BECOMES "R" REISSUED.        *
001700*     "V" VOID    -- VOIDED AND ROLLED BACK.  STATE "V".        *
001800*     "P" POOL    -- VOIDED MID-RANGE INTO THE VOID POOL.       *
001900*                    STATE "P".  A CALLER THAT VOIDED THROUGH   *
002000*                    "increment" SENDS "P" WHEN THE CURRENT     *
002100*                    VALUE IT GOT BACK IS NOT BELOW THE NUMBER  *
002200*                    VOIDED (NO ROLLBACK HAPPENED), ELSE "V".   *
002300*     "X" RETIRE  -- THE NUMBER LEFT THE VOID POOL WITHOUT      *
002400*                    BEING REISSUED (YEAR-END PURGE).  A "P"    *
002500*                    ENTRY BECOMES "V".                         *
002600*     "E" CLOSE   -- END OF RUN.  CLOSES THE REGISTRY.          *
002700*                                                                *
002800*   RG-DOC-NUMBER IS THE FORMATTED DOCUMENT NUMBER WHEN THE     *
002900*   CALLER HAS ONE; ITS YEAR PICKS THE REGISTRY ENTRY.  LEFT    *
003000*   BLANK ON A VOID OR RETIRE, THE LATEST YEAR ON FILE FOR THE  *
003100*   COUNTER AND NUMBER IS THE ONE UPDATED.                      *
003200*                                                                *
003300*   MODIFICATION HISTORY                                        *
003400*   ---------------------------------------------------------   *
003500*   2026-10-15  JPK  INITIAL VERSION.                           *
003600******************************************************************
003700 01  RG-Function                 PIC X(01).
003800     88  RG-Function-Issue           VALUE "I".
003900     88  RG-Function-Void            VALUE "V".
004000     88  RG-Function-Pool            VALUE "P".
004100     88  RG-Function-Retire          VALUE "X".
004200     88  RG-Function-Close           VALUE "E".
004300 01  RG-Counter-Id               PIC X(08).
004400 01  RG-Number                   UNSIGNED-INT.
004500 01  RG-Doc-Number               PIC X(18).
004600 01  RG-Run-Id                   PIC X(08).
004700 01  RG-Reason-Code              PIC X(04).
004800 01  RG-Requester                PIC X(08).
004900 01  RG-Status                   PIC X(01).
005000     88  RG-Status-OK                VALUE "0".
005100     88  RG-Status-Duplicate         VALUE "2".
005200     88  RG-Status-Bad-Function      VALUE "3".
005300     88  RG-Status-Registry-Error    VALUE "4".
