000100******************************************************************
000200*                                                                *
000300*   EXCLINK                                                     *
000400*                                                                *
000500*   CALLING CONTRACT FOR THE "exc-post" SUBPROGRAM, THE ONLY    *
000600*   WRITER OF NEW ITEMS ON THE EXCEPTION WORKLIST (EXCEPTF,     *
000700*   EXCREC).  EVERY PROGRAM THAT FINDS SOMETHING A PERSON HAS   *
000800*   TO LOOK AT CALLS IT AS WELL AS PRINTING IT.                 *
000900*                                                                *
001000*   CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id     *
001100*       EX-Reference EX-Source EX-Text EX-Item-No EX-Status.    *
001200*                                                                *
001300*     "P" POST   -- RAISE AN EXCEPTION.  WHEN AN ITEM FOR THE   *
001400*                   SAME TYPE, COUNTER-ID, AND REFERENCE IS     *
001500*                   STILL OPEN, ITS COUNT AND LAST-SEEN DATE    *
001600*                   ARE BUMPED INSTEAD (STATUS "1").            *
001700*     "E" CLOSE  -- END OF RUN.  CLOSES THE WORKLIST.           *
001800*                                                                *
001900*   EX-Type IS ONE OF THE EXC-TYPE VALUES IN EXCREC.  EX-ITEM-  *
002000*   NO COMES BACK WITH THE ITEM NUMBER POSTED TO, FOR THE       *
002100*   CALLER'S REPORT.                                            *
002105*                                                                *
002110*   THE CALL RETURNS WITH RETURN-CODE ZERO; A CALLER THAT HAS   *
002120*   ALREADY SET ITS OWN KEEPS IT IN WS-EXC-RETURN-CODE ACROSS   *
002130*   THE CALL, SO POSTING NEVER CHANGES A STEP'S RESULT.         *
002200*                                                                *
002300*   MODIFICATION HISTORY                                        *
002400*   ---------------------------------------------------------   *
002500*   2026-10-15  JPK  INITIAL VERSION.                           *
002600******************************************************************
002700 01  EX-Function                 PIC X(01).
002800     88  EX-Function-Post            VALUE "P".
002900     88  EX-Function-Close           VALUE "E".
003000 01  EX-Type                     PIC X(08).
003100 01  EX-Counter-Id               PIC X(08).
003200 01  EX-Reference                PIC X(24).
003300 01  EX-Source                   PIC X(08).
003400 01  EX-Text                     PIC X(60).
003500 01  EX-Item-No                  PIC 9(09).
003600 01  EX-Status                   PIC X(01).
003700     88  EX-Status-OK                VALUE "0".
003800     88  EX-Status-Repeat            VALUE "1".
003900     88  EX-Status-Bad-Function      VALUE "3".
004000     88  EX-Status-File-Error        VALUE "4".
