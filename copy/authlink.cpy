000100******************************************************************
000200*                                                                *
000300*   AUTHLINK                                                    *
000400*                                                                *
000500*   CALLING CONTRACT FOR THE "auth-check" SUBPROGRAM, WHICH     *
000600*   DECIDES WHETHER A COMMAND CARD'S USER-ID MAY USE ITS VERB   *
000700*   ON ITS COUNTER, FROM THE OPERATOR AUTHORITY TABLE (AUTHTBL, *
000800*   AUTHREC), AND LOGS THE DECISION TO THE ACCESS LOG           *
000900*   (ACCSLOG, ACCSREC).  COUNTER-MAINT, COUNTER-REBUILD, AND    *
001000*   DOC-INQUIRY CALL IT FOR EVERY CARD BEFORE ACTING ON IT.     *
001100*                                                                *
001200*   CALL "auth-check" USING AU-Function AU-Program AU-User-Id   *
001300*       AU-Verb AU-Counter-Id AU-Operand AU-Reason AU-Status.   *
001400*                                                                *
001500*     "C" CHECK  -- ONE CARD.  AU-Counter-Id IS SPACES FOR A    *
001600*                   CARD THAT NAMES NO ONE COUNTER; ONLY AN     *
001700*                   ALL-COUNTERS GRANT ALLOWS IT.  AU-Operand   *
001800*                   IS WHATEVER ELSE OF THE CARD THE REVIEWER   *
001900*                   SHOULD SEE (VALUE, DOCUMENT NUMBER, RUN).   *
002000*     "E" CLOSE  -- END OF RUN.  CLOSES THE ACCESS LOG.         *
002100*                                                                *
002200*   STATUS "0" = ALLOWED; AU-Reason NAMES THE GRANT.  STATUS    *
002300*   "1" = REFUSED; AU-Reason SAYS WHY, FOR THE CALLER'S REPORT. *
002400*   A MISSING TABLE OR AN ACCESS LOG THAT WILL NOT WRITE        *
002500*   REFUSES EVERY CARD -- NOTHING RUNS UNCHECKED OR UNLOGGED.   *
002600*                                                                *
002700*   THE CALL RETURNS WITH RETURN-CODE ZERO; A CALLER THAT HAS   *
002800*   ALREADY SET ITS OWN KEEPS IT IN WS-AUTH-RETURN-CODE ACROSS  *
002900*   THE CALL, AS FOR "exc-post".                                *
003000*                                                                *
003100*   MODIFICATION HISTORY                                        *
003200*   ---------------------------------------------------------   *
003300*   2026-10-15  JPK  INITIAL VERSION.                           *
003400******************************************************************
003500 01  AU-Function                 PIC X(01).
003600     88  AU-Function-Check           VALUE "C".
003700     88  AU-Function-Close           VALUE "E".
003800 01  AU-Program                  PIC X(08).
003900 01  AU-User-Id                  PIC X(08).
004000 01  AU-Verb                     PIC X(08).
004100 01  AU-Counter-Id               PIC X(08).
004200 01  AU-Operand                  PIC X(20).
004300 01  AU-Reason                   PIC X(40).
004400 01  AU-Status                   PIC X(01).
004500     88  AU-Status-Allowed           VALUE "0".
004600     88  AU-Status-Refused           VALUE "1".
004700     88  AU-Status-Bad-Function      VALUE "3".
