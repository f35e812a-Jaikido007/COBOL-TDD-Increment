000100******************************************************************
000200*                                                                *
000300*   CHNLINK                                                     *
000400*                                                                *
000500*   CALLING CONTRACT FOR THE "audit-chain" SUBPROGRAM, WHICH     *
000600*   KEEPS THE AUDIT TRAIL'S HASH CHAIN.  EVERY AUDIT RECORD      *
000700*   CARRIES AUD-CHAIN-HASH, COMPUTED FROM THE RECORD'S FIRST 60  *
000800*   BYTES PLUS THE PREVIOUS RECORD'S HASH, SO AN AUDIT RECORD    *
000900*   EDITED OR DELETED AFTER IT WAS WRITTEN BREAKS THE LINK TO    *
001000*   THE RECORD AFTER IT.  THE CHAIN RUNS THROUGH AUDITHST AND    *
001100*   ON INTO AUDITF AS ONE SEQUENCE.                              *
001200*                                                                *
001300*   CALL "audit-chain" USING CH-FUNCTION CH-RECORD CH-HASH       *
001400*       CH-STATUS.                                               *
001500*                                                                *
001600*   FUNCTION "S" (START):  PICK UP THE CHAIN FROM THE LAST       *
001700*       RECORD ON AUDITF (ON AUDITHST WHEN AUDITF IS EMPTY).     *
001800*       CALL BEFORE THE CALLER OPENS AUDITF EXTEND.  CH-HASH     *
001900*       OUT.                                                     *
002000*   FUNCTION "H" (HASH):   CH-RECORD IN, CH-HASH OUT -- THE      *
002100*       RECORD'S LINK; IT BECOMES THE PREVIOUS HASH.             *
002200*   FUNCTION "V" (VERIFY): CH-RECORD AND THE STORED CH-HASH IN.  *
002300*       STATUS "1" WHEN THE STORED HASH IS NOT THE LINK FROM THE *
002400*       PREVIOUS RECORD, "2" FOR A RECORD WRITTEN BEFORE THE     *
002500*       CHAIN BEGAN.  THE STORED HASH BECOMES THE PREVIOUS HASH, *
002600*       SO ONE BAD RECORD DOES NOT FAIL EVERY RECORD AFTER IT.   *
002700*   FUNCTION "R" (RESET):  CH-HASH IN -- CONTINUE THE CHAIN      *
002800*       FROM THAT HASH (ZEROS OR SPACES = NO CHAIN YET).         *
002900*                                                                *
003000*   MODIFICATION HISTORY                                        *
003100*   ---------------------------------------------------------   *
003200*   2026-10-15  JPK  INITIAL VERSION.                           *
003300******************************************************************
003400 01  CH-Function                 PIC X(01).
003500     88  CH-Function-Start           VALUE "S".
003600     88  CH-Function-Hash            VALUE "H".
003700     88  CH-Function-Verify          VALUE "V".
003800     88  CH-Function-Reset           VALUE "R".
003900 01  CH-Record                   PIC X(60).
004000 01  CH-Hash.
004100     05  CH-Hash-A               PIC 9(10).
004200     05  CH-Hash-B               PIC 9(10).
004300 01  CH-Status                   PIC X(01).
004400     88  CH-Status-OK                VALUE "0".
004500     88  CH-Status-Broken            VALUE "1".
004600     88  CH-Status-Unchained         VALUE "2".
004700     88  CH-Status-Bad-Function      VALUE "3".
004800     88  CH-Status-Trail-Error       VALUE "4".
