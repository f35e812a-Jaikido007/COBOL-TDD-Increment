000100******************************************************************
000200*                                                                *
000300*   PLANREC                                                     *
000400*                                                                *
000500*   PLAN ELIGIBILITY RULES TABLE RECORD LAYOUT (PLANTBL).  ONE  *
000600*   RECORD PER PLAN CODE CARRIED ON THE PARTICIPANT EXTRACT     *
000700*   (PRT-PLAN-CODE): THE MINIMUM AGE, THE MAXIMUM ENTRY AGE,    *
000800*   THE MONTHS OF SERVICE SINCE HIRE, AND WHETHER THE           *
000900*   PARTICIPANT MUST BE IN ACTIVE EMPLOYMENT.  A MAXIMUM AGE OR *
001000*   SERVICE OF ZERO MEANS THE PLAN HAS NO SUCH RULE.  ELIG-     *
001100*   SWEEP TESTS THE RULES IN THE ORDER AGE, SERVICE, STATUS,    *
001200*   MAXIMUM AGE AND NAMES THE FIRST ONE FAILED.  A PARTICIPANT  *
001300*   WITH NO PLAN CODE IS HELD TO THE CONTROL RECORD'S MINIMUM   *
001400*   AGE ALONE.  "*" IN COLUMN 1 IS A COMMENT.  LRECL 80.        *
001500*                                                                *
001600*   MODIFICATION HISTORY                                        *
001700*   ---------------------------------------------------------   *
001800*   2026-10-15  JPK  INITIAL VERSION.                           *
001900******************************************************************
002000 01  PLN-PLAN-RULE-RECORD.
002100     05  PLN-PLAN-CODE               PIC X(04).
002200     05  PLN-MINIMUM-AGE             PIC 9(03).
002300     05  PLN-MAXIMUM-AGE             PIC 9(03).
002400     05  PLN-SERVICE-MONTHS          PIC 9(03).
002500     05  PLN-ACTIVE-FLAG             PIC X(01).
002600         88  PLN-ACTIVE-REQUIRED         VALUE "Y".
002700     05  PLN-DESCRIPTION             PIC X(30).
002800     05  FILLER                      PIC X(36).
