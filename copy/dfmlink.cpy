001800*       STRUCTURE AND CHECK DIGIT ARE VERIFIED SO A MIS-KEYED    *
001900*       DOCUMENT NUMBER IS REJECTED BEFORE IT REACHES A          *
002000*       RECEIVED FILE.                                           *
002010*   FUNCTION "Y" (FORMAT FOR A YEAR): AS "F", BUT THE YEAR OF    *
002020*       ISSUE IS TAKEN FROM DF-DOC-YEAR AS PASSED IN, SO A       *
002030*       NUMBER ISSUED IN AN EARLIER YEAR CAN BE RESTATED         *
002040*       EXACTLY AS IT WAS FIRST GIVEN OUT.                       *
002100*                                                                *
002200*   MODIFICATION HISTORY                                        *
002300*   ---------------------------------------------------------   *
002400*   2026-08-22  JPK  INITIAL VERSION.                           *
002410*   2026-10-15  JPK  ADDED FUNCTION "Y", FORMAT FOR A GIVEN     *
002420*                    YEAR.                                      *
002500******************************************************************
002600 01  DF-Function                 PIC X(01).
002700     88  DF-Function-Format          VALUE "F".
002710     88  DF-Function-Format-Year     VALUE "Y".
002800     88  DF-Function-Validate        VALUE "V".
002900 01  DF-Counter-Id               PIC X(08).
003000 01  DF-Number                   UNSIGNED-INT.
