001300*   MODIFICATION HISTORY                                        *
001400*   ---------------------------------------------------------   *
001500*   2026-09-02  JPK  INITIAL VERSION.                           *
001510*   2026-10-15  JPK  ADDED ASG-STATUS FROM THE FILLER: "N" FOR  *
001520*                    A PARTICIPANT NUMBERED BY THIS SWEEP, "R"  *
001530*                    FOR ONE ALREADY ON THE ASSIGNMENT MASTER   *
001540*                    (ASMREC) WHOSE NUMBER WAS REUSED.          *
001550*   2026-10-15  JPK  ADDED ASG-STATUS "P": A PARTICIPANT ON THE *
001560*                    MASTER WHOSE NUMBER WAS REUSED BUT WHO     *
001570*                    HAS NOT YET BEEN SENT A LETTER.            *
001600******************************************************************
001700 01  ASG-ASSIGNMENT-RECORD.
001800     05  ASG-ID                      PIC X(10).
002000     05  ASG-COUNTER-ID              PIC X(08).
002100     05  ASG-NUMBER                  UNSIGNED-INT.
002200     05  ASG-DOC-NUMBER              PIC X(18).
002300     05  ASG-STATUS                  PIC X(01).
002310         88  ASG-NEWLY-ASSIGNED          VALUE "N".
002320         88  ASG-ALREADY-ASSIGNED        VALUE "R".
002330         88  ASG-LETTER-OWED             VALUE "P".
002400     05  FILLER                      PIC X(09).
