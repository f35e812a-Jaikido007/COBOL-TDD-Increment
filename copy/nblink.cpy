002300*     BLANK        -- ONE-STEP ALLOCATE-AND-COMMIT, WHICH IS    *
002400*                     WHAT EVERY CALLER GOT BEFORE THE LEDGER.  *
002500*   THE NIGHTLY SWEEP EXPIRES STALE UNCOMMITTED RESERVATIONS.   *
002510*                                                                *
002520*   RESERVE AND THE BLANK FUNCTION ARE CHECKED AGAINST THE      *
002530*   REQUESTER QUOTA TABLE (QUOTAF, QUOTREC) FIRST: A REQUESTER  *
002540*   NOT ON IT FOR THE COUNTER GETS STATUS "1", ONE WHOSE BLOCK  *
002550*   WOULD PASS ITS DAILY OR MONTHLY MAXIMUM GETS STATUS "8".    *
002560*   NOTHING IS DRAWN IN EITHER CASE.                            *
002600*                                                                *
002700*   MODIFICATION HISTORY                                        *
002800*   ---------------------------------------------------------   *
004040*                    ("E") -- A CALLER SENDS IT ONCE AT END OF  *
004050*                    RUN SO "increment" CLOSES ITS FILES AND    *
004060*                    RELEASES THE RUN-LOCKS IT HOLDS.           *
004070*   2026-10-15  JPK  ADDED NB-STATUS-NOT-AUTHORIZED ("1") AND   *
004080*                    NB-STATUS-OVER-QUOTA ("8") FOR THE         *
004090*                    REQUESTER QUOTA TABLE.                     *
004100******************************************************************
004200 01  NB-Counter-Id               PIC X(08).
004300 01  NB-Block-Size               UNSIGNED-INT.
005100     88  NB-Status-No-Reservation    VALUE "7".
005200     88  NB-Status-Bad-Function      VALUE "3".
005300     88  NB-Status-Ledger-Error      VALUE "4".
005310     88  NB-Status-Not-Authorized    VALUE "1".
005320     88  NB-Status-Over-Quota        VALUE "8".
005400 01  NB-Function                 PIC X(01).
005500     88  NB-Function-Reserve         VALUE "R".
005600     88  NB-Function-Commit          VALUE "C".
