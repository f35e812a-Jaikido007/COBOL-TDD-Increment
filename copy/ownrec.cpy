000100******************************************************************
000200*                                                                *
000300*   OWNREC                                                      *
000400*                                                                *
000500*   COUNTER OWNERSHIP TABLE RECORD LAYOUT (OWNERTB).  ONE       *
000600*   RECORD PER COUNTER-ID THE NUMBERING SERVICE CHARGES FOR:    *
000700*   THE DEPARTMENT THAT OWNS IT, THE COST CENTER AND GENERAL-   *
000800*   LEDGER EXPENSE ACCOUNT ITS CHARGE IS POSTED TO, AND THE     *
000900*   RATE PER NUMBER CONSUMED.  CHARGEBACK READS IT AT MONTH-    *
001000*   END.  A COUNTER THAT CHANGES HANDS IS UPDATED IN PLACE --   *
001100*   THE WHOLE MONTH IS CHARGED TO THE OWNER ON THE TABLE WHEN   *
001200*   THE JOB RUNS.  "*" IN COLUMN 1 IS A COMMENT.  LRECL 80.     *
001300*                                                                *
001400*   OWN-RATE IS IN CURRENCY UNITS WITH FIVE DECIMAL PLACES,     *
001500*   SO 00012500 IS 0.12500 PER NUMBER.                          *
001600*                                                                *
001700*   MODIFICATION HISTORY                                        *
001800*   ---------------------------------------------------------   *
001900*   2026-10-15  JPK  INITIAL VERSION.                           *
002000******************************************************************
002100 01  OWN-OWNER-RECORD.
002200     05  OWN-COUNTER-ID              PIC X(08).
002300     05  OWN-DEPARTMENT              PIC X(06).
002400     05  OWN-DEPARTMENT-NAME         PIC X(30).
002500     05  OWN-COST-CENTER             PIC X(08).
002600     05  OWN-GL-ACCOUNT              PIC X(10).
002700     05  OWN-RATE                    PIC 9(03)V9(05).
002800     05  OWN-RATE-X REDEFINES OWN-RATE
002900                                     PIC X(08).
003000     05  FILLER                      PIC X(10).
