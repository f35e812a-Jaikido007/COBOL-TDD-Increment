000100******************************************************************
000200*                                                                *
000300*   EXCREC                                                      *
000400*                                                                *
000500*   EXCEPTION WORKLIST RECORD LAYOUT (EXCEPTF).  ONE KEYED      *
000600*   RECORD PER EXCEPTION RAISED BY A BATCH PROGRAM -- A         *
000700*   RECONCILE GAP, A VOID-BATCH REJECTION, AN UNUSABLE DATE OF  *
000800*   BIRTH, AN UNSATISFIED SCHEDULE ENTRY, AN UNROUTED COUNTER,  *
000900*   AN OUT-OF-BALANCE TOTAL, AN AUDIT GAP -- CARRYING WHO IS    *
001000*   WORKING IT AND HOW IT WAS SETTLED.  ITEMS ARE ADDED ONLY    *
001100*   THROUGH "exc-post" AND MOVED ONLY BY EXC-WORKLIST.          *
001200*                                                                *
001300*   PRIMARY KEY IS THE ITEM NUMBER.  ITEM 000000000 IS THE      *
001400*   CONTROL RECORD HOLDING THE LAST ITEM NUMBER GIVEN OUT.      *
001500*   THE ALTERNATE KEY (TYPE + COUNTER-ID + REFERENCE) FINDS AN  *
001600*   ITEM STILL OPEN FOR THE SAME THING, SO A GAP THAT SHOWS UP  *
001700*   ON EVERY RUN UNTIL IT IS FIXED IS ONE ITEM WITH A COUNT,    *
001800*   NOT ONE ITEM PER RUN.                                       *
001900*                                                                *
002000*   EXC-STATUS:  "O" OPEN      -- RAISED, NOBODY ON IT YET      *
002100*                "A" ASSIGNED  -- EXC-OWNER IS WORKING IT       *
002200*                "R" RESOLVED  -- SETTLED WITH A RESOLUTION     *
002300*                                 CODE, WAITING TO BE CLOSED    *
002400*                "C" CLOSED    -- DONE; NEVER REOPENED.  A      *
002500*                                 RECURRENCE RAISES A NEW ITEM  *
002600*                                                                *
002700*   EXC-RESOLUTION:  FIXD  DATA OR SET-UP CORRECTED             *
002800*                    RERN  RERUN OR REISSUED                    *
002900*                    VOID  NUMBER VOIDED OR WRITTEN OFF         *
003000*                    XPLN  EXPLAINED -- EXPECTED, NO ACTION     *
003100*                    DUPL  DUPLICATE OF ANOTHER ITEM            *
003200*                    NOAC  NOT AN ERROR -- NO ACTION NEEDED     *
003300*   LRECL 250.                                                  *
003400*                                                                *
003500*   MODIFICATION HISTORY                                        *
003600*   ---------------------------------------------------------   *
003700*   2026-10-15  JPK  INITIAL VERSION.                           *
003800******************************************************************
003900 01  EXC-EXCEPTION-RECORD.
004000     05  EXC-ITEM-NO                 PIC 9(09).
004100     05  EXC-MATCH-KEY.
004200         10  EXC-TYPE                PIC X(08).
004300             88  EXC-TYPE-RECON-GAP      VALUE "RECONGAP".
004400             88  EXC-TYPE-VOID-REJECT    VALUE "VOIDREJ ".
004500             88  EXC-TYPE-BAD-DOB        VALUE "BADDOB  ".
004600             88  EXC-TYPE-SCHED-UNMET    VALUE "SCHEDUNM".
004700             88  EXC-TYPE-UNROUTED       VALUE "UNROUTED".
004800             88  EXC-TYPE-OUT-OF-BAL     VALUE "OUTOFBAL".
004900             88  EXC-TYPE-AUDIT-GAP      VALUE "AUDITGAP".
005000         10  EXC-COUNTER-ID          PIC X(08).
005100         10  EXC-REFERENCE           PIC X(24).
005200     05  EXC-SOURCE                  PIC X(08).
005300     05  EXC-TEXT                    PIC X(60).
005400     05  EXC-STATUS                  PIC X(01).
005500         88  EXC-STATUS-OPEN             VALUE "O".
005600         88  EXC-STATUS-ASSIGNED         VALUE "A".
005700         88  EXC-STATUS-RESOLVED         VALUE "R".
005800         88  EXC-STATUS-CLOSED           VALUE "C".
005900         88  EXC-STATUS-LIVE             VALUES "O" "A" "R".
006000     05  EXC-RAISED-DATE             PIC 9(08).
006100     05  EXC-RAISED-TIME             PIC 9(08).
006200     05  EXC-LAST-SEEN-DATE          PIC 9(08).
006300     05  EXC-OCCURRENCES             PIC 9(05).
006400     05  EXC-OWNER                   PIC X(08).
006500     05  EXC-ASSIGN-DATE             PIC 9(08).
006600     05  EXC-RESOLUTION              PIC X(04).
006700         88  EXC-RESOLUTION-VALID        VALUES "FIXD" "RERN"
006800                                         "VOID" "XPLN" "DUPL"
006900                                         "NOAC".
007000     05  EXC-RESOLVED-BY             PIC X(08).
007100     05  EXC-RESOLVED-DATE           PIC 9(08).
007200     05  EXC-CLOSED-BY               PIC X(08).
007300     05  EXC-CLOSED-DATE             PIC 9(08).
007400     05  EXC-NOTE                    PIC X(40).
007500     05  FILLER                      PIC X(11).
007600 01  EXC-CONTROL-RECORD.
007700     05  EXC-CTL-ITEM-NO             PIC 9(09).
007800     05  EXC-CTL-MATCH-KEY           PIC X(40).
007900     05  EXC-CTL-LAST-ITEM           PIC 9(09).
008000     05  EXC-CTL-UPDATE-DATE         PIC 9(08).
008100     05  FILLER                      PIC X(184).
