000100******************************************************************
000200*                                                                *
000300*   GLFREC                                                      *
000400*                                                                *
000500*   GENERAL-LEDGER JOURNAL FEED RECORD LAYOUT (GLFEED), WRITTEN *
000600*   BY CHARGEBACK FOR THE ACCOUNTING SYSTEM'S JOURNAL           *
000700*   INTERFACE.  ONE HEADER ("H") NAMES THE JOURNAL AND PERIOD;  *
000800*   ONE DETAIL ("D") PER COST CENTER AND ACCOUNT POSTS A DEBIT  *
000900*   ("D") OR CREDIT ("C"); ONE TRAILER ("T") CARRIES THE        *
001000*   BALANCING TOTALS.  THE DEBIT TOTAL ALWAYS EQUALS THE CREDIT *
001100*   TOTAL -- THE NUMBERING SERVICE'S RECOVERY ACCOUNT TAKES THE *
001200*   OFFSETTING ENTRY.  AMOUNTS ARE UNSIGNED WITH TWO DECIMAL    *
001300*   PLACES; THE DEBIT/CREDIT FLAG CARRIES THE SIGN.  ALL FIELDS *
001400*   ARE DISPLAY.  LRECL 80.                                     *
001500*                                                                *
001600*   MODIFICATION HISTORY                                        *
001700*   ---------------------------------------------------------   *
001800*   2026-10-15  JPK  INITIAL VERSION.                           *
001900******************************************************************
002000 01  GLF-FEED-RECORD.
002100     05  GLF-RECORD-TYPE             PIC X(01).
002200         88  GLF-TYPE-HEADER             VALUE "H".
002300         88  GLF-TYPE-DETAIL             VALUE "D".
002400         88  GLF-TYPE-TRAILER            VALUE "T".
002500     05  GLF-JOURNAL-ID              PIC X(10).
002600     05  GLF-BODY                    PIC X(69).
002700     05  GLF-HEADER-BODY REDEFINES GLF-BODY.
002800         10  GLF-HDR-SOURCE          PIC X(08).
002900         10  GLF-HDR-PERIOD          PIC 9(06).
003000         10  GLF-HDR-RUN-DATE        PIC 9(08).
003100         10  GLF-HDR-RUN-TIME        PIC 9(08).
003200         10  GLF-HDR-DESCRIPTION     PIC X(30).
003300         10  FILLER                  PIC X(09).
003400     05  GLF-DETAIL-BODY REDEFINES GLF-BODY.
003500         10  GLF-DTL-COST-CENTER     PIC X(08).
003600         10  GLF-DTL-ACCOUNT         PIC X(10).
003700         10  GLF-DTL-DEBIT-CREDIT    PIC X(01).
003800             88  GLF-DTL-DEBIT           VALUE "D".
003900             88  GLF-DTL-CREDIT          VALUE "C".
004000         10  GLF-DTL-AMOUNT          PIC 9(11)V9(02).
004100         10  GLF-DTL-DEPARTMENT      PIC X(06).
004200         10  GLF-DTL-QUANTITY        PIC 9(10).
004300         10  GLF-DTL-DESCRIPTION     PIC X(20).
004400         10  FILLER                  PIC X(01).
004500     05  GLF-TRAILER-BODY REDEFINES GLF-BODY.
004600         10  GLF-TRL-DETAIL-COUNT    PIC 9(07).
004700         10  GLF-TRL-DEBIT-COUNT     PIC 9(07).
004800         10  GLF-TRL-DEBIT-TOTAL     PIC 9(13)V9(02).
004900         10  GLF-TRL-CREDIT-COUNT    PIC 9(07).
005000         10  GLF-TRL-CREDIT-TOTAL    PIC 9(13)V9(02).
005100         10  GLF-TRL-QUANTITY-TOTAL  PIC 9(12).
005200         10  FILLER                  PIC X(06).
