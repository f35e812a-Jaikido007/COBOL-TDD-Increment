000100******************************************************************
000200*                                                                *
000300*   BRSREC                                                      *
000400*                                                                *
000500*   BLOCK-REQUEST RESPONSE RECORD LAYOUT (BLKRSPF), WRITTEN BY  *
000600*   BLOCK-REQUEST FOR THE REQUESTING SYSTEMS TO PICK UP.  FOR   *
000700*   EACH REQUEST, A HEADER ("H") CARRYING THE ANSWER, THEN ONE  *
000800*   DETAIL ("D") PER NUMBER IN AN ACCEPTED BLOCK WITH ITS       *
000900*   FORMATTED DOCUMENT NUMBER; ONE TRAILER ("T") CLOSES THE     *
001000*   FILE WITH ITS COUNTS.  ALL FIELDS ARE DISPLAY.              *
001100*                                                                *
001200*   BRS-HDR-RESULT     "A" = ACCEPTED, RANGE START TO END.      *
001300*                      "R" = REFUSED, SEE THE REASON.           *
001400*   BRS-HDR-REPEAT     "Y" = THE REFERENCE WAS ANSWERED BEFORE; *
001500*                      THIS IS THAT ORIGINAL ANSWER, DATED.     *
001600*   BRS-HDR-REASON-CODE ON A REFUSAL:                           *
001700*     BR01  REQUESTER OR REQUEST REFERENCE MISSING              *
001800*     BR02  COUNTER NOT KNOWN                                   *
001900*     BR03  QUANTITY NOT NUMERIC OR ZERO                        *
002000*     BR04  QUANTITY OVER THE PER-REQUEST MAXIMUM               *
002100*     BR05  COUNTER AT ITS MAXIMUM VALUE                        *
002200*     BR06  BLOCK WOULD PASS THE COUNTER'S CEILING              *
002300*     BR07  COUNTER FROZEN                                      *
002400*     BR08  COUNTER IN USE BY ANOTHER RUN                       *
002500*     BR09  ALLOCATION FAILED                                   *
002510*     BR10  REQUESTER NOT ON THE QUOTA TABLE FOR THE COUNTER    *
002520*     BR11  BLOCK WOULD PASS THE REQUESTER'S DAILY OR MONTHLY   *
002530*           QUOTA                                               *
002540*   BR01, BR08, BR09, AND BR11 ARE NOT REMEMBERED AGAINST THE   *
002700*   REFERENCE, SO THE SAME REQUEST MAY SIMPLY BE SENT AGAIN.    *
002800*   EVERY OTHER ANSWER IS FINAL FOR ITS REFERENCE.  LRECL 120.  *
002900*                                                                *
003000*   MODIFICATION HISTORY                                        *
003100*   ---------------------------------------------------------   *
003200*   2026-10-15  JPK  INITIAL VERSION.                           *
003210*   2026-10-15  JPK  ADDED BR10 AND BR11 FOR REQUESTER QUOTAS.  *
003300******************************************************************
003400 01  BRS-RESPONSE-RECORD.
003500     05  BRS-RECORD-TYPE             PIC X(01).
003600         88  BRS-TYPE-HEADER             VALUE "H".
003700         88  BRS-TYPE-DETAIL             VALUE "D".
003800         88  BRS-TYPE-TRAILER            VALUE "T".
003900     05  BRS-REQUESTER               PIC X(08).
004000     05  BRS-REQUEST-REF             PIC X(16).
004100     05  BRS-BODY                    PIC X(95).
004200     05  BRS-HEADER-BODY REDEFINES BRS-BODY.
004300         10  BRS-HDR-COUNTER-ID      PIC X(08).
004400         10  BRS-HDR-QUANTITY        PIC 9(05).
004500         10  BRS-HDR-RESULT          PIC X(01).
004600             88  BRS-HDR-ACCEPTED        VALUE "A".
004700             88  BRS-HDR-REFUSED         VALUE "R".
004800         10  BRS-HDR-RANGE-START     PIC 9(10).
004900         10  BRS-HDR-RANGE-END       PIC 9(10).
005000         10  BRS-HDR-REPEAT          PIC X(01).
005100             88  BRS-HDR-REPEAT-YES      VALUE "Y".
005200             88  BRS-HDR-REPEAT-NO       VALUE "N".
005300         10  BRS-HDR-ANSWER-DATE     PIC 9(08).
005400         10  BRS-HDR-REASON-CODE     PIC X(04).
005500         10  BRS-HDR-REASON-TEXT     PIC X(40).
005600         10  FILLER                  PIC X(08).
005700     05  BRS-DETAIL-BODY REDEFINES BRS-BODY.
005800         10  BRS-DTL-SEQ             PIC 9(05).
005900         10  BRS-DTL-NUMBER          PIC 9(10).
006000         10  BRS-DTL-DOC-NUMBER      PIC X(18).
006100         10  FILLER                  PIC X(62).
006200     05  BRS-TRAILER-BODY REDEFINES BRS-BODY.
006300         10  BRS-TRL-REQUEST-COUNT   PIC 9(07).
006400         10  BRS-TRL-ACCEPTED-COUNT  PIC 9(07).
006500         10  BRS-TRL-REFUSED-COUNT   PIC 9(07).
006600         10  BRS-TRL-REPEAT-COUNT    PIC 9(07).
006700         10  BRS-TRL-RECORD-COUNT    PIC 9(09).
006800         10  FILLER                  PIC X(58).
