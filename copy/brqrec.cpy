000100******************************************************************
000200*                                                                *
000300*   BRQREC                                                      *
000400*                                                                *
000500*   BLOCK-REQUEST INBOUND RECORD LAYOUT (BLKREQF).  ONE RECORD  *
000600*   PER BLOCK OF NUMBERS AN OUTSIDE SYSTEM WANTS: WHO IS ASKING, *
000700*   THE ASKING SYSTEM'S OWN REFERENCE FOR THE REQUEST, THE      *
000800*   COUNTER, AND HOW MANY NUMBERS.  THE REQUESTER PLUS THE      *
000900*   REFERENCE IDENTIFIES THE REQUEST FOR GOOD -- SENDING THE    *
001000*   SAME PAIR AGAIN GETS BACK THE ANSWER ALREADY GIVEN, NEVER A *
001100*   SECOND BLOCK.  ALL FIELDS ARE DISPLAY SO THE FILE CAN BE    *
001200*   BUILT BY ANY PLATFORM.  "*" IN COLUMN 1 IS A COMMENT.       *
001300*   ANSWERED BY BLOCK-REQUEST ON BLKRSPF (BRSREC).  LRECL 40.   *
001400*                                                                *
001500*   MODIFICATION HISTORY                                        *
001600*   ---------------------------------------------------------   *
001700*   2026-10-15  JPK  INITIAL VERSION.                           *
001800******************************************************************
001900 01  BRQ-REQUEST-RECORD.
002000     05  BRQ-REQUESTER               PIC X(08).
002100     05  BRQ-REQUEST-REF             PIC X(16).
002200     05  BRQ-COUNTER-ID              PIC X(08).
002300     05  BRQ-QUANTITY                PIC 9(05).
002400     05  FILLER                      PIC X(03).
