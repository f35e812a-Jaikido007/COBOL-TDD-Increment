000100******************************************************************
000200*                                                                *
000300*   BRLREC                                                      *
000400*                                                                *
000500*   BLOCK-REQUEST LOG RECORD LAYOUT (BLKLOGF).  THE ANSWER      *
000600*   GIVEN TO EVERY OUTSIDE REQUEST, KEPT SO A RESUBMITTED       *
000700*   REFERENCE GETS THE SAME ANSWER BACK RATHER THAN A SECOND    *
000800*   BLOCK.  KSDS, KEY BRL-KEY (REQUESTER + REQUEST REFERENCE).  *
000900*   AN ACCEPTED BLOCK IS LOGGED AS SOON AS ITS NUMBERS ARE ON   *
001000*   THE AUDIT TRAIL; REFUSALS THE REQUESTER CAN CURE BY SENDING *
001100*   AGAIN (SEE BRSREC) ARE NOT LOGGED.  WRITTEN BY              *
001200*   BLOCK-REQUEST; RECORDS ARE NEVER DELETED.  BRL-DOC-YEAR IS  *
001300*   THE YEAR THE DOCUMENT NUMBERS WERE FORMATTED FOR, SO A      *
001400*   REPEAT IN A LATER YEAR RESTATES THEM UNCHANGED.  LRECL 120. *
001500*                                                                *
001600*   MODIFICATION HISTORY                                        *
001700*   ---------------------------------------------------------   *
001800*   2026-10-15  JPK  INITIAL VERSION.                           *
001900******************************************************************
002000 01  BRL-REQUEST-LOG-RECORD.
002100     05  BRL-KEY.
002200         10  BRL-REQUESTER           PIC X(08).
002300         10  BRL-REQUEST-REF         PIC X(16).
002400     05  BRL-COUNTER-ID              PIC X(08).
002500     05  BRL-QUANTITY                PIC 9(05).
002600     05  BRL-RESULT                  PIC X(01).
002700         88  BRL-ACCEPTED                VALUE "A".
002800         88  BRL-REFUSED                 VALUE "R".
002900     05  BRL-RANGE-START             UNSIGNED-INT.
003000     05  BRL-RANGE-END               UNSIGNED-INT.
003100     05  BRL-REASON-CODE             PIC X(04).
003200     05  BRL-REASON-TEXT             PIC X(40).
003300     05  BRL-RUN-ID                  PIC X(08).
003400     05  BRL-ANSWER-DATE             PIC 9(08).
003500     05  BRL-ANSWER-TIME             PIC 9(08).
003600     05  BRL-DOC-YEAR                PIC X(04).
003700     05  FILLER                      PIC X(02).
