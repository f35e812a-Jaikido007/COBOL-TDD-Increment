000100******************************************************************
000200*                                                                *
000300*   ASMREC                                                      *
000400*                                                                *
000500*   ENROLLMENT ASSIGNMENT MASTER RECORD LAYOUT (ASSIGNMF).      *
000600*   THE PERMANENT, KEYED RECORD OF WHICH ENROLLMENT DOCUMENT    *
000700*   NUMBER EACH PARTICIPANT HOLDS, ONE RECORD PER PARTICIPANT   *
000800*   ID.  ELIG-SWEEP READS IT BEFORE ALLOCATING: A PARTICIPANT   *
000900*   ALREADY ON THE MASTER KEEPS THE NUMBER FIRST ASSIGNED, AND  *
001000*   ONLY A PARTICIPANT NOT YET ON IT IS NUMBERED AND ADDED.     *
001100*   THE ASSIGNMENT FILE (ASGREC) IS REBUILT EVERY SWEEP; THIS   *
001200*   MASTER IS NEVER REBUILT, SO A RERUN OR THE NEXT NIGHT'S     *
001300*   SWEEP CANNOT HAND THE SAME PERSON A SECOND NUMBER.          *
001400*   ASM-LETTER-DATE STAYS BLANK UNTIL ENROLL-LETTERS HAS        *
001410*   PRINTED THE PARTICIPANT'S CONFIRMATION LETTER, THEN HOLDS   *
001420*   THE DATE IT WAS SENT: A PARTICIPANT NUMBERED BY A SWEEP     *
001430*   WHOSE LETTERS NEVER RAN IS STILL WRITTEN TO ON THE NEXT.    *
001440*   LRECL 108.                                                  *
001500*                                                                *
001600*   MODIFICATION HISTORY                                        *
001700*   ---------------------------------------------------------   *
001800*   2026-10-15  JPK  INITIAL VERSION.                           *
001810*   2026-10-15  JPK  ADDED ASM-LETTER-DATE, STAMPED BY          *
001820*                    ENROLL-LETTERS.  LRECL 100 TO 108.         *
001900******************************************************************
002000 01  ASM-ASSIGN-MASTER-RECORD.
002100     05  ASM-ID                      PIC X(10).
002200     05  ASM-NAME                    PIC X(30).
002300     05  ASM-COUNTER-ID              PIC X(08).
002400     05  ASM-NUMBER                  UNSIGNED-INT.
002500     05  ASM-DOC-NUMBER              PIC X(18).
002600     05  ASM-RUN-ID                  PIC X(08).
002700     05  ASM-ASSIGN-DATE             PIC 9(08).
002800     05  ASM-ASSIGN-TIME             PIC 9(08).
002810     05  ASM-LETTER-DATE             PIC X(08).
002820         88  ASM-LETTER-NOT-SENT         VALUE SPACES.
002900     05  FILLER                      PIC X(06).
