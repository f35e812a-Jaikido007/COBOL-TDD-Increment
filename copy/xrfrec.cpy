000100******************************************************************
000200*                                                                *
000300*   XRFREC                                                      *
000400*                                                                *
000500*   REISSUE CROSS-REFERENCE RECORD LAYOUT (REISSXRF).  ONE      *
000600*   RECORD PER NUMBER THE DOWNSTREAM SYSTEM REJECTED AND WE     *
000700*   VOIDED AND REPLACED: THE OLD NUMBER AND DOCUMENT, THE       *
000800*   REPLACEMENT NUMBER AND DOCUMENT, AND THE REJECT REASON.     *
000900*   KSDS, PRIMARY KEY XRF-OLD-KEY (COUNTER + OLD NUMBER), SO A   *
001000*   NUMBER CAN ONLY EVER BE REISSUED ONCE; ALTERNATE KEY        *
001100*   XRF-NEW-KEY (COUNTER + REPLACEMENT NUMBER) SO DOC-INQUIRY   *
001200*   CAN SHOW WHICH NUMBER A REPLACEMENT STANDS IN FOR.          *
001300*   WRITTEN BY REJECT-REISSUE; XMIT-BUILD SENDS EVERY           *
001400*   REPLACEMENT STILL SHOWING XRF-XMIT-DATE ZERO AND THEN       *
001500*   STAMPS THE DATE.  RECORDS ARE NEVER DELETED.  LRECL 150.    *
001600*                                                                *
001700*   MODIFICATION HISTORY                                        *
001800*   ---------------------------------------------------------   *
001900*   2026-10-15  JPK  INITIAL VERSION.                           *
002000******************************************************************
002100 01  XRF-REISSUE-RECORD.
002200     05  XRF-OLD-KEY.
002300         10  XRF-OLD-COUNTER-ID      PIC X(08).
002400         10  XRF-OLD-NUMBER          UNSIGNED-INT.
002500     05  XRF-OLD-DOC-NUMBER          PIC X(18).
002600     05  XRF-OLD-RUN-ID              PIC X(08).
002700     05  XRF-NEW-KEY.
002800         10  XRF-NEW-COUNTER-ID      PIC X(08).
002900         10  XRF-NEW-NUMBER          UNSIGNED-INT.
003000     05  XRF-NEW-DOC-NUMBER          PIC X(18).
003100     05  XRF-NEW-RUN-ID              PIC X(08).
003200     05  XRF-REJECT-CODE             PIC X(04).
003300     05  XRF-REJECT-TEXT             PIC X(20).
003400     05  XRF-DEST-ID                 PIC X(08).
003500     05  XRF-REISSUE-DATE            PIC 9(08).
003600     05  XRF-REISSUE-TIME            PIC 9(08).
003700     05  XRF-XMIT-DATE               PIC 9(08).
003800         88  XRF-NOT-TRANSMITTED         VALUE ZERO.
003900     05  FILLER                      PIC X(18).
