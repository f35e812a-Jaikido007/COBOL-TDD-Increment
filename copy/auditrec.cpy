002200*                    VOIDED NUMBER (VOID-BATCH) NOW LEAVES ITS   *
002300*                    OWN "V" RECORD ON THE TRAIL; BLANK ON OLD   *
002400*                    RECORDS MEANS ISSUED.                       *
002410*   2026-10-15  JPK  ADDED AUD-REASON-CODE -- A "V" RECORD NOW  *
002420*                    CARRIES THE VOID REQUEST'S REASON CODE     *
002430*                    (RSNREC) FOR THE VOID ANALYSIS REPORT;     *
002440*                    BLANK ON ISSUES AND OLD VOIDS.  LRECL IS   *
002450*                    NOW 60.                                    *
002460*   2026-10-15  JPK  ADDED AUD-CHAIN-HASH -- EACH RECORD'S LINK  *
002470*                    IN THE AUDIT TRAIL'S HASH CHAIN (CHNLINK),  *
002480*                    COMPUTED OVER THE 60 BYTES BEFORE IT PLUS   *
002490*                    THE PREVIOUS RECORD'S HASH; SPACES ON       *
002491*                    RECORDS WRITTEN BEFORE THE CHAIN BEGAN.     *
002492*                    LRECL IS NOW 80.                            *
002500******************************************************************
002600 01  AUD-AUDIT-RECORD.
002700     05  AUD-RUN-ID                  PIC X(08).
003300     05  AUD-ACTION                  PIC X(01).
003400         88  AUD-ACTION-ISSUED           VALUES "I", " ".
003500         88  AUD-ACTION-VOIDED           VALUE "V".
003510     05  AUD-REASON-CODE             PIC X(04).
003600     05  FILLER                      PIC X(01).
003700     05  AUD-CHAIN-HASH.
003800         10  AUD-CHAIN-HASH-A        PIC 9(10).
003900         10  AUD-CHAIN-HASH-B        PIC 9(10).
