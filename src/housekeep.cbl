000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  HOUSEKEEP                                       *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS              *
000600*   DATE-WRITTEN:  2026-10-15                                   *
000700*                                                                *
000800*   RETENTION AND HOUSEKEEPING FOR THE APPEND-ONLY DATASETS     *
000900*   THAT AUDIT-ARCHIVE DOES NOT COVER.  EACH IS SPLIT THE WAY   *
001000*   AUDIT-ARCHIVE SPLITS THE AUDIT TRAIL: RECORDS OLDER THAN    *
001100*   THE FILE'S RETENTION ARE APPENDED TO ITS HISTORY DATASET,   *
001200*   THE REST ARE WRITTEN TO A REBUILT WORKING FILE THAT A       *
001300*   FOLLOW-ON JCL STEP COPIES BACK OVER THE LIVE ONE.           *
001400*                                                                *
001500*     FILE      DATED BY            LIVE      HISTORY  REBUILT  *
001600*     RESERVF   LATEST MOVEMENT     RESERVF   RESVHST  RESVNEW  *
001700*     RUNHISTF  REQUEST START DATE  RUNHISTF  RUNHHST  RUNHNEW  *
001800*     XMITLOG   LOG DATE            XMITLOG   XLOGHST  XLOGNEW  *
001900*     ROLLHIST  CLOSING DATE        ROLLHIST  ROLLHST  ROLLNEW  *
002000*     APPRLOG   LOG DATE            APPRLOG   APPRHST  APPRNEW  *
002010*     ACCSLOG   LOG DATE            ACCSLOG   ACCSHST  ACCSNEW  *
002100*     OUTSTAND  FIRST OUTSTANDING   OUTSOLD   OUTSHST  (NONE)   *
002200*                                                                *
002300*   SOME RECORDS ARE NEVER MOVED, HOWEVER OLD ("HELD"):         *
002400*     - A RESERVATION STILL OPEN (LATEST STATE "R").  A         *
002500*       RESERVATION MOVES AS A WHOLE, ALL ITS JOURNAL RECORDS   *
002600*       TOGETHER, AND ONLY WHEN ITS LATEST MOVEMENT IS PAST THE *
002700*       CUTOFF.                                                 *
002800*     - EACH COUNTER'S LATEST CLOSING ON ROLLHIST, WHICH        *
002900*       COUNTER-REBUILD AND CTR-FORECAST READ.                  *
003000*     - EVERY OUTSTANDING ITEM.  OUTSTAND HOLDS ONLY ITEMS NOT  *
003100*       YET ACKNOWLEDGED, SO NOTHING ON IT IS EVER MOVED; ITEMS *
003200*       PAST THE RETENTION ARE COUNTED AS HELD FOR FOLLOW-UP.   *
003300*       THE GENERATION IT SUPERSEDED (OUTSPRV) IS APPENDED      *
003310*       WHOLE TO OUTSHST BEFORE THE GDG LIMIT CAN ROLL IT       *
003320*       OFF, AND IS COUNTED AS ARCHIVED.                        *
003400*   A RECORD WHOSE DATE IS NOT USABLE IS KEPT AND COUNTED, AS   *
003500*   AUDIT-ARCHIVE DOES: AN UNREADABLE DATE IS A REASON TO LOOK, *
003600*   NEVER A REASON TO LOSE THE RECORD.                          *
003700*                                                                *
003800*   RETENTION RULES ARE CARDS ON HKPRULES, ONE PER FILE:        *
003900*     COLUMNS 1-8    FILE, AS IN THE TABLE ABOVE                *
004000*     COLUMNS 10-13  DAYS TO KEEP ON THE LIVE FILE              *
004100*   A FILE WITHOUT A CARD IS KEPT IN FULL.  A RULE SHORTER THAN *
004200*   THE FILE'S MINIMUM (SEE WS-FILE-DEFAULTS) IS RAISED TO IT,  *
004300*   SO THE JOBS THAT READ BACK THROUGH A FILE STILL FIND WHAT   *
004400*   THEY NEED.                                                  *
004500*                                                                *
004600*   THE REPORT (HKPRPT) GIVES, PER FILE, THE RULE, THE CUTOFF,  *
004700*   AND THE RECORD COUNTS BEFORE AND AFTER WITH WHAT WAS MOVED, *
004800*   HELD, AND KEPT FOR A BAD DATE.                              *
004900*                                                                *
005000*   RETURN-CODE 4 = A RECORD WAS KEPT FOR AN UNUSABLE DATE, OR  *
005100*                   A RESERVATION OR COUNTER TABLE FILLED AND   *
005200*                   RECORDS WERE HELD UNREAD.                   *
005300*   RETURN-CODE 8 = NO USABLE RULE DECK, A FILE WOULD NOT OPEN, *
005400*                   A READ OR WRITE FAILED, OR A FILE'S COUNTS  *
005500*                   DO NOT BALANCE; THE COPY-BACK STEPS MUST    *
005510*                   NOT RUN.  HKPRPT IS STILL WRITTEN.          *
005600*                                                                *
005700*   MODIFICATION HISTORY                                        *
005800*   ---------------------------------------------------------   *
005900*   2026-10-15  JPK  INITIAL VERSION.                           *
005910*   2026-10-15  JPK  ADDED THE ACCESS LOG (ACCSLOG, ACCSREC)    *
005920*                    WRITTEN BY "auth-check", WITH A 400-DAY    *
005930*                    MINIMUM.                                   *
005940*   2026-10-15  JPK  THE SUPERSEDED OUTSTAND GENERATION         *
005950*                    (OUTSPRV) IS APPENDED TO OUTSHST.  A READ  *
005960*                    ERROR ON A FILE NOW ENDS RC 8.  RUNHISTF   *
005970*                    MINIMUM RAISED TO 217 DAYS.                *
006000******************************************************************
006100 IDENTIFICATION DIVISION.
006200 PROGRAM-ID. housekeep.
006300 AUTHOR. J. P. KOWALCZYK.
006400 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
006500 DATE-WRITTEN. 2026-10-15.
006600 DATE-COMPILED.
006700
006800 ENVIRONMENT DIVISION.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT RULE-FILE ASSIGN TO HKPRULES
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-Rule-File-Status.
007400     SELECT RESERVE-LEDGER ASSIGN TO RESERVF
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-Resv-File-Status.
007700     SELECT RESERVE-HISTORY ASSIGN TO RESVHST
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-Resv-Hist-Status.
008000     SELECT NEW-RESERVE-LEDGER ASSIGN TO RESVNEW
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-Resv-New-Status.
008300     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHISTF
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-Runh-File-Status.
008600     SELECT RUN-HISTORY-HISTORY ASSIGN TO RUNHHST
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-Runh-Hist-Status.
008900     SELECT NEW-RUN-HISTORY ASSIGN TO RUNHNEW
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-Runh-New-Status.
009200     SELECT RETRANSMIT-LOG ASSIGN TO XMITLOG
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-Xlog-File-Status.
009500     SELECT RETRANSMIT-HISTORY ASSIGN TO XLOGHST
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-Xlog-Hist-Status.
009800     SELECT NEW-RETRANSMIT-LOG ASSIGN TO XLOGNEW
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-Xlog-New-Status.
010100     SELECT ROLLOVER-LEDGER ASSIGN TO ROLLHIST
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-Roll-File-Status.
010400     SELECT ROLLOVER-HISTORY ASSIGN TO ROLLHST
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS WS-Roll-Hist-Status.
010700     SELECT NEW-ROLLOVER-LEDGER ASSIGN TO ROLLNEW
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-Roll-New-Status.
011000     SELECT APPROVAL-LOG ASSIGN TO APPRLOG
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-Appr-File-Status.
011300     SELECT APPROVAL-HISTORY ASSIGN TO APPRHST
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS WS-Appr-Hist-Status.
011600     SELECT NEW-APPROVAL-LOG ASSIGN TO APPRNEW
011700         ORGANIZATION IS LINE SEQUENTIAL
011800         FILE STATUS IS WS-Appr-New-Status.
011810     SELECT ACCESS-LOG ASSIGN TO ACCSLOG
011820         ORGANIZATION IS LINE SEQUENTIAL
011830         FILE STATUS IS WS-Accs-File-Status.
011840     SELECT ACCESS-HISTORY ASSIGN TO ACCSHST
011850         ORGANIZATION IS LINE SEQUENTIAL
011860         FILE STATUS IS WS-Accs-Hist-Status.
011870     SELECT NEW-ACCESS-LOG ASSIGN TO ACCSNEW
011880         ORGANIZATION IS LINE SEQUENTIAL
011890         FILE STATUS IS WS-Accs-New-Status.
011900     SELECT OUTSTANDING-FILE ASSIGN TO OUTSOLD
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS WS-Outs-File-Status.
012110     SELECT PREVIOUS-OUTSTANDING ASSIGN TO OUTSPRV
012120         ORGANIZATION IS LINE SEQUENTIAL
012130         FILE STATUS IS WS-Outp-File-Status.
012140     SELECT OUTSTANDING-HISTORY ASSIGN TO OUTSHST
012150         ORGANIZATION IS LINE SEQUENTIAL
012160         FILE STATUS IS WS-Outs-Hist-Status.
012200     SELECT HOUSEKEEP-REPORT ASSIGN TO HKPRPT
012300         ORGANIZATION IS LINE SEQUENTIAL
012400         FILE STATUS IS WS-Report-File-Status.
012500
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  RULE-FILE
012900     RECORDING MODE IS F.
013000 01  HKR-RULE-CARD.
013100     05  HKR-FILE-NAME               PIC X(08).
013200     05  FILLER                      PIC X(01).
013300     05  HKR-RETAIN-DAYS             PIC X(04).
013400     05  HKR-RETAIN-DAYS-9 REDEFINES HKR-RETAIN-DAYS
013500                                     PIC 9(04).
013600     05  FILLER                      PIC X(67).
013700
013800 FD  RESERVE-LEDGER
013900     RECORDING MODE IS F.
014000     COPY resvrec.
014100
014200 FD  RESERVE-HISTORY
014300     RECORDING MODE IS F.
014400 01  RSH-RESERVATION-RECORD          PIC X(56).
014500
014600 FD  NEW-RESERVE-LEDGER
014700     RECORDING MODE IS F.
014800 01  RSN-RESERVATION-RECORD          PIC X(56).
014900
015000 FD  RUN-HISTORY-FILE
015100     RECORDING MODE IS F.
015200     COPY runhrec.
015300
015400 FD  RUN-HISTORY-HISTORY
015500     RECORDING MODE IS F.
015600 01  RHH-RUN-HISTORY-RECORD          PIC X(72).
015700
015800 FD  NEW-RUN-HISTORY
015900     RECORDING MODE IS F.
016000 01  RHN-RUN-HISTORY-RECORD          PIC X(72).
016100
016200 FD  RETRANSMIT-LOG
016300     RECORDING MODE IS F.
016400     COPY xlogrec.
016500
016600 FD  RETRANSMIT-HISTORY
016700     RECORDING MODE IS F.
016800 01  XLH-RETRAN-LOG-RECORD           PIC X(80).
016900
017000 FD  NEW-RETRANSMIT-LOG
017100     RECORDING MODE IS F.
017200 01  XLN-RETRAN-LOG-RECORD           PIC X(80).
017300
017400 FD  ROLLOVER-LEDGER
017500     RECORDING MODE IS F.
017600     COPY rollrec.
017700
017800 FD  ROLLOVER-HISTORY
017900     RECORDING MODE IS F.
018000 01  RLH-ROLLOVER-RECORD             PIC X(48).
018100
018200 FD  NEW-ROLLOVER-LEDGER
018300     RECORDING MODE IS F.
018400 01  RLN-ROLLOVER-RECORD             PIC X(48).
018500
018600******************************************************************
018700*   THE APPROVALS LOG IS COUNTER-MAINT'S PRINT LINE; EACH       *
018800*   ENTRY STARTS WITH THE DATE LOGGED.                          *
018900******************************************************************
019000 FD  APPROVAL-LOG
019100     RECORDING MODE IS F.
019200 01  APL-LOG-LINE.
019300     05  APL-LOG-DATE                PIC X(08).
019400     05  FILLER                      PIC X(124).
019500
019600 FD  APPROVAL-HISTORY
019700     RECORDING MODE IS F.
019800 01  APH-LOG-LINE                    PIC X(132).
019900
020000 FD  NEW-APPROVAL-LOG
020100     RECORDING MODE IS F.
020200 01  APN-LOG-LINE                    PIC X(132).
020300
020301******************************************************************
020302*   THE ACCESS LOG IS ONE ACCSREC PER CARD CHECKED BY           *
020303*   "auth-check"; ACC-LOG-DATE IS THE DATE THE CARD WAS READ.   *
020304******************************************************************
020307 FD  ACCESS-LOG
020314     RECORDING MODE IS F.
020321     COPY accsrec.
020328
020335 FD  ACCESS-HISTORY
020342     RECORDING MODE IS F.
020349 01  ACH-ACCESS-RECORD               PIC X(120).
020356
020363 FD  NEW-ACCESS-LOG
020370     RECORDING MODE IS F.
020377 01  ACN-ACCESS-RECORD               PIC X(120).
020384
020400 FD  OUTSTANDING-FILE
020500     RECORDING MODE IS F.
020600     COPY outsrec.
020700
020710 FD  PREVIOUS-OUTSTANDING
020720     RECORDING MODE IS F.
020730 01  OTP-OUTSTANDING-RECORD          PIC X(60).
020740
020750 FD  OUTSTANDING-HISTORY
020760     RECORDING MODE IS F.
020770 01  OTH-OUTSTANDING-RECORD          PIC X(60).
020780
020800 FD  HOUSEKEEP-REPORT
020900     RECORDING MODE IS F.
021000 01  RPT-PRINT-LINE                  PIC X(132).
021100
021200 WORKING-STORAGE SECTION.
021300 77  WS-Rule-File-Status         PIC X(02).
021400     88  WS-Rule-File-OK             VALUE "00".
021500 77  WS-Resv-File-Status         PIC X(02).
021600     88  WS-Resv-File-OK             VALUE "00".
021700 77  WS-Resv-Hist-Status         PIC X(02).
021800     88  WS-Resv-Hist-OK             VALUE "00".
021900 77  WS-Resv-New-Status          PIC X(02).
022000     88  WS-Resv-New-OK              VALUE "00".
022100 77  WS-Runh-File-Status         PIC X(02).
022200     88  WS-Runh-File-OK             VALUE "00".
022300 77  WS-Runh-Hist-Status         PIC X(02).
022400     88  WS-Runh-Hist-OK             VALUE "00".
022500 77  WS-Runh-New-Status          PIC X(02).
022600     88  WS-Runh-New-OK              VALUE "00".
022700 77  WS-Xlog-File-Status         PIC X(02).
022800     88  WS-Xlog-File-OK             VALUE "00".
022900 77  WS-Xlog-Hist-Status         PIC X(02).
023000     88  WS-Xlog-Hist-OK             VALUE "00".
023100 77  WS-Xlog-New-Status          PIC X(02).
023200     88  WS-Xlog-New-OK              VALUE "00".
023300 77  WS-Roll-File-Status         PIC X(02).
023400     88  WS-Roll-File-OK             VALUE "00".
023500 77  WS-Roll-Hist-Status         PIC X(02).
023600     88  WS-Roll-Hist-OK             VALUE "00".
023700 77  WS-Roll-New-Status          PIC X(02).
023800     88  WS-Roll-New-OK              VALUE "00".
023900 77  WS-Appr-File-Status         PIC X(02).
024000     88  WS-Appr-File-OK             VALUE "00".
024100 77  WS-Appr-Hist-Status         PIC X(02).
024200     88  WS-Appr-Hist-OK             VALUE "00".
024300 77  WS-Appr-New-Status          PIC X(02).
024400     88  WS-Appr-New-OK              VALUE "00".
024410 77  WS-Accs-File-Status         PIC X(02).
024420     88  WS-Accs-File-OK             VALUE "00".
024430 77  WS-Accs-Hist-Status         PIC X(02).
024440     88  WS-Accs-Hist-OK             VALUE "00".
024450 77  WS-Accs-New-Status          PIC X(02).
024460     88  WS-Accs-New-OK              VALUE "00".
024500 77  WS-Outs-File-Status         PIC X(02).
024600     88  WS-Outs-File-OK             VALUE "00".
024610 77  WS-Outp-File-Status         PIC X(02).
024620     88  WS-Outp-File-OK             VALUE "00".
024630 77  WS-Outs-Hist-Status         PIC X(02).
024640     88  WS-Outs-Hist-OK             VALUE "00".
024700 77  WS-Report-File-Status       PIC X(02).
024800     88  WS-Report-File-OK           VALUE "00".
024900
025000 77  WS-Scan-EOF-Switch          PIC X(01).
025100     88  WS-Scan-EOF-Yes             VALUE "Y".
025200     88  WS-Scan-EOF-No              VALUE "N".
025300 77  WS-Found-Switch             PIC X(01).
025400     88  WS-Found-Yes                VALUE "Y".
025500     88  WS-Found-No                 VALUE "N".
025600 77  WS-Hold-Switch              PIC X(01).
025700     88  WS-Hold-Yes                 VALUE "Y".
025800     88  WS-Hold-No                  VALUE "N".
025900 77  WS-Action-Switch            PIC X(01).
026000     88  WS-Action-Archive           VALUE "A".
026100     88  WS-Action-Keep              VALUE "K".
026110 77  WS-Report-Open-Switch       PIC X(01) VALUE "N".
026120     88  WS-Report-Open-Yes          VALUE "Y".
026200
026300 77  WS-Today                    PIC 9(08).
026400 77  WS-Today-Int                UNSIGNED-INT.
026500 77  WS-Cutoff-Int               UNSIGNED-INT.
026600 01  WS-Record-Date-X            PIC X(08).
026700 01  WS-Record-Date REDEFINES WS-Record-Date-X
026800                                 PIC 9(08).
026900
027000******************************************************************
027100*   THE FILES THIS PROGRAM KEEPS, IN THE ORDER THEY ARE         *
027200*   PROCESSED, WITH THE SHORTEST RETENTION EACH MAY BE GIVEN:   *
027300*     RESERVF   62 DAYS -- QUOTA-USAGE AND NUMBER-BLOCK ADD UP  *
027400*               THE CURRENT MONTH'S DRAWS FROM THE JOURNAL.     *
027500*     RUNHISTF 217 DAYS -- CTR-FORECAST AVERAGES THE LAST SIX   *
027600*               COMPLETE MONTHS, READING BACK AS FAR AS 214     *
027610*               DAYS; CHARGEBACK BILLS LAST MONTH.              *
027700*     XMITLOG   30 DAYS -- RECONCILIATION CHECKS A SURPRISE     *
027800*               DUPLICATE AGAINST RECENT RESENDS.               *
027900*     ROLLHIST 400 DAYS -- LAST YEAR'S CLOSINGS STAY ONLINE.    *
028000*     APPRLOG  400 DAYS -- A YEAR OF APPROVALS FOR THE AUDIT.   *
028010*     ACCSLOG  400 DAYS -- A YEAR OF ACCESS DECISIONS FOR THE   *
028020*               SECURITY REVIEW.                                *
028100*     OUTSTAND   0 DAYS -- NEVER TRIMMED; THE RULE ONLY SETS    *
028200*               THE AGE AT WHICH ITEMS ARE COUNTED AS HELD.     *
028300******************************************************************
028400 01  WS-File-Defaults.
028500     05  FILLER                  PIC X(12) VALUE "RESERVF 0062".
028600     05  FILLER                  PIC X(12) VALUE "RUNHISTF0217".
028700     05  FILLER                  PIC X(12) VALUE "XMITLOG 0030".
028800     05  FILLER                  PIC X(12) VALUE "ROLLHIST0400".
028900     05  FILLER                  PIC X(12) VALUE "APPRLOG 0400".
028910     05  FILLER                  PIC X(12) VALUE "ACCSLOG 0400".
029000     05  FILLER                  PIC X(12) VALUE "OUTSTAND0000".
029100 01  WS-File-Default-Table REDEFINES WS-File-Defaults.
029110     05  WS-DFL-Entry OCCURS 7 TIMES.
029300         10  WS-DFL-Name             PIC X(08).
029400         10  WS-DFL-Floor            PIC 9(04).
029500
029510 77  WS-File-Count               UNSIGNED-INT VALUE 7.
029520 77  WS-Outstand-Entry           UNSIGNED-INT VALUE 7.
029700 01  WS-File-Table.
029710     05  WS-FIL-Entry OCCURS 7 TIMES
029900             INDEXED BY WS-FIL-Idx.
030000         10  WS-FIL-Name             PIC X(08).
030100         10  WS-FIL-Floor            PIC 9(04).
030200         10  WS-FIL-Rule-Switch      PIC X(01).
030300             88  WS-FIL-Has-Rule         VALUE "Y".
030400             88  WS-FIL-No-Rule          VALUE "N".
030500         10  WS-FIL-Raised-Switch    PIC X(01).
030600             88  WS-FIL-Raised           VALUE "Y".
030700         10  WS-FIL-Retain-Days      PIC 9(04).
030800         10  WS-FIL-Cutoff           PIC 9(08).
030900         10  WS-FIL-Before           UNSIGNED-INT.
031000         10  WS-FIL-Archived         UNSIGNED-INT.
031100         10  WS-FIL-Held             UNSIGNED-INT.
031200         10  WS-FIL-Bad-Date         UNSIGNED-INT.
031300         10  WS-FIL-After            UNSIGNED-INT.
031400
031500 77  WS-Rule-Count               UNSIGNED-INT VALUE 0.
031600 77  WS-Rule-Errors              UNSIGNED-INT VALUE 0.
031700 77  WS-Short-Count              UNSIGNED-INT VALUE 0.
031800
031900******************************************************************
032000*   LATEST STATE OF EACH RESERVATION (REQUESTER/COUNTER/RANGE), *
032100*   AS RESV-SWEEP COLLAPSES IT: THE LAST JOURNAL RECORD WINS.   *
032200******************************************************************
032300 77  WS-Max-Resv                 UNSIGNED-INT VALUE 5000.
032400 77  WS-Resv-Count               UNSIGNED-INT VALUE 0.
032500 01  WS-Resv-Table.
032600     05  WS-RSV-Entry OCCURS 5000 TIMES
032700             INDEXED BY WS-RSV-Idx.
032800         10  WS-RSV-Requester        PIC X(08).
032900         10  WS-RSV-Counter-Id       PIC X(08).
033000         10  WS-RSV-Range-Start      UNSIGNED-INT.
033100         10  WS-RSV-Range-End        UNSIGNED-INT.
033200         10  WS-RSV-Status           PIC X(01).
033300         10  WS-RSV-Date             PIC X(08).
033400
033500******************************************************************
033600*   LATEST CLOSING OF EACH COUNTER ON THE ROLLOVER LEDGER.      *
033700******************************************************************
033800 77  WS-Max-Closings             UNSIGNED-INT VALUE 500.
033900 77  WS-Closing-Count            UNSIGNED-INT VALUE 0.
034000 01  WS-Closing-Table.
034100     05  WS-CLS-Entry OCCURS 500 TIMES
034200             INDEXED BY WS-CLS-Idx.
034300         10  WS-CLS-Counter-Id       PIC X(08).
034400         10  WS-CLS-Close-Date       PIC 9(08).
034500         10  WS-CLS-Close-Time       PIC 9(08).
034600
034700 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
034800 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
034900 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
035000 77  WS-Current-Date             PIC 9(08).
035100 77  WS-Current-Time             PIC 9(08).
035200
035300 01  WS-Heading-1.
035400     05  FILLER                  PIC X(11) VALUE "HOUSEKEEP  ".
035500     05  FILLER                  PIC X(33)
035600         VALUE "RETENTION AND HOUSEKEEPING REPORT".
035700     05  FILLER                  PIC X(04) VALUE SPACES.
035800     05  FILLER                  PIC X(05) VALUE "DATE ".
035900     05  WS-H1-Date              PIC 9(08).
036000     05  FILLER                  PIC X(06) VALUE " TIME ".
036100     05  WS-H1-Time              PIC 9(08).
036200     05  FILLER                  PIC X(06) VALUE " PAGE ".
036300     05  WS-H1-Page              PIC ZZZZ9.
036400     05  FILLER                  PIC X(46) VALUE SPACES.
036500
036600 01  WS-Heading-2.
036700     05  FILLER                  PIC X(132) VALUE ALL "-".
036800
036900 01  WS-Print-Work               PIC X(132).
037000 01  WS-Blank-Line               PIC X(132) VALUE SPACES.
037100
037200 01  WS-Column-Line.
037300     05  FILLER                  PIC X(02) VALUE SPACES.
037400     05  FILLER                  PIC X(08) VALUE "FILE".
037500     05  FILLER                  PIC X(01) VALUE SPACE.
037600     05  FILLER                  PIC X(04) VALUE "DAYS".
037700     05  FILLER                  PIC X(02) VALUE SPACES.
037800     05  FILLER                  PIC X(08) VALUE "CUTOFF".
037900     05  FILLER                  PIC X(01) VALUE SPACE.
038000     05  FILLER                  PIC X(10) VALUE "    BEFORE".
038100     05  FILLER                  PIC X(01) VALUE SPACE.
038200     05  FILLER                  PIC X(10) VALUE "  ARCHIVED".
038300     05  FILLER                  PIC X(01) VALUE SPACE.
038400     05  FILLER                  PIC X(10) VALUE "      HELD".
038500     05  FILLER                  PIC X(01) VALUE SPACE.
038600     05  FILLER                  PIC X(10) VALUE "  BAD DATE".
038700     05  FILLER                  PIC X(01) VALUE SPACE.
038800     05  FILLER                  PIC X(10) VALUE "     AFTER".
038900     05  FILLER                  PIC X(02) VALUE SPACES.
039000     05  FILLER                  PIC X(50) VALUE "NOTE".
039100
039200 01  WS-File-Line.
039300     05  FILLER                  PIC X(02) VALUE SPACES.
039400     05  WS-FLL-Name             PIC X(08).
039500     05  FILLER                  PIC X(01) VALUE SPACE.
039600     05  WS-FLL-Days             PIC X(04).
039700     05  FILLER                  PIC X(02) VALUE SPACES.
039800     05  WS-FLL-Cutoff           PIC X(08).
039900     05  FILLER                  PIC X(01) VALUE SPACE.
040000     05  WS-FLL-Before           PIC Z(09)9.
040100     05  FILLER                  PIC X(01) VALUE SPACE.
040200     05  WS-FLL-Archived         PIC Z(09)9.
040300     05  FILLER                  PIC X(01) VALUE SPACE.
040400     05  WS-FLL-Held             PIC Z(09)9.
040500     05  FILLER                  PIC X(01) VALUE SPACE.
040600     05  WS-FLL-Bad-Date         PIC Z(09)9.
040700     05  FILLER                  PIC X(01) VALUE SPACE.
040800     05  WS-FLL-After            PIC Z(09)9.
040900     05  FILLER                  PIC X(02) VALUE SPACES.
041000     05  WS-FLL-Note             PIC X(50).
041100
041200 01  WS-Edit-Days                PIC ZZZ9.
041300
041400 01  WS-Note-Line.
041500     05  FILLER                  PIC X(02) VALUE SPACES.
041600     05  WS-NOT-Text             PIC X(130).
041700
041800 PROCEDURE DIVISION.
041900******************************************************************
042000 0000-MAINLINE.
042100******************************************************************
042200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042300     IF RETURN-CODE = 8
042310         PERFORM 9000-TERMINATE THRU 9000-EXIT
042400         GO TO 0000-GOBACK
042500     END-IF.
042600     PERFORM 2000-RESERVATIONS THRU 2000-EXIT.
042700     PERFORM 3000-RUN-HISTORY THRU 3000-EXIT.
042800     PERFORM 4000-RETRANSMIT-LOG THRU 4000-EXIT.
042900     PERFORM 5000-ROLLOVER-LEDGER THRU 5000-EXIT.
043000     PERFORM 6000-APPROVAL-LOG THRU 6000-EXIT.
043010     PERFORM 6500-ACCESS-LOG THRU 6500-EXIT.
043100     PERFORM 7000-OUTSTANDING THRU 7000-EXIT.
043200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
043300 0000-GOBACK.
043400     GOBACK.
043500
043600******************************************************************
043700*   1000-INITIALIZE -- RULES, CUTOFFS, AND EVERY FILE OPENED    *
043800*   BEFORE ANYTHING IS WRITTEN, SO A MISSING DATASET STOPS THE  *
043900*   RUN WITH NO HISTORY APPENDED.                               *
044000******************************************************************
044100 1000-INITIALIZE.
044200     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
044300     ACCEPT WS-Current-Time FROM TIME.
044400     MOVE WS-Current-Date TO WS-Today.
044500     COMPUTE WS-Today-Int =
044600         FUNCTION INTEGER-OF-DATE (WS-Today).
044700     PERFORM 1100-SET-DEFAULTS THRU 1100-EXIT
044800         VARYING WS-FIL-Idx FROM 1 BY 1
044900         UNTIL WS-FIL-Idx > WS-File-Count.
045000     PERFORM 1200-LOAD-RULES THRU 1200-EXIT.
045100     IF RETURN-CODE = 8
045200         GO TO 1000-EXIT
045300     END-IF.
045400     PERFORM 1300-SET-CUTOFF THRU 1300-EXIT
045500         VARYING WS-FIL-Idx FROM 1 BY 1
045600         UNTIL WS-FIL-Idx > WS-File-Count.
045700     OPEN OUTPUT HOUSEKEEP-REPORT.
045800     IF NOT WS-Report-File-OK
045900         DISPLAY "HOUSEKEEP: CANNOT OPEN HKPRPT, STATUS "
046000             WS-Report-File-Status
046100         MOVE 8 TO RETURN-CODE
046200         GO TO 1000-EXIT
046300     END-IF.
046310     SET WS-Report-Open-Yes TO TRUE.
046400     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
046500 1000-EXIT.
046600     EXIT.
046700
046800 1100-SET-DEFAULTS.
046900     MOVE WS-DFL-Name (WS-FIL-Idx) TO WS-FIL-Name (WS-FIL-Idx).
047000     MOVE WS-DFL-Floor (WS-FIL-Idx) TO WS-FIL-Floor (WS-FIL-Idx).
047100     SET WS-FIL-No-Rule (WS-FIL-Idx) TO TRUE.
047200     MOVE "N" TO WS-FIL-Raised-Switch (WS-FIL-Idx).
047300     MOVE 0 TO WS-FIL-Retain-Days (WS-FIL-Idx).
047400     MOVE 0 TO WS-FIL-Cutoff (WS-FIL-Idx).
047500     MOVE 0 TO WS-FIL-Before (WS-FIL-Idx).
047600     MOVE 0 TO WS-FIL-Archived (WS-FIL-Idx).
047700     MOVE 0 TO WS-FIL-Held (WS-FIL-Idx).
047800     MOVE 0 TO WS-FIL-Bad-Date (WS-FIL-Idx).
047900     MOVE 0 TO WS-FIL-After (WS-FIL-Idx).
048000 1100-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400*   1200-LOAD-RULES -- ONE CARD PER FILE.  BLANK CARDS AND      *
048500*   CARDS WITH "*" IN COLUMN 1 ARE COMMENTS.  AN UNKNOWN FILE,  *
048600*   A BAD DAY COUNT, OR A SECOND CARD FOR THE SAME FILE MAKES   *
048700*   THE WHOLE DECK SUSPECT, AND NOTHING IS MOVED.               *
048800******************************************************************
048900 1200-LOAD-RULES.
049000     OPEN INPUT RULE-FILE.
049100     IF NOT WS-Rule-File-OK
049200         DISPLAY "HOUSEKEEP: CANNOT OPEN HKPRULES, STATUS "
049300             WS-Rule-File-Status " -- NOTHING MOVED"
049400         MOVE 8 TO RETURN-CODE
049500         GO TO 1200-EXIT
049600     END-IF.
049700     SET WS-Scan-EOF-No TO TRUE.
049800     PERFORM 1210-ONE-RULE THRU 1210-EXIT
049900         UNTIL WS-Scan-EOF-Yes.
050000     CLOSE RULE-FILE.
050100     IF WS-Rule-Errors > 0
050200         DISPLAY "HOUSEKEEP: " WS-Rule-Errors
050300             " BAD RULE CARD(S) ON HKPRULES -- NOTHING MOVED"
050400         MOVE 8 TO RETURN-CODE
050500         GO TO 1200-EXIT
050600     END-IF.
050700     IF WS-Rule-Count = 0
050800         DISPLAY "HOUSEKEEP: NO RULE CARDS ON HKPRULES -- "
050900             "NOTHING MOVED"
051000         MOVE 8 TO RETURN-CODE
051100     END-IF.
051200 1200-EXIT.
051300     EXIT.
051400
051500 1210-ONE-RULE.
051600     READ RULE-FILE
051700         AT END
051800             SET WS-Scan-EOF-Yes TO TRUE
051900     END-READ.
052000     IF WS-Scan-EOF-Yes OR NOT WS-Rule-File-OK
052100         SET WS-Scan-EOF-Yes TO TRUE
052200         GO TO 1210-EXIT
052300     END-IF.
052400     IF HKR-RULE-CARD = SPACES OR HKR-RULE-CARD (1:1) = "*"
052500         GO TO 1210-EXIT
052600     END-IF.
052700     SET WS-Found-No TO TRUE.
052800     PERFORM 1220-CHECK-FILE THRU 1220-EXIT
052900         VARYING WS-FIL-Idx FROM 1 BY 1
053000         UNTIL WS-FIL-Idx > WS-File-Count OR WS-Found-Yes.
053100     IF WS-Found-No
053200         DISPLAY "HOUSEKEEP: UNKNOWN FILE ON RULE CARD: "
053300             HKR-FILE-NAME
053400         ADD 1 TO WS-Rule-Errors
053500         GO TO 1210-EXIT
053600     END-IF.
053700     SET WS-FIL-Idx DOWN BY 1.
053800     IF HKR-RETAIN-DAYS NOT NUMERIC
053900         DISPLAY "HOUSEKEEP: BAD RETENTION DAYS ON RULE CARD: "
054000             HKR-FILE-NAME " " HKR-RETAIN-DAYS
054100         ADD 1 TO WS-Rule-Errors
054200         GO TO 1210-EXIT
054300     END-IF.
054400     IF WS-FIL-Has-Rule (WS-FIL-Idx)
054500         DISPLAY "HOUSEKEEP: SECOND RULE CARD FOR " HKR-FILE-NAME
054600         ADD 1 TO WS-Rule-Errors
054700         GO TO 1210-EXIT
054800     END-IF.
054900     SET WS-FIL-Has-Rule (WS-FIL-Idx) TO TRUE.
055000     ADD 1 TO WS-Rule-Count.
055100     MOVE HKR-RETAIN-DAYS-9 TO WS-FIL-Retain-Days (WS-FIL-Idx).
055200     IF WS-FIL-Retain-Days (WS-FIL-Idx)
055300             < WS-FIL-Floor (WS-FIL-Idx)
055400         MOVE WS-FIL-Floor (WS-FIL-Idx)
055500             TO WS-FIL-Retain-Days (WS-FIL-Idx)
055600         SET WS-FIL-Raised (WS-FIL-Idx) TO TRUE
055700     END-IF.
055800 1210-EXIT.
055900     EXIT.
056000
056100 1220-CHECK-FILE.
056200     IF WS-FIL-Name (WS-FIL-Idx) = HKR-FILE-NAME
056300         SET WS-Found-Yes TO TRUE
056400     END-IF.
056500 1220-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900*   1300-SET-CUTOFF -- A RECORD DATED BEFORE THE CUTOFF IS PAST *
057000*   ITS RETENTION.                                              *
057100******************************************************************
057200 1300-SET-CUTOFF.
057300     IF WS-FIL-No-Rule (WS-FIL-Idx)
057400         GO TO 1300-EXIT
057500     END-IF.
057600     COMPUTE WS-Cutoff-Int =
057700         WS-Today-Int - WS-FIL-Retain-Days (WS-FIL-Idx).
057800     COMPUTE WS-FIL-Cutoff (WS-FIL-Idx) =
057900         FUNCTION DATE-OF-INTEGER (WS-Cutoff-Int).
058000 1300-EXIT.
058100     EXIT.
058200
058300******************************************************************
058400*   1400-OPEN-FILES -- LIVE FILES FOR INPUT, REBUILT FILES FOR  *
058500*   OUTPUT, HISTORY FOR APPENDING (BUILT ON FIRST USE, LIKE THE *
058600*   RETRANSMIT LOG).                                            *
058700******************************************************************
058800 1400-OPEN-FILES.
058900     OPEN INPUT RESERVE-LEDGER.
059000     IF NOT WS-Resv-File-OK
059100         DISPLAY "HOUSEKEEP: CANNOT OPEN RESERVF, STATUS "
059200             WS-Resv-File-Status
059300         MOVE 8 TO RETURN-CODE
059400         GO TO 1400-EXIT
059500     END-IF.
059600     OPEN OUTPUT NEW-RESERVE-LEDGER.
059700     IF NOT WS-Resv-New-OK
059800         DISPLAY "HOUSEKEEP: CANNOT OPEN RESVNEW, STATUS "
059900             WS-Resv-New-Status
060000         MOVE 8 TO RETURN-CODE
060100         GO TO 1400-EXIT
060200     END-IF.
060300     OPEN EXTEND RESERVE-HISTORY.
060400     IF NOT WS-Resv-Hist-OK
060500         OPEN OUTPUT RESERVE-HISTORY
060600         CLOSE RESERVE-HISTORY
060700         OPEN EXTEND RESERVE-HISTORY
060800     END-IF.
060900     IF NOT WS-Resv-Hist-OK
061000         DISPLAY "HOUSEKEEP: CANNOT OPEN RESVHST, STATUS "
061100             WS-Resv-Hist-Status
061200         MOVE 8 TO RETURN-CODE
061300         GO TO 1400-EXIT
061400     END-IF.
061500     OPEN INPUT RUN-HISTORY-FILE.
061600     IF NOT WS-Runh-File-OK
061700         DISPLAY "HOUSEKEEP: CANNOT OPEN RUNHISTF, STATUS "
061800             WS-Runh-File-Status
061900         MOVE 8 TO RETURN-CODE
062000         GO TO 1400-EXIT
062100     END-IF.
062200     OPEN OUTPUT NEW-RUN-HISTORY.
062300     IF NOT WS-Runh-New-OK
062400         DISPLAY "HOUSEKEEP: CANNOT OPEN RUNHNEW, STATUS "
062500             WS-Runh-New-Status
062600         MOVE 8 TO RETURN-CODE
062700         GO TO 1400-EXIT
062800     END-IF.
062900     OPEN EXTEND RUN-HISTORY-HISTORY.
063000     IF NOT WS-Runh-Hist-OK
063100         OPEN OUTPUT RUN-HISTORY-HISTORY
063200         CLOSE RUN-HISTORY-HISTORY
063300         OPEN EXTEND RUN-HISTORY-HISTORY
063400     END-IF.
063500     IF NOT WS-Runh-Hist-OK
063600         DISPLAY "HOUSEKEEP: CANNOT OPEN RUNHHST, STATUS "
063700             WS-Runh-Hist-Status
063800         MOVE 8 TO RETURN-CODE
063900         GO TO 1400-EXIT
064000     END-IF.
064100     OPEN INPUT RETRANSMIT-LOG.
064200     IF NOT WS-Xlog-File-OK
064300         DISPLAY "HOUSEKEEP: CANNOT OPEN XMITLOG, STATUS "
064400             WS-Xlog-File-Status
064500         MOVE 8 TO RETURN-CODE
064600         GO TO 1400-EXIT
064700     END-IF.
064800     OPEN OUTPUT NEW-RETRANSMIT-LOG.
064900     IF NOT WS-Xlog-New-OK
065000         DISPLAY "HOUSEKEEP: CANNOT OPEN XLOGNEW, STATUS "
065100             WS-Xlog-New-Status
065200         MOVE 8 TO RETURN-CODE
065300         GO TO 1400-EXIT
065400     END-IF.
065500     OPEN EXTEND RETRANSMIT-HISTORY.
065600     IF NOT WS-Xlog-Hist-OK
065700         OPEN OUTPUT RETRANSMIT-HISTORY
065800         CLOSE RETRANSMIT-HISTORY
065900         OPEN EXTEND RETRANSMIT-HISTORY
066000     END-IF.
066100     IF NOT WS-Xlog-Hist-OK
066200         DISPLAY "HOUSEKEEP: CANNOT OPEN XLOGHST, STATUS "
066300             WS-Xlog-Hist-Status
066400         MOVE 8 TO RETURN-CODE
066500         GO TO 1400-EXIT
066600     END-IF.
066700     OPEN INPUT ROLLOVER-LEDGER.
066800     IF NOT WS-Roll-File-OK
066900         DISPLAY "HOUSEKEEP: CANNOT OPEN ROLLHIST, STATUS "
067000             WS-Roll-File-Status
067100         MOVE 8 TO RETURN-CODE
067200         GO TO 1400-EXIT
067300     END-IF.
067400     OPEN OUTPUT NEW-ROLLOVER-LEDGER.
067500     IF NOT WS-Roll-New-OK
067600         DISPLAY "HOUSEKEEP: CANNOT OPEN ROLLNEW, STATUS "
067700             WS-Roll-New-Status
067800         MOVE 8 TO RETURN-CODE
067900         GO TO 1400-EXIT
068000     END-IF.
068100     OPEN EXTEND ROLLOVER-HISTORY.
068200     IF NOT WS-Roll-Hist-OK
068300         OPEN OUTPUT ROLLOVER-HISTORY
068400         CLOSE ROLLOVER-HISTORY
068500         OPEN EXTEND ROLLOVER-HISTORY
068600     END-IF.
068700     IF NOT WS-Roll-Hist-OK
068800         DISPLAY "HOUSEKEEP: CANNOT OPEN ROLLHST, STATUS "
068900             WS-Roll-Hist-Status
069000         MOVE 8 TO RETURN-CODE
069100         GO TO 1400-EXIT
069200     END-IF.
069300     OPEN INPUT APPROVAL-LOG.
069400     IF NOT WS-Appr-File-OK
069500         DISPLAY "HOUSEKEEP: CANNOT OPEN APPRLOG, STATUS "
069600             WS-Appr-File-Status
069700         MOVE 8 TO RETURN-CODE
069800         GO TO 1400-EXIT
069900     END-IF.
070000     OPEN OUTPUT NEW-APPROVAL-LOG.
070100     IF NOT WS-Appr-New-OK
070200         DISPLAY "HOUSEKEEP: CANNOT OPEN APPRNEW, STATUS "
070300             WS-Appr-New-Status
070400         MOVE 8 TO RETURN-CODE
070500         GO TO 1400-EXIT
070600     END-IF.
070700     OPEN EXTEND APPROVAL-HISTORY.
070800     IF NOT WS-Appr-Hist-OK
070900         OPEN OUTPUT APPROVAL-HISTORY
071000         CLOSE APPROVAL-HISTORY
071100         OPEN EXTEND APPROVAL-HISTORY
071200     END-IF.
071300     IF NOT WS-Appr-Hist-OK
071400         DISPLAY "HOUSEKEEP: CANNOT OPEN APPRHST, STATUS "
071500             WS-Appr-Hist-Status
071600         MOVE 8 TO RETURN-CODE
071700         GO TO 1400-EXIT
071800     END-IF.
071803     OPEN INPUT ACCESS-LOG.
071806     IF NOT WS-Accs-File-OK
071809         DISPLAY "HOUSEKEEP: CANNOT OPEN ACCSLOG, STATUS "
071812             WS-Accs-File-Status
071815         MOVE 8 TO RETURN-CODE
071818         GO TO 1400-EXIT
071821     END-IF.
071824     OPEN OUTPUT NEW-ACCESS-LOG.
071827     IF NOT WS-Accs-New-OK
071830         DISPLAY "HOUSEKEEP: CANNOT OPEN ACCSNEW, STATUS "
071833             WS-Accs-New-Status
071836         MOVE 8 TO RETURN-CODE
071839         GO TO 1400-EXIT
071842     END-IF.
071845     OPEN EXTEND ACCESS-HISTORY.
071848     IF NOT WS-Accs-Hist-OK
071851         OPEN OUTPUT ACCESS-HISTORY
071854         CLOSE ACCESS-HISTORY
071857         OPEN EXTEND ACCESS-HISTORY
071860     END-IF.
071863     IF NOT WS-Accs-Hist-OK
071866         DISPLAY "HOUSEKEEP: CANNOT OPEN ACCSHST, STATUS "
071869             WS-Accs-Hist-Status
071872         MOVE 8 TO RETURN-CODE
071875         GO TO 1400-EXIT
071878     END-IF.
071900     OPEN INPUT OUTSTANDING-FILE.
072000     IF NOT WS-Outs-File-OK
072100         DISPLAY "HOUSEKEEP: CANNOT OPEN OUTSOLD, STATUS "
072200             WS-Outs-File-Status
072300         MOVE 8 TO RETURN-CODE
072310         GO TO 1400-EXIT
072400     END-IF.
072410     OPEN INPUT PREVIOUS-OUTSTANDING.
072420     IF NOT WS-Outp-File-OK
072430         DISPLAY "HOUSEKEEP: CANNOT OPEN OUTSPRV, STATUS "
072440             WS-Outp-File-Status
072450         MOVE 8 TO RETURN-CODE
072460         GO TO 1400-EXIT
072470     END-IF.
072480     OPEN EXTEND OUTSTANDING-HISTORY.
072490     IF NOT WS-Outs-Hist-OK
072491         OPEN OUTPUT OUTSTANDING-HISTORY
072492         CLOSE OUTSTANDING-HISTORY
072493         OPEN EXTEND OUTSTANDING-HISTORY
072494     END-IF.
072495     IF NOT WS-Outs-Hist-OK
072496         DISPLAY "HOUSEKEEP: CANNOT OPEN OUTSHST, STATUS "
072497             WS-Outs-Hist-Status
072498         MOVE 8 TO RETURN-CODE
072499     END-IF.
072500 1400-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900*   1900-CLASSIFY -- DECIDE ONE RECORD, DATED WS-RECORD-DATE-X, *
073000*   FOR THE FILE AT WS-FIL-IDX.  WS-HOLD-YES MARKS A RECORD     *
073100*   THAT MUST STAY WHATEVER ITS AGE.                            *
073200******************************************************************
073300 1900-CLASSIFY.
073400     SET WS-Action-Keep TO TRUE.
073500     ADD 1 TO WS-FIL-Before (WS-FIL-Idx).
073600     IF WS-FIL-No-Rule (WS-FIL-Idx)
073700         GO TO 1900-EXIT
073800     END-IF.
073900     IF WS-Record-Date-X NOT NUMERIC
074000         ADD 1 TO WS-FIL-Bad-Date (WS-FIL-Idx)
074100         GO TO 1900-EXIT
074200     END-IF.
074300     IF FUNCTION TEST-DATE-YYYYMMDD (WS-Record-Date) NOT = 0
074400         ADD 1 TO WS-FIL-Bad-Date (WS-FIL-Idx)
074500         GO TO 1900-EXIT
074600     END-IF.
074700     IF WS-Record-Date NOT < WS-FIL-Cutoff (WS-FIL-Idx)
074800         GO TO 1900-EXIT
074900     END-IF.
075000     IF WS-Hold-Yes
075100         ADD 1 TO WS-FIL-Held (WS-FIL-Idx)
075200         GO TO 1900-EXIT
075300     END-IF.
075400     SET WS-Action-Archive TO TRUE.
075500     ADD 1 TO WS-FIL-Archived (WS-FIL-Idx).
075600 1900-EXIT.
075700     EXIT.
075800
075900******************************************************************
076000*   2000-RESERVATIONS -- THE RESERVATION JOURNAL.  THE FIRST    *
076100*   PASS FINDS EACH RESERVATION'S LATEST STATE AND DATE; THE    *
076200*   SECOND MOVES EVERY RECORD OF A CLOSED RESERVATION WHOSE     *
076300*   LATEST MOVEMENT IS PAST THE CUTOFF.  A RESERVATION THE      *
076400*   TABLE HAD NO ROOM FOR IS HELD.                              *
076500******************************************************************
076600 2000-RESERVATIONS.
076700     IF RETURN-CODE = 8
076800         GO TO 2000-EXIT
076900     END-IF.
077000     SET WS-Scan-EOF-No TO TRUE.
077100     PERFORM 2100-LOAD-STATE THRU 2100-EXIT
077200         UNTIL WS-Scan-EOF-Yes.
077300     CLOSE RESERVE-LEDGER.
077310     IF RETURN-CODE = 8
077320         GO TO 2000-EXIT
077330     END-IF.
077400     OPEN INPUT RESERVE-LEDGER.
077500     IF NOT WS-Resv-File-OK
077600         DISPLAY "HOUSEKEEP: CANNOT REOPEN RESERVF, STATUS "
077700             WS-Resv-File-Status
077800         MOVE 8 TO RETURN-CODE
077900         GO TO 2000-EXIT
078000     END-IF.
078100     SET WS-FIL-Idx TO 1.
078200     SET WS-Scan-EOF-No TO TRUE.
078300     PERFORM 2200-SPLIT-ONE THRU 2200-EXIT
078400         UNTIL WS-Scan-EOF-Yes.
078500     CLOSE RESERVE-LEDGER.
078600     CLOSE NEW-RESERVE-LEDGER.
078700     CLOSE RESERVE-HISTORY.
078800 2000-EXIT.
078900     EXIT.
079000
079100 2100-LOAD-STATE.
079200     READ RESERVE-LEDGER
079300         AT END
079400             SET WS-Scan-EOF-Yes TO TRUE
079500     END-READ.
079600     IF WS-Scan-EOF-Yes
079640         GO TO 2100-EXIT
079680     END-IF.
079720     IF NOT WS-Resv-File-OK
079760         DISPLAY "HOUSEKEEP: READ OF RESERVF FAILED, STATUS "
079800             WS-Resv-File-Status
079840         MOVE 8 TO RETURN-CODE
079880         SET WS-Scan-EOF-Yes TO TRUE
079920         GO TO 2100-EXIT
079960     END-IF.
080000     PERFORM 2300-FIND-RESERVATION THRU 2300-EXIT.
080100     IF WS-Found-No
080200         IF WS-Resv-Count >= WS-Max-Resv
080300             GO TO 2100-EXIT
080400         END-IF
080500         ADD 1 TO WS-Resv-Count
080600         SET WS-RSV-Idx TO WS-Resv-Count
080700         MOVE RSV-REQUESTER TO WS-RSV-Requester (WS-RSV-Idx)
080800         MOVE RSV-COUNTER-ID TO WS-RSV-Counter-Id (WS-RSV-Idx)
080900         MOVE RSV-RANGE-START TO WS-RSV-Range-Start (WS-RSV-Idx)
081000         MOVE RSV-RANGE-END TO WS-RSV-Range-End (WS-RSV-Idx)
081100     END-IF.
081200     MOVE RSV-STATUS TO WS-RSV-Status (WS-RSV-Idx).
081300     MOVE RSV-ACTION-DATE TO WS-RSV-Date (WS-RSV-Idx).
081400 2100-EXIT.
081500     EXIT.
081600
081700 2200-SPLIT-ONE.
081800     READ RESERVE-LEDGER
081900         AT END
082000             SET WS-Scan-EOF-Yes TO TRUE
082100     END-READ.
082200     IF WS-Scan-EOF-Yes
082240         GO TO 2200-EXIT
082280     END-IF.
082320     IF NOT WS-Resv-File-OK
082360         DISPLAY "HOUSEKEEP: READ OF RESERVF FAILED, STATUS "
082400             WS-Resv-File-Status
082440         MOVE 8 TO RETURN-CODE
082480         SET WS-Scan-EOF-Yes TO TRUE
082520         GO TO 2200-EXIT
082560     END-IF.
082600     PERFORM 2300-FIND-RESERVATION THRU 2300-EXIT.
082700     SET WS-Hold-No TO TRUE.
082800     MOVE RSV-ACTION-DATE TO WS-Record-Date-X.
082900     IF WS-Found-No
083000         SET WS-Hold-Yes TO TRUE
083100         ADD 1 TO WS-Short-Count
083200     ELSE
083300         MOVE WS-RSV-Date (WS-RSV-Idx) TO WS-Record-Date-X
083400         IF WS-RSV-Status (WS-RSV-Idx) = "R"
083500             SET WS-Hold-Yes TO TRUE
083600         END-IF
083700     END-IF.
083800     PERFORM 1900-CLASSIFY THRU 1900-EXIT.
083900     IF WS-Action-Archive
084000         WRITE RSH-RESERVATION-RECORD FROM RSV-RESERVATION-RECORD
084100         IF NOT WS-Resv-Hist-OK
084200             DISPLAY "HOUSEKEEP: WRITE TO RESVHST FAILED, STATUS "
084300                 WS-Resv-Hist-Status
084400             MOVE 8 TO RETURN-CODE
084500             SET WS-Scan-EOF-Yes TO TRUE
084600         END-IF
084700         GO TO 2200-EXIT
084800     END-IF.
084900     WRITE RSN-RESERVATION-RECORD FROM RSV-RESERVATION-RECORD.
085000     IF NOT WS-Resv-New-OK
085100         DISPLAY "HOUSEKEEP: WRITE TO RESVNEW FAILED, STATUS "
085200             WS-Resv-New-Status
085300         MOVE 8 TO RETURN-CODE
085400         SET WS-Scan-EOF-Yes TO TRUE
085500         GO TO 2200-EXIT
085600     END-IF.
085700     ADD 1 TO WS-FIL-After (WS-FIL-Idx).
085800 2200-EXIT.
085900     EXIT.
086000
086100 2300-FIND-RESERVATION.
086200     SET WS-Found-No TO TRUE.
086300     PERFORM 2310-CHECK-RESERVATION THRU 2310-EXIT
086400         VARYING WS-RSV-Idx FROM 1 BY 1
086500         UNTIL WS-RSV-Idx > WS-Resv-Count OR WS-Found-Yes.
086600     IF WS-Found-Yes
086700         SET WS-RSV-Idx DOWN BY 1
086800     END-IF.
086900 2300-EXIT.
087000     EXIT.
087100
087200 2310-CHECK-RESERVATION.
087300     IF WS-RSV-Requester (WS-RSV-Idx) = RSV-REQUESTER
087400             AND WS-RSV-Counter-Id (WS-RSV-Idx) = RSV-COUNTER-ID
087500             AND WS-RSV-Range-Start (WS-RSV-Idx) = RSV-RANGE-START
087600             AND WS-RSV-Range-End (WS-RSV-Idx) = RSV-RANGE-END
087700         SET WS-Found-Yes TO TRUE
087800     END-IF.
087900 2310-EXIT.
088000     EXIT.
088100
088200******************************************************************
088300*   3000-RUN-HISTORY -- ONE RECORD PER REQUEST, DATED BY THE    *
088400*   DAY THE REQUEST STARTED.                                    *
088500******************************************************************
088600 3000-RUN-HISTORY.
088700     IF RETURN-CODE = 8
088800         GO TO 3000-EXIT
088900     END-IF.
089000     SET WS-FIL-Idx TO 2.
089100     SET WS-Hold-No TO TRUE.
089200     SET WS-Scan-EOF-No TO TRUE.
089300     PERFORM 3100-SPLIT-ONE THRU 3100-EXIT
089400         UNTIL WS-Scan-EOF-Yes.
089500     CLOSE RUN-HISTORY-FILE.
089600     CLOSE NEW-RUN-HISTORY.
089700     CLOSE RUN-HISTORY-HISTORY.
089800 3000-EXIT.
089900     EXIT.
090000
090100 3100-SPLIT-ONE.
090200     READ RUN-HISTORY-FILE
090300         AT END
090400             SET WS-Scan-EOF-Yes TO TRUE
090500     END-READ.
090600     IF WS-Scan-EOF-Yes
090640         GO TO 3100-EXIT
090680     END-IF.
090720     IF NOT WS-Runh-File-OK
090760         DISPLAY "HOUSEKEEP: READ OF RUNHISTF FAILED, STATUS "
090800             WS-Runh-File-Status
090840         MOVE 8 TO RETURN-CODE
090880         SET WS-Scan-EOF-Yes TO TRUE
090920         GO TO 3100-EXIT
090960     END-IF.
091000     MOVE RNH-START-DATE TO WS-Record-Date-X.
091100     PERFORM 1900-CLASSIFY THRU 1900-EXIT.
091200     IF WS-Action-Archive
091300         WRITE RHH-RUN-HISTORY-RECORD FROM RNH-RUN-HISTORY-RECORD
091400         IF NOT WS-Runh-Hist-OK
091500             DISPLAY "HOUSEKEEP: WRITE TO RUNHHST FAILED, STATUS "
091600                 WS-Runh-Hist-Status
091700             MOVE 8 TO RETURN-CODE
091800             SET WS-Scan-EOF-Yes TO TRUE
091900         END-IF
092000         GO TO 3100-EXIT
092100     END-IF.
092200     WRITE RHN-RUN-HISTORY-RECORD FROM RNH-RUN-HISTORY-RECORD.
092300     IF NOT WS-Runh-New-OK
092400         DISPLAY "HOUSEKEEP: WRITE TO RUNHNEW FAILED, STATUS "
092500             WS-Runh-New-Status
092600         MOVE 8 TO RETURN-CODE
092700         SET WS-Scan-EOF-Yes TO TRUE
092800         GO TO 3100-EXIT
092900     END-IF.
093000     ADD 1 TO WS-FIL-After (WS-FIL-Idx).
093100 3100-EXIT.
093200     EXIT.
093300
093400******************************************************************
093500*   4000-RETRANSMIT-LOG -- ONE RECORD PER ENVELOPE RESENT,      *
093600*   DATED BY THE DAY IT WAS LOGGED.                             *
093700******************************************************************
093800 4000-RETRANSMIT-LOG.
093900     IF RETURN-CODE = 8
094000         GO TO 4000-EXIT
094100     END-IF.
094200     SET WS-FIL-Idx TO 3.
094300     SET WS-Hold-No TO TRUE.
094400     SET WS-Scan-EOF-No TO TRUE.
094500     PERFORM 4100-SPLIT-ONE THRU 4100-EXIT
094600         UNTIL WS-Scan-EOF-Yes.
094700     CLOSE RETRANSMIT-LOG.
094800     CLOSE NEW-RETRANSMIT-LOG.
094900     CLOSE RETRANSMIT-HISTORY.
095000 4000-EXIT.
095100     EXIT.
095200
095300 4100-SPLIT-ONE.
095400     READ RETRANSMIT-LOG
095500         AT END
095600             SET WS-Scan-EOF-Yes TO TRUE
095700     END-READ.
095800     IF WS-Scan-EOF-Yes
095840         GO TO 4100-EXIT
095880     END-IF.
095920     IF NOT WS-Xlog-File-OK
095960         DISPLAY "HOUSEKEEP: READ OF XMITLOG FAILED, STATUS "
096000             WS-Xlog-File-Status
096040         MOVE 8 TO RETURN-CODE
096080         SET WS-Scan-EOF-Yes TO TRUE
096120         GO TO 4100-EXIT
096160     END-IF.
096200     MOVE XLG-LOG-DATE TO WS-Record-Date-X.
096300     PERFORM 1900-CLASSIFY THRU 1900-EXIT.
096400     IF WS-Action-Archive
096500         WRITE XLH-RETRAN-LOG-RECORD FROM XLG-RETRAN-LOG-RECORD
096600         IF NOT WS-Xlog-Hist-OK
096700             DISPLAY "HOUSEKEEP: WRITE TO XLOGHST FAILED, STATUS "
096800                 WS-Xlog-Hist-Status
096900             MOVE 8 TO RETURN-CODE
097000             SET WS-Scan-EOF-Yes TO TRUE
097100         END-IF
097200         GO TO 4100-EXIT
097300     END-IF.
097400     WRITE XLN-RETRAN-LOG-RECORD FROM XLG-RETRAN-LOG-RECORD.
097500     IF NOT WS-Xlog-New-OK
097600         DISPLAY "HOUSEKEEP: WRITE TO XLOGNEW FAILED, STATUS "
097700             WS-Xlog-New-Status
097800         MOVE 8 TO RETURN-CODE
097900         SET WS-Scan-EOF-Yes TO TRUE
098000         GO TO 4100-EXIT
098100     END-IF.
098200     ADD 1 TO WS-FIL-After (WS-FIL-Idx).
098300 4100-EXIT.
098400     EXIT.
098500
098600******************************************************************
098700*   5000-ROLLOVER-LEDGER -- ONE RECORD PER COUNTER PER YEAR     *
098800*   END.  THE FIRST PASS FINDS EACH COUNTER'S LATEST CLOSING    *
098900*   (DATE, THEN TIME, AS COUNTER-REBUILD PICKS IT); THAT RECORD *
099000*   IS HELD.  A COUNTER THE TABLE HAD NO ROOM FOR IS HELD WHOLE.*
099100******************************************************************
099200 5000-ROLLOVER-LEDGER.
099300     IF RETURN-CODE = 8
099400         GO TO 5000-EXIT
099500     END-IF.
099600     SET WS-Scan-EOF-No TO TRUE.
099700     PERFORM 5100-LOAD-CLOSING THRU 5100-EXIT
099800         UNTIL WS-Scan-EOF-Yes.
099900     CLOSE ROLLOVER-LEDGER.
099910     IF RETURN-CODE = 8
099920         GO TO 5000-EXIT
099930     END-IF.
100000     OPEN INPUT ROLLOVER-LEDGER.
100100     IF NOT WS-Roll-File-OK
100200         DISPLAY "HOUSEKEEP: CANNOT REOPEN ROLLHIST, STATUS "
100300             WS-Roll-File-Status
100400         MOVE 8 TO RETURN-CODE
100500         GO TO 5000-EXIT
100600     END-IF.
100700     SET WS-FIL-Idx TO 4.
100800     SET WS-Scan-EOF-No TO TRUE.
100900     PERFORM 5200-SPLIT-ONE THRU 5200-EXIT
101000         UNTIL WS-Scan-EOF-Yes.
101100     CLOSE ROLLOVER-LEDGER.
101200     CLOSE NEW-ROLLOVER-LEDGER.
101300     CLOSE ROLLOVER-HISTORY.
101400 5000-EXIT.
101500     EXIT.
101600
101700 5100-LOAD-CLOSING.
101800     READ ROLLOVER-LEDGER
101900         AT END
102000             SET WS-Scan-EOF-Yes TO TRUE
102100     END-READ.
102200     IF WS-Scan-EOF-Yes
102240         GO TO 5100-EXIT
102280     END-IF.
102320     IF NOT WS-Roll-File-OK
102360         DISPLAY "HOUSEKEEP: READ OF ROLLHIST FAILED, STATUS "
102400             WS-Roll-File-Status
102440         MOVE 8 TO RETURN-CODE
102480         SET WS-Scan-EOF-Yes TO TRUE
102520         GO TO 5100-EXIT
102560     END-IF.
102600     IF ROL-CLOSE-DATE NOT NUMERIC
102700         GO TO 5100-EXIT
102800     END-IF.
102900     PERFORM 5300-FIND-CLOSING THRU 5300-EXIT.
103000     IF WS-Found-No
103100         IF WS-Closing-Count >= WS-Max-Closings
103200             GO TO 5100-EXIT
103300         END-IF
103400         ADD 1 TO WS-Closing-Count
103500         SET WS-CLS-Idx TO WS-Closing-Count
103600         MOVE ROL-COUNTER-ID TO WS-CLS-Counter-Id (WS-CLS-Idx)
103700         MOVE 0 TO WS-CLS-Close-Date (WS-CLS-Idx)
103800         MOVE 0 TO WS-CLS-Close-Time (WS-CLS-Idx)
103900     END-IF.
104000     IF ROL-CLOSE-DATE > WS-CLS-Close-Date (WS-CLS-Idx)
104100             OR (ROL-CLOSE-DATE = WS-CLS-Close-Date (WS-CLS-Idx)
104200             AND ROL-CLOSE-TIME NUMERIC
104300             AND ROL-CLOSE-TIME > WS-CLS-Close-Time (WS-CLS-Idx))
104400         MOVE ROL-CLOSE-DATE TO WS-CLS-Close-Date (WS-CLS-Idx)
104500         MOVE 0 TO WS-CLS-Close-Time (WS-CLS-Idx)
104600         IF ROL-CLOSE-TIME NUMERIC
104700             MOVE ROL-CLOSE-TIME TO WS-CLS-Close-Time (WS-CLS-Idx)
104800         END-IF
104900     END-IF.
105000 5100-EXIT.
105100     EXIT.
105200
105300 5200-SPLIT-ONE.
105400     READ ROLLOVER-LEDGER
105500         AT END
105600             SET WS-Scan-EOF-Yes TO TRUE
105700     END-READ.
105800     IF WS-Scan-EOF-Yes
105840         GO TO 5200-EXIT
105880     END-IF.
105920     IF NOT WS-Roll-File-OK
105960         DISPLAY "HOUSEKEEP: READ OF ROLLHIST FAILED, STATUS "
106000             WS-Roll-File-Status
106040         MOVE 8 TO RETURN-CODE
106080         SET WS-Scan-EOF-Yes TO TRUE
106120         GO TO 5200-EXIT
106160     END-IF.
106200     SET WS-Hold-No TO TRUE.
106300     MOVE ROL-CLOSE-DATE TO WS-Record-Date-X.
106400     IF ROL-CLOSE-DATE NUMERIC
106500         PERFORM 5300-FIND-CLOSING THRU 5300-EXIT
106600         IF WS-Found-No
106700             SET WS-Hold-Yes TO TRUE
106800             ADD 1 TO WS-Short-Count
106900         ELSE
107000             IF ROL-CLOSE-DATE = WS-CLS-Close-Date (WS-CLS-Idx)
107100                 SET WS-Hold-Yes TO TRUE
107200             END-IF
107300         END-IF
107400     END-IF.
107500     PERFORM 1900-CLASSIFY THRU 1900-EXIT.
107600     IF WS-Action-Archive
107700         WRITE RLH-ROLLOVER-RECORD FROM ROL-ROLLOVER-RECORD
107800         IF NOT WS-Roll-Hist-OK
107900             DISPLAY "HOUSEKEEP: WRITE TO ROLLHST FAILED, STATUS "
108000                 WS-Roll-Hist-Status
108100             MOVE 8 TO RETURN-CODE
108200             SET WS-Scan-EOF-Yes TO TRUE
108300         END-IF
108400         GO TO 5200-EXIT
108500     END-IF.
108600     WRITE RLN-ROLLOVER-RECORD FROM ROL-ROLLOVER-RECORD.
108700     IF NOT WS-Roll-New-OK
108800         DISPLAY "HOUSEKEEP: WRITE TO ROLLNEW FAILED, STATUS "
108900             WS-Roll-New-Status
109000         MOVE 8 TO RETURN-CODE
109100         SET WS-Scan-EOF-Yes TO TRUE
109200         GO TO 5200-EXIT
109300     END-IF.
109400     ADD 1 TO WS-FIL-After (WS-FIL-Idx).
109500 5200-EXIT.
109600     EXIT.
109700
109800 5300-FIND-CLOSING.
109900     SET WS-Found-No TO TRUE.
110000     PERFORM 5310-CHECK-CLOSING THRU 5310-EXIT
110100         VARYING WS-CLS-Idx FROM 1 BY 1
110200         UNTIL WS-CLS-Idx > WS-Closing-Count OR WS-Found-Yes.
110300     IF WS-Found-Yes
110400         SET WS-CLS-Idx DOWN BY 1
110500     END-IF.
110600 5300-EXIT.
110700     EXIT.
110800
110900 5310-CHECK-CLOSING.
111000     IF WS-CLS-Counter-Id (WS-CLS-Idx) = ROL-COUNTER-ID
111100         SET WS-Found-Yes TO TRUE
111200     END-IF.
111300 5310-EXIT.
111400     EXIT.
111500
111600******************************************************************
111700*   6000-APPROVAL-LOG -- COUNTER-MAINT'S APPROVALS LOG, DATED   *
111800*   BY THE DATE AT THE FRONT OF EACH ENTRY.                     *
111900******************************************************************
112000 6000-APPROVAL-LOG.
112100     IF RETURN-CODE = 8
112200         GO TO 6000-EXIT
112300     END-IF.
112400     SET WS-FIL-Idx TO 5.
112500     SET WS-Hold-No TO TRUE.
112600     SET WS-Scan-EOF-No TO TRUE.
112700     PERFORM 6100-SPLIT-ONE THRU 6100-EXIT
112800         UNTIL WS-Scan-EOF-Yes.
112900     CLOSE APPROVAL-LOG.
113000     CLOSE NEW-APPROVAL-LOG.
113100     CLOSE APPROVAL-HISTORY.
113200 6000-EXIT.
113300     EXIT.
113400
113500 6100-SPLIT-ONE.
113600     READ APPROVAL-LOG
113700         AT END
113800             SET WS-Scan-EOF-Yes TO TRUE
113900     END-READ.
114000     IF WS-Scan-EOF-Yes
114040         GO TO 6100-EXIT
114080     END-IF.
114120     IF NOT WS-Appr-File-OK
114160         DISPLAY "HOUSEKEEP: READ OF APPRLOG FAILED, STATUS "
114200             WS-Appr-File-Status
114240         MOVE 8 TO RETURN-CODE
114280         SET WS-Scan-EOF-Yes TO TRUE
114320         GO TO 6100-EXIT
114360     END-IF.
114400     MOVE APL-LOG-DATE TO WS-Record-Date-X.
114500     PERFORM 1900-CLASSIFY THRU 1900-EXIT.
114600     IF WS-Action-Archive
114700         WRITE APH-LOG-LINE FROM APL-LOG-LINE
114800         IF NOT WS-Appr-Hist-OK
114900             DISPLAY "HOUSEKEEP: WRITE TO APPRHST FAILED, STATUS "
115000                 WS-Appr-Hist-Status
115100             MOVE 8 TO RETURN-CODE
115200             SET WS-Scan-EOF-Yes TO TRUE
115300         END-IF
115400         GO TO 6100-EXIT
115500     END-IF.
115600     WRITE APN-LOG-LINE FROM APL-LOG-LINE.
115700     IF NOT WS-Appr-New-OK
115800         DISPLAY "HOUSEKEEP: WRITE TO APPRNEW FAILED, STATUS "
115900             WS-Appr-New-Status
116000         MOVE 8 TO RETURN-CODE
116100         SET WS-Scan-EOF-Yes TO TRUE
116200         GO TO 6100-EXIT
116300     END-IF.
116400     ADD 1 TO WS-FIL-After (WS-FIL-Idx).
116500 6100-EXIT.
116600     EXIT.
116601
116602******************************************************************
116603*   6500-ACCESS-LOG -- "auth-check"'S ACCESS LOG, DATED BY      *
116604*   ACC-LOG-DATE.                                               *
116605******************************************************************
116606 6500-ACCESS-LOG.
116607     IF RETURN-CODE = 8
116608         GO TO 6500-EXIT
116609     END-IF.
116610     SET WS-FIL-Idx TO 6.
116611     SET WS-Hold-No TO TRUE.
116612     SET WS-Scan-EOF-No TO TRUE.
116613     PERFORM 6600-SPLIT-ONE THRU 6600-EXIT
116614         UNTIL WS-Scan-EOF-Yes.
116615     CLOSE ACCESS-LOG.
116616     CLOSE NEW-ACCESS-LOG.
116617     CLOSE ACCESS-HISTORY.
116618 6500-EXIT.
116619     EXIT.
116620
116621 6600-SPLIT-ONE.
116622     READ ACCESS-LOG
116623         AT END
116624             SET WS-Scan-EOF-Yes TO TRUE
116625     END-READ.
116626     IF WS-Scan-EOF-Yes
116627         GO TO 6600-EXIT
116628     END-IF.
116629     IF NOT WS-Accs-File-OK
116630         DISPLAY "HOUSEKEEP: READ OF ACCSLOG FAILED, STATUS "
116631             WS-Accs-File-Status
116632         MOVE 8 TO RETURN-CODE
116633         SET WS-Scan-EOF-Yes TO TRUE
116634         GO TO 6600-EXIT
116635     END-IF.
116636     MOVE ACC-LOG-DATE TO WS-Record-Date-X.
116637     PERFORM 1900-CLASSIFY THRU 1900-EXIT.
116638     IF WS-Action-Archive
116639         WRITE ACH-ACCESS-RECORD FROM ACC-ACCESS-RECORD
116640         IF NOT WS-Accs-Hist-OK
116641             DISPLAY "HOUSEKEEP: WRITE TO ACCSHST FAILED, STATUS "
116642                 WS-Accs-Hist-Status
116643             MOVE 8 TO RETURN-CODE
116644             SET WS-Scan-EOF-Yes TO TRUE
116645         END-IF
116646         GO TO 6600-EXIT
116647     END-IF.
116648     WRITE ACN-ACCESS-RECORD FROM ACC-ACCESS-RECORD.
116649     IF NOT WS-Accs-New-OK
116650         DISPLAY "HOUSEKEEP: WRITE TO ACCSNEW FAILED, STATUS "
116651             WS-Accs-New-Status
116652         MOVE 8 TO RETURN-CODE
116653         SET WS-Scan-EOF-Yes TO TRUE
116654         GO TO 6600-EXIT
116655     END-IF.
116656     ADD 1 TO WS-FIL-After (WS-FIL-Idx).
116657 6600-EXIT.
116658     EXIT.
116700
116800******************************************************************
116900*   7000-OUTSTANDING -- THE CURRENT OUTSTANDING GENERATION.     *
117000*   EVERY ITEM ON IT IS UNRESOLVED, SO EVERY ITEM IS HELD; THE  *
117100*   PASS ONLY COUNTS THOSE OUTSTANDING PAST THE RETENTION.      *
117200*   THE GENERATION IT SUPERSEDED IS THEN APPENDED WHOLE TO      *
117210*   OUTSHST AND COUNTED AS ARCHIVED (AND IN BEFORE), SO THE     *
117220*   HISTORY OUTLIVES THE GDG LIMIT.  THERE IS NO COPY-BACK.     *
117300******************************************************************
117400 7000-OUTSTANDING.
117500     IF RETURN-CODE = 8
117600         GO TO 7000-EXIT
117700     END-IF.
117710     SET WS-FIL-Idx TO WS-Outstand-Entry.
117900     SET WS-Hold-Yes TO TRUE.
118000     SET WS-Scan-EOF-No TO TRUE.
118100     PERFORM 7100-COUNT-ONE THRU 7100-EXIT
118200         UNTIL WS-Scan-EOF-Yes.
118300     CLOSE OUTSTANDING-FILE.
118310     SET WS-Scan-EOF-No TO TRUE.
118320     PERFORM 7200-ARCHIVE-ONE THRU 7200-EXIT
118330         UNTIL WS-Scan-EOF-Yes.
118340     CLOSE PREVIOUS-OUTSTANDING.
118350     CLOSE OUTSTANDING-HISTORY.
118400 7000-EXIT.
118500     EXIT.
118600
118700 7100-COUNT-ONE.
118800     READ OUTSTANDING-FILE
118900         AT END
119000             SET WS-Scan-EOF-Yes TO TRUE
119100     END-READ.
119200     IF WS-Scan-EOF-Yes
119240         GO TO 7100-EXIT
119280     END-IF.
119320     IF NOT WS-Outs-File-OK
119360         DISPLAY "HOUSEKEEP: READ OF OUTSOLD FAILED, STATUS "
119400             WS-Outs-File-Status
119440         MOVE 8 TO RETURN-CODE
119480         SET WS-Scan-EOF-Yes TO TRUE
119520         GO TO 7100-EXIT
119560     END-IF.
119600     MOVE OUT-FIRST-DATE TO WS-Record-Date-X.
119700     PERFORM 1900-CLASSIFY THRU 1900-EXIT.
119800     ADD 1 TO WS-FIL-After (WS-FIL-Idx).
119900 7100-EXIT.
120000     EXIT.
120003
120006 7200-ARCHIVE-ONE.
120009     READ PREVIOUS-OUTSTANDING
120012         AT END
120015             SET WS-Scan-EOF-Yes TO TRUE
120018     END-READ.
120021     IF WS-Scan-EOF-Yes
120024         GO TO 7200-EXIT
120027     END-IF.
120030     IF NOT WS-Outp-File-OK
120033         DISPLAY "HOUSEKEEP: READ OF OUTSPRV FAILED, STATUS "
120036             WS-Outp-File-Status
120039         MOVE 8 TO RETURN-CODE
120042         SET WS-Scan-EOF-Yes TO TRUE
120045         GO TO 7200-EXIT
120048     END-IF.
120051     ADD 1 TO WS-FIL-Before (WS-FIL-Idx).
120054     WRITE OTH-OUTSTANDING-RECORD FROM OTP-OUTSTANDING-RECORD.
120057     IF NOT WS-Outs-Hist-OK
120060         DISPLAY "HOUSEKEEP: WRITE TO OUTSHST FAILED, STATUS "
120063             WS-Outs-Hist-Status
120066         MOVE 8 TO RETURN-CODE
120069         SET WS-Scan-EOF-Yes TO TRUE
120072         GO TO 7200-EXIT
120075     END-IF.
120078     ADD 1 TO WS-FIL-Archived (WS-FIL-Idx).
120081 7200-EXIT.
120084     EXIT.
120100
120200******************************************************************
120300*   8000-PRINT-LINE -- WRITE THE STAGED LINE WITH PAGE          *
120400*   HEADINGS.                                                   *
120500******************************************************************
120600 8000-PRINT-LINE.
120700     IF WS-Line-Count >= WS-Lines-Per-Page
120800         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
120900     END-IF.
121000     WRITE RPT-PRINT-LINE FROM WS-Print-Work.
121100     ADD 1 TO WS-Line-Count.
121200 8000-EXIT.
121300     EXIT.
121400
121500 8100-PAGE-HEADING.
121600     ADD 1 TO WS-Page-Count.
121700     MOVE WS-Current-Date TO WS-H1-Date.
121800     MOVE WS-Current-Time TO WS-H1-Time.
121900     MOVE WS-Page-Count TO WS-H1-Page.
122000     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
122100     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
122200     MOVE 2 TO WS-Line-Count.
122300 8100-EXIT.
122400     EXIT.
122500
122600******************************************************************
122700*   9000-TERMINATE -- ONE LINE PER FILE, THEN THE RETURN CODE.  *
122800*   A FILE WHOSE BEFORE COUNT IS NOT ITS AFTER COUNT PLUS WHAT  *
122900*   WAS ARCHIVED HAS LOST RECORDS, AND HOLDS THE COPY-BACK.     *
123000******************************************************************
123100 9000-TERMINATE.
123110     IF NOT WS-Report-Open-Yes
123120         GO TO 9000-EXIT
123130     END-IF.
123200     MOVE WS-Column-Line TO WS-Print-Work.
123300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
123400     PERFORM 9100-PRINT-FILE THRU 9100-EXIT
123500         VARYING WS-FIL-Idx FROM 1 BY 1
123600         UNTIL WS-FIL-Idx > WS-File-Count.
123700     MOVE WS-Blank-Line TO WS-Print-Work.
123800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
123900     MOVE "HELD = PAST THE CUTOFF BUT KEPT: AN OPEN RESERVATION,"
124000         TO WS-NOT-Text.
124100     MOVE WS-Note-Line TO WS-Print-Work.
124200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
124300     MOVE "       A COUNTER'S LATEST CLOSING, OR AN OPEN ITEM."
124400         TO WS-NOT-Text.
124500     MOVE WS-Note-Line TO WS-Print-Work.
124600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
124700     MOVE "BAD DATE = KEPT; THE RECORD'S DATE IS NOT USABLE."
124800         TO WS-NOT-Text.
124900     MOVE WS-Note-Line TO WS-Print-Work.
125000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
125010     MOVE "ARCHIVED ON OUTSTAND = THE GENERATION IT SUPERSEDED."
125020         TO WS-NOT-Text.
125030     MOVE WS-Note-Line TO WS-Print-Work.
125040     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
125100     IF WS-Short-Count > 0
125200         DISPLAY "HOUSEKEEP: " WS-Short-Count
125300             " RECORD(S) HELD -- RESERVATION/CLOSING TABLE FULL"
125400         IF RETURN-CODE < 4
125500             MOVE 4 TO RETURN-CODE
125600         END-IF
125700     END-IF.
125800     CLOSE HOUSEKEEP-REPORT.
125900 9000-EXIT.
126000     EXIT.
126100
126200 9100-PRINT-FILE.
126300     MOVE WS-FIL-Name (WS-FIL-Idx) TO WS-FLL-Name.
126400     MOVE WS-FIL-Before (WS-FIL-Idx) TO WS-FLL-Before.
126500     MOVE WS-FIL-Archived (WS-FIL-Idx) TO WS-FLL-Archived.
126600     MOVE WS-FIL-Held (WS-FIL-Idx) TO WS-FLL-Held.
126700     MOVE WS-FIL-Bad-Date (WS-FIL-Idx) TO WS-FLL-Bad-Date.
126800     MOVE WS-FIL-After (WS-FIL-Idx) TO WS-FLL-After.
126900     MOVE SPACES TO WS-FLL-Note.
127000     IF WS-FIL-No-Rule (WS-FIL-Idx)
127100         MOVE SPACES TO WS-FLL-Days
127200         MOVE SPACES TO WS-FLL-Cutoff
127300         MOVE "NO RULE CARD -- KEPT IN FULL" TO WS-FLL-Note
127400     ELSE
127500         MOVE WS-FIL-Retain-Days (WS-FIL-Idx) TO WS-Edit-Days
127600         MOVE WS-Edit-Days TO WS-FLL-Days
127700         MOVE WS-FIL-Cutoff (WS-FIL-Idx) TO WS-FLL-Cutoff
127800     END-IF.
127900     IF WS-FIL-Raised (WS-FIL-Idx)
128000         MOVE "RULE RAISED TO THIS FILE'S MINIMUM RETENTION"
128100             TO WS-FLL-Note
128200     END-IF.
128210     IF WS-FIL-Idx = WS-Outstand-Entry
128400         MOVE "UNRESOLVED ITEMS -- NEVER TRIMMED" TO WS-FLL-Note
128500     END-IF.
128600     IF WS-FIL-Bad-Date (WS-FIL-Idx) > 0 AND RETURN-CODE < 4
128700         MOVE 4 TO RETURN-CODE
128800     END-IF.
128900     IF RETURN-CODE = 8
129000         MOVE "NOT FINISHED -- SEE SYSOUT" TO WS-FLL-Note
129100     ELSE
129200         IF WS-FIL-Before (WS-FIL-Idx) NOT =
129300                 WS-FIL-After (WS-FIL-Idx)
129400                 + WS-FIL-Archived (WS-FIL-Idx)
129500             MOVE "** COUNTS DO NOT BALANCE **" TO WS-FLL-Note
129600             DISPLAY "HOUSEKEEP: " WS-FIL-Name (WS-FIL-Idx)
129700                 " COUNTS DO NOT BALANCE -- COPY-BACK HELD"
129800             MOVE 8 TO RETURN-CODE
129900         END-IF
130000     END-IF.
130100     MOVE WS-File-Line TO WS-Print-Work.
130200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
130300 9100-EXIT.
130400     EXIT.
130500
130600 END PROGRAM housekeep.
