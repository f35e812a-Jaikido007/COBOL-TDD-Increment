000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  CTR-FORECAST                                    *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS              *
000600*   DATE-WRITTEN:  2026-10-15                                   *
000700*                                                                *
000800*   COUNTER EXHAUSTION FORECAST.  OPS-STATUS SAYS HOW FULL EACH *
000900*   COUNTER IS TODAY; THIS REPORT (FCSTRPT) SAYS WHEN IT WILL   *
001000*   CROSS ITS WARNING LEVEL (CTR-WARN-PCT, ZERO = 80) AND WHEN  *
001100*   IT WILL REACH CTR-CEILING, SO A CEILING CHANGE OR A NEW     *
001200*   COUNTER CAN GO THROUGH CHANGE CONTROL WEEKS AHEAD.          *
001300*                                                                *
001400*   CONSUMPTION COMES FROM THE RUN HISTORY (RUNHISTF):          *
001500*     - THE DAILY AVERAGE OVER THE LAST 30 DAYS, AND            *
001600*     - THE MONTHLY AVERAGE OVER THE LAST SIX COMPLETE MONTHS,  *
001700*   EACH SHORTENED TO THE HISTORY ACTUALLY ON FILE.  THE        *
001800*   PROJECTION USES WHICHEVER GIVES THE HIGHER DAILY RATE, SO   *
001900*   A RECENT SURGE IS NOT AVERAGED AWAY.  EACH COUNTER'S LAST   *
002000*   VALUE AND CEILING ARE READ FROM COUNTERF.                   *
002100*                                                                *
002200*   EVERY COUNTER RESTARTS FROM ZERO AT THE FISCAL YEAR         *
002300*   ROLLOVER (YEAR-ROLLOVER), SO A CEILING DATE AFTER THE NEXT  *
002400*   ROLLOVER IS NEVER REACHED.  THE ROLLOVER DATE IS THE NEXT   *
002500*   OCCURRENCE OF THE FISCAL YEAR START ON THE FCSTPARM CARD,   *
002600*   OR, WITH NONE THERE, THE ANNIVERSARY OF THE LATEST CLOSING  *
002700*   ON THE YEAR-END LEDGER (ROLLHIST), OR FAILING THAT 1 JAN.   *
002800*                                                                *
002900*   THE OPTIONAL CONTROL CARD ON FCSTPARM CARRIES:              *
003000*     COLUMNS 1-3  HORIZON IN DAYS (BLANK = 90)                 *
003100*     COLUMNS 5-8  FISCAL YEAR START, MMDD                      *
003200*                                                                *
003300*   RETURN-CODE 4 = AT LEAST ONE COUNTER IS AT ITS CEILING OR   *
003400*                   IS PROJECTED TO REACH IT WITHIN THE HORIZON *
003500*                   AND BEFORE THE ROLLOVER.                    *
003600*   RETURN-CODE 8 = THE CONTROL CARD IS INVALID, OR RUNHISTF,   *
003700*                   COUNTERF, OR THE REPORT WOULD NOT OPEN; NO  *
003800*                   FORECAST WAS MADE.                          *
003900*                                                                *
004000*   MODIFICATION HISTORY                                        *
004100*   ---------------------------------------------------------   *
004200*   2026-10-15  JPK  INITIAL VERSION.                           *
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. ctr-forecast.
004600 AUTHOR. J. P. KOWALCZYK.
004700 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004800 DATE-WRITTEN. 2026-10-15.
004900 DATE-COMPILED.
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT PARM-FILE ASSIGN TO FCSTPARM
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-Parm-File-Status.
005700     SELECT COUNTER-FILE ASSIGN TO COUNTERF
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS CTR-COUNTER-ID
006100         FILE STATUS IS WS-Counter-File-Status.
006200     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHISTF
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-History-File-Status.
006500     SELECT ROLLOVER-LEDGER ASSIGN TO ROLLHIST
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-Ledger-File-Status.
006800     SELECT FORECAST-REPORT ASSIGN TO FCSTRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-Report-File-Status.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  PARM-FILE
007500     RECORDING MODE IS F.
007600 01  PRM-PARM-CARD.
007700     05  PRM-HORIZON-DAYS            PIC X(03).
007800     05  FILLER                      PIC X(01).
007900     05  PRM-FISCAL-START            PIC X(04).
008000     05  PRM-FISCAL-START-9 REDEFINES PRM-FISCAL-START
008100                                     PIC 9(04).
008200     05  FILLER                      PIC X(72).
008300
008400 FD  COUNTER-FILE.
008500     COPY ctrrec.
008600
008700 FD  RUN-HISTORY-FILE
008800     RECORDING MODE IS F.
008900     COPY runhrec.
009000
009100 FD  ROLLOVER-LEDGER
009200     RECORDING MODE IS F.
009300     COPY rollrec.
009400
009500 FD  FORECAST-REPORT
009600     RECORDING MODE IS F.
009700 01  RPT-PRINT-LINE                  PIC X(132).
009800
009900 WORKING-STORAGE SECTION.
010000 77  WS-Parm-File-Status         PIC X(02).
010100     88  WS-Parm-File-OK             VALUE "00".
010200 77  WS-Counter-File-Status      PIC X(02).
010300     88  WS-Counter-File-OK          VALUE "00".
010400 77  WS-History-File-Status      PIC X(02).
010500     88  WS-History-File-OK          VALUE "00".
010600     88  WS-History-File-EOF         VALUE "10".
010700 77  WS-Ledger-File-Status       PIC X(02).
010800     88  WS-Ledger-File-OK           VALUE "00".
010900     88  WS-Ledger-File-EOF          VALUE "10".
011000 77  WS-Report-File-Status       PIC X(02).
011100     88  WS-Report-File-OK           VALUE "00".
011200
011300 77  WS-Scan-EOF-Switch          PIC X(01).
011400     88  WS-Scan-EOF-Yes             VALUE "Y".
011500     88  WS-Scan-EOF-No              VALUE "N".
011600 77  WS-Found-Switch             PIC X(01).
011700     88  WS-Found-Yes                VALUE "Y".
011800     88  WS-Found-No                 VALUE "N".
011900
012000******************************************************************
012100*   TODAY, THE HORIZON, AND THE NEXT FISCAL YEAR ROLLOVER.      *
012200******************************************************************
012300 77  WS-Current-Date             PIC 9(08).
012400 77  WS-Current-Time             PIC 9(08).
012500 01  WS-Today                    PIC 9(08).
012600 01  WS-Today-Parts REDEFINES WS-Today.
012700     05  WS-TDY-Year                 PIC 9(04).
012800     05  WS-TDY-Month                PIC 9(02).
012900     05  WS-TDY-Day                  PIC 9(02).
013000 77  WS-Today-Int                UNSIGNED-INT.
013100 77  WS-Horizon-Days             UNSIGNED-INT VALUE 90.
013200 77  WS-Horizon-Int              UNSIGNED-INT.
013300 77  WS-Horizon-Date             PIC 9(08).
013400 77  WS-Default-Warn-Pct         UNSIGNED-INT VALUE 80.
013500 01  WS-Fiscal-Start             PIC 9(04) VALUE 0101.
013600 01  WS-Fiscal-Start-Parts REDEFINES WS-Fiscal-Start.
013700     05  WS-FYS-Month                PIC 9(02).
013800     05  WS-FYS-Day                  PIC 9(02).
013900 77  WS-Fiscal-Source            PIC X(20)
014000                                 VALUE "DEFAULT 1 JANUARY".
014100 77  WS-Last-Closing             PIC 9(08) VALUE 0.
014200 01  WS-Rollover-Date            PIC 9(08).
014300 01  WS-Rollover-Parts REDEFINES WS-Rollover-Date.
014400     05  WS-ROL-Year                 PIC 9(04).
014500     05  WS-ROL-Month                PIC 9(02).
014600     05  WS-ROL-Day                  PIC 9(02).
014700 77  WS-Rollover-Int             UNSIGNED-INT.
014800
014900******************************************************************
015000*   THE TWO AVERAGING WINDOWS.  THE DAILY WINDOW IS THE 30 DAYS *
015100*   ENDING TODAY; THE MONTHLY WINDOW IS THE SIX CALENDAR MONTHS *
015200*   BEFORE THIS ONE.  BOTH ARE CUT BACK TO THE EARLIEST REQUEST *
015300*   ON THE RUN HISTORY, SO A YOUNG SYSTEM IS NOT UNDER-RATED.   *
015400******************************************************************
015500 77  WS-Daily-Window             UNSIGNED-INT VALUE 30.
015600 77  WS-Daily-Start-Int          UNSIGNED-INT.
015700 77  WS-Daily-Start              PIC 9(08).
015800 77  WS-Daily-Days               UNSIGNED-INT VALUE 0.
015900 77  WS-Monthly-Window           UNSIGNED-INT VALUE 6.
016000 01  WS-Month-Start              PIC 9(08).
016100 01  WS-Month-Start-Parts REDEFINES WS-Month-Start.
016200     05  WS-MST-Year                 PIC 9(04).
016300     05  WS-MST-Month                PIC 9(02).
016400     05  WS-MST-Day                  PIC 9(02).
016500 77  WS-Month-Start-Int          UNSIGNED-INT.
016600 77  WS-Month-End                PIC 9(08).
016700 77  WS-Month-End-Int            UNSIGNED-INT.
016800 77  WS-Monthly-Days             UNSIGNED-INT VALUE 0.
016900 77  WS-Monthly-Months           UNSIGNED-INT VALUE 0.
017000 01  WS-Earliest-Date            PIC 9(08) VALUE 0.
017100 01  WS-Earliest-Parts REDEFINES WS-Earliest-Date.
017200     05  WS-ERL-Year                 PIC 9(04).
017300     05  WS-ERL-Month                PIC 9(02).
017400     05  WS-ERL-Day                  PIC 9(02).
017500 77  WS-Earliest-Int             UNSIGNED-INT.
017600
017700******************************************************************
017800*   NUMBERS ISSUED PER COUNTER IN EACH WINDOW.                  *
017900******************************************************************
018000 77  WS-Max-Usage                UNSIGNED-INT VALUE 1000.
018100 77  WS-Usage-Count              UNSIGNED-INT VALUE 0.
018200 77  WS-Usage-Dropped            UNSIGNED-INT VALUE 0.
018300 77  WS-History-Count            UNSIGNED-INT VALUE 0.
018400 01  WS-Usage-Table.
018500     05  WS-USG-Entry OCCURS 1000 TIMES
018600             INDEXED BY WS-USG-Idx.
018700         10  WS-USG-Counter-Id       PIC X(08).
018800         10  WS-USG-Daily-Issued     UNSIGNED-INT.
018900         10  WS-USG-Monthly-Issued   UNSIGNED-INT.
019000
019100******************************************************************
019200*   ONE COUNTER'S PROJECTION.                                   *
019300******************************************************************
019400 77  WS-Daily-Issued             UNSIGNED-INT.
019500 77  WS-Monthly-Issued           UNSIGNED-INT.
019600 77  WS-Daily-Rate               PIC 9(09)V9(04).
019700 77  WS-Monthly-Rate             PIC 9(09)V9(04).
019800 77  WS-Monthly-Average          PIC 9(11)V9(02).
019900 77  WS-Rate                     PIC 9(09)V9(04).
020000 77  WS-Effective-Warn           UNSIGNED-INT.
020100 77  WS-Warn-Level               UNSIGNED-INT.
020200 77  WS-Pct-Consumed             UNSIGNED-INT.
020300 77  WS-Remaining                UNSIGNED-INT.
020400 77  WS-Days-Exact               PIC 9(15)V9(04).
020500 77  WS-Days                     PIC 9(15).
020600 77  WS-Max-Days                 UNSIGNED-INT VALUE 36500.
020700 77  WS-Target-Int               UNSIGNED-INT.
020800 77  WS-Ceiling-Int              UNSIGNED-INT.
020900 77  WS-Warn-Int                 UNSIGNED-INT.
021000 77  WS-Projected-Date           PIC 9(08).
021100
021200******************************************************************
021300*   REPORT TOTALS.                                              *
021400******************************************************************
021500 77  WS-Counter-Count            UNSIGNED-INT VALUE 0.
021600 77  WS-No-Ceiling-Count         UNSIGNED-INT VALUE 0.
021700 77  WS-Idle-Count               UNSIGNED-INT VALUE 0.
021800 77  WS-At-Ceiling-Count         UNSIGNED-INT VALUE 0.
021900 77  WS-Runs-Out-Count           UNSIGNED-INT VALUE 0.
022000 77  WS-Warn-Count               UNSIGNED-INT VALUE 0.
022100 77  WS-After-Rollover-Count     UNSIGNED-INT VALUE 0.
022200
022300 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
022400 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
022500 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
022600
022700 01  WS-Heading-1.
022800     05  FILLER                  PIC X(14)
022900         VALUE "CTR-FORECAST  ".
023000     05  FILLER                  PIC X(27)
023100         VALUE "COUNTER EXHAUSTION FORECAST".
023200     05  FILLER                  PIC X(04) VALUE SPACES.
023300     05  FILLER                  PIC X(05) VALUE "DATE ".
023400     05  WS-H1-Date              PIC 9(08).
023500     05  FILLER                  PIC X(06) VALUE " TIME ".
023600     05  WS-H1-Time              PIC 9(08).
023700     05  FILLER                  PIC X(06) VALUE " PAGE ".
023800     05  WS-H1-Page              PIC ZZZZ9.
023900     05  FILLER                  PIC X(49) VALUE SPACES.
024000
024100 01  WS-Heading-2.
024200     05  FILLER                  PIC X(132) VALUE ALL "-".
024300
024400 01  WS-Print-Work               PIC X(132).
024500 01  WS-Blank-Line               PIC X(132) VALUE SPACES.
024600
024700 01  WS-Parm-Line-1.
024800     05  FILLER                  PIC X(06) VALUE "AS OF ".
024900     05  WS-PL1-Today            PIC 9(08).
025000     05  FILLER                  PIC X(10) VALUE "  HORIZON ".
025100     05  WS-PL1-Horizon          PIC ZZ9.
025200     05  FILLER                  PIC X(12) VALUE " DAYS (UNTIL".
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  WS-PL1-Horizon-Date     PIC 9(08).
025500     05  FILLER                  PIC X(24)
025600         VALUE ")  NEXT FISCAL ROLLOVER ".
025700     05  WS-PL1-Rollover         PIC 9(08).
025800     05  FILLER                  PIC X(06) VALUE " FROM ".
025900     05  WS-PL1-Fiscal-Source    PIC X(20).
026000     05  FILLER                  PIC X(01) VALUE SPACE.
026100     05  FILLER                  PIC X(25) VALUE SPACES.
026200
026300 01  WS-Parm-Line-2.
026400     05  FILLER                  PIC X(14) VALUE "DAILY AVERAGE ".
026500     05  WS-PL2-Daily-Days       PIC Z9.
026600     05  FILLER                  PIC X(14) VALUE " DAY(S) FROM  ".
026700     05  WS-PL2-Daily-Start      PIC 9(08).
026800     05  FILLER                  PIC X(18)
026900         VALUE "  MONTHLY AVERAGE ".
027000     05  WS-PL2-Months           PIC 9.
027100     05  FILLER                  PIC X(16)
027200         VALUE " MONTH(S) FROM  ".
027300     05  WS-PL2-Month-Start      PIC 9(08).
027400     05  FILLER                  PIC X(06) VALUE " THRU ".
027500     05  WS-PL2-Month-End        PIC 9(08).
027600     05  FILLER                  PIC X(37) VALUE SPACES.
027700
027800 01  WS-Column-Line.
027900     05  FILLER                  PIC X(02) VALUE SPACES.
028000     05  FILLER                  PIC X(08) VALUE "COUNTER ".
028100     05  FILLER                  PIC X(01) VALUE SPACE.
028200     05  FILLER                  PIC X(10) VALUE "LAST VALUE".
028300     05  FILLER                  PIC X(01) VALUE SPACE.
028400     05  FILLER                  PIC X(10) VALUE "   CEILING".
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  FILLER                  PIC X(04) VALUE "USED".
028700     05  FILLER                  PIC X(01) VALUE SPACE.
028800     05  FILLER                  PIC X(11) VALUE " 30-DAY/DAY".
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000     05  FILLER                  PIC X(10) VALUE " MONTH AVG".
029100     05  FILLER                  PIC X(01) VALUE SPACE.
029200     05  FILLER                  PIC X(11) VALUE "  RATE USED".
029300     05  FILLER                  PIC X(01) VALUE SPACE.
029400     05  FILLER                  PIC X(08) VALUE "WARN ON ".
029500     05  FILLER                  PIC X(01) VALUE SPACE.
029600     05  FILLER                  PIC X(08) VALUE "CEILING ".
029700     05  FILLER                  PIC X(01) VALUE SPACE.
029800     05  FILLER                  PIC X(08) VALUE "ROLLOVER".
029900     05  FILLER                  PIC X(01) VALUE SPACE.
030000     05  FILLER                  PIC X(06) VALUE "  DAYS".
030100     05  FILLER                  PIC X(01) VALUE SPACE.
030200     05  FILLER                  PIC X(25) VALUE "FLAG".
030300
030400 01  WS-Forecast-Line.
030500     05  FILLER                  PIC X(02) VALUE SPACES.
030600     05  WS-FCL-Counter-Id       PIC X(08).
030700     05  FILLER                  PIC X(01) VALUE SPACE.
030800     05  WS-FCL-Last-Value       PIC Z(09)9.
030900     05  FILLER                  PIC X(01) VALUE SPACE.
031000     05  WS-FCL-Ceiling          PIC Z(09)9.
031100     05  FILLER                  PIC X(01) VALUE SPACE.
031200     05  WS-FCL-Pct              PIC ZZ9.
031300     05  FILLER                  PIC X(01) VALUE "%".
031400     05  FILLER                  PIC X(01) VALUE SPACE.
031500     05  WS-FCL-Daily-Rate       PIC Z(07)9.99.
031600     05  FILLER                  PIC X(01) VALUE SPACE.
031700     05  WS-FCL-Monthly-Avg      PIC Z(09)9.
031800     05  FILLER                  PIC X(01) VALUE SPACE.
031900     05  WS-FCL-Rate             PIC Z(07)9.99.
032000     05  FILLER                  PIC X(01) VALUE SPACE.
032100     05  WS-FCL-Warn-Date        PIC X(08).
032200     05  FILLER                  PIC X(01) VALUE SPACE.
032300     05  WS-FCL-Ceiling-Date     PIC X(08).
032400     05  FILLER                  PIC X(01) VALUE SPACE.
032500     05  WS-FCL-Rollover         PIC X(08).
032600     05  FILLER                  PIC X(01) VALUE SPACE.
032700     05  WS-FCL-Days             PIC X(06).
032800     05  FILLER                  PIC X(01) VALUE SPACE.
032900     05  WS-FCL-Flag             PIC X(25).
033000
033100 01  WS-Edit-Days                PIC Z(05)9.
033200
033300 01  WS-Count-Line.
033400     05  WS-CTL-Label            PIC X(44).
033500     05  WS-CTL-Count            PIC Z(09)9.
033600     05  FILLER                  PIC X(78) VALUE SPACES.
033700
033800 PROCEDURE DIVISION.
033900******************************************************************
034000 0000-MAINLINE.
034100******************************************************************
034200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034300     IF RETURN-CODE = 8
034400         GO TO 0000-GOBACK
034500     END-IF.
034600     PERFORM 2000-LOAD-USAGE THRU 2000-EXIT.
034700     IF RETURN-CODE = 8
034800         GO TO 0000-GOBACK
034900     END-IF.
035000     PERFORM 3000-FORECAST-COUNTERS THRU 3000-EXIT.
035100     IF RETURN-CODE = 8
035200         GO TO 0000-GOBACK
035300     END-IF.
035400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035500 0000-GOBACK.
035600     GOBACK.
035700
035800******************************************************************
035900*   1000-INITIALIZE -- TODAY, THE CONTROL CARD, THE ROLLOVER    *
036000*   DATE AND THE AVERAGING WINDOWS.                             *
036100******************************************************************
036200 1000-INITIALIZE.
036300     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
036400     ACCEPT WS-Current-Time FROM TIME.
036500     MOVE WS-Current-Date TO WS-Today.
036600     COMPUTE WS-Today-Int =
036700         FUNCTION INTEGER-OF-DATE (WS-Today).
036800     PERFORM 1100-READ-PARM THRU 1100-EXIT.
036900     IF RETURN-CODE = 8
037000         GO TO 1000-EXIT
037100     END-IF.
037200     COMPUTE WS-Horizon-Int = WS-Today-Int + WS-Horizon-Days.
037300     COMPUTE WS-Horizon-Date =
037400         FUNCTION DATE-OF-INTEGER (WS-Horizon-Int).
037500     PERFORM 1200-SET-ROLLOVER THRU 1200-EXIT.
037600     PERFORM 1300-SET-WINDOWS THRU 1300-EXIT.
037700     OPEN OUTPUT FORECAST-REPORT.
037800     IF NOT WS-Report-File-OK
037900         DISPLAY "CTR-FORECAST: CANNOT OPEN FCSTRPT, STATUS "
038000             WS-Report-File-Status
038100         MOVE 8 TO RETURN-CODE
038200     END-IF.
038300 1000-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700*   1100-READ-PARM -- THE CARD IS OPTIONAL; A MISSING OR EMPTY  *
038800*   FCSTPARM TAKES THE DEFAULTS, BUT A CARD THAT IS PRESENT     *
038900*   MUST BE VALID.                                              *
039000******************************************************************
039100 1100-READ-PARM.
039200     OPEN INPUT PARM-FILE.
039300     IF NOT WS-Parm-File-OK
039400         GO TO 1100-EXIT
039500     END-IF.
039600     READ PARM-FILE
039700         AT END
039800             CLOSE PARM-FILE
039900             GO TO 1100-EXIT
040000     END-READ.
040100     CLOSE PARM-FILE.
040200     IF PRM-HORIZON-DAYS NOT = SPACES
040300         IF PRM-HORIZON-DAYS NOT NUMERIC
040400                 OR PRM-HORIZON-DAYS = "000"
040500             DISPLAY "CTR-FORECAST: INVALID HORIZON ON FCSTPARM: "
040600                 PRM-HORIZON-DAYS
040700             MOVE 8 TO RETURN-CODE
040800             GO TO 1100-EXIT
040900         END-IF
041000         MOVE PRM-HORIZON-DAYS TO WS-Horizon-Days
041100     END-IF.
041200     IF PRM-FISCAL-START NOT = SPACES
041300         IF PRM-FISCAL-START NOT NUMERIC
041400             DISPLAY "CTR-FORECAST: INVALID FISCAL YEAR START ON "
041500                 "FCSTPARM: " PRM-FISCAL-START
041600             MOVE 8 TO RETURN-CODE
041700             GO TO 1100-EXIT
041800         END-IF
041900         COMPUTE WS-Rollover-Date = 20000000 + PRM-FISCAL-START-9
042000         IF FUNCTION TEST-DATE-YYYYMMDD (WS-Rollover-Date) NOT = 0
042100             DISPLAY "CTR-FORECAST: INVALID FISCAL YEAR START ON "
042200                 "FCSTPARM: " PRM-FISCAL-START
042300             MOVE 8 TO RETURN-CODE
042400             GO TO 1100-EXIT
042500         END-IF
042600         MOVE PRM-FISCAL-START-9 TO WS-Fiscal-Start
042700         MOVE "FCSTPARM" TO WS-Fiscal-Source
042800     END-IF.
042900 1100-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300*   1200-SET-ROLLOVER -- WITH NO FISCAL YEAR START ON THE CARD, *
043400*   THE LATEST CLOSING ON ROLLHIST GIVES IT.  THE ROLLOVER IS   *
043500*   THE NEXT OCCURRENCE OF THAT MONTH AND DAY AFTER TODAY.  A   *
043600*   29 FEBRUARY START FALLS BACK TO THE 28TH IN OTHER YEARS.    *
043700******************************************************************
043800 1200-SET-ROLLOVER.
043900     IF WS-Fiscal-Source NOT = "FCSTPARM"
044000         PERFORM 1210-SCAN-LEDGER THRU 1210-EXIT
044100     END-IF.
044200     MOVE WS-TDY-Year TO WS-ROL-Year.
044300     PERFORM 1220-BUILD-ROLLOVER THRU 1220-EXIT.
044400     IF WS-Rollover-Date NOT > WS-Today
044500         ADD 1 TO WS-TDY-Year GIVING WS-ROL-Year
044600         PERFORM 1220-BUILD-ROLLOVER THRU 1220-EXIT
044700     END-IF.
044800     COMPUTE WS-Rollover-Int =
044900         FUNCTION INTEGER-OF-DATE (WS-Rollover-Date).
045000 1200-EXIT.
045100     EXIT.
045200
045300 1210-SCAN-LEDGER.
045400     OPEN INPUT ROLLOVER-LEDGER.
045500     IF NOT WS-Ledger-File-OK
045600         GO TO 1210-EXIT
045700     END-IF.
045800     SET WS-Scan-EOF-No TO TRUE.
045900     PERFORM 1211-ONE-CLOSING THRU 1211-EXIT
046000         UNTIL WS-Scan-EOF-Yes.
046100     CLOSE ROLLOVER-LEDGER.
046200     IF WS-Last-Closing > 0
046300         MOVE WS-Last-Closing (5:4) TO WS-Fiscal-Start
046400         MOVE "ROLLHIST LAST CLOSE" TO WS-Fiscal-Source
046500     END-IF.
046600 1210-EXIT.
046700     EXIT.
046800
046900 1211-ONE-CLOSING.
047000     READ ROLLOVER-LEDGER
047100         AT END
047200             SET WS-Scan-EOF-Yes TO TRUE
047300     END-READ.
047400     IF WS-Scan-EOF-Yes OR NOT WS-Ledger-File-OK
047500         SET WS-Scan-EOF-Yes TO TRUE
047600         GO TO 1211-EXIT
047700     END-IF.
047800     IF ROL-CLOSE-DATE NUMERIC
047900             AND ROL-CLOSE-DATE > WS-Last-Closing
048000         IF FUNCTION TEST-DATE-YYYYMMDD (ROL-CLOSE-DATE) = 0
048100             MOVE ROL-CLOSE-DATE TO WS-Last-Closing
048200         END-IF
048300     END-IF.
048400 1211-EXIT.
048500     EXIT.
048600
048700 1220-BUILD-ROLLOVER.
048800     MOVE WS-FYS-Month TO WS-ROL-Month.
048900     MOVE WS-FYS-Day TO WS-ROL-Day.
049000     IF FUNCTION TEST-DATE-YYYYMMDD (WS-Rollover-Date) NOT = 0
049100         MOVE 28 TO WS-ROL-Day
049200     END-IF.
049300 1220-EXIT.
049400     EXIT.
049500
049600******************************************************************
049700*   1300-SET-WINDOWS -- THE NOMINAL WINDOWS; 2900 CUTS THEM     *
049800*   BACK ONCE THE EARLIEST HISTORY DATE IS KNOWN.               *
049900******************************************************************
050000 1300-SET-WINDOWS.
050100     COMPUTE WS-Daily-Start-Int =
050200         WS-Today-Int - WS-Daily-Window + 1.
050300     COMPUTE WS-Daily-Start =
050400         FUNCTION DATE-OF-INTEGER (WS-Daily-Start-Int).
050500     MOVE WS-Today TO WS-Month-Start.
050600     MOVE 01 TO WS-MST-Day.
050700     COMPUTE WS-Month-End-Int =
050800         FUNCTION INTEGER-OF-DATE (WS-Month-Start) - 1.
050900     COMPUTE WS-Month-End =
051000         FUNCTION DATE-OF-INTEGER (WS-Month-End-Int).
051100     IF WS-MST-Month > WS-Monthly-Window
051200         SUBTRACT WS-Monthly-Window FROM WS-MST-Month
051300     ELSE
051400         ADD 12 TO WS-MST-Month
051500         SUBTRACT WS-Monthly-Window FROM WS-MST-Month
051600         SUBTRACT 1 FROM WS-MST-Year
051700     END-IF.
051800     COMPUTE WS-Month-Start-Int =
051900         FUNCTION INTEGER-OF-DATE (WS-Month-Start).
052000 1300-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400*   2000-LOAD-USAGE -- ADD UP WHAT EACH COUNTER ISSUED IN EACH  *
052500*   WINDOW.  A REQUEST IS DATED BY ITS START DATE.  WITHOUT THE *
052600*   RUN HISTORY THERE IS NOTHING TO PROJECT FROM, SO A MISSING  *
052700*   RUNHISTF STOPS THE RUN RATHER THAN SHOW EVERY COUNTER IDLE. *
052800******************************************************************
052900 2000-LOAD-USAGE.
053000     OPEN INPUT RUN-HISTORY-FILE.
053100     IF NOT WS-History-File-OK
053200         DISPLAY "CTR-FORECAST: CANNOT OPEN RUNHISTF, STATUS "
053300             WS-History-File-Status
053400         CLOSE FORECAST-REPORT
053500         MOVE 8 TO RETURN-CODE
053600         GO TO 2000-EXIT
053700     END-IF.
053800     SET WS-Scan-EOF-No TO TRUE.
053900     PERFORM 2100-ONE-REQUEST THRU 2100-EXIT
054000         UNTIL WS-Scan-EOF-Yes.
054100     CLOSE RUN-HISTORY-FILE.
054200     PERFORM 2900-SET-COVERAGE THRU 2900-EXIT.
054300 2000-EXIT.
054400     EXIT.
054500
054600 2100-ONE-REQUEST.
054700     READ RUN-HISTORY-FILE
054800         AT END
054900             SET WS-Scan-EOF-Yes TO TRUE
055000     END-READ.
055100     IF WS-Scan-EOF-Yes OR NOT WS-History-File-OK
055200         SET WS-Scan-EOF-Yes TO TRUE
055300         GO TO 2100-EXIT
055400     END-IF.
055500     IF RNH-START-DATE NOT NUMERIC
055600             OR RNH-START-DATE > WS-Today
055700         GO TO 2100-EXIT
055800     END-IF.
055900     IF FUNCTION TEST-DATE-YYYYMMDD (RNH-START-DATE) NOT = 0
056000         GO TO 2100-EXIT
056100     END-IF.
056200     ADD 1 TO WS-History-Count.
056300     IF WS-Earliest-Date = 0
056400             OR RNH-START-DATE < WS-Earliest-Date
056500         MOVE RNH-START-DATE TO WS-Earliest-Date
056600     END-IF.
056700     IF RNH-START-DATE < WS-Month-Start
056800         GO TO 2100-EXIT
056900     END-IF.
057000     IF RNH-START-DATE > WS-Month-End
057100             AND RNH-START-DATE < WS-Daily-Start
057200         GO TO 2100-EXIT
057300     END-IF.
057400     PERFORM 2200-FIND-USAGE THRU 2200-EXIT.
057500     IF WS-Found-No
057600         GO TO 2100-EXIT
057700     END-IF.
057800     IF RNH-START-DATE NOT < WS-Daily-Start
057900         ADD RNH-ISSUED-COUNT TO WS-USG-Daily-Issued (WS-USG-Idx)
058000     END-IF.
058100     IF RNH-START-DATE NOT > WS-Month-End
058200         ADD RNH-ISSUED-COUNT
058300             TO WS-USG-Monthly-Issued (WS-USG-Idx)
058400     END-IF.
058500 2100-EXIT.
058600     EXIT.
058700
058800******************************************************************
058900*   2200-FIND-USAGE -- LOCATE THE COUNTER'S ENTRY, ADDING IT IF *
059000*   NEW.  A FULL TABLE DROPS THE REQUEST AND SAYS SO AT END.    *
059100******************************************************************
059200 2200-FIND-USAGE.
059300     SET WS-Found-No TO TRUE.
059400     PERFORM 2210-CHECK-USAGE THRU 2210-EXIT
059500         VARYING WS-USG-Idx FROM 1 BY 1
059600         UNTIL WS-USG-Idx > WS-Usage-Count OR WS-Found-Yes.
059700     IF WS-Found-Yes
059800         SET WS-USG-Idx DOWN BY 1
059900         GO TO 2200-EXIT
060000     END-IF.
060100     IF WS-Usage-Count >= WS-Max-Usage
060200         ADD 1 TO WS-Usage-Dropped
060300         GO TO 2200-EXIT
060400     END-IF.
060500     ADD 1 TO WS-Usage-Count.
060600     SET WS-USG-Idx TO WS-Usage-Count.
060700     MOVE RNH-COUNTER-ID TO WS-USG-Counter-Id (WS-USG-Idx).
060800     MOVE 0 TO WS-USG-Daily-Issued (WS-USG-Idx).
060900     MOVE 0 TO WS-USG-Monthly-Issued (WS-USG-Idx).
061000     SET WS-Found-Yes TO TRUE.
061100 2200-EXIT.
061200     EXIT.
061300
061400 2210-CHECK-USAGE.
061500     IF WS-USG-Counter-Id (WS-USG-Idx) = RNH-COUNTER-ID
061600         SET WS-Found-Yes TO TRUE
061700     END-IF.
061800 2210-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200*   2900-SET-COVERAGE -- HOW MANY DAYS EACH AVERAGE REALLY      *
062300*   COVERS.  HISTORY THAT STARTS INSIDE A WINDOW SHORTENS IT TO *
062400*   THE DAYS (AND, FOR THE MONTHLY FIGURE, THE MONTHS) ON FILE; *
062500*   HISTORY THAT STARTS THIS MONTH LEAVES NO MONTHLY AVERAGE.   *
062600******************************************************************
062700 2900-SET-COVERAGE.
062800     IF WS-Earliest-Date = 0
062900         MOVE 0 TO WS-Daily-Days
063000         MOVE 0 TO WS-Monthly-Days
063100         MOVE 0 TO WS-Monthly-Months
063200         GO TO 2900-EXIT
063300     END-IF.
063400     COMPUTE WS-Earliest-Int =
063500         FUNCTION INTEGER-OF-DATE (WS-Earliest-Date).
063600     IF WS-Earliest-Int > WS-Daily-Start-Int
063700         COMPUTE WS-Daily-Days =
063800             WS-Today-Int - WS-Earliest-Int + 1
063900     ELSE
064000         MOVE WS-Daily-Window TO WS-Daily-Days
064100     END-IF.
064200     IF WS-Earliest-Int > WS-Month-End-Int
064300         MOVE 0 TO WS-Monthly-Days
064400         MOVE 0 TO WS-Monthly-Months
064500         GO TO 2900-EXIT
064600     END-IF.
064700     IF WS-Earliest-Int > WS-Month-Start-Int
064800         COMPUTE WS-Monthly-Days =
064900             WS-Month-End-Int - WS-Earliest-Int + 1
065000         COMPUTE WS-Monthly-Months =
065100             (WS-TDY-Year - WS-ERL-Year) * 12
065200             + WS-TDY-Month - WS-ERL-Month
065300     ELSE
065400         COMPUTE WS-Monthly-Days =
065500             WS-Month-End-Int - WS-Month-Start-Int + 1
065600         MOVE WS-Monthly-Window TO WS-Monthly-Months
065700     END-IF.
065800 2900-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200*   3000-FORECAST-COUNTERS -- ONE LINE PER COUNTER ON COUNTERF, *
066300*   IN KEY ORDER, UNDER THE RUN PARAMETERS.                     *
066400******************************************************************
066500 3000-FORECAST-COUNTERS.
066600     OPEN INPUT COUNTER-FILE.
066700     IF NOT WS-Counter-File-OK
066800         DISPLAY "CTR-FORECAST: CANNOT OPEN COUNTERF, STATUS "
066900             WS-Counter-File-Status
067000         CLOSE FORECAST-REPORT
067100         MOVE 8 TO RETURN-CODE
067200         GO TO 3000-EXIT
067300     END-IF.
067400     MOVE WS-Today TO WS-PL1-Today.
067500     MOVE WS-Horizon-Days TO WS-PL1-Horizon.
067600     MOVE WS-Horizon-Date TO WS-PL1-Horizon-Date.
067700     MOVE WS-Rollover-Date TO WS-PL1-Rollover.
067800     MOVE WS-Fiscal-Source TO WS-PL1-Fiscal-Source.
067900     MOVE WS-Parm-Line-1 TO WS-Print-Work.
068000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
068100     MOVE WS-Daily-Days TO WS-PL2-Daily-Days.
068200     COMPUTE WS-Target-Int = WS-Today-Int - WS-Daily-Days + 1.
068300     COMPUTE WS-PL2-Daily-Start =
068400         FUNCTION DATE-OF-INTEGER (WS-Target-Int).
068500     MOVE WS-Monthly-Months TO WS-PL2-Months.
068600     MOVE WS-Month-End TO WS-PL2-Month-End.
068700     COMPUTE WS-Target-Int =
068800         WS-Month-End-Int - WS-Monthly-Days + 1.
068900     COMPUTE WS-PL2-Month-Start =
069000         FUNCTION DATE-OF-INTEGER (WS-Target-Int).
069100     MOVE WS-Parm-Line-2 TO WS-Print-Work.
069200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
069300     MOVE WS-Blank-Line TO WS-Print-Work.
069400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
069500     MOVE WS-Column-Line TO WS-Print-Work.
069600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
069700     SET WS-Scan-EOF-No TO TRUE.
069800     MOVE LOW-VALUES TO CTR-COUNTER-ID.
069900     START COUNTER-FILE KEY >= CTR-COUNTER-ID
070000         INVALID KEY
070100             SET WS-Scan-EOF-Yes TO TRUE
070200     END-START.
070300     PERFORM 3100-ONE-COUNTER THRU 3100-EXIT
070400         UNTIL WS-Scan-EOF-Yes.
070500     CLOSE COUNTER-FILE.
070600 3000-EXIT.
070700     EXIT.
070800
070900******************************************************************
071000*   3100-ONE-COUNTER -- RATES, PROJECTED DATES AND FLAG.        *
071100******************************************************************
071200 3100-ONE-COUNTER.
071300     READ COUNTER-FILE NEXT
071400         AT END
071500             SET WS-Scan-EOF-Yes TO TRUE
071600     END-READ.
071700     IF WS-Scan-EOF-Yes OR NOT WS-Counter-File-OK
071800         SET WS-Scan-EOF-Yes TO TRUE
071900         GO TO 3100-EXIT
072000     END-IF.
072100     ADD 1 TO WS-Counter-Count.
072200     PERFORM 3200-SET-RATES THRU 3200-EXIT.
072300     MOVE SPACES TO WS-FCL-Warn-Date.
072400     MOVE SPACES TO WS-FCL-Ceiling-Date.
072500     MOVE SPACES TO WS-FCL-Rollover.
072600     MOVE SPACES TO WS-FCL-Days.
072700     MOVE SPACES TO WS-FCL-Flag.
072800     MOVE CTR-COUNTER-ID TO WS-FCL-Counter-Id.
072900     MOVE CTR-LAST-VALUE TO WS-FCL-Last-Value.
073000     MOVE CTR-CEILING TO WS-FCL-Ceiling.
073100     MOVE WS-Daily-Rate TO WS-FCL-Daily-Rate.
073200     MOVE WS-Monthly-Average TO WS-FCL-Monthly-Avg.
073300     MOVE WS-Rate TO WS-FCL-Rate.
073400     MOVE 0 TO WS-Pct-Consumed.
073500     IF CTR-CEILING = 0
073600         MOVE 0 TO WS-FCL-Pct
073700         MOVE "NO CEILING" TO WS-FCL-Flag
073800         ADD 1 TO WS-No-Ceiling-Count
073900         GO TO 3100-PRINT
074000     END-IF.
074100     COMPUTE WS-Pct-Consumed = CTR-LAST-VALUE * 100 / CTR-CEILING.
074200     MOVE WS-Pct-Consumed TO WS-FCL-Pct.
074300     PERFORM 3300-PROJECT THRU 3300-EXIT.
074400 3100-PRINT.
074500     MOVE WS-Forecast-Line TO WS-Print-Work.
074600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
074700 3100-EXIT.
074800     EXIT.
074900
075000******************************************************************
075100*   3200-SET-RATES -- THE 30-DAY DAILY RATE, THE MONTHLY        *
075200*   AVERAGE AND THE DAILY RATE IT IMPLIES; THE PROJECTION TAKES *
075300*   THE HIGHER OF THE TWO DAILY RATES.                          *
075400******************************************************************
075500 3200-SET-RATES.
075600     MOVE 0 TO WS-Daily-Issued.
075700     MOVE 0 TO WS-Monthly-Issued.
075800     MOVE 0 TO WS-Daily-Rate.
075900     MOVE 0 TO WS-Monthly-Rate.
076000     MOVE 0 TO WS-Monthly-Average.
076100     SET WS-Found-No TO TRUE.
076200     PERFORM 3210-CHECK-COUNTER THRU 3210-EXIT
076300         VARYING WS-USG-Idx FROM 1 BY 1
076400         UNTIL WS-USG-Idx > WS-Usage-Count OR WS-Found-Yes.
076500     IF WS-Found-Yes
076600         SET WS-USG-Idx DOWN BY 1
076700         MOVE WS-USG-Daily-Issued (WS-USG-Idx) TO WS-Daily-Issued
076800         MOVE WS-USG-Monthly-Issued (WS-USG-Idx)
076900             TO WS-Monthly-Issued
077000     END-IF.
077100     IF WS-Daily-Days > 0
077200         COMPUTE WS-Daily-Rate = WS-Daily-Issued / WS-Daily-Days
077300     END-IF.
077400     IF WS-Monthly-Months > 0
077500         COMPUTE WS-Monthly-Average ROUNDED =
077600             WS-Monthly-Issued / WS-Monthly-Months
077700         COMPUTE WS-Monthly-Rate =
077800             WS-Monthly-Issued / WS-Monthly-Days
077900     END-IF.
078000     IF WS-Daily-Rate > WS-Monthly-Rate
078100         MOVE WS-Daily-Rate TO WS-Rate
078200     ELSE
078300         MOVE WS-Monthly-Rate TO WS-Rate
078400     END-IF.
078500 3200-EXIT.
078600     EXIT.
078700
078800 3210-CHECK-COUNTER.
078900     IF WS-USG-Counter-Id (WS-USG-Idx) = CTR-COUNTER-ID
079000         SET WS-Found-Yes TO TRUE
079100     END-IF.
079200 3210-EXIT.
079300     EXIT.
079400
079500******************************************************************
079600*   3300-PROJECT -- WHEN THE WARNING LEVEL AND THE CEILING WILL *
079700*   BE REACHED AT THE RATE USED, AND WHETHER THAT IS BEFORE THE *
079800*   ROLLOVER RESETS THE COUNTER.  A CEILING DATE INSIDE THE     *
079900*   HORIZON AND BEFORE THE ROLLOVER IS THE ACTIONABLE CASE.     *
080000******************************************************************
080100 3300-PROJECT.
080200     MOVE CTR-WARN-PCT TO WS-Effective-Warn.
080300     IF WS-Effective-Warn = 0 OR WS-Effective-Warn > 100
080400         MOVE WS-Default-Warn-Pct TO WS-Effective-Warn
080500     END-IF.
080600     COMPUTE WS-Warn-Level =
080700         CTR-CEILING * WS-Effective-Warn / 100.
080800     IF CTR-LAST-VALUE >= CTR-CEILING
080900         MOVE "REACHED" TO WS-FCL-Warn-Date
081000         MOVE "REACHED" TO WS-FCL-Ceiling-Date
081100         MOVE "BEFORE" TO WS-FCL-Rollover
081200         MOVE "     0" TO WS-FCL-Days
081300         MOVE "** AT CEILING **" TO WS-FCL-Flag
081400         ADD 1 TO WS-At-Ceiling-Count
081500         GO TO 3300-EXIT
081600     END-IF.
081700     MOVE 0 TO WS-Warn-Int.
081800     IF CTR-LAST-VALUE >= WS-Warn-Level
081900         MOVE "REACHED" TO WS-FCL-Warn-Date
082000         MOVE WS-Today-Int TO WS-Warn-Int
082100     END-IF.
082200     IF WS-Rate = 0
082300         MOVE "NONE" TO WS-FCL-Ceiling-Date
082400         MOVE "NO RECENT USE" TO WS-FCL-Flag
082500         ADD 1 TO WS-Idle-Count
082600         IF WS-Warn-Int > 0
082700             MOVE "PAST WARNING, NO USE" TO WS-FCL-Flag
082800         ELSE
082900             MOVE "NONE" TO WS-FCL-Warn-Date
083000         END-IF
083100         GO TO 3300-EXIT
083200     END-IF.
083300     IF WS-Warn-Int = 0
083400         COMPUTE WS-Remaining = WS-Warn-Level - CTR-LAST-VALUE
083500         PERFORM 3310-DAYS-TO-GO THRU 3310-EXIT
083600         MOVE WS-Target-Int TO WS-Warn-Int
083700         MOVE WS-Projected-Date TO WS-FCL-Warn-Date
083800     END-IF.
083900     COMPUTE WS-Remaining = CTR-CEILING - CTR-LAST-VALUE.
084000     PERFORM 3310-DAYS-TO-GO THRU 3310-EXIT.
084100     MOVE WS-Target-Int TO WS-Ceiling-Int.
084200     MOVE WS-Projected-Date TO WS-FCL-Ceiling-Date.
084300     MOVE WS-Days TO WS-Edit-Days.
084400     MOVE WS-Edit-Days TO WS-FCL-Days.
084500     IF WS-Ceiling-Int NOT < WS-Rollover-Int
084600         MOVE "AFTER" TO WS-FCL-Rollover
084700         ADD 1 TO WS-After-Rollover-Count
084800         GO TO 3300-EXIT
084900     END-IF.
085000     MOVE "BEFORE" TO WS-FCL-Rollover.
085100     IF WS-Ceiling-Int NOT > WS-Horizon-Int
085200         MOVE "** RUNS OUT IN HORIZON **" TO WS-FCL-Flag
085300         ADD 1 TO WS-Runs-Out-Count
085400         GO TO 3300-EXIT
085500     END-IF.
085600     IF WS-Warn-Int NOT > WS-Horizon-Int
085700             AND WS-Warn-Int < WS-Rollover-Int
085800         MOVE "WARNING IN HORIZON" TO WS-FCL-Flag
085900         IF WS-FCL-Warn-Date = "REACHED"
086000             MOVE "PAST WARNING" TO WS-FCL-Flag
086100         END-IF
086200         ADD 1 TO WS-Warn-Count
086300     END-IF.
086400 3300-EXIT.
086500     EXIT.
086600
086700******************************************************************
086800*   3310-DAYS-TO-GO -- WHOLE DAYS TO ISSUE WS-REMAINING AT THE  *
086900*   RATE USED, ROUNDED UP, AND THE DATE THEY END ON.  ANYTHING  *
087000*   PAST A CENTURY IS SHOWN AS A CENTURY OUT.                   *
087100******************************************************************
087200 3310-DAYS-TO-GO.
087300     COMPUTE WS-Days-Exact = WS-Remaining / WS-Rate.
087400     MOVE WS-Days-Exact TO WS-Days.
087500     IF WS-Days < WS-Days-Exact
087600         ADD 1 TO WS-Days
087700     END-IF.
087800     IF WS-Days > WS-Max-Days
087900         MOVE WS-Max-Days TO WS-Days
088000     END-IF.
088100     COMPUTE WS-Target-Int = WS-Today-Int + WS-Days.
088200     COMPUTE WS-Projected-Date =
088300         FUNCTION DATE-OF-INTEGER (WS-Target-Int).
088400 3310-EXIT.
088500     EXIT.
088600
088700******************************************************************
088800*   8000-PRINT-LINE -- WRITE THE STAGED LINE WITH PAGE          *
088900*   HEADINGS.                                                   *
089000******************************************************************
089100 8000-PRINT-LINE.
089200     IF WS-Line-Count >= WS-Lines-Per-Page
089300         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
089400     END-IF.
089500     WRITE RPT-PRINT-LINE FROM WS-Print-Work.
089600     ADD 1 TO WS-Line-Count.
089700 8000-EXIT.
089800     EXIT.
089900
090000 8100-PAGE-HEADING.
090100     ADD 1 TO WS-Page-Count.
090200     MOVE WS-Current-Date TO WS-H1-Date.
090300     MOVE WS-Current-Time TO WS-H1-Time.
090400     MOVE WS-Page-Count TO WS-H1-Page.
090500     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
090600     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
090700     MOVE 2 TO WS-Line-Count.
090800 8100-EXIT.
090900     EXIT.
091000
091100******************************************************************
091200*   9000-TERMINATE -- TOTALS, AND RC 4 WHEN ANY COUNTER IS AT   *
091300*   ITS CEILING OR WILL REACH IT INSIDE THE HORIZON.            *
091400******************************************************************
091500 9000-TERMINATE.
091600     MOVE WS-Blank-Line TO WS-Print-Work.
091700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
091800     IF WS-Counter-Count = 0
091900         MOVE "NO COUNTERS ON FILE" TO WS-CTL-Label
092000         MOVE 0 TO WS-CTL-Count
092100         MOVE WS-Count-Line TO WS-Print-Work
092200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
092300     END-IF.
092400     MOVE "COUNTERS FORECAST" TO WS-CTL-Label.
092500     MOVE WS-Counter-Count TO WS-CTL-Count.
092600     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
092700     MOVE "  AT CEILING NOW" TO WS-CTL-Label.
092800     MOVE WS-At-Ceiling-Count TO WS-CTL-Count.
092900     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
093000     MOVE "  RUN OUT INSIDE THE HORIZON" TO WS-CTL-Label.
093100     MOVE WS-Runs-Out-Count TO WS-CTL-Count.
093200     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
093300     MOVE "  REACH WARNING INSIDE THE HORIZON" TO WS-CTL-Label.
093400     MOVE WS-Warn-Count TO WS-CTL-Count.
093500     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
093600     MOVE "  REACH CEILING ONLY AFTER THE ROLLOVER"
093700         TO WS-CTL-Label.
093800     MOVE WS-After-Rollover-Count TO WS-CTL-Count.
093900     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
094000     MOVE "  NO RECENT USE" TO WS-CTL-Label.
094100     MOVE WS-Idle-Count TO WS-CTL-Count.
094200     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
094300     MOVE "  NO CEILING" TO WS-CTL-Label.
094400     MOVE WS-No-Ceiling-Count TO WS-CTL-Count.
094500     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
094600     MOVE "RUN HISTORY REQUESTS READ" TO WS-CTL-Label.
094700     MOVE WS-History-Count TO WS-CTL-Count.
094800     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
094900     IF WS-Usage-Dropped > 0
095000         MOVE "REQUESTS DROPPED -- USAGE TABLE FULL"
095100             TO WS-CTL-Label
095200         MOVE WS-Usage-Dropped TO WS-CTL-Count
095300         PERFORM 9100-PRINT-COUNT THRU 9100-EXIT
095400     END-IF.
095500     DISPLAY "CTR-FORECAST: " WS-Counter-Count " COUNTER(S), "
095600         WS-At-Ceiling-Count " AT CEILING, " WS-Runs-Out-Count
095700         " RUN OUT WITHIN " WS-Horizon-Days " DAY(S), "
095800         WS-Warn-Count " REACH WARNING".
095900     IF WS-Usage-Dropped > 0
096000         DISPLAY "CTR-FORECAST: USAGE TABLE FULL, "
096100             WS-Usage-Dropped " REQUEST(S) NOT COUNTED"
096200     END-IF.
096300     IF WS-At-Ceiling-Count > 0 OR WS-Runs-Out-Count > 0
096400         MOVE 4 TO RETURN-CODE
096500     END-IF.
096600     CLOSE FORECAST-REPORT.
096700 9000-EXIT.
096800     EXIT.
096900
097000 9100-PRINT-COUNT.
097100     MOVE WS-Count-Line TO WS-Print-Work.
097200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
097300 9100-EXIT.
097400     EXIT.
097500
097600 END PROGRAM ctr-forecast.
