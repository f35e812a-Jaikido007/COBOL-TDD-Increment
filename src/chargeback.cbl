000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  CHARGEBACK                                      *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS              *
000600*   DATE-WRITTEN:  2026-10-15                                   *
000700*                                                                *
000800*   MONTHLY DEPARTMENTAL CHARGEBACK.  EVERY NUMBER A COUNTER    *
000900*   CONSUMED IN THE MONTH IS CHARGED TO THE DEPARTMENT THAT     *
001000*   OWNS THE COUNTER, AT THE COUNTER'S RATE, FROM THE COUNTER   *
001100*   OWNERSHIP TABLE (OWNERTB, OWNREC).  CONSUMPTION IS NUMBERS  *
001200*   ISSUED LESS NUMBERS VOIDED:                                 *
001300*                                                                *
001400*     ISSUED  -- THE RUN HISTORY (RUNHISTF) ISSUED COUNT OF     *
001500*                EVERY REQUEST THAT STARTED IN THE MONTH, PLUS  *
001600*                THE "I" AUDIT RECORDS DATED IN THE MONTH FROM  *
001700*                ISSUERS THAT KEEP NO RUN HISTORY (ELIG-SWEEP,  *
001800*                BLOCK-REQUEST, REJECT-REISSUE).  AN AUDIT      *
001900*                RECORD WHOSE RUN-ID AND COUNTER ARE ON THE RUN *
002000*                HISTORY IS ALREADY IN THAT REQUEST'S COUNT AND *
002100*                IS NOT COUNTED AGAIN.                          *
002200*     VOIDED  -- THE "V" AUDIT RECORDS DATED IN THE MONTH.      *
002300*                                                                *
002400*   THE AUDIT TRAIL IS READ FROM THE ARCHIVE (AUDITHST) AND THE *
002500*   LIVE FILE (AUDITF) ALIKE.  THE STATEMENT (CHGSTMT) STARTS   *
002600*   EACH DEPARTMENT ON A NEW PAGE, ONE LINE PER COUNTER, WITH A *
002700*   SUBTOTAL PER COST CENTER AND ACCOUNT AND A DEPARTMENT       *
002800*   TOTAL.  EACH NON-ZERO SUBTOTAL IS POSTED TO THE GENERAL-    *
002900*   LEDGER FEED (GLFEED, GLFREC) AS A DEBIT (OR A CREDIT, WHEN  *
003000*   VOIDS OUTRAN ISSUES); THE NUMBERING SERVICE'S RECOVERY      *
003100*   ACCOUNT TAKES THE OFFSETTING ENTRY SO THE JOURNAL BALANCES. *
003200*   A COUNTER WITH ACTIVITY BUT NO OWNER IS LISTED LAST AND IS  *
003300*   NOT CHARGED.  A CONTROL-TOTALS PAGE ENDS THE STATEMENT.     *
003400*                                                                *
003500*   THE CONTROL CARD ON CHGPARM CARRIES:                        *
003600*     COLUMNS  1-6   REPORTING MONTH, YYYYMM (BLANK = THE       *
003700*                    PREVIOUS CALENDAR MONTH)                   *
003800*     COLUMNS  8-15  RECOVERY COST CENTER                       *
003900*     COLUMNS 17-26  RECOVERY GENERAL-LEDGER ACCOUNT            *
004000*                                                                *
004100*   RETURN-CODE 4 = A COUNTER WITH ACTIVITY IS NOT ON THE       *
004200*                   OWNERSHIP TABLE, AN OWNERSHIP RECORD WAS    *
004300*                   REJECTED, A TABLE FILLED UP, OR RUNHISTF OR *
004400*                   AUDITF WOULD NOT OPEN.                      *
004500*   RETURN-CODE 8 = THE CONTROL CARD IS MISSING OR INVALID, THE *
004600*                   OWNERSHIP TABLE IS MISSING OR EMPTY, OR THE *
004700*                   STATEMENT OR FEED WOULD NOT OPEN; NOTHING   *
004800*                   WAS CHARGED.                                *
004900*                                                                *
005000*   MODIFICATION HISTORY                                        *
005100*   ---------------------------------------------------------   *
005200*   2026-10-15  JPK  INITIAL VERSION.                           *
005300******************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID. chargeback.
005600 AUTHOR. J. P. KOWALCZYK.
005700 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
005800 DATE-WRITTEN. 2026-10-15.
005900 DATE-COMPILED.
006000
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT PARM-FILE ASSIGN TO CHGPARM
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-Parm-File-Status.
006700     SELECT OWNER-TABLE ASSIGN TO OWNERTB
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-Owner-File-Status.
007000     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHISTF
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-Runhist-File-Status.
007300     SELECT AUDIT-FILE ASSIGN TO AUDITF
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-Audit-File-Status.
007600     SELECT HISTORY-FILE ASSIGN TO AUDITHST
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-History-File-Status.
007900     SELECT STATEMENT-REPORT ASSIGN TO CHGSTMT
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-Report-File-Status.
008200     SELECT GL-FEED-FILE ASSIGN TO GLFEED
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-Feed-File-Status.
008500     SELECT ACTIVITY-SORT-FILE ASSIGN TO SORTWORK.
008600     SELECT CHARGE-SORT-FILE ASSIGN TO SORTWRK2.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  PARM-FILE
009100     RECORDING MODE IS F.
009200 01  PRM-PARM-CARD.
009300     05  PRM-PERIOD                  PIC X(06).
009400     05  FILLER                      PIC X(01).
009500     05  PRM-RECOVERY-COST-CENTER    PIC X(08).
009600     05  FILLER                      PIC X(01).
009700     05  PRM-RECOVERY-ACCOUNT        PIC X(10).
009800     05  FILLER                      PIC X(54).
009900
010000 FD  OWNER-TABLE
010100     RECORDING MODE IS F.
010200     COPY ownrec.
010300
010400 FD  RUN-HISTORY-FILE
010500     RECORDING MODE IS F.
010600     COPY runhrec.
010700
010800 FD  AUDIT-FILE
010900     RECORDING MODE IS F.
011000     COPY auditrec.
011100
011200 FD  HISTORY-FILE
011300     RECORDING MODE IS F.
011400     COPY auditrec REPLACING LEADING ==AUD-== BY ==HST-==.
011500
011600 FD  STATEMENT-REPORT
011700     RECORDING MODE IS F.
011800 01  RPT-PRINT-LINE                  PIC X(132).
011900
012000 FD  GL-FEED-FILE
012100     RECORDING MODE IS F.
012200     COPY glfrec.
012300
012400******************************************************************
012500*   FIRST SORT: THE MONTH'S ACTIVITY, BY RUN-ID AND COUNTER, SO *
012600*   A REQUEST'S RUN-HISTORY RECORD ("1") ARRIVES AHEAD OF THE   *
012700*   AUDIT RECORDS ("2" ISSUE, "3" VOID) IT ALREADY ACCOUNTS FOR.*
012800******************************************************************
012900 SD  ACTIVITY-SORT-FILE.
013000 01  SRA-ACTIVITY-RECORD.
013100     05  SRA-RUN-ID                  PIC X(08).
013200     05  SRA-COUNTER-ID              PIC X(08).
013300     05  SRA-SOURCE                  PIC X(01).
013400         88  SRA-SOURCE-HISTORY          VALUE "1".
013500         88  SRA-SOURCE-ISSUE            VALUE "2".
013600         88  SRA-SOURCE-VOID             VALUE "3".
013700     05  SRA-IN-PERIOD               PIC X(01).
013800         88  SRA-IN-PERIOD-YES           VALUE "Y".
013900         88  SRA-IN-PERIOD-NO            VALUE "N".
014000     05  SRA-QUANTITY                PIC 9(10).
014100
014200******************************************************************
014300*   SECOND SORT: ONE RECORD PER COUNTER, BY DEPARTMENT, COST    *
014400*   CENTER, AND ACCOUNT, FOR THE STATEMENT AND THE FEED.  A     *
014500*   COUNTER WITH NO OWNER CARRIES HIGH-VALUES AS ITS DEPARTMENT *
014600*   SO IT SORTS TO THE END.                                     *
014700******************************************************************
014800 SD  CHARGE-SORT-FILE.
014900 01  SRC-CHARGE-RECORD.
015000     05  SRC-DEPARTMENT              PIC X(06).
015100     05  SRC-COST-CENTER             PIC X(08).
015200     05  SRC-GL-ACCOUNT              PIC X(10).
015300     05  SRC-COUNTER-ID              PIC X(08).
015400     05  SRC-DEPARTMENT-NAME         PIC X(30).
015500     05  SRC-RATE                    PIC 9(03)V9(05).
015600     05  SRC-RUN-ISSUED              PIC 9(10).
015700     05  SRC-OTHER-ISSUED            PIC 9(10).
015800     05  SRC-VOIDS                   PIC 9(10).
015900
016000 WORKING-STORAGE SECTION.
016100 77  WS-Parm-File-Status         PIC X(02).
016200     88  WS-Parm-File-OK             VALUE "00".
016300 77  WS-Owner-File-Status        PIC X(02).
016400     88  WS-Owner-File-OK            VALUE "00".
016500     88  WS-Owner-File-EOF           VALUE "10".
016600 77  WS-Runhist-File-Status      PIC X(02).
016700     88  WS-Runhist-File-OK          VALUE "00".
016800     88  WS-Runhist-File-EOF         VALUE "10".
016900 77  WS-Audit-File-Status        PIC X(02).
017000     88  WS-Audit-File-OK            VALUE "00".
017100     88  WS-Audit-File-EOF           VALUE "10".
017200 77  WS-History-File-Status      PIC X(02).
017300     88  WS-History-File-OK          VALUE "00".
017400     88  WS-History-File-EOF         VALUE "10".
017500 77  WS-Report-File-Status       PIC X(02).
017600     88  WS-Report-File-OK           VALUE "00".
017700 77  WS-Feed-File-Status         PIC X(02).
017800     88  WS-Feed-File-OK             VALUE "00".
017900
018000 77  WS-Stream-EOF-Switch        PIC X(01).
018100     88  WS-Stream-EOF-Yes           VALUE "Y".
018200     88  WS-Stream-EOF-No            VALUE "N".
018300 77  WS-Found-Switch             PIC X(01).
018400     88  WS-Found-Yes                VALUE "Y".
018500     88  WS-Found-No                 VALUE "N".
018600 77  WS-Group-History-Switch     PIC X(01).
018700     88  WS-Group-History-Yes        VALUE "Y".
018800     88  WS-Group-History-No         VALUE "N".
018900 77  WS-Owner-Truncated-Switch   PIC X(01) VALUE "N".
019000     88  WS-Owner-Truncated-Yes      VALUE "Y".
019100     88  WS-Owner-Truncated-No       VALUE "N".
019200 77  WS-Unowned-Switch           PIC X(01) VALUE "N".
019300     88  WS-Unowned-Yes              VALUE "Y".
019400     88  WS-Unowned-No               VALUE "N".
019500
019600******************************************************************
019700*   THE REPORTING MONTH, AS VOID-ANALYSIS SETTLES IT.  A RECORD *
019800*   IS IN THE MONTH WHEN ITS DATE FALLS BETWEEN THE FIRST AND   *
019900*   THE 31ST -- A DAY PAST THE MONTH'S END NEVER APPEARS.       *
020000******************************************************************
020100 01  WS-Current-Date             PIC 9(08).
020200 01  WS-Current-Date-Parts REDEFINES WS-Current-Date.
020300     05  WS-CUR-Year                 PIC 9(04).
020400     05  WS-CUR-Month                PIC 9(02).
020500     05  WS-CUR-Day                  PIC 9(02).
020600 77  WS-Current-Time             PIC 9(08).
020700 01  WS-Period.
020800     05  WS-PER-Year                 PIC 9(04).
020900     05  WS-PER-Month                PIC 9(02).
021000 01  WS-Period-X REDEFINES WS-Period PIC X(06).
021100 77  WS-Period-Start             PIC 9(08).
021200 77  WS-Period-End               PIC 9(08).
021300 77  WS-Recovery-Cost-Center     PIC X(08).
021400 77  WS-Recovery-Account         PIC X(10).
021500 01  WS-Journal-Id.
021600     05  FILLER                      PIC X(04) VALUE "CHGB".
021700     05  WS-JNL-Period               PIC X(06).
021800
021900******************************************************************
022000*   THE COUNTER OWNERSHIP TABLE.                                *
022100******************************************************************
022200 77  WS-Max-Owners               UNSIGNED-INT VALUE 500.
022300 77  WS-Owner-Count              UNSIGNED-INT VALUE 0.
022400 77  WS-Bad-Owner-Count          UNSIGNED-INT VALUE 0.
022500 01  WS-Owner-Table.
022600     05  WS-OWN-Entry OCCURS 500 TIMES
022700             INDEXED BY WS-OWN-Idx
022800                        WS-DUP-Idx.
022900         10  WS-OWN-Counter-Id       PIC X(08).
023000         10  WS-OWN-Department       PIC X(06).
023100         10  WS-OWN-Department-Name  PIC X(30).
023200         10  WS-OWN-Cost-Center      PIC X(08).
023300         10  WS-OWN-GL-Account       PIC X(10).
023400         10  WS-OWN-Rate             PIC 9(03)V9(05).
023500         10  WS-OWN-Used             PIC X(01).
023600             88  WS-OWN-Used-Yes         VALUE "Y".
023700             88  WS-OWN-Used-No          VALUE "N".
023800
023900******************************************************************
024000*   THE MONTH'S ACTIVITY PER COUNTER, BUILT FROM THE FIRST      *
024100*   SORT AND RELEASED INTO THE SECOND.                          *
024200******************************************************************
024300 77  WS-Max-Activity             UNSIGNED-INT VALUE 1000.
024400 77  WS-Activity-Count           UNSIGNED-INT VALUE 0.
024500 01  WS-Activity-Table.
024600     05  WS-ACT-Entry OCCURS 1000 TIMES
024700             INDEXED BY WS-ACT-Idx.
024800         10  WS-ACT-Counter-Id       PIC X(08).
024900         10  WS-ACT-Run-Issued       UNSIGNED-INT.
025000         10  WS-ACT-Other-Issued     UNSIGNED-INT.
025100         10  WS-ACT-Voids            UNSIGNED-INT.
025200
025300******************************************************************
025400*   ACTIVITY CONTROL TOTALS.                                    *
025500******************************************************************
025600 77  WS-Prev-Run-Id              PIC X(08).
025700 77  WS-Prev-Act-Counter-Id      PIC X(08).
025800 77  WS-Runs-Charged             UNSIGNED-INT VALUE 0.
025900 77  WS-Total-Run-Issued         UNSIGNED-INT VALUE 0.
026000 77  WS-Total-Other-Issued       UNSIGNED-INT VALUE 0.
026100 77  WS-Covered-Issues           UNSIGNED-INT VALUE 0.
026200 77  WS-Total-Voids              UNSIGNED-INT VALUE 0.
026300 77  WS-Dropped-Records          UNSIGNED-INT VALUE 0.
026400 77  WS-Missing-Input-Count      UNSIGNED-INT VALUE 0.
026500
026600******************************************************************
026700*   CHARGE WORK AREAS AND CONTROL-BREAK ACCUMULATORS.  AMOUNTS  *
026800*   ARE SIGNED: A NEGATIVE CHARGE IS A CREDIT TO THE DEPARTMENT.*
026900******************************************************************
027000 77  WS-Prev-Department          PIC X(06).
027100 77  WS-Prev-Department-Name     PIC X(30).
027200 77  WS-Prev-Cost-Center         PIC X(08).
027300 77  WS-Prev-GL-Account          PIC X(10).
027400 77  WS-Counter-Net              PIC S9(11).
027500 77  WS-Counter-Charge           PIC S9(11)V9(02).
027600 77  WS-Post-Run-Issued          PIC S9(11) VALUE 0.
027700 77  WS-Post-Other-Issued        PIC S9(11) VALUE 0.
027800 77  WS-Post-Voids               PIC S9(11) VALUE 0.
027900 77  WS-Post-Net                 PIC S9(11) VALUE 0.
028000 77  WS-Post-Charge              PIC S9(13)V9(02) VALUE 0.
028100 77  WS-Dept-Run-Issued          PIC S9(11).
028200 77  WS-Dept-Other-Issued        PIC S9(11).
028300 77  WS-Dept-Voids               PIC S9(11).
028400 77  WS-Dept-Net                 PIC S9(11).
028500 77  WS-Dept-Charge              PIC S9(13)V9(02).
028600 77  WS-Departments-Charged      UNSIGNED-INT VALUE 0.
028700 77  WS-Counters-Charged         UNSIGNED-INT VALUE 0.
028800 77  WS-Unowned-Counters         UNSIGNED-INT VALUE 0.
028900 77  WS-Unowned-Net              PIC S9(11) VALUE 0.
029000 77  WS-Total-Net-Charged        PIC S9(13) VALUE 0.
029100 77  WS-Dept-Debit-Total         PIC S9(13)V9(02) VALUE 0.
029200 77  WS-Dept-Credit-Total        PIC S9(13)V9(02) VALUE 0.
029300
029400******************************************************************
029500*   ONE GENERAL-LEDGER POSTING, HANDED TO 7000-WRITE-GL-DETAIL, *
029600*   AND THE FEED'S BALANCING TOTALS.                            *
029700******************************************************************
029800 77  WS-GL-Cost-Center           PIC X(08).
029900 77  WS-GL-Account               PIC X(10).
030000 77  WS-GL-Department            PIC X(06).
030100 77  WS-GL-Description           PIC X(20).
030200 77  WS-GL-Amount                PIC S9(13)V9(02).
030300 77  WS-GL-Quantity              PIC S9(13).
030400 77  WS-GL-Posting               PIC X(12).
030500 77  WS-Recovery-Amount          PIC S9(13)V9(02).
030600 77  WS-Feed-Detail-Count        UNSIGNED-INT VALUE 0.
030700 77  WS-Feed-Debit-Count         UNSIGNED-INT VALUE 0.
030800 77  WS-Feed-Credit-Count        UNSIGNED-INT VALUE 0.
030900 77  WS-Feed-Debit-Total         PIC S9(13)V9(02) VALUE 0.
031000 77  WS-Feed-Credit-Total        PIC S9(13)V9(02) VALUE 0.
031100 77  WS-Feed-Quantity-Total      PIC S9(13) VALUE 0.
031200
031300 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
031400 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
031500 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
031600
031700 01  WS-Heading-1.
031800     05  FILLER                  PIC X(14)
031900         VALUE "CHARGEBACK    ".
032000     05  FILLER                  PIC X(28)
032100         VALUE "MONTHLY NUMBERING CHARGEBACK".
032200     05  FILLER                  PIC X(08) VALUE " PERIOD ".
032300     05  WS-H1-Period            PIC X(06).
032400     05  FILLER                  PIC X(04) VALUE SPACES.
032500     05  FILLER                  PIC X(05) VALUE "DATE ".
032600     05  WS-H1-Date              PIC 9(08).
032700     05  FILLER                  PIC X(06) VALUE " TIME ".
032800     05  WS-H1-Time              PIC 9(08).
032900     05  FILLER                  PIC X(06) VALUE " PAGE ".
033000     05  WS-H1-Page              PIC ZZZZ9.
033100     05  FILLER                  PIC X(34) VALUE SPACES.
033200
033300 01  WS-Heading-2.
033400     05  FILLER                  PIC X(132) VALUE ALL "-".
033500
033600 01  WS-Detail-Line              PIC X(132).
033700
033800 01  WS-Department-Line.
033900     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
034000     05  WS-DPL-Department       PIC X(06).
034100     05  FILLER                  PIC X(02) VALUE SPACES.
034200     05  WS-DPL-Name             PIC X(30).
034300     05  FILLER                  PIC X(83) VALUE SPACES.
034400
034500 01  WS-Column-Line.
034600     05  FILLER                  PIC X(02) VALUE SPACES.
034700     05  FILLER                  PIC X(08) VALUE "COUNTER ".
034800     05  FILLER                  PIC X(02) VALUE SPACES.
034900     05  FILLER                  PIC X(08) VALUE "COST CTR".
035000     05  FILLER                  PIC X(02) VALUE SPACES.
035100     05  FILLER                  PIC X(10) VALUE "GL ACCOUNT".
035200     05  FILLER                  PIC X(02) VALUE SPACES.
035300     05  FILLER                  PIC X(10) VALUE "  RUN-HIST".
035400     05  FILLER                  PIC X(02) VALUE SPACES.
035500     05  FILLER                  PIC X(10) VALUE "     OTHER".
035600     05  FILLER                  PIC X(02) VALUE SPACES.
035700     05  FILLER                  PIC X(10) VALUE "     VOIDS".
035800     05  FILLER                  PIC X(02) VALUE SPACES.
035900     05  FILLER                  PIC X(11) VALUE "NET NUMBERS".
036000     05  FILLER                  PIC X(02) VALUE SPACES.
036100     05  FILLER                  PIC X(09) VALUE "     RATE".
036200     05  FILLER                  PIC X(02) VALUE SPACES.
036300     05  FILLER                  PIC X(16)
036400         VALUE "          CHARGE".
036500     05  FILLER                  PIC X(02) VALUE SPACES.
036600     05  FILLER                  PIC X(20)
036700         VALUE "POSTING".
036800
036900 01  WS-Counter-Line.
037000     05  FILLER                  PIC X(02) VALUE SPACES.
037100     05  WS-CNL-Counter-Id       PIC X(08).
037200     05  FILLER                  PIC X(02) VALUE SPACES.
037300     05  WS-CNL-Cost-Center      PIC X(08).
037400     05  FILLER                  PIC X(02) VALUE SPACES.
037500     05  WS-CNL-GL-Account       PIC X(10).
037600     05  FILLER                  PIC X(02) VALUE SPACES.
037700     05  WS-CNL-Run-Issued       PIC Z(09)9.
037800     05  FILLER                  PIC X(02) VALUE SPACES.
037900     05  WS-CNL-Other-Issued     PIC Z(09)9.
038000     05  FILLER                  PIC X(02) VALUE SPACES.
038100     05  WS-CNL-Voids            PIC Z(09)9.
038200     05  FILLER                  PIC X(02) VALUE SPACES.
038300     05  WS-CNL-Net              PIC -(10)9.
038400     05  FILLER                  PIC X(02) VALUE SPACES.
038500     05  WS-CNL-Rate             PIC ZZ9.9(05).
038600     05  FILLER                  PIC X(02) VALUE SPACES.
038700     05  WS-CNL-Charge           PIC -(12)9.99.
038800     05  FILLER                  PIC X(22) VALUE SPACES.
038900
039000 01  WS-Posting-Line.
039100     05  FILLER                  PIC X(02) VALUE SPACES.
039200     05  FILLER                  PIC X(08) VALUE "SUBTOTAL".
039300     05  FILLER                  PIC X(02) VALUE SPACES.
039400     05  WS-PSL-Cost-Center      PIC X(08).
039500     05  FILLER                  PIC X(02) VALUE SPACES.
039600     05  WS-PSL-GL-Account       PIC X(10).
039700     05  FILLER                  PIC X(02) VALUE SPACES.
039800     05  WS-PSL-Run-Issued       PIC -(09)9.
039900     05  FILLER                  PIC X(02) VALUE SPACES.
040000     05  WS-PSL-Other-Issued     PIC -(09)9.
040100     05  FILLER                  PIC X(02) VALUE SPACES.
040200     05  WS-PSL-Voids            PIC -(09)9.
040300     05  FILLER                  PIC X(02) VALUE SPACES.
040400     05  WS-PSL-Net              PIC -(10)9.
040500     05  FILLER                  PIC X(13) VALUE SPACES.
040600     05  WS-PSL-Charge           PIC -(12)9.99.
040700     05  FILLER                  PIC X(02) VALUE SPACES.
040800     05  WS-PSL-Posting          PIC X(12).
040900     05  FILLER                  PIC X(08) VALUE SPACES.
041000
041100 01  WS-Dept-Total-Line.
041200     05  FILLER                  PIC X(02) VALUE SPACES.
041300     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
041400     05  WS-DTL-Department       PIC X(06).
041500     05  FILLER                  PIC X(15) VALUE " TOTAL".
041600     05  WS-DTL-Run-Issued       PIC -(09)9.
041700     05  FILLER                  PIC X(02) VALUE SPACES.
041800     05  WS-DTL-Other-Issued     PIC -(09)9.
041900     05  FILLER                  PIC X(02) VALUE SPACES.
042000     05  WS-DTL-Voids            PIC -(09)9.
042100     05  FILLER                  PIC X(02) VALUE SPACES.
042200     05  WS-DTL-Net              PIC -(10)9.
042300     05  FILLER                  PIC X(13) VALUE SPACES.
042400     05  WS-DTL-Charge           PIC -(12)9.99.
042500     05  FILLER                  PIC X(22) VALUE SPACES.
042600
042700 01  WS-Count-Line.
042800     05  WS-CTL-Label            PIC X(44).
042900     05  WS-CTL-Count            PIC -(12)9.
043000     05  FILLER                  PIC X(75) VALUE SPACES.
043100
043200 01  WS-Amount-Line.
043300     05  WS-AML-Label            PIC X(44).
043400     05  WS-AML-Amount           PIC -(12)9.99.
043500     05  FILLER                  PIC X(02) VALUE SPACES.
043600     05  WS-AML-Posting          PIC X(12).
043700     05  FILLER                  PIC X(58) VALUE SPACES.
043800
043900 PROCEDURE DIVISION.
044000******************************************************************
044100 0000-MAINLINE.
044200******************************************************************
044300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044400     IF RETURN-CODE = 8
044500         GO TO 0000-GOBACK
044600     END-IF.
044700     SORT ACTIVITY-SORT-FILE
044800         ON ASCENDING KEY SRA-RUN-ID SRA-COUNTER-ID SRA-SOURCE
044900         INPUT PROCEDURE IS 3000-RELEASE-ACTIVITY
045000             THRU 3000-EXIT
045100         OUTPUT PROCEDURE IS 4000-TOTAL-ACTIVITY
045200             THRU 4000-EXIT.
045300     SORT CHARGE-SORT-FILE
045400         ON ASCENDING KEY SRC-DEPARTMENT SRC-COST-CENTER
045500             SRC-GL-ACCOUNT SRC-COUNTER-ID
045600         INPUT PROCEDURE IS 5000-RELEASE-CHARGES
045700             THRU 5000-EXIT
045800         OUTPUT PROCEDURE IS 6000-PRINT-STATEMENTS
045900             THRU 6000-EXIT.
046000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
046100 0000-GOBACK.
046200     GOBACK.
046300
046400******************************************************************
046500*   1000-INITIALIZE -- SETTLE THE MONTH AND THE RECOVERY        *
046600*   ACCOUNT, LOAD THE OWNERSHIP TABLE, OPEN THE STATEMENT AND   *
046700*   THE FEED, AND HEAD THE FEED.                                *
046800******************************************************************
046900 1000-INITIALIZE.
047000     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
047100     ACCEPT WS-Current-Time FROM TIME.
047200     PERFORM 1100-READ-PARM THRU 1100-EXIT.
047300     IF RETURN-CODE = 8
047400         GO TO 1000-EXIT
047500     END-IF.
047600     PERFORM 1200-LOAD-OWNERS THRU 1200-EXIT.
047700     IF RETURN-CODE = 8
047800         GO TO 1000-EXIT
047900     END-IF.
048000     OPEN OUTPUT STATEMENT-REPORT.
048100     IF NOT WS-Report-File-OK
048200         DISPLAY "CHARGEBACK: CANNOT OPEN CHGSTMT, STATUS "
048300             WS-Report-File-Status
048400         MOVE 8 TO RETURN-CODE
048500         GO TO 1000-EXIT
048600     END-IF.
048700     OPEN OUTPUT GL-FEED-FILE.
048800     IF NOT WS-Feed-File-OK
048900         DISPLAY "CHARGEBACK: CANNOT OPEN GLFEED, STATUS "
049000             WS-Feed-File-Status
049100         CLOSE STATEMENT-REPORT
049200         MOVE 8 TO RETURN-CODE
049300         GO TO 1000-EXIT
049400     END-IF.
049500     MOVE WS-Period-X TO WS-JNL-Period.
049600     MOVE SPACES TO GLF-FEED-RECORD.
049700     SET GLF-TYPE-HEADER TO TRUE.
049800     MOVE WS-Journal-Id TO GLF-JOURNAL-ID.
049900     MOVE "SEQNUM" TO GLF-HDR-SOURCE.
050000     MOVE WS-Period TO GLF-HDR-PERIOD.
050100     MOVE WS-Current-Date TO GLF-HDR-RUN-DATE.
050200     MOVE WS-Current-Time TO GLF-HDR-RUN-TIME.
050300     MOVE "NUMBERING SERVICE CHARGEBACK" TO GLF-HDR-DESCRIPTION.
050400     WRITE GLF-FEED-RECORD.
050500 1000-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900*   1100-READ-PARM -- THE MONTH ON THE CHGPARM CARD, OR THE     *
051000*   PREVIOUS CALENDAR MONTH WHEN IT IS BLANK, AND THE RECOVERY  *
051100*   COST CENTER AND ACCOUNT.  WITHOUT THE RECOVERY ACCOUNT THE  *
051200*   JOURNAL CANNOT BALANCE, SO THE CARD IS REQUIRED.            *
051300******************************************************************
051400 1100-READ-PARM.
051500     MOVE SPACES TO PRM-PARM-CARD.
051600     OPEN INPUT PARM-FILE.
051700     IF WS-Parm-File-OK
051800         READ PARM-FILE
051900             AT END
052000                 MOVE SPACES TO PRM-PARM-CARD
052100         END-READ
052200         CLOSE PARM-FILE
052300     END-IF.
052400     IF PRM-RECOVERY-COST-CENTER = SPACES
052500             OR PRM-RECOVERY-ACCOUNT = SPACES
052600         DISPLAY "CHARGEBACK: NO RECOVERY COST CENTER AND "
052700             "ACCOUNT ON CHGPARM (COLUMNS 8-15 AND 17-26)"
052800         MOVE 8 TO RETURN-CODE
052900         GO TO 1100-EXIT
053000     END-IF.
053100     MOVE PRM-RECOVERY-COST-CENTER TO WS-Recovery-Cost-Center.
053200     MOVE PRM-RECOVERY-ACCOUNT TO WS-Recovery-Account.
053300     IF PRM-PERIOD = SPACES
053400         MOVE WS-CUR-Year TO WS-PER-Year
053500         MOVE WS-CUR-Month TO WS-PER-Month
053600         IF WS-PER-Month = 1
053700             SUBTRACT 1 FROM WS-PER-Year
053800             MOVE 12 TO WS-PER-Month
053900         ELSE
054000             SUBTRACT 1 FROM WS-PER-Month
054100         END-IF
054200     ELSE
054300         IF PRM-PERIOD NOT NUMERIC
054400             DISPLAY "CHARGEBACK: INVALID PERIOD ON CHGPARM '"
054500                 PRM-PERIOD "' -- EXPECTED YYYYMM"
054600             MOVE 8 TO RETURN-CODE
054700             GO TO 1100-EXIT
054800         END-IF
054900         MOVE PRM-PERIOD TO WS-Period-X
055000         IF WS-PER-Month < 1 OR WS-PER-Month > 12
055100             DISPLAY "CHARGEBACK: INVALID PERIOD ON CHGPARM '"
055200                 PRM-PERIOD "' -- MONTH MUST BE 01-12"
055300             MOVE 8 TO RETURN-CODE
055400             GO TO 1100-EXIT
055500         END-IF
055600     END-IF.
055700     COMPUTE WS-Period-Start =
055800         WS-PER-Year * 10000 + WS-PER-Month * 100 + 1.
055900     COMPUTE WS-Period-End = WS-Period-Start + 30.
056000     DISPLAY "CHARGEBACK: CHARGING PERIOD " WS-Period-X
056100         " RECOVERY " WS-Recovery-Cost-Center " "
056200         WS-Recovery-Account.
056300 1100-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700*   1200-LOAD-OWNERS -- THE COUNTER OWNERSHIP TABLE.  A RECORD  *
056800*   WITH A NON-NUMERIC RATE, A MISSING DEPARTMENT, COST CENTER, *
056900*   OR ACCOUNT, OR A COUNTER ALREADY ON THE TABLE IS REJECTED   *
057000*   (RC 4) -- ITS COUNTER THEN SHOWS AS UNOWNED RATHER THAN     *
057100*   BEING CHARGED TO A GUESS.  NO USABLE TABLE AT ALL IS RC 8.  *
057200******************************************************************
057300 1200-LOAD-OWNERS.
057400     OPEN INPUT OWNER-TABLE.
057500     IF NOT WS-Owner-File-OK
057600         DISPLAY "CHARGEBACK: CANNOT OPEN OWNERTB, STATUS "
057700             WS-Owner-File-Status
057800         MOVE 8 TO RETURN-CODE
057900         GO TO 1200-EXIT
058000     END-IF.
058100     PERFORM 1210-LOAD-ONE-OWNER THRU 1210-EXIT
058200         UNTIL WS-Owner-File-EOF.
058300     IF WS-Owner-Count = 0
058400         DISPLAY "CHARGEBACK: NO USABLE RECORDS ON OWNERTB"
058500         MOVE 8 TO RETURN-CODE
058600     END-IF.
058700 1200-EXIT.
058800     IF WS-Owner-File-OK OR WS-Owner-File-EOF
058900         CLOSE OWNER-TABLE
059000     END-IF.
059100     EXIT.
059200
059300 1210-LOAD-ONE-OWNER.
059400     READ OWNER-TABLE
059500         AT END
059600             GO TO 1210-EXIT
059700     END-READ.
059800     IF WS-Owner-File-Status > "10"
059900         SET WS-Owner-File-EOF TO TRUE
060000         GO TO 1210-EXIT
060100     END-IF.
060200     IF OWN-COUNTER-ID = SPACES
060300             OR OWN-COUNTER-ID (1:1) = "*"
060400         GO TO 1210-EXIT
060500     END-IF.
060600     IF OWN-RATE-X NOT NUMERIC
060700             OR OWN-DEPARTMENT = SPACES
060800             OR OWN-COST-CENTER = SPACES
060900             OR OWN-GL-ACCOUNT = SPACES
061000         DISPLAY "CHARGEBACK: OWNERTB RECORD FOR " OWN-COUNTER-ID
061100             " HAS A BAD RATE OR NO DEPARTMENT, COST CENTER, OR"
061200             " ACCOUNT -- IGNORED"
061300         ADD 1 TO WS-Bad-Owner-Count
061400         GO TO 1210-EXIT
061500     END-IF.
061600     SET WS-Found-No TO TRUE.
061700     PERFORM 1220-CHECK-ONE-DUPLICATE THRU 1220-EXIT
061800         VARYING WS-DUP-Idx FROM 1 BY 1
061900         UNTIL WS-DUP-Idx > WS-Owner-Count
062000             OR WS-Found-Yes.
062100     IF WS-Found-Yes
062200         DISPLAY "CHARGEBACK: OWNERTB HAS " OWN-COUNTER-ID
062300             " MORE THAN ONCE -- THE FIRST OWNER IS CHARGED"
062400         ADD 1 TO WS-Bad-Owner-Count
062500         GO TO 1210-EXIT
062600     END-IF.
062700     IF WS-Owner-Count NOT < WS-Max-Owners
062800         SET WS-Owner-Truncated-Yes TO TRUE
062900         GO TO 1210-EXIT
063000     END-IF.
063100     ADD 1 TO WS-Owner-Count.
063200     SET WS-OWN-Idx TO WS-Owner-Count.
063300     MOVE OWN-COUNTER-ID TO WS-OWN-Counter-Id (WS-OWN-Idx).
063400     MOVE OWN-DEPARTMENT TO WS-OWN-Department (WS-OWN-Idx).
063500     MOVE OWN-DEPARTMENT-NAME
063600         TO WS-OWN-Department-Name (WS-OWN-Idx).
063700     MOVE OWN-COST-CENTER TO WS-OWN-Cost-Center (WS-OWN-Idx).
063800     MOVE OWN-GL-ACCOUNT TO WS-OWN-GL-Account (WS-OWN-Idx).
063900     MOVE OWN-RATE TO WS-OWN-Rate (WS-OWN-Idx).
064000     SET WS-OWN-Used-No (WS-OWN-Idx) TO TRUE.
064100 1210-EXIT.
064200     EXIT.
064300
064400 1220-CHECK-ONE-DUPLICATE.
064500     IF WS-OWN-Counter-Id (WS-DUP-Idx) = OWN-COUNTER-ID
064600         SET WS-Found-Yes TO TRUE
064700     END-IF.
064800 1220-EXIT.
064900     EXIT.
065000
065100******************************************************************
065200*   3000-RELEASE-ACTIVITY -- FIRST SORT INPUT: THE RUN HISTORY, *
065300*   THEN THE AUDIT ARCHIVE, THEN THE LIVE AUDIT TRAIL.  A       *
065400*   MISSING ARCHIVE CONTRIBUTES NOTHING -- EARLY IN THE LIFE OF *
065500*   THE SYSTEM THERE MAY BE NONE -- BUT A MISSING RUNHISTF OR   *
065600*   AUDITF MEANS THE MONTH IS UNDERCHARGED, SO IT IS RC 4.      *
065700******************************************************************
065800 3000-RELEASE-ACTIVITY.
065900     PERFORM 3100-RELEASE-RUN-HISTORY THRU 3100-EXIT.
066000     PERFORM 3200-RELEASE-ARCHIVE THRU 3200-EXIT.
066100     PERFORM 3300-RELEASE-LIVE THRU 3300-EXIT.
066200 3000-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600*   3100-RELEASE-RUN-HISTORY -- EVERY REQUEST THAT OVERLAPS THE *
066700*   MONTH.  ONE THAT STARTED IN THE MONTH IS CHARGED HERE; ONE  *
066800*   THAT STARTED THE MONTH BEFORE AND RAN PAST MIDNIGHT IS      *
066900*   RELEASED ONLY SO ITS AUDIT RECORDS ARE NOT CHARGED TWICE.   *
067000******************************************************************
067100 3100-RELEASE-RUN-HISTORY.
067200     OPEN INPUT RUN-HISTORY-FILE.
067300     IF NOT WS-Runhist-File-OK
067400         DISPLAY "CHARGEBACK: WARNING -- CANNOT OPEN RUNHISTF, "
067500             "STATUS " WS-Runhist-File-Status
067600         ADD 1 TO WS-Missing-Input-Count
067700         GO TO 3100-EXIT
067800     END-IF.
067900     PERFORM 3110-RELEASE-ONE-RUN THRU 3110-EXIT
068000         UNTIL WS-Runhist-File-EOF.
068100 3100-EXIT.
068200     IF WS-Runhist-File-OK OR WS-Runhist-File-EOF
068300         CLOSE RUN-HISTORY-FILE
068400     END-IF.
068500     EXIT.
068600
068700 3110-RELEASE-ONE-RUN.
068800     READ RUN-HISTORY-FILE
068900         AT END
069000             GO TO 3110-EXIT
069100     END-READ.
069110     IF WS-Runhist-File-Status > "10"
069120         SET WS-Runhist-File-EOF TO TRUE
069130         GO TO 3110-EXIT
069140     END-IF.
069200     IF RNH-START-DATE > WS-Period-End
069300             OR RNH-END-DATE < WS-Period-Start
069400         GO TO 3110-EXIT
069500     END-IF.
069600     MOVE RNH-RUN-ID TO SRA-RUN-ID.
069700     MOVE RNH-COUNTER-ID TO SRA-COUNTER-ID.
069800     SET SRA-SOURCE-HISTORY TO TRUE.
069900     IF RNH-START-DATE < WS-Period-Start
070000         SET SRA-IN-PERIOD-NO TO TRUE
070100     ELSE
070200         SET SRA-IN-PERIOD-YES TO TRUE
070300     END-IF.
070400     MOVE RNH-ISSUED-COUNT TO SRA-QUANTITY.
070500     RELEASE SRA-ACTIVITY-RECORD.
070600 3110-EXIT.
070700     EXIT.
070800
070900 3200-RELEASE-ARCHIVE.
071000     OPEN INPUT HISTORY-FILE.
071100     IF NOT WS-History-File-OK
071200         GO TO 3200-EXIT
071300     END-IF.
071400     PERFORM 3210-RELEASE-ONE-ARCHIVED THRU 3210-EXIT
071500         UNTIL WS-History-File-EOF.
071600 3200-EXIT.
071700     IF WS-History-File-OK OR WS-History-File-EOF
071800         CLOSE HISTORY-FILE
071900     END-IF.
072000     EXIT.
072100
072200 3210-RELEASE-ONE-ARCHIVED.
072300     READ HISTORY-FILE
072400         AT END
072500             GO TO 3210-EXIT
072600     END-READ.
072610     IF WS-History-File-Status > "10"
072620         SET WS-History-File-EOF TO TRUE
072630         GO TO 3210-EXIT
072640     END-IF.
072700     IF HST-ISSUE-DATE < WS-Period-Start
072800             OR HST-ISSUE-DATE > WS-Period-End
072900         GO TO 3210-EXIT
073000     END-IF.
073100     MOVE HST-RUN-ID TO SRA-RUN-ID.
073200     MOVE HST-COUNTER-ID TO SRA-COUNTER-ID.
073300     IF HST-ACTION-VOIDED
073400         SET SRA-SOURCE-VOID TO TRUE
073500     ELSE
073600         SET SRA-SOURCE-ISSUE TO TRUE
073700     END-IF.
073800     SET SRA-IN-PERIOD-YES TO TRUE.
073900     MOVE 1 TO SRA-QUANTITY.
074000     RELEASE SRA-ACTIVITY-RECORD.
074100 3210-EXIT.
074200     EXIT.
074300
074400 3300-RELEASE-LIVE.
074500     OPEN INPUT AUDIT-FILE.
074600     IF NOT WS-Audit-File-OK
074700         DISPLAY "CHARGEBACK: WARNING -- CANNOT OPEN AUDITF, "
074800             "STATUS " WS-Audit-File-Status
074900         ADD 1 TO WS-Missing-Input-Count
075000         GO TO 3300-EXIT
075100     END-IF.
075200     PERFORM 3310-RELEASE-ONE-LIVE THRU 3310-EXIT
075300         UNTIL WS-Audit-File-EOF.
075400 3300-EXIT.
075500     IF WS-Audit-File-OK OR WS-Audit-File-EOF
075600         CLOSE AUDIT-FILE
075700     END-IF.
075800     EXIT.
075900
076000 3310-RELEASE-ONE-LIVE.
076100     READ AUDIT-FILE
076200         AT END
076300             GO TO 3310-EXIT
076400     END-READ.
076410     IF WS-Audit-File-Status > "10"
076420         SET WS-Audit-File-EOF TO TRUE
076430         GO TO 3310-EXIT
076440     END-IF.
076500     IF AUD-ISSUE-DATE < WS-Period-Start
076600             OR AUD-ISSUE-DATE > WS-Period-End
076700         GO TO 3310-EXIT
076800     END-IF.
076900     MOVE AUD-RUN-ID TO SRA-RUN-ID.
077000     MOVE AUD-COUNTER-ID TO SRA-COUNTER-ID.
077100     IF AUD-ACTION-VOIDED
077200         SET SRA-SOURCE-VOID TO TRUE
077300     ELSE
077400         SET SRA-SOURCE-ISSUE TO TRUE
077500     END-IF.
077600     SET SRA-IN-PERIOD-YES TO TRUE.
077700     MOVE 1 TO SRA-QUANTITY.
077800     RELEASE SRA-ACTIVITY-RECORD.
077900 3310-EXIT.
078000     EXIT.
078100
078200******************************************************************
078300*   4000-TOTAL-ACTIVITY -- FIRST SORT OUTPUT: EACH RUN-ID AND   *
078400*   COUNTER GROUP IN TURN.  A GROUP THAT OPENS WITH A RUN-      *
078500*   HISTORY RECORD IS CHARGED FROM THAT RECORD'S ISSUED COUNT,  *
078600*   AND ITS AUDIT ISSUE RECORDS ARE ONLY TALLIED AS COVERED; A  *
078700*   GROUP WITHOUT ONE IS CHARGED ONE PER AUDIT ISSUE RECORD.    *
078800*   VOIDS COUNT WHEREVER THEY FALL.                             *
078900******************************************************************
079000 4000-TOTAL-ACTIVITY.
079100     SET WS-Stream-EOF-No TO TRUE.
079200     MOVE LOW-VALUES TO WS-Prev-Run-Id.
079300     MOVE LOW-VALUES TO WS-Prev-Act-Counter-Id.
079400     SET WS-ACT-Idx TO 1.
079500     PERFORM 4100-TAKE-ONE-ACTIVITY THRU 4100-EXIT
079600         UNTIL WS-Stream-EOF-Yes.
079700 4000-EXIT.
079800     EXIT.
079900
080000 4100-TAKE-ONE-ACTIVITY.
080100     RETURN ACTIVITY-SORT-FILE
080200         AT END
080300             SET WS-Stream-EOF-Yes TO TRUE
080400             GO TO 4100-EXIT
080500     END-RETURN.
080600     IF SRA-RUN-ID NOT = WS-Prev-Run-Id
080700             OR SRA-COUNTER-ID NOT = WS-Prev-Act-Counter-Id
080800         MOVE SRA-RUN-ID TO WS-Prev-Run-Id
080900         MOVE SRA-COUNTER-ID TO WS-Prev-Act-Counter-Id
081000         SET WS-Group-History-No TO TRUE
081100     END-IF.
081200     IF SRA-SOURCE-HISTORY
081300         SET WS-Group-History-Yes TO TRUE
081400         IF SRA-IN-PERIOD-NO
081500             GO TO 4100-EXIT
081600         END-IF
081700     END-IF.
081800     IF SRA-SOURCE-ISSUE AND WS-Group-History-Yes
081900         ADD 1 TO WS-Covered-Issues
082000         GO TO 4100-EXIT
082100     END-IF.
082200     PERFORM 4200-FIND-ACTIVITY THRU 4200-EXIT.
082300     IF WS-Found-No
082400         ADD 1 TO WS-Dropped-Records
082500         GO TO 4100-EXIT
082600     END-IF.
082700     EVALUATE TRUE
082800         WHEN SRA-SOURCE-HISTORY
082900             ADD SRA-QUANTITY TO WS-ACT-Run-Issued (WS-ACT-Idx)
083000             ADD SRA-QUANTITY TO WS-Total-Run-Issued
083100             ADD 1 TO WS-Runs-Charged
083200         WHEN SRA-SOURCE-ISSUE
083300             ADD 1 TO WS-ACT-Other-Issued (WS-ACT-Idx)
083400             ADD 1 TO WS-Total-Other-Issued
083500         WHEN SRA-SOURCE-VOID
083600             ADD 1 TO WS-ACT-Voids (WS-ACT-Idx)
083700             ADD 1 TO WS-Total-Voids
083800     END-EVALUATE.
083900 4100-EXIT.
084000     EXIT.
084100
084200******************************************************************
084300*   4200-FIND-ACTIVITY -- POINT WS-ACT-IDX AT THE COUNTER'S     *
084400*   ENTRY, ADDING ONE WHEN THIS IS ITS FIRST ACTIVITY.  RECORDS *
084500*   ARRIVE GROUPED, SO THE ENTRY LAST USED IS TRIED FIRST.      *
084600******************************************************************
084700 4200-FIND-ACTIVITY.
084800     SET WS-Found-No TO TRUE.
084900     IF WS-Activity-Count > 0
085000         IF WS-ACT-Counter-Id (WS-ACT-Idx) = SRA-COUNTER-ID
085100             SET WS-Found-Yes TO TRUE
085200             GO TO 4200-EXIT
085300         END-IF
085400     END-IF.
085500     PERFORM 4210-CHECK-ONE-ACTIVITY THRU 4210-EXIT
085600         VARYING WS-ACT-Idx FROM 1 BY 1
085700         UNTIL WS-ACT-Idx > WS-Activity-Count
085800             OR WS-Found-Yes.
085900     IF WS-Found-Yes
086000         SET WS-ACT-Idx DOWN BY 1
086100         GO TO 4200-EXIT
086200     END-IF.
086300     IF WS-Activity-Count NOT < WS-Max-Activity
086400         SET WS-ACT-Idx TO 1
086500         GO TO 4200-EXIT
086600     END-IF.
086700     ADD 1 TO WS-Activity-Count.
086800     SET WS-ACT-Idx TO WS-Activity-Count.
086900     MOVE SRA-COUNTER-ID TO WS-ACT-Counter-Id (WS-ACT-Idx).
087000     MOVE 0 TO WS-ACT-Run-Issued (WS-ACT-Idx).
087100     MOVE 0 TO WS-ACT-Other-Issued (WS-ACT-Idx).
087200     MOVE 0 TO WS-ACT-Voids (WS-ACT-Idx).
087300     SET WS-Found-Yes TO TRUE.
087400 4200-EXIT.
087500     EXIT.
087600
087700 4210-CHECK-ONE-ACTIVITY.
087800     IF WS-ACT-Counter-Id (WS-ACT-Idx) = SRA-COUNTER-ID
087900         SET WS-Found-Yes TO TRUE
088000     END-IF.
088100 4210-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500*   5000-RELEASE-CHARGES -- SECOND SORT INPUT: EVERY COUNTER    *
088600*   WITH ACTIVITY, UNDER ITS OWNER OR AS UNOWNED, THEN EVERY    *
088700*   OWNED COUNTER THAT HAD NONE, SO EACH DEPARTMENT'S STATEMENT *
088800*   LISTS ALL ITS COUNTERS.                                     *
088900******************************************************************
089000 5000-RELEASE-CHARGES.
089100     PERFORM 5100-RELEASE-ONE-ACTIVITY THRU 5100-EXIT
089200         VARYING WS-ACT-Idx FROM 1 BY 1
089300         UNTIL WS-ACT-Idx > WS-Activity-Count.
089400     PERFORM 5200-RELEASE-ONE-IDLE THRU 5200-EXIT
089500         VARYING WS-OWN-Idx FROM 1 BY 1
089600         UNTIL WS-OWN-Idx > WS-Owner-Count.
089700 5000-EXIT.
089800     EXIT.
089900
090000 5100-RELEASE-ONE-ACTIVITY.
090100     MOVE SPACES TO SRC-CHARGE-RECORD.
090200     MOVE WS-ACT-Counter-Id (WS-ACT-Idx) TO SRC-COUNTER-ID.
090300     MOVE WS-ACT-Run-Issued (WS-ACT-Idx) TO SRC-RUN-ISSUED.
090400     MOVE WS-ACT-Other-Issued (WS-ACT-Idx) TO SRC-OTHER-ISSUED.
090500     MOVE WS-ACT-Voids (WS-ACT-Idx) TO SRC-VOIDS.
090600     SET WS-Found-No TO TRUE.
090700     PERFORM 5110-CHECK-ONE-OWNER THRU 5110-EXIT
090800         VARYING WS-OWN-Idx FROM 1 BY 1
090900         UNTIL WS-OWN-Idx > WS-Owner-Count
091000             OR WS-Found-Yes.
091100     IF WS-Found-No
091200         MOVE HIGH-VALUES TO SRC-DEPARTMENT
091300         MOVE 0 TO SRC-RATE
091400         RELEASE SRC-CHARGE-RECORD
091500         GO TO 5100-EXIT
091600     END-IF.
091700     SET WS-OWN-Idx DOWN BY 1.
091800     SET WS-OWN-Used-Yes (WS-OWN-Idx) TO TRUE.
091900     PERFORM 5300-MOVE-OWNER THRU 5300-EXIT.
092000     RELEASE SRC-CHARGE-RECORD.
092100 5100-EXIT.
092200     EXIT.
092300
092400 5110-CHECK-ONE-OWNER.
092500     IF WS-OWN-Counter-Id (WS-OWN-Idx) = SRC-COUNTER-ID
092600         SET WS-Found-Yes TO TRUE
092700     END-IF.
092800 5110-EXIT.
092900     EXIT.
093000
093100 5200-RELEASE-ONE-IDLE.
093200     IF WS-OWN-Used-Yes (WS-OWN-Idx)
093300         GO TO 5200-EXIT
093400     END-IF.
093500     MOVE SPACES TO SRC-CHARGE-RECORD.
093600     MOVE WS-OWN-Counter-Id (WS-OWN-Idx) TO SRC-COUNTER-ID.
093700     MOVE 0 TO SRC-RUN-ISSUED.
093800     MOVE 0 TO SRC-OTHER-ISSUED.
093900     MOVE 0 TO SRC-VOIDS.
094000     PERFORM 5300-MOVE-OWNER THRU 5300-EXIT.
094100     RELEASE SRC-CHARGE-RECORD.
094200 5200-EXIT.
094300     EXIT.
094400
094500 5300-MOVE-OWNER.
094600     MOVE WS-OWN-Department (WS-OWN-Idx) TO SRC-DEPARTMENT.
094700     MOVE WS-OWN-Department-Name (WS-OWN-Idx)
094800         TO SRC-DEPARTMENT-NAME.
094900     MOVE WS-OWN-Cost-Center (WS-OWN-Idx) TO SRC-COST-CENTER.
095000     MOVE WS-OWN-GL-Account (WS-OWN-Idx) TO SRC-GL-ACCOUNT.
095100     MOVE WS-OWN-Rate (WS-OWN-Idx) TO SRC-RATE.
095200 5300-EXIT.
095300     EXIT.
095400
095500******************************************************************
095600*   6000-PRINT-STATEMENTS -- SECOND SORT OUTPUT: COUNTERS COME  *
095700*   BACK BY DEPARTMENT, COST CENTER, AND ACCOUNT.  A CHANGE OF  *
095800*   COST CENTER OR ACCOUNT CLOSES A POSTING; A CHANGE OF        *
095900*   DEPARTMENT ALSO CLOSES THE DEPARTMENT AND STARTS A PAGE.    *
096000******************************************************************
096100 6000-PRINT-STATEMENTS.
096200     SET WS-Stream-EOF-No TO TRUE.
096300     MOVE LOW-VALUES TO WS-Prev-Department.
096400     PERFORM 6100-TAKE-ONE-COUNTER THRU 6100-EXIT
096500         UNTIL WS-Stream-EOF-Yes.
096600     IF WS-Prev-Department NOT = LOW-VALUES
096700         PERFORM 6400-CLOSE-POSTING THRU 6400-EXIT
096800         PERFORM 6500-CLOSE-DEPARTMENT THRU 6500-EXIT
096900     END-IF.
097000 6000-EXIT.
097100     EXIT.
097200
097300 6100-TAKE-ONE-COUNTER.
097400     RETURN CHARGE-SORT-FILE
097500         AT END
097600             SET WS-Stream-EOF-Yes TO TRUE
097700             GO TO 6100-EXIT
097800     END-RETURN.
097900     IF WS-Prev-Department = LOW-VALUES
098000         PERFORM 6300-START-DEPARTMENT THRU 6300-EXIT
098100         GO TO 6100-COUNTER
098200     END-IF.
098300     IF SRC-DEPARTMENT NOT = WS-Prev-Department
098400         PERFORM 6400-CLOSE-POSTING THRU 6400-EXIT
098500         PERFORM 6500-CLOSE-DEPARTMENT THRU 6500-EXIT
098600         PERFORM 6300-START-DEPARTMENT THRU 6300-EXIT
098700         GO TO 6100-COUNTER
098800     END-IF.
098900     IF SRC-COST-CENTER NOT = WS-Prev-Cost-Center
099000             OR SRC-GL-ACCOUNT NOT = WS-Prev-GL-Account
099100         PERFORM 6400-CLOSE-POSTING THRU 6400-EXIT
099200         MOVE SRC-COST-CENTER TO WS-Prev-Cost-Center
099300         MOVE SRC-GL-ACCOUNT TO WS-Prev-GL-Account
099400     END-IF.
099500 6100-COUNTER.
099600     PERFORM 6200-PRINT-COUNTER THRU 6200-EXIT.
099700 6100-EXIT.
099800     EXIT.
099900
100000******************************************************************
100100*   6200-PRINT-COUNTER -- ONE COUNTER'S LINE.  THE CHARGE IS    *
100200*   ROUNDED TO THE CENT PER COUNTER, SO THE POSTINGS ADD UP TO  *
100300*   EXACTLY THE LINES PRINTED.                                  *
100400******************************************************************
100500 6200-PRINT-COUNTER.
100600     COMPUTE WS-Counter-Net =
100700         SRC-RUN-ISSUED + SRC-OTHER-ISSUED - SRC-VOIDS.
100800     COMPUTE WS-Counter-Charge ROUNDED =
100900         WS-Counter-Net * SRC-RATE.
101000     MOVE SRC-COUNTER-ID TO WS-CNL-Counter-Id.
101100     MOVE SRC-COST-CENTER TO WS-CNL-Cost-Center.
101200     MOVE SRC-GL-ACCOUNT TO WS-CNL-GL-Account.
101300     MOVE SRC-RUN-ISSUED TO WS-CNL-Run-Issued.
101400     MOVE SRC-OTHER-ISSUED TO WS-CNL-Other-Issued.
101500     MOVE SRC-VOIDS TO WS-CNL-Voids.
101600     MOVE WS-Counter-Net TO WS-CNL-Net.
101700     MOVE SRC-RATE TO WS-CNL-Rate.
101800     MOVE WS-Counter-Charge TO WS-CNL-Charge.
101900     MOVE WS-Counter-Line TO WS-Detail-Line.
102000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
102100     ADD SRC-RUN-ISSUED TO WS-Post-Run-Issued.
102200     ADD SRC-OTHER-ISSUED TO WS-Post-Other-Issued.
102300     ADD SRC-VOIDS TO WS-Post-Voids.
102400     ADD WS-Counter-Net TO WS-Post-Net.
102500     ADD WS-Counter-Charge TO WS-Post-Charge.
102600     IF WS-Unowned-Yes
102700         ADD 1 TO WS-Unowned-Counters
102800         ADD WS-Counter-Net TO WS-Unowned-Net
102900     ELSE
103000         ADD 1 TO WS-Counters-Charged
103100     END-IF.
103200 6200-EXIT.
103300     EXIT.
103400
103500******************************************************************
103600*   6300-START-DEPARTMENT -- A NEW PAGE AND THE DEPARTMENT'S    *
103700*   HEADING.  THE UNOWNED COUNTERS GET A HEADING OF THEIR OWN.  *
103800******************************************************************
103900 6300-START-DEPARTMENT.
104000     MOVE SRC-DEPARTMENT TO WS-Prev-Department.
104100     MOVE SRC-DEPARTMENT-NAME TO WS-Prev-Department-Name.
104200     MOVE SRC-COST-CENTER TO WS-Prev-Cost-Center.
104300     MOVE SRC-GL-ACCOUNT TO WS-Prev-GL-Account.
104400     MOVE 0 TO WS-Dept-Run-Issued.
104500     MOVE 0 TO WS-Dept-Other-Issued.
104600     MOVE 0 TO WS-Dept-Voids.
104700     MOVE 0 TO WS-Dept-Net.
104800     MOVE 0 TO WS-Dept-Charge.
104900     MOVE WS-Lines-Per-Page TO WS-Line-Count.
105000     IF SRC-DEPARTMENT = HIGH-VALUES
105100         SET WS-Unowned-Yes TO TRUE
105200         MOVE "COUNTERS NOT ON THE OWNERSHIP TABLE -- NOT CHARGED"
105300             TO WS-Detail-Line
105400     ELSE
105500         SET WS-Unowned-No TO TRUE
105600         MOVE SRC-DEPARTMENT TO WS-DPL-Department
105700         MOVE SRC-DEPARTMENT-NAME TO WS-DPL-Name
105800         MOVE WS-Department-Line TO WS-Detail-Line
105900     END-IF.
106000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
106100     MOVE SPACES TO WS-Detail-Line.
106200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
106300     MOVE WS-Column-Line TO WS-Detail-Line.
106400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
106500 6300-EXIT.
106600     EXIT.
106700
106800******************************************************************
106900*   6400-CLOSE-POSTING -- THE SUBTOTAL FOR ONE COST CENTER AND  *
107000*   ACCOUNT, AND ITS FEED RECORD.  A ZERO CHARGE POSTS NOTHING; *
107100*   UNOWNED COUNTERS ARE NEVER POSTED.                          *
107200******************************************************************
107300 6400-CLOSE-POSTING.
107400     IF WS-Unowned-Yes
107500         MOVE "NOT CHARGED" TO WS-GL-Posting
107600         GO TO 6400-PRINT
107700     END-IF.
107800     IF WS-Post-Charge = 0
107900         MOVE "NO ENTRY" TO WS-GL-Posting
108000         GO TO 6400-PRINT
108100     END-IF.
108200     MOVE WS-Prev-Cost-Center TO WS-GL-Cost-Center.
108300     MOVE WS-Prev-GL-Account TO WS-GL-Account.
108400     MOVE WS-Prev-Department TO WS-GL-Department.
108500     MOVE WS-Prev-Department-Name TO WS-GL-Description.
108600     MOVE WS-Post-Charge TO WS-GL-Amount.
108700     MOVE WS-Post-Net TO WS-GL-Quantity.
108800     PERFORM 7000-WRITE-GL-DETAIL THRU 7000-EXIT.
108900     IF WS-Post-Charge > 0
109000         ADD WS-Post-Charge TO WS-Dept-Debit-Total
109100     ELSE
109200         SUBTRACT WS-Post-Charge FROM WS-Dept-Credit-Total
109300     END-IF.
109400 6400-PRINT.
109500     MOVE WS-Prev-Cost-Center TO WS-PSL-Cost-Center.
109600     MOVE WS-Prev-GL-Account TO WS-PSL-GL-Account.
109700     MOVE WS-Post-Run-Issued TO WS-PSL-Run-Issued.
109800     MOVE WS-Post-Other-Issued TO WS-PSL-Other-Issued.
109900     MOVE WS-Post-Voids TO WS-PSL-Voids.
110000     MOVE WS-Post-Net TO WS-PSL-Net.
110100     MOVE WS-Post-Charge TO WS-PSL-Charge.
110200     MOVE WS-GL-Posting TO WS-PSL-Posting.
110300     MOVE WS-Posting-Line TO WS-Detail-Line.
110400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
110500     ADD WS-Post-Run-Issued TO WS-Dept-Run-Issued.
110600     ADD WS-Post-Other-Issued TO WS-Dept-Other-Issued.
110700     ADD WS-Post-Voids TO WS-Dept-Voids.
110800     ADD WS-Post-Net TO WS-Dept-Net.
110900     ADD WS-Post-Charge TO WS-Dept-Charge.
111000     MOVE 0 TO WS-Post-Run-Issued.
111100     MOVE 0 TO WS-Post-Other-Issued.
111200     MOVE 0 TO WS-Post-Voids.
111300     MOVE 0 TO WS-Post-Net.
111400     MOVE 0 TO WS-Post-Charge.
111500 6400-EXIT.
111600     EXIT.
111700
111800******************************************************************
111900*   6500-CLOSE-DEPARTMENT -- THE DEPARTMENT'S TOTAL.            *
112000******************************************************************
112100 6500-CLOSE-DEPARTMENT.
112200     IF WS-Unowned-Yes
112300         MOVE "(NONE)" TO WS-DTL-Department
112400     ELSE
112500         MOVE WS-Prev-Department TO WS-DTL-Department
112600         ADD 1 TO WS-Departments-Charged
112700         ADD WS-Dept-Net TO WS-Total-Net-Charged
112800     END-IF.
112900     MOVE WS-Dept-Run-Issued TO WS-DTL-Run-Issued.
113000     MOVE WS-Dept-Other-Issued TO WS-DTL-Other-Issued.
113100     MOVE WS-Dept-Voids TO WS-DTL-Voids.
113200     MOVE WS-Dept-Net TO WS-DTL-Net.
113300     MOVE WS-Dept-Charge TO WS-DTL-Charge.
113400     MOVE SPACES TO WS-Detail-Line.
113500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
113600     MOVE WS-Dept-Total-Line TO WS-Detail-Line.
113700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
113800 6500-EXIT.
113900     EXIT.
114000
114100******************************************************************
114200*   7000-WRITE-GL-DETAIL -- ONE FEED DETAIL FROM THE WS-GL-     *
114300*   FIELDS.  A POSITIVE AMOUNT IS A DEBIT, A NEGATIVE ONE A     *
114400*   CREDIT; THE FEED CARRIES BOTH UNSIGNED.                     *
114500******************************************************************
114600 7000-WRITE-GL-DETAIL.
114700     MOVE SPACES TO GLF-FEED-RECORD.
114800     SET GLF-TYPE-DETAIL TO TRUE.
114900     MOVE WS-Journal-Id TO GLF-JOURNAL-ID.
115000     MOVE WS-GL-Cost-Center TO GLF-DTL-COST-CENTER.
115100     MOVE WS-GL-Account TO GLF-DTL-ACCOUNT.
115200     MOVE WS-GL-Department TO GLF-DTL-DEPARTMENT.
115300     MOVE WS-GL-Description TO GLF-DTL-DESCRIPTION.
115400     IF WS-GL-Quantity < 0
115500         COMPUTE WS-GL-Quantity = 0 - WS-GL-Quantity
115600     END-IF.
115700     MOVE WS-GL-Quantity TO GLF-DTL-QUANTITY.
115800     ADD WS-GL-Quantity TO WS-Feed-Quantity-Total.
115900     IF WS-GL-Amount > 0
116000         SET GLF-DTL-DEBIT TO TRUE
116100         MOVE "GL DEBIT" TO WS-GL-Posting
116200         ADD 1 TO WS-Feed-Debit-Count
116300         ADD WS-GL-Amount TO WS-Feed-Debit-Total
116400     ELSE
116500         SET GLF-DTL-CREDIT TO TRUE
116600         MOVE "GL CREDIT" TO WS-GL-Posting
116700         COMPUTE WS-GL-Amount = 0 - WS-GL-Amount
116800         ADD 1 TO WS-Feed-Credit-Count
116900         ADD WS-GL-Amount TO WS-Feed-Credit-Total
117000     END-IF.
117100     MOVE WS-GL-Amount TO GLF-DTL-AMOUNT.
117200     WRITE GLF-FEED-RECORD.
117300     ADD 1 TO WS-Feed-Detail-Count.
117400 7000-EXIT.
117500     EXIT.
117600
117700******************************************************************
117800*   8000-PRINT-LINE -- WRITE WS-DETAIL-LINE TO THE STATEMENT    *
117900*   WITH A PAGE HEADING EVERY WS-LINES-PER-PAGE LINES.          *
118000******************************************************************
118100 8000-PRINT-LINE.
118200     IF WS-Line-Count >= WS-Lines-Per-Page
118300         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
118400     END-IF.
118500     WRITE RPT-PRINT-LINE FROM WS-Detail-Line.
118600     ADD 1 TO WS-Line-Count.
118700 8000-EXIT.
118800     EXIT.
118900
119000 8100-PAGE-HEADING.
119100     ADD 1 TO WS-Page-Count.
119200     MOVE WS-Period-X TO WS-H1-Period.
119300     MOVE WS-Current-Date TO WS-H1-Date.
119400     MOVE WS-Current-Time TO WS-H1-Time.
119500     MOVE WS-Page-Count TO WS-H1-Page.
119600     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
119700     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
119800     MOVE 2 TO WS-Line-Count.
119900 8100-EXIT.
120000     EXIT.
120100
120200******************************************************************
120300*   9000-TERMINATE -- THE RECOVERY ENTRY THAT BALANCES THE      *
120400*   JOURNAL, THE FEED TRAILER, THE CONTROL-TOTALS PAGE, AND     *
120500*   CLOSE.                                                      *
120600******************************************************************
120700 9000-TERMINATE.
120800     COMPUTE WS-Recovery-Amount =
120900         WS-Feed-Credit-Total - WS-Feed-Debit-Total.
121000     MOVE "NO ENTRY" TO WS-GL-Posting.
121100     IF WS-Recovery-Amount NOT = 0
121200         MOVE WS-Recovery-Cost-Center TO WS-GL-Cost-Center
121300         MOVE WS-Recovery-Account TO WS-GL-Account
121400         MOVE SPACES TO WS-GL-Department
121500         MOVE "NUMBERING RECOVERY" TO WS-GL-Description
121600         MOVE WS-Recovery-Amount TO WS-GL-Amount
121700         COMPUTE WS-GL-Quantity = 0 - WS-Total-Net-Charged
121800         PERFORM 7000-WRITE-GL-DETAIL THRU 7000-EXIT
121900     END-IF.
122000     MOVE SPACES TO GLF-FEED-RECORD.
122100     SET GLF-TYPE-TRAILER TO TRUE.
122200     MOVE WS-Journal-Id TO GLF-JOURNAL-ID.
122300     MOVE WS-Feed-Detail-Count TO GLF-TRL-DETAIL-COUNT.
122400     MOVE WS-Feed-Debit-Count TO GLF-TRL-DEBIT-COUNT.
122500     MOVE WS-Feed-Debit-Total TO GLF-TRL-DEBIT-TOTAL.
122600     MOVE WS-Feed-Credit-Count TO GLF-TRL-CREDIT-COUNT.
122700     MOVE WS-Feed-Credit-Total TO GLF-TRL-CREDIT-TOTAL.
122800     MOVE WS-Feed-Quantity-Total TO GLF-TRL-QUANTITY-TOTAL.
122900     WRITE GLF-FEED-RECORD.
123000     PERFORM 9100-PRINT-CONTROLS THRU 9100-EXIT.
123100     CLOSE STATEMENT-REPORT.
123200     CLOSE GL-FEED-FILE.
123300     DISPLAY "CHARGEBACK: PERIOD " WS-Period-X " "
123400         WS-Departments-Charged " DEPARTMENT(S), "
123500         WS-Counters-Charged " COUNTER(S), "
123600         WS-Feed-Detail-Count " GL RECORD(S)".
123700     IF WS-Unowned-Counters > 0
123800         DISPLAY "CHARGEBACK: WARNING -- " WS-Unowned-Counters
123900             " COUNTER(S) WITH ACTIVITY ARE NOT ON OWNERTB AND"
124000             " WERE NOT CHARGED"
124100     END-IF.
124200     IF WS-Dropped-Records > 0
124300         DISPLAY "CHARGEBACK: WARNING -- MORE THAN "
124400             WS-Max-Activity " COUNTERS ACTIVE; "
124500             WS-Dropped-Records " ACTIVITY RECORD(S) NOT CHARGED"
124600     END-IF.
124700     IF WS-Owner-Truncated-Yes
124800         DISPLAY "CHARGEBACK: WARNING -- OWNERTB PAST "
124900             WS-Max-Owners " ENTRIES -- THE REST ARE UNOWNED"
125000     END-IF.
125100     IF WS-Unowned-Counters > 0
125200             OR WS-Dropped-Records > 0
125300             OR WS-Owner-Truncated-Yes
125400             OR WS-Bad-Owner-Count > 0
125500             OR WS-Missing-Input-Count > 0
125600         IF RETURN-CODE < 4
125700             MOVE 4 TO RETURN-CODE
125800         END-IF
125900     END-IF.
126000 9000-EXIT.
126100     EXIT.
126200
126300******************************************************************
126400*   9100-PRINT-CONTROLS -- THE CONTROL-TOTALS PAGE: WHERE THE   *
126500*   NUMBERS CAME FROM, WHAT WAS CHARGED, AND THE FEED'S         *
126600*   BALANCING TOTALS FOR THE ACCOUNTING INTERFACE TO AGREE TO.  *
126700******************************************************************
126800 9100-PRINT-CONTROLS.
126900     MOVE WS-Lines-Per-Page TO WS-Line-Count.
127000     MOVE "CHARGEBACK CONTROL TOTALS" TO WS-Detail-Line.
127100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
127200     MOVE SPACES TO WS-Detail-Line.
127300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
127400     MOVE "RUN-HISTORY REQUESTS CHARGED" TO WS-CTL-Label.
127500     MOVE WS-Runs-Charged TO WS-CTL-Count.
127600     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
127700     MOVE "NUMBERS ISSUED PER RUN HISTORY" TO WS-CTL-Label.
127800     MOVE WS-Total-Run-Issued TO WS-CTL-Count.
127900     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
128000     MOVE "NUMBERS ISSUED BY OTHER ISSUERS (AUDIT)"
128100         TO WS-CTL-Label.
128200     MOVE WS-Total-Other-Issued TO WS-CTL-Count.
128300     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
128400     MOVE "AUDIT ISSUES ALREADY IN THE RUN HISTORY"
128500         TO WS-CTL-Label.
128600     MOVE WS-Covered-Issues TO WS-CTL-Count.
128700     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
128800     MOVE "NUMBERS VOIDED" TO WS-CTL-Label.
128900     MOVE WS-Total-Voids TO WS-CTL-Count.
129000     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
129100     MOVE "ACTIVITY RECORDS NOT CHARGED (TABLE FULL)"
129200         TO WS-CTL-Label.
129300     MOVE WS-Dropped-Records TO WS-CTL-Count.
129400     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
129500     MOVE SPACES TO WS-Detail-Line.
129600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
129700     MOVE "DEPARTMENTS CHARGED" TO WS-CTL-Label.
129800     MOVE WS-Departments-Charged TO WS-CTL-Count.
129900     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
130000     MOVE "COUNTERS CHARGED" TO WS-CTL-Label.
130100     MOVE WS-Counters-Charged TO WS-CTL-Count.
130200     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
130300     MOVE "NET NUMBERS CHARGED" TO WS-CTL-Label.
130400     MOVE WS-Total-Net-Charged TO WS-CTL-Count.
130500     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
130600     MOVE "COUNTERS NOT ON THE OWNERSHIP TABLE" TO WS-CTL-Label.
130700     MOVE WS-Unowned-Counters TO WS-CTL-Count.
130800     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
130900     MOVE "NET NUMBERS NOT CHARGED (NO OWNER)" TO WS-CTL-Label.
131000     MOVE WS-Unowned-Net TO WS-CTL-Count.
131100     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
131200     MOVE "OWNERSHIP RECORDS REJECTED" TO WS-CTL-Label.
131300     MOVE WS-Bad-Owner-Count TO WS-CTL-Count.
131400     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
131500     MOVE SPACES TO WS-Detail-Line.
131600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
131700     MOVE "DEPARTMENT DEBITS" TO WS-AML-Label.
131800     MOVE WS-Dept-Debit-Total TO WS-AML-Amount.
131900     MOVE SPACES TO WS-AML-Posting.
132000     PERFORM 9120-PRINT-AMOUNT THRU 9120-EXIT.
132100     MOVE "DEPARTMENT CREDITS" TO WS-AML-Label.
132200     MOVE WS-Dept-Credit-Total TO WS-AML-Amount.
132300     PERFORM 9120-PRINT-AMOUNT THRU 9120-EXIT.
132400     MOVE "RECOVERY ENTRY" TO WS-AML-Label.
132500     IF WS-Recovery-Amount < 0
132600         COMPUTE WS-Recovery-Amount = 0 - WS-Recovery-Amount
132700     END-IF.
132800     MOVE WS-Recovery-Amount TO WS-AML-Amount.
132900     MOVE WS-GL-Posting TO WS-AML-Posting.
133000     PERFORM 9120-PRINT-AMOUNT THRU 9120-EXIT.
133100     MOVE SPACES TO WS-AML-Posting.
133200     MOVE SPACES TO WS-Detail-Line.
133300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
133400     STRING "GL FEED JOURNAL " DELIMITED BY SIZE
133500         WS-Journal-Id DELIMITED BY SIZE
133600         INTO WS-Detail-Line.
133700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
133800     MOVE "GL DETAIL RECORDS" TO WS-CTL-Label.
133900     MOVE WS-Feed-Detail-Count TO WS-CTL-Count.
134000     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
134100     MOVE "GL DEBIT RECORDS" TO WS-CTL-Label.
134200     MOVE WS-Feed-Debit-Count TO WS-CTL-Count.
134300     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
134400     MOVE "GL DEBIT TOTAL" TO WS-AML-Label.
134500     MOVE WS-Feed-Debit-Total TO WS-AML-Amount.
134600     PERFORM 9120-PRINT-AMOUNT THRU 9120-EXIT.
134700     MOVE "GL CREDIT RECORDS" TO WS-CTL-Label.
134800     MOVE WS-Feed-Credit-Count TO WS-CTL-Count.
134900     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
135000     MOVE "GL CREDIT TOTAL" TO WS-AML-Label.
135100     MOVE WS-Feed-Credit-Total TO WS-AML-Amount.
135200     PERFORM 9120-PRINT-AMOUNT THRU 9120-EXIT.
135300     MOVE "GL QUANTITY HASH TOTAL" TO WS-CTL-Label.
135400     MOVE WS-Feed-Quantity-Total TO WS-CTL-Count.
135500     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
135600 9100-EXIT.
135700     EXIT.
135800
135900 9110-PRINT-COUNT.
136000     MOVE WS-Count-Line TO WS-Detail-Line.
136100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
136200 9110-EXIT.
136300     EXIT.
136400
136500 9120-PRINT-AMOUNT.
136600     MOVE WS-Amount-Line TO WS-Detail-Line.
136700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
136800 9120-EXIT.
136900     EXIT.
137000
137100 END PROGRAM chargeback.
