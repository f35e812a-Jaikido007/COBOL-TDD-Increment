000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  QUOTA-USAGE                                     *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS              *
000600*   DATE-WRITTEN:  2026-10-15                                   *
000700*                                                                *
000800*   REQUESTER QUOTA USAGE REPORT.  EVERY ENTRY ON THE REQUESTER *
000900*   QUOTA TABLE (QUOTAF, QUOTREC) IS PRINTED WITH ITS DAILY AND *
001000*   MONTHLY MAXIMUM, WHAT THE RESERVATION LEDGER (RESERVF,      *
001100*   RESVREC) SHOWS THE REQUESTER HAS DRAWN FROM THE COUNTER ON  *
001200*   THE REPORT DATE AND IN ITS MONTH, AND WHAT IS LEFT -- THE   *
001300*   SAME ARITHMETIC "number-block" DOES BEFORE EACH DRAW.  THE  *
001400*   REPORT IS IN REQUESTER / COUNTER ORDER.                     *
001500*                                                                *
001600*   A DRAW UNDER A REQUESTER'S "*" ENTRY IS PRINTED AGAINST THE *
001700*   COUNTER IT CAME FROM, WITH THE "*" ENTRY'S LIMITS.  A DRAW  *
001800*   BY A REQUESTER WITH NO ENTRY FOR THE COUNTER -- TAKEN WHILE *
001900*   QUOTAS WERE NOT BEING CHECKED -- IS PRINTED AND FLAGGED.    *
002000*                                                                *
002100*   THE REPORT DATE IS TAKEN FROM AN OPTIONAL CARD ON QUOPARM   *
002200*   (COLUMNS 1-8, YYYYMMDD).  NO CARD, OR A BLANK ONE, MEANS    *
002300*   TODAY.                                                      *
002400*                                                                *
002500*   RETURN-CODE 4 = A REQUESTER IS PAST A MAXIMUM, OR DREW FROM *
002600*                   A COUNTER WITHOUT A QUOTA ENTRY.            *
002700*   RETURN-CODE 8 = THE REPORT OR THE QUOTA TABLE WOULD NOT     *
002800*                   OPEN, OR THE DATE CARD IS INVALID; NOTHING  *
002900*                   WAS REPORTED.                               *
003000*                                                                *
003100*   MODIFICATION HISTORY                                        *
003200*   ---------------------------------------------------------   *
003300*   2026-10-15  JPK  INITIAL VERSION.                           *
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. quota-usage.
003700 AUTHOR. J. P. KOWALCZYK.
003800 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PARM-FILE ASSIGN TO QUOPARM
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-Parm-File-Status.
004800     SELECT QUOTA-TABLE ASSIGN TO QUOTAF
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-Quota-File-Status.
005100     SELECT RESERVE-LEDGER ASSIGN TO RESERVF
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-Ledger-File-Status.
005400     SELECT USAGE-REPORT ASSIGN TO QUOTARPT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-Report-File-Status.
005700     SELECT USAGE-SORT-FILE ASSIGN TO SORTWORK.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PARM-FILE
006200     RECORDING MODE IS F.
006300 01  PRM-PARM-CARD.
006400     05  PRM-REPORT-DATE             PIC X(08).
006500     05  FILLER                      PIC X(72).
006600
006700 FD  QUOTA-TABLE
006800     RECORDING MODE IS F.
006900     COPY quotrec.
007000
007100 FD  RESERVE-LEDGER
007200     RECORDING MODE IS F.
007300     COPY resvrec.
007400
007500 FD  USAGE-REPORT
007600     RECORDING MODE IS F.
007700 01  RPT-PRINT-LINE                  PIC X(132).
007800
007900******************************************************************
008000*   ONE RECORD PER REPORT LINE, KEYED REQUESTER THEN COUNTER.   *
008100******************************************************************
008200 SD  USAGE-SORT-FILE.
008300 01  SRT-USAGE-RECORD.
008400     05  SRT-REQUESTER               PIC X(08).
008500     05  SRT-COUNTER-ID              PIC X(08).
008600     05  SRT-SOURCE                  PIC X(01).
008700     05  SRT-DAILY-MAX               UNSIGNED-INT.
008800     05  SRT-MONTHLY-MAX             UNSIGNED-INT.
008900     05  SRT-USED-TODAY              UNSIGNED-INT.
009000     05  SRT-USED-MONTH              UNSIGNED-INT.
009100
009200 WORKING-STORAGE SECTION.
009300 77  WS-Parm-File-Status         PIC X(02).
009400     88  WS-Parm-File-OK             VALUE "00".
009500 77  WS-Quota-File-Status        PIC X(02).
009600     88  WS-Quota-File-OK            VALUE "00".
009700     88  WS-Quota-File-EOF           VALUE "10".
009800 77  WS-Ledger-File-Status       PIC X(02).
009900     88  WS-Ledger-File-OK           VALUE "00".
010000     88  WS-Ledger-File-EOF          VALUE "10".
010100 77  WS-Report-File-Status       PIC X(02).
010200     88  WS-Report-File-OK           VALUE "00".
010300
010400 77  WS-Stream-EOF-Switch        PIC X(01).
010500     88  WS-Stream-EOF-Yes           VALUE "Y".
010600     88  WS-Stream-EOF-No            VALUE "N".
010700 77  WS-Found-Switch             PIC X(01).
010800     88  WS-Found-Yes                VALUE "Y".
010900     88  WS-Found-No                 VALUE "N".
011000 77  WS-Truncated-Switch         PIC X(01) VALUE "N".
011100     88  WS-Truncated-Yes            VALUE "Y".
011200     88  WS-Truncated-No             VALUE "N".
011300
011400******************************************************************
011500*   THE REPORT DATE.  "TODAY" ON THE REPORT IS THIS DATE; "THIS *
011600*   MONTH" IS ITS MONTH UP TO AND INCLUDING IT.                 *
011700******************************************************************
011800 01  WS-Current-Date             PIC 9(08).
011900 77  WS-Current-Time             PIC 9(08).
012000 01  WS-Report-Date              PIC 9(08).
012100 01  WS-Report-Date-X REDEFINES WS-Report-Date PIC X(08).
012200
012300******************************************************************
012400*   ONE SLOT PER REQUESTER AND COUNTER: FIRST EVERY QUOTA TABLE *
012500*   ENTRY, THEN ANY PAIR THE LEDGER SHOWS DRAWING WITHOUT ONE.  *
012600*   WS-USG-SOURCE SAYS WHERE THE LIMITS CAME FROM.              *
012700******************************************************************
012800 77  WS-Max-Usage                UNSIGNED-INT VALUE 2000.
012900 77  WS-Usage-Count              UNSIGNED-INT VALUE 0.
013000 01  WS-Usage-Table.
013100     05  WS-USG-Entry OCCURS 2000 TIMES
013200             INDEXED BY WS-USG-Idx.
013300         10  WS-USG-Requester        PIC X(08).
013400         10  WS-USG-Counter-Id       PIC X(08).
013500         10  WS-USG-Source           PIC X(01).
013600             88  WS-USG-From-Own         VALUE "E".
013700             88  WS-USG-From-Any         VALUE "A".
013800             88  WS-USG-Not-On-Table     VALUE "N".
013900         10  WS-USG-Daily-Max        UNSIGNED-INT.
014000         10  WS-USG-Monthly-Max      UNSIGNED-INT.
014100         10  WS-USG-Used-Today       UNSIGNED-INT.
014200         10  WS-USG-Used-Month       UNSIGNED-INT.
014300 77  WS-Any-Idx                  UNSIGNED-INT.
014400 77  WS-Search-Counter-Id        PIC X(08).
014500 77  WS-Draw-Size                UNSIGNED-INT.
014600
014700 77  WS-Left                     UNSIGNED-INT.
014800 77  WS-Prev-Requester           PIC X(08).
014900 77  WS-Lines-Reported           UNSIGNED-INT VALUE 0.
015000 77  WS-Over-Count               UNSIGNED-INT VALUE 0.
015100 77  WS-Unlisted-Count           UNSIGNED-INT VALUE 0.
015200 77  WS-Draws-Counted            UNSIGNED-INT VALUE 0.
015300
015400 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
015500 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
015600 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
015700
015800 01  WS-Heading-1.
015900     05  FILLER                  PIC X(12)
016000         VALUE "QUOTA-USAGE ".
016100     05  FILLER                  PIC X(25)
016200         VALUE "REQUESTER QUOTA USAGE AS ".
016300     05  FILLER                  PIC X(03) VALUE "OF ".
016400     05  WS-H1-Report-Date       PIC X(08).
016500     05  FILLER                  PIC X(05) VALUE SPACES.
016600     05  FILLER                  PIC X(05) VALUE "DATE ".
016700     05  WS-H1-Date              PIC 9(08).
016800     05  FILLER                  PIC X(06) VALUE " TIME ".
016900     05  WS-H1-Time              PIC 9(08).
017000     05  FILLER                  PIC X(06) VALUE " PAGE ".
017100     05  WS-H1-Page              PIC ZZZZ9.
017200     05  FILLER                  PIC X(41) VALUE SPACES.
017300
017400 01  WS-Heading-2.
017500     05  FILLER                  PIC X(132) VALUE ALL "-".
017600
017700 01  WS-Detail-Line              PIC X(132).
017800
017900 01  WS-Usage-Line.
018000     05  FILLER                  PIC X(10) VALUE "REQUESTER ".
018100     05  WS-USL-Requester        PIC X(08).
018200     05  FILLER                  PIC X(09) VALUE " COUNTER ".
018300     05  WS-USL-Counter-Id       PIC X(08).
018400     05  FILLER                  PIC X(09) VALUE " DAY MAX ".
018500     05  WS-USL-Day-Max          PIC X(09).
018600     05  FILLER                  PIC X(06) VALUE " USED ".
018700     05  WS-USL-Day-Used         PIC Z(08)9.
018800     05  FILLER                  PIC X(06) VALUE " LEFT ".
018900     05  WS-USL-Day-Left         PIC X(09).
019000     05  FILLER                  PIC X(09) VALUE " MON MAX ".
019100     05  WS-USL-Mon-Max          PIC X(09).
019200     05  FILLER                  PIC X(06) VALUE " USED ".
019300     05  WS-USL-Mon-Used         PIC Z(08)9.
019400     05  FILLER                  PIC X(06) VALUE " LEFT ".
019500     05  WS-USL-Mon-Left         PIC X(09).
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700
019800 01  WS-Note-Line.
019900     05  FILLER                  PIC X(35) VALUE SPACES.
020000     05  FILLER                  PIC X(06) VALUE "NOTE: ".
020100     05  WS-NTL-Text             PIC X(91).
020200
020300 01  WS-Edit-Amount              PIC Z(08)9.
020400
020500 01  WS-Total-Line.
020600     05  FILLER                  PIC X(12)
020700         VALUE "QUOTA-USAGE ".
020800     05  WS-TOT-Lines            PIC Z(04)9.
020900     05  FILLER                  PIC X(22)
021000         VALUE " REQUESTER/COUNTER(S) ".
021100     05  WS-TOT-Over             PIC Z(04)9.
021200     05  FILLER                  PIC X(15)
021300         VALUE " PAST A MAXIMUM".
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  WS-TOT-Unlisted         PIC Z(04)9.
021600     05  FILLER                  PIC X(20)
021700         VALUE " WITHOUT QUOTA ENTRY".
021800     05  FILLER                  PIC X(46) VALUE SPACES.
021900
022000 PROCEDURE DIVISION.
022100******************************************************************
022200 0000-MAINLINE.
022300******************************************************************
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500     IF RETURN-CODE = 8
022600         GO TO 0000-GOBACK
022700     END-IF.
022800     PERFORM 1200-LOAD-QUOTAS THRU 1200-EXIT.
022900     IF RETURN-CODE = 8
023000         GO TO 0000-GOBACK
023100     END-IF.
023200     PERFORM 2000-ADD-UP-DRAWS THRU 2000-EXIT.
023300     SORT USAGE-SORT-FILE
023400         ON ASCENDING KEY SRT-REQUESTER SRT-COUNTER-ID
023500         INPUT PROCEDURE IS 3000-RELEASE-USAGE
023600             THRU 3000-EXIT
023700         OUTPUT PROCEDURE IS 5000-REPORT-USAGE
023800             THRU 5000-EXIT.
023900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024000 0000-GOBACK.
024100     GOBACK.
024200
024300******************************************************************
024400*   1000-INITIALIZE -- SETTLE THE REPORT DATE AND OPEN THE      *
024500*   REPORT.                                                     *
024600******************************************************************
024700 1000-INITIALIZE.
024800     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
024900     ACCEPT WS-Current-Time FROM TIME.
025000     PERFORM 1100-SET-REPORT-DATE THRU 1100-EXIT.
025100     IF RETURN-CODE = 8
025200         GO TO 1000-EXIT
025300     END-IF.
025400     OPEN OUTPUT USAGE-REPORT.
025500     IF NOT WS-Report-File-OK
025600         DISPLAY "QUOTA-USAGE: CANNOT OPEN QUOTARPT, STATUS "
025700             WS-Report-File-Status
025800         MOVE 8 TO RETURN-CODE
025900     END-IF.
026000 1000-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400*   1100-SET-REPORT-DATE -- THE DATE ON THE QUOPARM CARD, OR    *
026500*   TODAY WHEN THERE IS NO CARD.  A CARD THAT IS NOT A VALID    *
026600*   YYYYMMDD REFUSES THE RUN RATHER THAN QUIETLY REPORTING SOME *
026700*   OTHER DAY.                                                  *
026800******************************************************************
026900 1100-SET-REPORT-DATE.
027000     MOVE SPACES TO PRM-PARM-CARD.
027100     OPEN INPUT PARM-FILE.
027200     IF WS-Parm-File-OK
027300         READ PARM-FILE
027400             AT END
027500                 MOVE SPACES TO PRM-PARM-CARD
027600         END-READ
027700         CLOSE PARM-FILE
027800     END-IF.
027900     IF PRM-REPORT-DATE = SPACES
028000         MOVE WS-Current-Date TO WS-Report-Date
028100     ELSE
028200         IF PRM-REPORT-DATE NOT NUMERIC
028300             DISPLAY "QUOTA-USAGE: INVALID DATE CARD '"
028400                 PRM-REPORT-DATE "' -- EXPECTED YYYYMMDD"
028500             MOVE 8 TO RETURN-CODE
028600             GO TO 1100-EXIT
028700         END-IF
028800         MOVE PRM-REPORT-DATE TO WS-Report-Date-X
028900         IF FUNCTION TEST-DATE-YYYYMMDD (WS-Report-Date) NOT = 0
029000             DISPLAY "QUOTA-USAGE: INVALID DATE CARD '"
029100                 PRM-REPORT-DATE "' -- NOT A CALENDAR DATE"
029200             MOVE 8 TO RETURN-CODE
029300             GO TO 1100-EXIT
029400         END-IF
029500     END-IF.
029600     DISPLAY "QUOTA-USAGE: REPORT DATE " WS-Report-Date-X.
029700 1100-EXIT.
029800     EXIT.
029900
030000******************************************************************
030100*   1200-LOAD-QUOTAS -- ONE SLOT PER QUOTA TABLE ENTRY.  WITHOUT *
030200*   THE TABLE THERE IS NOTHING TO REPORT AGAINST.               *
030300******************************************************************
030400 1200-LOAD-QUOTAS.
030500     OPEN INPUT QUOTA-TABLE.
030600     IF NOT WS-Quota-File-OK
030700         DISPLAY "QUOTA-USAGE: CANNOT OPEN QUOTAF, STATUS "
030800             WS-Quota-File-Status
030900         MOVE 8 TO RETURN-CODE
031000         GO TO 1200-EXIT
031100     END-IF.
031200     PERFORM 1210-LOAD-ONE-QUOTA THRU 1210-EXIT
031300         UNTIL WS-Quota-File-EOF.
031400 1200-EXIT.
031500     IF WS-Quota-File-OK OR WS-Quota-File-EOF
031600         CLOSE QUOTA-TABLE
031700     END-IF.
031800     EXIT.
031900
032000 1210-LOAD-ONE-QUOTA.
032100     READ QUOTA-TABLE
032200         AT END
032300             GO TO 1210-EXIT
032400     END-READ.
032500     IF WS-Quota-File-Status > "10"
032600         SET WS-Quota-File-EOF TO TRUE
032700         GO TO 1210-EXIT
032800     END-IF.
032900     IF QTA-REQUESTER = SPACES
033000             OR QTA-REQUESTER (1:1) = "*"
033100         GO TO 1210-EXIT
033200     END-IF.
033300     IF QTA-COUNTER-ID = SPACES
033400             OR QTA-DAILY-MAX NOT NUMERIC
033500             OR QTA-MONTHLY-MAX NOT NUMERIC
033600         DISPLAY "QUOTA-USAGE: QUOTAF ENTRY FOR " QTA-REQUESTER
033700             " " QTA-COUNTER-ID " IGNORED -- COUNTER OR MAXIMUM "
033800             "NOT GIVEN"
033900         GO TO 1210-EXIT
034000     END-IF.
034100     IF WS-Usage-Count >= WS-Max-Usage
034200         SET WS-Truncated-Yes TO TRUE
034300         GO TO 1210-EXIT
034400     END-IF.
034500     ADD 1 TO WS-Usage-Count.
034600     SET WS-USG-Idx TO WS-Usage-Count.
034700     MOVE QTA-REQUESTER TO WS-USG-Requester (WS-USG-Idx).
034800     MOVE QTA-COUNTER-ID TO WS-USG-Counter-Id (WS-USG-Idx).
034900     SET WS-USG-From-Own (WS-USG-Idx) TO TRUE.
035000     MOVE QTA-DAILY-MAX TO WS-USG-Daily-Max (WS-USG-Idx).
035100     MOVE QTA-MONTHLY-MAX TO WS-USG-Monthly-Max (WS-USG-Idx).
035200     MOVE 0 TO WS-USG-Used-Today (WS-USG-Idx).
035300     MOVE 0 TO WS-USG-Used-Month (WS-USG-Idx).
035400 1210-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800*   2000-ADD-UP-DRAWS -- ONE PASS OVER THE LEDGER.  EVERY RECORD *
035900*   FLAGGED AS A DRAW IN THE REPORT MONTH, UP TO THE REPORT     *
036000*   DATE, IS ADDED TO ITS REQUESTER AND COUNTER.  NO LEDGER     *
036100*   MEANS NOTHING DRAWN.                                        *
036200******************************************************************
036300 2000-ADD-UP-DRAWS.
036400     OPEN INPUT RESERVE-LEDGER.
036500     IF NOT WS-Ledger-File-OK
036600         DISPLAY "QUOTA-USAGE: NO RESERVATION LEDGER, STATUS "
036700             WS-Ledger-File-Status " -- NOTHING DRAWN"
036800         GO TO 2000-EXIT
036900     END-IF.
037000     PERFORM 2100-ADD-ONE-DRAW THRU 2100-EXIT
037100         UNTIL WS-Ledger-File-EOF.
037200 2000-EXIT.
037300     IF WS-Ledger-File-OK OR WS-Ledger-File-EOF
037400         CLOSE RESERVE-LEDGER
037500     END-IF.
037600     EXIT.
037700
037800 2100-ADD-ONE-DRAW.
037900     READ RESERVE-LEDGER
038000         AT END
038100             GO TO 2100-EXIT
038200     END-READ.
038300     IF WS-Ledger-File-Status > "10"
038400         SET WS-Ledger-File-EOF TO TRUE
038500         GO TO 2100-EXIT
038600     END-IF.
038700     IF NOT RSV-DRAW-RECORD
038800             OR RSV-DRAW-DATE NOT NUMERIC
038900         GO TO 2100-EXIT
039000     END-IF.
039100     IF RSV-DRAW-DATE (1:6) NOT = WS-Report-Date (1:6)
039200             OR RSV-DRAW-DATE > WS-Report-Date
039300         GO TO 2100-EXIT
039400     END-IF.
039500     PERFORM 2200-FIND-SLOT THRU 2200-EXIT.
039600     IF WS-Found-No
039700         GO TO 2100-EXIT
039800     END-IF.
039900     COMPUTE WS-Draw-Size = RSV-RANGE-END - RSV-RANGE-START + 1.
040000     ADD WS-Draw-Size TO WS-USG-Used-Month (WS-USG-Idx).
040100     IF RSV-DRAW-DATE = WS-Report-Date
040200         ADD WS-Draw-Size TO WS-USG-Used-Today (WS-USG-Idx)
040300     END-IF.
040400     ADD 1 TO WS-Draws-Counted.
040500 2100-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900*   2200-FIND-SLOT -- THE SLOT FOR THE DRAW'S REQUESTER AND     *
041000*   COUNTER.  A PAIR NOT YET IN THE TABLE IS ADDED, WITH THE    *
041100*   REQUESTER'S "*" LIMITS IF IT HAS A "*" ENTRY, ELSE AS NOT ON *
041200*   THE TABLE.  WS-FOUND-NO ONLY WHEN THE TABLE IS FULL.        *
041300******************************************************************
041400 2200-FIND-SLOT.
041500     MOVE RSV-COUNTER-ID TO WS-Search-Counter-Id.
041600     PERFORM 2300-SEARCH-SLOTS THRU 2300-EXIT.
041700     IF WS-Found-Yes
041800         GO TO 2200-EXIT
041900     END-IF.
042000     IF WS-Usage-Count >= WS-Max-Usage
042100         SET WS-Truncated-Yes TO TRUE
042200         GO TO 2200-EXIT
042300     END-IF.
042400     MOVE "*" TO WS-Search-Counter-Id.
042500     PERFORM 2300-SEARCH-SLOTS THRU 2300-EXIT.
042600     MOVE 0 TO WS-Any-Idx.
042700     IF WS-Found-Yes
042800         SET WS-Any-Idx TO WS-USG-Idx
042900     END-IF.
043000     ADD 1 TO WS-Usage-Count.
043100     SET WS-USG-Idx TO WS-Usage-Count.
043200     MOVE RSV-REQUESTER TO WS-USG-Requester (WS-USG-Idx).
043300     MOVE RSV-COUNTER-ID TO WS-USG-Counter-Id (WS-USG-Idx).
043400     MOVE 0 TO WS-USG-Used-Today (WS-USG-Idx).
043500     MOVE 0 TO WS-USG-Used-Month (WS-USG-Idx).
043600     IF WS-Any-Idx > 0
043700         SET WS-USG-From-Any (WS-USG-Idx) TO TRUE
043800         MOVE WS-USG-Daily-Max (WS-Any-Idx)
043900             TO WS-USG-Daily-Max (WS-USG-Idx)
044000         MOVE WS-USG-Monthly-Max (WS-Any-Idx)
044100             TO WS-USG-Monthly-Max (WS-USG-Idx)
044200     ELSE
044300         SET WS-USG-Not-On-Table (WS-USG-Idx) TO TRUE
044400         MOVE 0 TO WS-USG-Daily-Max (WS-USG-Idx)
044500         MOVE 0 TO WS-USG-Monthly-Max (WS-USG-Idx)
044600     END-IF.
044700     SET WS-Found-Yes TO TRUE.
044800 2200-EXIT.
044900     EXIT.
045000
045100 2300-SEARCH-SLOTS.
045200     SET WS-Found-No TO TRUE.
045300     PERFORM 2310-CHECK-ONE-SLOT THRU 2310-EXIT
045400         VARYING WS-USG-Idx FROM 1 BY 1
045500         UNTIL WS-USG-Idx > WS-Usage-Count
045600             OR WS-Found-Yes.
045700     IF WS-Found-Yes
045800         SET WS-USG-Idx DOWN BY 1
045900     END-IF.
046000 2300-EXIT.
046100     EXIT.
046200
046300 2310-CHECK-ONE-SLOT.
046400     IF WS-USG-Requester (WS-USG-Idx) = RSV-REQUESTER
046500             AND WS-USG-Counter-Id (WS-USG-Idx)
046600                 = WS-Search-Counter-Id
046700         SET WS-Found-Yes TO TRUE
046800     END-IF.
046900 2310-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300*   3000-RELEASE-USAGE -- SORT INPUT: EVERY SLOT.               *
047400******************************************************************
047500 3000-RELEASE-USAGE.
047600     PERFORM 3100-RELEASE-ONE THRU 3100-EXIT
047700         VARYING WS-USG-Idx FROM 1 BY 1
047800         UNTIL WS-USG-Idx > WS-Usage-Count.
047900 3000-EXIT.
048000     EXIT.
048100
048200 3100-RELEASE-ONE.
048300     MOVE WS-USG-Requester (WS-USG-Idx) TO SRT-REQUESTER.
048400     MOVE WS-USG-Counter-Id (WS-USG-Idx) TO SRT-COUNTER-ID.
048500     MOVE WS-USG-Source (WS-USG-Idx) TO SRT-SOURCE.
048600     MOVE WS-USG-Daily-Max (WS-USG-Idx) TO SRT-DAILY-MAX.
048700     MOVE WS-USG-Monthly-Max (WS-USG-Idx) TO SRT-MONTHLY-MAX.
048800     MOVE WS-USG-Used-Today (WS-USG-Idx) TO SRT-USED-TODAY.
048900     MOVE WS-USG-Used-Month (WS-USG-Idx) TO SRT-USED-MONTH.
049000     RELEASE SRT-USAGE-RECORD.
049100 3100-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500*   5000-REPORT-USAGE -- SORT OUTPUT: ONE LINE PER REQUESTER AND *
049600*   COUNTER, A BLANK LINE BETWEEN REQUESTERS.                   *
049700******************************************************************
049800 5000-REPORT-USAGE.
049900     SET WS-Stream-EOF-No TO TRUE.
050000     MOVE LOW-VALUES TO WS-Prev-Requester.
050100     PERFORM 5100-REPORT-ONE THRU 5100-EXIT
050200         UNTIL WS-Stream-EOF-Yes.
050300 5000-EXIT.
050400     EXIT.
050500
050600 5100-REPORT-ONE.
050700     RETURN USAGE-SORT-FILE
050800         AT END
050900             SET WS-Stream-EOF-Yes TO TRUE
051000             GO TO 5100-EXIT
051100     END-RETURN.
051200     IF SRT-REQUESTER NOT = WS-Prev-Requester
051300             AND WS-Prev-Requester NOT = LOW-VALUES
051400         MOVE SPACES TO WS-Detail-Line
051500         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
051600     END-IF.
051700     MOVE SRT-REQUESTER TO WS-Prev-Requester.
051800     MOVE SRT-REQUESTER TO WS-USL-Requester.
051900     MOVE SRT-COUNTER-ID TO WS-USL-Counter-Id.
052000     MOVE SRT-USED-TODAY TO WS-USL-Day-Used.
052100     MOVE SRT-USED-MONTH TO WS-USL-Mon-Used.
052200     MOVE SPACES TO WS-NTL-Text.
052300     IF SRT-COUNTER-ID = "*"
052400         PERFORM 5200-ANY-COUNTER-LINE THRU 5200-EXIT
052500         GO TO 5100-PRINT
052600     END-IF.
052700     IF SRT-SOURCE = "N"
052800         MOVE SPACES TO WS-USL-Day-Max
052900         MOVE SPACES TO WS-USL-Day-Left
053000         MOVE SPACES TO WS-USL-Mon-Max
053100         MOVE SPACES TO WS-USL-Mon-Left
053200         MOVE "DREW FROM THIS COUNTER WITHOUT A QUOTA ENTRY"
053300             TO WS-NTL-Text
053400         ADD 1 TO WS-Unlisted-Count
053500         GO TO 5100-PRINT
053600     END-IF.
053700     PERFORM 5300-DAY-FIGURES THRU 5300-EXIT.
053800     PERFORM 5400-MONTH-FIGURES THRU 5400-EXIT.
053900     IF SRT-SOURCE = "A" AND WS-NTL-Text = SPACES
054000         MOVE "LIMITS FROM THE REQUESTER'S ""*"" ENTRY"
054100             TO WS-NTL-Text
054200     END-IF.
054300 5100-PRINT.
054400     MOVE WS-Usage-Line TO WS-Detail-Line.
054500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
054600     ADD 1 TO WS-Lines-Reported.
054700     IF WS-NTL-Text NOT = SPACES
054800         MOVE WS-Note-Line TO WS-Detail-Line
054900         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
055000     END-IF.
055100 5100-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500*   5200-ANY-COUNTER-LINE -- A "*" ENTRY HAS NO USAGE OF ITS    *
055600*   OWN; ITS LIMITS APPLY TO EACH COUNTER, WHICH PRINT ON THEIR *
055700*   OWN LINES WHEN DRAWN FROM.                                  *
055800******************************************************************
055900 5200-ANY-COUNTER-LINE.
056000     PERFORM 5300-DAY-FIGURES THRU 5300-EXIT.
056100     PERFORM 5400-MONTH-FIGURES THRU 5400-EXIT.
056200     MOVE SPACES TO WS-USL-Day-Left.
056300     MOVE SPACES TO WS-USL-Mon-Left.
056400     MOVE "LIMITS APPLY TO EACH COUNTER NOT LISTED ON ITS OWN"
056500         TO WS-NTL-Text.
056600 5200-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000*   5300-DAY-FIGURES / 5400-MONTH-FIGURES -- MAXIMUM AND WHAT IS *
057100*   LEFT.  A MAXIMUM OF ZERO IS NO LIMIT.  USAGE PAST THE       *
057200*   MAXIMUM (THE TABLE WAS LOWERED, OR THE DRAWS WERE TAKEN     *
057300*   WHILE QUOTAS WERE NOT CHECKED) IS FLAGGED.                  *
057400******************************************************************
057500 5300-DAY-FIGURES.
057600     IF SRT-DAILY-MAX = 0
057700         MOVE " NO LIMIT" TO WS-USL-Day-Max
057800         MOVE "        -" TO WS-USL-Day-Left
057900         GO TO 5300-EXIT
058000     END-IF.
058100     MOVE SRT-DAILY-MAX TO WS-Edit-Amount.
058200     MOVE WS-Edit-Amount TO WS-USL-Day-Max.
058300     MOVE 0 TO WS-Left.
058400     IF SRT-USED-TODAY < SRT-DAILY-MAX
058500         COMPUTE WS-Left = SRT-DAILY-MAX - SRT-USED-TODAY
058600     END-IF.
058700     MOVE WS-Left TO WS-Edit-Amount.
058800     MOVE WS-Edit-Amount TO WS-USL-Day-Left.
058900     IF SRT-USED-TODAY > SRT-DAILY-MAX
059000         MOVE "PAST THE DAILY MAXIMUM" TO WS-NTL-Text
059100         ADD 1 TO WS-Over-Count
059200     END-IF.
059300 5300-EXIT.
059400     EXIT.
059500
059600 5400-MONTH-FIGURES.
059700     IF SRT-MONTHLY-MAX = 0
059800         MOVE " NO LIMIT" TO WS-USL-Mon-Max
059900         MOVE "        -" TO WS-USL-Mon-Left
060000         GO TO 5400-EXIT
060100     END-IF.
060200     MOVE SRT-MONTHLY-MAX TO WS-Edit-Amount.
060300     MOVE WS-Edit-Amount TO WS-USL-Mon-Max.
060400     MOVE 0 TO WS-Left.
060500     IF SRT-USED-MONTH < SRT-MONTHLY-MAX
060600         COMPUTE WS-Left = SRT-MONTHLY-MAX - SRT-USED-MONTH
060700     END-IF.
060800     MOVE WS-Left TO WS-Edit-Amount.
060900     MOVE WS-Edit-Amount TO WS-USL-Mon-Left.
061000     IF SRT-USED-MONTH > SRT-MONTHLY-MAX
061100         IF WS-NTL-Text = SPACES
061200             MOVE "PAST THE MONTHLY MAXIMUM" TO WS-NTL-Text
061300             ADD 1 TO WS-Over-Count
061400         ELSE
061500             MOVE "PAST THE DAILY AND THE MONTHLY MAXIMUM"
061600                 TO WS-NTL-Text
061700         END-IF
061800     END-IF.
061900 5400-EXIT.
062000     EXIT.
062100
062200******************************************************************
062300*   8000-PRINT-LINE -- WRITE WS-DETAIL-LINE TO THE REPORT WITH  *
062400*   A PAGE HEADING EVERY WS-LINES-PER-PAGE LINES.               *
062500******************************************************************
062600 8000-PRINT-LINE.
062700     IF WS-Line-Count >= WS-Lines-Per-Page
062800         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
062900     END-IF.
063000     WRITE RPT-PRINT-LINE FROM WS-Detail-Line.
063100     ADD 1 TO WS-Line-Count.
063200 8000-EXIT.
063300     EXIT.
063400
063500 8100-PAGE-HEADING.
063600     ADD 1 TO WS-Page-Count.
063700     MOVE WS-Report-Date-X TO WS-H1-Report-Date.
063800     MOVE WS-Current-Date TO WS-H1-Date.
063900     MOVE WS-Current-Time TO WS-H1-Time.
064000     MOVE WS-Page-Count TO WS-H1-Page.
064100     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
064200     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
064300     MOVE 2 TO WS-Line-Count.
064400 8100-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800*   9000-TERMINATE -- TOTALS AND CLOSE.                         *
064900******************************************************************
065000 9000-TERMINATE.
065100     IF WS-Lines-Reported = 0
065200         MOVE "QUOTA-USAGE NOTHING TO REPORT"
065300             TO WS-Detail-Line
065400         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
065500     END-IF.
065600     MOVE SPACES TO WS-Detail-Line.
065700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
065800     MOVE WS-Lines-Reported TO WS-TOT-Lines.
065900     MOVE WS-Over-Count TO WS-TOT-Over.
066000     MOVE WS-Unlisted-Count TO WS-TOT-Unlisted.
066100     MOVE WS-Total-Line TO WS-Detail-Line.
066200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
066300     DISPLAY "QUOTA-USAGE: " WS-Lines-Reported
066400         " REQUESTER/COUNTER(S), " WS-Draws-Counted
066500         " DRAW(S) IN THE MONTH, " WS-Over-Count
066600         " PAST A MAXIMUM, " WS-Unlisted-Count
066700         " WITHOUT A QUOTA ENTRY".
066800     IF WS-Over-Count > 0 OR WS-Unlisted-Count > 0
066900         IF RETURN-CODE < 4
067000             MOVE 4 TO RETURN-CODE
067100         END-IF
067200     END-IF.
067300     IF WS-Truncated-Yes
067400         DISPLAY "QUOTA-USAGE: WARNING -- MORE THAN " WS-Max-Usage
067500             " REQUESTER/COUNTER PAIRS -- SOME LEFT OUT"
067600         IF RETURN-CODE < 4
067700             MOVE 4 TO RETURN-CODE
067800         END-IF
067900     END-IF.
068000     CLOSE USAGE-REPORT.
068100 9000-EXIT.
068200     EXIT.
068300
068400 END PROGRAM quota-usage.
