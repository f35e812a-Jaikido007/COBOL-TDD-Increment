000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  VOID-ANALYSIS                                   *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS               *
000600*   DATE-WRITTEN:  2026-10-15                                    *
000700*                                                                *
000800*   MONTHLY VOID ANALYSIS.  EVERY "V" AUDIT RECORD DATED IN     *
000900*   THE REPORTING MONTH, FROM THE LIVE TRAIL (AUDITF) AND THE   *
001000*   ARCHIVE (AUDITHST) ALIKE, IS SORTED BY COUNTER, REASON      *
001100*   CODE, AND RUN-ID AND COUNTED.  THE REPORT (VOIDANL) SHOWS   *
001200*   THE VOIDS PER RUN WITHIN EACH REASON, A SUBTOTAL PER        *
001300*   REASON WITH ITS DESCRIPTION AND CATEGORY FROM THE REASON-   *
001400*   CODE TABLE (REASONTB, RSNREC), A SUBTOTAL PER COUNTER, AND  *
001500*   A GRAND TOTAL.  A VOID WRITTEN BEFORE REASON CODES WERE     *
001600*   CARRIED ON THE TRAIL PRINTS AS "(NONE RECORDED)".           *
001700*                                                                *
001800*   THE REPORTING MONTH IS TAKEN FROM AN OPTIONAL CARD ON       *
001900*   ANLPARM (COLUMNS 1-6, YYYYMM).  NO CARD, OR A BLANK ONE,    *
002000*   MEANS THE PREVIOUS CALENDAR MONTH -- THE NORMAL MONTHLY     *
002100*   SCHEDULE.                                                   *
002200*                                                                *
002300*   RETURN-CODE 4 = THE REASON-CODE TABLE WAS MISSING, OR A     *
002400*                   VOID CARRIES A CODE NOT ON IT.              *
002500*   RETURN-CODE 8 = THE REPORT WOULD NOT OPEN OR THE PERIOD     *
002600*                   CARD IS INVALID; NOTHING WAS REPORTED.      *
002700*                                                                *
002800*   MODIFICATION HISTORY                                        *
002900*   ---------------------------------------------------------   *
003000*   2026-10-15  JPK  INITIAL VERSION.                           *
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. void-analysis.
003400 AUTHOR. J. P. KOWALCZYK.
003500 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PARM-FILE ASSIGN TO ANLPARM
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-Parm-File-Status.
004500     SELECT REASON-TABLE ASSIGN TO REASONTB
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-Reason-File-Status.
004800     SELECT AUDIT-FILE ASSIGN TO AUDITF
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-Audit-File-Status.
005100     SELECT HISTORY-FILE ASSIGN TO AUDITHST
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-History-File-Status.
005400     SELECT ANALYSIS-REPORT ASSIGN TO VOIDANL
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-Report-File-Status.
005700     SELECT VOID-SORT-FILE ASSIGN TO SORTWORK.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PARM-FILE
006200     RECORDING MODE IS F.
006300 01  PRM-PARM-CARD.
006400     05  PRM-PERIOD                  PIC X(06).
006500     05  FILLER                      PIC X(74).
006600
006700 FD  REASON-TABLE
006800     RECORDING MODE IS F.
006900     COPY rsnrec.
007000
007100 FD  AUDIT-FILE
007200     RECORDING MODE IS F.
007300     COPY auditrec.
007400
007500 FD  HISTORY-FILE
007600     RECORDING MODE IS F.
007700     COPY auditrec REPLACING LEADING ==AUD-== BY ==HST-==.
007800
007900 FD  ANALYSIS-REPORT
008000     RECORDING MODE IS F.
008100 01  RPT-PRINT-LINE                  PIC X(132).
008200
008300******************************************************************
008400*   ONE RECORD PER VOID IN THE MONTH.  THE SORT KEY IS THE      *
008500*   WHOLE RECORD: COUNTER, THEN REASON, THEN RUN.               *
008600******************************************************************
008700 SD  VOID-SORT-FILE.
008800 01  SRT-VOID-RECORD.
008900     05  SRT-COUNTER-ID              PIC X(08).
009000     05  SRT-REASON-CODE             PIC X(04).
009100     05  SRT-RUN-ID                  PIC X(08).
009200
009300 WORKING-STORAGE SECTION.
009400 77  WS-Parm-File-Status         PIC X(02).
009500     88  WS-Parm-File-OK             VALUE "00".
009600 77  WS-Reason-File-Status       PIC X(02).
009700     88  WS-Reason-File-OK           VALUE "00".
009800     88  WS-Reason-File-EOF          VALUE "10".
009900 77  WS-Audit-File-Status        PIC X(02).
010000     88  WS-Audit-File-OK            VALUE "00".
010100     88  WS-Audit-File-EOF           VALUE "10".
010200 77  WS-History-File-Status      PIC X(02).
010300     88  WS-History-File-OK          VALUE "00".
010400     88  WS-History-File-EOF         VALUE "10".
010500 77  WS-Report-File-Status       PIC X(02).
010600     88  WS-Report-File-OK           VALUE "00".
010700
010800 77  WS-Stream-EOF-Switch        PIC X(01).
010900     88  WS-Stream-EOF-Yes           VALUE "Y".
011000     88  WS-Stream-EOF-No            VALUE "N".
011100 77  WS-Found-Switch             PIC X(01).
011200     88  WS-Found-Yes                VALUE "Y".
011300     88  WS-Found-No                 VALUE "N".
011400 77  WS-Truncated-Switch         PIC X(01) VALUE "N".
011500     88  WS-Truncated-Yes            VALUE "Y".
011600     88  WS-Truncated-No             VALUE "N".
011700 77  WS-Table-Switch             PIC X(01) VALUE "Y".
011800     88  WS-Table-Loaded             VALUE "Y".
011900     88  WS-Table-Missing            VALUE "N".
012000
012100******************************************************************
012200*   THE REPORTING MONTH.  A VOID IS IN THE MONTH WHEN ITS       *
012300*   AUDIT DATE FALLS BETWEEN THE FIRST AND THE 31ST -- A DAY    *
012400*   PAST THE MONTH'S END NEVER APPEARS ON THE TRAIL.            *
012500******************************************************************
012600 01  WS-Current-Date             PIC 9(08).
012700 01  WS-Current-Date-Parts REDEFINES WS-Current-Date.
012800     05  WS-CUR-Year                 PIC 9(04).
012900     05  WS-CUR-Month                PIC 9(02).
013000     05  WS-CUR-Day                  PIC 9(02).
013100 77  WS-Current-Time             PIC 9(08).
013200 01  WS-Period.
013300     05  WS-PER-Year                 PIC 9(04).
013400     05  WS-PER-Month                PIC 9(02).
013500 01  WS-Period-X REDEFINES WS-Period PIC X(06).
013600 77  WS-Period-Start             PIC 9(08).
013700 77  WS-Period-End               PIC 9(08).
013800
013900******************************************************************
014000*   THE REASON-CODE TABLE, FOR DESCRIPTIONS AND CATEGORIES.     *
014100******************************************************************
014200 77  WS-Max-Reasons              UNSIGNED-INT VALUE 200.
014300 77  WS-Reason-Count             UNSIGNED-INT VALUE 0.
014400 01  WS-Reason-Table.
014500     05  WS-RSN-Entry OCCURS 200 TIMES
014600             INDEXED BY WS-RSN-Idx.
014700         10  WS-RSN-Code             PIC X(04).
014800         10  WS-RSN-Description      PIC X(30).
014900         10  WS-RSN-Category         PIC X(10).
015000         10  WS-RSN-Active           PIC X(01).
015100             88  WS-RSN-Active-Yes       VALUE "A".
015200
015300******************************************************************
015400*   CONTROL-BREAK KEYS AND COUNTS.                              *
015500******************************************************************
015600 77  WS-Prev-Counter-Id          PIC X(08).
015700 77  WS-Prev-Reason-Code         PIC X(04).
015800 77  WS-Prev-Run-Id              PIC X(08).
015900 77  WS-Run-Voids                UNSIGNED-INT VALUE 0.
016000 77  WS-Reason-Voids             UNSIGNED-INT VALUE 0.
016100 77  WS-Counter-Voids            UNSIGNED-INT VALUE 0.
016200 77  WS-Total-Voids              UNSIGNED-INT VALUE 0.
016300 77  WS-Counters-Reported        UNSIGNED-INT VALUE 0.
016400 77  WS-Unknown-Voids            UNSIGNED-INT VALUE 0.
016500 77  WS-Records-Released         UNSIGNED-INT VALUE 0.
016600
016700 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
016800 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
016900 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
017000
017100 01  WS-Heading-1.
017200     05  FILLER                  PIC X(14)
017300         VALUE "VOID-ANALYSIS ".
017400     05  FILLER                  PIC X(21)
017500         VALUE "MONTHLY VOID ANALYSIS".
017600     05  FILLER                  PIC X(08) VALUE " PERIOD ".
017700     05  WS-H1-Period            PIC X(06).
017800     05  FILLER                  PIC X(04) VALUE SPACES.
017900     05  FILLER                  PIC X(05) VALUE "DATE ".
018000     05  WS-H1-Date              PIC 9(08).
018100     05  FILLER                  PIC X(06) VALUE " TIME ".
018200     05  WS-H1-Time              PIC 9(08).
018300     05  FILLER                  PIC X(06) VALUE " PAGE ".
018400     05  WS-H1-Page              PIC ZZZZ9.
018500     05  FILLER                  PIC X(41) VALUE SPACES.
018600
018700 01  WS-Heading-2.
018800     05  FILLER                  PIC X(132) VALUE ALL "-".
018900
019000 01  WS-Detail-Line              PIC X(132).
019100
019200 01  WS-Run-Line.
019300     05  FILLER                  PIC X(08) VALUE "COUNTER ".
019400     05  WS-RNL-Counter-Id       PIC X(08).
019500     05  FILLER                  PIC X(08) VALUE " REASON ".
019600     05  WS-RNL-Reason           PIC X(04).
019700     05  FILLER                  PIC X(05) VALUE " RUN ".
019800     05  WS-RNL-Run-Id           PIC X(08).
019900     05  FILLER                  PIC X(07) VALUE " VOIDS ".
020000     05  WS-RNL-Voids            PIC Z(09)9.
020100     05  FILLER                  PIC X(74) VALUE SPACES.
020200
020300 01  WS-Reason-Line.
020400     05  FILLER                  PIC X(08) VALUE "COUNTER ".
020500     05  WS-RSL-Counter-Id       PIC X(08).
020600     05  FILLER                  PIC X(08) VALUE " REASON ".
020700     05  WS-RSL-Reason           PIC X(04).
020800     05  FILLER                  PIC X(01) VALUE SPACE.
020900     05  WS-RSL-Description      PIC X(30).
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  WS-RSL-Category         PIC X(10).
021200     05  FILLER                  PIC X(14)
021300         VALUE " REASON TOTAL ".
021400     05  WS-RSL-Voids            PIC Z(09)9.
021500     05  FILLER                  PIC X(38) VALUE SPACES.
021600
021700 01  WS-Counter-Line.
021800     05  FILLER                  PIC X(08) VALUE "COUNTER ".
021900     05  WS-CTL-Counter-Id       PIC X(08).
022000     05  FILLER                  PIC X(15)
022100         VALUE " COUNTER TOTAL ".
022200     05  WS-CTL-Voids            PIC Z(09)9.
022300     05  FILLER                  PIC X(91) VALUE SPACES.
022400
022500 01  WS-Total-Line.
022600     05  FILLER                  PIC X(14)
022700         VALUE "VOID-ANALYSIS ".
022800     05  WS-TOT-Voids            PIC Z(09)9.
022900     05  FILLER                  PIC X(16)
023000         VALUE " VOID(S) ACROSS ".
023100     05  WS-TOT-Counters         PIC Z(04)9.
023200     05  FILLER                  PIC X(11)
023300         VALUE " COUNTER(S)".
023400     05  FILLER                  PIC X(76) VALUE SPACES.
023500
023600 PROCEDURE DIVISION.
023700******************************************************************
023800 0000-MAINLINE.
023900******************************************************************
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024100     IF RETURN-CODE = 8
024200         GO TO 0000-GOBACK
024300     END-IF.
024400     PERFORM 1200-LOAD-REASONS THRU 1200-EXIT.
024500     SORT VOID-SORT-FILE
024600         ON ASCENDING KEY SRT-COUNTER-ID SRT-REASON-CODE
024700             SRT-RUN-ID
024800         INPUT PROCEDURE IS 3000-RELEASE-VOIDS
024900             THRU 3000-EXIT
025000         OUTPUT PROCEDURE IS 5000-REPORT-VOIDS
025100             THRU 5000-EXIT.
025200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025300 0000-GOBACK.
025400     GOBACK.
025500
025600******************************************************************
025700*   1000-INITIALIZE -- SETTLE THE REPORTING MONTH AND OPEN THE  *
025800*   REPORT.                                                     *
025900******************************************************************
026000 1000-INITIALIZE.
026100     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
026200     ACCEPT WS-Current-Time FROM TIME.
026300     PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
026400     IF RETURN-CODE = 8
026500         GO TO 1000-EXIT
026600     END-IF.
026700     OPEN OUTPUT ANALYSIS-REPORT.
026800     IF NOT WS-Report-File-OK
026900         DISPLAY "VOID-ANALYSIS: CANNOT OPEN VOIDANL, STATUS "
027000             WS-Report-File-Status
027100         MOVE 8 TO RETURN-CODE
027200     END-IF.
027300 1000-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700*   1100-SET-PERIOD -- THE MONTH ON THE ANLPARM CARD, OR THE    *
027800*   PREVIOUS CALENDAR MONTH WHEN THERE IS NO CARD.  A CARD      *
027900*   THAT IS NOT A VALID YYYYMM REFUSES THE RUN RATHER THAN      *
028000*   QUIETLY REPORTING SOME OTHER MONTH.                         *
028100******************************************************************
028200 1100-SET-PERIOD.
028300     MOVE SPACES TO PRM-PARM-CARD.
028400     OPEN INPUT PARM-FILE.
028500     IF WS-Parm-File-OK
028600         READ PARM-FILE
028700             AT END
028800                 MOVE SPACES TO PRM-PARM-CARD
028900         END-READ
029000         CLOSE PARM-FILE
029100     END-IF.
029200     IF PRM-PERIOD = SPACES
029300         MOVE WS-CUR-Year TO WS-PER-Year
029400         MOVE WS-CUR-Month TO WS-PER-Month
029500         IF WS-PER-Month = 1
029600             SUBTRACT 1 FROM WS-PER-Year
029700             MOVE 12 TO WS-PER-Month
029800         ELSE
029900             SUBTRACT 1 FROM WS-PER-Month
030000         END-IF
030100     ELSE
030200         IF PRM-PERIOD NOT NUMERIC
030300             DISPLAY "VOID-ANALYSIS: INVALID PERIOD CARD '"
030400                 PRM-PERIOD "' -- EXPECTED YYYYMM"
030500             MOVE 8 TO RETURN-CODE
030600             GO TO 1100-EXIT
030700         END-IF
030800         MOVE PRM-PERIOD TO WS-Period-X
030900         IF WS-PER-Month < 1 OR WS-PER-Month > 12
031000             DISPLAY "VOID-ANALYSIS: INVALID PERIOD CARD '"
031100                 PRM-PERIOD "' -- MONTH MUST BE 01-12"
031200             MOVE 8 TO RETURN-CODE
031300             GO TO 1100-EXIT
031400         END-IF
031500     END-IF.
031600     COMPUTE WS-Period-Start =
031700         WS-PER-Year * 10000 + WS-PER-Month * 100 + 1.
031800     COMPUTE WS-Period-End = WS-Period-Start + 30.
031900     DISPLAY "VOID-ANALYSIS: REPORTING PERIOD " WS-Period-X.
032000 1100-EXIT.
032100     EXIT.
032200
032300******************************************************************
032400*   1200-LOAD-REASONS -- THE REASON-CODE TABLE, FOR THE         *
032500*   DESCRIPTIONS.  WITHOUT IT THE COUNTS ARE STILL RIGHT, SO    *
032600*   A MISSING TABLE IS A WARNING, NOT A REASON TO STOP.         *
032700******************************************************************
032800 1200-LOAD-REASONS.
032900     OPEN INPUT REASON-TABLE.
033000     IF NOT WS-Reason-File-OK
033100         DISPLAY "VOID-ANALYSIS: CANNOT OPEN REASONTB, STATUS "
033200             WS-Reason-File-Status " -- NO DESCRIPTIONS"
033300         SET WS-Table-Missing TO TRUE
033400         MOVE 4 TO RETURN-CODE
033500         GO TO 1200-EXIT
033600     END-IF.
033700     PERFORM 1210-LOAD-ONE-REASON THRU 1210-EXIT
033800         UNTIL WS-Reason-File-EOF.
033900 1200-EXIT.
034000     IF WS-Reason-File-OK OR WS-Reason-File-EOF
034100         CLOSE REASON-TABLE
034200     END-IF.
034300     EXIT.
034400
034500 1210-LOAD-ONE-REASON.
034600     READ REASON-TABLE
034700         AT END
034800             GO TO 1210-EXIT
034900     END-READ.
035000     IF WS-Reason-File-Status > "10"
035100         SET WS-Reason-File-EOF TO TRUE
035200         GO TO 1210-EXIT
035300     END-IF.
035400     IF RSN-REASON-CODE = SPACES
035500             OR RSN-REASON-CODE (1:1) = "*"
035600         GO TO 1210-EXIT
035700     END-IF.
035800     IF WS-Reason-Count < WS-Max-Reasons
035900         ADD 1 TO WS-Reason-Count
036000         SET WS-RSN-Idx TO WS-Reason-Count
036100         MOVE RSN-REASON-CODE TO WS-RSN-Code (WS-RSN-Idx)
036200         MOVE RSN-DESCRIPTION TO WS-RSN-Description (WS-RSN-Idx)
036300         MOVE RSN-CATEGORY TO WS-RSN-Category (WS-RSN-Idx)
036400         MOVE RSN-ACTIVE-FLAG TO WS-RSN-Active (WS-RSN-Idx)
036500     ELSE
036600         SET WS-Truncated-Yes TO TRUE
036700     END-IF.
036800 1210-EXIT.
036900     EXIT.
037000
037100******************************************************************
037200*   3000-RELEASE-VOIDS -- SORT INPUT: EVERY "V" RECORD IN THE   *
037300*   MONTH, ARCHIVE FIRST, THEN THE LIVE TRAIL.  A MISSING FILE  *
037400*   CONTRIBUTES NOTHING -- EARLY IN THE LIFE OF THE SYSTEM      *
037500*   THERE MAY BE NO ARCHIVE YET.                                *
037600******************************************************************
037700 3000-RELEASE-VOIDS.
037800     PERFORM 3100-RELEASE-HISTORY THRU 3100-EXIT.
037900     PERFORM 3200-RELEASE-LIVE THRU 3200-EXIT.
038000 3000-EXIT.
038100     EXIT.
038200
038300 3100-RELEASE-HISTORY.
038400     OPEN INPUT HISTORY-FILE.
038500     IF NOT WS-History-File-OK
038600         GO TO 3100-EXIT
038700     END-IF.
038800     PERFORM 3110-RELEASE-ONE-HIST THRU 3110-EXIT
038900         UNTIL WS-History-File-EOF.
039000 3100-EXIT.
039100     IF WS-History-File-OK OR WS-History-File-EOF
039200         CLOSE HISTORY-FILE
039300     END-IF.
039400     EXIT.
039500
039600 3110-RELEASE-ONE-HIST.
039700     READ HISTORY-FILE
039800         AT END
039900             GO TO 3110-EXIT
040000     END-READ.
040010     IF WS-History-File-Status > "10"
040020         SET WS-History-File-EOF TO TRUE
040030         GO TO 3110-EXIT
040040     END-IF.
040100     IF NOT HST-ACTION-VOIDED
040200             OR HST-ISSUE-DATE < WS-Period-Start
040300             OR HST-ISSUE-DATE > WS-Period-End
040400         GO TO 3110-EXIT
040500     END-IF.
040600     MOVE HST-COUNTER-ID TO SRT-COUNTER-ID.
040700     MOVE HST-REASON-CODE TO SRT-REASON-CODE.
040800     MOVE HST-RUN-ID TO SRT-RUN-ID.
040900     RELEASE SRT-VOID-RECORD.
041000     ADD 1 TO WS-Records-Released.
041100 3110-EXIT.
041200     EXIT.
041300
041400 3200-RELEASE-LIVE.
041500     OPEN INPUT AUDIT-FILE.
041600     IF NOT WS-Audit-File-OK
041700         GO TO 3200-EXIT
041800     END-IF.
041900     PERFORM 3210-RELEASE-ONE-LIVE THRU 3210-EXIT
042000         UNTIL WS-Audit-File-EOF.
042100 3200-EXIT.
042200     IF WS-Audit-File-OK OR WS-Audit-File-EOF
042300         CLOSE AUDIT-FILE
042400     END-IF.
042500     EXIT.
042600
042700 3210-RELEASE-ONE-LIVE.
042800     READ AUDIT-FILE
042900         AT END
043000             GO TO 3210-EXIT
043100     END-READ.
043110     IF WS-Audit-File-Status > "10"
043120         SET WS-Audit-File-EOF TO TRUE
043130         GO TO 3210-EXIT
043140     END-IF.
043200     IF NOT AUD-ACTION-VOIDED
043300             OR AUD-ISSUE-DATE < WS-Period-Start
043400             OR AUD-ISSUE-DATE > WS-Period-End
043500         GO TO 3210-EXIT
043600     END-IF.
043700     MOVE AUD-COUNTER-ID TO SRT-COUNTER-ID.
043800     MOVE AUD-REASON-CODE TO SRT-REASON-CODE.
043900     MOVE AUD-RUN-ID TO SRT-RUN-ID.
044000     RELEASE SRT-VOID-RECORD.
044100     ADD 1 TO WS-Records-Released.
044200 3210-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600*   5000-REPORT-VOIDS -- SORT OUTPUT: THE MONTH'S VOIDS COME    *
044700*   BACK IN COUNTER / REASON / RUN ORDER.  EACH CHANGE OF KEY   *
044800*   CLOSES OFF THE LOWER LEVELS FIRST.                          *
044900******************************************************************
045000 5000-REPORT-VOIDS.
045100     SET WS-Stream-EOF-No TO TRUE.
045200     MOVE LOW-VALUES TO WS-Prev-Counter-Id.
045300     PERFORM 5100-TAKE-ONE-VOID THRU 5100-EXIT
045400         UNTIL WS-Stream-EOF-Yes.
045500     IF WS-Prev-Counter-Id NOT = LOW-VALUES
045600         PERFORM 5300-CLOSE-RUN THRU 5300-EXIT
045700         PERFORM 5400-CLOSE-REASON THRU 5400-EXIT
045800         PERFORM 5500-CLOSE-COUNTER THRU 5500-EXIT
045900     END-IF.
046000 5000-EXIT.
046100     EXIT.
046200
046300 5100-TAKE-ONE-VOID.
046400     RETURN VOID-SORT-FILE
046500         AT END
046600             SET WS-Stream-EOF-Yes TO TRUE
046700             GO TO 5100-EXIT
046800     END-RETURN.
046900     IF WS-Prev-Counter-Id = LOW-VALUES
047000         GO TO 5100-START
047100     END-IF.
047200     IF SRT-COUNTER-ID NOT = WS-Prev-Counter-Id
047300         PERFORM 5300-CLOSE-RUN THRU 5300-EXIT
047400         PERFORM 5400-CLOSE-REASON THRU 5400-EXIT
047500         PERFORM 5500-CLOSE-COUNTER THRU 5500-EXIT
047600         GO TO 5100-START
047700     END-IF.
047800     IF SRT-REASON-CODE NOT = WS-Prev-Reason-Code
047900         PERFORM 5300-CLOSE-RUN THRU 5300-EXIT
048000         PERFORM 5400-CLOSE-REASON THRU 5400-EXIT
048100         GO TO 5100-START
048200     END-IF.
048300     IF SRT-RUN-ID NOT = WS-Prev-Run-Id
048400         PERFORM 5300-CLOSE-RUN THRU 5300-EXIT
048500     END-IF.
048600 5100-START.
048700     MOVE SRT-COUNTER-ID TO WS-Prev-Counter-Id.
048800     MOVE SRT-REASON-CODE TO WS-Prev-Reason-Code.
048900     MOVE SRT-RUN-ID TO WS-Prev-Run-Id.
049000     ADD 1 TO WS-Run-Voids.
049100 5100-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500*   5300-CLOSE-RUN -- ONE RUN'S VOIDS UNDER ONE REASON.         *
049600******************************************************************
049700 5300-CLOSE-RUN.
049800     MOVE WS-Prev-Counter-Id TO WS-RNL-Counter-Id.
049900     MOVE WS-Prev-Reason-Code TO WS-RNL-Reason.
050000     MOVE WS-Prev-Run-Id TO WS-RNL-Run-Id.
050100     MOVE WS-Run-Voids TO WS-RNL-Voids.
050200     MOVE WS-Run-Line TO WS-Detail-Line.
050300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
050400     ADD WS-Run-Voids TO WS-Reason-Voids.
050500     MOVE 0 TO WS-Run-Voids.
050600 5300-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000*   5400-CLOSE-REASON -- THE REASON'S SUBTOTAL, DESCRIBED FROM  *
051100*   THE TABLE.  A CODE NOT ON THE TABLE IS FLAGGED: VOID-BATCH  *
051200*   NO LONGER LETS ONE THROUGH, SO IT MEANS THE TABLE LOST AN   *
051300*   ENTRY IT SHOULD HAVE KEPT AS INACTIVE.                      *
051400******************************************************************
051500 5400-CLOSE-REASON.
051600     MOVE WS-Prev-Counter-Id TO WS-RSL-Counter-Id.
051700     MOVE WS-Prev-Reason-Code TO WS-RSL-Reason.
051800     MOVE WS-Reason-Voids TO WS-RSL-Voids.
051900     IF WS-Prev-Reason-Code = SPACES
052000         MOVE "(NONE RECORDED)" TO WS-RSL-Description
052100         MOVE SPACES TO WS-RSL-Category
052200         GO TO 5400-PRINT
052300     END-IF.
052400     SET WS-Found-No TO TRUE.
052500     PERFORM 5410-CHECK-ONE-REASON THRU 5410-EXIT
052600         VARYING WS-RSN-Idx FROM 1 BY 1
052700         UNTIL WS-RSN-Idx > WS-Reason-Count
052800             OR WS-Found-Yes.
052900     IF WS-Found-Yes
053000         SET WS-RSN-Idx DOWN BY 1
053100         MOVE WS-RSN-Description (WS-RSN-Idx)
053200             TO WS-RSL-Description
053300         MOVE WS-RSN-Category (WS-RSN-Idx) TO WS-RSL-Category
053400     ELSE
053500         MOVE "(NOT ON REASON TABLE)" TO WS-RSL-Description
053600         MOVE SPACES TO WS-RSL-Category
053700         IF WS-Table-Loaded
053800             ADD WS-Reason-Voids TO WS-Unknown-Voids
053900         END-IF
054000     END-IF.
054100 5400-PRINT.
054200     MOVE WS-Reason-Line TO WS-Detail-Line.
054300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
054400     ADD WS-Reason-Voids TO WS-Counter-Voids.
054500     MOVE 0 TO WS-Reason-Voids.
054600 5400-EXIT.
054700     EXIT.
054800
054900 5410-CHECK-ONE-REASON.
055000     IF WS-RSN-Code (WS-RSN-Idx) = WS-Prev-Reason-Code
055100         SET WS-Found-Yes TO TRUE
055200     END-IF.
055300 5410-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700*   5500-CLOSE-COUNTER -- THE COUNTER'S SUBTOTAL, THEN A BLANK  *
055800*   LINE BEFORE THE NEXT COUNTER.                               *
055900******************************************************************
056000 5500-CLOSE-COUNTER.
056100     MOVE WS-Prev-Counter-Id TO WS-CTL-Counter-Id.
056200     MOVE WS-Counter-Voids TO WS-CTL-Voids.
056300     MOVE WS-Counter-Line TO WS-Detail-Line.
056400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
056500     MOVE SPACES TO WS-Detail-Line.
056600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
056700     ADD WS-Counter-Voids TO WS-Total-Voids.
056800     ADD 1 TO WS-Counters-Reported.
056900     MOVE 0 TO WS-Counter-Voids.
057000 5500-EXIT.
057100     EXIT.
057200
057300******************************************************************
057400*   8000-PRINT-LINE -- WRITE WS-DETAIL-LINE TO THE REPORT WITH  *
057500*   A PAGE HEADING EVERY WS-LINES-PER-PAGE LINES.               *
057600******************************************************************
057700 8000-PRINT-LINE.
057800     IF WS-Line-Count >= WS-Lines-Per-Page
057900         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
058000     END-IF.
058100     WRITE RPT-PRINT-LINE FROM WS-Detail-Line.
058200     ADD 1 TO WS-Line-Count.
058300 8000-EXIT.
058400     EXIT.
058500
058600 8100-PAGE-HEADING.
058700     ADD 1 TO WS-Page-Count.
058800     MOVE WS-Period-X TO WS-H1-Period.
058900     MOVE WS-Current-Date TO WS-H1-Date.
059000     MOVE WS-Current-Time TO WS-H1-Time.
059100     MOVE WS-Page-Count TO WS-H1-Page.
059200     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
059300     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
059400     MOVE 2 TO WS-Line-Count.
059500 8100-EXIT.
059600     EXIT.
059700
059800******************************************************************
059900*   9000-TERMINATE -- GRAND TOTAL AND CLOSE.                    *
060000******************************************************************
060100 9000-TERMINATE.
060200     IF WS-Total-Voids = 0
060300         MOVE "VOID-ANALYSIS NO VOIDS RECORDED IN THE PERIOD"
060400             TO WS-Detail-Line
060500         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
060600     END-IF.
060700     MOVE WS-Total-Voids TO WS-TOT-Voids.
060800     MOVE WS-Counters-Reported TO WS-TOT-Counters.
060900     MOVE WS-Total-Line TO WS-Detail-Line.
061000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
061100     DISPLAY "VOID-ANALYSIS: " WS-Total-Voids
061200         " VOID(S) IN PERIOD " WS-Period-X " ACROSS "
061300         WS-Counters-Reported " COUNTER(S)".
061400     IF WS-Unknown-Voids > 0
061500         DISPLAY "VOID-ANALYSIS: WARNING -- " WS-Unknown-Voids
061600             " VOID(S) CARRY A CODE NOT ON THE REASON TABLE"
061700         IF RETURN-CODE < 4
061800             MOVE 4 TO RETURN-CODE
061900         END-IF
062000     END-IF.
062100     IF WS-Truncated-Yes
062200         DISPLAY "VOID-ANALYSIS: WARNING -- REASON TABLE PAST "
062300             WS-Max-Reasons " ENTRIES -- SOME CODES UNDESCRIBED"
062400         IF RETURN-CODE < 4
062500             MOVE 4 TO RETURN-CODE
062600         END-IF
062700     END-IF.
062800     CLOSE ANALYSIS-REPORT.
062900 9000-EXIT.
063000     EXIT.
063100
063200 END PROGRAM void-analysis.
