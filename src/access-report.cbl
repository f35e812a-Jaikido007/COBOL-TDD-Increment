000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  ACCESS-REPORT                                   *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS              *
000600*   DATE-WRITTEN:  2026-10-15                                   *
000700*                                                                *
000800*   MONTHLY ACCESS REPORT FOR THE SECURITY REVIEW.  EVERY       *
000900*   RECORD ON THE ACCESS LOG (ACCSLOG, ACCSREC) DATED IN THE    *
001000*   REPORTING MONTH -- ONE PER CARD COUNTER-MAINT, COUNTER-     *
001100*   REBUILD, OR DOC-INQUIRY PROCESSED, ALLOWED OR REFUSED BY    *
001200*   "auth-check" -- IS SORTED BY USER-ID, DATE, AND TIME AND    *
001300*   LISTED ON THE REPORT (ACCSRPT): THE PROGRAM, VERB,          *
001400*   COUNTER, AND OPERAND OF THE CARD, WHETHER IT WAS ALLOWED,   *
001500*   AND THE GRANT THAT ALLOWED IT OR THE REASON IT WAS          *
001600*   REFUSED.  EACH USER-ID GETS A SUBTOTAL OF CARDS ALLOWED     *
001700*   AND REFUSED, FOLLOWED BY A GRAND TOTAL.                     *
001800*                                                                *
001900*   THE REPORTING MONTH IS TAKEN FROM AN OPTIONAL CARD ON       *
002000*   ACCPARM (COLUMNS 1-6, YYYYMM).  NO CARD, OR A BLANK ONE,    *
002100*   MEANS THE PREVIOUS CALENDAR MONTH -- THE NORMAL MONTHLY     *
002200*   SCHEDULE.                                                   *
002300*                                                                *
002400*   RETURN-CODE 4 = AT LEAST ONE CARD IN THE MONTH WAS REFUSED, *
002500*                   OR THE ACCESS LOG WAS MISSING.              *
002600*   RETURN-CODE 8 = THE REPORT WOULD NOT OPEN OR THE PERIOD     *
002700*                   CARD IS INVALID; NOTHING WAS REPORTED.      *
002800*                                                                *
002900*   MODIFICATION HISTORY                                        *
003000*   ---------------------------------------------------------   *
003100*   2026-10-15  JPK  INITIAL VERSION.                           *
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. access-report.
003500 AUTHOR. J. P. KOWALCZYK.
003600 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
003700 DATE-WRITTEN. 2026-10-15.
003800 DATE-COMPILED.
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PARM-FILE ASSIGN TO ACCPARM
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-Parm-File-Status.
004600     SELECT ACCESS-LOG ASSIGN TO ACCSLOG
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-Log-File-Status.
004900     SELECT ACCESS-REPORT ASSIGN TO ACCSRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-Report-File-Status.
005200     SELECT ACCESS-SORT-FILE ASSIGN TO SORTWORK.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PARM-FILE
005700     RECORDING MODE IS F.
005800 01  PRM-PARM-CARD.
005900     05  PRM-PERIOD                  PIC X(06).
006000     05  FILLER                      PIC X(74).
006100
006200 FD  ACCESS-LOG
006300     RECORDING MODE IS F.
006400     COPY accsrec.
006500
006600 FD  ACCESS-REPORT
006700     RECORDING MODE IS F.
006800 01  RPT-PRINT-LINE                  PIC X(132).
006900
007000******************************************************************
007100*   ONE RECORD PER LOGGED CARD IN THE MONTH, IN THE ACCESS LOG  *
007200*   LAYOUT.  THE SORT KEY IS USER-ID, THEN DATE AND TIME.       *
007300******************************************************************
007400 SD  ACCESS-SORT-FILE.
007500     COPY accsrec REPLACING LEADING ==ACC-== BY ==SRT-==.
007600
007700 WORKING-STORAGE SECTION.
007800 77  WS-Parm-File-Status         PIC X(02).
007900     88  WS-Parm-File-OK             VALUE "00".
008000 77  WS-Log-File-Status          PIC X(02).
008100     88  WS-Log-File-OK              VALUE "00".
008200     88  WS-Log-File-EOF             VALUE "10".
008300 77  WS-Report-File-Status       PIC X(02).
008400     88  WS-Report-File-OK           VALUE "00".
008500
008600 77  WS-Stream-EOF-Switch        PIC X(01).
008700     88  WS-Stream-EOF-Yes           VALUE "Y".
008800     88  WS-Stream-EOF-No            VALUE "N".
008900 77  WS-Log-Switch               PIC X(01) VALUE "Y".
009000     88  WS-Log-Present              VALUE "Y".
009100     88  WS-Log-Missing              VALUE "N".
009200
009300******************************************************************
009400*   THE REPORTING MONTH.  A CARD IS IN THE MONTH WHEN ITS LOG   *
009500*   DATE FALLS BETWEEN THE FIRST AND THE 31ST -- A DAY PAST     *
009600*   THE MONTH'S END NEVER APPEARS ON THE LOG.                   *
009700******************************************************************
009800 01  WS-Current-Date             PIC 9(08).
009900 01  WS-Current-Date-Parts REDEFINES WS-Current-Date.
010000     05  WS-CUR-Year                 PIC 9(04).
010100     05  WS-CUR-Month                PIC 9(02).
010200     05  WS-CUR-Day                  PIC 9(02).
010300 77  WS-Current-Time             PIC 9(08).
010400 01  WS-Period.
010500     05  WS-PER-Year                 PIC 9(04).
010600     05  WS-PER-Month                PIC 9(02).
010700 01  WS-Period-X REDEFINES WS-Period PIC X(06).
010800 77  WS-Period-Start             PIC 9(08).
010900 77  WS-Period-End               PIC 9(08).
011000
011100******************************************************************
011200*   CONTROL-BREAK KEY AND COUNTS.                               *
011300******************************************************************
011400 77  WS-Prev-User-Id             PIC X(08).
011500 77  WS-User-Allowed             UNSIGNED-INT VALUE 0.
011600 77  WS-User-Refused             UNSIGNED-INT VALUE 0.
011700 77  WS-Total-Allowed            UNSIGNED-INT VALUE 0.
011800 77  WS-Total-Refused            UNSIGNED-INT VALUE 0.
011900 77  WS-Total-Cards              UNSIGNED-INT VALUE 0.
012000 77  WS-Users-Reported           UNSIGNED-INT VALUE 0.
012100 77  WS-Users-Refused            UNSIGNED-INT VALUE 0.
012200 77  WS-Records-Released         UNSIGNED-INT VALUE 0.
012300
012400 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
012500 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
012600 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
012700
012800 01  WS-Heading-1.
012900     05  FILLER                  PIC X(14)
013000         VALUE "ACCESS-REPORT ".
013100     05  FILLER                  PIC X(21)
013200         VALUE "MONTHLY ACCESS REPORT".
013300     05  FILLER                  PIC X(08) VALUE " PERIOD ".
013400     05  WS-H1-Period            PIC X(06).
013500     05  FILLER                  PIC X(04) VALUE SPACES.
013600     05  FILLER                  PIC X(05) VALUE "DATE ".
013700     05  WS-H1-Date              PIC 9(08).
013800     05  FILLER                  PIC X(06) VALUE " TIME ".
013900     05  WS-H1-Time              PIC 9(08).
014000     05  FILLER                  PIC X(06) VALUE " PAGE ".
014100     05  WS-H1-Page              PIC ZZZZ9.
014200     05  FILLER                  PIC X(41) VALUE SPACES.
014300
014400 01  WS-Heading-2.
014500     05  FILLER                  PIC X(132) VALUE ALL "-".
014600
014700 01  WS-Heading-3.
014800     05  FILLER                  PIC X(09) VALUE "USER-ID".
014900     05  FILLER                  PIC X(09) VALUE "DATE".
015000     05  FILLER                  PIC X(09) VALUE "TIME".
015100     05  FILLER                  PIC X(09) VALUE "PROGRAM".
015200     05  FILLER                  PIC X(09) VALUE "VERB".
015300     05  FILLER                  PIC X(09) VALUE "COUNTER".
015400     05  FILLER                  PIC X(21) VALUE "OPERAND".
015500     05  FILLER                  PIC X(08) VALUE "DECISION".
015600     05  FILLER                  PIC X(01) VALUE SPACE.
015700     05  FILLER                  PIC X(48)
015800         VALUE "GRANT OR REASON".
015900
016000 01  WS-Detail-Line              PIC X(132).
016100
016200 01  WS-Card-Line.
016300     05  WS-CRD-User-Id          PIC X(08).
016400     05  FILLER                  PIC X(01) VALUE SPACE.
016500     05  WS-CRD-Date             PIC 9(08).
016600     05  FILLER                  PIC X(01) VALUE SPACE.
016700     05  WS-CRD-Time             PIC 9(08).
016800     05  FILLER                  PIC X(01) VALUE SPACE.
016900     05  WS-CRD-Program          PIC X(08).
017000     05  FILLER                  PIC X(01) VALUE SPACE.
017100     05  WS-CRD-Verb             PIC X(08).
017200     05  FILLER                  PIC X(01) VALUE SPACE.
017300     05  WS-CRD-Counter-Id       PIC X(08).
017400     05  FILLER                  PIC X(01) VALUE SPACE.
017500     05  WS-CRD-Operand          PIC X(20).
017600     05  FILLER                  PIC X(01) VALUE SPACE.
017700     05  WS-CRD-Decision         PIC X(08).
017800     05  FILLER                  PIC X(01) VALUE SPACE.
017900     05  WS-CRD-Reason           PIC X(40).
018000     05  FILLER                  PIC X(08) VALUE SPACES.
018100
018200 01  WS-User-Line.
018300     05  FILLER                  PIC X(08) VALUE "USER-ID ".
018400     05  WS-USL-User-Id          PIC X(08).
018500     05  FILLER                  PIC X(14)
018600         VALUE " USER TOTAL   ".
018700     05  WS-USL-Cards            PIC Z(09)9.
018800     05  FILLER                  PIC X(09) VALUE " CARD(S) ".
018900     05  WS-USL-Allowed          PIC Z(09)9.
019000     05  FILLER                  PIC X(09) VALUE " ALLOWED ".
019100     05  WS-USL-Refused          PIC Z(09)9.
019200     05  FILLER                  PIC X(08) VALUE " REFUSED".
019300     05  FILLER                  PIC X(46) VALUE SPACES.
019400
019500 01  WS-Total-Line.
019600     05  FILLER                  PIC X(14)
019700         VALUE "ACCESS-REPORT ".
019800     05  WS-TOT-Cards            PIC Z(09)9.
019900     05  FILLER                  PIC X(09) VALUE " CARD(S) ".
020000     05  WS-TOT-Allowed          PIC Z(09)9.
020100     05  FILLER                  PIC X(09) VALUE " ALLOWED ".
020200     05  WS-TOT-Refused          PIC Z(09)9.
020300     05  FILLER                  PIC X(16)
020400         VALUE " REFUSED ACROSS ".
020500     05  WS-TOT-Users            PIC Z(04)9.
020600     05  FILLER                  PIC X(11)
020700         VALUE " USER-ID(S)".
020800     05  FILLER                  PIC X(38) VALUE SPACES.
020900
021000 PROCEDURE DIVISION.
021100******************************************************************
021200 0000-MAINLINE.
021300******************************************************************
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021500     IF RETURN-CODE = 8
021600         GO TO 0000-GOBACK
021700     END-IF.
021800     SORT ACCESS-SORT-FILE
021900         ON ASCENDING KEY SRT-USER-ID SRT-LOG-DATE
022000             SRT-LOG-TIME
022100         INPUT PROCEDURE IS 3000-RELEASE-CARDS
022200             THRU 3000-EXIT
022300         OUTPUT PROCEDURE IS 5000-REPORT-CARDS
022400             THRU 5000-EXIT.
022500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022600 0000-GOBACK.
022700     GOBACK.
022800
022900******************************************************************
023000*   1000-INITIALIZE -- SETTLE THE REPORTING MONTH AND OPEN THE  *
023100*   REPORT.                                                     *
023200******************************************************************
023300 1000-INITIALIZE.
023400     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
023500     ACCEPT WS-Current-Time FROM TIME.
023600     PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
023700     IF RETURN-CODE = 8
023800         GO TO 1000-EXIT
023900     END-IF.
024000     OPEN OUTPUT ACCESS-REPORT.
024100     IF NOT WS-Report-File-OK
024200         DISPLAY "ACCESS-REPORT: CANNOT OPEN ACCSRPT, STATUS "
024300             WS-Report-File-Status
024400         MOVE 8 TO RETURN-CODE
024500     END-IF.
024600 1000-EXIT.
024700     EXIT.
024800
024900******************************************************************
025000*   1100-SET-PERIOD -- THE MONTH ON THE ACCPARM CARD, OR THE    *
025100*   PREVIOUS CALENDAR MONTH WHEN THERE IS NO CARD.  A CARD      *
025200*   THAT IS NOT A VALID YYYYMM REFUSES THE RUN RATHER THAN      *
025300*   QUIETLY REPORTING SOME OTHER MONTH.                         *
025400******************************************************************
025500 1100-SET-PERIOD.
025600     MOVE SPACES TO PRM-PARM-CARD.
025700     OPEN INPUT PARM-FILE.
025800     IF WS-Parm-File-OK
025900         READ PARM-FILE
026000             AT END
026100                 MOVE SPACES TO PRM-PARM-CARD
026200         END-READ
026300         CLOSE PARM-FILE
026400     END-IF.
026500     IF PRM-PERIOD = SPACES
026600         MOVE WS-CUR-Year TO WS-PER-Year
026700         MOVE WS-CUR-Month TO WS-PER-Month
026800         IF WS-PER-Month = 1
026900             SUBTRACT 1 FROM WS-PER-Year
027000             MOVE 12 TO WS-PER-Month
027100         ELSE
027200             SUBTRACT 1 FROM WS-PER-Month
027300         END-IF
027400     ELSE
027500         IF PRM-PERIOD NOT NUMERIC
027600             DISPLAY "ACCESS-REPORT: INVALID PERIOD CARD '"
027700                 PRM-PERIOD "' -- EXPECTED YYYYMM"
027800             MOVE 8 TO RETURN-CODE
027900             GO TO 1100-EXIT
028000         END-IF
028100         MOVE PRM-PERIOD TO WS-Period-X
028200         IF WS-PER-Month < 1 OR WS-PER-Month > 12
028300             DISPLAY "ACCESS-REPORT: INVALID PERIOD CARD '"
028400                 PRM-PERIOD "' -- MONTH MUST BE 01-12"
028500             MOVE 8 TO RETURN-CODE
028600             GO TO 1100-EXIT
028700         END-IF
028800     END-IF.
028900     COMPUTE WS-Period-Start =
029000         WS-PER-Year * 10000 + WS-PER-Month * 100 + 1.
029100     COMPUTE WS-Period-End = WS-Period-Start + 30.
029200     DISPLAY "ACCESS-REPORT: REPORTING PERIOD " WS-Period-X.
029300 1100-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*   3000-RELEASE-CARDS -- SORT INPUT: EVERY LOGGED CARD IN THE  *
029800*   MONTH.  A MISSING LOG IS REPORTED AS A WARNING: THE         *
029900*   UTILITIES BUILD IT ON THEIR FIRST RUN, SO ITS ABSENCE       *
030000*   MEANS EITHER NOTHING HAS RUN OR THE LOG HAS GONE.           *
030100******************************************************************
030200 3000-RELEASE-CARDS.
030300     OPEN INPUT ACCESS-LOG.
030400     IF NOT WS-Log-File-OK
030500         DISPLAY "ACCESS-REPORT: CANNOT OPEN ACCSLOG, STATUS "
030600             WS-Log-File-Status " -- NO CARDS REPORTED"
030700         SET WS-Log-Missing TO TRUE
030800         GO TO 3000-EXIT
030900     END-IF.
031000     PERFORM 3100-RELEASE-ONE-CARD THRU 3100-EXIT
031100         UNTIL WS-Log-File-EOF.
031200 3000-EXIT.
031300     IF WS-Log-File-OK OR WS-Log-File-EOF
031400         CLOSE ACCESS-LOG
031500     END-IF.
031600     EXIT.
031700
031800 3100-RELEASE-ONE-CARD.
031900     READ ACCESS-LOG
032000         AT END
032100             GO TO 3100-EXIT
032200     END-READ.
032300     IF WS-Log-File-Status > "10"
032400         SET WS-Log-File-EOF TO TRUE
032500         GO TO 3100-EXIT
032600     END-IF.
032700     IF ACC-LOG-DATE NOT NUMERIC
032800             OR ACC-LOG-DATE < WS-Period-Start
032900             OR ACC-LOG-DATE > WS-Period-End
033000         GO TO 3100-EXIT
033100     END-IF.
033200     MOVE ACC-ACCESS-RECORD TO SRT-ACCESS-RECORD.
033300     RELEASE SRT-ACCESS-RECORD.
033400     ADD 1 TO WS-Records-Released.
033500 3100-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*   5000-REPORT-CARDS -- SORT OUTPUT: THE MONTH'S CARDS COME    *
034000*   BACK IN USER-ID / DATE / TIME ORDER.  EACH CARD IS LISTED;  *
034100*   A CHANGE OF USER-ID CLOSES OFF THE PREVIOUS USER'S TOTALS.  *
034200******************************************************************
034300 5000-REPORT-CARDS.
034400     SET WS-Stream-EOF-No TO TRUE.
034500     MOVE LOW-VALUES TO WS-Prev-User-Id.
034600     PERFORM 5100-TAKE-ONE-CARD THRU 5100-EXIT
034700         UNTIL WS-Stream-EOF-Yes.
034800     IF WS-Prev-User-Id NOT = LOW-VALUES
034900         PERFORM 5500-CLOSE-USER THRU 5500-EXIT
035000     END-IF.
035100 5000-EXIT.
035200     EXIT.
035300
035400 5100-TAKE-ONE-CARD.
035500     RETURN ACCESS-SORT-FILE
035600         AT END
035700             SET WS-Stream-EOF-Yes TO TRUE
035800             GO TO 5100-EXIT
035900     END-RETURN.
036000     IF WS-Prev-User-Id NOT = LOW-VALUES
036100             AND SRT-USER-ID NOT = WS-Prev-User-Id
036200         PERFORM 5500-CLOSE-USER THRU 5500-EXIT
036300     END-IF.
036400     MOVE SRT-USER-ID TO WS-Prev-User-Id.
036500     PERFORM 5200-PRINT-CARD THRU 5200-EXIT.
036600 5100-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000*   5200-PRINT-CARD -- ONE LOGGED CARD.  A REFUSED CARD IS      *
037100*   MARKED SO THE REVIEWER'S EYE FINDS IT ON THE PAGE.          *
037200******************************************************************
037300 5200-PRINT-CARD.
037400     MOVE SRT-USER-ID TO WS-CRD-User-Id.
037500     MOVE SRT-LOG-DATE TO WS-CRD-Date.
037600     MOVE SRT-LOG-TIME TO WS-CRD-Time.
037700     MOVE SRT-PROGRAM TO WS-CRD-Program.
037800     MOVE SRT-VERB TO WS-CRD-Verb.
037900     MOVE SRT-COUNTER-ID TO WS-CRD-Counter-Id.
038000     MOVE SRT-OPERAND TO WS-CRD-Operand.
038100     MOVE SRT-REASON TO WS-CRD-Reason.
038200     IF SRT-ALLOWED
038300         MOVE "ALLOWED" TO WS-CRD-Decision
038400         ADD 1 TO WS-User-Allowed
038500     ELSE
038600         MOVE "*REFUSED" TO WS-CRD-Decision
038700         ADD 1 TO WS-User-Refused
038800     END-IF.
038900     MOVE WS-Card-Line TO WS-Detail-Line.
039000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
039100 5200-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500*   5500-CLOSE-USER -- THE USER-ID'S SUBTOTAL, THEN A BLANK     *
039600*   LINE BEFORE THE NEXT USER-ID.                               *
039700******************************************************************
039800 5500-CLOSE-USER.
039900     MOVE WS-Prev-User-Id TO WS-USL-User-Id.
040000     COMPUTE WS-USL-Cards = WS-User-Allowed + WS-User-Refused.
040100     MOVE WS-User-Allowed TO WS-USL-Allowed.
040200     MOVE WS-User-Refused TO WS-USL-Refused.
040300     MOVE WS-User-Line TO WS-Detail-Line.
040400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
040500     MOVE SPACES TO WS-Detail-Line.
040600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
040700     ADD WS-User-Allowed TO WS-Total-Allowed.
040800     ADD WS-User-Refused TO WS-Total-Refused.
040900     IF WS-User-Refused > 0
041000         ADD 1 TO WS-Users-Refused
041100     END-IF.
041200     ADD 1 TO WS-Users-Reported.
041300     MOVE 0 TO WS-User-Allowed.
041400     MOVE 0 TO WS-User-Refused.
041500 5500-EXIT.
041600     EXIT.
041700
041800******************************************************************
041900*   8000-PRINT-LINE -- WRITE WS-DETAIL-LINE TO THE REPORT WITH  *
042000*   A PAGE HEADING EVERY WS-LINES-PER-PAGE LINES.               *
042100******************************************************************
042200 8000-PRINT-LINE.
042300     IF WS-Line-Count >= WS-Lines-Per-Page
042400         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
042500     END-IF.
042600     WRITE RPT-PRINT-LINE FROM WS-Detail-Line.
042700     ADD 1 TO WS-Line-Count.
042800 8000-EXIT.
042900     EXIT.
043000
043100 8100-PAGE-HEADING.
043200     ADD 1 TO WS-Page-Count.
043300     MOVE WS-Period-X TO WS-H1-Period.
043400     MOVE WS-Current-Date TO WS-H1-Date.
043500     MOVE WS-Current-Time TO WS-H1-Time.
043600     MOVE WS-Page-Count TO WS-H1-Page.
043700     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
043800     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
043900     WRITE RPT-PRINT-LINE FROM WS-Heading-3.
044000     MOVE 3 TO WS-Line-Count.
044100 8100-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500*   9000-TERMINATE -- GRAND TOTAL AND CLOSE.                    *
044600******************************************************************
044700 9000-TERMINATE.
044800     ADD WS-Total-Allowed WS-Total-Refused GIVING WS-Total-Cards.
044900     IF WS-Total-Cards = 0
045000         MOVE "ACCESS-REPORT NO CARDS LOGGED IN THE PERIOD"
045100             TO WS-Detail-Line
045200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
045300     END-IF.
045400     MOVE WS-Total-Cards TO WS-TOT-Cards.
045500     MOVE WS-Total-Allowed TO WS-TOT-Allowed.
045600     MOVE WS-Total-Refused TO WS-TOT-Refused.
045700     MOVE WS-Users-Reported TO WS-TOT-Users.
045800     MOVE WS-Total-Line TO WS-Detail-Line.
045900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
046000     DISPLAY "ACCESS-REPORT: " WS-Total-Cards
046100         " CARD(S) IN PERIOD " WS-Period-X " -- "
046200         WS-Total-Allowed " ALLOWED, " WS-Total-Refused
046300         " REFUSED, ACROSS " WS-Users-Reported " USER-ID(S)".
046400     IF WS-Total-Refused > 0
046500         DISPLAY "ACCESS-REPORT: WARNING -- " WS-Total-Refused
046600             " CARD(S) FROM " WS-Users-Refused
046700             " USER-ID(S) WERE REFUSED"
046800         IF RETURN-CODE < 4
046900             MOVE 4 TO RETURN-CODE
047000         END-IF
047100     END-IF.
047200     IF WS-Log-Missing
047300         IF RETURN-CODE < 4
047400             MOVE 4 TO RETURN-CODE
047500         END-IF
047600     END-IF.
047700     CLOSE ACCESS-REPORT.
047800 9000-EXIT.
047900     EXIT.
048000
048100 END PROGRAM access-report.
