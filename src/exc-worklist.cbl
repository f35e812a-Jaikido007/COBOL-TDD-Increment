000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  EXC-WORKLIST                                    *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS              *
000600*   DATE-WRITTEN:  2026-10-15                                   *
000700*                                                                *
000800*   EXCEPTION WORKLIST MAINTENANCE AND AGING REPORT.  THE       *
000900*   BATCH PROGRAMS RAISE ITEMS ON THE SHARED WORKLIST (EXCEPTF, *
001000*   EXCREC) THROUGH "exc-post"; THIS PROGRAM RECORDS WHO IS     *
001100*   WORKING EACH ONE AND HOW IT WAS SETTLED, FROM CARDS ON      *
001200*   WLCARDS, ONE ACTION PER CARD:                               *
001300*                                                                *
001400*       COLS  1- 8   VERB: ASSIGN, RESOLVE, CLOSE               *
001500*       COLS 10-18   ITEM NUMBER, ZERO-FILLED                   *
001600*       COLS 20-27   USER-ID OF THE PERSON TAKING THE ACTION    *
001700*       COLS 29-36   NEW OWNER (ASSIGN ONLY)                    *
001800*       COLS 29-32   RESOLUTION CODE (RESOLVE ONLY; SEE EXCREC) *
001900*       COLS 38-77   NOTE, KEPT ON THE ITEM (RESOLVE, CLOSE)    *
002000*                                                                *
002100*   ASSIGN   AN OPEN OR ASSIGNED ITEM TO AN OWNER (REASSIGNING  *
002200*            IT IF IT ALREADY HAS ONE).                         *
002300*   RESOLVE  AN OPEN OR ASSIGNED ITEM WITH A RESOLUTION CODE.   *
002400*            AN ITEM NOBODY WAS ASSIGNED TO BECOMES THE         *
002500*            RESOLVER'S.                                        *
002600*   CLOSE    A RESOLVED ITEM.  A CLOSED ITEM IS NEVER REOPENED; *
002700*            IF THE PROBLEM COMES BACK, "exc-post" RAISES A NEW *
002800*            ITEM FOR IT.                                       *
002900*   A CARD THAT CANNOT ACT IS REJECTED WITH ITS REASON.  BLANK  *
003000*   CARDS AND CARDS WITH "*" IN COLUMN 1 ARE COMMENTS, SO AN    *
003100*   EMPTY DECK (DD DUMMY) JUST PRINTS THE AGING REPORT.         *
003200*                                                                *
003300*   THE REPORT (WLRPT) LISTS EVERY CARD AND WHAT CAME OF IT,    *
003400*   THEN EVERY ITEM NOT YET CLOSED WITH ITS OWNER AND AGE IN    *
003500*   DAYS SINCE IT WAS RAISED, THEN A SUMMARY OF THOSE ITEMS BY  *
003600*   TYPE AND OWNER ACROSS FOUR AGE BANDS (0-1, 2-7, 8-30, AND   *
003700*   OVER 30 DAYS), SO NOTHING SITS UNOWNED BETWEEN SHIFTS.      *
003800*                                                                *
003900*   RETURN-CODE 4 = AT LEAST ONE CARD WAS REJECTED, OR THE      *
004000*                   SUMMARY TABLE FILLED (THE DETAIL LIST IS    *
004100*                   STILL COMPLETE).                            *
004200*   RETURN-CODE 8 = A FILE COULD NOT BE OPENED, OR AN ITEM      *
004300*                   COULD NOT BE UPDATED.                       *
004400*                                                                *
004500*   MODIFICATION HISTORY                                        *
004600*   ---------------------------------------------------------   *
004700*   2026-10-15  JPK  INITIAL VERSION.                           *
004800******************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. exc-worklist.
005100 AUTHOR. J. P. KOWALCZYK.
005200 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
005300 DATE-WRITTEN. 2026-10-15.
005400 DATE-COMPILED.
005500
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT CARD-FILE ASSIGN TO WLCARDS
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-Card-File-Status.
006200     SELECT EXCEPTION-FILE ASSIGN TO EXCEPTF
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS EXC-ITEM-NO
006600         ALTERNATE RECORD KEY IS EXC-MATCH-KEY
006700             WITH DUPLICATES
006800         FILE STATUS IS WS-Exception-File-Status.
006900     SELECT WORKLIST-REPORT ASSIGN TO WLRPT
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-Report-File-Status.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CARD-FILE
007600     RECORDING MODE IS F.
007700 01  WLC-WORKLIST-CARD.
007800     05  WLC-VERB                    PIC X(08).
007900     05  FILLER                      PIC X(01).
008000     05  WLC-ITEM-NO-X               PIC X(09).
008100     05  WLC-ITEM-NO REDEFINES WLC-ITEM-NO-X
008200                                     PIC 9(09).
008300     05  FILLER                      PIC X(01).
008400     05  WLC-USER-ID                 PIC X(08).
008500     05  FILLER                      PIC X(01).
008600     05  WLC-VALUE                   PIC X(08).
008700     05  WLC-RESOLUTION REDEFINES WLC-VALUE
008800                                     PIC X(04).
008900     05  FILLER                      PIC X(01).
009000     05  WLC-NOTE                    PIC X(40).
009100     05  FILLER                      PIC X(03).
009200
009300 FD  EXCEPTION-FILE.
009400     COPY excrec.
009500
009600 FD  WORKLIST-REPORT
009700     RECORDING MODE IS F.
009800 01  RPT-PRINT-LINE                  PIC X(132).
009900
010000 WORKING-STORAGE SECTION.
010100 77  WS-Card-File-Status         PIC X(02).
010200     88  WS-Card-File-OK             VALUE "00".
010300 77  WS-Exception-File-Status    PIC X(02).
010400     88  WS-Exception-File-OK        VALUE "00" "02".
010500 77  WS-Report-File-Status       PIC X(02).
010600     88  WS-Report-File-OK           VALUE "00".
010700
010800 77  WS-Card-EOF-Switch          PIC X(01).
010900     88  WS-Card-EOF-Yes             VALUE "Y".
011000     88  WS-Card-EOF-No              VALUE "N".
011100 77  WS-Scan-Done-Switch         PIC X(01).
011200     88  WS-Scan-Done-Yes            VALUE "Y".
011300     88  WS-Scan-Done-No             VALUE "N".
011400 77  WS-Found-Switch             PIC X(01).
011500     88  WS-Found-Yes                VALUE "Y".
011600     88  WS-Found-No                 VALUE "N".
011700 77  WS-Reject-Switch            PIC X(01).
011800     88  WS-Reject-Yes               VALUE "Y".
011900     88  WS-Reject-No                VALUE "N".
012000
012100 77  WS-Today                    PIC 9(08).
012200 77  WS-Today-Int                UNSIGNED-INT.
012300 77  WS-Age-Days                 UNSIGNED-INT.
012400 77  WS-Band                     UNSIGNED-INT.
012500
012600 77  WS-Cards-Read               UNSIGNED-INT VALUE 0.
012700 77  WS-Cards-Applied            UNSIGNED-INT VALUE 0.
012800 77  WS-Cards-Rejected           UNSIGNED-INT VALUE 0.
012900 77  WS-Live-Count               UNSIGNED-INT VALUE 0.
013000 77  WS-Unowned-Count            UNSIGNED-INT VALUE 0.
013100 77  WS-Summary-Short            UNSIGNED-INT VALUE 0.
013200
013300 01  WS-Reason                   PIC X(40).
013400
013500******************************************************************
013600*   SUMMARY TABLE -- ONE ENTRY PER TYPE AND OWNER WITH ITEMS    *
013700*   NOT YET CLOSED, KEPT IN TYPE/OWNER ORDER AS IT IS BUILT.    *
013800*   WS-SUM-BAND (1-4) IS 0-1, 2-7, 8-30, AND OVER 30 DAYS.      *
013900******************************************************************
014000 77  WS-Max-Summary              UNSIGNED-INT VALUE 300.
014100 77  WS-Summary-Count            UNSIGNED-INT VALUE 0.
014200 77  WS-Insert-At                UNSIGNED-INT.
014300 77  WS-Shift-From               UNSIGNED-INT.
014400 01  WS-Summary-Key.
014500     05  WS-SKY-Type             PIC X(08).
014600     05  WS-SKY-Owner            PIC X(08).
014700 01  WS-Summary-Table.
014800     05  WS-SUM-Entry OCCURS 301 TIMES
014900             INDEXED BY WS-SUM-Idx.
015000         10  WS-SUM-Key.
015100             15  WS-SUM-Type     PIC X(08).
015200             15  WS-SUM-Owner    PIC X(08).
015300         10  WS-SUM-Band         UNSIGNED-INT OCCURS 4 TIMES.
015400         10  WS-SUM-Total        UNSIGNED-INT.
015500 01  WS-Type-Totals.
015600     05  WS-TOT-Type             PIC X(08).
015700     05  WS-TOT-Band             UNSIGNED-INT OCCURS 4 TIMES.
015800     05  WS-TOT-Total            UNSIGNED-INT.
015900 01  WS-Grand-Totals.
016000     05  WS-GRD-Band             UNSIGNED-INT OCCURS 4 TIMES.
016100     05  WS-GRD-Total            UNSIGNED-INT.
016200 77  WS-Band-Idx                 UNSIGNED-INT.
016300
016400 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
016500 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
016600 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
016700 77  WS-Current-Date             PIC 9(08).
016800 77  WS-Current-Time             PIC 9(08).
016900
017000 01  WS-Heading-1.
017100     05  FILLER                  PIC X(14) VALUE "EXC-WORKLIST  ".
017200     05  FILLER                  PIC X(30)
017300         VALUE "EXCEPTION WORKLIST AND AGING".
017400     05  FILLER                  PIC X(04) VALUE SPACES.
017500     05  FILLER                  PIC X(05) VALUE "DATE ".
017600     05  WS-H1-Date              PIC 9(08).
017700     05  FILLER                  PIC X(06) VALUE " TIME ".
017800     05  WS-H1-Time              PIC 9(08).
017900     05  FILLER                  PIC X(06) VALUE " PAGE ".
018000     05  WS-H1-Page              PIC ZZZZ9.
018100     05  FILLER                  PIC X(46) VALUE SPACES.
018200
018300 01  WS-Heading-2.
018400     05  FILLER                  PIC X(132) VALUE ALL "-".
018500
018600 01  WS-Print-Work               PIC X(132).
018700 01  WS-Column-Work              PIC X(132).
018800 01  WS-Blank-Line               PIC X(132) VALUE SPACES.
018900
019000 01  WS-Card-Columns.
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  FILLER                  PIC X(08) VALUE "VERB".
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  FILLER                  PIC X(09) VALUE "ITEM".
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  FILLER                  PIC X(08) VALUE "USER".
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  FILLER                  PIC X(08) VALUE "OWN/CODE".
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  FILLER                  PIC X(40) VALUE "RESULT".
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200     05  FILLER                  PIC X(47) VALUE "NOTE".
020300
020400 01  WS-Card-Line.
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  WS-CDL-Verb             PIC X(08).
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  WS-CDL-Item             PIC X(09).
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  WS-CDL-User             PIC X(08).
021100     05  FILLER                  PIC X(02) VALUE SPACES.
021200     05  WS-CDL-Value            PIC X(08).
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  WS-CDL-Result           PIC X(40).
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  WS-CDL-Note             PIC X(47).
021700
021800 01  WS-Item-Columns.
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  FILLER                  PIC X(09) VALUE "ITEM".
022100     05  FILLER                  PIC X(01) VALUE SPACE.
022200     05  FILLER                  PIC X(08) VALUE "TYPE".
022300     05  FILLER                  PIC X(01) VALUE SPACE.
022400     05  FILLER                  PIC X(08) VALUE "COUNTER".
022500     05  FILLER                  PIC X(01) VALUE SPACE.
022600     05  FILLER                  PIC X(24) VALUE "REFERENCE".
022700     05  FILLER                  PIC X(01) VALUE SPACE.
022800     05  FILLER                  PIC X(01) VALUE "S".
022900     05  FILLER                  PIC X(01) VALUE SPACE.
023000     05  FILLER                  PIC X(08) VALUE "OWNER".
023100     05  FILLER                  PIC X(01) VALUE SPACE.
023200     05  FILLER                  PIC X(08) VALUE "RAISED".
023300     05  FILLER                  PIC X(01) VALUE SPACE.
023400     05  FILLER                  PIC X(05) VALUE "  AGE".
023500     05  FILLER                  PIC X(01) VALUE SPACE.
023600     05  FILLER                  PIC X(08) VALUE "LASTSEEN".
023700     05  FILLER                  PIC X(01) VALUE SPACE.
023800     05  FILLER                  PIC X(05) VALUE "TIMES".
023900     05  FILLER                  PIC X(01) VALUE SPACE.
024000     05  FILLER                  PIC X(36) VALUE "TEXT".
024100
024200 01  WS-Item-Line.
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  WS-ITL-Item             PIC 9(09).
024500     05  FILLER                  PIC X(01) VALUE SPACE.
024600     05  WS-ITL-Type             PIC X(08).
024700     05  FILLER                  PIC X(01) VALUE SPACE.
024800     05  WS-ITL-Counter-Id       PIC X(08).
024900     05  FILLER                  PIC X(01) VALUE SPACE.
025000     05  WS-ITL-Reference        PIC X(24).
025100     05  FILLER                  PIC X(01) VALUE SPACE.
025200     05  WS-ITL-Status           PIC X(01).
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  WS-ITL-Owner            PIC X(08).
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  WS-ITL-Raised           PIC 9(08).
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  WS-ITL-Age              PIC ZZZZ9.
025900     05  FILLER                  PIC X(01) VALUE SPACE.
026000     05  WS-ITL-Last-Seen        PIC 9(08).
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026200     05  WS-ITL-Times            PIC ZZZZ9.
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  WS-ITL-Text             PIC X(36).
026500
026600 01  WS-Summary-Columns.
026700     05  FILLER                  PIC X(02) VALUE SPACES.
026800     05  FILLER                  PIC X(08) VALUE "TYPE".
026900     05  FILLER                  PIC X(02) VALUE SPACES.
027000     05  FILLER                  PIC X(08) VALUE "OWNER".
027100     05  FILLER                  PIC X(02) VALUE SPACES.
027200     05  FILLER                  PIC X(10) VALUE "  0-1 DAYS".
027300     05  FILLER                  PIC X(02) VALUE SPACES.
027400     05  FILLER                  PIC X(10) VALUE "  2-7 DAYS".
027500     05  FILLER                  PIC X(02) VALUE SPACES.
027600     05  FILLER                  PIC X(10) VALUE " 8-30 DAYS".
027700     05  FILLER                  PIC X(02) VALUE SPACES.
027800     05  FILLER                  PIC X(10) VALUE "   OVER 30".
027900     05  FILLER                  PIC X(02) VALUE SPACES.
028000     05  FILLER                  PIC X(10) VALUE "     TOTAL".
028100     05  FILLER                  PIC X(52) VALUE SPACES.
028200
028300 01  WS-Summary-Line.
028400     05  FILLER                  PIC X(02) VALUE SPACES.
028500     05  WS-SML-Type             PIC X(08).
028600     05  FILLER                  PIC X(02) VALUE SPACES.
028700     05  WS-SML-Owner            PIC X(08).
028800     05  WS-SML-Bands OCCURS 4 TIMES.
028900         10  FILLER              PIC X(02).
029000         10  WS-SML-Band         PIC Z(09)9.
029100     05  FILLER                  PIC X(02) VALUE SPACES.
029200     05  WS-SML-Total            PIC Z(09)9.
029300     05  FILLER                  PIC X(52) VALUE SPACES.
029400
029500 01  WS-Note-Line.
029600     05  FILLER                  PIC X(02) VALUE SPACES.
029700     05  WS-NOT-Text             PIC X(130).
029800
029900 01  WS-Count-Line.
030000     05  FILLER                  PIC X(02) VALUE SPACES.
030100     05  WS-CNL-Label            PIC X(30).
030200     05  WS-CNL-Count            PIC Z(09)9.
030300     05  FILLER                  PIC X(90) VALUE SPACES.
030400
030500 PROCEDURE DIVISION.
030600******************************************************************
030700 0000-MAINLINE.
030800******************************************************************
030900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031000     IF RETURN-CODE = 8
031100         GO TO 0000-GOBACK
031200     END-IF.
031300     PERFORM 2000-APPLY-CARDS THRU 2000-EXIT.
031400     PERFORM 3000-AGING-REPORT THRU 3000-EXIT.
031500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031600 0000-GOBACK.
031700     GOBACK.
031800
031900******************************************************************
032000*   1000-INITIALIZE -- OPEN THE CARDS, THE REPORT, AND THE      *
032100*   WORKLIST (BUILT ON FIRST-EVER USE, AS "exc-post" DOES).     *
032200******************************************************************
032300 1000-INITIALIZE.
032400     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
032500     ACCEPT WS-Current-Time FROM TIME.
032600     MOVE WS-Current-Date TO WS-Today.
032700     COMPUTE WS-Today-Int =
032800         FUNCTION INTEGER-OF-DATE (WS-Today).
032900     OPEN OUTPUT WORKLIST-REPORT.
033000     IF NOT WS-Report-File-OK
033100         DISPLAY "EXC-WORKLIST: CANNOT OPEN WLRPT, STATUS "
033200             WS-Report-File-Status
033300         MOVE 8 TO RETURN-CODE
033400         GO TO 1000-EXIT
033500     END-IF.
033600     OPEN INPUT CARD-FILE.
033700     IF NOT WS-Card-File-OK
033800         DISPLAY "EXC-WORKLIST: CANNOT OPEN WLCARDS, STATUS "
033900             WS-Card-File-Status
034000         MOVE 8 TO RETURN-CODE
034100         GO TO 1000-EXIT
034200     END-IF.
034300     OPEN I-O EXCEPTION-FILE.
034400     IF NOT WS-Exception-File-OK
034500         OPEN OUTPUT EXCEPTION-FILE
034600         CLOSE EXCEPTION-FILE
034700         OPEN I-O EXCEPTION-FILE
034800     END-IF.
034900     IF NOT WS-Exception-File-OK
035000         DISPLAY "EXC-WORKLIST: CANNOT OPEN EXCEPTF, STATUS "
035100             WS-Exception-File-Status
035200         MOVE 8 TO RETURN-CODE
035300     END-IF.
035400 1000-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800*   2000-APPLY-CARDS -- ONE ACTION PER CARD, IN DECK ORDER, SO  *
035900*   AN ASSIGN, RESOLVE, AND CLOSE FOR THE SAME ITEM CAN ALL GO  *
036000*   IN ONE DECK.                                                *
036100******************************************************************
036200 2000-APPLY-CARDS.
036300     MOVE WS-Card-Columns TO WS-Column-Work.
036400     MOVE 99 TO WS-Line-Count.
036500     SET WS-Card-EOF-No TO TRUE.
036600     PERFORM 2100-ONE-CARD THRU 2100-EXIT
036700         UNTIL WS-Card-EOF-Yes.
036800     CLOSE CARD-FILE.
036900     IF WS-Cards-Read = 0
037000         MOVE "NO CARDS -- AGING REPORT ONLY." TO WS-NOT-Text
037100         MOVE WS-Note-Line TO WS-Print-Work
037200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
037300     END-IF.
037400 2000-EXIT.
037500     EXIT.
037600
037700 2100-ONE-CARD.
037800     READ CARD-FILE
037900         AT END
038000             SET WS-Card-EOF-Yes TO TRUE
038100     END-READ.
038200     IF WS-Card-EOF-Yes OR NOT WS-Card-File-OK
038300         SET WS-Card-EOF-Yes TO TRUE
038400         GO TO 2100-EXIT
038500     END-IF.
038600     IF WLC-WORKLIST-CARD = SPACES
038700             OR WLC-WORKLIST-CARD (1:1) = "*"
038800         GO TO 2100-EXIT
038900     END-IF.
039000     ADD 1 TO WS-Cards-Read.
039100     SET WS-Reject-No TO TRUE.
039200     MOVE SPACES TO WS-Reason.
039300     PERFORM 2200-CHECK-CARD THRU 2200-EXIT.
039400     IF WS-Reject-No
039500         EVALUATE WLC-VERB
039600             WHEN "ASSIGN"
039700                 PERFORM 2300-ASSIGN THRU 2300-EXIT
039800             WHEN "RESOLVE"
039900                 PERFORM 2400-RESOLVE THRU 2400-EXIT
040000             WHEN OTHER
040100                 PERFORM 2500-CLOSE THRU 2500-EXIT
040200         END-EVALUATE
040300     END-IF.
040400     IF WS-Reject-No
040500         PERFORM 2600-UPDATE-ITEM THRU 2600-EXIT
040600     END-IF.
040700     IF WS-Reject-Yes
040800         ADD 1 TO WS-Cards-Rejected
040900         IF RETURN-CODE < 4
041000             MOVE 4 TO RETURN-CODE
041100         END-IF
041200     ELSE
041300         ADD 1 TO WS-Cards-Applied
041400     END-IF.
041500     PERFORM 2900-PRINT-CARD THRU 2900-EXIT.
041600 2100-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000*   2200-CHECK-CARD -- WHAT EVERY VERB NEEDS: A KNOWN VERB, A   *
042100*   USER-ID, AND AN ITEM THAT IS ON FILE AND NOT CLOSED.  THE   *
042200*   ITEM IS LEFT IN THE RECORD AREA.                            *
042300******************************************************************
042400 2200-CHECK-CARD.
042500     IF WLC-VERB NOT = "ASSIGN" AND WLC-VERB NOT = "RESOLVE"
042600             AND WLC-VERB NOT = "CLOSE"
042700         SET WS-Reject-Yes TO TRUE
042800         MOVE "UNKNOWN VERB" TO WS-Reason
042900         GO TO 2200-EXIT
043000     END-IF.
043100     IF WLC-USER-ID = SPACES
043200         SET WS-Reject-Yes TO TRUE
043300         MOVE "NO USER-ID IN COLUMNS 20-27" TO WS-Reason
043400         GO TO 2200-EXIT
043500     END-IF.
043600     IF WLC-ITEM-NO-X NOT NUMERIC OR WLC-ITEM-NO = 0
043700         SET WS-Reject-Yes TO TRUE
043800         MOVE "ITEM NUMBER NOT NUMERIC" TO WS-Reason
043900         GO TO 2200-EXIT
044000     END-IF.
044100     MOVE WLC-ITEM-NO TO EXC-ITEM-NO.
044200     READ EXCEPTION-FILE
044300         INVALID KEY
044400             SET WS-Reject-Yes TO TRUE
044500             MOVE "ITEM NOT ON FILE" TO WS-Reason
044600             GO TO 2200-EXIT
044700     END-READ.
044800     IF NOT WS-Exception-File-OK
044900         SET WS-Reject-Yes TO TRUE
045000         MOVE "ITEM NOT READABLE, STATUS " TO WS-Reason
045100         MOVE WS-Exception-File-Status TO WS-Reason (27:2)
045200         GO TO 2200-EXIT
045300     END-IF.
045400     IF EXC-STATUS-CLOSED
045500         SET WS-Reject-Yes TO TRUE
045600         MOVE "ITEM IS ALREADY CLOSED" TO WS-Reason
045700     END-IF.
045800 2200-EXIT.
045900     EXIT.
046000
046100******************************************************************
046200*   2300-ASSIGN -- GIVE AN OPEN OR ASSIGNED ITEM AN OWNER.      *
046300******************************************************************
046400 2300-ASSIGN.
046500     IF EXC-STATUS-RESOLVED
046600         SET WS-Reject-Yes TO TRUE
046700         MOVE "ITEM IS RESOLVED -- CLOSE IT INSTEAD" TO WS-Reason
046800         GO TO 2300-EXIT
046900     END-IF.
047000     IF WLC-VALUE = SPACES
047100         SET WS-Reject-Yes TO TRUE
047200         MOVE "NO OWNER IN COLUMNS 29-36" TO WS-Reason
047300         GO TO 2300-EXIT
047400     END-IF.
047500     IF EXC-STATUS-ASSIGNED AND EXC-OWNER = WLC-VALUE
047600         SET WS-Reject-Yes TO TRUE
047700         MOVE "ALREADY ASSIGNED TO THAT OWNER" TO WS-Reason
047800         GO TO 2300-EXIT
047900     END-IF.
048000     IF EXC-STATUS-ASSIGNED
048100         MOVE "REASSIGNED FROM " TO WS-Reason
048200         MOVE EXC-OWNER TO WS-Reason (17:8)
048300     ELSE
048400         MOVE "ASSIGNED" TO WS-Reason
048500     END-IF.
048600     SET EXC-STATUS-ASSIGNED TO TRUE.
048700     MOVE WLC-VALUE TO EXC-OWNER.
048800     MOVE WS-Today TO EXC-ASSIGN-DATE.
048900 2300-EXIT.
049000     EXIT.
049100
049200******************************************************************
049300*   2400-RESOLVE -- SETTLE AN OPEN OR ASSIGNED ITEM WITH ONE OF *
049400*   THE RESOLUTION CODES IN EXCREC.                             *
049500******************************************************************
049600 2400-RESOLVE.
049700     IF EXC-STATUS-RESOLVED
049800         SET WS-Reject-Yes TO TRUE
049900         MOVE "ITEM IS ALREADY RESOLVED" TO WS-Reason
050000         GO TO 2400-EXIT
050100     END-IF.
050200     MOVE WLC-RESOLUTION TO EXC-RESOLUTION.
050300     IF NOT EXC-RESOLUTION-VALID OR WLC-VALUE (5:4) NOT = SPACES
050400         SET WS-Reject-Yes TO TRUE
050500         MOVE "UNKNOWN RESOLUTION CODE" TO WS-Reason
050600         GO TO 2400-EXIT
050700     END-IF.
050800     IF EXC-OWNER = SPACES
050900         MOVE WLC-USER-ID TO EXC-OWNER
051000         MOVE WS-Today TO EXC-ASSIGN-DATE
051100     END-IF.
051200     SET EXC-STATUS-RESOLVED TO TRUE.
051300     MOVE WLC-USER-ID TO EXC-RESOLVED-BY.
051400     MOVE WS-Today TO EXC-RESOLVED-DATE.
051500     IF WLC-NOTE NOT = SPACES
051600         MOVE WLC-NOTE TO EXC-NOTE
051700     END-IF.
051800     MOVE "RESOLVED" TO WS-Reason.
051900 2400-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300*   2500-CLOSE -- ONLY A RESOLVED ITEM CAN BE CLOSED.           *
052400******************************************************************
052500 2500-CLOSE.
052600     IF NOT EXC-STATUS-RESOLVED
052700         SET WS-Reject-Yes TO TRUE
052800         MOVE "ITEM IS NOT RESOLVED" TO WS-Reason
052900         GO TO 2500-EXIT
053000     END-IF.
053100     SET EXC-STATUS-CLOSED TO TRUE.
053200     MOVE WLC-USER-ID TO EXC-CLOSED-BY.
053300     MOVE WS-Today TO EXC-CLOSED-DATE.
053400     IF WLC-NOTE NOT = SPACES
053500         MOVE WLC-NOTE TO EXC-NOTE
053600     END-IF.
053700     MOVE "CLOSED" TO WS-Reason.
053800 2500-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200*   2600-UPDATE-ITEM -- PUT THE CHANGED ITEM BACK.  A WORKLIST  *
054300*   THAT WILL NOT TAKE THE UPDATE STOPS THE DECK.               *
054400******************************************************************
054500 2600-UPDATE-ITEM.
054600     REWRITE EXC-EXCEPTION-RECORD
054700         INVALID KEY
054800             CONTINUE
054900     END-REWRITE.
055000     IF NOT WS-Exception-File-OK
055100         SET WS-Reject-Yes TO TRUE
055200         MOVE "UPDATE FAILED, STATUS " TO WS-Reason
055300         MOVE WS-Exception-File-Status TO WS-Reason (23:2)
055400         DISPLAY "EXC-WORKLIST: REWRITE OF ITEM " EXC-ITEM-NO
055500             " FAILED, STATUS " WS-Exception-File-Status
055600             " -- REST OF DECK NOT APPLIED"
055700         MOVE 8 TO RETURN-CODE
055800         SET WS-Card-EOF-Yes TO TRUE
055900     END-IF.
056000 2600-EXIT.
056100     EXIT.
056200
056300 2900-PRINT-CARD.
056400     MOVE WLC-VERB TO WS-CDL-Verb.
056500     MOVE WLC-ITEM-NO-X TO WS-CDL-Item.
056600     MOVE WLC-USER-ID TO WS-CDL-User.
056700     MOVE WLC-VALUE TO WS-CDL-Value.
056800     IF WS-Reject-Yes
056900         MOVE SPACES TO WS-CDL-Result
057000         STRING "REJECTED: " DELIMITED BY SIZE
057100             WS-Reason DELIMITED BY SIZE
057200             INTO WS-CDL-Result
057300     ELSE
057400         MOVE WS-Reason TO WS-CDL-Result
057500     END-IF.
057600     MOVE WLC-NOTE TO WS-CDL-Note.
057700     MOVE WS-Card-Line TO WS-Print-Work.
057800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
057900 2900-EXIT.
058000     EXIT.
058100
058200******************************************************************
058300*   3000-AGING-REPORT -- EVERY ITEM NOT YET CLOSED, IN ITEM     *
058400*   ORDER, THEN THE TYPE/OWNER SUMMARY ACROSS THE AGE BANDS.    *
058500******************************************************************
058600 3000-AGING-REPORT.
058700     IF RETURN-CODE = 8
058800         GO TO 3000-EXIT
058900     END-IF.
059000     MOVE WS-Item-Columns TO WS-Column-Work.
059100     MOVE 99 TO WS-Line-Count.
059200     MOVE 0 TO EXC-ITEM-NO.
059300     START EXCEPTION-FILE KEY IS GREATER THAN EXC-ITEM-NO
059400         INVALID KEY
059500             SET WS-Scan-Done-Yes TO TRUE
059600         NOT INVALID KEY
059700             SET WS-Scan-Done-No TO TRUE
059800     END-START.
059900     PERFORM 3100-ONE-ITEM THRU 3100-EXIT
060000         UNTIL WS-Scan-Done-Yes.
060100     IF WS-Live-Count = 0
060200         MOVE "NO ITEMS OPEN." TO WS-NOT-Text
060300         MOVE WS-Note-Line TO WS-Print-Work
060400         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
060500     END-IF.
060600     PERFORM 3500-PRINT-SUMMARY THRU 3500-EXIT.
060700 3000-EXIT.
060800     EXIT.
060900
061000 3100-ONE-ITEM.
061100     READ EXCEPTION-FILE NEXT RECORD
061200         AT END
061300             SET WS-Scan-Done-Yes TO TRUE
061400             GO TO 3100-EXIT
061500     END-READ.
061600     IF NOT WS-Exception-File-OK
061700         DISPLAY "EXC-WORKLIST: EXCEPTF READ FAILED, STATUS "
061800             WS-Exception-File-Status
061900             " -- AGING REPORT INCOMPLETE"
062000         MOVE 8 TO RETURN-CODE
062100         SET WS-Scan-Done-Yes TO TRUE
062200         GO TO 3100-EXIT
062300     END-IF.
062400     IF NOT EXC-STATUS-LIVE
062500         GO TO 3100-EXIT
062600     END-IF.
062700     ADD 1 TO WS-Live-Count.
062800     MOVE 0 TO WS-Age-Days.
062900     IF EXC-RAISED-DATE NUMERIC
063000         IF FUNCTION TEST-DATE-YYYYMMDD (EXC-RAISED-DATE) = 0
063100                 AND EXC-RAISED-DATE < WS-Today
063200             COMPUTE WS-Age-Days = WS-Today-Int
063300                 - FUNCTION INTEGER-OF-DATE (EXC-RAISED-DATE)
063400         END-IF
063500     END-IF.
063600     EVALUATE TRUE
063700         WHEN WS-Age-Days < 2
063800             MOVE 1 TO WS-Band
063900         WHEN WS-Age-Days < 8
064000             MOVE 2 TO WS-Band
064100         WHEN WS-Age-Days < 31
064200             MOVE 3 TO WS-Band
064300         WHEN OTHER
064400             MOVE 4 TO WS-Band
064500     END-EVALUATE.
064600     MOVE EXC-TYPE TO WS-SKY-Type.
064700     MOVE EXC-OWNER TO WS-SKY-Owner.
064800     IF EXC-OWNER = SPACES
064900         ADD 1 TO WS-Unowned-Count
065000         MOVE "(NONE)" TO WS-SKY-Owner
065100     END-IF.
065200     PERFORM 3200-ADD-TO-SUMMARY THRU 3200-EXIT.
065300     MOVE EXC-ITEM-NO TO WS-ITL-Item.
065400     MOVE EXC-TYPE TO WS-ITL-Type.
065500     MOVE EXC-COUNTER-ID TO WS-ITL-Counter-Id.
065600     MOVE EXC-REFERENCE TO WS-ITL-Reference.
065700     MOVE EXC-STATUS TO WS-ITL-Status.
065800     MOVE WS-SKY-Owner TO WS-ITL-Owner.
065900     MOVE EXC-RAISED-DATE TO WS-ITL-Raised.
066000     MOVE WS-Age-Days TO WS-ITL-Age.
066100     MOVE EXC-LAST-SEEN-DATE TO WS-ITL-Last-Seen.
066200     MOVE EXC-OCCURRENCES TO WS-ITL-Times.
066300     MOVE EXC-TEXT TO WS-ITL-Text.
066400     MOVE WS-Item-Line TO WS-Print-Work.
066500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
066600 3100-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000*   3200-ADD-TO-SUMMARY -- COUNT THE ITEM UNDER ITS TYPE AND    *
067100*   OWNER, OPENING A NEW ENTRY IN KEY ORDER IF NEED BE.  WITH   *
067200*   THE TABLE FULL THE ITEM IS LEFT OUT OF THE SUMMARY ONLY.    *
067300******************************************************************
067400 3200-ADD-TO-SUMMARY.
067500     SET WS-Found-No TO TRUE.
067600     MOVE 0 TO WS-Insert-At.
067700     PERFORM 3210-CHECK-ENTRY THRU 3210-EXIT
067800         VARYING WS-SUM-Idx FROM 1 BY 1
067900         UNTIL WS-SUM-Idx > WS-Summary-Count
068000             OR WS-Found-Yes OR WS-Insert-At > 0.
068100     IF WS-Found-Yes
068200         SET WS-SUM-Idx DOWN BY 1
068300         GO TO 3200-COUNT
068400     END-IF.
068500     IF WS-Summary-Count >= WS-Max-Summary
068600         ADD 1 TO WS-Summary-Short
068700         GO TO 3200-EXIT
068800     END-IF.
068900     IF WS-Insert-At = 0
069000         COMPUTE WS-Insert-At = WS-Summary-Count + 1
069100     END-IF.
069200     PERFORM 3220-SHIFT-ENTRY THRU 3220-EXIT
069300         VARYING WS-Shift-From FROM WS-Summary-Count BY -1
069400         UNTIL WS-Shift-From < WS-Insert-At.
069500     ADD 1 TO WS-Summary-Count.
069600     SET WS-SUM-Idx TO WS-Insert-At.
069700     MOVE WS-Summary-Key TO WS-SUM-Key (WS-SUM-Idx).
069800     MOVE 0 TO WS-SUM-Band (WS-SUM-Idx, 1).
069900     MOVE 0 TO WS-SUM-Band (WS-SUM-Idx, 2).
070000     MOVE 0 TO WS-SUM-Band (WS-SUM-Idx, 3).
070100     MOVE 0 TO WS-SUM-Band (WS-SUM-Idx, 4).
070200     MOVE 0 TO WS-SUM-Total (WS-SUM-Idx).
070300 3200-COUNT.
070400     ADD 1 TO WS-SUM-Band (WS-SUM-Idx, WS-Band).
070500     ADD 1 TO WS-SUM-Total (WS-SUM-Idx).
070600 3200-EXIT.
070700     EXIT.
070800
070900 3210-CHECK-ENTRY.
071000     IF WS-SUM-Key (WS-SUM-Idx) = WS-Summary-Key
071100         SET WS-Found-Yes TO TRUE
071200     ELSE
071300         IF WS-SUM-Key (WS-SUM-Idx) > WS-Summary-Key
071400             SET WS-Insert-At TO WS-SUM-Idx
071500         END-IF
071600     END-IF.
071700 3210-EXIT.
071800     EXIT.
071900
072000 3220-SHIFT-ENTRY.
072100     MOVE WS-SUM-Entry (WS-Shift-From)
072200         TO WS-SUM-Entry (WS-Shift-From + 1).
072300 3220-EXIT.
072400     EXIT.
072500
072600******************************************************************
072700*   3500-PRINT-SUMMARY -- ONE LINE PER TYPE AND OWNER, A TOTAL  *
072800*   PER TYPE, AND A GRAND TOTAL.                                *
072900******************************************************************
073000 3500-PRINT-SUMMARY.
073100     MOVE WS-Summary-Columns TO WS-Column-Work.
073200     MOVE 99 TO WS-Line-Count.
073300     MOVE SPACES TO WS-TOT-Type.
073310     MOVE 0 TO WS-TOT-Total.
073400     MOVE 0 TO WS-GRD-Total.
073500     PERFORM 3510-CLEAR-BAND THRU 3510-EXIT
073600         VARYING WS-Band-Idx FROM 1 BY 1
073700         UNTIL WS-Band-Idx > 4.
073800     PERFORM 3600-PRINT-ENTRY THRU 3600-EXIT
073900         VARYING WS-SUM-Idx FROM 1 BY 1
074000         UNTIL WS-SUM-Idx > WS-Summary-Count.
074100     IF WS-TOT-Type NOT = SPACES
074200         PERFORM 3700-PRINT-TYPE-TOTAL THRU 3700-EXIT
074300     END-IF.
074400     MOVE SPACES TO WS-Summary-Line.
074500     MOVE "ALL" TO WS-SML-Type.
074600     PERFORM 3520-EDIT-GRAND THRU 3520-EXIT
074700         VARYING WS-Band-Idx FROM 1 BY 1
074800         UNTIL WS-Band-Idx > 4.
074900     MOVE WS-GRD-Total TO WS-SML-Total.
075000     MOVE WS-Summary-Line TO WS-Print-Work.
075100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
075200     MOVE WS-Blank-Line TO WS-Print-Work.
075300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
075400     MOVE SPACES TO WS-Count-Line.
075500     MOVE "ITEMS NOT YET CLOSED" TO WS-CNL-Label.
075600     MOVE WS-Live-Count TO WS-CNL-Count.
075700     MOVE WS-Count-Line TO WS-Print-Work.
075800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
075900     MOVE "  OF WHICH NOBODY OWNS" TO WS-CNL-Label.
076000     MOVE WS-Unowned-Count TO WS-CNL-Count.
076100     MOVE WS-Count-Line TO WS-Print-Work.
076200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
076300     MOVE "CARDS READ" TO WS-CNL-Label.
076400     MOVE WS-Cards-Read TO WS-CNL-Count.
076500     MOVE WS-Count-Line TO WS-Print-Work.
076600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
076700     MOVE "CARDS APPLIED" TO WS-CNL-Label.
076800     MOVE WS-Cards-Applied TO WS-CNL-Count.
076900     MOVE WS-Count-Line TO WS-Print-Work.
077000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
077100     MOVE "CARDS REJECTED" TO WS-CNL-Label.
077200     MOVE WS-Cards-Rejected TO WS-CNL-Count.
077300     MOVE WS-Count-Line TO WS-Print-Work.
077400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
077500     IF WS-Summary-Short > 0
077600         MOVE "ITEMS LEFT OFF THE SUMMARY" TO WS-CNL-Label
077700         MOVE WS-Summary-Short TO WS-CNL-Count
077800         MOVE WS-Count-Line TO WS-Print-Work
077900         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
078000         DISPLAY "EXC-WORKLIST: SUMMARY TABLE FULL -- "
078100             WS-Summary-Short " ITEM(S) IN THE DETAIL LIST ONLY"
078200         IF RETURN-CODE < 4
078300             MOVE 4 TO RETURN-CODE
078400         END-IF
078500     END-IF.
078600 3500-EXIT.
078700     EXIT.
078800
078900 3510-CLEAR-BAND.
079000     MOVE 0 TO WS-GRD-Band (WS-Band-Idx).
079100     MOVE 0 TO WS-TOT-Band (WS-Band-Idx).
079200 3510-EXIT.
079300     EXIT.
079400
079500 3520-EDIT-GRAND.
079600     MOVE WS-GRD-Band (WS-Band-Idx) TO WS-SML-Band (WS-Band-Idx).
079700 3520-EXIT.
079800     EXIT.
079900
080000 3600-PRINT-ENTRY.
080100     IF WS-SUM-Type (WS-SUM-Idx) NOT = WS-TOT-Type
080200         IF WS-TOT-Type NOT = SPACES
080300             PERFORM 3700-PRINT-TYPE-TOTAL THRU 3700-EXIT
080400         END-IF
080500         MOVE WS-SUM-Type (WS-SUM-Idx) TO WS-TOT-Type
080600     END-IF.
080700     MOVE SPACES TO WS-Summary-Line.
080800     MOVE WS-SUM-Type (WS-SUM-Idx) TO WS-SML-Type.
080900     MOVE WS-SUM-Owner (WS-SUM-Idx) TO WS-SML-Owner.
081000     PERFORM 3610-EDIT-BAND THRU 3610-EXIT
081100         VARYING WS-Band-Idx FROM 1 BY 1
081200         UNTIL WS-Band-Idx > 4.
081300     MOVE WS-SUM-Total (WS-SUM-Idx) TO WS-SML-Total.
081400     ADD WS-SUM-Total (WS-SUM-Idx) TO WS-TOT-Total.
081500     ADD WS-SUM-Total (WS-SUM-Idx) TO WS-GRD-Total.
081600     MOVE WS-Summary-Line TO WS-Print-Work.
081700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
081800 3600-EXIT.
081900     EXIT.
082000
082100 3610-EDIT-BAND.
082200     MOVE WS-SUM-Band (WS-SUM-Idx, WS-Band-Idx)
082300         TO WS-SML-Band (WS-Band-Idx).
082400     ADD WS-SUM-Band (WS-SUM-Idx, WS-Band-Idx)
082500         TO WS-TOT-Band (WS-Band-Idx).
082600     ADD WS-SUM-Band (WS-SUM-Idx, WS-Band-Idx)
082700         TO WS-GRD-Band (WS-Band-Idx).
082800 3610-EXIT.
082900     EXIT.
083000
083100 3700-PRINT-TYPE-TOTAL.
083200     MOVE SPACES TO WS-Summary-Line.
083300     MOVE WS-TOT-Type TO WS-SML-Type.
083400     MOVE "TOTAL" TO WS-SML-Owner.
083500     PERFORM 3710-EDIT-TYPE-BAND THRU 3710-EXIT
083600         VARYING WS-Band-Idx FROM 1 BY 1
083700         UNTIL WS-Band-Idx > 4.
083800     MOVE WS-TOT-Total TO WS-SML-Total.
083900     MOVE WS-Summary-Line TO WS-Print-Work.
084000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
084100     MOVE WS-Blank-Line TO WS-Print-Work.
084200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
084300     MOVE 0 TO WS-TOT-Total.
084400 3700-EXIT.
084500     EXIT.
084600
084700 3710-EDIT-TYPE-BAND.
084800     MOVE WS-TOT-Band (WS-Band-Idx) TO WS-SML-Band (WS-Band-Idx).
084900     MOVE 0 TO WS-TOT-Band (WS-Band-Idx).
085000 3710-EXIT.
085100     EXIT.
085200
085300******************************************************************
085400*   8000-PRINT-LINE -- WRITE THE STAGED LINE WITH PAGE          *
085500*   HEADINGS.  THE SECTION'S COLUMN LINE IS REPEATED ON EACH    *
085600*   NEW PAGE.                                                   *
085700******************************************************************
085800 8000-PRINT-LINE.
085900     IF WS-Line-Count >= WS-Lines-Per-Page
086000         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
086100     END-IF.
086200     WRITE RPT-PRINT-LINE FROM WS-Print-Work.
086300     ADD 1 TO WS-Line-Count.
086400 8000-EXIT.
086500     EXIT.
086600
086700 8100-PAGE-HEADING.
086800     ADD 1 TO WS-Page-Count.
086900     MOVE WS-Current-Date TO WS-H1-Date.
087000     MOVE WS-Current-Time TO WS-H1-Time.
087100     MOVE WS-Page-Count TO WS-H1-Page.
087200     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
087300     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
087400     WRITE RPT-PRINT-LINE FROM WS-Column-Work.
087500     MOVE 3 TO WS-Line-Count.
087600 8100-EXIT.
087700     EXIT.
087800
087900******************************************************************
088000*   9000-TERMINATE -- CLOSE UP.                                 *
088100******************************************************************
088200 9000-TERMINATE.
088300     CLOSE EXCEPTION-FILE.
088400     CLOSE WORKLIST-REPORT.
088500     IF WS-Cards-Rejected > 0
088600         DISPLAY "EXC-WORKLIST: " WS-Cards-Rejected
088700             " CARD(S) REJECTED -- SEE WLRPT"
088800     END-IF.
088900 9000-EXIT.
089000     EXIT.
089100
089200 END PROGRAM exc-worklist.
