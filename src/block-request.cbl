000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  BLOCK-REQUEST                                   *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS              *
000600*   DATE-WRITTEN:  2026-10-15                                   *
000700*                                                                *
000800*   BATCH FRONT END TO "number-block" FOR SYSTEMS THAT CANNOT   *
000900*   CALL IT.  EACH RECORD ON THE INBOUND REQUEST FILE (BLKREQF, *
001000*   BRQREC) NAMES A REQUESTER, THE REQUESTER'S OWN REFERENCE,   *
001100*   A COUNTER, AND A QUANTITY.  THE BLOCK IS RESERVED THROUGH   *
001200*   "number-block", EVERY NUMBER IN IT IS FORMATTED BY          *
001300*   "doc-format", WRITTEN TO THE AUDIT TRAIL AS AN ISSUE, AND   *
001400*   ENTERED ON THE NUMBER REGISTRY, THE ANSWER IS LOGGED        *
001500*   (BLKLOGF, BRLREC), AND THE RESERVATION IS COMMITTED.  THE   *
001600*   RESPONSE FILE (BLKRSPF, BRSREC) CARRIES A HEADER PER        *
001700*   REQUEST -- THE RANGE, OR THE REASON FOR A REFUSAL -- AND A  *
001800*   DETAIL PER DOCUMENT NUMBER.  THIS REPLACES RUNNING E-MAILED *
001900*   REQUESTS BY HAND THROUGH THE OVERRIDE CONTROL FILE.         *
002000*                                                                *
002100*   A REQUESTER AND REFERENCE ALREADY ON THE LOG ARE NOT        *
002200*   ALLOCATED AGAIN: THE ORIGINAL ANSWER IS SENT BACK, MARKED   *
002300*   AS A REPEAT, WITH THE SAME DOCUMENT NUMBERS.  REFUSALS THE  *
002400*   REQUESTER CAN CURE BY SENDING AGAIN (COUNTER IN USE,        *
002410*   ALLOCATION FAILURE, QUOTA USED UP FOR NOW, NO REQUESTER OR  *
002420*   REFERENCE) ARE NOT LOGGED.  THE REQUESTER ON THE REQUEST IS *
002430*   THE ONE CHECKED AGAINST THE QUOTA TABLE (QUOTAF) BY         *
002440*   "number-block".  NUMBERS ARE AUDITED UNDER A RUN-ID OF "B"  *
002450*   PLUS DAY-OF-YEAR PLUS HHMM.                                 *
002800*                                                                *
002900*   RETURN-CODE 4 = AT LEAST ONE REQUEST REFUSED, OR A          *
003000*                   REFERENCE REUSED FOR A DIFFERENT COUNTER OR *
003100*                   QUANTITY; SEE BLKRPT.                       *
003200*   RETURN-CODE 8 = A FILE COULD NOT BE OPENED, OR AN ISSUED    *
003300*                   BLOCK COULD NOT BE LOGGED; THE RUN STOPS.   *
003400*                                                                *
003500*   MODIFICATION HISTORY                                        *
003600*   ---------------------------------------------------------   *
003700*   2026-10-15  JPK  INITIAL VERSION.                           *
003710*   2026-10-15  JPK  REQUESTER QUOTA REFUSALS FROM              *
003720*                    "number-block" ANSWERED AS BR10 (FINAL)    *
003730*                    AND BR11 (NOT REMEMBERED).                 *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. block-request.
004100 AUTHOR. J. P. KOWALCZYK.
004200 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004300 DATE-WRITTEN. 2026-10-15.
004400 DATE-COMPILED.
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT REQUEST-FILE ASSIGN TO BLKREQF
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-Request-File-Status.
005200     SELECT RESPONSE-FILE ASSIGN TO BLKRSPF
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-Response-File-Status.
005500     SELECT REQUEST-LOG ASSIGN TO BLKLOGF
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS BRL-KEY
005900         FILE STATUS IS WS-Log-File-Status.
006000     SELECT COUNTER-FILE ASSIGN TO COUNTERF
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS CTR-COUNTER-ID
006400         FILE STATUS IS WS-Counter-File-Status.
006500     SELECT AUDIT-FILE ASSIGN TO AUDITF
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-Audit-File-Status.
006800     SELECT REQUEST-REPORT ASSIGN TO BLKRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-Report-File-Status.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  REQUEST-FILE
007500     RECORDING MODE IS F.
007600     COPY brqrec.
007700
007800 FD  RESPONSE-FILE
007900     RECORDING MODE IS F.
008000     COPY brsrec.
008100
008200 FD  REQUEST-LOG.
008300     COPY brlrec.
008400
008500 FD  COUNTER-FILE.
008600     COPY ctrrec.
008700
008800 FD  AUDIT-FILE
008900     RECORDING MODE IS F.
009000     COPY auditrec.
009100
009200 FD  REQUEST-REPORT
009300     RECORDING MODE IS F.
009400 01  RPT-PRINT-LINE                  PIC X(132).
009500
009600 WORKING-STORAGE SECTION.
009700 77  WS-Request-File-Status      PIC X(02).
009800     88  WS-Request-File-OK          VALUE "00".
009900 77  WS-Response-File-Status     PIC X(02).
010000     88  WS-Response-File-OK         VALUE "00".
010100 77  WS-Log-File-Status          PIC X(02).
010200     88  WS-Log-File-OK              VALUE "00".
010300 77  WS-Counter-File-Status      PIC X(02).
010400     88  WS-Counter-File-OK          VALUE "00".
010500 77  WS-Audit-File-Status        PIC X(02).
010600     88  WS-Audit-File-OK            VALUE "00".
010700 77  WS-Report-File-Status       PIC X(02).
010800     88  WS-Report-File-OK           VALUE "00".
010900
011000 77  WS-Request-EOF-Switch       PIC X(01) VALUE "N".
011100     88  WS-Request-EOF-Yes          VALUE "Y".
011200     88  WS-Request-EOF-No           VALUE "N".
011300 77  WS-Stop-Switch              PIC X(01) VALUE "N".
011400     88  WS-Stop-Yes                 VALUE "Y".
011500     88  WS-Stop-No                  VALUE "N".
011510 77  WS-Log-Failed-Switch        PIC X(01) VALUE "N".
011520     88  WS-Log-Failed-Yes           VALUE "Y".
011530     88  WS-Log-Failed-No            VALUE "N".
011600 77  WS-Remember-Switch          PIC X(01) VALUE "N".
011700     88  WS-Remember-Yes             VALUE "Y".
011800     88  WS-Remember-No              VALUE "N".
011900 77  WS-Valid-Switch             PIC X(01) VALUE "Y".
012000     88  WS-Valid-Yes                VALUE "Y".
012100     88  WS-Valid-No                 VALUE "N".
012200
012300******************************************************************
012400*   LARGEST BLOCK ONE REQUEST MAY TAKE.  ANYTHING BIGGER IS A   *
012500*   CONVERSATION WITH OPERATIONS, NOT AN OVERNIGHT FEED.        *
012600******************************************************************
012700 77  WS-Max-Quantity             UNSIGNED-INT VALUE 9999.
012800
012900******************************************************************
013000*   THE COUNTER LAST CHECKED AGAINST THE COUNTER FILE, SO A RUN *
013100*   OF REQUESTS FOR ONE COUNTER READS IT ONCE.                  *
013200******************************************************************
013300 77  WS-Checked-Counter-Id       PIC X(08) VALUE LOW-VALUES.
013400 77  WS-Checked-Result           PIC X(01) VALUE SPACE.
013500     88  WS-Checked-Known            VALUE "K".
013600     88  WS-Checked-Unknown          VALUE "U".
013700     88  WS-Checked-Unreadable       VALUE "X".
013800
013900******************************************************************
014000*   THE ANSWER BEING GIVEN TO THE REQUEST IN HAND.              *
014100******************************************************************
014200 01  WS-Answer.
014300     05  WS-ANS-Counter-Id       PIC X(08).
014400     05  WS-ANS-Quantity         PIC 9(05).
014500     05  WS-ANS-Result           PIC X(01).
014600         88  WS-ANS-Accepted         VALUE "A".
014700         88  WS-ANS-Refused          VALUE "R".
014800     05  WS-ANS-Range-Start      UNSIGNED-INT.
014900     05  WS-ANS-Range-End        UNSIGNED-INT.
015000     05  WS-ANS-Repeat           PIC X(01).
015100         88  WS-ANS-Repeat-Yes       VALUE "Y".
015200         88  WS-ANS-Repeat-No        VALUE "N".
015300     05  WS-ANS-Date             PIC 9(08).
015400     05  WS-ANS-Reason-Code      PIC X(04).
015500     05  WS-ANS-Reason-Text      PIC X(40).
015600     05  WS-ANS-Doc-Year         PIC X(04).
015700
015800 77  WS-Issue-Number             UNSIGNED-INT.
015900 77  WS-Detail-Seq               UNSIGNED-INT.
016000 77  WS-Doc-Number               PIC X(18).
016100
016200 01  WS-Block-Run-Id.
016300     05  FILLER                  PIC X(01) VALUE "B".
016400     05  WS-BRI-Day              PIC 9(03).
016500     05  WS-BRI-Time             PIC 9(04).
016600 01  WS-Julian-Date.
016700     05  WS-JUL-Year             PIC 9(02).
016800     05  WS-JUL-Day              PIC 9(03).
016900
017000 77  WS-Request-Count            UNSIGNED-INT VALUE 0.
017100 77  WS-Accepted-Count           UNSIGNED-INT VALUE 0.
017200 77  WS-Refused-Count            UNSIGNED-INT VALUE 0.
017300 77  WS-Repeat-Count             UNSIGNED-INT VALUE 0.
017400 77  WS-Numbers-Issued           UNSIGNED-INT VALUE 0.
017500 77  WS-Response-Records         UNSIGNED-INT VALUE 0.
017600 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
017700 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
017800 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
017900 01  WS-Current-Date             PIC 9(08).
018000 01  WS-Current-Date-Parts REDEFINES WS-Current-Date.
018100     05  WS-Current-Year         PIC X(04).
018200     05  FILLER                  PIC X(04).
018300 77  WS-Current-Time             PIC 9(08).
018400 77  WS-Edit-Start               PIC Z(09)9.
018500 77  WS-Edit-End                 PIC Z(09)9.
018510 77  WS-Job-Return-Code          PIC 9(02) VALUE 0.
018600
018700******************************************************************
018800*   "number-block", "doc-format", "num-registry" AND            *
018900*   "audit-chain" CALLING CONTRACTS.                            *
019000******************************************************************
019100     COPY nblink.
019200     COPY dfmlink.
019300     COPY reglink.
019400     COPY chnlink.
019500
019600 01  WS-Heading-1.
019700     05  FILLER                  PIC X(15)
019800         VALUE "BLOCK-REQUEST  ".
019900     05  FILLER                  PIC X(25)
020000         VALUE "OUTSIDE BLOCK REQUESTS   ".
020100     05  FILLER                  PIC X(05) VALUE "DATE ".
020200     05  WS-H1-Date              PIC 9(08).
020300     05  FILLER                  PIC X(06) VALUE " TIME ".
020400     05  WS-H1-Time              PIC 9(08).
020500     05  FILLER                  PIC X(06) VALUE " PAGE ".
020600     05  WS-H1-Page              PIC ZZZZ9.
020700     05  FILLER                  PIC X(54) VALUE SPACES.
020800
020900 01  WS-Heading-2.
021000     05  FILLER                  PIC X(132) VALUE ALL "-".
021100
021200 01  WS-Detail-Line.
021300     05  WS-DTL-Tag              PIC X(10).
021400     05  WS-DTL-Requester        PIC X(08).
021500     05  FILLER                  PIC X(01) VALUE SPACE.
021600     05  WS-DTL-Request-Ref      PIC X(16).
021700     05  FILLER                  PIC X(09) VALUE " COUNTER ".
021800     05  WS-DTL-Counter-Id       PIC X(08).
021900     05  FILLER                  PIC X(05) VALUE " QTY ".
022000     05  WS-DTL-Quantity         PIC ZZZZ9.
022100     05  FILLER                  PIC X(01) VALUE SPACE.
022200     05  WS-DTL-Text             PIC X(69).
022300
022400 01  WS-Total-Line.
022500     05  FILLER                  PIC X(15)
022600         VALUE "BLOCK-REQUEST  ".
022700     05  WS-TOT-Requests         PIC Z(04)9.
022800     05  FILLER                  PIC X(12) VALUE " REQUESTS   ".
022900     05  WS-TOT-Accepted         PIC Z(04)9.
023000     05  FILLER                  PIC X(12) VALUE " ACCEPTED   ".
023100     05  WS-TOT-Refused          PIC Z(04)9.
023200     05  FILLER                  PIC X(12) VALUE " REFUSED    ".
023300     05  WS-TOT-Repeats          PIC Z(04)9.
023400     05  FILLER                  PIC X(12) VALUE " REPEATS    ".
023500     05  WS-TOT-Numbers          PIC Z(09)9.
023600     05  FILLER                  PIC X(15)
023700         VALUE " NUMBERS ISSUED".
023800     05  FILLER                  PIC X(24) VALUE SPACES.
023900
024000 PROCEDURE DIVISION.
024100******************************************************************
024200 0000-MAINLINE.
024300******************************************************************
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024500     IF RETURN-CODE = 8
024600         GO TO 0000-GOBACK
024700     END-IF.
024800     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT.
024900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025000 0000-GOBACK.
025100     GOBACK.
025200
025300******************************************************************
025400*   1000-INITIALIZE -- OPEN THE FILES AND FORM THE RUN-ID.  THE *
025500*   REQUEST LOG IS BUILT ON FIRST USE; THE AUDIT TRAIL IS       *
025600*   EXTENDED, NEVER REPLACED.                                   *
025700******************************************************************
025800 1000-INITIALIZE.
025900     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
026000     ACCEPT WS-Current-Time FROM TIME.
026100     ACCEPT WS-Julian-Date FROM DAY.
026200     MOVE WS-JUL-Day TO WS-BRI-Day.
026300     MOVE WS-Current-Time (1:4) TO WS-BRI-Time.
026400     OPEN OUTPUT REQUEST-REPORT.
026500     IF NOT WS-Report-File-OK
026600         DISPLAY "BLOCK-REQUEST: CANNOT OPEN BLKRPT, STATUS "
026700             WS-Report-File-Status
026800         MOVE 8 TO RETURN-CODE
026900         GO TO 1000-EXIT
027000     END-IF.
027100     OPEN INPUT REQUEST-FILE.
027200     IF NOT WS-Request-File-OK
027300         DISPLAY "BLOCK-REQUEST: CANNOT OPEN BLKREQF, STATUS "
027400             WS-Request-File-Status
027500         MOVE 8 TO RETURN-CODE
027600         GO TO 1000-EXIT
027700     END-IF.
027800     OPEN OUTPUT RESPONSE-FILE.
027900     IF NOT WS-Response-File-OK
028000         DISPLAY "BLOCK-REQUEST: CANNOT OPEN BLKRSPF, STATUS "
028100             WS-Response-File-Status
028200         MOVE 8 TO RETURN-CODE
028300         GO TO 1000-EXIT
028400     END-IF.
028500     OPEN I-O REQUEST-LOG.
028600     IF NOT WS-Log-File-OK
028700         OPEN OUTPUT REQUEST-LOG
028800         CLOSE REQUEST-LOG
028900         OPEN I-O REQUEST-LOG
029000         IF NOT WS-Log-File-OK
029100             DISPLAY "BLOCK-REQUEST: CANNOT OPEN BLKLOGF, STATUS "
029200                 WS-Log-File-Status
029300             MOVE 8 TO RETURN-CODE
029400             GO TO 1000-EXIT
029500         END-IF
029600     END-IF.
029700     SET CH-Function-Start TO TRUE.
029800     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
029900         CH-Status.
030000     IF CH-Status-Trail-Error
030100         DISPLAY "BLOCK-REQUEST: AUDIT TRAIL NOT READ TO THE "
030200             "END -- HASH CHAIN WILL SHOW A BREAK AT THIS RUN"
030300     END-IF.
030400     OPEN EXTEND AUDIT-FILE.
030500     IF NOT WS-Audit-File-OK
030600         DISPLAY "BLOCK-REQUEST: CANNOT OPEN AUDITF, STATUS "
030700             WS-Audit-File-Status
030800         MOVE 8 TO RETURN-CODE
030900     END-IF.
031000 1000-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400*   2000-PROCESS-REQUESTS -- ONE PASS OVER THE REQUEST FILE.  A *
031500*   BLOCK THAT WAS ISSUED BUT COULD NOT BE LOGGED STOPS THE RUN. *
031600******************************************************************
031700 2000-PROCESS-REQUESTS.
031800     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
031900     PERFORM 2200-PROCESS-ONE THRU 2200-EXIT
032000         UNTIL WS-Request-EOF-Yes
032100             OR WS-Stop-Yes.
032200 2000-EXIT.
032300     EXIT.
032400
032500 2100-READ-REQUEST.
032600     READ REQUEST-FILE
032700         AT END
032800             SET WS-Request-EOF-Yes TO TRUE
032900     END-READ.
033000     IF WS-Request-File-Status > "10"
033100         SET WS-Request-EOF-Yes TO TRUE
033200     END-IF.
033300 2100-EXIT.
033400     EXIT.
033500
033600 2200-PROCESS-ONE.
033700     IF BRQ-REQUEST-RECORD = SPACES
033800             OR BRQ-REQUESTER (1:1) = "*"
033900         GO TO 2200-NEXT
034000     END-IF.
034100     ADD 1 TO WS-Request-Count.
034200     MOVE SPACES TO WS-Answer.
034300     MOVE BRQ-COUNTER-ID TO WS-ANS-Counter-Id.
034400     IF BRQ-QUANTITY IS NUMERIC
034500         MOVE BRQ-QUANTITY TO WS-ANS-Quantity
034600     ELSE
034700         MOVE 0 TO WS-ANS-Quantity
034800     END-IF.
034900     MOVE 0 TO WS-ANS-Range-Start.
035000     MOVE 0 TO WS-ANS-Range-End.
035100     SET WS-ANS-Repeat-No TO TRUE.
035200     MOVE WS-Current-Date TO WS-ANS-Date.
035300     MOVE WS-Current-Year TO WS-ANS-Doc-Year.
035400     IF BRQ-REQUESTER = SPACES
035500             OR BRQ-REQUEST-REF = SPACES
035600         SET WS-Remember-No TO TRUE
035700         MOVE "BR01" TO WS-ANS-Reason-Code
035800         MOVE "REQUESTER OR REQUEST REFERENCE MISSING"
035900             TO WS-ANS-Reason-Text
036000         PERFORM 4000-REFUSE-REQUEST THRU 4000-EXIT
036100         GO TO 2200-NEXT
036200     END-IF.
036300     MOVE BRQ-REQUESTER TO BRL-REQUESTER.
036400     MOVE BRQ-REQUEST-REF TO BRL-REQUEST-REF.
036500     READ REQUEST-LOG
036600         INVALID KEY
036700             CONTINUE
036800     END-READ.
036900     IF WS-Log-File-OK
037000         PERFORM 3700-REPEAT-ANSWER THRU 3700-EXIT
037100         GO TO 2200-NEXT
037200     END-IF.
037300     PERFORM 2300-VALIDATE-REQUEST THRU 2300-EXIT.
037400     IF WS-Valid-No
037500         GO TO 2200-NEXT
037600     END-IF.
037700     PERFORM 3000-ALLOCATE-BLOCK THRU 3000-EXIT.
037800 2200-NEXT.
037900     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
038000 2200-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*   2300-VALIDATE-REQUEST -- A KNOWN COUNTER AND A SENSIBLE     *
038500*   QUANTITY.  A FAILED CHECK IS REFUSED HERE, BEFORE ANY       *
038600*   NUMBER MOVES, AND LEAVES WS-VALID-NO SET.  A COUNTER FILE   *
038700*   THAT WILL NOT OPEN IS NOT THE REQUESTER'S FAULT, SO THAT    *
038800*   REFUSAL IS NOT REMEMBERED.                                  *
038900******************************************************************
039000 2300-VALIDATE-REQUEST.
039100     SET WS-Valid-Yes TO TRUE.
039200     SET WS-Remember-Yes TO TRUE.
039300     IF BRQ-QUANTITY NOT NUMERIC
039400             OR BRQ-QUANTITY = 0
039500         MOVE "BR03" TO WS-ANS-Reason-Code
039600         MOVE "QUANTITY NOT NUMERIC OR ZERO"
039700             TO WS-ANS-Reason-Text
039800         GO TO 2300-REFUSE
039900     END-IF.
040000     IF BRQ-QUANTITY > WS-Max-Quantity
040100         MOVE "BR04" TO WS-ANS-Reason-Code
040200         MOVE "QUANTITY OVER THE PER-REQUEST MAXIMUM"
040300             TO WS-ANS-Reason-Text
040400         GO TO 2300-REFUSE
040500     END-IF.
040600     PERFORM 2310-CHECK-COUNTER THRU 2310-EXIT.
040700     IF WS-Checked-Known
040800         GO TO 2300-EXIT
040900     END-IF.
041000     IF WS-Checked-Unreadable
041100         SET WS-Remember-No TO TRUE
041200         MOVE "BR09" TO WS-ANS-Reason-Code
041300         MOVE "ALLOCATION FAILED -- COUNTER FILE CLOSED"
041400             TO WS-ANS-Reason-Text
041500         GO TO 2300-REFUSE
041600     END-IF.
041700     MOVE "BR02" TO WS-ANS-Reason-Code.
041800     MOVE "COUNTER NOT KNOWN" TO WS-ANS-Reason-Text.
041900 2300-REFUSE.
042000     SET WS-Valid-No TO TRUE.
042100     PERFORM 4000-REFUSE-REQUEST THRU 4000-EXIT.
042200 2300-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600*   2310-CHECK-COUNTER -- THE COUNTER MUST ALREADY EXIST.       *
042700*   "number-block" WOULD OTHERWISE START A NEW COUNTER AT ZERO  *
042800*   FOR A MIS-TYPED ID.  THE FILE IS OPENED ONLY FOR THE READ,  *
042900*   AS "doc-format" DOES, SINCE "increment" HOLDS IT FOR UPDATE. *
043000******************************************************************
043100 2310-CHECK-COUNTER.
043200     IF BRQ-COUNTER-ID = WS-Checked-Counter-Id
043300         GO TO 2310-EXIT
043400     END-IF.
043500     MOVE BRQ-COUNTER-ID TO WS-Checked-Counter-Id.
043600     SET WS-Checked-Unknown TO TRUE.
043700     IF BRQ-COUNTER-ID = SPACES
043800         GO TO 2310-EXIT
043900     END-IF.
044000     OPEN INPUT COUNTER-FILE.
044100     IF NOT WS-Counter-File-OK
044200         SET WS-Checked-Unreadable TO TRUE
044300         MOVE LOW-VALUES TO WS-Checked-Counter-Id
044400         GO TO 2310-EXIT
044500     END-IF.
044600     MOVE BRQ-COUNTER-ID TO CTR-COUNTER-ID.
044700     READ COUNTER-FILE
044800         INVALID KEY
044900             CONTINUE
045000     END-READ.
045100     IF WS-Counter-File-OK
045200         SET WS-Checked-Known TO TRUE
045300     END-IF.
045400     CLOSE COUNTER-FILE.
045500 2310-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900*   3000-ALLOCATE-BLOCK -- RESERVE THE BLOCK, ANSWER WITH ITS   *
046000*   HEADER, THEN FOR EACH NUMBER FORMAT, AUDIT, REGISTER, AND   *
046100*   SEND THE DETAIL.  THE ANSWER IS LOGGED BEFORE THE           *
046200*   RESERVATION IS COMMITTED, SO A RESUBMISSION CAN NEVER DRAW  *
046300*   A SECOND BLOCK.  A RESPONSE THAT CANNOT BE WRITTEN DOES     *
046310*   NOT CUT THE BLOCK SHORT: EVERY NUMBER IS STILL AUDITED AND  *
046320*   REGISTERED, AND THE RUN STOPS AFTER THE COMMIT.             *
046400******************************************************************
046500 3000-ALLOCATE-BLOCK.
046600     MOVE BRQ-COUNTER-ID TO NB-Counter-Id.
046700     MOVE BRQ-QUANTITY TO NB-Block-Size.
046800     MOVE 0 TO NB-Range-Start.
046900     MOVE 0 TO NB-Range-End.
047000     SET NB-Function-Reserve TO TRUE.
047100     MOVE BRQ-REQUESTER TO NB-Requester.
047200     CALL "number-block" USING NB-Counter-Id NB-Block-Size
047300         NB-Range-Start NB-Range-End NB-Status NB-Function
047400         NB-Requester.
047500     IF NOT NB-Status-OK
047600         PERFORM 3100-ALLOCATION-REFUSED THRU 3100-EXIT
047700         GO TO 3000-EXIT
047800     END-IF.
047900     SET WS-ANS-Accepted TO TRUE.
048000     MOVE NB-Range-Start TO WS-ANS-Range-Start.
048100     MOVE NB-Range-End TO WS-ANS-Range-End.
048200     MOVE SPACES TO WS-ANS-Reason-Code.
048300     MOVE SPACES TO WS-ANS-Reason-Text.
048400     PERFORM 5000-WRITE-HEADER THRU 5000-EXIT.
048500     MOVE 0 TO WS-Detail-Seq.
048600     PERFORM 3200-ISSUE-ONE THRU 3200-EXIT
048700         VARYING WS-Issue-Number FROM WS-ANS-Range-Start BY 1
048800         UNTIL WS-Issue-Number > WS-ANS-Range-End.
048900     PERFORM 4200-LOG-ANSWER THRU 4200-EXIT.
049000     IF WS-Log-Failed-Yes
049100         DISPLAY "BLOCK-REQUEST: " BRQ-COUNTER-ID " NUMBERS "
049200             WS-ANS-Range-Start " TO " WS-ANS-Range-End
049300             " ARE ISSUED AND AUDITED BUT NOT LOGGED"
049400             " -- RUN STOPPED"
049500         GO TO 3000-EXIT
049600     END-IF.
049700     SET NB-Function-Commit TO TRUE.
049800     CALL "number-block" USING NB-Counter-Id NB-Block-Size
049900         NB-Range-Start NB-Range-End NB-Status NB-Function
050000         NB-Requester.
050100     IF NOT NB-Status-OK
050200         DISPLAY "BLOCK-REQUEST: COMMIT FAILED FOR "
050300             BRQ-COUNTER-ID " NUMBERS " WS-ANS-Range-Start
050400             " TO " WS-ANS-Range-End " STATUS " NB-Status
050500         IF WS-Job-Return-Code < 4
050600             MOVE 4 TO WS-Job-Return-Code
050700         END-IF
050800     END-IF.
050900     ADD 1 TO WS-Accepted-Count.
051000     MOVE "ACCEPTED: " TO WS-DTL-Tag.
051100     PERFORM 3300-RANGE-TEXT THRU 3300-EXIT.
051200     PERFORM 8050-PRINT-REQUEST THRU 8050-EXIT.
051300 3000-EXIT.
051400     EXIT.
051500
051600******************************************************************
051610*   3100-ALLOCATION-REFUSED -- "number-block" SAID NO.  A FULL, *
051620*   CAPPED, OR FROZEN COUNTER, OR A REQUESTER NOT ALLOWED THE   *
051630*   COUNTER, IS A FINAL ANSWER; A COUNTER IN USE BY ANOTHER     *
051640*   RUN, A QUOTA USED UP FOR THE DAY OR MONTH, OR A LEDGER      *
051650*   FAULT IS WORTH SENDING AGAIN AND IS NOT REMEMBERED.         *
052100******************************************************************
052200 3100-ALLOCATION-REFUSED.
052300     SET WS-Remember-Yes TO TRUE.
052400     EVALUATE TRUE
052500         WHEN NB-Status-Overflow
052600             MOVE "BR05" TO WS-ANS-Reason-Code
052700             MOVE "COUNTER AT ITS MAXIMUM VALUE"
052800                 TO WS-ANS-Reason-Text
052900         WHEN NB-Status-Ceiling
053000             MOVE "BR06" TO WS-ANS-Reason-Code
053100             MOVE "BLOCK WOULD PASS THE COUNTER'S CEILING"
053200                 TO WS-ANS-Reason-Text
053300         WHEN NB-Status-Frozen
053400             MOVE "BR07" TO WS-ANS-Reason-Code
053500             MOVE "COUNTER FROZEN" TO WS-ANS-Reason-Text
053600         WHEN NB-Status-Locked
053700             SET WS-Remember-No TO TRUE
053800             MOVE "BR08" TO WS-ANS-Reason-Code
053900             MOVE "COUNTER IN USE BY ANOTHER RUN -- SEND AGAIN"
054000                 TO WS-ANS-Reason-Text
054010         WHEN NB-Status-Not-Authorized
054020             MOVE "BR10" TO WS-ANS-Reason-Code
054030             MOVE "REQUESTER NOT ALLOWED THIS COUNTER"
054040                 TO WS-ANS-Reason-Text
054050         WHEN NB-Status-Over-Quota
054060             SET WS-Remember-No TO TRUE
054070             MOVE "BR11" TO WS-ANS-Reason-Code
054080             MOVE "REQUESTER QUOTA USED UP -- SEND LATER"
054090                 TO WS-ANS-Reason-Text
054100         WHEN OTHER
054200             SET WS-Remember-No TO TRUE
054300             MOVE "BR09" TO WS-ANS-Reason-Code
054400             MOVE "ALLOCATION FAILED, STATUS X -- SEND AGAIN"
054500                 TO WS-ANS-Reason-Text
054600             MOVE NB-Status TO WS-ANS-Reason-Text (29:1)
054700     END-EVALUATE.
054800     PERFORM 4000-REFUSE-REQUEST THRU 4000-EXIT.
054900 3100-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300*   3200-ISSUE-ONE -- ONE NUMBER OF AN ACCEPTED BLOCK: FORMAT   *
055400*   IT, WRITE ITS "I" AUDIT RECORD, ENTER IT ON THE NUMBER      *
055500*   REGISTRY, AND SEND ITS RESPONSE DETAIL.                     *
055600******************************************************************
055700 3200-ISSUE-ONE.
055800     SET DF-Function-Format TO TRUE.
055900     MOVE BRQ-COUNTER-ID TO DF-Counter-Id.
056000     MOVE WS-Issue-Number TO DF-Number.
056100     CALL "doc-format" USING DF-Function DF-Counter-Id
056200         DF-Number DF-Doc-Number DF-Status.
056300     IF DF-Status-OK
056400         MOVE DF-Doc-Number TO WS-Doc-Number
056500     ELSE
056600         MOVE SPACES TO WS-Doc-Number
056700     END-IF.
056800     MOVE WS-Block-Run-Id TO AUD-RUN-ID.
056900     MOVE BRQ-COUNTER-ID TO AUD-COUNTER-ID.
057000     MOVE WS-Issue-Number TO AUD-NUMBER.
057100     MOVE WS-Current-Date TO AUD-ISSUE-DATE.
057200     MOVE WS-Current-Time TO AUD-ISSUE-TIME.
057300     MOVE WS-Doc-Number TO AUD-DOC-NUMBER.
057400     SET AUD-ACTION-ISSUED TO TRUE.
057500     MOVE SPACES TO AUD-REASON-CODE.
057600     SET CH-Function-Hash TO TRUE.
057700     MOVE AUD-AUDIT-RECORD (1:60) TO CH-Record.
057800     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
057900         CH-Status.
058000     MOVE CH-Hash TO AUD-CHAIN-HASH.
058100     WRITE AUD-AUDIT-RECORD.
058200     SET RG-Function-Issue TO TRUE.
058300     MOVE BRQ-COUNTER-ID TO RG-Counter-Id.
058400     MOVE WS-Issue-Number TO RG-Number.
058500     MOVE WS-Doc-Number TO RG-Doc-Number.
058600     MOVE WS-Block-Run-Id TO RG-Run-Id.
058700     MOVE SPACES TO RG-Reason-Code.
058800     MOVE BRQ-REQUESTER TO RG-Requester.
058900     CALL "num-registry" USING RG-Function RG-Counter-Id
059000         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
059100         RG-Requester RG-Status.
059200     IF NOT RG-Status-OK
059300         DISPLAY "BLOCK-REQUEST: NUMBER REGISTRY NOT UPDATED "
059400             "FOR " BRQ-COUNTER-ID " NUMBER " WS-Issue-Number
059500             " -- STATUS " RG-Status
059600     END-IF.
059700     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT.
059800     ADD 1 TO WS-Numbers-Issued.
059900 3200-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300*   3300-RANGE-TEXT -- "NUMBERS N TO N" FOR THE REPORT LINE.    *
060400******************************************************************
060500 3300-RANGE-TEXT.
060600     MOVE WS-ANS-Range-Start TO WS-Edit-Start.
060700     MOVE WS-ANS-Range-End TO WS-Edit-End.
060800     MOVE SPACES TO WS-DTL-Text.
060900     STRING "NUMBERS " DELIMITED BY SIZE
061000         WS-Edit-Start DELIMITED BY SIZE
061100         " TO " DELIMITED BY SIZE
061200         WS-Edit-End DELIMITED BY SIZE
061300         " RUN " DELIMITED BY SIZE
061400         WS-Block-Run-Id DELIMITED BY SIZE
061500         INTO WS-DTL-Text
061600     END-STRING.
061700 3300-EXIT.
061800     EXIT.
061900
062000******************************************************************
062100*   3700-REPEAT-ANSWER -- THE REFERENCE WAS ANSWERED BEFORE.    *
062200*   NOTHING IS ALLOCATED; THE LOGGED ANSWER GOES BACK MARKED AS *
062300*   A REPEAT, WITH AN ACCEPTED BLOCK'S DOCUMENT NUMBERS         *
062400*   RESTATED FOR THE YEAR THEY WERE FIRST FORMATTED IN.  A      *
062500*   REFERENCE NOW ARRIVING WITH A DIFFERENT COUNTER OR QUANTITY *
062600*   STILL GETS THE ORIGINAL ANSWER, BUT IS NAMED ON THE REPORT. *
062700******************************************************************
062800 3700-REPEAT-ANSWER.
062900     ADD 1 TO WS-Repeat-Count.
063000     MOVE BRL-COUNTER-ID TO WS-ANS-Counter-Id.
063100     MOVE BRL-QUANTITY TO WS-ANS-Quantity.
063200     MOVE BRL-RESULT TO WS-ANS-Result.
063300     MOVE BRL-RANGE-START TO WS-ANS-Range-Start.
063400     MOVE BRL-RANGE-END TO WS-ANS-Range-End.
063500     SET WS-ANS-Repeat-Yes TO TRUE.
063600     MOVE BRL-ANSWER-DATE TO WS-ANS-Date.
063700     MOVE BRL-REASON-CODE TO WS-ANS-Reason-Code.
063800     MOVE BRL-REASON-TEXT TO WS-ANS-Reason-Text.
063900     MOVE BRL-DOC-YEAR TO WS-ANS-Doc-Year.
064000     PERFORM 5000-WRITE-HEADER THRU 5000-EXIT.
064100     IF WS-ANS-Accepted
064200         MOVE 0 TO WS-Detail-Seq
064300         PERFORM 3710-RESTATE-ONE THRU 3710-EXIT
064400             VARYING WS-Issue-Number FROM WS-ANS-Range-Start BY 1
064500             UNTIL WS-Issue-Number > WS-ANS-Range-End
064600     END-IF.
064700     MOVE "REPEAT:   " TO WS-DTL-Tag.
064800     MOVE SPACES TO WS-DTL-Text.
064900     STRING "ANSWERED " DELIMITED BY SIZE
065000         BRL-ANSWER-DATE DELIMITED BY SIZE
065100         " RUN " DELIMITED BY SIZE
065200         BRL-RUN-ID DELIMITED BY SIZE
065300         " -- ORIGINAL ANSWER SENT AGAIN" DELIMITED BY SIZE
065400         INTO WS-DTL-Text
065500     END-STRING.
065600     PERFORM 8050-PRINT-REQUEST THRU 8050-EXIT.
065700     IF BRQ-COUNTER-ID = BRL-COUNTER-ID
065800             AND BRQ-QUANTITY = BRL-QUANTITY
065900         GO TO 3700-EXIT
066000     END-IF.
066100     MOVE "MISMATCH: " TO WS-DTL-Tag.
066200     MOVE "REFERENCE REUSED FOR A DIFFERENT COUNTER OR QUANTITY"
066300         TO WS-DTL-Text.
066400     PERFORM 8050-PRINT-REQUEST THRU 8050-EXIT.
066500     IF WS-Job-Return-Code < 4
066600         MOVE 4 TO WS-Job-Return-Code
066700     END-IF.
066800 3700-EXIT.
066900     EXIT.
067000
067100 3710-RESTATE-ONE.
067200     SET DF-Function-Format-Year TO TRUE.
067300     MOVE WS-ANS-Counter-Id TO DF-Counter-Id.
067400     MOVE WS-Issue-Number TO DF-Number.
067500     MOVE WS-ANS-Doc-Year TO DF-DOC-Year.
067600     CALL "doc-format" USING DF-Function DF-Counter-Id
067700         DF-Number DF-Doc-Number DF-Status.
067800     IF DF-Status-OK
067900         MOVE DF-Doc-Number TO WS-Doc-Number
068000     ELSE
068100         MOVE SPACES TO WS-Doc-Number
068200     END-IF.
068300     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT.
068400 3710-EXIT.
068500     EXIT.
068600
068700******************************************************************
068800*   4000-REFUSE-REQUEST -- COUNT, LOG (UNLESS THE REFUSAL IS    *
068900*   ONE THE REQUESTER CAN CURE BY SENDING AGAIN), ANSWER, AND   *
069000*   PRINT A REFUSED REQUEST.  THE CALLER HAS SET THE REASON.    *
069100******************************************************************
069200 4000-REFUSE-REQUEST.
069300     ADD 1 TO WS-Refused-Count.
069400     IF WS-Job-Return-Code < 4
069500         MOVE 4 TO WS-Job-Return-Code
069600     END-IF.
069700     SET WS-ANS-Refused TO TRUE.
069800     IF WS-Remember-Yes
069900         PERFORM 4200-LOG-ANSWER THRU 4200-EXIT
070000     END-IF.
070100     PERFORM 5000-WRITE-HEADER THRU 5000-EXIT.
070200     MOVE "REFUSED:  " TO WS-DTL-Tag.
070300     MOVE SPACES TO WS-DTL-Text.
070400     STRING WS-ANS-Reason-Code DELIMITED BY SIZE
070500         " " DELIMITED BY SIZE
070600         WS-ANS-Reason-Text DELIMITED BY SIZE
070700         INTO WS-DTL-Text
070800     END-STRING.
070900     PERFORM 8050-PRINT-REQUEST THRU 8050-EXIT.
071000 4000-EXIT.
071100     EXIT.
071200
071300******************************************************************
071400*   4200-LOG-ANSWER -- RECORD THE ANSWER AGAINST THE REQUESTER  *
071500*   AND REFERENCE.  AN ACCEPTED BLOCK THAT CANNOT BE LOGGED     *
071600*   STOPS THE RUN: A RESUBMISSION WOULD OTHERWISE GET A SECOND  *
071700*   BLOCK.                                                      *
071800******************************************************************
071900 4200-LOG-ANSWER.
071910     SET WS-Log-Failed-No TO TRUE.
072000     MOVE SPACES TO BRL-REQUEST-LOG-RECORD.
072100     MOVE BRQ-REQUESTER TO BRL-REQUESTER.
072200     MOVE BRQ-REQUEST-REF TO BRL-REQUEST-REF.
072300     MOVE WS-ANS-Counter-Id TO BRL-COUNTER-ID.
072400     MOVE WS-ANS-Quantity TO BRL-QUANTITY.
072500     MOVE WS-ANS-Result TO BRL-RESULT.
072600     MOVE WS-ANS-Range-Start TO BRL-RANGE-START.
072700     MOVE WS-ANS-Range-End TO BRL-RANGE-END.
072800     MOVE WS-ANS-Reason-Code TO BRL-REASON-CODE.
072900     MOVE WS-ANS-Reason-Text TO BRL-REASON-TEXT.
073000     MOVE WS-Block-Run-Id TO BRL-RUN-ID.
073100     MOVE WS-Current-Date TO BRL-ANSWER-DATE.
073200     MOVE WS-Current-Time TO BRL-ANSWER-TIME.
073300     MOVE WS-ANS-Doc-Year TO BRL-DOC-YEAR.
073400     WRITE BRL-REQUEST-LOG-RECORD
073500         INVALID KEY
073600             CONTINUE
073700     END-WRITE.
073800     IF NOT WS-Log-File-OK
073900         DISPLAY "BLOCK-REQUEST: WRITE TO BLKLOGF FAILED FOR "
074000             BRQ-REQUESTER " " BRQ-REQUEST-REF
074100             " STATUS " WS-Log-File-Status
074200         IF WS-ANS-Accepted
074210             SET WS-Log-Failed-Yes TO TRUE
074300             SET WS-Stop-Yes TO TRUE
074400             MOVE 8 TO WS-Job-Return-Code
074500         END-IF
074600     END-IF.
074700 4200-EXIT.
074800     EXIT.
074900
075000******************************************************************
075100*   5000-WRITE-HEADER -- THE RESPONSE HEADER FOR THE REQUEST IN *
075200*   HAND, FROM WS-ANSWER.                                       *
075300******************************************************************
075400 5000-WRITE-HEADER.
075500     MOVE SPACES TO BRS-RESPONSE-RECORD.
075600     SET BRS-TYPE-HEADER TO TRUE.
075700     MOVE BRQ-REQUESTER TO BRS-REQUESTER.
075800     MOVE BRQ-REQUEST-REF TO BRS-REQUEST-REF.
075900     MOVE WS-ANS-Counter-Id TO BRS-HDR-COUNTER-ID.
076000     MOVE WS-ANS-Quantity TO BRS-HDR-QUANTITY.
076100     MOVE WS-ANS-Result TO BRS-HDR-RESULT.
076200     MOVE WS-ANS-Range-Start TO BRS-HDR-RANGE-START.
076300     MOVE WS-ANS-Range-End TO BRS-HDR-RANGE-END.
076400     MOVE WS-ANS-Repeat TO BRS-HDR-REPEAT.
076500     MOVE WS-ANS-Date TO BRS-HDR-ANSWER-DATE.
076600     MOVE WS-ANS-Reason-Code TO BRS-HDR-REASON-CODE.
076700     MOVE WS-ANS-Reason-Text TO BRS-HDR-REASON-TEXT.
076800     PERFORM 5900-WRITE-RESPONSE THRU 5900-EXIT.
076900 5000-EXIT.
077000     EXIT.
077100
077200 5100-WRITE-DETAIL.
077300     ADD 1 TO WS-Detail-Seq.
077400     MOVE SPACES TO BRS-RESPONSE-RECORD.
077500     SET BRS-TYPE-DETAIL TO TRUE.
077600     MOVE BRQ-REQUESTER TO BRS-REQUESTER.
077700     MOVE BRQ-REQUEST-REF TO BRS-REQUEST-REF.
077800     MOVE WS-Detail-Seq TO BRS-DTL-SEQ.
077900     MOVE WS-Issue-Number TO BRS-DTL-NUMBER.
078000     MOVE WS-Doc-Number TO BRS-DTL-DOC-NUMBER.
078100     PERFORM 5900-WRITE-RESPONSE THRU 5900-EXIT.
078200 5100-EXIT.
078300     EXIT.
078400
078500 5900-WRITE-RESPONSE.
078600     WRITE BRS-RESPONSE-RECORD.
078700     IF NOT WS-Response-File-OK
078800         DISPLAY "BLOCK-REQUEST: WRITE TO BLKRSPF FAILED, STATUS "
078900             WS-Response-File-Status
079000         MOVE 8 TO WS-Job-Return-Code
079100         SET WS-Stop-Yes TO TRUE
079200         GO TO 5900-EXIT
079300     END-IF.
079400     ADD 1 TO WS-Response-Records.
079500 5900-EXIT.
079600     EXIT.
079700
079800******************************************************************
079900*   8000-PRINT-LINE -- WRITE WS-DETAIL-LINE WITH PAGE HEADINGS. *
080000*   8050-PRINT-REQUEST FILLS IN THE REQUEST'S OWN FIELDS FIRST. *
080100******************************************************************
080200 8000-PRINT-LINE.
080300     IF WS-Line-Count >= WS-Lines-Per-Page
080400         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
080500     END-IF.
080600     WRITE RPT-PRINT-LINE FROM WS-Detail-Line.
080700     ADD 1 TO WS-Line-Count.
080800 8000-EXIT.
080900     EXIT.
081000
081100 8050-PRINT-REQUEST.
081200     MOVE BRQ-REQUESTER TO WS-DTL-Requester.
081300     MOVE BRQ-REQUEST-REF TO WS-DTL-Request-Ref.
081400     MOVE BRQ-COUNTER-ID TO WS-DTL-Counter-Id.
081500     MOVE WS-ANS-Quantity TO WS-DTL-Quantity.
081600     IF BRQ-QUANTITY IS NUMERIC
081700         MOVE BRQ-QUANTITY TO WS-DTL-Quantity
081800     END-IF.
081900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
082000 8050-EXIT.
082100     EXIT.
082200
082300 8100-PAGE-HEADING.
082400     ADD 1 TO WS-Page-Count.
082500     MOVE WS-Current-Date TO WS-H1-Date.
082600     MOVE WS-Current-Time TO WS-H1-Time.
082700     MOVE WS-Page-Count TO WS-H1-Page.
082800     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
082900     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
083000     MOVE 2 TO WS-Line-Count.
083100 8100-EXIT.
083200     EXIT.
083300
083400******************************************************************
083500*   9000-TERMINATE -- TRAILER, TOTALS, RELEASE THE COUNTER      *
083600*   RUN-LOCKS, AND CLOSE.                                       *
083700******************************************************************
083800 9000-TERMINATE.
083900     IF WS-Response-File-OK
084000         MOVE SPACES TO BRS-RESPONSE-RECORD
084100         SET BRS-TYPE-TRAILER TO TRUE
084200         MOVE WS-Request-Count TO BRS-TRL-REQUEST-COUNT
084300         MOVE WS-Accepted-Count TO BRS-TRL-ACCEPTED-COUNT
084400         MOVE WS-Refused-Count TO BRS-TRL-REFUSED-COUNT
084500         MOVE WS-Repeat-Count TO BRS-TRL-REPEAT-COUNT
084600         COMPUTE BRS-TRL-RECORD-COUNT = WS-Response-Records + 1
084700         PERFORM 5900-WRITE-RESPONSE THRU 5900-EXIT
084800     END-IF.
084900     MOVE WS-Request-Count TO WS-TOT-Requests.
085000     MOVE WS-Accepted-Count TO WS-TOT-Accepted.
085100     MOVE WS-Refused-Count TO WS-TOT-Refused.
085200     MOVE WS-Repeat-Count TO WS-TOT-Repeats.
085300     MOVE WS-Numbers-Issued TO WS-TOT-Numbers.
085400     MOVE WS-Total-Line TO WS-Detail-Line.
085500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
085600     DISPLAY "BLOCK-REQUEST: " WS-Request-Count " REQUESTS, "
085700         WS-Accepted-Count " ACCEPTED, "
085800         WS-Refused-Count " REFUSED, "
085900         WS-Repeat-Count " REPEATS, "
086000         WS-Numbers-Issued " NUMBERS ISSUED".
086100     SET NB-Function-Close TO TRUE.
086200     MOVE SPACES TO NB-Counter-Id.
086300     CALL "number-block" USING NB-Counter-Id NB-Block-Size
086400         NB-Range-Start NB-Range-End NB-Status NB-Function
086500         NB-Requester.
086600     SET RG-Function-Close TO TRUE.
086700     CALL "num-registry" USING RG-Function RG-Counter-Id
086800         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
086900         RG-Requester RG-Status.
086910     IF WS-Job-Return-Code > RETURN-CODE
086920         MOVE WS-Job-Return-Code TO RETURN-CODE
086930     END-IF.
087000     CLOSE REQUEST-FILE.
087100     CLOSE RESPONSE-FILE.
087200     CLOSE REQUEST-LOG.
087300     CLOSE AUDIT-FILE.
087400     CLOSE REQUEST-REPORT.
087500 9000-EXIT.
087600     EXIT.
087700
087800 END PROGRAM block-request.
