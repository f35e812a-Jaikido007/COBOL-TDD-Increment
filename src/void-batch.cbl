001700*   COUNTER'S HIGH-WATER MARK CAN NOW BE VOIDED: THE LAST       *
001800*   NUMBER ROLLS THE SEQUENCE BACK, AND A MID-RANGE NUMBER      *
001810*   GOES TO THE VOID POOL FOR REISSUE.                          *
001820*                                                                *
001830*   EVERY REQUEST'S REASON CODE MUST BE ON THE REASON-CODE      *
001840*   TABLE (REASONTB, RSNREC) AND ACTIVE, OR THE REQUEST IS      *
001850*   REJECTED BEFORE "increment" IS CALLED.  THE CODE IS         *
001860*   CARRIED ON THE "V" AUDIT RECORD FOR VOID-ANALYSIS.          *
001900*                                                                *
002000*   RETURN-CODE 4 = AT LEAST ONE REQUEST REJECTED.              *
002100*   RETURN-CODE 8 = A FILE COULD NOT BE OPENED, OR THE REASON-  *
002110*                   CODE TABLE IS MISSING OR EMPTY; NOTHING     *
002120*                   DONE.                                       *
002130*                                                                *
002140*   EVERY REJECTED REQUEST IS ALSO RAISED ON THE EXCEPTION      *
002150*   WORKLIST (EXCEPTF) THROUGH "exc-post", TYPE VOIDREJ, SO THE *
002160*   VOID THAT DID NOT HAPPEN IS FOLLOWED UP.                    *
002200*                                                                *
002300*   MODIFICATION HISTORY                                        *
002400*   ---------------------------------------------------------   *
002560*                    MODE-C CLOSE, RELEASING THE PER-COUNTER    *
002570*                    RUN-LOCKS THIS JOB TOOK; A COUNTER LOCKED  *
002580*                    BY ANOTHER RUN IS A NAMED REJECTION.       *
002581*   2026-10-15  JPK  REASON CODES ARE VALIDATED AGAINST THE     *
002582*                    NEW REASON-CODE TABLE (REASONTB): AN       *
002583*                    UNKNOWN OR INACTIVE CODE IS A NAMED        *
002584*                    REJECTION, AND AN ACCEPTED VOID CARRIES    *
002585*                    ITS CODE ON THE "V" AUDIT RECORD.          *
002586*   2026-10-15  JPK  AN ACCEPTED VOID NOW ALSO MARKS THE NUMBER *
002587*                    VOIDED OR POOLED ON THE KEYED NUMBER       *
002588*                    REGISTRY (NUMREG).                         *
002589*   2026-10-15  JPK  EACH "V" AUDIT RECORD CARRIES ITS LINK IN  *
002590*                    THE AUDIT TRAIL'S HASH CHAIN               *
002591*                    ("audit-chain").                           *
002592*   2026-10-15  JPK  EACH REJECTED REQUEST IS NOW ALSO POSTED   *
002593*                    TO THE EXCEPTION WORKLIST (EXCEPTF)        *
002594*                    THROUGH "exc-post".                        *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. void-batch.
004000     SELECT AUDIT-FILE ASSIGN TO AUDITF
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-Audit-File-Status.
004210     SELECT REASON-TABLE ASSIGN TO REASONTB
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS WS-Reason-File-Status.
004300     SELECT VOID-REPORT ASSIGN TO VOIDRPT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-Report-File-Status.
005400     RECORDING MODE IS F.
005500     COPY auditrec.
005600
005610 FD  REASON-TABLE
005620     RECORDING MODE IS F.
005630     COPY rsnrec.
005640
005700 FD  VOID-REPORT
005800     RECORDING MODE IS F.
005900 01  RPT-PRINT-LINE                  PIC X(132).
006600 77  WS-Audit-File-Status        PIC X(02).
006700     88  WS-Audit-File-OK            VALUE "00".
006800
006810 77  WS-Reason-File-Status       PIC X(02).
006820     88  WS-Reason-File-OK           VALUE "00".
006830
006900 77  WS-Report-File-Status       PIC X(02).
007000     88  WS-Report-File-OK           VALUE "00".
007100
007300     88  WS-Request-EOF-Yes          VALUE "Y".
007400     88  WS-Request-EOF-No           VALUE "N".
007500
007504******************************************************************
007508*   THE REASON-CODE TABLE, LOADED ONCE.  CODES ARE FEW AND      *
007512*   STABLE, SO A TABLE SEARCH PER REQUEST IS ALL IT NEEDS.      *
007516******************************************************************
007520 77  WS-Max-Reasons              UNSIGNED-INT VALUE 200.
007524 77  WS-Reason-Count             UNSIGNED-INT VALUE 0.
007528 01  WS-Reason-Table.
007532     05  WS-RSN-Entry OCCURS 200 TIMES
007536             INDEXED BY WS-RSN-Idx.
007540         10  WS-RSN-Code             PIC X(04).
007544         10  WS-RSN-Active           PIC X(01).
007548             88  WS-RSN-Active-Yes       VALUE "A".
007552
007556 77  WS-Reason-EOF-Switch        PIC X(01) VALUE "N".
007560     88  WS-Reason-EOF-Yes           VALUE "Y".
007564     88  WS-Reason-EOF-No            VALUE "N".
007568 77  WS-Found-Switch             PIC X(01).
007572     88  WS-Found-Yes                VALUE "Y".
007576     88  WS-Found-No                 VALUE "N".
007580
007600 77  WS-Accepted-Count           UNSIGNED-INT VALUE 0.
007700 77  WS-Rejected-Count           UNSIGNED-INT VALUE 0.
007800 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
008200 77  WS-Current-Time             PIC 9(08).
008300
008400******************************************************************
008500*   "increment", "doc-format", "num-registry", AND "audit-chain" *
008510*   CALLING CONTRACTS.                                           *
008600******************************************************************
008700     COPY incrlink REPLACING LEADING ==LS-== BY ==WS-==.
008800     COPY dfmlink.
008810     COPY reglink.
008820     COPY chnlink.
008830     COPY exclink.
008835 77  WS-Exc-Return-Code          PIC 9(04).
008840 77  WS-Exc-Number               PIC 9(10).
008900
009000 01  WS-Heading-1.
009100     05  FILLER                  PIC X(11)
016000         MOVE 8 TO RETURN-CODE
016100         GO TO 1000-EXIT
016200     END-IF.
016210     PERFORM 1100-LOAD-REASONS THRU 1100-EXIT.
016220     IF RETURN-CODE = 8
016230         GO TO 1000-EXIT
016240     END-IF.
016247     SET CH-Function-Start TO TRUE.
016254     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
016261         CH-Status.
016268     IF CH-Status-Trail-Error
016275         DISPLAY "VOID-BATCH: AUDIT TRAIL NOT READ TO THE END -- "
016282             "HASH CHAIN WILL SHOW A BREAK AT THIS RUN"
016289     END-IF.
016300     OPEN EXTEND AUDIT-FILE.
016400     IF NOT WS-Audit-File-OK
016500         DISPLAY "VOID-BATCH: CANNOT OPEN AUDITF, STATUS "
016800     END-IF.
016900 1000-EXIT.
017000     EXIT.
017001
017002******************************************************************
017003*   1100-LOAD-REASONS -- PULL THE REASON-CODE TABLE IN.  NO     *
017004*   TABLE, OR ONE WITH NO USABLE ENTRIES, REFUSES THE RUN:      *
017005*   EVERY REQUEST WOULD OTHERWISE BE REJECTED ONE BY ONE.       *
017006******************************************************************
017007 1100-LOAD-REASONS.
017008     OPEN INPUT REASON-TABLE.
017009     IF NOT WS-Reason-File-OK
017010         DISPLAY "VOID-BATCH: CANNOT OPEN REASONTB, STATUS "
017011             WS-Reason-File-Status
017012         MOVE 8 TO RETURN-CODE
017013         GO TO 1100-EXIT
017014     END-IF.
017015     PERFORM 1110-LOAD-ONE-REASON THRU 1110-EXIT
017016         UNTIL WS-Reason-EOF-Yes.
017017     CLOSE REASON-TABLE.
017018     IF WS-Reason-Count = 0
017019         DISPLAY "VOID-BATCH: REASON-CODE TABLE HAS NO ENTRIES "
017020             "-- NOTHING DONE"
017021         MOVE 8 TO RETURN-CODE
017022     END-IF.
017023 1100-EXIT.
017024     EXIT.
017025
017026 1110-LOAD-ONE-REASON.
017027     READ REASON-TABLE
017028         AT END
017029             SET WS-Reason-EOF-Yes TO TRUE
017030             GO TO 1110-EXIT
017031     END-READ.
017032     IF WS-Reason-File-Status > "10"
017033         SET WS-Reason-EOF-Yes TO TRUE
017034         GO TO 1110-EXIT
017035     END-IF.
017036     IF RSN-REASON-CODE = SPACES
017037             OR RSN-REASON-CODE (1:1) = "*"
017038         GO TO 1110-EXIT
017039     END-IF.
017040     IF WS-Reason-Count >= WS-Max-Reasons
017041         DISPLAY "VOID-BATCH: REASON-CODE TABLE PAST "
017042             WS-Max-Reasons " ENTRIES -- CODE "
017043             RSN-REASON-CODE " IGNORED"
017044         GO TO 1110-EXIT
017045     END-IF.
017046     ADD 1 TO WS-Reason-Count.
017047     SET WS-RSN-Idx TO WS-Reason-Count.
017048     MOVE RSN-REASON-CODE TO WS-RSN-Code (WS-RSN-Idx).
017049     MOVE RSN-ACTIVE-FLAG TO WS-RSN-Active (WS-RSN-Idx).
017050 1110-EXIT.
017051     EXIT.
017100
017200******************************************************************
017300*   2000-PROCESS-REQUESTS -- WORK THROUGH THE VOID REQUESTS IN  *
019600*   REQUEST AND REPORT WHAT CAME OF IT.                         *
019700******************************************************************
019800 2200-PROCESS-ONE.
019810     PERFORM 2300-CHECK-REASON THRU 2300-EXIT.
019820     IF WS-Found-No
019830         GO TO 2200-NEXT
019840     END-IF.
019900     MOVE VRQ-COUNTER-ID TO WS-Counter-Id.
020000     MOVE VRQ-NUMBER TO WS-Num.
020100     SET WS-Mode-Void TO TRUE.
020800     ELSE
020900         PERFORM 4000-REJECT-VOID THRU 4000-EXIT
021000     END-IF.
021010 2200-NEXT.
021100     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
021200 2200-EXIT.
021300     EXIT.
021302
021304******************************************************************
021306*   2300-CHECK-REASON -- THE REQUEST'S REASON CODE MUST BE ON   *
021308*   THE TABLE AND ACTIVE.  A FAILED CHECK IS REJECTED HERE,     *
021310*   BEFORE ANY NUMBER MOVES, AND LEAVES WS-FOUND-NO SET.        *
021312******************************************************************
021314 2300-CHECK-REASON.
021316     SET WS-Found-No TO TRUE.
021318     PERFORM 2310-CHECK-ONE-REASON THRU 2310-EXIT
021320         VARYING WS-RSN-Idx FROM 1 BY 1
021322         UNTIL WS-RSN-Idx > WS-Reason-Count
021324             OR WS-Found-Yes.
021326     IF WS-Found-No
021328         MOVE "UNKNOWN REASON CODE -- NOT ON THE REASON TABLE"
021330             TO WS-DTL-Text
021332         PERFORM 4100-REJECT-REQUEST THRU 4100-EXIT
021334         GO TO 2300-EXIT
021336     END-IF.
021338     SET WS-RSN-Idx DOWN BY 1.
021340     IF NOT WS-RSN-Active-Yes (WS-RSN-Idx)
021342         SET WS-Found-No TO TRUE
021344         MOVE "REASON CODE IS INACTIVE -- NO LONGER IN USE"
021346             TO WS-DTL-Text
021348         PERFORM 4100-REJECT-REQUEST THRU 4100-EXIT
021350     END-IF.
021352 2300-EXIT.
021354     EXIT.
021356
021358 2310-CHECK-ONE-REASON.
021360     IF WS-RSN-Code (WS-RSN-Idx) = VRQ-REASON-CODE
021362         SET WS-Found-Yes TO TRUE
021364     END-IF.
021366 2310-EXIT.
021368     EXIT.
021400
021500******************************************************************
021600*   3000-ACCEPT-VOID -- WRITE THE "V" ACTION RECORD TO THE      *
023300         MOVE SPACES TO AUD-DOC-NUMBER
023400     END-IF.
023500     SET AUD-ACTION-VOIDED TO TRUE.
023510     MOVE VRQ-REASON-CODE TO AUD-REASON-CODE.
023520     SET CH-Function-Hash TO TRUE.
023530     MOVE AUD-AUDIT-RECORD (1:60) TO CH-Record.
023540     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
023550         CH-Status.
023560     MOVE CH-Hash TO AUD-CHAIN-HASH.
023600     WRITE AUD-AUDIT-RECORD.
023610     PERFORM 3100-REGISTER-VOID THRU 3100-EXIT.
023700     ADD 1 TO WS-Accepted-Count.
023800     MOVE "ACCEPTED: " TO WS-DTL-Tag.
023900     MOVE VRQ-COUNTER-ID TO WS-DTL-Counter-Id.
024400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
024500 3000-EXIT.
024600     EXIT.
024603
024606******************************************************************
024609*   3100-REGISTER-VOID -- MARK THE NUMBER ON THE KEYED NUMBER   *
024612*   REGISTRY: POOLED WHEN "increment" LEFT THE SEQUENCE WHERE   *
024615*   IT WAS (A MID-RANGE VOID, NOW IN THE VOID POOL), VOIDED     *
024618*   WHEN IT ROLLED THE SEQUENCE BACK BELOW THE NUMBER.  THE     *
024621*   DOCUMENT NUMBER IS LEFT BLANK SO THE REGISTRY UPDATES THE   *
024624*   LATEST YEAR IT HOLDS FOR THE NUMBER.  A REGISTRY THAT       *
024627*   CANNOT BE UPDATED IS NAMED BUT DOES NOT UNDO THE VOID.      *
024630******************************************************************
024633 3100-REGISTER-VOID.
024636     IF WS-Result < VRQ-NUMBER
024639         SET RG-Function-Void TO TRUE
024642     ELSE
024645         SET RG-Function-Pool TO TRUE
024648     END-IF.
024651     MOVE VRQ-COUNTER-ID TO RG-Counter-Id.
024654     MOVE VRQ-NUMBER TO RG-Number.
024657     MOVE SPACES TO RG-Doc-Number.
024660     MOVE VRQ-RUN-ID TO RG-Run-Id.
024663     MOVE VRQ-REASON-CODE TO RG-Reason-Code.
024666     MOVE "VOIDBTCH" TO RG-Requester.
024669     CALL "num-registry" USING RG-Function RG-Counter-Id
024672         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
024675         RG-Requester RG-Status.
024678     IF NOT RG-Status-OK
024681         DISPLAY "VOID-BATCH: NUMBER REGISTRY NOT UPDATED FOR "
024684             VRQ-COUNTER-ID " NUMBER " VRQ-NUMBER
024687             " -- STATUS " RG-Status
024690     END-IF.
024693 3100-EXIT.
024696     EXIT.
024700
024800******************************************************************
024900*   4000-REJECT-VOID -- PRINT THE REJECTED LINE WITH THE        *
025000*   REASON "increment" GAVE.                                    *
025100******************************************************************
025200 4000-REJECT-VOID.
025900     EVALUATE TRUE
026000         WHEN WS-Status-Not-Last
026100             MOVE "NOT A LIVE NUMBER -- NEVER ISSUED OR ALREADY "
026900             MOVE "VOID REFUSED, STATUS X" TO WS-DTL-Text
027000             MOVE WS-Status TO WS-DTL-Text (21:1)
027100     END-EVALUATE.
027110     PERFORM 4100-REJECT-REQUEST THRU 4100-EXIT.
027300 4000-EXIT.
027400     EXIT.
027401
027402******************************************************************
027403*   4100-REJECT-REQUEST -- COUNT AND PRINT A REJECTED REQUEST   *
027404*   WITH THE REASON THE CALLER HAS PUT IN WS-DTL-TEXT.          *
027405******************************************************************
027406 4100-REJECT-REQUEST.
027407     ADD 1 TO WS-Rejected-Count.
027408     MOVE 4 TO RETURN-CODE.
027409     MOVE "REJECTED: " TO WS-DTL-Tag.
027410     MOVE VRQ-COUNTER-ID TO WS-DTL-Counter-Id.
027411     MOVE VRQ-NUMBER TO WS-DTL-Number.
027412     MOVE VRQ-REASON-CODE TO WS-DTL-Reason.
027413     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
027418     PERFORM 4200-POST-REJECTION THRU 4200-EXIT.
027423 4100-EXIT.
027433     EXIT.
027435
027437******************************************************************
027439*   4200-POST-REJECTION -- RAISE THE REJECTED REQUEST ON THE    *
027441*   EXCEPTION WORKLIST WITH THE REASON JUST PRINTED.  THE SAME  *
027443*   REQUEST REJECTED AGAIN ON A RERUN IS A REPEAT OF THE SAME   *
027445*   ITEM.  A WORKLIST THAT WILL NOT TAKE IT IS WARNED ABOUT;    *
027447*   THE REJECTION IS STILL ON VOIDRPT.                          *
027449******************************************************************
027451 4200-POST-REJECTION.
027453     SET EX-Function-Post TO TRUE.
027455     MOVE "VOIDREJ" TO EX-Type.
027457     MOVE VRQ-COUNTER-ID TO EX-Counter-Id.
027459     MOVE VRQ-NUMBER TO WS-Exc-Number.
027461     MOVE SPACES TO EX-Reference.
027463     STRING VRQ-RUN-ID DELIMITED BY SIZE
027465         "/" DELIMITED BY SIZE
027467         WS-Exc-Number DELIMITED BY SIZE
027469         INTO EX-Reference.
027471     MOVE "VOIDBTCH" TO EX-Source.
027473     MOVE WS-DTL-Text TO EX-Text.
027474     MOVE RETURN-CODE TO WS-Exc-Return-Code.
027475     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
027477         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
027478     MOVE WS-Exc-Return-Code TO RETURN-CODE.
027479     IF NOT EX-Status-OK AND NOT EX-Status-Repeat
027481         DISPLAY "VOID-BATCH: EXCEPTION WORKLIST NOT UPDATED FOR "
027483             VRQ-COUNTER-ID " NUMBER " WS-Exc-Number
027485             " -- STATUS " EX-Status
027487     END-IF.
027489 4200-EXIT.
027491     EXIT.
027500
027600******************************************************************
027700*   8000-PRINT-LINE -- WRITE WS-DETAIL-LINE WITH PAGE HEADINGS. *
030600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
030700     DISPLAY "VOID-BATCH: " WS-Accepted-Count " ACCEPTED, "
030800         WS-Rejected-Count " REJECTED".
030871     SET EX-Function-Close TO TRUE.
030872     MOVE RETURN-CODE TO WS-Exc-Return-Code.
030873     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
030874         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
030875     MOVE WS-Exc-Return-Code TO RETURN-CODE.
030880     SET WS-Mode-Close TO TRUE.
030882     MOVE SPACES TO WS-Counter-Id.
030884     CALL "increment" USING WS-Counter-Id WS-Num WS-Mode
030886         WS-Block-Size WS-Result WS-Range-Start WS-Range-End
030888         WS-Status WS-Capacity-Warning.
030890     SET RG-Function-Close TO TRUE.
030892     CALL "num-registry" USING RG-Function RG-Counter-Id
030894         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
030896         RG-Requester RG-Status.
030897     IF WS-Rejected-Count > 0
030898         MOVE 4 TO RETURN-CODE
030899     END-IF.
030900     CLOSE VOID-REQUEST-FILE.
031000     CLOSE AUDIT-FILE.
031100     CLOSE VOID-REPORT.
