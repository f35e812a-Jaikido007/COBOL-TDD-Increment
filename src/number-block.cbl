001900*   INVISIBLE: THE NIGHTLY SWEEP (RESV-SWEEP) EXPIRES IT AND    *
002000*   REPORTS THE RECLAIMED RANGE.                                *
002100*                                                                *
002110*   A RESERVE OR ALLOCATE IS FIRST CHECKED AGAINST THE          *
002120*   REQUESTER QUOTA TABLE (QUOTAF, QUOTREC), LOADED ON THE      *
002130*   FIRST SUCH CALL OF THE RUN.  THE REQUESTER MUST HAVE A      *
002140*   RECORD FOR THE COUNTER (OR A "*" RECORD), AND WHAT IT HAS   *
002150*   ALREADY DRAWN TODAY AND THIS MONTH ACCORDING TO THE LEDGER, *
002160*   PLUS THE BLOCK ASKED FOR, MUST NOT PASS ITS MAXIMUMS.  A    *
002170*   RUN WITH NO QUOTA TABLE, OR AN EMPTY ONE, IS NOT CHECKED;   *
002180*   THE FIRST CALL SAYS SO ON SYSOUT.                           *
002181*   THE LEDGER IS ADDED UP ONCE PER REQUESTER AND COUNTER IN A  *
002182*   RUN; THE RUN'S OWN DRAWS ARE THEN ADDED AS THEY ARE MADE.   *
002190*                                                                *
002200*   MODIFICATION HISTORY                                        *
002300*   ---------------------------------------------------------   *
002400*   2026-08-08  JPK  INITIAL VERSION.                           *
002720*                    "increment" ITS MODE-C CALL SO A CALLER    *
002730*                    CAN CLOSE THE COUNTER FILES AND RELEASE    *
002740*                    THE RUN-LOCKS ITS ALLOCATIONS TOOK.        *
002750*   2026-10-15  JPK  REQUESTER QUOTAS: RESERVE AND ALLOCATE ARE *
002760*                    REFUSED FOR A REQUESTER NOT ON THE QUOTA   *
002770*                    TABLE FOR THE COUNTER, OR PAST ITS DAILY   *
002780*                    OR MONTHLY MAXIMUM.  THE DRAWING LEDGER    *
002790*                    RECORD NOW CARRIES THE DRAW FLAG AND DATE. *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. number-block.
003900     SELECT RESERVE-LEDGER ASSIGN TO RESERVF
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-Ledger-File-Status.
004110     SELECT QUOTA-TABLE ASSIGN TO QUOTAF
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS WS-Quota-File-Status.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RESERVE-LEDGER
004600     RECORDING MODE IS F.
004700     COPY resvrec.
004710 FD  QUOTA-TABLE
004720     RECORDING MODE IS F.
004730     COPY quotrec.
004800
004900 WORKING-STORAGE SECTION.
005000 77  WS-Ledger-File-Status       PIC X(02).
005100     88  WS-Ledger-File-OK           VALUE "00".
005200     88  WS-Ledger-File-EOF          VALUE "10".
005210 77  WS-Quota-File-Status        PIC X(02).
005220     88  WS-Quota-File-OK            VALUE "00".
005230     88  WS-Quota-File-EOF           VALUE "10".
005300
005400 77  WS-Ledger-EOF-Switch        PIC X(01).
005500     88  WS-Ledger-EOF-Yes           VALUE "Y".
005900 77  WS-Seed-Num                 UNSIGNED-INT VALUE 0.
006000 77  WS-Current-Date             PIC 9(08).
006100 77  WS-Current-Time             PIC 9(08).
006103******************************************************************
006106*   THE REQUESTER QUOTA TABLE, LOADED ONCE PER RUN.  A LIMIT OF *
006109*   ZERO IS NO LIMIT.                                           *
006112******************************************************************
006115 77  WS-Quota-Loaded-Switch      PIC X(01) VALUE "N".
006118     88  WS-Quota-Loaded-Yes         VALUE "Y".
006121     88  WS-Quota-Loaded-No          VALUE "N".
006124 77  WS-Quota-Enforced-Switch    PIC X(01) VALUE "N".
006127     88  WS-Quota-Enforced-Yes       VALUE "Y".
006130     88  WS-Quota-Enforced-No        VALUE "N".
006133 77  WS-Quota-Found-Switch       PIC X(01).
006136     88  WS-Quota-Found-Yes          VALUE "Y".
006139     88  WS-Quota-Found-No           VALUE "N".
006142 77  WS-Max-Quotas               UNSIGNED-INT VALUE 500.
006145 77  WS-Quota-Count              UNSIGNED-INT VALUE 0.
006148 01  WS-Quota-Table.
006151     05  WS-QTA-Entry OCCURS 500 TIMES
006154             INDEXED BY WS-QTA-Idx.
006157         10  WS-QTA-Requester        PIC X(08).
006160         10  WS-QTA-Counter-Id       PIC X(08).
006163         10  WS-QTA-Daily-Max        UNSIGNED-INT.
006166         10  WS-QTA-Monthly-Max      UNSIGNED-INT.
006169 77  WS-Search-Counter-Id        PIC X(08).
006172 77  WS-Daily-Max                UNSIGNED-INT.
006175 77  WS-Monthly-Max              UNSIGNED-INT.
006178 77  WS-Used-Today               UNSIGNED-INT.
006181 77  WS-Used-Month               UNSIGNED-INT.
006184 77  WS-Draw-Size                UNSIGNED-INT.
006200
006204******************************************************************
006208*   WHAT EACH REQUESTER HAS DRAWN FROM EACH COUNTER TODAY AND   *
006212*   THIS MONTH, ADDED UP FROM THE LEDGER THE FIRST TIME THE     *
006216*   PAIR IS CHECKED AND KEPT UP AS THIS RUN DRAWS, SO THE       *
006220*   LEDGER IS NOT READ AGAIN FOR EVERY BLOCK.  AN ENTRY HOLDS   *
006224*   FOR ONE DAY: A RUN THAT CROSSES MIDNIGHT ADDS IT UP AGAIN.  *
006228******************************************************************
006232 77  WS-Usage-Found-Switch       PIC X(01).
006236     88  WS-Usage-Found-Yes          VALUE "Y".
006240     88  WS-Usage-Found-No           VALUE "N".
006244 77  WS-Max-Usages               UNSIGNED-INT VALUE 200.
006248 77  WS-Usage-Count              UNSIGNED-INT VALUE 0.
006252 01  WS-Usage-Table.
006256     05  WS-USG-Entry OCCURS 200 TIMES
006260             INDEXED BY WS-USG-Idx.
006264         10  WS-USG-Requester        PIC X(08).
006268         10  WS-USG-Counter-Id       PIC X(08).
006272         10  WS-USG-Date             PIC 9(08).
006276         10  WS-USG-Used-Today       UNSIGNED-INT.
006280         10  WS-USG-Used-Month       UNSIGNED-INT.
006284
006300******************************************************************
006400*   "increment" CALLING CONTRACT.                               *
006500******************************************************************
007700     SET NB-Status-OK TO TRUE.
007800     EVALUATE TRUE
007900         WHEN NB-Function-Reserve
007910             PERFORM 7500-CHECK-QUOTA THRU 7500-EXIT
007920             IF NB-Status-OK
007930                 PERFORM 2000-ALLOCATE-RANGE THRU 2000-EXIT
007940             END-IF
008100             IF NB-Status-OK
008200                 PERFORM 6000-APPEND-LEDGER THRU 6000-EXIT
008300             END-IF
008400         WHEN NB-Function-Allocate
008410             PERFORM 7500-CHECK-QUOTA THRU 7500-EXIT
008420             IF NB-Status-OK
008430                 PERFORM 2000-ALLOCATE-RANGE THRU 2000-EXIT
008440             END-IF
008600             IF NB-Status-OK
008700                 PERFORM 6000-APPEND-LEDGER THRU 6000-EXIT
008800             END-IF
017400*   6000-APPEND-LEDGER -- JOURNAL THE MOVEMENT.  THE STATUS     *
017500*   WRITTEN FOLLOWS THE FUNCTION: RESERVE JOURNALS "R",         *
017600*   COMMIT "C", RELEASE "X", AND THE ONE-STEP BLANK FUNCTION    *
017610*   JOURNALS "C" DIRECTLY.  THE RESERVE OR ONE-STEP RECORD IS   *
017620*   ALSO FLAGGED AS THE DRAW, WITH TODAY'S DATE, FOR THE QUOTA  *
017630*   CHECK.  A LEDGER THAT CANNOT BE WRITTEN COMES BACK AS ITS   *
017640*   OWN STATUS SO THE CALLER KNOWS THE RANGE IT HOLDS IS OFF    *
017650*   THE BOOKS.  A DRAW IS ALSO ADDED TO THE RUN'S USAGE TABLE.  *
018000******************************************************************
018100 6000-APPEND-LEDGER.
018200     OPEN EXTEND RESERVE-LEDGER.
020400     END-EVALUATE.
020500     MOVE WS-Current-Date TO RSV-ACTION-DATE.
020600     MOVE WS-Current-Time TO RSV-ACTION-TIME.
020610     IF NB-Function-Reserve OR NB-Function-Allocate
020620         SET RSV-DRAW-RECORD TO TRUE
020630         MOVE WS-Current-Date TO RSV-DRAW-DATE
020640     END-IF.
020700     WRITE RSV-RESERVATION-RECORD.
020800     IF NOT WS-Ledger-File-OK
020900         SET NB-Status-Ledger-Error TO TRUE
020910     ELSE
020920         IF NB-Function-Reserve OR NB-Function-Allocate
020930             PERFORM 7900-NOTE-DRAW THRU 7900-EXIT
020940         END-IF
021000     END-IF.
021100     CLOSE RESERVE-LEDGER.
021200 6000-EXIT.
021300     EXIT.
021400
021401******************************************************************
021402*   7000-LOAD-QUOTAS -- READ THE QUOTA TABLE ONCE PER RUN.  NO  *
021403*   TABLE, OR NO ENTRIES ON IT, LEAVES QUOTAS UNCHECKED -- SAID *
021404*   ONCE ON SYSOUT SO THE OMISSION IS NOT SILENT.               *
021405******************************************************************
021406 7000-LOAD-QUOTAS.
021407     SET WS-Quota-Loaded-Yes TO TRUE.
021408     SET WS-Quota-Enforced-No TO TRUE.
021409     OPEN INPUT QUOTA-TABLE.
021410     IF NOT WS-Quota-File-OK
021411         DISPLAY "NUMBER-BLOCK: NO REQUESTER QUOTA TABLE "
021412             "(QUOTAF), STATUS " WS-Quota-File-Status
021413             " -- QUOTAS NOT CHECKED THIS RUN"
021414         GO TO 7000-EXIT
021415     END-IF.
021416     PERFORM 7100-LOAD-ONE-QUOTA THRU 7100-EXIT
021417         UNTIL WS-Quota-File-EOF.
021418     CLOSE QUOTA-TABLE.
021419     IF WS-Quota-Count = 0
021420         DISPLAY "NUMBER-BLOCK: REQUESTER QUOTA TABLE (QUOTAF) "
021421             "IS EMPTY -- QUOTAS NOT CHECKED THIS RUN"
021422     ELSE
021423         SET WS-Quota-Enforced-Yes TO TRUE
021424     END-IF.
021425 7000-EXIT.
021426     EXIT.
021427
021428 7100-LOAD-ONE-QUOTA.
021429     READ QUOTA-TABLE
021430         AT END
021431             GO TO 7100-EXIT
021432     END-READ.
021433     IF WS-Quota-File-Status > "10"
021434         SET WS-Quota-File-EOF TO TRUE
021435         GO TO 7100-EXIT
021436     END-IF.
021437     IF QTA-REQUESTER = SPACES
021438             OR QTA-REQUESTER (1:1) = "*"
021439         GO TO 7100-EXIT
021440     END-IF.
021441     IF QTA-COUNTER-ID = SPACES
021442             OR QTA-DAILY-MAX NOT NUMERIC
021443             OR QTA-MONTHLY-MAX NOT NUMERIC
021444         DISPLAY "NUMBER-BLOCK: QUOTAF ENTRY FOR " QTA-REQUESTER
021445             " " QTA-COUNTER-ID " IGNORED -- COUNTER OR MAXIMUM "
021446             "NOT GIVEN"
021447         GO TO 7100-EXIT
021448     END-IF.
021449     IF WS-Quota-Count >= WS-Max-Quotas
021450         DISPLAY "NUMBER-BLOCK: QUOTAF PAST " WS-Max-Quotas
021451             " ENTRIES -- " QTA-REQUESTER " " QTA-COUNTER-ID
021452             " IGNORED"
021453         GO TO 7100-EXIT
021454     END-IF.
021455     ADD 1 TO WS-Quota-Count.
021456     SET WS-QTA-Idx TO WS-Quota-Count.
021457     MOVE QTA-REQUESTER TO WS-QTA-Requester (WS-QTA-Idx).
021458     MOVE QTA-COUNTER-ID TO WS-QTA-Counter-Id (WS-QTA-Idx).
021459     MOVE QTA-DAILY-MAX TO WS-QTA-Daily-Max (WS-QTA-Idx).
021460     MOVE QTA-MONTHLY-MAX TO WS-QTA-Monthly-Max (WS-QTA-Idx).
021461 7100-EXIT.
021462     EXIT.
021463
021464******************************************************************
021465*   7500-CHECK-QUOTA -- MAY THIS REQUESTER DRAW THIS BLOCK FROM *
021466*   THIS COUNTER?  THE COUNTER'S OWN ENTRY IS USED IF THERE IS  *
021467*   ONE, ELSE THE REQUESTER'S "*" ENTRY.  NO ENTRY IS STATUS    *
021468*   "1"; A BLOCK THAT WOULD PASS EITHER MAXIMUM IS STATUS "8".  *
021469******************************************************************
021470 7500-CHECK-QUOTA.
021471     IF WS-Quota-Loaded-No
021472         PERFORM 7000-LOAD-QUOTAS THRU 7000-EXIT
021473     END-IF.
021474     IF WS-Quota-Enforced-No
021475         GO TO 7500-EXIT
021476     END-IF.
021477     MOVE NB-Counter-Id TO WS-Search-Counter-Id.
021478     PERFORM 7600-FIND-QUOTA THRU 7600-EXIT.
021479     IF WS-Quota-Found-No
021480         MOVE "*" TO WS-Search-Counter-Id
021481         PERFORM 7600-FIND-QUOTA THRU 7600-EXIT
021482     END-IF.
021483     IF WS-Quota-Found-No
021484         SET NB-Status-Not-Authorized TO TRUE
021485         GO TO 7500-EXIT
021486     END-IF.
021487     MOVE WS-QTA-Daily-Max (WS-QTA-Idx) TO WS-Daily-Max.
021488     MOVE WS-QTA-Monthly-Max (WS-QTA-Idx) TO WS-Monthly-Max.
021489     IF WS-Daily-Max = 0 AND WS-Monthly-Max = 0
021490         GO TO 7500-EXIT
021491     END-IF.
021492     PERFORM 7700-ADD-UP-USAGE THRU 7700-EXIT.
021493     IF WS-Daily-Max > 0
021494             AND WS-Used-Today + NB-Block-Size > WS-Daily-Max
021495         SET NB-Status-Over-Quota TO TRUE
021496         GO TO 7500-EXIT
021497     END-IF.
021498     IF WS-Monthly-Max > 0
021499             AND WS-Used-Month + NB-Block-Size > WS-Monthly-Max
021500         SET NB-Status-Over-Quota TO TRUE
021501     END-IF.
021502 7500-EXIT.
021503     EXIT.
021504
021505 7600-FIND-QUOTA.
021506     SET WS-Quota-Found-No TO TRUE.
021507     PERFORM 7610-CHECK-ONE-QUOTA THRU 7610-EXIT
021508         VARYING WS-QTA-Idx FROM 1 BY 1
021509         UNTIL WS-QTA-Idx > WS-Quota-Count
021510             OR WS-Quota-Found-Yes.
021511     IF WS-Quota-Found-Yes
021512         SET WS-QTA-Idx DOWN BY 1
021513     END-IF.
021514 7600-EXIT.
021515     EXIT.
021516
021517 7610-CHECK-ONE-QUOTA.
021518     IF WS-QTA-Requester (WS-QTA-Idx) = NB-Requester
021519             AND WS-QTA-Counter-Id (WS-QTA-Idx)
021520                 = WS-Search-Counter-Id
021521         SET WS-Quota-Found-Yes TO TRUE
021522     END-IF.
021523 7610-EXIT.
021524     EXIT.
021525
021527******************************************************************
021529*   7700-ADD-UP-USAGE -- WHAT THE REQUESTER HAS DRAWN FROM THE  *
021531*   COUNTER TODAY AND THIS MONTH: EVERY LEDGER RECORD FLAGGED   *
021533*   AS A DRAW, BY THE DATE IT WAS DRAWN.  A RELEASED OR EXPIRED *
021535*   RANGE STILL COUNTS -- THE NUMBERS LEFT THE COUNTER.  NO     *
021537*   LEDGER YET MEANS NOTHING DRAWN.  THE LEDGER IS ADDED UP     *
021539*   ONLY THE FIRST TIME IN THE RUN (OR IN THE DAY) A REQUESTER  *
021541*   AND COUNTER ARE CHECKED; AFTER THAT THE USAGE TABLE, KEPT   *
021543*   UP BY 7900 AS THIS RUN DRAWS, ANSWERS.  WITH THE TABLE      *
021545*   FULL THE LEDGER IS SIMPLY ADDED UP EVERY TIME.              *
021547******************************************************************
021549 7700-ADD-UP-USAGE.
021551     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
021553     PERFORM 7800-FIND-USAGE THRU 7800-EXIT.
021555     IF WS-Usage-Found-Yes
021557             AND WS-USG-Date (WS-USG-Idx) = WS-Current-Date
021559         MOVE WS-USG-Used-Today (WS-USG-Idx) TO WS-Used-Today
021561         MOVE WS-USG-Used-Month (WS-USG-Idx) TO WS-Used-Month
021563         GO TO 7700-EXIT
021565     END-IF.
021567     MOVE 0 TO WS-Used-Today.
021569     MOVE 0 TO WS-Used-Month.
021571     SET WS-Ledger-EOF-No TO TRUE.
021573     OPEN INPUT RESERVE-LEDGER.
021575     IF NOT WS-Ledger-File-OK
021577         GO TO 7700-REMEMBER
021579     END-IF.
021581     PERFORM 7710-ADD-ONE-DRAW THRU 7710-EXIT
021583         UNTIL WS-Ledger-EOF-Yes.
021585     CLOSE RESERVE-LEDGER.
021587 7700-REMEMBER.
021589     IF WS-Usage-Found-No
021591         IF WS-Usage-Count >= WS-Max-Usages
021593             GO TO 7700-EXIT
021595         END-IF
021597         ADD 1 TO WS-Usage-Count
021599         SET WS-USG-Idx TO WS-Usage-Count
021601         MOVE NB-Requester TO WS-USG-Requester (WS-USG-Idx)
021603         MOVE NB-Counter-Id TO WS-USG-Counter-Id (WS-USG-Idx)
021605     END-IF.
021607     MOVE WS-Current-Date TO WS-USG-Date (WS-USG-Idx).
021609     MOVE WS-Used-Today TO WS-USG-Used-Today (WS-USG-Idx).
021611     MOVE WS-Used-Month TO WS-USG-Used-Month (WS-USG-Idx).
021613 7700-EXIT.
021615     EXIT.
021617
021619 7710-ADD-ONE-DRAW.
021621     READ RESERVE-LEDGER
021623         AT END
021625             SET WS-Ledger-EOF-Yes TO TRUE
021627             GO TO 7710-EXIT
021629     END-READ.
021631     IF WS-Ledger-File-Status > "10"
021633         SET WS-Ledger-EOF-Yes TO TRUE
021635         GO TO 7710-EXIT
021637     END-IF.
021639     IF NOT RSV-DRAW-RECORD
021641             OR RSV-REQUESTER NOT = NB-Requester
021643             OR RSV-COUNTER-ID NOT = NB-Counter-Id
021645             OR RSV-DRAW-DATE NOT NUMERIC
021647         GO TO 7710-EXIT
021649     END-IF.
021651     IF RSV-DRAW-DATE (1:6) NOT = WS-Current-Date (1:6)
021653         GO TO 7710-EXIT
021655     END-IF.
021657     COMPUTE WS-Draw-Size = RSV-RANGE-END - RSV-RANGE-START + 1.
021659     ADD WS-Draw-Size TO WS-Used-Month.
021661     IF RSV-DRAW-DATE = WS-Current-Date
021663         ADD WS-Draw-Size TO WS-Used-Today
021665     END-IF.
021667 7710-EXIT.
021669     EXIT.
021671
021673 7800-FIND-USAGE.
021675     SET WS-Usage-Found-No TO TRUE.
021677     PERFORM 7810-CHECK-ONE-USAGE THRU 7810-EXIT
021679         VARYING WS-USG-Idx FROM 1 BY 1
021681         UNTIL WS-USG-Idx > WS-Usage-Count
021683             OR WS-Usage-Found-Yes.
021685     IF WS-Usage-Found-Yes
021687         SET WS-USG-Idx DOWN BY 1
021689     END-IF.
021691 7800-EXIT.
021693     EXIT.
021695
021697 7810-CHECK-ONE-USAGE.
021699     IF WS-USG-Requester (WS-USG-Idx) = NB-Requester
021701             AND WS-USG-Counter-Id (WS-USG-Idx) = NB-Counter-Id
021703         SET WS-Usage-Found-Yes TO TRUE
021705     END-IF.
021707 7810-EXIT.
021709     EXIT.
021711
021713******************************************************************
021715*   7900-NOTE-DRAW -- A BLOCK JUST JOURNALED AS A DRAW GOES ON  *
021717*   THE REQUESTER'S USAGE TABLE ENTRY FOR THE COUNTER, IF IT    *
021719*   HAS ONE FOR TODAY.  AN ENTRY FROM AN EARLIER DAY, OR NONE,  *
021721*   IS LEFT FOR 7700 TO ADD UP AFRESH FROM THE LEDGER, WHICH    *
021723*   NOW HOLDS THIS DRAW.                                        *
021725******************************************************************
021727 7900-NOTE-DRAW.
021729     PERFORM 7800-FIND-USAGE THRU 7800-EXIT.
021731     IF WS-Usage-Found-No
021733         GO TO 7900-EXIT
021735     END-IF.
021737     IF WS-USG-Date (WS-USG-Idx) NOT = WS-Current-Date
021739         GO TO 7900-EXIT
021741     END-IF.
021743     COMPUTE WS-Draw-Size = NB-Range-End - NB-Range-Start + 1.
021745     ADD WS-Draw-Size TO WS-USG-Used-Today (WS-USG-Idx).
021747     ADD WS-Draw-Size TO WS-USG-Used-Month (WS-USG-Idx).
021749 7900-EXIT.
021751     EXIT.
021753
021800 END PROGRAM number-block.
