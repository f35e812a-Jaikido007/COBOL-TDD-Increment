001900*   UNREADABLE DATE IS A REASON TO LOOK, NEVER A REASON TO LOSE  *
002000*   THE RECORD -- AND COUNTED AS DROPPED FROM THE ARCHIVE SPLIT. *
002100*                                                                *
002109*   THE AUDIT TRAIL'S HASH CHAIN ("audit-chain") RUNS THROUGH    *
002118*   AUDITHST AND ON INTO AUDITF.  BEFORE ANYTHING MOVES, THE     *
002127*   WORKING FILE IS CHECKED LINK BY LINK FROM THE LAST HISTORY   *
002136*   RECORD; A BROKEN LINK REFUSES THE RUN, SO AN ALTERED TRAIL   *
002145*   IS NEVER RE-LINKED INTO LOOKING WHOLE.  ON A SOUND TRAIL THE *
002154*   ARCHIVED RECORDS ARE LINKED ON FROM THE END OF HISTORY, AND  *
002163*   THE KEPT RECORDS (A SECOND PASS) FROM THE LAST ONE ARCHIVED, *
002172*   SO HISTORY FOLLOWED BY THE REBUILT WORKING FILE IS STILL ONE *
002181*   UNBROKEN CHAIN.                                              *
002190*                                                                *
002200*   COUNTS OF ARCHIVED, KEPT, AND DROPPED RECORDS ARE PRINTED    *
002300*   AT END OF JOB.                                               *
002400*                                                                *
002500*   RETURN-CODE 8 = NO USABLE RETENTION DATE, A FILE WOULD NOT   *
002600*   OPEN, A WRITE FAILED, OR THE HASH CHAIN IS BROKEN; THE       *
002610*   COPY-BACK STEP MUST NOT RUN.                                 *
002700*                                                                *
002800*   MODIFICATION HISTORY                                        *
002900*   ---------------------------------------------------------   *
003000*   2026-08-22  JPK  INITIAL VERSION.                           *
003010*   2026-10-15  JPK  CARRIES THE AUDIT TRAIL'S HASH CHAIN INTO  *
003020*                    HISTORY: THE WORKING FILE'S LINKS ARE      *
003030*                    CHECKED FIRST (A BREAK IS RC 8), THEN THE  *
003040*                    ARCHIVED AND KEPT RECORDS ARE RE-LINKED IN *
003050*                    TWO PASSES SO THE CHAIN STAYS CONTINUOUS.  *
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. audit-archive.
008800 77  WS-Audit-EOF-Switch         PIC X(01) VALUE "N".
008900     88  WS-Audit-EOF-Yes            VALUE "Y".
009000     88  WS-Audit-EOF-No             VALUE "N".
009010
009020 77  WS-Split-Pass-Switch        PIC X(01) VALUE "A".
009030     88  WS-Split-Pass-Archive       VALUE "A".
009040     88  WS-Split-Pass-Keep          VALUE "K".
009100
009200 77  WS-Retention-Date           PIC 9(08) VALUE 0.
009300 77  WS-Archived-Count           UNSIGNED-INT VALUE 0.
009400 77  WS-Kept-Count               UNSIGNED-INT VALUE 0.
009500 77  WS-Dropped-Count            UNSIGNED-INT VALUE 0.
009507
009514******************************************************************
009521*   HASH CHAIN.  WS-HISTORY-LINK IS THE LINK ON THE LAST RECORD  *
009528*   ALREADY ON AUDITHST (SPACES WHEN THERE IS NONE).             *
009535******************************************************************
009542     COPY chnlink.
009549
009556 01  WS-History-Link.
009563     05  WS-History-Link-A       PIC X(10) VALUE SPACES.
009570     05  WS-History-Link-B       PIC X(10) VALUE SPACES.
009577
009584 77  WS-Chain-Checked-Count      UNSIGNED-INT VALUE 0.
009591 77  WS-Chain-Unlinked-Count     UNSIGNED-INT VALUE 0.
009600
009700 PROCEDURE DIVISION.
009800******************************************************************
010900
011000******************************************************************
011100*   1000-INITIALIZE -- PICK UP THE RETENTION CUTOFF FROM THE     *
011200*   CONTROL RECORD, CHECK THE HASH CHAIN, AND OPEN THE THREE     *
011300*   AUDIT DATASETS.  A CUTOFF OF ZERO OR GARBAGE REFUSES THE     *
011400*   RUN: A PURGE WITH NO DATE WOULD EITHER ARCHIVE NOTHING OR    *
011410*   EVERYTHING.                                                  *
011500******************************************************************
011600 1000-INITIALIZE.
011700     OPEN INPUT CONTROL-FILE.
013700         MOVE 8 TO RETURN-CODE
013800         GO TO 1000-EXIT
013900     END-IF.
013910     PERFORM 1100-FIND-HISTORY-LINK THRU 1100-EXIT.
013920     PERFORM 1200-CHECK-CHAIN THRU 1200-EXIT.
013930     IF RETURN-CODE = 8
013940         GO TO 1000-EXIT
013950     END-IF.
014000     OPEN INPUT AUDIT-FILE.
014100     IF NOT WS-Audit-File-OK
014200         DISPLAY "AUDIT-ARCHIVE: CANNOT OPEN AUDITF, STATUS "
016200     END-IF.
016300 1000-EXIT.
016400     EXIT.
016401
016402******************************************************************
016403*   1100-FIND-HISTORY-LINK -- READ HISTORY TO THE END FOR THE    *
016404*   LINK ON ITS LAST RECORD.  NO HISTORY YET MEANS NO LINK.      *
016405******************************************************************
016406 1100-FIND-HISTORY-LINK.
016407     OPEN INPUT HISTORY-FILE.
016408     IF NOT WS-History-File-OK
016409         GO TO 1100-EXIT
016410     END-IF.
016411     SET WS-Audit-EOF-No TO TRUE.
016412     PERFORM 1110-READ-HISTORY THRU 1110-EXIT
016413         UNTIL WS-Audit-EOF-Yes.
016414     CLOSE HISTORY-FILE.
016415     SET WS-Audit-EOF-No TO TRUE.
016416 1100-EXIT.
016417     EXIT.
016418
016419 1110-READ-HISTORY.
016420     READ HISTORY-FILE
016421         AT END
016422             SET WS-Audit-EOF-Yes TO TRUE
016423             GO TO 1110-EXIT
016424     END-READ.
016425     IF WS-History-File-Status > "10"
016426         SET WS-Audit-EOF-Yes TO TRUE
016427         GO TO 1110-EXIT
016428     END-IF.
016429     MOVE HST-CHAIN-HASH TO WS-History-Link.
016430 1110-EXIT.
016431     EXIT.
016432
016433******************************************************************
016434*   1200-CHECK-CHAIN -- WALK THE WORKING FILE'S LINKS ON FROM    *
016435*   THE LAST HISTORY RECORD.  RECORDS WRITTEN BEFORE THE CHAIN   *
016436*   BEGAN ARE ONLY COUNTED; THE FIRST BROKEN LINK IS NAMED AND   *
016437*   ENDS THE RUN WITH NOTHING MOVED.  AUDIT-VERIFY (AUDVRFY)     *
016438*   REPORTS THE WHOLE TRAIL.                                     *
016439******************************************************************
016440 1200-CHECK-CHAIN.
016441     SET CH-Function-Reset TO TRUE.
016442     MOVE WS-History-Link TO CH-Hash.
016443     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
016444         CH-Status.
016445     OPEN INPUT AUDIT-FILE.
016446     IF NOT WS-Audit-File-OK
016447         DISPLAY "AUDIT-ARCHIVE: CANNOT OPEN AUDITF, STATUS "
016448             WS-Audit-File-Status
016449         MOVE 8 TO RETURN-CODE
016450         GO TO 1200-EXIT
016451     END-IF.
016452     SET WS-Audit-EOF-No TO TRUE.
016453     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
016454     PERFORM 1210-CHECK-ONE-LINK THRU 1210-EXIT
016455         UNTIL WS-Audit-EOF-Yes.
016456     CLOSE AUDIT-FILE.
016457     SET WS-Audit-EOF-No TO TRUE.
016458     DISPLAY "AUDIT-ARCHIVE: " WS-Chain-Checked-Count
016459         " AUDIT LINK(S) CHECKED, " WS-Chain-Unlinked-Count
016460         " RECORD(S) FROM BEFORE THE CHAIN BEGAN".
016461 1200-EXIT.
016462     EXIT.
016463
016464 1210-CHECK-ONE-LINK.
016465     SET CH-Function-Verify TO TRUE.
016466     MOVE AUD-AUDIT-RECORD (1:60) TO CH-Record.
016467     MOVE AUD-CHAIN-HASH TO CH-Hash.
016468     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
016469         CH-Status.
016470     IF CH-Status-Broken
016471         DISPLAY "AUDIT-ARCHIVE: HASH CHAIN BROKEN AT RUN "
016472             AUD-RUN-ID " COUNTER " AUD-COUNTER-ID
016473             " NUMBER " AUD-NUMBER " -- NOTHING ARCHIVED"
016474         MOVE 8 TO RETURN-CODE
016475         SET WS-Audit-EOF-Yes TO TRUE
016476         GO TO 1210-EXIT
016477     END-IF.
016478     IF CH-Status-Unchained
016479         ADD 1 TO WS-Chain-Unlinked-Count
016480     ELSE
016481         ADD 1 TO WS-Chain-Checked-Count
016482     END-IF.
016483     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
016484 1210-EXIT.
016485     EXIT.
016500
016600******************************************************************
016700*   2000-SPLIT-AUDIT -- TWO PASSES OVER THE WORKING AUDIT FILE,  *
016800*   ROUTING EACH RECORD TO HISTORY OR TO THE REBUILT WORKING     *
016900*   FILE BY ITS ISSUE DATE.  THE FIRST PASS WRITES ONLY THE      *
016910*   ARCHIVED RECORDS, LINKED ON FROM THE END OF HISTORY; THE     *
016920*   SECOND WRITES ONLY THE KEPT ONES, LINKED ON FROM THE LAST    *
016930*   RECORD ARCHIVED.                                             *
017000******************************************************************
017100 2000-SPLIT-AUDIT.
017110     SET CH-Function-Reset TO TRUE.
017120     MOVE WS-History-Link TO CH-Hash.
017130     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
017140         CH-Status.
017150     SET WS-Split-Pass-Archive TO TRUE.
017200     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
017300     PERFORM 2200-ROUTE-ONE THRU 2200-EXIT
017400         UNTIL WS-Audit-EOF-Yes.
017405     IF RETURN-CODE = 8
017410         GO TO 2000-EXIT
017415     END-IF.
017420     CLOSE AUDIT-FILE.
017425     OPEN INPUT AUDIT-FILE.
017430     IF NOT WS-Audit-File-OK
017435         DISPLAY "AUDIT-ARCHIVE: CANNOT REOPEN AUDITF, STATUS "
017440             WS-Audit-File-Status
017445         MOVE 8 TO RETURN-CODE
017450         GO TO 2000-EXIT
017455     END-IF.
017460     SET WS-Audit-EOF-No TO TRUE.
017465     SET WS-Split-Pass-Keep TO TRUE.
017470     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
017475     PERFORM 2200-ROUTE-ONE THRU 2200-EXIT
017480         UNTIL WS-Audit-EOF-Yes.
017500 2000-EXIT.
017600     EXIT.
017700
018800
018900 2200-ROUTE-ONE.
019000     IF AUD-ISSUE-DATE NOT NUMERIC
019010         IF WS-Split-Pass-Archive
019020             GO TO 2200-NEXT
019030         END-IF
019100         PERFORM 2400-WRITE-KEPT THRU 2400-EXIT
019200         IF WS-New-Audit-File-OK
019300             ADD 1 TO WS-Dropped-Count
019500         GO TO 2200-NEXT
019600     END-IF.
019700     IF AUD-ISSUE-DATE < WS-Retention-Date
019710         IF WS-Split-Pass-Keep
019720             GO TO 2200-NEXT
019730         END-IF
019800         PERFORM 2300-WRITE-ARCHIVED THRU 2300-EXIT
019900         IF WS-History-File-OK
020000             ADD 1 TO WS-Archived-Count
020100         END-IF
020200     ELSE
020210         IF WS-Split-Pass-Archive
020220             GO TO 2200-NEXT
020230         END-IF
020300         PERFORM 2400-WRITE-KEPT THRU 2400-EXIT
020400         IF WS-New-Audit-File-OK
020500             ADD 1 TO WS-Kept-Count
021100     EXIT.
021200
021300******************************************************************
021400*   2300-WRITE-ARCHIVED / 2400-WRITE-KEPT -- LINK THE CURRENT    *
021410*   AUDIT RECORD ON AND WRITE IT TO ITS TARGET FILE.  (RECORDS   *
021420*   FROM BEFORE THE CHAIN BEGAN ARE LINKED AS THEY MOVE.)  THE   *
021430*   CHECK IN 1200 HAS ALREADY PROVED EVERY EXISTING LINK, SO     *
021440*   RE-LINKING HIDES NOTHING.  A FAILED WRITE ENDS THE           *
021600*   RUN WITH RETURN-CODE 8 SO THE COPY-BACK STEP IS HELD AND     *
021700*   THE ORIGINAL AUDIT FILE STAYS UNTOUCHED.                     *
021800******************************************************************
021900 2300-WRITE-ARCHIVED.
021910     PERFORM 2500-LINK-RECORD THRU 2500-EXIT.
022000     MOVE AUD-AUDIT-RECORD TO HST-AUDIT-RECORD.
022100     WRITE HST-AUDIT-RECORD.
022200     IF NOT WS-History-File-OK
022900     EXIT.
023000
023100 2400-WRITE-KEPT.
023110     PERFORM 2500-LINK-RECORD THRU 2500-EXIT.
023200     MOVE AUD-AUDIT-RECORD TO ANW-AUDIT-RECORD.
023300     WRITE ANW-AUDIT-RECORD.
023400     IF NOT WS-New-Audit-File-OK
023900     END-IF.
024000 2400-EXIT.
024100     EXIT.
024110
024120 2500-LINK-RECORD.
024130     SET CH-Function-Hash TO TRUE.
024140     MOVE AUD-AUDIT-RECORD (1:60) TO CH-Record.
024150     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
024160         CH-Status.
024170     MOVE CH-Hash TO AUD-CHAIN-HASH.
024180 2500-EXIT.
024190     EXIT.
024200
024300******************************************************************
024400*   9000-TERMINATE -- PRINT THE SPLIT COUNTS AND CLOSE UP.       *
