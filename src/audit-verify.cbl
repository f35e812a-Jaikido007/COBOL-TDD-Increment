000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  AUDIT-VERIFY                                    *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS               *
000600*   DATE-WRITTEN:  2026-10-15                                    *
000700*                                                                *
000800*   AUDIT-TRAIL HASH CHAIN VERIFICATION.  AUDIT-SCAN PROVES THE  *
000900*   COUNTERS AND THE AUDIT RECORDS AGREE; IT CANNOT SAY WHETHER  *
001000*   AN AUDIT RECORD WAS EDITED OR DELETED AFTER IT WAS WRITTEN.  *
001100*   EVERY RECORD NOW CARRIES AUD-CHAIN-HASH, ITS LINK IN A HASH  *
001200*   CHAIN THAT RUNS THROUGH THE ARCHIVED TRAIL (AUDITHST) AND ON *
001300*   INTO THE LIVE ONE (AUDITF).  THIS PROGRAM WALKS BOTH, IN     *
001400*   THAT ORDER, RECOMPUTING EACH LINK THROUGH "audit-chain".     *
001500*                                                                *
001600*   THE FIRST BROKEN LINK IS PRINTED ON AUDVRPT WITH ITS FILE,   *
001700*   RECORD POSITION, RUN-ID, COUNTER AND NUMBER, AND THE RECORD  *
001800*   BEFORE IT -- A CHANGED RECORD BREAKS ITS OWN LINK, A DELETED *
001900*   ONE BREAKS THE LINK OF THE RECORD THAT FOLLOWED IT.  LATER   *
002000*   BREAKS ARE COUNTED.  RECORDS WRITTEN BEFORE THE CHAIN BEGAN  *
002100*   (NO LINK AT THE FRONT OF THE TRAIL) ARE COUNTED, NOT         *
002200*   FAULTED; A MISSING LINK ANYWHERE AFTER THAT IS A BREAK.      *
002300*   RECORDS CUT FROM THE VERY END OF AUDITF LEAVE NO LATER LINK  *
002400*   TO BREAK, SO THE LAST RECORD ON THE TRAIL IS PRINTED FOR     *
002500*   COMPARISON WITH THE RUN HISTORY.                             *
002600*                                                                *
002700*   RETURN-CODE 4 = AT LEAST ONE BROKEN LINK -- TREAT THE TRAIL  *
002800*                   AS ALTERED UNTIL EXPLAINED.                  *
002900*   RETURN-CODE 8 = THE REPORT WOULD NOT OPEN, OR NEITHER AUDIT  *
003000*                   FILE COULD BE READ.                          *
003100*                                                                *
003200*   MODIFICATION HISTORY                                        *
003300*   ---------------------------------------------------------   *
003400*   2026-10-15  JPK  INITIAL VERSION.                           *
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. audit-verify.
003800 AUTHOR. J. P. KOWALCZYK.
003900 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004000 DATE-WRITTEN. 2026-10-15.
004100 DATE-COMPILED.
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT AUDIT-FILE ASSIGN TO AUDITF
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-Audit-File-Status.
004900     SELECT HISTORY-FILE ASSIGN TO AUDITHST
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-History-File-Status.
005200     SELECT VERIFY-REPORT ASSIGN TO AUDVRPT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-Report-File-Status.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  AUDIT-FILE
005900     RECORDING MODE IS F.
006000     COPY auditrec.
006100
006200 FD  HISTORY-FILE
006300     RECORDING MODE IS F.
006400     COPY auditrec REPLACING LEADING ==AUD-== BY ==HST-==.
006500
006600 FD  VERIFY-REPORT
006700     RECORDING MODE IS F.
006800 01  RPT-PRINT-LINE                  PIC X(132).
006900
007000 WORKING-STORAGE SECTION.
007100 77  WS-Audit-File-Status        PIC X(02).
007200     88  WS-Audit-File-OK            VALUE "00".
007300 77  WS-History-File-Status      PIC X(02).
007400     88  WS-History-File-OK          VALUE "00".
007500 77  WS-Report-File-Status       PIC X(02).
007600     88  WS-Report-File-OK           VALUE "00".
007700
007800 77  WS-Scan-EOF-Switch          PIC X(01).
007900     88  WS-Scan-EOF-Yes             VALUE "Y".
008000     88  WS-Scan-EOF-No              VALUE "N".
008100 77  WS-Any-Read-Switch          PIC X(01) VALUE "N".
008200     88  WS-Any-Read-Yes             VALUE "Y".
008300     88  WS-Any-Read-No              VALUE "N".
008400 77  WS-Have-Prior-Switch        PIC X(01) VALUE "N".
008500     88  WS-Have-Prior-Yes           VALUE "Y".
008600     88  WS-Have-Prior-No            VALUE "N".
008700
008800 77  WS-Source-Tag               PIC X(08).
008900 77  WS-Record-Position          UNSIGNED-INT VALUE 0.
009000 77  WS-History-Records          UNSIGNED-INT VALUE 0.
009100 77  WS-Live-Records             UNSIGNED-INT VALUE 0.
009200 77  WS-Linked-Count             UNSIGNED-INT VALUE 0.
009300 77  WS-Unlinked-Count           UNSIGNED-INT VALUE 0.
009400 77  WS-Broken-Count             UNSIGNED-INT VALUE 0.
009500
009600 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
009700 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
009800 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
009900 77  WS-Current-Date             PIC 9(08).
010000 77  WS-Current-Time             PIC 9(08).
010100
010200******************************************************************
010300*   THE RECORD BEFORE THE ONE BEING CHECKED, KEPT SO A BREAK     *
010400*   CAN NAME BOTH SIDES OF THE LINK.                             *
010500******************************************************************
010600 01  WS-Prior-Record.
010700     05  WS-Prior-Source         PIC X(08).
010800     05  WS-Prior-Position       PIC 9(10).
010900     05  WS-Prior-Audit          PIC X(80).
011000
011100******************************************************************
011200*   "audit-chain" CALLING CONTRACT (CHNLINK).                    *
011300******************************************************************
011400     COPY chnlink.
011500
011600 01  WS-Heading-1.
011700     05  FILLER                  PIC X(13)
011800         VALUE "AUDIT-VERIFY ".
011900     05  FILLER                  PIC X(31)
012000         VALUE "AUDIT TRAIL HASH CHAIN REPORT  ".
012100     05  FILLER                  PIC X(05) VALUE "DATE ".
012200     05  WS-H1-Date              PIC 9(08).
012300     05  FILLER                  PIC X(06) VALUE " TIME ".
012400     05  WS-H1-Time              PIC 9(08).
012500     05  FILLER                  PIC X(06) VALUE " PAGE ".
012600     05  WS-H1-Page              PIC ZZZZ9.
012700     05  FILLER                  PIC X(50) VALUE SPACES.
012800
012900 01  WS-Heading-2.
013000     05  FILLER                  PIC X(132) VALUE ALL "-".
013100
013200 01  WS-Link-Line.
013300     05  WS-LNK-Tag              PIC X(20).
013400     05  WS-LNK-Source           PIC X(08).
013500     05  FILLER                  PIC X(08) VALUE " RECORD ".
013600     05  WS-LNK-Position         PIC Z(09)9.
013700     05  FILLER                  PIC X(05) VALUE " RUN ".
013800     05  WS-LNK-Run-Id           PIC X(08).
013900     05  FILLER                  PIC X(09) VALUE " COUNTER ".
014000     05  WS-LNK-Counter-Id       PIC X(08).
014100     05  FILLER                  PIC X(08) VALUE " NUMBER ".
014200     05  WS-LNK-Number           PIC Z(09)9.
014300     05  FILLER                  PIC X(08) VALUE " ACTION ".
014400     05  WS-LNK-Action           PIC X(01).
014500     05  FILLER                  PIC X(06) VALUE " DATE ".
014600     05  WS-LNK-Date             PIC X(08).
014900     05  FILLER                  PIC X(15) VALUE SPACES.
015000
015100 01  WS-Count-Line.
015200     05  WS-CNT-Label            PIC X(34).
015300     05  WS-CNT-Value            PIC Z(08)9.
015400     05  FILLER                  PIC X(89) VALUE SPACES.
015500
015600 01  WS-Blank-Line               PIC X(132) VALUE SPACES.
015700 01  WS-Print-Work               PIC X(132).
015800
015900 PROCEDURE DIVISION.
016000******************************************************************
016100 0000-MAINLINE.
016200******************************************************************
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016400     IF RETURN-CODE = 8
016500         GO TO 0000-GOBACK
016600     END-IF.
016700     PERFORM 2000-WALK-CHAIN THRU 2000-EXIT.
016800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016900 0000-GOBACK.
017000     GOBACK.
017100
017200******************************************************************
017300*   1000-INITIALIZE -- OPEN THE REPORT AND START THE CHAIN WITH  *
017400*   NO PREVIOUS LINK.                                            *
017500******************************************************************
017600 1000-INITIALIZE.
017700     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
017800     ACCEPT WS-Current-Time FROM TIME.
017900     OPEN OUTPUT VERIFY-REPORT.
018000     IF NOT WS-Report-File-OK
018100         DISPLAY "AUDIT-VERIFY: CANNOT OPEN AUDVRPT, STATUS "
018200             WS-Report-File-Status
018300         MOVE 8 TO RETURN-CODE
018400         GO TO 1000-EXIT
018500     END-IF.
018600     SET CH-Function-Reset TO TRUE.
018700     MOVE SPACES TO CH-Hash.
018800     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
018900         CH-Status.
019000 1000-EXIT.
019100     EXIT.
019200
019300******************************************************************
019400*   2000-WALK-CHAIN -- ARCHIVED RECORDS FIRST, THEN THE LIVE     *
019500*   FILE, AS ONE CHAIN.  A FILE THAT WILL NOT OPEN IS NAMED AND  *
019600*   SKIPPED; THE FIRST LIVE LINK WILL THEN SHOW AS BROKEN.       *
019700******************************************************************
019800 2000-WALK-CHAIN.
019900     MOVE "AUDITHST" TO WS-Source-Tag.
020000     MOVE 0 TO WS-Record-Position.
020100     SET WS-Scan-EOF-No TO TRUE.
020200     OPEN INPUT HISTORY-FILE.
020300     IF WS-History-File-OK
020400         SET WS-Any-Read-Yes TO TRUE
020500         PERFORM 2100-CHECK-ONE-HIST THRU 2100-EXIT
020600             UNTIL WS-Scan-EOF-Yes
020700         CLOSE HISTORY-FILE
020800     ELSE
020900         DISPLAY "AUDIT-VERIFY: AUDITHST NOT READ, STATUS "
021000             WS-History-File-Status
021100     END-IF.
021200     MOVE "AUDITF  " TO WS-Source-Tag.
021300     MOVE 0 TO WS-Record-Position.
021400     SET WS-Scan-EOF-No TO TRUE.
021500     OPEN INPUT AUDIT-FILE.
021600     IF WS-Audit-File-OK
021700         SET WS-Any-Read-Yes TO TRUE
021800         PERFORM 2200-CHECK-ONE-LIVE THRU 2200-EXIT
021900             UNTIL WS-Scan-EOF-Yes
022000         CLOSE AUDIT-FILE
022100     ELSE
022200         DISPLAY "AUDIT-VERIFY: AUDITF NOT READ, STATUS "
022300             WS-Audit-File-Status
022400     END-IF.
022500 2000-EXIT.
022600     EXIT.
022700
022800 2100-CHECK-ONE-HIST.
022900     READ HISTORY-FILE
023000         AT END
023100             SET WS-Scan-EOF-Yes TO TRUE
023200             GO TO 2100-EXIT
023300     END-READ.
023400     IF WS-History-File-Status > "10"
023500         DISPLAY "AUDIT-VERIFY: READ OF AUDITHST FAILED, STATUS "
023600             WS-History-File-Status
023700         SET WS-Scan-EOF-Yes TO TRUE
023800         GO TO 2100-EXIT
023900     END-IF.
024000     ADD 1 TO WS-History-Records.
024100     MOVE HST-AUDIT-RECORD TO AUD-AUDIT-RECORD.
024200     PERFORM 3000-CHECK-LINK THRU 3000-EXIT.
024300 2100-EXIT.
024400     EXIT.
024500
024600 2200-CHECK-ONE-LIVE.
024700     READ AUDIT-FILE
024800         AT END
024900             SET WS-Scan-EOF-Yes TO TRUE
025000             GO TO 2200-EXIT
025100     END-READ.
025200     IF WS-Audit-File-Status > "10"
025300         DISPLAY "AUDIT-VERIFY: READ OF AUDITF FAILED, STATUS "
025400             WS-Audit-File-Status
025500         SET WS-Scan-EOF-Yes TO TRUE
025600         GO TO 2200-EXIT
025700     END-IF.
025800     ADD 1 TO WS-Live-Records.
025900     PERFORM 3000-CHECK-LINK THRU 3000-EXIT.
026000 2200-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400*   3000-CHECK-LINK -- ONE RECORD (LIVE OR ARCHIVED, ALREADY IN  *
026500*   THE AUD- BUFFER) AGAINST THE LINK BEFORE IT.                 *
026600******************************************************************
026700 3000-CHECK-LINK.
026800     ADD 1 TO WS-Record-Position.
026900     SET CH-Function-Verify TO TRUE.
027000     MOVE AUD-AUDIT-RECORD (1:60) TO CH-Record.
027100     MOVE AUD-CHAIN-HASH TO CH-Hash.
027200     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
027300         CH-Status.
027400     EVALUATE TRUE
027500         WHEN CH-Status-OK
027600             ADD 1 TO WS-Linked-Count
027700         WHEN CH-Status-Unchained
027800             ADD 1 TO WS-Unlinked-Count
027900         WHEN OTHER
028000             ADD 1 TO WS-Broken-Count
028100             IF WS-Broken-Count = 1
028200                 PERFORM 4000-REPORT-FIRST-BREAK THRU 4000-EXIT
028300             END-IF
028400     END-EVALUATE.
028500     MOVE WS-Source-Tag TO WS-Prior-Source.
028600     MOVE WS-Record-Position TO WS-Prior-Position.
028700     MOVE AUD-AUDIT-RECORD TO WS-Prior-Audit.
028800     SET WS-Have-Prior-Yes TO TRUE.
028900 3000-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300*   4000-REPORT-FIRST-BREAK -- THE BROKEN RECORD, THEN THE ONE   *
029400*   BEFORE IT.                                                   *
029500******************************************************************
029600 4000-REPORT-FIRST-BREAK.
029700     MOVE "FIRST BROKEN LINK:  " TO WS-LNK-Tag.
029800     MOVE WS-Source-Tag TO WS-LNK-Source.
029900     MOVE WS-Record-Position TO WS-LNK-Position.
030000     PERFORM 4100-FORMAT-LINK-LINE THRU 4100-EXIT.
030100     IF WS-Have-Prior-No
030200         GO TO 4000-EXIT
030300     END-IF.
030400     MOVE WS-Prior-Audit TO AUD-AUDIT-RECORD.
030500     MOVE "  PRECEDING RECORD: " TO WS-LNK-Tag.
030600     MOVE WS-Prior-Source TO WS-LNK-Source.
030700     MOVE WS-Prior-Position TO WS-LNK-Position.
030800     PERFORM 4100-FORMAT-LINK-LINE THRU 4100-EXIT.
030900 4000-EXIT.
031000     EXIT.
031100
031200 4100-FORMAT-LINK-LINE.
031300     MOVE AUD-RUN-ID TO WS-LNK-Run-Id.
031400     MOVE AUD-COUNTER-ID TO WS-LNK-Counter-Id.
031500     MOVE AUD-NUMBER TO WS-LNK-Number.
031600     MOVE AUD-ACTION TO WS-LNK-Action.
031700     MOVE AUD-ISSUE-DATE TO WS-LNK-Date.
031900     MOVE WS-Link-Line TO WS-Print-Work.
032000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
032100 4100-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500*   8000-PRINT-LINE -- WRITE THE STAGED LINE WITH PAGE           *
032600*   HEADINGS.                                                    *
032700******************************************************************
032800 8000-PRINT-LINE.
032900     IF WS-Line-Count >= WS-Lines-Per-Page
033000         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
033100     END-IF.
033200     WRITE RPT-PRINT-LINE FROM WS-Print-Work.
033300     ADD 1 TO WS-Line-Count.
033400 8000-EXIT.
033500     EXIT.
033600
033700 8100-PAGE-HEADING.
033800     ADD 1 TO WS-Page-Count.
033900     MOVE WS-Current-Date TO WS-H1-Date.
034000     MOVE WS-Current-Time TO WS-H1-Time.
034100     MOVE WS-Page-Count TO WS-H1-Page.
034200     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
034300     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
034400     MOVE 2 TO WS-Line-Count.
034500 8100-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900*   9000-TERMINATE -- LAST RECORD ON THE TRAIL, CONTROL TOTALS,  *
035000*   AND CLOSE.                                                   *
035100******************************************************************
035200 9000-TERMINATE.
035300     IF WS-Have-Prior-Yes
035400         MOVE WS-Blank-Line TO WS-Print-Work
035500         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
035600         MOVE WS-Prior-Audit TO AUD-AUDIT-RECORD
035700         MOVE "LAST RECORD:        " TO WS-LNK-Tag
035800         MOVE WS-Prior-Source TO WS-LNK-Source
035900         MOVE WS-Prior-Position TO WS-LNK-Position
036000         PERFORM 4100-FORMAT-LINK-LINE THRU 4100-EXIT
036100     END-IF.
036200     MOVE WS-Blank-Line TO WS-Print-Work.
036300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
036400     MOVE "AUDITHST RECORDS READ             " TO WS-CNT-Label.
036500     MOVE WS-History-Records TO WS-CNT-Value.
036600     MOVE WS-Count-Line TO WS-Print-Work.
036700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
036800     MOVE "AUDITF RECORDS READ               " TO WS-CNT-Label.
036900     MOVE WS-Live-Records TO WS-CNT-Value.
037000     MOVE WS-Count-Line TO WS-Print-Work.
037100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
037200     MOVE "LINKS VERIFIED                    " TO WS-CNT-Label.
037300     MOVE WS-Linked-Count TO WS-CNT-Value.
037400     MOVE WS-Count-Line TO WS-Print-Work.
037500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
037600     MOVE "RECORDS FROM BEFORE CHAIN BEGAN   " TO WS-CNT-Label.
037700     MOVE WS-Unlinked-Count TO WS-CNT-Value.
037800     MOVE WS-Count-Line TO WS-Print-Work.
037900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
038000     MOVE "BROKEN LINKS                      " TO WS-CNT-Label.
038100     MOVE WS-Broken-Count TO WS-CNT-Value.
038200     MOVE WS-Count-Line TO WS-Print-Work.
038300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
038400     DISPLAY "AUDIT-VERIFY: " WS-History-Records " ARCHIVED AND "
038500         WS-Live-Records " LIVE AUDIT RECORD(S) -- "
038600         WS-Broken-Count " BROKEN LINK(S)".
038700     IF WS-Any-Read-No
038800         MOVE 8 TO RETURN-CODE
038900     ELSE
039000         IF WS-Broken-Count > 0
039100             MOVE 4 TO RETURN-CODE
039200         END-IF
039300     END-IF.
039400     CLOSE VERIFY-REPORT.
039500 9000-EXIT.
039600     EXIT.
039700
039800 END PROGRAM audit-verify.
