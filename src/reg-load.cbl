000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  REG-LOAD                                        *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS               *
000600*   DATE-WRITTEN:  2026-10-15                                    *
000700*                                                                *
000800*   NUMBER REGISTRY LOAD.  BUILDS THE KEYED NUMBER REGISTRY      *
000900*   (NUMREG, REGREC) FROM SCRATCH BY REPLAYING THE ARCHIVED AND  *
001000*   LIVE AUDIT TRAILS (AUDITHST THEN AUDITF, I.E. IN ISSUE       *
001100*   ORDER) THROUGH "num-registry", EXACTLY AS THE ISSUING AND    *
001200*   VOIDING PROGRAMS WOULD HAVE POSTED THEM:                     *
001300*                                                                *
001400*       "I" (OR BLANK) -- ISSUE.  A NUMBER VOIDED EARLIER IN     *
001500*                         THE SAME DOCUMENT YEAR BECOMES         *
001600*                         REISSUED.                              *
001700*       "V"            -- VOID.  POOLED WHEN THE NUMBER IS ON    *
001800*                         THE VOID POOL (VOIDPOOL) TODAY,        *
001900*                         OTHERWISE VOIDED.                      *
002000*                                                                *
002100*   RUN ONCE TO SEED THE REGISTRY, AND AGAIN ANY TIME IT HAS     *
002200*   TO BE PUT BACK IN STEP WITH THE AUDIT TRAIL.  THE REGISTRY   *
002300*   IS EMPTIED FIRST, SO NOTHING THAT ISSUES OR VOIDS NUMBERS    *
002400*   MAY RUN WHILE THIS STEP DOES.  AUDIT RECORDS WRITTEN BEFORE  *
002500*   DOCUMENT NUMBERS WERE FORMATTED CARRY NO DOCUMENT YEAR AND   *
002600*   ARE FILED UNDER THE YEAR OF THE LOAD.                        *
002700*                                                                *
002800*   EVERY AUDIT RECORD THE REGISTRY WOULD NOT TAKE (A SECOND     *
002900*   ISSUE OF A NUMBER STILL OUTSTANDING, OR A FAILED WRITE) IS   *
003000*   LISTED ON REGLRPT.                                           *
003100*                                                                *
003200*   RETURN-CODE 4 = AT LEAST ONE AUDIT RECORD WAS NOT TAKEN.     *
003300*   RETURN-CODE 8 = THE REPORT OR THE REGISTRY WOULD NOT OPEN;   *
003400*                   NOTHING LOADED.                              *
003500*                                                                *
003600*   MODIFICATION HISTORY                                        *
003700*   ---------------------------------------------------------   *
003800*   2026-10-15  JPK  INITIAL VERSION.                           *
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. reg-load.
004200 AUTHOR. J. P. KOWALCZYK.
004300 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004400 DATE-WRITTEN. 2026-10-15.
004500 DATE-COMPILED.
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT AUDIT-FILE ASSIGN TO AUDITF
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-Audit-File-Status.
005300     SELECT HISTORY-FILE ASSIGN TO AUDITHST
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-History-File-Status.
005600     SELECT VOID-POOL ASSIGN TO VOIDPOOL
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS VPL-POOL-KEY
006000         FILE STATUS IS WS-Pool-File-Status.
006100     SELECT NUMBER-REGISTRY ASSIGN TO NUMREG
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS REG-KEY
006500         ALTERNATE RECORD KEY IS REG-DOC-NUMBER
006600             WITH DUPLICATES
006700         FILE STATUS IS WS-Registry-File-Status.
006800     SELECT LOAD-REPORT ASSIGN TO REGLRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-Report-File-Status.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  AUDIT-FILE
007500     RECORDING MODE IS F.
007600     COPY auditrec.
007700
007800 FD  HISTORY-FILE
007900     RECORDING MODE IS F.
008000     COPY auditrec REPLACING LEADING ==AUD-== BY ==HST-==.
008100
008200 FD  VOID-POOL.
008300     COPY vplrec.
008400
008500 FD  NUMBER-REGISTRY.
008600     COPY regrec.
008700
008800 FD  LOAD-REPORT
008900     RECORDING MODE IS F.
009000 01  RPT-PRINT-LINE                  PIC X(132).
009100
009200 WORKING-STORAGE SECTION.
009300 77  WS-Audit-File-Status        PIC X(02).
009400     88  WS-Audit-File-OK            VALUE "00".
009500 77  WS-History-File-Status      PIC X(02).
009600     88  WS-History-File-OK          VALUE "00".
009700 77  WS-Pool-File-Status         PIC X(02).
009800     88  WS-Pool-File-OK             VALUE "00".
009900 77  WS-Registry-File-Status     PIC X(02).
010000     88  WS-Registry-File-OK         VALUE "00".
010100 77  WS-Report-File-Status       PIC X(02).
010200     88  WS-Report-File-OK           VALUE "00".
010300
010400 77  WS-Scan-EOF-Switch          PIC X(01).
010500     88  WS-Scan-EOF-Yes             VALUE "Y".
010600     88  WS-Scan-EOF-No              VALUE "N".
010700 77  WS-Pool-Open-Switch         PIC X(01) VALUE "N".
010800     88  WS-Pool-Open-Yes            VALUE "Y".
010900     88  WS-Pool-Open-No             VALUE "N".
011000
011100 77  WS-Source-Tag               PIC X(08).
011200 77  WS-History-Records          UNSIGNED-INT VALUE 0.
011300 77  WS-Live-Records             UNSIGNED-INT VALUE 0.
011400 77  WS-Issues-Posted            UNSIGNED-INT VALUE 0.
011500 77  WS-Voids-Posted             UNSIGNED-INT VALUE 0.
011600 77  WS-Pooled-Posted            UNSIGNED-INT VALUE 0.
011700 77  WS-Not-Taken                UNSIGNED-INT VALUE 0.
011800
011900 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
012000 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
012100 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
012200 77  WS-Current-Date             PIC 9(08).
012300 77  WS-Current-Time             PIC 9(08).
012400
012500******************************************************************
012600*   "num-registry" CALLING CONTRACT (REGLINK).                   *
012700******************************************************************
012800     COPY reglink.
012900
013000 01  WS-Heading-1.
013100     05  FILLER                  PIC X(09)
013200         VALUE "REG-LOAD ".
013300     05  FILLER                  PIC X(31)
013400         VALUE "NUMBER REGISTRY LOAD REPORT    ".
013500     05  FILLER                  PIC X(05) VALUE "DATE ".
013600     05  WS-H1-Date              PIC 9(08).
013700     05  FILLER                  PIC X(06) VALUE " TIME ".
013800     05  WS-H1-Time              PIC 9(08).
013900     05  FILLER                  PIC X(06) VALUE " PAGE ".
014000     05  WS-H1-Page              PIC ZZZZ9.
014100     05  FILLER                  PIC X(54) VALUE SPACES.
014200
014300 01  WS-Heading-2.
014400     05  FILLER                  PIC X(132) VALUE ALL "-".
014500
014600 01  WS-Detail-Line.
014700     05  FILLER                  PIC X(11) VALUE "NOT TAKEN: ".
014800     05  WS-DTL-Source           PIC X(08).
014900     05  FILLER                  PIC X(05) VALUE " RUN ".
015000     05  WS-DTL-Run-Id           PIC X(08).
015100     05  FILLER                  PIC X(09) VALUE " COUNTER ".
015200     05  WS-DTL-Counter-Id       PIC X(08).
015300     05  FILLER                  PIC X(08) VALUE " NUMBER ".
015400     05  WS-DTL-Number           PIC Z(09)9.
015500     05  FILLER                  PIC X(08) VALUE " ACTION ".
015600     05  WS-DTL-Action           PIC X(01).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  WS-DTL-Text             PIC X(55).
015900
016000 01  WS-Count-Line.
016100     05  WS-CNT-Label            PIC X(30).
016200     05  WS-CNT-Value            PIC Z(08)9.
016300     05  FILLER                  PIC X(93) VALUE SPACES.
016400
016500 01  WS-Blank-Line               PIC X(132) VALUE SPACES.
016600 01  WS-Print-Work               PIC X(132).
016700
016800 PROCEDURE DIVISION.
016900******************************************************************
017000 0000-MAINLINE.
017100******************************************************************
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     IF RETURN-CODE = 8
017400         GO TO 0000-GOBACK
017500     END-IF.
017600     PERFORM 2000-REPLAY-AUDIT-TRAILS THRU 2000-EXIT.
017700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017800 0000-GOBACK.
017900     GOBACK.
018000
018100******************************************************************
018200*   1000-INITIALIZE -- OPEN THE REPORT, EMPTY THE REGISTRY (IT   *
018300*   IS BUILT HERE IF IT HAS NEVER EXISTED), AND OPEN THE VOID    *
018400*   POOL.  A POOL THAT WILL NOT OPEN MEANS EVERY VOID LOADS AS   *
018500*   VOIDED RATHER THAN POOLED, WHICH IS NAMED ON SYSOUT.         *
018600******************************************************************
018700 1000-INITIALIZE.
018800     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
018900     ACCEPT WS-Current-Time FROM TIME.
019000     OPEN OUTPUT LOAD-REPORT.
019100     IF NOT WS-Report-File-OK
019200         DISPLAY "REG-LOAD: CANNOT OPEN REGLRPT, STATUS "
019300             WS-Report-File-Status
019400         MOVE 8 TO RETURN-CODE
019500         GO TO 1000-EXIT
019600     END-IF.
019700     OPEN OUTPUT NUMBER-REGISTRY.
019800     IF NOT WS-Registry-File-OK
019900         DISPLAY "REG-LOAD: CANNOT INITIALIZE NUMREG, STATUS "
020000             WS-Registry-File-Status
020100         MOVE 8 TO RETURN-CODE
020200         GO TO 1000-EXIT
020300     END-IF.
020400     CLOSE NUMBER-REGISTRY.
020500     OPEN INPUT VOID-POOL.
020600     IF WS-Pool-File-OK
020700         SET WS-Pool-Open-Yes TO TRUE
020800     ELSE
020900         DISPLAY "REG-LOAD: VOIDPOOL NOT AVAILABLE, STATUS "
021000             WS-Pool-File-Status " -- VOIDS LOAD AS VOIDED"
021100     END-IF.
021200 1000-EXIT.
021300     EXIT.
021400
021500******************************************************************
021600*   2000-REPLAY-AUDIT-TRAILS -- ARCHIVED RECORDS FIRST, THEN     *
021700*   THE LIVE FILE, SO EVERY NUMBER'S MOVEMENTS POST IN THE       *
021800*   ORDER THEY HAPPENED.  A MISSING TRAIL JUST CONTRIBUTES       *
021900*   NOTHING.                                                     *
022000******************************************************************
022100 2000-REPLAY-AUDIT-TRAILS.
022200     MOVE "AUDITHST" TO WS-Source-Tag.
022300     SET WS-Scan-EOF-No TO TRUE.
022400     OPEN INPUT HISTORY-FILE.
022500     IF WS-History-File-OK
022600         PERFORM 2100-REPLAY-ONE-HIST THRU 2100-EXIT
022700             UNTIL WS-Scan-EOF-Yes
022800         CLOSE HISTORY-FILE
022900     END-IF.
023000     MOVE "AUDITF  " TO WS-Source-Tag.
023100     SET WS-Scan-EOF-No TO TRUE.
023200     OPEN INPUT AUDIT-FILE.
023300     IF WS-Audit-File-OK
023400         PERFORM 2200-REPLAY-ONE-LIVE THRU 2200-EXIT
023500             UNTIL WS-Scan-EOF-Yes
023600         CLOSE AUDIT-FILE
023700     END-IF.
023800 2000-EXIT.
023900     EXIT.
024000
024100 2100-REPLAY-ONE-HIST.
024200     READ HISTORY-FILE
024300         AT END
024400             SET WS-Scan-EOF-Yes TO TRUE
024500             GO TO 2100-EXIT
024600     END-READ.
024700     IF WS-History-File-Status > "10"
024800         SET WS-Scan-EOF-Yes TO TRUE
024900         GO TO 2100-EXIT
025000     END-IF.
025100     ADD 1 TO WS-History-Records.
025200     MOVE HST-AUDIT-RECORD TO AUD-AUDIT-RECORD.
025300     PERFORM 3000-POST-ONE-RECORD THRU 3000-EXIT.
025400 2100-EXIT.
025500     EXIT.
025600
025700 2200-REPLAY-ONE-LIVE.
025800     READ AUDIT-FILE
025900         AT END
026000             SET WS-Scan-EOF-Yes TO TRUE
026100             GO TO 2200-EXIT
026200     END-READ.
026300     IF WS-Audit-File-Status > "10"
026400         SET WS-Scan-EOF-Yes TO TRUE
026500         GO TO 2200-EXIT
026600     END-IF.
026700     ADD 1 TO WS-Live-Records.
026800     PERFORM 3000-POST-ONE-RECORD THRU 3000-EXIT.
026900 2200-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300*   3000-POST-ONE-RECORD -- ONE AUDIT RECORD (LIVE OR ARCHIVED,  *
027400*   ALREADY IN THE AUD- BUFFER) THROUGH "num-registry".  A VOID  *
027500*   GOES IN WITH A BLANK DOCUMENT NUMBER, AS VOID-BATCH SENDS    *
027600*   IT, SO IT LANDS ON THE YEAR THE NUMBER WAS LAST ISSUED IN.   *
027700******************************************************************
027800 3000-POST-ONE-RECORD.
027900     MOVE AUD-COUNTER-ID TO RG-Counter-Id.
028000     MOVE AUD-NUMBER TO RG-Number.
028100     MOVE AUD-RUN-ID TO RG-Run-Id.
028200     MOVE "REGLOAD" TO RG-Requester.
028300     IF AUD-ACTION-VOIDED
028400         PERFORM 3100-SET-VOID-FUNCTION THRU 3100-EXIT
028500         MOVE SPACES TO RG-Doc-Number
028600         MOVE AUD-REASON-CODE TO RG-Reason-Code
028700     ELSE
028800         SET RG-Function-Issue TO TRUE
028900         MOVE AUD-DOC-NUMBER TO RG-Doc-Number
029000         MOVE SPACES TO RG-Reason-Code
029100     END-IF.
029200     CALL "num-registry" USING RG-Function RG-Counter-Id
029300         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
029400         RG-Requester RG-Status.
029500     IF NOT RG-Status-OK
029600         PERFORM 4000-REPORT-NOT-TAKEN THRU 4000-EXIT
029700         GO TO 3000-EXIT
029800     END-IF.
029900     EVALUATE TRUE
030000         WHEN RG-Function-Issue
030100             ADD 1 TO WS-Issues-Posted
030200         WHEN RG-Function-Pool
030300             ADD 1 TO WS-Pooled-Posted
030400         WHEN OTHER
030500             ADD 1 TO WS-Voids-Posted
030600     END-EVALUATE.
030700 3000-EXIT.
030800     EXIT.
030900
031000******************************************************************
031100*   3100-SET-VOID-FUNCTION -- POOLED IF THE NUMBER IS SITTING ON *
031200*   THE VOID POOL TODAY, OTHERWISE VOIDED.  A NUMBER POOLED AND  *
031300*   SINCE REISSUED IS OFF THE POOL, AND ITS LATER "I" RECORD     *
031400*   MOVES IT ON TO REISSUED ANYWAY.                              *
031500******************************************************************
031600 3100-SET-VOID-FUNCTION.
031700     SET RG-Function-Void TO TRUE.
031800     IF WS-Pool-Open-No
031900         GO TO 3100-EXIT
032000     END-IF.
032100     MOVE AUD-COUNTER-ID TO VPL-COUNTER-ID.
032200     MOVE AUD-NUMBER TO VPL-NUMBER.
032300     READ VOID-POOL
032400         INVALID KEY
032500             GO TO 3100-EXIT
032600     END-READ.
032700     IF WS-Pool-File-OK
032800         SET RG-Function-Pool TO TRUE
032900     END-IF.
033000 3100-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400*   4000-REPORT-NOT-TAKEN -- NAME THE AUDIT RECORD AND WHY.      *
033500******************************************************************
033600 4000-REPORT-NOT-TAKEN.
033700     ADD 1 TO WS-Not-Taken.
033800     MOVE WS-Source-Tag TO WS-DTL-Source.
033900     MOVE AUD-RUN-ID TO WS-DTL-Run-Id.
034000     MOVE AUD-COUNTER-ID TO WS-DTL-Counter-Id.
034100     MOVE AUD-NUMBER TO WS-DTL-Number.
034200     MOVE AUD-ACTION TO WS-DTL-Action.
034300     EVALUATE TRUE
034400         WHEN RG-Status-Duplicate
034500             MOVE "ISSUED AGAIN WHILE STILL OUTSTANDING"
034600                 TO WS-DTL-Text
034700         WHEN OTHER
034800             MOVE "REGISTRY UPDATE FAILED, STATUS" TO WS-DTL-Text
034900             MOVE RG-Status TO WS-DTL-Text (32:1)
035000     END-EVALUATE.
035100     MOVE WS-Detail-Line TO WS-Print-Work.
035200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
035300 4000-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700*   8000-PRINT-LINE -- WRITE THE STAGED LINE WITH PAGE           *
035800*   HEADINGS.                                                    *
035900******************************************************************
036000 8000-PRINT-LINE.
036100     IF WS-Line-Count >= WS-Lines-Per-Page
036200         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
036300     END-IF.
036400     WRITE RPT-PRINT-LINE FROM WS-Print-Work.
036500     ADD 1 TO WS-Line-Count.
036600 8000-EXIT.
036700     EXIT.
036800
036900 8100-PAGE-HEADING.
037000     ADD 1 TO WS-Page-Count.
037100     MOVE WS-Current-Date TO WS-H1-Date.
037200     MOVE WS-Current-Time TO WS-H1-Time.
037300     MOVE WS-Page-Count TO WS-H1-Page.
037400     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
037500     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
037600     MOVE 2 TO WS-Line-Count.
037700 8100-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100*   9000-TERMINATE -- CONTROL TOTALS AND CLOSE.                  *
038200******************************************************************
038300 9000-TERMINATE.
038400     MOVE WS-Blank-Line TO WS-Print-Work.
038500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
038600     MOVE "AUDITHST RECORDS READ         " TO WS-CNT-Label.
038700     MOVE WS-History-Records TO WS-CNT-Value.
038800     MOVE WS-Count-Line TO WS-Print-Work.
038900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
039000     MOVE "AUDITF RECORDS READ           " TO WS-CNT-Label.
039100     MOVE WS-Live-Records TO WS-CNT-Value.
039200     MOVE WS-Count-Line TO WS-Print-Work.
039300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
039400     MOVE "ISSUES POSTED                 " TO WS-CNT-Label.
039500     MOVE WS-Issues-Posted TO WS-CNT-Value.
039600     MOVE WS-Count-Line TO WS-Print-Work.
039700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
039800     MOVE "VOIDS POSTED AS VOIDED        " TO WS-CNT-Label.
039900     MOVE WS-Voids-Posted TO WS-CNT-Value.
040000     MOVE WS-Count-Line TO WS-Print-Work.
040100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
040200     MOVE "VOIDS POSTED AS POOLED        " TO WS-CNT-Label.
040300     MOVE WS-Pooled-Posted TO WS-CNT-Value.
040400     MOVE WS-Count-Line TO WS-Print-Work.
040500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
040600     MOVE "RECORDS NOT TAKEN             " TO WS-CNT-Label.
040700     MOVE WS-Not-Taken TO WS-CNT-Value.
040800     MOVE WS-Count-Line TO WS-Print-Work.
040900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
041000     DISPLAY "REG-LOAD: " WS-History-Records " ARCHIVED AND "
041100         WS-Live-Records " LIVE AUDIT RECORD(S) REPLAYED -- "
041200         WS-Not-Taken " NOT TAKEN".
041300     SET RG-Function-Close TO TRUE.
041400     CALL "num-registry" USING RG-Function RG-Counter-Id
041500         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
041600         RG-Requester RG-Status.
041700     IF WS-Not-Taken > 0
041800         MOVE 4 TO RETURN-CODE
041900     END-IF.
042000     IF WS-Pool-Open-Yes
042100         CLOSE VOID-POOL
042200     END-IF.
042300     CLOSE LOAD-REPORT.
042400 9000-EXIT.
042500     EXIT.
042600
042700 END PROGRAM reg-load.
