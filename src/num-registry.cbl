000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  NUM-REGISTRY                                    *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS               *
000600*   DATE-WRITTEN:  2026-10-15                                    *
000700*                                                                *
000800*   NUMBER REGISTRY MAINTENANCE SERVICE.  KEEPS ONE KEYED        *
000900*   RECORD PER ISSUED NUMBER (NUMREG, REGREC) CURRENT AS THE     *
001000*   ISSUING AND VOIDING PROGRAMS WORK, SO DOC-INQUIRY AND ANY    *
001100*   OTHER "WHAT BECAME OF THIS NUMBER" QUESTION IS ANSWERED BY   *
001200*   ONE KEYED READ INSTEAD OF A PASS OVER AUDITF AND AUDITHST.   *
001300*   CALLERS COPY REGLINK FOR THE CONTRACT.                       *
001400*                                                                *
001500*   THE REGISTRY IS OPENED ON THE FIRST CALL (AND BUILT ON ITS   *
001600*   FIRST-EVER USE, LIKE THE COUNTER FILE) AND STAYS OPEN UNTIL  *
001700*   THE CALLER SENDS THE "E" CLOSE FUNCTION.  A REGISTRY THAT    *
001800*   WILL NOT OPEN OR WRITE COMES BACK AS ITS OWN STATUS -- THE   *
001900*   AUDIT TRAIL IS STILL THE RECORD OF WHAT HAPPENED, SO THE     *
002000*   CALLER WARNS AND CARRIES ON RATHER THAN STOPPING THE RUN.    *
002100*                                                                *
002200*   MODIFICATION HISTORY                                        *
002300*   ---------------------------------------------------------   *
002400*   2026-10-15  JPK  INITIAL VERSION.                           *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. num-registry.
002800 AUTHOR. J. P. KOWALCZYK.
002900 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT NUMBER-REGISTRY ASSIGN TO NUMREG
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS REG-KEY
004000         ALTERNATE RECORD KEY IS REG-DOC-NUMBER
004100             WITH DUPLICATES
004200         FILE STATUS IS WS-Registry-File-Status.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  NUMBER-REGISTRY.
004700     COPY regrec.
004800
004900 WORKING-STORAGE SECTION.
005000 77  WS-Registry-File-Status     PIC X(02).
005100     88  WS-Registry-File-OK         VALUE "00".
005200     88  WS-Registry-File-EOF        VALUE "10".
005300 77  WS-Registry-Open-Switch     PIC X(01) VALUE "N".
005400     88  WS-Registry-Open-Yes        VALUE "Y".
005500     88  WS-Registry-Open-No         VALUE "N".
005600 77  WS-Registry-Usable-Switch   PIC X(01) VALUE "N".
005700     88  WS-Registry-Usable-Yes      VALUE "Y".
005800     88  WS-Registry-Usable-No       VALUE "N".
005900
006000 77  WS-Found-Switch             PIC X(01).
006100     88  WS-Found-Yes                VALUE "Y".
006200     88  WS-Found-No                 VALUE "N".
006300 77  WS-Scan-Done-Switch         PIC X(01).
006400     88  WS-Scan-Done-Yes            VALUE "Y".
006500     88  WS-Scan-Done-No             VALUE "N".
006600 77  WS-Year-Known-Switch        PIC X(01).
006700     88  WS-Year-Known-Yes           VALUE "Y".
006800     88  WS-Year-Known-No            VALUE "N".
006900
007000 01  WS-Current-Date             PIC 9(08).
007100 01  WS-Current-Date-Parts REDEFINES WS-Current-Date.
007200     05  WS-Current-Year         PIC X(04).
007300     05  FILLER                  PIC X(04).
007400 77  WS-Current-Time             PIC 9(08).
007500
007600 01  WS-Doc-Work                 PIC X(18).
007700 01  WS-Doc-Work-Parts REDEFINES WS-Doc-Work.
007800     05  FILLER                  PIC X(03).
007900     05  WS-Doc-Year             PIC X(04).
008000     05  FILLER                  PIC X(11).
008100 77  WS-Entry-Year               PIC X(04).
008200 77  WS-Latest-Key               PIC X(22).
008300
008400 LINKAGE SECTION.
008500     COPY reglink.
008600
008700 PROCEDURE DIVISION USING RG-Function RG-Counter-Id RG-Number
008800     RG-Doc-Number RG-Run-Id RG-Reason-Code RG-Requester
008900     RG-Status.
009000******************************************************************
009100 0000-MAINLINE.
009200******************************************************************
009300     SET RG-Status-OK TO TRUE.
009400     IF RG-Function-Close
009500         PERFORM 7000-CLOSE-REGISTRY THRU 7000-EXIT
009600         GO TO 0000-GOBACK
009700     END-IF.
009800     IF NOT RG-Function-Issue AND NOT RG-Function-Void
009900             AND NOT RG-Function-Pool AND NOT RG-Function-Retire
010000         SET RG-Status-Bad-Function TO TRUE
010100         GO TO 0000-GOBACK
010200     END-IF.
010300     IF WS-Registry-Open-No
010400         PERFORM 1000-OPEN-REGISTRY THRU 1000-EXIT
010500     END-IF.
010600     IF WS-Registry-Usable-No
010700         SET RG-Status-Registry-Error TO TRUE
010800         GO TO 0000-GOBACK
010900     END-IF.
011000     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
011100     ACCEPT WS-Current-Time FROM TIME.
011200     PERFORM 1500-SET-ENTRY-YEAR THRU 1500-EXIT.
011300     EVALUATE TRUE
011400         WHEN RG-Function-Issue
011500             PERFORM 2000-ISSUE-ENTRY THRU 2000-EXIT
011600         WHEN RG-Function-Retire
011700             PERFORM 4000-RETIRE-ENTRY THRU 4000-EXIT
011800         WHEN OTHER
011900             PERFORM 3000-VOID-ENTRY THRU 3000-EXIT
012000     END-EVALUATE.
012100 0000-GOBACK.
012200     GOBACK.
012300
012400******************************************************************
012500*   1000-OPEN-REGISTRY -- ONE OPEN PER RUN, BUILDING THE         *
012600*   CLUSTER ON FIRST-EVER USE LIKE THE COUNTER FILE.             *
012700******************************************************************
012800 1000-OPEN-REGISTRY.
012900     SET WS-Registry-Open-Yes TO TRUE.
013000     OPEN I-O NUMBER-REGISTRY.
013100     IF WS-Registry-File-OK
013200         SET WS-Registry-Usable-Yes TO TRUE
013300         GO TO 1000-EXIT
013400     END-IF.
013500     OPEN OUTPUT NUMBER-REGISTRY.
013600     CLOSE NUMBER-REGISTRY.
013700     OPEN I-O NUMBER-REGISTRY.
013800     IF WS-Registry-File-OK
013900         SET WS-Registry-Usable-Yes TO TRUE
014000     ELSE
014100         DISPLAY "NUM-REGISTRY: NUMREG WILL NOT OPEN, STATUS "
014200             WS-Registry-File-Status
014300         SET WS-Registry-Usable-No TO TRUE
014400     END-IF.
014500 1000-EXIT.
014600     EXIT.
014700
014800******************************************************************
014900*   1500-SET-ENTRY-YEAR -- THE DOCUMENT YEAR THAT PICKS THE      *
015000*   ENTRY.  IT COMES FROM THE CALLER'S FORMATTED DOCUMENT        *
015100*   NUMBER WHEN THERE IS ONE; OTHERWISE AN ISSUE OR A NEW        *
015200*   ENTRY TAKES THIS YEAR, AND A VOID OR RETIRE LOOKS FOR THE    *
015300*   LATEST YEAR ON FILE (6000-LOCATE-ENTRY).                     *
015400******************************************************************
015500 1500-SET-ENTRY-YEAR.
015600     MOVE RG-Doc-Number TO WS-Doc-Work.
015700     IF WS-Doc-Year IS NUMERIC
015800         MOVE WS-Doc-Year TO WS-Entry-Year
015900         SET WS-Year-Known-Yes TO TRUE
016000     ELSE
016100         MOVE WS-Current-Year TO WS-Entry-Year
016200         SET WS-Year-Known-No TO TRUE
016300     END-IF.
016400 1500-EXIT.
016500     EXIT.
016600
016700******************************************************************
016800*   2000-ISSUE-ENTRY -- A NUMBER NOT YET ON FILE FOR THIS YEAR   *
016900*   IS ADDED AS ISSUED.  ONE ON FILE AS VOIDED OR POOLED HAS     *
017000*   BEEN HANDED OUT AGAIN AND BECOMES REISSUED UNDER THE NEW     *
017100*   RUN-ID.  ONE ALREADY OUTSTANDING IS LEFT ALONE AND COMES     *
017200*   BACK AS A DUPLICATE FOR THE CALLER TO REPORT.                *
017300******************************************************************
017400 2000-ISSUE-ENTRY.
017500     MOVE RG-Counter-Id TO REG-COUNTER-ID.
017600     MOVE RG-Number TO REG-NUMBER.
017700     MOVE WS-Entry-Year TO REG-YEAR.
017800     READ NUMBER-REGISTRY
017900         INVALID KEY
018000             PERFORM 2100-ADD-ENTRY THRU 2100-EXIT
018100             GO TO 2000-EXIT
018200     END-READ.
018300     IF NOT WS-Registry-File-OK
018400         SET RG-Status-Registry-Error TO TRUE
018500         GO TO 2000-EXIT
018600     END-IF.
018700     IF REG-STATE-OUTSTANDING
018800         SET RG-Status-Duplicate TO TRUE
018900         GO TO 2000-EXIT
019000     END-IF.
019100     SET REG-STATE-REISSUED TO TRUE.
019200     MOVE RG-Run-Id TO REG-RUN-ID.
019300     IF RG-Doc-Number NOT = SPACES
019400         MOVE RG-Doc-Number TO REG-DOC-NUMBER
019500     END-IF.
019600     MOVE WS-Current-Date TO REG-REISSUE-DATE.
019700     ADD 1 TO REG-ISSUE-COUNT.
019800     PERFORM 5000-REWRITE-ENTRY THRU 5000-EXIT.
019900 2000-EXIT.
020000     EXIT.
020100
020200******************************************************************
020300*   2100-ADD-ENTRY -- WRITE A NEW ENTRY FOR RG-COUNTER-ID /      *
020400*   RG-NUMBER / WS-ENTRY-YEAR IN THE STATE THE FUNCTION CALLS    *
020500*   FOR.  A VOID OF A NUMBER THE REGISTRY HAS NEVER SEEN (ONE    *
020600*   ISSUED BEFORE IT WAS LOADED) STILL GETS AN ENTRY, WITH NO    *
020700*   ISSUE DATE.                                                  *
020800******************************************************************
020900 2100-ADD-ENTRY.
021000     MOVE SPACES TO REG-REGISTRY-RECORD.
021100     MOVE RG-Counter-Id TO REG-COUNTER-ID.
021200     MOVE RG-Number TO REG-NUMBER.
021300     MOVE WS-Entry-Year TO REG-YEAR.
021400     MOVE RG-Doc-Number TO REG-DOC-NUMBER.
021500     MOVE RG-Run-Id TO REG-RUN-ID.
021600     MOVE 0 TO REG-ISSUE-DATE.
021700     MOVE 0 TO REG-ISSUE-TIME.
021800     MOVE 0 TO REG-REISSUE-DATE.
021900     MOVE 0 TO REG-VOID-DATE.
022000     MOVE 1 TO REG-ISSUE-COUNT.
022100     EVALUATE TRUE
022200         WHEN RG-Function-Issue
022300             SET REG-STATE-ISSUED TO TRUE
022400             MOVE WS-Current-Date TO REG-ISSUE-DATE
022500             MOVE WS-Current-Time TO REG-ISSUE-TIME
022600         WHEN RG-Function-Pool
022700             SET REG-STATE-POOLED TO TRUE
022800             MOVE WS-Current-Date TO REG-VOID-DATE
022900             MOVE RG-Reason-Code TO REG-REASON-CODE
023000         WHEN OTHER
023100             SET REG-STATE-VOIDED TO TRUE
023200             MOVE WS-Current-Date TO REG-VOID-DATE
023300             MOVE RG-Reason-Code TO REG-REASON-CODE
023400     END-EVALUATE.
023500     MOVE RG-Requester TO REG-UPDATED-BY.
023600     MOVE WS-Current-Date TO REG-UPDATE-DATE.
023700     MOVE WS-Current-Time TO REG-UPDATE-TIME.
023800     WRITE REG-REGISTRY-RECORD
023900         INVALID KEY
024000             SET RG-Status-Registry-Error TO TRUE
024100     END-WRITE.
024200 2100-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600*   3000-VOID-ENTRY -- VOIDED ("V") OR POOLED ("P").  THE REASON *
024700*   CODE AND VOID DATE ARE KEPT ON THE ENTRY; THE RUN-ID STAYS   *
024800*   THE ONE THAT ISSUED IT.                                      *
024900******************************************************************
025000 3000-VOID-ENTRY.
025100     PERFORM 6000-LOCATE-ENTRY THRU 6000-EXIT.
025200     IF RG-Status-Registry-Error
025300         GO TO 3000-EXIT
025400     END-IF.
025500     IF WS-Found-No
025600         PERFORM 2100-ADD-ENTRY THRU 2100-EXIT
025700         GO TO 3000-EXIT
025800     END-IF.
025900     IF RG-Function-Pool
026000         SET REG-STATE-POOLED TO TRUE
026100     ELSE
026200         SET REG-STATE-VOIDED TO TRUE
026300     END-IF.
026400     IF RG-Doc-Number NOT = SPACES AND REG-DOC-NUMBER = SPACES
026500         MOVE RG-Doc-Number TO REG-DOC-NUMBER
026600     END-IF.
026700     MOVE WS-Current-Date TO REG-VOID-DATE.
026800     MOVE RG-Reason-Code TO REG-REASON-CODE.
026900     PERFORM 5000-REWRITE-ENTRY THRU 5000-EXIT.
027000 3000-EXIT.
027100     EXIT.
027200
027300******************************************************************
027400*   4000-RETIRE-ENTRY -- THE VOID POOL HAS LET GO OF A NUMBER    *
027500*   THAT WAS NEVER REISSUED.  ONLY A POOLED ENTRY MOVES (TO      *
027600*   "V"); ANYTHING ELSE, OR NO ENTRY AT ALL, IS LEFT AS IT IS.   *
027700******************************************************************
027800 4000-RETIRE-ENTRY.
027900     PERFORM 6000-LOCATE-ENTRY THRU 6000-EXIT.
028000     IF WS-Found-No OR NOT REG-STATE-POOLED
028100         GO TO 4000-EXIT
028200     END-IF.
028300     SET REG-STATE-VOIDED TO TRUE.
028400     PERFORM 5000-REWRITE-ENTRY THRU 5000-EXIT.
028500 4000-EXIT.
028600     EXIT.
028700
028800******************************************************************
028900*   5000-REWRITE-ENTRY -- STAMP WHO AND WHEN, AND PUT THE ENTRY  *
029000*   BACK.                                                        *
029100******************************************************************
029200 5000-REWRITE-ENTRY.
029300     MOVE RG-Requester TO REG-UPDATED-BY.
029400     MOVE WS-Current-Date TO REG-UPDATE-DATE.
029500     MOVE WS-Current-Time TO REG-UPDATE-TIME.
029600     REWRITE REG-REGISTRY-RECORD
029700         INVALID KEY
029800             SET RG-Status-Registry-Error TO TRUE
029900     END-REWRITE.
030000 5000-EXIT.
030100     EXIT.
030200
030300******************************************************************
030400*   6000-LOCATE-ENTRY -- READ THE ENTRY A VOID OR RETIRE IS      *
030500*   ABOUT.  WITH A DOCUMENT YEAR IT IS ONE KEYED READ; WITHOUT   *
030600*   ONE, EVERY YEAR ON FILE FOR THE COUNTER AND NUMBER IS        *
030700*   BROWSED AND THE LATEST IS READ BACK FOR UPDATE.              *
030800******************************************************************
030900 6000-LOCATE-ENTRY.
031000     SET WS-Found-No TO TRUE.
031100     MOVE RG-Counter-Id TO REG-COUNTER-ID.
031200     MOVE RG-Number TO REG-NUMBER.
031300     IF WS-Year-Known-Yes
031400         MOVE WS-Entry-Year TO REG-YEAR
031500         READ NUMBER-REGISTRY
031600             INVALID KEY
031700                 GO TO 6000-EXIT
031800         END-READ
031900         IF WS-Registry-File-OK
032000             SET WS-Found-Yes TO TRUE
032100         ELSE
032200             SET RG-Status-Registry-Error TO TRUE
032300         END-IF
032400         GO TO 6000-EXIT
032500     END-IF.
032600     MOVE LOW-VALUES TO REG-YEAR.
032700     MOVE SPACES TO WS-Latest-Key.
032800     START NUMBER-REGISTRY KEY IS NOT LESS THAN REG-KEY
032900         INVALID KEY
033000             GO TO 6000-EXIT
033100     END-START.
033200     SET WS-Scan-Done-No TO TRUE.
033300     PERFORM 6100-BROWSE-ONE THRU 6100-EXIT
033400         UNTIL WS-Scan-Done-Yes.
033500     IF WS-Latest-Key = SPACES
033600         GO TO 6000-EXIT
033700     END-IF.
033800     MOVE WS-Latest-Key TO REG-KEY.
033900     READ NUMBER-REGISTRY
034000         INVALID KEY
034100             SET RG-Status-Registry-Error TO TRUE
034200             GO TO 6000-EXIT
034300     END-READ.
034400     SET WS-Found-Yes TO TRUE.
034500     MOVE REG-YEAR TO WS-Entry-Year.
034600 6000-EXIT.
034700     EXIT.
034800
034900 6100-BROWSE-ONE.
035000     READ NUMBER-REGISTRY NEXT RECORD
035100         AT END
035200             SET WS-Scan-Done-Yes TO TRUE
035300             GO TO 6100-EXIT
035400     END-READ.
035500     IF NOT WS-Registry-File-OK
035600         SET WS-Scan-Done-Yes TO TRUE
035700         GO TO 6100-EXIT
035800     END-IF.
035900     IF REG-COUNTER-ID NOT = RG-Counter-Id
036000             OR REG-NUMBER NOT = RG-Number
036100         SET WS-Scan-Done-Yes TO TRUE
036200         GO TO 6100-EXIT
036300     END-IF.
036400     MOVE REG-KEY TO WS-Latest-Key.
036500 6100-EXIT.
036600     EXIT.
036700
036800******************************************************************
036900*   7000-CLOSE-REGISTRY -- END OF RUN.                           *
037000******************************************************************
037100 7000-CLOSE-REGISTRY.
037200     IF WS-Registry-Open-Yes AND WS-Registry-Usable-Yes
037300         CLOSE NUMBER-REGISTRY
037400     END-IF.
037500     SET WS-Registry-Open-No TO TRUE.
037600     SET WS-Registry-Usable-No TO TRUE.
037700 7000-EXIT.
037800     EXIT.
037900
038000 END PROGRAM num-registry.
