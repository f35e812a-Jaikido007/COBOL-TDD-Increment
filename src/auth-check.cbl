000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  AUTH-CHECK                                      *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS              *
000600*   DATE-WRITTEN:  2026-10-15                                   *
000700*                                                                *
000800*   OPERATOR AUTHORITY CHECK FOR THE COMMAND-CARD UTILITIES.    *
000900*   COUNTER-MAINT, COUNTER-REBUILD, AND DOC-INQUIRY CALL IT     *
001000*   WITH EACH CARD'S USER-ID, VERB, AND COUNTER-ID BEFORE THEY  *
001100*   ACT ON THE CARD.  THE CARD IS ALLOWED ONLY WHEN A GRANT ON  *
001200*   THE OPERATOR AUTHORITY TABLE (AUTHTBL, AUTHREC) GIVES THAT  *
001300*   USER-ID THAT VERB (OR EVERY VERB, "*") OVER A SCOPE THAT    *
001400*   COVERS THE COUNTER: THE COUNTER-ID ITSELF, A PREFIX OF IT   *
001500*   ENDING IN "*", OR "*" FOR ALL COUNTERS.  A CARD THAT NAMES  *
001600*   NO ONE COUNTER IS ONLY COVERED BY "*".  CALLERS COPY        *
001700*   AUTHLINK FOR THE CONTRACT.                                  *
001800*                                                                *
001900*   EVERY DECISION, ALLOWED OR REFUSED, IS APPENDED TO THE      *
002000*   ACCESS LOG (ACCSLOG, ACCSREC) WITH THE GRANT THAT ALLOWED   *
002100*   IT OR THE NAMED REASON IT WAS REFUSED.  ACCESS-REPORT       *
002200*   PRINTS THE LOG FOR THE SECURITY REVIEW.                     *
002300*                                                                *
002400*   THE TABLE IS LOADED AND THE LOG OPENED (BUILT ON FIRST USE, *
002500*   LIKE THE APPROVALS LOG) ON THE FIRST CALL; THE LOG STAYS    *
002600*   OPEN UNTIL THE CALLER SENDS THE "E" CLOSE FUNCTION.  THE    *
002700*   CHECK FAILS CLOSED: WITH NO TABLE EVERY CARD IS REFUSED,    *
002800*   AND A CARD WHOSE DECISION CANNOT BE LOGGED IS REFUSED TOO.  *
002900*                                                                *
003000*   MODIFICATION HISTORY                                        *
003100*   ---------------------------------------------------------   *
003200*   2026-10-15  JPK  INITIAL VERSION.                           *
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. auth-check.
003600 AUTHOR. J. P. KOWALCZYK.
003700 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT AUTHORITY-TABLE ASSIGN TO AUTHTBL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-Auth-File-Status.
004700     SELECT ACCESS-LOG ASSIGN TO ACCSLOG
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-Access-File-Status.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  AUTHORITY-TABLE
005400     RECORDING MODE IS F.
005500     COPY authrec.
005600
005700 FD  ACCESS-LOG
005800     RECORDING MODE IS F.
005900     COPY accsrec.
006000
006100 WORKING-STORAGE SECTION.
006200 77  WS-Auth-File-Status         PIC X(02).
006300     88  WS-Auth-File-OK             VALUE "00".
006400 77  WS-Access-File-Status       PIC X(02).
006500     88  WS-Access-File-OK           VALUE "00".
006600
006700 77  WS-Open-Switch              PIC X(01) VALUE "N".
006800     88  WS-Open-Yes                 VALUE "Y".
006900     88  WS-Open-No                  VALUE "N".
007000 77  WS-Table-Switch             PIC X(01) VALUE "N".
007100     88  WS-Table-Loaded             VALUE "Y".
007200     88  WS-Table-Missing            VALUE "N".
007300 77  WS-Log-Switch               PIC X(01) VALUE "N".
007400     88  WS-Log-Usable               VALUE "Y".
007500     88  WS-Log-Unusable             VALUE "N".
007600 77  WS-Scan-EOF-Switch          PIC X(01).
007700     88  WS-Scan-EOF-Yes             VALUE "Y".
007800     88  WS-Scan-EOF-No              VALUE "N".
007900
008000 77  WS-User-Switch              PIC X(01).
008100     88  WS-User-Found               VALUE "Y".
008200     88  WS-User-Not-Found           VALUE "N".
008300 77  WS-Verb-Switch              PIC X(01).
008400     88  WS-Verb-Found               VALUE "Y".
008500     88  WS-Verb-Not-Found           VALUE "N".
008600 77  WS-Found-Switch             PIC X(01).
008700     88  WS-Found-Yes                VALUE "Y".
008800     88  WS-Found-No                 VALUE "N".
008900
009000 77  WS-Current-Date             PIC 9(08).
009100 77  WS-Current-Time             PIC 9(08).
009200 77  WS-Tally                    UNSIGNED-INT.
009300 77  WS-Len                      UNSIGNED-INT.
009400
009500******************************************************************
009600*   THE GRANTS, AS LOADED.  THE SCOPE IS SORTED OUT ONCE, AT    *
009700*   LOAD: "A" ALL COUNTERS, "P" A PREFIX OF WS-AUT-PREFIX-LEN   *
009800*   CHARACTERS, "E" ONE COUNTER-ID EXACTLY.                     *
009900******************************************************************
010000 77  WS-Max-Grants               UNSIGNED-INT VALUE 500.
010100 77  WS-Grant-Count              UNSIGNED-INT VALUE 0.
010200 77  WS-Grants-Skipped           UNSIGNED-INT VALUE 0.
010300 01  WS-Grant-Table.
010400     05  WS-AUT-Entry OCCURS 500 TIMES
010500             INDEXED BY WS-AUT-Idx.
010600         10  WS-AUT-User-Id          PIC X(08).
010700         10  WS-AUT-Verb             PIC X(08).
010800         10  WS-AUT-Scope            PIC X(08).
010900         10  WS-AUT-Scope-Type       PIC X(01).
011000             88  WS-AUT-Scope-All        VALUE "A".
011100             88  WS-AUT-Scope-Prefix     VALUE "P".
011200             88  WS-AUT-Scope-Exact      VALUE "E".
011300         10  WS-AUT-Prefix-Len       UNSIGNED-INT.
011400
011500 LINKAGE SECTION.
011600     COPY authlink.
011700
011800 PROCEDURE DIVISION USING AU-Function AU-Program AU-User-Id
011900     AU-Verb AU-Counter-Id AU-Operand AU-Reason AU-Status.
012000******************************************************************
012100 0000-MAINLINE.
012200******************************************************************
012300     SET AU-Status-Refused TO TRUE.
012400     MOVE SPACES TO AU-Reason.
012500     IF AU-Function-Close
012600         PERFORM 7000-CLOSE-LOG THRU 7000-EXIT
012700         SET AU-Status-Allowed TO TRUE
012800         GO TO 0000-GOBACK
012900     END-IF.
013000     IF NOT AU-Function-Check
013100         SET AU-Status-Bad-Function TO TRUE
013200         GO TO 0000-GOBACK
013300     END-IF.
013400     IF WS-Open-No
013500         PERFORM 1000-OPEN-FILES THRU 1000-EXIT
013600     END-IF.
013700     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
013800     ACCEPT WS-Current-Time FROM TIME.
013900     PERFORM 2000-CHECK-CARD THRU 2000-EXIT.
014000     PERFORM 3000-LOG-DECISION THRU 3000-EXIT.
014100 0000-GOBACK.
014200     GOBACK.
014300
014400******************************************************************
014500*   1000-OPEN-FILES -- ONCE PER RUN.  THE TABLE IS READ INTO    *
014600*   STORAGE AND CLOSED; THE LOG IS OPENED FOR APPENDING AND     *
014700*   BUILT IF THIS IS ITS FIRST-EVER USE.                        *
014800******************************************************************
014900 1000-OPEN-FILES.
015000     SET WS-Open-Yes TO TRUE.
015100     PERFORM 1100-LOAD-GRANTS THRU 1100-EXIT.
015200     OPEN EXTEND ACCESS-LOG.
015300     IF NOT WS-Access-File-OK
015400         OPEN OUTPUT ACCESS-LOG
015500         CLOSE ACCESS-LOG
015600         OPEN EXTEND ACCESS-LOG
015700     END-IF.
015800     IF WS-Access-File-OK
015900         SET WS-Log-Usable TO TRUE
016000     ELSE
016100         DISPLAY "AUTH-CHECK: CANNOT OPEN ACCSLOG, STATUS "
016200             WS-Access-File-Status " -- EVERY CARD REFUSED"
016300         SET WS-Log-Unusable TO TRUE
016400     END-IF.
016500 1000-EXIT.
016600     EXIT.
016700
016800******************************************************************
016900*   1100-LOAD-GRANTS -- PULL THE AUTHORITY TABLE IN.  A CARD    *
017000*   WITH NO USER-ID, VERB, OR SCOPE GRANTS NOTHING AND IS       *
017100*   COUNTED; A TABLE PAST WS-MAX-GRANTS LOSES ITS LAST GRANTS,  *
017200*   WHICH CAN ONLY REFUSE MORE, NEVER ALLOW MORE.               *
017300******************************************************************
017400 1100-LOAD-GRANTS.
017500     OPEN INPUT AUTHORITY-TABLE.
017600     IF NOT WS-Auth-File-OK
017700         DISPLAY "AUTH-CHECK: CANNOT OPEN AUTHTBL, STATUS "
017800             WS-Auth-File-Status " -- EVERY CARD REFUSED"
017900         SET WS-Table-Missing TO TRUE
018000         GO TO 1100-EXIT
018100     END-IF.
018200     SET WS-Table-Loaded TO TRUE.
018300     SET WS-Scan-EOF-No TO TRUE.
018400     PERFORM 1110-LOAD-ONE-GRANT THRU 1110-EXIT
018500         UNTIL WS-Scan-EOF-Yes.
018600     CLOSE AUTHORITY-TABLE.
018700     IF WS-Grants-Skipped > 0
018800         DISPLAY "AUTH-CHECK: WARNING -- " WS-Grants-Skipped
018900             " AUTHTBL CARD(S) UNUSABLE OR PAST THE "
019000             WS-Max-Grants " GRANT LIMIT -- IGNORED"
019100     END-IF.
019200 1100-EXIT.
019300     EXIT.
019400
019500 1110-LOAD-ONE-GRANT.
019600     READ AUTHORITY-TABLE
019700         AT END
019800             SET WS-Scan-EOF-Yes TO TRUE
019900             GO TO 1110-EXIT
020000     END-READ.
020100     IF WS-Auth-File-Status > "10"
020200         SET WS-Scan-EOF-Yes TO TRUE
020300         GO TO 1110-EXIT
020400     END-IF.
020500     IF AUT-AUTHORITY-RECORD = SPACES
020600             OR AUT-USER-ID (1:1) = "*"
020700         GO TO 1110-EXIT
020800     END-IF.
020900     IF AUT-VERB = SPACES OR AUT-SCOPE = SPACES
021000             OR WS-Grant-Count >= WS-Max-Grants
021100         ADD 1 TO WS-Grants-Skipped
021200         GO TO 1110-EXIT
021300     END-IF.
021400     ADD 1 TO WS-Grant-Count.
021500     SET WS-AUT-Idx TO WS-Grant-Count.
021600     MOVE AUT-USER-ID TO WS-AUT-User-Id (WS-AUT-Idx).
021700     MOVE AUT-VERB TO WS-AUT-Verb (WS-AUT-Idx).
021800     MOVE AUT-SCOPE TO WS-AUT-Scope (WS-AUT-Idx).
021900     MOVE 0 TO WS-Tally.
022000     INSPECT AUT-SCOPE TALLYING WS-Tally
022100         FOR CHARACTERS BEFORE INITIAL "*".
022200     MOVE WS-Tally TO WS-AUT-Prefix-Len (WS-AUT-Idx).
022300     EVALUATE TRUE
022400         WHEN WS-Tally = 0
022500             SET WS-AUT-Scope-All (WS-AUT-Idx) TO TRUE
022600         WHEN WS-Tally < 8
022700             SET WS-AUT-Scope-Prefix (WS-AUT-Idx) TO TRUE
022800         WHEN OTHER
022900             SET WS-AUT-Scope-Exact (WS-AUT-Idx) TO TRUE
023000     END-EVALUATE.
023100 1110-EXIT.
023200     EXIT.
023300
023400******************************************************************
023500*   2000-CHECK-CARD -- LOOK FOR A GRANT OF THIS VERB TO THIS    *
023600*   USER-ID OVER A SCOPE THAT COVERS THE COUNTER.  WHEN THERE   *
023700*   IS NONE, THE REASON SAYS HOW FAR THE CARD GOT: NO SUCH      *
023800*   USER, THE USER WITHOUT THE VERB, OR THE VERB WITHOUT THE    *
023900*   COUNTER.                                                    *
024000******************************************************************
024100 2000-CHECK-CARD.
024200     IF AU-User-Id = SPACES
024300         MOVE "USER-ID MISSING (COLS 34-41)" TO AU-Reason
024400         GO TO 2000-EXIT
024500     END-IF.
024600     IF WS-Table-Missing
024700         MOVE "AUTHORITY TABLE NOT AVAILABLE" TO AU-Reason
024800         GO TO 2000-EXIT
024900     END-IF.
025000     SET WS-User-Not-Found TO TRUE.
025100     SET WS-Verb-Not-Found TO TRUE.
025200     SET WS-Found-No TO TRUE.
025300     PERFORM 2100-CHECK-ONE-GRANT THRU 2100-EXIT
025400         VARYING WS-AUT-Idx FROM 1 BY 1
025500         UNTIL WS-AUT-Idx > WS-Grant-Count
025600             OR WS-Found-Yes.
025700     IF WS-Found-Yes
025800         SET WS-AUT-Idx DOWN BY 1
025900         SET AU-Status-Allowed TO TRUE
026000         MOVE "GRANTED -- VERB " TO AU-Reason
026100         MOVE WS-AUT-Verb (WS-AUT-Idx) TO AU-Reason (17:8)
026200         MOVE " SCOPE " TO AU-Reason (25:7)
026300         MOVE WS-AUT-Scope (WS-AUT-Idx) TO AU-Reason (32:8)
026400         GO TO 2000-EXIT
026500     END-IF.
026600     EVALUATE TRUE
026700         WHEN WS-User-Not-Found
026800             MOVE "USER-ID NOT ON AUTHORITY TABLE" TO AU-Reason
026900         WHEN WS-Verb-Not-Found
027000             MOVE "VERB NOT GRANTED TO USER-ID" TO AU-Reason
027100         WHEN AU-Counter-Id = SPACES
027200             MOVE "ALL-COUNTER SCOPE NOT GRANTED TO USER-ID"
027300                 TO AU-Reason
027400         WHEN OTHER
027500             MOVE "COUNTER NOT GRANTED TO USER-ID" TO AU-Reason
027600     END-EVALUATE.
027700 2000-EXIT.
027800     EXIT.
027900
028000 2100-CHECK-ONE-GRANT.
028100     IF WS-AUT-User-Id (WS-AUT-Idx) NOT = AU-User-Id
028200         GO TO 2100-EXIT
028300     END-IF.
028400     SET WS-User-Found TO TRUE.
028500     IF WS-AUT-Verb (WS-AUT-Idx) NOT = "*"
028600             AND WS-AUT-Verb (WS-AUT-Idx) NOT = AU-Verb
028700         GO TO 2100-EXIT
028800     END-IF.
028900     SET WS-Verb-Found TO TRUE.
029000     IF WS-AUT-Scope-All (WS-AUT-Idx)
029100         SET WS-Found-Yes TO TRUE
029200         GO TO 2100-EXIT
029300     END-IF.
029400     IF AU-Counter-Id = SPACES
029500         GO TO 2100-EXIT
029600     END-IF.
029700     IF WS-AUT-Scope-Exact (WS-AUT-Idx)
029800         IF WS-AUT-Scope (WS-AUT-Idx) = AU-Counter-Id
029900             SET WS-Found-Yes TO TRUE
030000         END-IF
030100         GO TO 2100-EXIT
030200     END-IF.
030300     MOVE WS-AUT-Prefix-Len (WS-AUT-Idx) TO WS-Len.
030400     IF WS-AUT-Scope (WS-AUT-Idx) (1:WS-Len)
030500             = AU-Counter-Id (1:WS-Len)
030600         SET WS-Found-Yes TO TRUE
030700     END-IF.
030800 2100-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200*   3000-LOG-DECISION -- ONE ACCESS-LOG RECORD PER CARD.  A     *
031300*   DECISION THAT CANNOT BE LOGGED IS TURNED INTO A REFUSAL,    *
031400*   SO NO CARD EVER ACTS WITHOUT LEAVING ITS RECORD.            *
031500******************************************************************
031600 3000-LOG-DECISION.
031700     IF WS-Log-Unusable
031800         SET AU-Status-Refused TO TRUE
031900         MOVE "ACCESS LOG NOT AVAILABLE" TO AU-Reason
032000         GO TO 3000-EXIT
032100     END-IF.
032200     MOVE SPACES TO ACC-ACCESS-RECORD.
032300     MOVE WS-Current-Date TO ACC-LOG-DATE.
032400     MOVE WS-Current-Time TO ACC-LOG-TIME.
032500     MOVE AU-Program TO ACC-PROGRAM.
032600     MOVE AU-User-Id TO ACC-USER-ID.
032700     MOVE AU-Verb TO ACC-VERB.
032800     MOVE AU-Counter-Id TO ACC-COUNTER-ID.
032900     MOVE AU-Operand TO ACC-OPERAND.
033000     IF AU-Status-Allowed
033100         SET ACC-ALLOWED TO TRUE
033200     ELSE
033300         SET ACC-REFUSED TO TRUE
033400     END-IF.
033500     MOVE AU-Reason TO ACC-REASON.
033600     WRITE ACC-ACCESS-RECORD.
033700     IF NOT WS-Access-File-OK
033800         DISPLAY "AUTH-CHECK: WRITE TO ACCSLOG FAILED, STATUS "
033900             WS-Access-File-Status " -- CARD REFUSED"
034000         SET WS-Log-Unusable TO TRUE
034100         SET AU-Status-Refused TO TRUE
034200         MOVE "ACCESS LOG WRITE FAILED" TO AU-Reason
034300     END-IF.
034400 3000-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*   7000-CLOSE-LOG -- END OF RUN.                               *
034900******************************************************************
035000 7000-CLOSE-LOG.
035100     IF WS-Open-Yes AND WS-Log-Usable
035200         CLOSE ACCESS-LOG
035300     END-IF.
035400     SET WS-Open-No TO TRUE.
035500     SET WS-Log-Unusable TO TRUE.
035600     MOVE 0 TO WS-Grant-Count.
035700     MOVE 0 TO WS-Grants-Skipped.
035800 7000-EXIT.
035900     EXIT.
036000
036100 END PROGRAM auth-check.
