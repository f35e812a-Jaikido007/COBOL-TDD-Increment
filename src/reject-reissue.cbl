000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  REJECT-REISSUE                                  *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS               *
000600*   DATE-WRITTEN:  2026-10-15                                    *
000700*                                                                *
000800*   AUTOMATIC VOID-AND-REISSUE FROM THE DOWNSTREAM REJECTION    *
000900*   FEED.  THE RECEIVING SYSTEM RETURNS THE NUMBERS IT REFUSED  *
001000*   IN THE SAME ENVELOPE FORMAT WE SEND IT (REJECTF, XMITREC):  *
001100*   THE HEADER CARRIES THE ORIGINAL RUN-ID AND COUNTER, EACH    *
001200*   DETAIL THE NUMBER OR DOCUMENT NUMBER AND A REJECT REASON.   *
001300*   THE ENVELOPES ARE VERIFIED BY RECV-CHECK IN THE STEP AHEAD  *
001400*   OF THIS ONE.                                                *
001500*                                                                *
001600*   FOR EACH REJECTED NUMBER A REPLACEMENT IS RESERVED THROUGH  *
001700*   "number-block", THE OLD NUMBER IS VOIDED THROUGH            *
001800*   "increment", A "V" AUDIT RECORD (CARRYING THE REJECT        *
001900*   REASON) AND AN "I" AUDIT RECORD FOR THE REPLACEMENT ARE     *
002000*   WRITTEN, THE OLD-TO-NEW PAIR IS RECORDED ON THE REISSUE     *
002100*   CROSS-REFERENCE (REISSXRF, XRFREC), AND THE RESERVATION IS  *
002200*   COMMITTED.  THE REPLACEMENT IS RESERVED BEFORE THE OLD      *
002300*   NUMBER IS VOIDED SO THE POOLED OLD NUMBER CAN NEVER COME    *
002400*   BACK AS ITS OWN REPLACEMENT.  REPLACEMENTS ARE ISSUED UNDER *
002500*   A REISSUE RUN-ID OF "R" + DAY-OF-YEAR + HHMM; XMIT-BUILD     *
002600*   PICKS THEM UP FROM THE CROSS-REFERENCE ON ITS NEXT RUN.     *
002700*                                                                *
002800*   THE REJECT REASON MUST BE ON THE REASON-CODE TABLE          *
002900*   (REASONTB, RSNREC) AND ACTIVE, AS FOR ANY OTHER VOID.  A    *
003000*   NUMBER ALREADY ON THE CROSS-REFERENCE IS SKIPPED, SO THE    *
003100*   STEP CAN BE RERUN OVER THE SAME FEED.                       *
003200*                                                                *
003300*   RETURN-CODE 4 = AT LEAST ONE REJECTED NUMBER COULD NOT BE   *
003400*                   REISSUED; SEE REJRPT.                       *
003500*   RETURN-CODE 8 = A FILE COULD NOT BE OPENED, THE REASON-     *
003600*                   CODE TABLE IS MISSING OR EMPTY, OR THE      *
003700*                   CROSS-REFERENCE COULD NOT BE WRITTEN; THE   *
003800*                   RUN STOPS.                                  *
003900*                                                                *
004000*   MODIFICATION HISTORY                                        *
004100*   ---------------------------------------------------------   *
004200*   2026-10-15  JPK  INITIAL VERSION.                           *
004210*   2026-10-15  JPK  THE VOIDED AND THE REPLACEMENT NUMBER ARE  *
004220*                    NOW ALSO KEPT CURRENT ON THE KEYED NUMBER  *
004230*                    REGISTRY (NUMREG).                         *
004240*   2026-10-15  JPK  BOTH AUDIT RECORDS CARRY THEIR LINKS IN THE*
004250*                    AUDIT TRAIL'S HASH CHAIN ("audit-chain").  *
004260*   2026-10-15  JPK  REQUESTER QUOTA REFUSALS FROM              *
004270*                    "number-block" NAMED ON THE REPORT.        *
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. reject-reissue.
004600 AUTHOR. J. P. KOWALCZYK.
004700 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004800 DATE-WRITTEN. 2026-10-15.
004900 DATE-COMPILED.
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT REJECT-FILE ASSIGN TO REJECTF
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-Reject-File-Status.
005700     SELECT AUDIT-FILE ASSIGN TO AUDITF
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-Audit-File-Status.
006000     SELECT REASON-TABLE ASSIGN TO REASONTB
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-Reason-File-Status.
006300     SELECT REISSUE-XREF ASSIGN TO REISSXRF
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS XRF-OLD-KEY
006700         ALTERNATE RECORD KEY IS XRF-NEW-KEY
006800         FILE STATUS IS WS-Xref-File-Status.
006900     SELECT REISSUE-REPORT ASSIGN TO REJRPT
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-Report-File-Status.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  REJECT-FILE
007600     RECORDING MODE IS F.
007700     COPY xmitrec.
007800
007900 FD  AUDIT-FILE
008000     RECORDING MODE IS F.
008100     COPY auditrec.
008200
008300 FD  REASON-TABLE
008400     RECORDING MODE IS F.
008500     COPY rsnrec.
008600
008700 FD  REISSUE-XREF.
008800     COPY xrfrec.
008900
009000 FD  REISSUE-REPORT
009100     RECORDING MODE IS F.
009200 01  RPT-PRINT-LINE                  PIC X(132).
009300
009400 WORKING-STORAGE SECTION.
009500 77  WS-Reject-File-Status       PIC X(02).
009600     88  WS-Reject-File-OK           VALUE "00".
009700     88  WS-Reject-File-EOF          VALUE "10".
009800
009900 77  WS-Audit-File-Status        PIC X(02).
010000     88  WS-Audit-File-OK            VALUE "00".
010100
010200 77  WS-Reason-File-Status       PIC X(02).
010300     88  WS-Reason-File-OK           VALUE "00".
010400
010500 77  WS-Xref-File-Status         PIC X(02).
010600     88  WS-Xref-File-OK             VALUE "00".
010700     88  WS-Xref-Not-Found           VALUE "23".
010800
010900 77  WS-Report-File-Status       PIC X(02).
011000     88  WS-Report-File-OK           VALUE "00".
011100
011200 77  WS-Reject-EOF-Switch        PIC X(01) VALUE "N".
011300     88  WS-Reject-EOF-Yes           VALUE "Y".
011400     88  WS-Reject-EOF-No            VALUE "N".
011500
011600 77  WS-Header-Switch            PIC X(01) VALUE "N".
011700     88  WS-Header-Yes               VALUE "Y".
011800     88  WS-Header-No                VALUE "N".
011900
012000 77  WS-Stop-Switch              PIC X(01) VALUE "N".
012100     88  WS-Stop-Yes                 VALUE "Y".
012200     88  WS-Stop-No                  VALUE "N".
012300
012400******************************************************************
012500*   THE REASON-CODE TABLE, LOADED ONCE, AS IN VOID-BATCH.       *
012600******************************************************************
012700 77  WS-Max-Reasons              UNSIGNED-INT VALUE 200.
012800 77  WS-Reason-Count             UNSIGNED-INT VALUE 0.
012900 01  WS-Reason-Table.
013000     05  WS-RSN-Entry OCCURS 200 TIMES
013100             INDEXED BY WS-RSN-Idx.
013200         10  WS-RSN-Code             PIC X(04).
013300         10  WS-RSN-Active           PIC X(01).
013400             88  WS-RSN-Active-Yes       VALUE "A".
013500
013600 77  WS-Reason-EOF-Switch        PIC X(01) VALUE "N".
013700     88  WS-Reason-EOF-Yes           VALUE "Y".
013800     88  WS-Reason-EOF-No            VALUE "N".
013900 77  WS-Found-Switch             PIC X(01).
014000     88  WS-Found-Yes                VALUE "Y".
014100     88  WS-Found-No                 VALUE "N".
014200
014300******************************************************************
014400*   THE ENVELOPE BEING WORKED AND THE NUMBER IN HAND.           *
014500******************************************************************
014600 77  WS-Env-Run-Id               PIC X(08).
014700 77  WS-Env-Counter-Id           PIC X(08).
014800 77  WS-Env-Dest-Id              PIC X(08).
014900 77  WS-Old-Number               UNSIGNED-INT.
015000 77  WS-Old-Doc-Number           PIC X(18).
015100 77  WS-New-Number               UNSIGNED-INT.
015200 77  WS-New-Doc-Number           PIC X(18).
015300 77  WS-Reject-Code              PIC X(04).
015400 77  WS-Void-Status              PIC X(01).
015500 77  WS-Requester                PIC X(08) VALUE "REJREISS".
015600
015700 01  WS-Reissue-Run-Id.
015800     05  FILLER                  PIC X(01) VALUE "R".
015900     05  WS-RRI-Day              PIC 9(03).
016000     05  WS-RRI-Time             PIC 9(04).
016100 01  WS-Julian-Date.
016200     05  WS-JUL-Year             PIC 9(02).
016300     05  WS-JUL-Day              PIC 9(03).
016400
016500 77  WS-Envelope-Count           UNSIGNED-INT VALUE 0.
016600 77  WS-Accepted-Count           UNSIGNED-INT VALUE 0.
016700 77  WS-Rejected-Count           UNSIGNED-INT VALUE 0.
016800 77  WS-Skipped-Count            UNSIGNED-INT VALUE 0.
016900 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
017000 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
017100 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
017200 77  WS-Current-Date             PIC 9(08).
017300 77  WS-Current-Time             PIC 9(08).
017400 77  WS-Edit-Number              PIC Z(09)9.
017410 77  WS-Job-Return-Code          PIC 9(02) VALUE 0.
017500
017600******************************************************************
017700*   "increment", "number-block", "doc-format", "num-registry"    *
017800*   AND "audit-chain" CALLING CONTRACTS.                        *
017900******************************************************************
018000     COPY incrlink REPLACING LEADING ==LS-== BY ==WS-==.
018100     COPY nblink.
018200     COPY dfmlink.
018210     COPY reglink.
018220     COPY chnlink.
018300
018400 01  WS-Heading-1.
018500     05  FILLER                  PIC X(15)
018600         VALUE "REJECT-REISSUE ".
018700     05  FILLER                  PIC X(25)
018800         VALUE "REJECTION VOID/REISSUE   ".
018900     05  FILLER                  PIC X(05) VALUE "DATE ".
019000     05  WS-H1-Date              PIC 9(08).
019100     05  FILLER                  PIC X(06) VALUE " TIME ".
019200     05  WS-H1-Time              PIC 9(08).
019300     05  FILLER                  PIC X(06) VALUE " PAGE ".
019400     05  WS-H1-Page              PIC ZZZZ9.
019500     05  FILLER                  PIC X(54) VALUE SPACES.
019600
019700 01  WS-Heading-2.
019800     05  FILLER                  PIC X(132) VALUE ALL "-".
019900
020000 01  WS-Detail-Line.
020100     05  WS-DTL-Tag              PIC X(10).
020200     05  FILLER                  PIC X(08) VALUE "COUNTER ".
020300     05  WS-DTL-Counter-Id       PIC X(08).
020400     05  FILLER                  PIC X(08) VALUE " NUMBER ".
020500     05  WS-DTL-Number           PIC Z(09)9.
020600     05  FILLER                  PIC X(08) VALUE " REASON ".
020700     05  WS-DTL-Reason           PIC X(04).
020800     05  FILLER                  PIC X(01) VALUE SPACE.
020900     05  WS-DTL-Text             PIC X(75).
021000
021100 01  WS-Total-Line.
021200     05  FILLER                  PIC X(15)
021300         VALUE "REJECT-REISSUE ".
021400     05  WS-TOT-Accepted         PIC Z(04)9.
021500     05  FILLER                  PIC X(12) VALUE " REISSUED   ".
021600     05  WS-TOT-Rejected         PIC Z(04)9.
021700     05  FILLER                  PIC X(12) VALUE " REFUSED    ".
021800     05  WS-TOT-Skipped          PIC Z(04)9.
021900     05  FILLER                  PIC X(17)
022000         VALUE " ALREADY REISSUED".
022100     05  FILLER                  PIC X(61) VALUE SPACES.
022200
022300 PROCEDURE DIVISION.
022400******************************************************************
022500 0000-MAINLINE.
022600******************************************************************
022700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022800     IF RETURN-CODE = 8
022900         GO TO 0000-GOBACK
023000     END-IF.
023100     PERFORM 2000-PROCESS-REJECTS THRU 2000-EXIT.
023200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023300 0000-GOBACK.
023400     GOBACK.
023500
023600******************************************************************
023700*   1000-INITIALIZE -- OPEN THE FILES AND FORM THE REISSUE      *
023800*   RUN-ID.  THE CROSS-REFERENCE IS BUILT ON FIRST USE; THE     *
023900*   AUDIT TRAIL IS EXTENDED, NEVER REPLACED.                    *
024000******************************************************************
024100 1000-INITIALIZE.
024200     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
024300     ACCEPT WS-Current-Time FROM TIME.
024400     ACCEPT WS-Julian-Date FROM DAY.
024500     MOVE WS-JUL-Day TO WS-RRI-Day.
024600     MOVE WS-Current-Time (1:4) TO WS-RRI-Time.
024700     OPEN OUTPUT REISSUE-REPORT.
024800     IF NOT WS-Report-File-OK
024900         DISPLAY "REJECT-REISSUE: CANNOT OPEN REJRPT, STATUS "
025000             WS-Report-File-Status
025100         MOVE 8 TO RETURN-CODE
025200         GO TO 1000-EXIT
025300     END-IF.
025400     OPEN INPUT REJECT-FILE.
025500     IF NOT WS-Reject-File-OK
025600         DISPLAY "REJECT-REISSUE: CANNOT OPEN REJECTF, STATUS "
025700             WS-Reject-File-Status
025800         MOVE 8 TO RETURN-CODE
025900         GO TO 1000-EXIT
026000     END-IF.
026100     PERFORM 1100-LOAD-REASONS THRU 1100-EXIT.
026200     IF RETURN-CODE = 8
026300         GO TO 1000-EXIT
026400     END-IF.
026500     OPEN I-O REISSUE-XREF.
026600     IF NOT WS-Xref-File-OK
026700         OPEN OUTPUT REISSUE-XREF
026800         CLOSE REISSUE-XREF
026900         OPEN I-O REISSUE-XREF
027000         IF NOT WS-Xref-File-OK
027100             DISPLAY "REJECT-REISSUE: CANNOT OPEN REISSXRF, "
027200                 "STATUS "
027300                 WS-Xref-File-Status
027400             MOVE 8 TO RETURN-CODE
027500             GO TO 1000-EXIT
027600         END-IF
027700     END-IF.
027710     SET CH-Function-Start TO TRUE.
027720     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
027730         CH-Status.
027740     IF CH-Status-Trail-Error
027750         DISPLAY "REJECT-REISSUE: AUDIT TRAIL NOT READ TO THE "
027760             "END -- HASH CHAIN WILL SHOW A BREAK AT THIS RUN"
027770     END-IF.
027800     OPEN EXTEND AUDIT-FILE.
027900     IF NOT WS-Audit-File-OK
028000         DISPLAY "REJECT-REISSUE: CANNOT OPEN AUDITF, STATUS "
028100             WS-Audit-File-Status
028200         MOVE 8 TO RETURN-CODE
028300     END-IF.
028400 1000-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800*   1100-LOAD-REASONS -- PULL THE REASON-CODE TABLE IN.  NO     *
028900*   TABLE, OR ONE WITH NO USABLE ENTRIES, REFUSES THE RUN.      *
029000******************************************************************
029100 1100-LOAD-REASONS.
029200     OPEN INPUT REASON-TABLE.
029300     IF NOT WS-Reason-File-OK
029400         DISPLAY "REJECT-REISSUE: CANNOT OPEN REASONTB, STATUS "
029500             WS-Reason-File-Status
029600         MOVE 8 TO RETURN-CODE
029700         GO TO 1100-EXIT
029800     END-IF.
029900     PERFORM 1110-LOAD-ONE-REASON THRU 1110-EXIT
030000         UNTIL WS-Reason-EOF-Yes.
030100     CLOSE REASON-TABLE.
030200     IF WS-Reason-Count = 0
030300         DISPLAY "REJECT-REISSUE: REASON-CODE TABLE HAS NO "
030400             "ENTRIES -- NOTHING DONE"
030500         MOVE 8 TO RETURN-CODE
030600     END-IF.
030700 1100-EXIT.
030800     EXIT.
030900
031000 1110-LOAD-ONE-REASON.
031100     READ REASON-TABLE
031200         AT END
031300             SET WS-Reason-EOF-Yes TO TRUE
031400             GO TO 1110-EXIT
031500     END-READ.
031600     IF WS-Reason-File-Status > "10"
031700         SET WS-Reason-EOF-Yes TO TRUE
031800         GO TO 1110-EXIT
031900     END-IF.
032000     IF RSN-REASON-CODE = SPACES
032100             OR RSN-REASON-CODE (1:1) = "*"
032200         GO TO 1110-EXIT
032300     END-IF.
032400     IF WS-Reason-Count >= WS-Max-Reasons
032500         DISPLAY "REJECT-REISSUE: REASON-CODE TABLE PAST "
032600             WS-Max-Reasons " ENTRIES -- CODE "
032700             RSN-REASON-CODE " IGNORED"
032800         GO TO 1110-EXIT
032900     END-IF.
033000     ADD 1 TO WS-Reason-Count.
033100     SET WS-RSN-Idx TO WS-Reason-Count.
033200     MOVE RSN-REASON-CODE TO WS-RSN-Code (WS-RSN-Idx).
033300     MOVE RSN-ACTIVE-FLAG TO WS-RSN-Active (WS-RSN-Idx).
033400 1110-EXIT.
033500     EXIT.
033600
033700******************************************************************
033800*   2000-PROCESS-REJECTS -- WORK THROUGH THE FEED IN ORDER.     *
033900*   A HEADER OPENS AN ENVELOPE, EACH DETAIL IS ONE REJECTED     *
034000*   NUMBER, A TRAILER CLOSES IT.  A FAILED CROSS-REFERENCE      *
034100*   WRITE STOPS THE RUN.                                        *
034200******************************************************************
034300 2000-PROCESS-REJECTS.
034400     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
034500     PERFORM 2200-PROCESS-ONE THRU 2200-EXIT
034600         UNTIL WS-Reject-EOF-Yes
034700             OR WS-Stop-Yes.
034800 2000-EXIT.
034900     EXIT.
035000
035100 2100-READ-REJECT.
035200     READ REJECT-FILE
035300         AT END
035400             SET WS-Reject-EOF-Yes TO TRUE
035500     END-READ.
035600     IF WS-Reject-File-Status > "10"
035700         SET WS-Reject-EOF-Yes TO TRUE
035800     END-IF.
035900 2100-EXIT.
036000     EXIT.
036100
036200 2200-PROCESS-ONE.
036300     EVALUATE TRUE
036400         WHEN XMT-TYPE-HEADER
036500             MOVE XMT-HDR-RUN-ID TO WS-Env-Run-Id
036600             MOVE XMT-HDR-COUNTER-ID TO WS-Env-Counter-Id
036700             MOVE XMT-HDR-DEST-ID TO WS-Env-Dest-Id
036800             SET WS-Header-Yes TO TRUE
036900             ADD 1 TO WS-Envelope-Count
037000         WHEN XMT-TYPE-DETAIL
037100             PERFORM 3000-REISSUE-ONE THRU 3000-EXIT
037200         WHEN XMT-TYPE-TRAILER
037300             SET WS-Header-No TO TRUE
037400         WHEN OTHER
037500             CONTINUE
037600     END-EVALUATE.
037700     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
037800 2200-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200*   2300-CHECK-REASON -- THE REJECT REASON MUST BE ON THE       *
038300*   TABLE AND ACTIVE.  A FAILED CHECK IS REFUSED HERE, BEFORE   *
038400*   ANY NUMBER MOVES, AND LEAVES WS-FOUND-NO SET.               *
038500******************************************************************
038600 2300-CHECK-REASON.
038700     SET WS-Found-No TO TRUE.
038800     PERFORM 2310-CHECK-ONE-REASON THRU 2310-EXIT
038900         VARYING WS-RSN-Idx FROM 1 BY 1
039000         UNTIL WS-RSN-Idx > WS-Reason-Count
039100             OR WS-Found-Yes.
039200     IF WS-Found-No
039300         MOVE "UNKNOWN REASON CODE -- NOT ON THE REASON TABLE"
039400             TO WS-DTL-Text
039500         PERFORM 4100-REJECT-REQUEST THRU 4100-EXIT
039600         GO TO 2300-EXIT
039700     END-IF.
039800     SET WS-RSN-Idx DOWN BY 1.
039900     IF NOT WS-RSN-Active-Yes (WS-RSN-Idx)
040000         SET WS-Found-No TO TRUE
040100         MOVE "REASON CODE IS INACTIVE -- NO LONGER IN USE"
040200             TO WS-DTL-Text
040300         PERFORM 4100-REJECT-REQUEST THRU 4100-EXIT
040400     END-IF.
040500 2300-EXIT.
040600     EXIT.
040700
040800 2310-CHECK-ONE-REASON.
040900     IF WS-RSN-Code (WS-RSN-Idx) = WS-Reject-Code
041000         SET WS-Found-Yes TO TRUE
041100     END-IF.
041200 2310-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600*   3000-REISSUE-ONE -- ONE REJECTED NUMBER: RESOLVE IT, CHECK  *
041700*   THE REASON AND THE CROSS-REFERENCE, RESERVE THE             *
041800*   REPLACEMENT, VOID THE OLD NUMBER, THEN RECORD IT ALL.       *
041900******************************************************************
042000 3000-REISSUE-ONE.
042100     MOVE XMT-DTL-REJECT-CODE TO WS-Reject-Code.
042200     MOVE 0 TO WS-Old-Number.
042300     MOVE XMT-DTL-DOC-NUMBER TO WS-Old-Doc-Number.
042400     IF WS-Header-No
042500         MOVE SPACES TO WS-Env-Counter-Id
042600         MOVE "DETAIL OUTSIDE AN ENVELOPE -- NO HEADER AHEAD"
042700             TO WS-DTL-Text
042800         PERFORM 4100-REJECT-REQUEST THRU 4100-EXIT
042900         GO TO 3000-EXIT
043000     END-IF.
043100     PERFORM 3100-RESOLVE-NUMBER THRU 3100-EXIT.
043200     IF WS-Found-No
043300         GO TO 3000-EXIT
043400     END-IF.
043500     PERFORM 2300-CHECK-REASON THRU 2300-EXIT.
043600     IF WS-Found-No
043700         GO TO 3000-EXIT
043800     END-IF.
043900     MOVE WS-Env-Counter-Id TO XRF-OLD-COUNTER-ID.
044000     MOVE WS-Old-Number TO XRF-OLD-NUMBER.
044100     READ REISSUE-XREF
044200         INVALID KEY
044300             CONTINUE
044400     END-READ.
044500     IF WS-Xref-File-OK
044600         PERFORM 3700-ALREADY-REISSUED THRU 3700-EXIT
044700         GO TO 3000-EXIT
044800     END-IF.
044900     PERFORM 3200-RESERVE-REPLACEMENT THRU 3200-EXIT.
045000     IF WS-Found-No
045100         GO TO 3000-EXIT
045200     END-IF.
045300     MOVE WS-Env-Counter-Id TO WS-Counter-Id.
045400     MOVE WS-Old-Number TO WS-Num.
045500     SET WS-Mode-Void TO TRUE.
045600     MOVE 1 TO WS-Block-Size.
045700     CALL "increment" USING WS-Counter-Id WS-Num WS-Mode
045800         WS-Block-Size WS-Result WS-Range-Start WS-Range-End
045900         WS-Status WS-Capacity-Warning.
046000     IF NOT WS-Status-OK
046100         PERFORM 3300-BACK-OUT THRU 3300-EXIT
046200         PERFORM 4000-REJECT-VOID THRU 4000-EXIT
046300         GO TO 3000-EXIT
046400     END-IF.
046500     PERFORM 3400-WRITE-AUDIT THRU 3400-EXIT.
046510     PERFORM 3450-REGISTER-PAIR THRU 3450-EXIT.
046600     PERFORM 3500-WRITE-XREF THRU 3500-EXIT.
046700     IF WS-Stop-Yes
046800         GO TO 3000-EXIT
046900     END-IF.
047000     SET NB-Function-Commit TO TRUE.
047100     CALL "number-block" USING NB-Counter-Id NB-Block-Size
047200         NB-Range-Start NB-Range-End NB-Status NB-Function
047300         NB-Requester.
047400     IF NOT NB-Status-OK
047500         DISPLAY "REJECT-REISSUE: COMMIT FAILED FOR "
047600             WS-Env-Counter-Id " NUMBER " WS-New-Number
047700             " STATUS " NB-Status
047800         IF WS-Job-Return-Code < 4
047810             MOVE 4 TO WS-Job-Return-Code
047820         END-IF
047900     END-IF.
048000     PERFORM 3600-ACCEPT-REISSUE THRU 3600-EXIT.
048100 3000-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500*   3100-RESOLVE-NUMBER -- THE DETAIL MAY CARRY THE NUMBER, THE *
048600*   DOCUMENT NUMBER, OR BOTH.  A NUMBER IS TAKEN AS GIVEN; A    *
048700*   DOCUMENT NUMBER ALONE IS VALIDATED AND DECODED BY           *
048800*   "doc-format".  NEITHER USABLE LEAVES WS-FOUND-NO SET.       *
048900******************************************************************
049000 3100-RESOLVE-NUMBER.
049100     SET WS-Found-Yes TO TRUE.
049200     IF XMT-DTL-NUMBER IS NUMERIC
049300         IF XMT-DTL-NUMBER > 0
049400             MOVE XMT-DTL-NUMBER TO WS-Old-Number
049500         END-IF
049600     END-IF.
049700     IF WS-Old-Number = 0
049800         IF XMT-DTL-DOC-NUMBER = SPACES
049900             SET WS-Found-No TO TRUE
050000             MOVE "NEITHER A NUMBER NOR A DOCUMENT NUMBER GIVEN"
050100                 TO WS-DTL-Text
050200             PERFORM 4100-REJECT-REQUEST THRU 4100-EXIT
050300             GO TO 3100-EXIT
050400         END-IF
050500         SET DF-Function-Validate TO TRUE
050600         MOVE SPACES TO DF-Counter-Id
050700         MOVE XMT-DTL-DOC-NUMBER TO DF-Doc-Number
050800         CALL "doc-format" USING DF-Function DF-Counter-Id
050900             DF-Number DF-Doc-Number DF-Status
051000         IF NOT DF-Status-OK
051100             SET WS-Found-No TO TRUE
051200             MOVE "DOCUMENT NUMBER FAILS VALIDATION, STATUS X"
051300                 TO WS-DTL-Text
051400             MOVE DF-Status TO WS-DTL-Text (42:1)
051500             PERFORM 4100-REJECT-REQUEST THRU 4100-EXIT
051600             GO TO 3100-EXIT
051700         END-IF
051800         MOVE DF-Number TO WS-Old-Number
051900     END-IF.
052000     IF WS-Old-Doc-Number = SPACES
052100         SET DF-Function-Format TO TRUE
052200         MOVE WS-Env-Counter-Id TO DF-Counter-Id
052300         MOVE WS-Old-Number TO DF-Number
052400         CALL "doc-format" USING DF-Function DF-Counter-Id
052500             DF-Number DF-Doc-Number DF-Status
052600         IF DF-Status-OK
052700             MOVE DF-Doc-Number TO WS-Old-Doc-Number
052800         END-IF
052900     END-IF.
053000 3100-EXIT.
053100     EXIT.
053200
053300******************************************************************
053400*   3200-RESERVE-REPLACEMENT -- RESERVE ONE NUMBER ON THE SAME  *
053500*   COUNTER.  A REFUSAL IS REPORTED AND NOTHING IS VOIDED.      *
053600******************************************************************
053700 3200-RESERVE-REPLACEMENT.
053800     SET WS-Found-Yes TO TRUE.
053900     MOVE WS-Env-Counter-Id TO NB-Counter-Id.
054000     MOVE 1 TO NB-Block-Size.
054100     MOVE 0 TO NB-Range-Start.
054200     MOVE 0 TO NB-Range-End.
054300     SET NB-Function-Reserve TO TRUE.
054400     MOVE WS-Requester TO NB-Requester.
054500     CALL "number-block" USING NB-Counter-Id NB-Block-Size
054600         NB-Range-Start NB-Range-End NB-Status NB-Function
054700         NB-Requester.
054800     IF NB-Status-OK
054900         MOVE NB-Range-Start TO WS-New-Number
055000         GO TO 3200-EXIT
055100     END-IF.
055200     SET WS-Found-No TO TRUE.
055300     EVALUATE TRUE
055400         WHEN NB-Status-Overflow
055500             MOVE "NO REPLACEMENT -- COUNTER IS AT ITS MAXIMUM"
055600                 TO WS-DTL-Text
055700         WHEN NB-Status-Ceiling
055800             MOVE "NO REPLACEMENT -- COUNTER IS AT ITS CEILING"
055900                 TO WS-DTL-Text
056000         WHEN NB-Status-Frozen
056100             MOVE "COUNTER IS FROZEN" TO WS-DTL-Text
056200         WHEN NB-Status-Locked
056300             MOVE "COUNTER IS LOCKED BY ANOTHER RUN"
056400                 TO WS-DTL-Text
056410         WHEN NB-Status-Not-Authorized
056420             MOVE "NO REPLACEMENT -- REJREISS NOT ON QUOTA TABLE"
056430                 TO WS-DTL-Text
056440         WHEN NB-Status-Over-Quota
056450             MOVE "NO REPLACEMENT -- REJREISS QUOTA USED UP"
056460                 TO WS-DTL-Text
056500         WHEN OTHER
056600             MOVE "NO REPLACEMENT -- RESERVE REFUSED, STATUS X"
056700                 TO WS-DTL-Text
056800             MOVE NB-Status TO WS-DTL-Text (43:1)
056900     END-EVALUATE.
057000     PERFORM 4100-REJECT-REQUEST THRU 4100-EXIT.
057100 3200-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500*   3300-BACK-OUT -- THE OLD NUMBER WOULD NOT VOID, SO THE      *
057600*   REPLACEMENT IS NOT WANTED: VOID IT BACK AND RELEASE THE     *
057700*   RESERVATION.  AS THE NEWEST NUMBER ON THE COUNTER IT ROLLS  *
057800*   THE SEQUENCE BACK RATHER THAN GOING TO THE POOL.  THE       *
057900*   STATUS THE OLD NUMBER'S VOID GAVE IS PUT BACK FOR THE       *
058000*   REJECTION LINE.                                             *
058100******************************************************************
058200 3300-BACK-OUT.
058300     MOVE WS-Status TO WS-Void-Status.
058400     MOVE WS-Env-Counter-Id TO WS-Counter-Id.
058500     MOVE WS-New-Number TO WS-Num.
058600     SET WS-Mode-Void TO TRUE.
058700     MOVE 1 TO WS-Block-Size.
058800     CALL "increment" USING WS-Counter-Id WS-Num WS-Mode
058900         WS-Block-Size WS-Result WS-Range-Start WS-Range-End
059000         WS-Status WS-Capacity-Warning.
059100     SET NB-Function-Release TO TRUE.
059200     CALL "number-block" USING NB-Counter-Id NB-Block-Size
059300         NB-Range-Start NB-Range-End NB-Status NB-Function
059400         NB-Requester.
059500     MOVE WS-Void-Status TO WS-Status.
059600 3300-EXIT.
059700     EXIT.
059800
059900******************************************************************
060000*   3400-WRITE-AUDIT -- A "V" RECORD FOR THE OLD NUMBER UNDER   *
060100*   ITS ORIGINAL RUN-ID, CARRYING THE REJECT REASON, AND AN     *
060200*   "I" RECORD FOR THE REPLACEMENT UNDER THE REISSUE RUN-ID.    *
060300******************************************************************
060400 3400-WRITE-AUDIT.
060500     MOVE WS-Env-Run-Id TO AUD-RUN-ID.
060600     MOVE WS-Env-Counter-Id TO AUD-COUNTER-ID.
060700     MOVE WS-Old-Number TO AUD-NUMBER.
060800     MOVE WS-Current-Date TO AUD-ISSUE-DATE.
060900     MOVE WS-Current-Time TO AUD-ISSUE-TIME.
061000     MOVE WS-Old-Doc-Number TO AUD-DOC-NUMBER.
061100     SET AUD-ACTION-VOIDED TO TRUE.
061200     MOVE WS-Reject-Code TO AUD-REASON-CODE.
061210     PERFORM 3410-LINK-AUDIT THRU 3410-EXIT.
061300     WRITE AUD-AUDIT-RECORD.
061400     SET DF-Function-Format TO TRUE.
061500     MOVE WS-Env-Counter-Id TO DF-Counter-Id.
061600     MOVE WS-New-Number TO DF-Number.
061700     CALL "doc-format" USING DF-Function DF-Counter-Id
061800         DF-Number DF-Doc-Number DF-Status.
061900     IF DF-Status-OK
062000         MOVE DF-Doc-Number TO WS-New-Doc-Number
062100     ELSE
062200         MOVE SPACES TO WS-New-Doc-Number
062300     END-IF.
062400     MOVE WS-Reissue-Run-Id TO AUD-RUN-ID.
062500     MOVE WS-Env-Counter-Id TO AUD-COUNTER-ID.
062600     MOVE WS-New-Number TO AUD-NUMBER.
062700     MOVE WS-Current-Date TO AUD-ISSUE-DATE.
062800     MOVE WS-Current-Time TO AUD-ISSUE-TIME.
062900     MOVE WS-New-Doc-Number TO AUD-DOC-NUMBER.
063000     SET AUD-ACTION-ISSUED TO TRUE.
063100     MOVE SPACES TO AUD-REASON-CODE.
063110     PERFORM 3410-LINK-AUDIT THRU 3410-EXIT.
063200     WRITE AUD-AUDIT-RECORD.
063300 3400-EXIT.
063400     EXIT.
063407
063414******************************************************************
063421*   3410-LINK-AUDIT -- STAMP THE AUDIT RECORD ABOUT TO BE        *
063428*   WRITTEN WITH ITS LINK IN THE AUDIT TRAIL'S HASH CHAIN.       *
063435******************************************************************
063442 3410-LINK-AUDIT.
063449     SET CH-Function-Hash TO TRUE.
063456     MOVE AUD-AUDIT-RECORD (1:60) TO CH-Record.
063463     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
063470         CH-Status.
063477     MOVE CH-Hash TO AUD-CHAIN-HASH.
063484 3410-EXIT.
063491     EXIT.
063500
063502******************************************************************
063504*   3450-REGISTER-PAIR -- THE OLD NUMBER GOES VOIDED OR POOLED  *
063506*   ON THE KEYED NUMBER REGISTRY (POOLED UNLESS "increment"     *
063508*   ROLLED THE SEQUENCE BACK BELOW IT) AND THE REPLACEMENT IS   *
063510*   ENTERED AS ISSUED.  A REGISTRY THAT CANNOT BE UPDATED IS    *
063512*   NAMED BUT DOES NOT UNDO THE REISSUE.                        *
063514******************************************************************
063516 3450-REGISTER-PAIR.
063518     IF WS-Result < WS-Old-Number
063520         SET RG-Function-Void TO TRUE
063522     ELSE
063524         SET RG-Function-Pool TO TRUE
063526     END-IF.
063528     MOVE WS-Env-Counter-Id TO RG-Counter-Id.
063530     MOVE WS-Old-Number TO RG-Number.
063532     MOVE WS-Old-Doc-Number TO RG-Doc-Number.
063534     MOVE WS-Env-Run-Id TO RG-Run-Id.
063536     MOVE WS-Reject-Code TO RG-Reason-Code.
063538     MOVE "REJREISS" TO RG-Requester.
063540     CALL "num-registry" USING RG-Function RG-Counter-Id
063542         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
063544         RG-Requester RG-Status.
063546     IF NOT RG-Status-OK
063548         DISPLAY "REJECT-REISSUE: NUMBER REGISTRY NOT UPDATED "
063550             "FOR " WS-Env-Counter-Id " NUMBER " WS-Old-Number
063552             " -- STATUS " RG-Status
063554     END-IF.
063556     SET RG-Function-Issue TO TRUE.
063558     MOVE WS-New-Number TO RG-Number.
063560     MOVE WS-New-Doc-Number TO RG-Doc-Number.
063562     MOVE WS-Reissue-Run-Id TO RG-Run-Id.
063564     MOVE SPACES TO RG-Reason-Code.
063566     CALL "num-registry" USING RG-Function RG-Counter-Id
063568         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
063570         RG-Requester RG-Status.
063572     IF NOT RG-Status-OK
063574         DISPLAY "REJECT-REISSUE: NUMBER REGISTRY NOT UPDATED "
063576             "FOR " WS-Env-Counter-Id " NUMBER " WS-New-Number
063578             " -- STATUS " RG-Status
063580     END-IF.
063582 3450-EXIT.
063584     EXIT.
063586
063600******************************************************************
063700*   3500-WRITE-XREF -- RECORD THE OLD-TO-NEW PAIR.  THE NUMBERS *
063800*   HAVE ALREADY MOVED, SO A FAILED WRITE STOPS THE RUN RATHER  *
063900*   THAN LEAVE MORE REISSUES WITHOUT THEIR CROSS-REFERENCE.     *
064000******************************************************************
064100 3500-WRITE-XREF.
064200     MOVE SPACES TO XRF-REISSUE-RECORD.
064300     MOVE WS-Env-Counter-Id TO XRF-OLD-COUNTER-ID.
064400     MOVE WS-Old-Number TO XRF-OLD-NUMBER.
064500     MOVE WS-Old-Doc-Number TO XRF-OLD-DOC-NUMBER.
064600     MOVE WS-Env-Run-Id TO XRF-OLD-RUN-ID.
064700     MOVE WS-Env-Counter-Id TO XRF-NEW-COUNTER-ID.
064800     MOVE WS-New-Number TO XRF-NEW-NUMBER.
064900     MOVE WS-New-Doc-Number TO XRF-NEW-DOC-NUMBER.
065000     MOVE WS-Reissue-Run-Id TO XRF-NEW-RUN-ID.
065100     MOVE WS-Reject-Code TO XRF-REJECT-CODE.
065200     MOVE XMT-DTL-REJECT-TEXT TO XRF-REJECT-TEXT.
065300     MOVE WS-Env-Dest-Id TO XRF-DEST-ID.
065400     MOVE WS-Current-Date TO XRF-REISSUE-DATE.
065500     MOVE WS-Current-Time TO XRF-REISSUE-TIME.
065600     MOVE 0 TO XRF-XMIT-DATE.
065700     WRITE XRF-REISSUE-RECORD
065800         INVALID KEY
065900             CONTINUE
066000     END-WRITE.
066100     IF NOT WS-Xref-File-OK
066200         DISPLAY "REJECT-REISSUE: WRITE TO REISSXRF FAILED FOR "
066300             WS-Env-Counter-Id " NUMBER " WS-Old-Number
066400             " STATUS " WS-Xref-File-Status
066500         DISPLAY "REJECT-REISSUE: REPLACEMENT " WS-New-Number
066600             " IS ISSUED AND AUDITED BUT NOT CROSS-REFERENCED"
066700             " -- RUN STOPPED"
066800         SET WS-Stop-Yes TO TRUE
066900         MOVE 8 TO WS-Job-Return-Code
067000     END-IF.
067100 3500-EXIT.
067200     EXIT.
067300
067400******************************************************************
067500*   3600-ACCEPT-REISSUE -- COUNT AND PRINT THE REISSUED LINE.   *
067600******************************************************************
067700 3600-ACCEPT-REISSUE.
067800     ADD 1 TO WS-Accepted-Count.
067900     MOVE "REISSUED: " TO WS-DTL-Tag.
068000     MOVE WS-Env-Counter-Id TO WS-DTL-Counter-Id.
068100     MOVE WS-Old-Number TO WS-DTL-Number.
068200     MOVE WS-Reject-Code TO WS-DTL-Reason.
068300     MOVE WS-New-Number TO WS-Edit-Number.
068400     MOVE SPACES TO WS-DTL-Text.
068500     STRING "VOIDED, REPLACED BY " DELIMITED BY SIZE
068600         WS-Edit-Number DELIMITED BY SIZE
068700         " " DELIMITED BY SIZE
068800         WS-New-Doc-Number DELIMITED BY SIZE
068900         " RUN " DELIMITED BY SIZE
069000         WS-Reissue-Run-Id DELIMITED BY SIZE
069100         INTO WS-DTL-Text
069200     END-STRING.
069300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
069400 3600-EXIT.
069500     EXIT.
069600
069700******************************************************************
069800*   3700-ALREADY-REISSUED -- THE NUMBER IS ON THE CROSS-        *
069900*   REFERENCE FROM AN EARLIER RUN.  NOTHING IS DONE; THE LINE   *
070000*   SAYS WHAT IT WAS REPLACED BY.                               *
070100******************************************************************
070200 3700-ALREADY-REISSUED.
070300     ADD 1 TO WS-Skipped-Count.
070400     MOVE "SKIPPED:  " TO WS-DTL-Tag.
070500     MOVE WS-Env-Counter-Id TO WS-DTL-Counter-Id.
070600     MOVE WS-Old-Number TO WS-DTL-Number.
070700     MOVE WS-Reject-Code TO WS-DTL-Reason.
070800     MOVE XRF-NEW-NUMBER TO WS-Edit-Number.
070900     MOVE SPACES TO WS-DTL-Text.
071000     STRING "ALREADY REISSUED AS " DELIMITED BY SIZE
071100         WS-Edit-Number DELIMITED BY SIZE
071200         " ON " DELIMITED BY SIZE
071300         XRF-REISSUE-DATE DELIMITED BY SIZE
071400         INTO WS-DTL-Text
071500     END-STRING.
071600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
071700 3700-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*   4000-REJECT-VOID -- PRINT THE REFUSED LINE WITH THE REASON  *
072200*   "increment" GAVE FOR THE OLD NUMBER.                        *
072300******************************************************************
072400 4000-REJECT-VOID.
072500     EVALUATE TRUE
072600         WHEN WS-Status-Not-Last
072700             MOVE "NOT A LIVE NUMBER -- NEVER ISSUED OR ALREADY "
072800                 TO WS-DTL-Text
072900             MOVE "VOIDED" TO WS-DTL-Text (46:6)
073000         WHEN WS-Status-Underflow
073100             MOVE "COUNTER HAS NEVER ISSUED -- NOTHING TO VOID"
073200                 TO WS-DTL-Text
073300         WHEN WS-Status-Frozen
073400             MOVE "COUNTER IS FROZEN" TO WS-DTL-Text
073500         WHEN WS-Status-Locked
073600             MOVE "COUNTER IS LOCKED BY ANOTHER RUN"
073700                 TO WS-DTL-Text
073800         WHEN OTHER
073900             MOVE "VOID REFUSED, STATUS X" TO WS-DTL-Text
074000             MOVE WS-Status TO WS-DTL-Text (21:1)
074100     END-EVALUATE.
074200     PERFORM 4100-REJECT-REQUEST THRU 4100-EXIT.
074300 4000-EXIT.
074400     EXIT.
074500
074600******************************************************************
074700*   4100-REJECT-REQUEST -- COUNT AND PRINT A REFUSED NUMBER     *
074800*   WITH THE REASON THE CALLER HAS PUT IN WS-DTL-TEXT.          *
074900******************************************************************
075000 4100-REJECT-REQUEST.
075100     ADD 1 TO WS-Rejected-Count.
075200     IF WS-Job-Return-Code < 4
075210         MOVE 4 TO WS-Job-Return-Code
075220     END-IF.
075300     MOVE "REFUSED:  " TO WS-DTL-Tag.
075400     MOVE WS-Env-Counter-Id TO WS-DTL-Counter-Id.
075500     MOVE WS-Old-Number TO WS-DTL-Number.
075600     MOVE WS-Reject-Code TO WS-DTL-Reason.
075700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
075800 4100-EXIT.
075900     EXIT.
076000
076100******************************************************************
076200*   8000-PRINT-LINE -- WRITE WS-DETAIL-LINE WITH PAGE HEADINGS. *
076300******************************************************************
076400 8000-PRINT-LINE.
076500     IF WS-Line-Count >= WS-Lines-Per-Page
076600         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
076700     END-IF.
076800     WRITE RPT-PRINT-LINE FROM WS-Detail-Line.
076900     ADD 1 TO WS-Line-Count.
077000 8000-EXIT.
077100     EXIT.
077200
077300 8100-PAGE-HEADING.
077400     ADD 1 TO WS-Page-Count.
077500     MOVE WS-Current-Date TO WS-H1-Date.
077600     MOVE WS-Current-Time TO WS-H1-Time.
077700     MOVE WS-Page-Count TO WS-H1-Page.
077800     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
077900     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
078000     MOVE 2 TO WS-Line-Count.
078100 8100-EXIT.
078200     EXIT.
078300
078400******************************************************************
078500*   9000-TERMINATE -- TOTALS, RELEASE THE COUNTER RUN-LOCKS,    *
078600*   AND CLOSE.                                                  *
078700******************************************************************
078800 9000-TERMINATE.
078900     MOVE WS-Accepted-Count TO WS-TOT-Accepted.
079000     MOVE WS-Rejected-Count TO WS-TOT-Rejected.
079100     MOVE WS-Skipped-Count TO WS-TOT-Skipped.
079200     MOVE WS-Total-Line TO WS-Detail-Line.
079300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
079400     DISPLAY "REJECT-REISSUE: " WS-Envelope-Count " ENVELOPES, "
079500         WS-Accepted-Count " REISSUED, "
079600         WS-Rejected-Count " REFUSED, "
079700         WS-Skipped-Count " ALREADY REISSUED".
079800     IF WS-Rejected-Count > 0
079900             AND WS-Job-Return-Code < 4
080000         MOVE 4 TO WS-Job-Return-Code
080100     END-IF.
080200     SET NB-Function-Close TO TRUE.
080300     MOVE SPACES TO NB-Counter-Id.
080400     CALL "number-block" USING NB-Counter-Id NB-Block-Size
080500         NB-Range-Start NB-Range-End NB-Status NB-Function
080600         NB-Requester.
080610     SET RG-Function-Close TO TRUE.
080620     CALL "num-registry" USING RG-Function RG-Counter-Id
080630         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
080640         RG-Requester RG-Status.
080650     IF WS-Job-Return-Code > RETURN-CODE
080660         MOVE WS-Job-Return-Code TO RETURN-CODE
080670     END-IF.
080700     CLOSE REJECT-FILE.
080800     CLOSE AUDIT-FILE.
080900     CLOSE REISSUE-XREF.
081000     CLOSE REISSUE-REPORT.
081100 9000-EXIT.
081200     EXIT.
081300
081400 END PROGRAM reject-reissue.
