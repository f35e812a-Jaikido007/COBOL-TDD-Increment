000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  EXC-POST                                        *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS              *
000600*   DATE-WRITTEN:  2026-10-15                                   *
000700*                                                                *
000800*   EXCEPTION WORKLIST POSTING SERVICE.  RAISES ONE ITEM ON THE *
000900*   SHARED EXCEPTION WORKLIST (EXCEPTF, EXCREC) FOR EACH THING  *
001000*   A BATCH PROGRAM FINDS THAT A PERSON HAS TO LOOK AT, SO      *
001100*   EXCEPTIONS ARE NO LONGER LEFT ON SEVEN DIFFERENT SYSOUTS.   *
001200*   CALLERS COPY EXCLINK FOR THE CONTRACT.  EXC-WORKLIST        *
001300*   ASSIGNS, RESOLVES, AND CLOSES THE ITEMS AND AGES THE ONES   *
001400*   STILL OPEN.                                                 *
001500*                                                                *
001600*   A NEW ITEM TAKES THE NEXT ITEM NUMBER FROM THE CONTROL      *
001700*   RECORD (ITEM 000000000).  AN ITEM STILL OPEN, ASSIGNED, OR  *
001800*   RESOLVED FOR THE SAME TYPE, COUNTER-ID, AND REFERENCE IS    *
001900*   NOT RAISED AGAIN: ITS OCCURRENCE COUNT AND LAST-SEEN DATE   *
002000*   ARE BUMPED, SO THE PERSON WORKING IT CAN SEE IT IS STILL    *
002100*   HAPPENING.                                                  *
002200*                                                                *
002300*   THE WORKLIST IS OPENED ON THE FIRST CALL (AND BUILT ON ITS  *
002400*   FIRST-EVER USE, LIKE THE NUMBER REGISTRY) AND STAYS OPEN    *
002500*   UNTIL THE CALLER SENDS THE "E" CLOSE FUNCTION.  A WORKLIST  *
002600*   THAT WILL NOT OPEN OR WRITE COMES BACK AS ITS OWN STATUS -- *
002700*   THE CALLER'S REPORT STILL CARRIES THE EXCEPTION, SO THE     *
002800*   CALLER WARNS AND CARRIES ON RATHER THAN STOPPING THE RUN.   *
002900*                                                                *
003000*   MODIFICATION HISTORY                                        *
003100*   ---------------------------------------------------------   *
003200*   2026-10-15  JPK  INITIAL VERSION.                           *
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. exc-post.
003600 AUTHOR. J. P. KOWALCZYK.
003700 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT EXCEPTION-FILE ASSIGN TO EXCEPTF
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS EXC-ITEM-NO
004800         ALTERNATE RECORD KEY IS EXC-MATCH-KEY
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-Exception-File-Status.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  EXCEPTION-FILE.
005500     COPY excrec.
005600
005700 WORKING-STORAGE SECTION.
005800 77  WS-Exception-File-Status    PIC X(02).
005900     88  WS-Exception-File-OK        VALUE "00" "02".
006000 77  WS-Exception-Open-Switch    PIC X(01) VALUE "N".
006100     88  WS-Exception-Open-Yes       VALUE "Y".
006200     88  WS-Exception-Open-No        VALUE "N".
006300 77  WS-Exception-Usable-Switch  PIC X(01) VALUE "N".
006400     88  WS-Exception-Usable-Yes     VALUE "Y".
006500     88  WS-Exception-Usable-No      VALUE "N".
006600
006700 77  WS-Found-Switch             PIC X(01).
006800     88  WS-Found-Yes                VALUE "Y".
006900     88  WS-Found-No                 VALUE "N".
007000 77  WS-Scan-Done-Switch         PIC X(01).
007100     88  WS-Scan-Done-Yes            VALUE "Y".
007200     88  WS-Scan-Done-No             VALUE "N".
007300
007400 77  WS-Current-Date             PIC 9(08).
007500 77  WS-Current-Time             PIC 9(08).
007600 77  WS-Match-Key                PIC X(40).
007700 77  WS-Next-Item                PIC 9(09).
007800
007900 LINKAGE SECTION.
008000     COPY exclink.
008100
008200 PROCEDURE DIVISION USING EX-Function EX-Type EX-Counter-Id
008300     EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
008400******************************************************************
008500 0000-MAINLINE.
008600******************************************************************
008700     SET EX-Status-OK TO TRUE.
008800     MOVE 0 TO EX-Item-No.
008900     IF EX-Function-Close
009000         PERFORM 7000-CLOSE-WORKLIST THRU 7000-EXIT
009100         GO TO 0000-GOBACK
009200     END-IF.
009300     IF NOT EX-Function-Post
009400         SET EX-Status-Bad-Function TO TRUE
009500         GO TO 0000-GOBACK
009600     END-IF.
009700     IF WS-Exception-Open-No
009800         PERFORM 1000-OPEN-WORKLIST THRU 1000-EXIT
009900     END-IF.
010000     IF WS-Exception-Usable-No
010100         SET EX-Status-File-Error TO TRUE
010200         GO TO 0000-GOBACK
010300     END-IF.
010400     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
010500     ACCEPT WS-Current-Time FROM TIME.
010600     PERFORM 2000-FIND-OPEN-ITEM THRU 2000-EXIT.
010700     IF EX-Status-File-Error
010800         GO TO 0000-GOBACK
010900     END-IF.
011000     IF WS-Found-Yes
011100         PERFORM 3000-BUMP-ITEM THRU 3000-EXIT
011200     ELSE
011300         PERFORM 4000-ADD-ITEM THRU 4000-EXIT
011400     END-IF.
011500 0000-GOBACK.
011600     GOBACK.
011700
011800******************************************************************
011900*   1000-OPEN-WORKLIST -- ONE OPEN PER RUN, BUILDING THE        *
012000*   CLUSTER ON FIRST-EVER USE LIKE THE NUMBER REGISTRY.         *
012100******************************************************************
012200 1000-OPEN-WORKLIST.
012300     SET WS-Exception-Open-Yes TO TRUE.
012400     OPEN I-O EXCEPTION-FILE.
012500     IF WS-Exception-File-OK
012600         SET WS-Exception-Usable-Yes TO TRUE
012700         GO TO 1000-EXIT
012800     END-IF.
012900     OPEN OUTPUT EXCEPTION-FILE.
013000     CLOSE EXCEPTION-FILE.
013100     OPEN I-O EXCEPTION-FILE.
013200     IF WS-Exception-File-OK
013300         SET WS-Exception-Usable-Yes TO TRUE
013400     ELSE
013500         DISPLAY "EXC-POST: EXCEPTF WILL NOT OPEN, STATUS "
013600             WS-Exception-File-Status
013700         SET WS-Exception-Usable-No TO TRUE
013800     END-IF.
013900 1000-EXIT.
014000     EXIT.
014100
014200******************************************************************
014300*   2000-FIND-OPEN-ITEM -- BROWSE THE ITEMS FOR THE SAME TYPE,  *
014400*   COUNTER-ID, AND REFERENCE FOR ONE NOT YET CLOSED.  IT IS    *
014500*   LEFT IN THE RECORD AREA FOR 3000-BUMP-ITEM.                 *
014600******************************************************************
014700 2000-FIND-OPEN-ITEM.
014800     SET WS-Found-No TO TRUE.
014900     MOVE EX-Type TO EXC-TYPE.
015000     MOVE EX-Counter-Id TO EXC-COUNTER-ID.
015100     MOVE EX-Reference TO EXC-REFERENCE.
015200     MOVE EXC-MATCH-KEY TO WS-Match-Key.
015300     START EXCEPTION-FILE KEY IS EQUAL TO EXC-MATCH-KEY
015400         INVALID KEY
015500             GO TO 2000-EXIT
015600     END-START.
015700     SET WS-Scan-Done-No TO TRUE.
015800     PERFORM 2100-BROWSE-ONE THRU 2100-EXIT
015900         UNTIL WS-Scan-Done-Yes.
016000 2000-EXIT.
016100     EXIT.
016200
016300 2100-BROWSE-ONE.
016400     READ EXCEPTION-FILE NEXT RECORD
016500         AT END
016600             SET WS-Scan-Done-Yes TO TRUE
016700             GO TO 2100-EXIT
016800     END-READ.
016900     IF NOT WS-Exception-File-OK
017000         SET EX-Status-File-Error TO TRUE
017100         SET WS-Scan-Done-Yes TO TRUE
017200         GO TO 2100-EXIT
017300     END-IF.
017400     IF EXC-MATCH-KEY NOT = WS-Match-Key
017500         SET WS-Scan-Done-Yes TO TRUE
017600         GO TO 2100-EXIT
017700     END-IF.
017800     IF EXC-STATUS-LIVE
017900         SET WS-Found-Yes TO TRUE
018000         SET WS-Scan-Done-Yes TO TRUE
018100     END-IF.
018200 2100-EXIT.
018300     EXIT.
018400
018500******************************************************************
018600*   3000-BUMP-ITEM -- THE SAME THING AGAIN.  THE TEXT IS TAKEN  *
018700*   FROM THE LATEST OCCURRENCE, SINCE A GAP OR A TOTAL MAY HAVE *
018800*   MOVED SINCE IT WAS FIRST RAISED.                            *
018900******************************************************************
019000 3000-BUMP-ITEM.
019100     IF EXC-OCCURRENCES < 99999
019200         ADD 1 TO EXC-OCCURRENCES
019300     END-IF.
019400     MOVE WS-Current-Date TO EXC-LAST-SEEN-DATE.
019500     MOVE EX-Text TO EXC-TEXT.
019600     MOVE EX-Source TO EXC-SOURCE.
019700     MOVE EXC-ITEM-NO TO EX-Item-No.
019800     REWRITE EXC-EXCEPTION-RECORD
019900         INVALID KEY
020000             SET EX-Status-File-Error TO TRUE
020100             GO TO 3000-EXIT
020200     END-REWRITE.
020300     SET EX-Status-Repeat TO TRUE.
020400 3000-EXIT.
020500     EXIT.
020600
020700******************************************************************
020800*   4000-ADD-ITEM -- TAKE THE NEXT ITEM NUMBER FROM THE CONTROL *
020900*   RECORD (WRITING IT THE FIRST TIME) AND WRITE THE ITEM OPEN. *
021000******************************************************************
021100 4000-ADD-ITEM.
021200     MOVE 0 TO EXC-CTL-ITEM-NO.
021300     READ EXCEPTION-FILE
021400         INVALID KEY
021500             MOVE SPACES TO EXC-CONTROL-RECORD
021600             MOVE 0 TO EXC-CTL-ITEM-NO
021700             MOVE 0 TO EXC-CTL-LAST-ITEM
021800             MOVE WS-Current-Date TO EXC-CTL-UPDATE-DATE
021900             WRITE EXC-CONTROL-RECORD
022000                 INVALID KEY
022100                     SET EX-Status-File-Error TO TRUE
022200                     GO TO 4000-EXIT
022300             END-WRITE
022400     END-READ.
022500     IF NOT WS-Exception-File-OK
022600         SET EX-Status-File-Error TO TRUE
022700         GO TO 4000-EXIT
022800     END-IF.
022900     ADD 1 TO EXC-CTL-LAST-ITEM.
023000     MOVE EXC-CTL-LAST-ITEM TO WS-Next-Item.
023100     MOVE WS-Current-Date TO EXC-CTL-UPDATE-DATE.
023200     REWRITE EXC-CONTROL-RECORD
023300         INVALID KEY
023400             SET EX-Status-File-Error TO TRUE
023500             GO TO 4000-EXIT
023600     END-REWRITE.
023700     MOVE SPACES TO EXC-EXCEPTION-RECORD.
023800     MOVE WS-Next-Item TO EXC-ITEM-NO.
023900     MOVE EX-Type TO EXC-TYPE.
024000     MOVE EX-Counter-Id TO EXC-COUNTER-ID.
024100     MOVE EX-Reference TO EXC-REFERENCE.
024200     MOVE EX-Source TO EXC-SOURCE.
024300     MOVE EX-Text TO EXC-TEXT.
024400     SET EXC-STATUS-OPEN TO TRUE.
024500     MOVE WS-Current-Date TO EXC-RAISED-DATE.
024600     MOVE WS-Current-Time TO EXC-RAISED-TIME.
024700     MOVE WS-Current-Date TO EXC-LAST-SEEN-DATE.
024800     MOVE 1 TO EXC-OCCURRENCES.
024900     MOVE 0 TO EXC-ASSIGN-DATE.
025000     MOVE 0 TO EXC-RESOLVED-DATE.
025100     MOVE 0 TO EXC-CLOSED-DATE.
025200     WRITE EXC-EXCEPTION-RECORD
025300         INVALID KEY
025400             SET EX-Status-File-Error TO TRUE
025500             GO TO 4000-EXIT
025600     END-WRITE.
025700     MOVE WS-Next-Item TO EX-Item-No.
025800 4000-EXIT.
025900     EXIT.
026000
026100******************************************************************
026200*   7000-CLOSE-WORKLIST -- END OF RUN.                          *
026300******************************************************************
026400 7000-CLOSE-WORKLIST.
026500     IF WS-Exception-Open-Yes AND WS-Exception-Usable-Yes
026600         CLOSE EXCEPTION-FILE
026700     END-IF.
026800     SET WS-Exception-Open-No TO TRUE.
026900     SET WS-Exception-Usable-No TO TRUE.
027000 7000-EXIT.
027100     EXIT.
027200
027300 END PROGRAM exc-post.
