000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  AUDIT-CHAIN                                     *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS               *
000600*   DATE-WRITTEN:  2026-10-15                                    *
000700*                                                                *
000800*   AUDIT-TRAIL HASH CHAIN SERVICE.  AUDITF IS A PLAIN LINE-     *
000900*   SEQUENTIAL DATASET; ANYONE WITH UPDATE ACCESS COULD CHANGE   *
001000*   OR REMOVE A RECORD IN AN EDITOR AND NOTHING ELSE IN THE      *
001100*   SYSTEM WOULD NOTICE.  EVERY PROGRAM THAT WRITES THE AUDIT    *
001200*   TRAIL THEREFORE STAMPS EACH RECORD WITH AUD-CHAIN-HASH, A    *
001300*   LINK COMPUTED HERE FROM THE RECORD'S FIRST 60 BYTES AND THE  *
001400*   PREVIOUS RECORD'S LINK.  CHANGE A BYTE, OR DROP OR INSERT A  *
001500*   RECORD, AND THE STORED LINK ON THE NEXT RECORD NO LONGER     *
001600*   MATCHES.  AUDIT-VERIFY WALKS THE CHAIN; AUDIT-ARCHIVE        *
001700*   CHECKS IT BEFORE IT MOVES ANYTHING TO HISTORY.               *
001800*                                                                *
001900*   THE LINK IS TWO TEN-DIGIT POLYNOMIAL RESIDUES (MULTIPLIERS   *
002000*   131 AND 137, MODULI 2147483647 AND 2147483629), STARTED      *
002100*   FROM THE PREVIOUS LINK.  EACH TEXT BYTE IS TAKEN BY ITS      *
002200*   POSITION IN WS-CHAIN-ALPHABET RATHER THAN ITS CODE POINT, SO *
002300*   THE SAME TRAIL HASHES ALIKE WHEREVER IT IS READ; THE BINARY  *
002310*   AUD-NUMBER IS HASHED AS ITS TEN DISPLAY DIGITS.  A RECORD    *
002320*   WRITTEN BEFORE THE CHAIN BEGAN HAS SPACES IN AUD-CHAIN-HASH; *
002400*   THE FIRST CHAINED RECORD AFTER ONE LINKS FROM ZEROS.         *
002600*                                                                *
002700*   SEE CHNLINK FOR THE FUNCTIONS AND STATUSES.                  *
002800*                                                                *
002900*   MODIFICATION HISTORY                                        *
003000*   ---------------------------------------------------------   *
003100*   2026-10-15  JPK  INITIAL VERSION.                           *
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. audit-chain.
003500 AUTHOR. J. P. KOWALCZYK.
003600 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
003700 DATE-WRITTEN. 2026-10-15.
003800 DATE-COMPILED.
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT AUDIT-FILE ASSIGN TO AUDITF
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-Audit-File-Status.
004600     SELECT HISTORY-FILE ASSIGN TO AUDITHST
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-History-File-Status.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  AUDIT-FILE
005300     RECORDING MODE IS F.
005400     COPY auditrec.
005500
005600 FD  HISTORY-FILE
005700     RECORDING MODE IS F.
005800     COPY auditrec REPLACING LEADING ==AUD-== BY ==HST-==.
005900
006000 WORKING-STORAGE SECTION.
006100 77  WS-Audit-File-Status        PIC X(02).
006200     88  WS-Audit-File-OK            VALUE "00".
006300 77  WS-History-File-Status      PIC X(02).
006400     88  WS-History-File-OK          VALUE "00".
006500
006600 77  WS-Scan-EOF-Switch          PIC X(01).
006700     88  WS-Scan-EOF-Yes             VALUE "Y".
006800     88  WS-Scan-EOF-No              VALUE "N".
006900 77  WS-Chain-Begun-Switch       PIC X(01) VALUE "N".
007000     88  WS-Chain-Begun-Yes          VALUE "Y".
007100     88  WS-Chain-Begun-No           VALUE "N".
007200 77  WS-Records-Seen             UNSIGNED-INT VALUE 0.
007300
007400 01  WS-Prev-Hash.
007500     05  WS-Prev-Hash-A          PIC 9(10) VALUE 0.
007600     05  WS-Prev-Hash-B          PIC 9(10) VALUE 0.
007700 01  WS-Link-Hash.
007800     05  WS-Link-Hash-A          PIC 9(10).
007900     05  WS-Link-Hash-B          PIC 9(10).
008000
008100******************************************************************
008200*   LINK WORK AREA.  EACH BYTE'S VALUE IS ITS POSITION IN THE    *
008300*   ALPHABET BELOW (1-95); A BYTE NOT IN IT COUNTS AS 96.  THE   *
008310*   RECORD IS HASHED THROUGH WS-CHAIN-IMAGE, WHERE AUD-NUMBER    *
008320*   STANDS AS DISPLAY DIGITS -- ITS BINARY BYTES ARE MOSTLY NOT  *
008330*   IN THE ALPHABET AND WOULD ALL HASH ALIKE.                    *
008400******************************************************************
008500 01  WS-Chain-Alphabet.
008600     05  FILLER                  PIC X(37)
008700         VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
008800     05  FILLER                  PIC X(26)
008900         VALUE "abcdefghijklmnopqrstuvwxyz".
009000     05  FILLER                  PIC X(32)
009100         VALUE "!""#$%&'()*+,-./:;<=>?@[\]^_`{|}~".
009200 77  WS-One-Char                 PIC X(01).
009300 77  WS-Char-Idx                 UNSIGNED-INT.
009400 77  WS-Char-Value               UNSIGNED-INT.
009500 77  WS-Work-A                   PIC 9(10).
009600 77  WS-Work-B                   PIC 9(10).
009700 77  WS-Work-Product             PIC 9(18).
009800 77  WS-Work-Quotient            PIC 9(18).
009810
009820 01  WS-Chain-Record.
009830     05  WS-CRC-Keys             PIC X(16).
009840     05  WS-CRC-Number           UNSIGNED-INT.
009850     05  WS-CRC-Rest             PIC X(40).
009860 01  WS-Chain-Image.
009870     05  WS-CIM-Keys             PIC X(16).
009880     05  WS-CIM-Number           PIC 9(10).
009890     05  WS-CIM-Rest             PIC X(40).
009900
010000 LINKAGE SECTION.
010100     COPY chnlink.
010200
010300 PROCEDURE DIVISION USING CH-Function CH-Record CH-Hash
010400     CH-Status.
010500******************************************************************
010600 0000-MAINLINE.
010700******************************************************************
010800     SET CH-Status-OK TO TRUE.
010900     EVALUATE TRUE
011000         WHEN CH-Function-Start
011100             PERFORM 1000-START-CHAIN THRU 1000-EXIT
011200         WHEN CH-Function-Hash
011300             PERFORM 2000-HASH-RECORD THRU 2000-EXIT
011400         WHEN CH-Function-Verify
011500             PERFORM 3000-VERIFY-RECORD THRU 3000-EXIT
011600         WHEN CH-Function-Reset
011700             PERFORM 4000-RESET-CHAIN THRU 4000-EXIT
011800         WHEN OTHER
011900             SET CH-Status-Bad-Function TO TRUE
012000     END-EVALUATE.
012100     GOBACK.
012200
012300******************************************************************
012400*   1000-START-CHAIN -- THE CHAIN CONTINUES FROM THE LAST RECORD *
012500*   ON THE LIVE TRAIL, OR FROM THE LAST ARCHIVED RECORD WHEN THE *
012600*   LIVE TRAIL IS EMPTY (THE NIGHT AFTER AN ARCHIVE THAT KEPT    *
012700*   NOTHING).  A TRAIL THAT DOES NOT EXIST YET SIMPLY HAS NO     *
012800*   CHAIN; ONE THAT FAILS PART WAY THROUGH IS TRAIL-ERROR, AND   *
012900*   THE CHAIN CONTINUES FROM THE LAST RECORD READ.               *
013000******************************************************************
013100 1000-START-CHAIN.
013200     MOVE ZEROS TO WS-Prev-Hash.
013300     SET WS-Chain-Begun-No TO TRUE.
013400     MOVE 0 TO WS-Records-Seen.
013500     SET WS-Scan-EOF-No TO TRUE.
013600     OPEN INPUT AUDIT-FILE.
013700     IF WS-Audit-File-OK
013800         PERFORM 1100-READ-LIVE THRU 1100-EXIT
013900             UNTIL WS-Scan-EOF-Yes
014000         CLOSE AUDIT-FILE
014100     END-IF.
014200     IF WS-Records-Seen = 0
014300         SET WS-Scan-EOF-No TO TRUE
014400         OPEN INPUT HISTORY-FILE
014500         IF WS-History-File-OK
014600             PERFORM 1200-READ-HISTORY THRU 1200-EXIT
014700                 UNTIL WS-Scan-EOF-Yes
014800             CLOSE HISTORY-FILE
014900         END-IF
015000     END-IF.
015100     MOVE WS-Prev-Hash TO CH-Hash.
015200 1000-EXIT.
015300     EXIT.
015400
015500 1100-READ-LIVE.
015600     READ AUDIT-FILE
015700         AT END
015800             SET WS-Scan-EOF-Yes TO TRUE
015900             GO TO 1100-EXIT
016000     END-READ.
016100     IF WS-Audit-File-Status > "10"
016200         SET CH-Status-Trail-Error TO TRUE
016300         SET WS-Scan-EOF-Yes TO TRUE
016400         GO TO 1100-EXIT
016500     END-IF.
016600     ADD 1 TO WS-Records-Seen.
016700     MOVE AUD-CHAIN-HASH TO WS-Link-Hash.
016800     PERFORM 1300-TAKE-LINK THRU 1300-EXIT.
016900 1100-EXIT.
017000     EXIT.
017100
017200 1200-READ-HISTORY.
017300     READ HISTORY-FILE
017400         AT END
017500             SET WS-Scan-EOF-Yes TO TRUE
017600             GO TO 1200-EXIT
017700     END-READ.
017800     IF WS-History-File-Status > "10"
017900         SET CH-Status-Trail-Error TO TRUE
018000         SET WS-Scan-EOF-Yes TO TRUE
018100         GO TO 1200-EXIT
018200     END-IF.
018300     ADD 1 TO WS-Records-Seen.
018400     MOVE HST-CHAIN-HASH TO WS-Link-Hash.
018500     PERFORM 1300-TAKE-LINK THRU 1300-EXIT.
018600 1200-EXIT.
018700     EXIT.
018800
018900******************************************************************
019000*   1300-TAKE-LINK -- THE RECORD JUST READ BECOMES THE PREVIOUS  *
019100*   LINK.  AN UNCHAINED RECORD LEAVES NO CHAIN TO CONTINUE.      *
019200******************************************************************
019300 1300-TAKE-LINK.
019400     IF WS-Link-Hash NUMERIC
019500         MOVE WS-Link-Hash TO WS-Prev-Hash
019600         SET WS-Chain-Begun-Yes TO TRUE
019700     ELSE
019800         MOVE ZEROS TO WS-Prev-Hash
019900         SET WS-Chain-Begun-No TO TRUE
020000     END-IF.
020100 1300-EXIT.
020200     EXIT.
020300
020400******************************************************************
020500*   2000-HASH-RECORD -- LINK FOR A RECORD ABOUT TO BE WRITTEN.   *
020600******************************************************************
020700 2000-HASH-RECORD.
020800     PERFORM 5000-COMPUTE-LINK THRU 5000-EXIT.
020900     MOVE WS-Link-Hash TO CH-Hash.
021000     MOVE WS-Link-Hash TO WS-Prev-Hash.
021100     SET WS-Chain-Begun-Yes TO TRUE.
021200 2000-EXIT.
021300     EXIT.
021400
021500******************************************************************
021600*   3000-VERIFY-RECORD -- RECOMPUTE THE LINK FOR A RECORD READ   *
021700*   BACK AND COMPARE IT WITH THE ONE STORED ON IT.  A RECORD     *
021800*   WITH NO LINK IS ONLY ACCEPTABLE BEFORE THE CHAIN HAS BEGUN;  *
021900*   AFTER THAT, A BLANKED LINK IS ITSELF A BREAK.                *
022000******************************************************************
022100 3000-VERIFY-RECORD.
022200     IF CH-Hash NOT NUMERIC
022300         IF WS-Chain-Begun-Yes
022400             SET CH-Status-Broken TO TRUE
022500         ELSE
022600             SET CH-Status-Unchained TO TRUE
022700         END-IF
022800         MOVE ZEROS TO WS-Prev-Hash
022900         GO TO 3000-EXIT
023000     END-IF.
023100     PERFORM 5000-COMPUTE-LINK THRU 5000-EXIT.
023200     IF WS-Link-Hash NOT = CH-Hash
023300         SET CH-Status-Broken TO TRUE
023400     END-IF.
023500     MOVE CH-Hash TO WS-Prev-Hash.
023600     SET WS-Chain-Begun-Yes TO TRUE.
023700 3000-EXIT.
023800     EXIT.
023900
024000******************************************************************
024100*   4000-RESET-CHAIN -- CONTINUE FROM THE CALLER'S LINK.         *
024200******************************************************************
024300 4000-RESET-CHAIN.
024400     MOVE CH-Hash TO WS-Link-Hash.
024500     IF WS-Link-Hash NUMERIC
024600         IF WS-Link-Hash = ZEROS
024700             MOVE SPACES TO WS-Link-Hash
024800         END-IF
024900     END-IF.
025000     PERFORM 1300-TAKE-LINK THRU 1300-EXIT.
025100 4000-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500*   5000-COMPUTE-LINK -- BOTH RESIDUES OVER THE 60 BYTES OF      *
025600*   CH-RECORD, AUD-NUMBER TAKEN AS DISPLAY DIGITS (66 BYTES IN   *
025700*   ALL), STARTING FROM THE PREVIOUS LINK.  RESULT IN            *
025710*   WS-LINK-HASH.                                                *
025800******************************************************************
025900 5000-COMPUTE-LINK.
025910     MOVE CH-Record TO WS-Chain-Record.
025920     MOVE WS-CRC-Keys TO WS-CIM-Keys.
025930     MOVE WS-CRC-Number TO WS-CIM-Number.
025940     MOVE WS-CRC-Rest TO WS-CIM-Rest.
026000     MOVE WS-Prev-Hash-A TO WS-Work-A.
026100     MOVE WS-Prev-Hash-B TO WS-Work-B.
026200     PERFORM 5100-HASH-ONE-CHAR THRU 5100-EXIT
026300         VARYING WS-Char-Idx FROM 1 BY 1
026400         UNTIL WS-Char-Idx > 66.
026500     MOVE WS-Work-A TO WS-Link-Hash-A.
026600     MOVE WS-Work-B TO WS-Link-Hash-B.
026700 5000-EXIT.
026800     EXIT.
026900
027000 5100-HASH-ONE-CHAR.
027100     MOVE WS-Chain-Image (WS-Char-Idx:1) TO WS-One-Char.
027200     MOVE 0 TO WS-Char-Value.
027300     INSPECT WS-Chain-Alphabet TALLYING WS-Char-Value
027400         FOR CHARACTERS BEFORE INITIAL WS-One-Char.
027500     ADD 1 TO WS-Char-Value.
027600     COMPUTE WS-Work-Product = WS-Work-A * 131 + WS-Char-Value.
027700     DIVIDE WS-Work-Product BY 2147483647
027800         GIVING WS-Work-Quotient REMAINDER WS-Work-A.
027900     COMPUTE WS-Work-Product = WS-Work-B * 137 + WS-Char-Value.
028000     DIVIDE WS-Work-Product BY 2147483629
028100         GIVING WS-Work-Quotient REMAINDER WS-Work-B.
028200 5100-EXIT.
028300     EXIT.
028400
028500 END PROGRAM audit-chain.
