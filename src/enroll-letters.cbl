000100******************************************************************
000200*                                                                *
000300*   PROGRAM  :  ENROLL-LETTERS                                  *
000400*   AUTHOR   :  J. P. KOWALCZYK                                 *
000500*   INSTALLATION:  DATA PROCESSING - BATCH SYSTEMS              *
000600*   DATE-WRITTEN:  2026-10-15                                   *
000700*                                                                *
000800*   ENROLLMENT CONFIRMATION LETTERS.  RUNS AFTER ELIG-SWEEP     *
000900*   AGAINST THE ASSIGNMENT FILE IT JUST WROTE (ASSIGNF,         *
001000*   ASGREC) AND PUTS ONE FORMATTED LETTER ON THE LETTER FILE    *
001100*   (LETTERF) FOR EVERY PARTICIPANT NUMBERED BY THAT SWEEP      *
001200*   (ASG-STATUS "N"), OR REUSED FROM THE ASSIGNMENT MASTER BUT  *
001300*   NEVER YET WRITTEN TO ("P").  ONE MARKED "R" WAS WRITTEN TO  *
001400*   ALREADY AND GETS NO SECOND LETTER.  EACH LETTER PRINTED IS  *
001410*   STAMPED ON THE MASTER (ASSIGNMF, ASM-LETTER-DATE), SO A     *
001420*   SWEEP WHOSE LETTERS NEVER RAN LEAVES ITS PARTICIPANTS OWED  *
001430*   A LETTER RATHER THAN FORGOTTEN.                             *
001500*                                                                *
001600*   EACH DOCUMENT NUMBER IS VALIDATED AGAIN THROUGH             *
001700*   "doc-format" BEFORE IT GOES ON A LETTER, AND THE SEQUENCE   *
001800*   NUMBER IT CARRIES MUST MATCH ASG-NUMBER.  A NUMBER THAT     *
001900*   FAILS IS NOT PRINTED; THE PARTICIPANT IS LISTED ON THE      *
002000*   CONTROL REPORT INSTEAD.                                     *
002100*                                                                *
002200*   THE LETTER FILE IS PRINT-READY: 133-BYTE LINES WITH AN ASA  *
002300*   CARRIAGE-CONTROL BYTE IN COLUMN 1, EACH LETTER STARTING ON  *
002400*   A NEW PAGE, ONE PAGE PER LETTER.  THE CONTROL REPORT        *
002500*   (LTRCTL) ENDS WITH A CONTROL PAGE -- RECORDS READ, LETTERS  *
002600*   WRITTEN, THE LOWEST AND HIGHEST DOCUMENT NUMBER PRINTED,    *
002700*   AND A HASH TOTAL OF THEIR SEQUENCE NUMBERS -- SO THE PRINT  *
002800*   VENDOR'S COUNT CAN BE BALANCED AGAINST OURS.                *
002900*                                                                *
003000*   RETURN-CODE 4 = AT LEAST ONE DOCUMENT NUMBER FAILED         *
003100*                   VALIDATION AND NO LETTER WAS PRINTED FOR    *
003200*                   IT, OR A LETTER PRINTED COULD NOT BE        *
003210*                   STAMPED ON ASSIGNMF; SEE LTRCTL.            *
003300*   RETURN-CODE 8 = A FILE COULD NOT BE OPENED OR THE           *
003400*                   ASSIGNMENT FILE COULD NOT BE READ.          *
003500*                                                                *
003600*   MODIFICATION HISTORY                                        *
003700*   ---------------------------------------------------------   *
003800*   2026-10-15  JPK  INITIAL VERSION.                           *
003810*   2026-10-15  JPK  A PARTICIPANT STILL OWED A LETTER FROM AN  *
003820*                    EARLIER SWEEP (ASG-STATUS "P") IS WRITTEN  *
003830*                    TO, AND EVERY LETTER PRINTED IS STAMPED ON *
003840*                    THE ASSIGNMENT MASTER (ASSIGNMF).          *
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. enroll-letters.
004200 AUTHOR. J. P. KOWALCZYK.
004300 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004400 DATE-WRITTEN. 2026-10-15.
004500 DATE-COMPILED.
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ASSIGN-FILE ASSIGN TO ASSIGNF
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-Assign-File-Status.
005300     SELECT LETTER-FILE ASSIGN TO LETTERF
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-Letter-File-Status.
005600     SELECT CONTROL-REPORT ASSIGN TO LTRCTL
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-Report-File-Status.
005810     SELECT ASSIGN-MASTER ASSIGN TO ASSIGNMF
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS RANDOM
005840         RECORD KEY IS ASM-ID
005850         FILE STATUS IS WS-Master-File-Status.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  ASSIGN-FILE
006300     RECORDING MODE IS F.
006400     COPY asgrec.
006500
006600 FD  LETTER-FILE
006700     RECORDING MODE IS F.
006800 01  LTR-PRINT-LINE.
006900     05  LTR-CARRIAGE-CONTROL        PIC X(01).
007000     05  LTR-TEXT                    PIC X(132).
007100
007200 FD  CONTROL-REPORT
007300     RECORDING MODE IS F.
007400 01  RPT-PRINT-LINE                  PIC X(132).
007410
007420 FD  ASSIGN-MASTER.
007430     COPY asmrec.
007500
007600 WORKING-STORAGE SECTION.
007700 77  WS-Assign-File-Status       PIC X(02).
007800     88  WS-Assign-File-OK           VALUE "00".
007900     88  WS-Assign-File-EOF          VALUE "10".
008000 77  WS-Letter-File-Status       PIC X(02).
008100     88  WS-Letter-File-OK           VALUE "00".
008200 77  WS-Report-File-Status       PIC X(02).
008300     88  WS-Report-File-OK           VALUE "00".
008310 77  WS-Master-File-Status       PIC X(02).
008320     88  WS-Master-File-OK           VALUE "00".
008400
008500 77  WS-Mixed-Counter-Switch     PIC X(01) VALUE "N".
008600     88  WS-Mixed-Counter-Yes        VALUE "Y".
008700     88  WS-Mixed-Counter-No         VALUE "N".
008800
008900 01  WS-Current-Date             PIC 9(08).
009000 01  WS-Current-Date-Parts REDEFINES WS-Current-Date.
009100     05  WS-CUR-Year                 PIC 9(04).
009200     05  WS-CUR-Month                PIC 9(02).
009300     05  WS-CUR-Day                  PIC 9(02).
009400 77  WS-Current-Time             PIC 9(08).
009500
009600******************************************************************
009700*   MONTH NAMES FOR THE LETTER DATE.                            *
009800******************************************************************
009900 01  WS-Month-Name-Values.
010000     05  FILLER                  PIC X(09) VALUE "JANUARY".
010100     05  FILLER                  PIC X(09) VALUE "FEBRUARY".
010200     05  FILLER                  PIC X(09) VALUE "MARCH".
010300     05  FILLER                  PIC X(09) VALUE "APRIL".
010400     05  FILLER                  PIC X(09) VALUE "MAY".
010500     05  FILLER                  PIC X(09) VALUE "JUNE".
010600     05  FILLER                  PIC X(09) VALUE "JULY".
010700     05  FILLER                  PIC X(09) VALUE "AUGUST".
010800     05  FILLER                  PIC X(09) VALUE "SEPTEMBER".
010900     05  FILLER                  PIC X(09) VALUE "OCTOBER".
011000     05  FILLER                  PIC X(09) VALUE "NOVEMBER".
011100     05  FILLER                  PIC X(09) VALUE "DECEMBER".
011200 01  WS-Month-Name-Table REDEFINES WS-Month-Name-Values.
011300     05  WS-Month-Name OCCURS 12 TIMES
011400                                 PIC X(09).
011500 01  WS-Letter-Date              PIC X(20).
011600 01  WS-Day-Edit                 PIC Z9.
011700
011800******************************************************************
011900*   THE FIXED TEXT OF THE LETTER, ONE ENTRY PER LINE: THE ASA   *
012000*   CONTROL BYTE FOR THE LINE, THEN THE TEXT.  THE OPENING      *
012100*   PARAGRAPH GOES BEFORE THE DOCUMENT NUMBER, THE CLOSING      *
012200*   AFTER IT.                                                   *
012300******************************************************************
012400 77  WS-Opening-Lines            UNSIGNED-INT VALUE 4.
012500 01  WS-Opening-Values.
012600     05  FILLER                  PIC X(53)
012700         VALUE "0WE ARE PLEASED TO CONFIRM YOUR ENROLLMENT.".
012800     05  FILLER                  PIC X(53)
012900         VALUE " YOUR ENROLLMENT DOCUMENT NUMBER IS SHOWN".
013000     05  FILLER                  PIC X(53)
013100         VALUE " BELOW.  PLEASE QUOTE IT WHENEVER YOU WRITE OR".
013200     05  FILLER                  PIC X(53)
013300         VALUE " CALL ABOUT YOUR ENROLLMENT.".
013400 01  WS-Opening-Table REDEFINES WS-Opening-Values.
013500     05  WS-OPN-Entry OCCURS 4 TIMES
013600             INDEXED BY WS-OPN-Idx.
013700         10  WS-OPN-Control          PIC X(01).
013800         10  WS-OPN-Text             PIC X(52).
013900
014000 77  WS-Closing-Lines            UNSIGNED-INT VALUE 5.
014100 01  WS-Closing-Values.
014200     05  FILLER                  PIC X(53)
014300         VALUE "0IF YOUR NAME OR PARTICIPANT ID ABOVE IS NOT".
014400     05  FILLER                  PIC X(53)
014500         VALUE " RIGHT, PLEASE CONTACT ENROLLMENT SERVICES".
014600     05  FILLER                  PIC X(53)
014700         VALUE " WITHIN 30 DAYS OF THE DATE OF THIS LETTER.".
014800     05  FILLER                  PIC X(53)
014900         VALUE "0SINCERELY,".
015000     05  FILLER                  PIC X(53)
015100         VALUE "0ENROLLMENT SERVICES".
015200 01  WS-Closing-Table REDEFINES WS-Closing-Values.
015300     05  WS-CLS-Entry OCCURS 5 TIMES
015400             INDEXED BY WS-CLS-Idx.
015500         10  WS-CLS-Control          PIC X(01).
015600         10  WS-CLS-Text             PIC X(52).
015700
015800******************************************************************
015900*   ONE LINE OF A LETTER, INDENTED TEN COLUMNS.                 *
016000******************************************************************
016100 77  WS-Letter-Control           PIC X(01).
016200 01  WS-Letter-Line.
016300     05  FILLER                  PIC X(10) VALUE SPACES.
016400     05  WS-LTL-Text             PIC X(70).
016500     05  FILLER                  PIC X(52) VALUE SPACES.
016600
016700 01  WS-Doc-Number-Line.
016800     05  FILLER                  PIC X(04) VALUE SPACES.
016900     05  FILLER                  PIC X(28)
017000         VALUE "ENROLLMENT DOCUMENT NUMBER  ".
017100     05  WS-DNL-Doc-Number       PIC X(18).
017200     05  FILLER                  PIC X(20) VALUE SPACES.
017300
017400 01  WS-Id-Line.
017500     05  FILLER                  PIC X(16)
017600         VALUE "PARTICIPANT ID  ".
017700     05  WS-IDL-Id               PIC X(10).
017800     05  FILLER                  PIC X(44) VALUE SPACES.
017900
018000 01  WS-Footer-Line.
018100     05  FILLER                  PIC X(07) VALUE "LETTER ".
018200     05  WS-FTL-Letter-No        PIC 9(07).
018300     05  FILLER                  PIC X(05) VALUE " RUN ".
018400     05  WS-FTL-Date             PIC 9(08).
018500     05  FILLER                  PIC X(05) VALUE " DOC ".
018600     05  WS-FTL-Doc-Number       PIC X(18).
018700     05  FILLER                  PIC X(20) VALUE SPACES.
018800
018900******************************************************************
019000*   CONTROL TOTALS.  THE DOCUMENT NUMBERS ON ONE ASSIGNMENT     *
019100*   FILE COME FROM ONE COUNTER IN ONE YEAR, SO THE LOWEST AND   *
019200*   HIGHEST ARE FOUND ON THE SEQUENCE NUMBER; A SECOND COUNTER  *
019300*   ON THE FILE IS NOTED ON THE CONTROL PAGE.                   *
019400******************************************************************
019500 77  WS-Records-Read             UNSIGNED-INT VALUE 0.
019600 77  WS-Reused-Count             UNSIGNED-INT VALUE 0.
019610 77  WS-Owed-Count               UNSIGNED-INT VALUE 0.
019700 77  WS-Rejected-Count           UNSIGNED-INT VALUE 0.
019710 77  WS-Unstamped-Count          UNSIGNED-INT VALUE 0.
019800 77  WS-Letter-Count             UNSIGNED-INT VALUE 0.
019900 77  WS-Letter-Lines             UNSIGNED-INT VALUE 0.
020000 77  WS-Hash-Total               PIC 9(15) VALUE 0.
020100 77  WS-First-Counter-Id         PIC X(08) VALUE SPACES.
020200 77  WS-Low-Number               UNSIGNED-INT VALUE 0.
020300 77  WS-High-Number              UNSIGNED-INT VALUE 0.
020400 77  WS-Low-Doc-Number           PIC X(18) VALUE SPACES.
020500 77  WS-High-Doc-Number          PIC X(18) VALUE SPACES.
020600
020700 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
020800 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
020900 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
021000
021100     COPY dfmlink.
021200
021300 01  WS-Heading-1.
021400     05  FILLER                  PIC X(15)
021500         VALUE "ENROLL-LETTERS ".
021600     05  FILLER                  PIC X(26)
021700         VALUE "ENROLLMENT LETTER CONTROL ".
021800     05  FILLER                  PIC X(05) VALUE "DATE ".
021900     05  WS-H1-Date              PIC 9(08).
022000     05  FILLER                  PIC X(06) VALUE " TIME ".
022100     05  WS-H1-Time              PIC 9(08).
022200     05  FILLER                  PIC X(06) VALUE " PAGE ".
022300     05  WS-H1-Page              PIC ZZZZ9.
022400     05  FILLER                  PIC X(53) VALUE SPACES.
022500
022600 01  WS-Heading-2.
022700     05  FILLER                  PIC X(132) VALUE ALL "-".
022800
022900 01  WS-Detail-Line              PIC X(132).
023000
023100 01  WS-Reject-Line.
023200     05  FILLER                  PIC X(10) VALUE "NO LETTER ".
023300     05  WS-RJL-Id               PIC X(10).
023400     05  FILLER                  PIC X(01) VALUE SPACE.
023500     05  WS-RJL-Name             PIC X(30).
023600     05  FILLER                  PIC X(09) VALUE " COUNTER ".
023700     05  WS-RJL-Counter-Id       PIC X(08).
023800     05  FILLER                  PIC X(05) VALUE " DOC ".
023900     05  WS-RJL-Doc-Number       PIC X(18).
024000     05  FILLER                  PIC X(01) VALUE SPACE.
024100     05  WS-RJL-Reason           PIC X(40).
024200
024300 01  WS-Control-Line.
024400     05  FILLER                  PIC X(04) VALUE SPACES.
024500     05  WS-CTL-Label            PIC X(40).
024600     05  WS-CTL-Value            PIC X(20).
024700     05  FILLER                  PIC X(68) VALUE SPACES.
024800 01  WS-Count-Edit               PIC Z(09)9.
024900 01  WS-Hash-Edit                PIC Z(14)9.
025000
025100 PROCEDURE DIVISION.
025200******************************************************************
025300 0000-MAINLINE.
025400******************************************************************
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025600     IF RETURN-CODE = 8
025700         GO TO 0000-GOBACK
025800     END-IF.
025900     PERFORM 2000-PROCESS-ASSIGNMENT THRU 2000-EXIT
026000         UNTIL WS-Assign-File-EOF.
026100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026200 0000-GOBACK.
026300     GOBACK.
026400
026500******************************************************************
026600*   1000-INITIALIZE -- OPEN THE FILES AND SPELL OUT TODAY'S     *
026700*   DATE FOR THE LETTERS.                                       *
026800******************************************************************
026900 1000-INITIALIZE.
027000     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
027100     ACCEPT WS-Current-Time FROM TIME.
027200     MOVE WS-CUR-Day TO WS-Day-Edit.
027300     MOVE SPACES TO WS-Letter-Date.
027400     STRING WS-Month-Name (WS-CUR-Month) DELIMITED BY SPACE
027500         " " DELIMITED BY SIZE
027600         WS-Day-Edit DELIMITED BY SIZE
027700         ", " DELIMITED BY SIZE
027800         WS-CUR-Year DELIMITED BY SIZE
027900         INTO WS-Letter-Date.
028000     OPEN INPUT ASSIGN-FILE.
028100     IF NOT WS-Assign-File-OK
028200         DISPLAY "ENROLL-LETTERS: CANNOT OPEN ASSIGNF, STATUS "
028300             WS-Assign-File-Status
028400         MOVE 8 TO RETURN-CODE
028500         GO TO 1000-EXIT
028600     END-IF.
028700     OPEN OUTPUT LETTER-FILE.
028800     IF NOT WS-Letter-File-OK
028900         DISPLAY "ENROLL-LETTERS: CANNOT OPEN LETTERF, STATUS "
029000             WS-Letter-File-Status
029100         CLOSE ASSIGN-FILE
029200         MOVE 8 TO RETURN-CODE
029300         GO TO 1000-EXIT
029400     END-IF.
029500     OPEN OUTPUT CONTROL-REPORT.
029600     IF NOT WS-Report-File-OK
029700         DISPLAY "ENROLL-LETTERS: CANNOT OPEN LTRCTL, STATUS "
029800             WS-Report-File-Status
029900         CLOSE ASSIGN-FILE
030000         CLOSE LETTER-FILE
030100         MOVE 8 TO RETURN-CODE
030200         GO TO 1000-EXIT
030210     END-IF.
030220     OPEN I-O ASSIGN-MASTER.
030230     IF NOT WS-Master-File-OK
030240         DISPLAY "ENROLL-LETTERS: CANNOT OPEN ASSIGNMF, STATUS "
030250             WS-Master-File-Status
030260         CLOSE ASSIGN-FILE
030270         CLOSE LETTER-FILE
030280         CLOSE CONTROL-REPORT
030290         MOVE 8 TO RETURN-CODE
030295     END-IF.
030300 1000-EXIT.
030400     EXIT.
030500
030600******************************************************************
030700*   2000-PROCESS-ASSIGNMENT -- ONE ASSIGNMENT RECORD.  ONLY A   *
030800*   PARTICIPANT NUMBERED BY THIS SWEEP, OR STILL OWED A LETTER  *
030900*   FROM AN EARLIER ONE, GETS A LETTER, AND ONLY WHEN THE       *
030910*   DOCUMENT NUMBER STILL PROVES GOOD.                          *
031000******************************************************************
031100 2000-PROCESS-ASSIGNMENT.
031200     READ ASSIGN-FILE
031300         AT END
031400             GO TO 2000-EXIT
031500     END-READ.
031600     IF WS-Assign-File-Status > "10"
031700         DISPLAY "ENROLL-LETTERS: READ ERROR ON ASSIGNF, STATUS "
031800             WS-Assign-File-Status " AFTER " WS-Records-Read
031900             " RECORD(S)"
032000         MOVE 8 TO RETURN-CODE
032100         SET WS-Assign-File-EOF TO TRUE
032200         GO TO 2000-EXIT
032300     END-IF.
032400     ADD 1 TO WS-Records-Read.
032500     IF NOT ASG-NEWLY-ASSIGNED
032510             AND NOT ASG-LETTER-OWED
032600         ADD 1 TO WS-Reused-Count
032700         GO TO 2000-EXIT
032800     END-IF.
032810     IF ASG-LETTER-OWED
032820         ADD 1 TO WS-Owed-Count
032830     END-IF.
032900     PERFORM 2100-VALIDATE-DOC-NUMBER THRU 2100-EXIT.
033000     IF WS-RJL-Reason NOT = SPACES
033100         PERFORM 2200-REJECT-ASSIGNMENT THRU 2200-EXIT
033200         GO TO 2000-EXIT
033300     END-IF.
033400     PERFORM 2300-ADD-TO-CONTROLS THRU 2300-EXIT.
033500     PERFORM 3000-WRITE-LETTER THRU 3000-EXIT.
033510     PERFORM 3500-STAMP-MASTER THRU 3500-EXIT.
033600 2000-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000*   2100-VALIDATE-DOC-NUMBER -- STRUCTURE AND CHECK DIGIT       *
034100*   THROUGH "doc-format", THEN THE SEQUENCE NUMBER IT CARRIES   *
034200*   AGAINST ASG-NUMBER.  WS-RJL-REASON IS LEFT BLANK WHEN THE   *
034300*   NUMBER IS GOOD.                                             *
034400******************************************************************
034500 2100-VALIDATE-DOC-NUMBER.
034600     MOVE SPACES TO WS-RJL-Reason.
034700     SET DF-Function-Validate TO TRUE.
034800     MOVE ASG-COUNTER-ID TO DF-Counter-Id.
034900     MOVE ASG-DOC-NUMBER TO DF-Doc-Number.
035000     CALL "doc-format" USING DF-Function DF-Counter-Id
035100         DF-Number DF-Doc-Number DF-Status.
035200     EVALUATE TRUE
035300         WHEN DF-Status-OK
035400             CONTINUE
035500         WHEN DF-Status-Bad-Format
035600             MOVE "DOCUMENT NUMBER BADLY FORMED"
035700                 TO WS-RJL-Reason
035800             GO TO 2100-EXIT
035900         WHEN DF-Status-Bad-Check-Digit
036000             MOVE "CHECK DIGIT DOES NOT MATCH"
036100                 TO WS-RJL-Reason
036200             GO TO 2100-EXIT
036300         WHEN OTHER
036400             MOVE "DOC-FORMAT STATUS   -- NOT VALIDATED"
036500                 TO WS-RJL-Reason
036600             MOVE DF-Status TO WS-RJL-Reason (19:1)
036700             GO TO 2100-EXIT
036800     END-EVALUATE.
036900     IF DF-Number NOT = ASG-NUMBER
037000         MOVE "SEQUENCE DIFFERS FROM ASSIGNED NUMBER"
037100             TO WS-RJL-Reason
037200     END-IF.
037300 2100-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*   2200-REJECT-ASSIGNMENT -- NO LETTER.  THE PARTICIPANT IS    *
037800*   LISTED FOR FOLLOW-UP AND THE STEP ENDS RC 4.                *
037900******************************************************************
038000 2200-REJECT-ASSIGNMENT.
038100     MOVE ASG-ID TO WS-RJL-Id.
038200     MOVE ASG-NAME TO WS-RJL-Name.
038300     MOVE ASG-COUNTER-ID TO WS-RJL-Counter-Id.
038400     MOVE ASG-DOC-NUMBER TO WS-RJL-Doc-Number.
038500     MOVE WS-Reject-Line TO WS-Detail-Line.
038600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
038700     DISPLAY "ENROLL-LETTERS: NO LETTER FOR " ASG-ID
038800         " DOC " ASG-DOC-NUMBER " -- " WS-RJL-Reason.
038900     ADD 1 TO WS-Rejected-Count.
039000     IF RETURN-CODE < 4
039100         MOVE 4 TO RETURN-CODE
039200     END-IF.
039300 2200-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*   2300-ADD-TO-CONTROLS -- COUNT, HASH, AND RANGE OF THE       *
039800*   DOCUMENT NUMBERS PRINTED.                                   *
039900******************************************************************
040000 2300-ADD-TO-CONTROLS.
040100     ADD 1 TO WS-Letter-Count.
040200     ADD ASG-NUMBER TO WS-Hash-Total.
040300     IF WS-Letter-Count = 1
040400         MOVE ASG-COUNTER-ID TO WS-First-Counter-Id
040500         MOVE ASG-NUMBER TO WS-Low-Number
040600         MOVE ASG-NUMBER TO WS-High-Number
040700         MOVE ASG-DOC-NUMBER TO WS-Low-Doc-Number
040800         MOVE ASG-DOC-NUMBER TO WS-High-Doc-Number
040900         GO TO 2300-EXIT
041000     END-IF.
041100     IF ASG-COUNTER-ID NOT = WS-First-Counter-Id
041200         SET WS-Mixed-Counter-Yes TO TRUE
041300     END-IF.
041400     IF ASG-NUMBER < WS-Low-Number
041500         MOVE ASG-NUMBER TO WS-Low-Number
041600         MOVE ASG-DOC-NUMBER TO WS-Low-Doc-Number
041700     END-IF.
041800     IF ASG-NUMBER > WS-High-Number
041900         MOVE ASG-NUMBER TO WS-High-Number
042000         MOVE ASG-DOC-NUMBER TO WS-High-Doc-Number
042100     END-IF.
042200 2300-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600*   3000-WRITE-LETTER -- ONE LETTER, ON ITS OWN PAGE: THE       *
042700*   SENDER, DATE, ADDRESSEE, OPENING, DOCUMENT NUMBER,          *
042800*   CLOSING, AND A FOOTER LINE THE VENDOR CAN COUNT ON.         *
042900******************************************************************
043000 3000-WRITE-LETTER.
043100     MOVE "1" TO WS-Letter-Control.
043200     MOVE "ENROLLMENT SERVICES" TO WS-LTL-Text.
043300     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
043400     MOVE " " TO WS-Letter-Control.
043500     MOVE "PARTICIPANT BENEFITS ADMINISTRATION" TO WS-LTL-Text.
043600     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
043700     MOVE "-" TO WS-Letter-Control.
043800     MOVE WS-Letter-Date TO WS-LTL-Text.
043900     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
044000     MOVE "-" TO WS-Letter-Control.
044100     MOVE ASG-NAME TO WS-LTL-Text.
044200     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
044300     MOVE " " TO WS-Letter-Control.
044400     MOVE ASG-ID TO WS-IDL-Id.
044500     MOVE WS-Id-Line TO WS-LTL-Text.
044600     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
044700     MOVE "-" TO WS-Letter-Control.
044800     MOVE SPACES TO WS-LTL-Text.
044900     STRING "DEAR " DELIMITED BY SIZE
045000         ASG-NAME DELIMITED BY "  "
045100         ":" DELIMITED BY SIZE
045200         INTO WS-LTL-Text.
045300     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
045400     PERFORM 3200-PUT-OPENING-LINE THRU 3200-EXIT
045500         VARYING WS-OPN-Idx FROM 1 BY 1
045600         UNTIL WS-OPN-Idx > WS-Opening-Lines.
045700     MOVE "0" TO WS-Letter-Control.
045800     MOVE ASG-DOC-NUMBER TO WS-DNL-Doc-Number.
045900     MOVE WS-Doc-Number-Line TO WS-LTL-Text.
046000     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
046100     PERFORM 3300-PUT-CLOSING-LINE THRU 3300-EXIT
046200         VARYING WS-CLS-Idx FROM 1 BY 1
046300         UNTIL WS-CLS-Idx > WS-Closing-Lines.
046400     MOVE "-" TO WS-Letter-Control.
046500     MOVE WS-Letter-Count TO WS-FTL-Letter-No.
046600     MOVE WS-Current-Date TO WS-FTL-Date.
046700     MOVE ASG-DOC-NUMBER TO WS-FTL-Doc-Number.
046800     MOVE WS-Footer-Line TO WS-LTL-Text.
046900     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
047000 3000-EXIT.
047100     EXIT.
047200
047300 3100-PUT-LETTER-LINE.
047400     MOVE WS-Letter-Control TO LTR-CARRIAGE-CONTROL.
047500     MOVE WS-Letter-Line TO LTR-TEXT.
047600     WRITE LTR-PRINT-LINE.
047700     ADD 1 TO WS-Letter-Lines.
047800 3100-EXIT.
047900     EXIT.
048000
048100 3200-PUT-OPENING-LINE.
048200     MOVE WS-OPN-Control (WS-OPN-Idx) TO WS-Letter-Control.
048300     MOVE WS-OPN-Text (WS-OPN-Idx) TO WS-LTL-Text.
048400     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
048500 3200-EXIT.
048600     EXIT.
048700
048800 3300-PUT-CLOSING-LINE.
048900     MOVE WS-CLS-Control (WS-CLS-Idx) TO WS-Letter-Control.
049000     MOVE WS-CLS-Text (WS-CLS-Idx) TO WS-LTL-Text.
049100     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
049200 3300-EXIT.
049300     EXIT.
049400
049402******************************************************************
049405*   3500-STAMP-MASTER -- RECORD ON THE ASSIGNMENT MASTER THAT   *
049408*   THE LETTER HAS GONE, SO NO LATER SWEEP MARKS THE            *
049411*   PARTICIPANT AS STILL OWED ONE.  A MASTER RECORD THAT CANNOT *
049414*   BE FOUND OR REWRITTEN IS NAMED AND THE STEP ENDS RC 4.      *
049417******************************************************************
049420 3500-STAMP-MASTER.
049423     MOVE ASG-ID TO ASM-ID.
049426     READ ASSIGN-MASTER
049429         INVALID KEY
049432             CONTINUE
049435     END-READ.
049438     IF NOT WS-Master-File-OK
049441         GO TO 3500-NOT-STAMPED
049444     END-IF.
049447     MOVE WS-Current-Date TO ASM-LETTER-DATE.
049450     REWRITE ASM-ASSIGN-MASTER-RECORD
049453         INVALID KEY
049456             CONTINUE
049459     END-REWRITE.
049462     IF WS-Master-File-OK
049465         GO TO 3500-EXIT
049468     END-IF.
049471 3500-NOT-STAMPED.
049474     DISPLAY "ENROLL-LETTERS: LETTER PRINTED BUT ASSIGNMF NOT "
049477         "STAMPED FOR " ASG-ID " STATUS " WS-Master-File-Status.
049480     ADD 1 TO WS-Unstamped-Count.
049483     IF RETURN-CODE < 4
049486         MOVE 4 TO RETURN-CODE
049489     END-IF.
049492 3500-EXIT.
049495     EXIT.
049498
049500******************************************************************
049600*   8000-PRINT-LINE -- WRITE WS-DETAIL-LINE TO THE CONTROL      *
049700*   REPORT WITH A PAGE HEADING EVERY WS-LINES-PER-PAGE LINES.   *
049800******************************************************************
049900 8000-PRINT-LINE.
050000     IF WS-Line-Count >= WS-Lines-Per-Page
050100         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
050200     END-IF.
050300     WRITE RPT-PRINT-LINE FROM WS-Detail-Line.
050400     ADD 1 TO WS-Line-Count.
050500 8000-EXIT.
050600     EXIT.
050700
050800 8100-PAGE-HEADING.
050900     ADD 1 TO WS-Page-Count.
051000     MOVE WS-Current-Date TO WS-H1-Date.
051100     MOVE WS-Current-Time TO WS-H1-Time.
051200     MOVE WS-Page-Count TO WS-H1-Page.
051300     WRITE RPT-PRINT-LINE FROM WS-Heading-1.
051400     WRITE RPT-PRINT-LINE FROM WS-Heading-2.
051500     MOVE 2 TO WS-Line-Count.
051600 8100-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000*   9000-TERMINATE -- THE CONTROL PAGE, ALWAYS ON A PAGE OF     *
052100*   ITS OWN AFTER ANY PARTICIPANTS LISTED WITHOUT A LETTER,     *
052200*   THEN CLOSE.                                                 *
052300******************************************************************
052400 9000-TERMINATE.
052500     MOVE 99 TO WS-Line-Count.
052600     MOVE "ASSIGNMENT RECORDS READ" TO WS-CTL-Label.
052700     MOVE WS-Records-Read TO WS-Count-Edit.
052800     PERFORM 9100-PUT-CONTROL-COUNT THRU 9100-EXIT.
052900     MOVE "ALREADY ASSIGNED -- NO LETTER DUE" TO WS-CTL-Label.
053000     MOVE WS-Reused-Count TO WS-Count-Edit.
053100     PERFORM 9100-PUT-CONTROL-COUNT THRU 9100-EXIT.
053110     MOVE "OWED A LETTER FROM AN EARLIER SWEEP" TO WS-CTL-Label.
053120     MOVE WS-Owed-Count TO WS-Count-Edit.
053130     PERFORM 9100-PUT-CONTROL-COUNT THRU 9100-EXIT.
053200     MOVE "FAILED VALIDATION -- NO LETTER PRINTED"
053300         TO WS-CTL-Label.
053400     MOVE WS-Rejected-Count TO WS-Count-Edit.
053500     PERFORM 9100-PUT-CONTROL-COUNT THRU 9100-EXIT.
053600     MOVE "LETTERS WRITTEN (ONE PAGE EACH)" TO WS-CTL-Label.
053700     MOVE WS-Letter-Count TO WS-Count-Edit.
053800     PERFORM 9100-PUT-CONTROL-COUNT THRU 9100-EXIT.
053810     MOVE "PRINTED BUT NOT STAMPED ON ASSIGNMF" TO WS-CTL-Label.
053820     MOVE WS-Unstamped-Count TO WS-Count-Edit.
053830     PERFORM 9100-PUT-CONTROL-COUNT THRU 9100-EXIT.
053900     MOVE "LETTER FILE LINES WRITTEN" TO WS-CTL-Label.
054000     MOVE WS-Letter-Lines TO WS-Count-Edit.
054100     PERFORM 9100-PUT-CONTROL-COUNT THRU 9100-EXIT.
054200     MOVE "LOWEST DOCUMENT NUMBER" TO WS-CTL-Label.
054300     MOVE WS-Low-Doc-Number TO WS-CTL-Value.
054400     PERFORM 9200-PUT-CONTROL-LINE THRU 9200-EXIT.
054500     MOVE "HIGHEST DOCUMENT NUMBER" TO WS-CTL-Label.
054600     MOVE WS-High-Doc-Number TO WS-CTL-Value.
054700     PERFORM 9200-PUT-CONTROL-LINE THRU 9200-EXIT.
054800     MOVE "HASH TOTAL OF SEQUENCE NUMBERS" TO WS-CTL-Label.
054900     MOVE WS-Hash-Total TO WS-Hash-Edit.
055000     MOVE WS-Hash-Edit TO WS-CTL-Value.
055100     PERFORM 9200-PUT-CONTROL-LINE THRU 9200-EXIT.
055200     IF WS-Letter-Count = 0
055300         MOVE "ENROLL-LETTERS NO NEW ENROLLMENTS -- NO LETTERS"
055400             TO WS-Detail-Line
055500         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
055600     END-IF.
055700     IF WS-Mixed-Counter-Yes
055800         MOVE "NOTE: MORE THAN ONE COUNTER ON THE ASSIGNMENT FILE"
055900             TO WS-Detail-Line
056000         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
056100     END-IF.
056200     DISPLAY "ENROLL-LETTERS: " WS-Records-Read " READ, "
056300         WS-Letter-Count " LETTER(S), " WS-Rejected-Count
056400         " WITHOUT A LETTER, DOC " WS-Low-Doc-Number " TO "
056500         WS-High-Doc-Number.
056600     IF (WS-Rejected-Count > 0 OR WS-Unstamped-Count > 0)
056700             AND RETURN-CODE < 4
056800         MOVE 4 TO RETURN-CODE
056900     END-IF.
057000     CLOSE ASSIGN-FILE.
057100     CLOSE LETTER-FILE.
057200     CLOSE CONTROL-REPORT.
057210     CLOSE ASSIGN-MASTER.
057300 9000-EXIT.
057400     EXIT.
057500
057600 9100-PUT-CONTROL-COUNT.
057700     MOVE WS-Count-Edit TO WS-CTL-Value.
057800     PERFORM 9200-PUT-CONTROL-LINE THRU 9200-EXIT.
057900 9100-EXIT.
058000     EXIT.
058100
058200 9200-PUT-CONTROL-LINE.
058300     MOVE WS-Control-Line TO WS-Detail-Line.
058400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
058500     MOVE SPACES TO WS-CTL-Value.
058600 9200-EXIT.
058700     EXIT.
058800
058900 END PROGRAM enroll-letters.
