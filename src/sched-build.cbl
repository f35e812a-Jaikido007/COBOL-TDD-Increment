002000*   ZERO RUN COUNT, BLANK RUN PREFIX) IS FLAGGED IN SYSOUT AND  *
002100*   SETS RETURN-CODE 4; IT GENERATES NOTHING, WHICH IS WHAT     *
002200*   THE OLD HAND-TYPED FILE DID SILENTLY.                       *
002208*                                                                *
002216*   BUSINESS DAYS ARE MONDAY TO FRIDAY LESS THE DAYS ON THE     *
002224*   BUSINESS CALENDAR (CALENDF, CALREC).  AN ENTRY MAY ALSO RUN *
002232*   ON THE FIRST, LAST, OR NTH BUSINESS DAY OF THE MONTH, AND   *
002240*   ITS HOLIDAY RULE DECIDES WHETHER A DAY-OF-WEEK, MONTH-END,  *
002248*   OR QUARTER-END RUN THAT FALLS ON A NON-BUSINESS DAY RUNS    *
002256*   ANYWAY, IS SKIPPED, OR ROLLS TO THE NEXT BUSINESS DAY.      *
002264*   EVERY ENTRY GETS A SYSOUT LINE SAYING WHETHER IT WAS        *
002272*   SCHEDULED AND WHY.  NO CALENDAR, OR ONE WITH NO DAYS FOR    *
002280*   THE CURRENT YEAR, IS RUN WITH WEEKENDS ONLY AND SETS        *
002288*   RETURN-CODE 4.                                              *
002290*                                                                *
002292*   EACH UNSATISFIED ENTRY IS ALSO RAISED ON THE EXCEPTION      *
002294*   WORKLIST (EXCEPTF) THROUGH "exc-post", TYPE SCHEDUNM, KEYED *
002296*   BY COUNTER AND RUN PREFIX; AN ENTRY STILL UNSATISFIED THE   *
002298*   NEXT NIGHT IS A REPEAT OF THE SAME ITEM.                    *
002300*                                                                *
002400*   RETURN-CODE 4 = AT LEAST ONE SCHEDULE ENTRY UNSATISFIED,    *
002410*                   OR THE BUSINESS CALENDAR IS MISSING, OUT OF *
002420*                   DATE, OR HAS A BAD RECORD.                  *
002500*   RETURN-CODE 8 = A FILE WOULD NOT OPEN OR A WRITE FAILED;    *
002600*                   THE ISSUING STEPS MUST NOT RUN.             *
002700*                                                                *
002800*   MODIFICATION HISTORY                                        *
002900*   ---------------------------------------------------------   *
003000*   2026-09-02  JPK  INITIAL VERSION.                           *
003010*   2026-10-15  JPK  BUSINESS CALENDAR (CALENDF): FIRST, LAST,  *
003020*                    AND NTH BUSINESS-DAY RULES, SKIP OR ROLL   *
003030*                    FORWARD ON NON-BUSINESS DAYS, AND A SYSOUT *
003040*                    LINE EXPLAINING EVERY ENTRY.               *
003050*   2026-10-15  JPK  EACH UNSATISFIED ENTRY IS NOW ALSO POSTED  *
003060*                    TO THE EXCEPTION WORKLIST (EXCEPTF)        *
003070*                    THROUGH "exc-post".                        *
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. sched-build.
004800     SELECT CONTROL-OUT ASSIGN TO CTLOUT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-Control-Out-Status.
005010     SELECT CALENDAR-FILE ASSIGN TO CALENDF
005020         ORGANIZATION IS LINE SEQUENTIAL
005030         FILE STATUS IS WS-Calendar-File-Status.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
006200 FD  CONTROL-OUT
006300     RECORDING MODE IS F.
006400     COPY ctlrec.
006410
006420 FD  CALENDAR-FILE
006430     RECORDING MODE IS F.
006440     COPY calrec.
006500
006600 WORKING-STORAGE SECTION.
006700 77  WS-Schedule-File-Status     PIC X(02).
007000     88  WS-Override-File-OK         VALUE "00".
007100 77  WS-Control-Out-Status       PIC X(02).
007200     88  WS-Control-Out-OK           VALUE "00".
007210 77  WS-Calendar-File-Status     PIC X(02).
007220     88  WS-Calendar-File-OK         VALUE "00".
007300
007400 77  WS-Schedule-EOF-Switch      PIC X(01) VALUE "N".
007500     88  WS-Schedule-EOF-Yes         VALUE "Y".
007700 77  WS-Override-EOF-Switch      PIC X(01) VALUE "N".
007800     88  WS-Override-EOF-Yes         VALUE "Y".
007900     88  WS-Override-EOF-No          VALUE "N".
007910 77  WS-Calendar-EOF-Switch      PIC X(01) VALUE "N".
007920     88  WS-Calendar-EOF-Yes         VALUE "Y".
007930     88  WS-Calendar-EOF-No          VALUE "N".
008000
008100******************************************************************
008200*   TONIGHT'S CALENDAR FACTS, WORKED OUT ONCE UP FRONT: DAY OF  *
010400 77  WS-Qtr-End-Switch           PIC X(01) VALUE "N".
010500     88  WS-Qtr-End-Yes              VALUE "Y".
010600     88  WS-Qtr-End-No               VALUE "N".
010601
010602******************************************************************
010603*   BUSINESS CALENDAR, LOADED ONCE FROM CALENDF.  ONLY THE DAYS *
010604*   OFF BEYOND THE WEEKEND ARE ON IT.                           *
010605******************************************************************
010606 77  WS-Max-Cal-Days             UNSIGNED-INT VALUE 500.
010607 77  WS-Cal-Day-Count            UNSIGNED-INT VALUE 0.
010608 77  WS-Cal-This-Year-Count      UNSIGNED-INT VALUE 0.
010609 77  WS-Cal-Found-Switch         PIC X(01) VALUE "N".
010610     88  WS-Cal-Found-Yes            VALUE "Y".
010611     88  WS-Cal-Found-No             VALUE "N".
010612 01  WS-Calendar-Table.
010613     05  WS-CAL-Entry OCCURS 500 TIMES INDEXED BY WS-CAL-Idx.
010614         10  WS-CAL-Date             PIC 9(08).
010615         10  WS-CAL-Day-Type         PIC X(01).
010616         10  WS-CAL-Description      PIC X(30).
010617
010618 01  WS-Day-Name-Values.
010619     05  FILLER                  PIC X(09) VALUE "MONDAY".
010620     05  FILLER                  PIC X(09) VALUE "TUESDAY".
010621     05  FILLER                  PIC X(09) VALUE "WEDNESDAY".
010622     05  FILLER                  PIC X(09) VALUE "THURSDAY".
010623     05  FILLER                  PIC X(09) VALUE "FRIDAY".
010624     05  FILLER                  PIC X(09) VALUE "SATURDAY".
010625     05  FILLER                  PIC X(09) VALUE "SUNDAY".
010626 01  WS-Day-Names REDEFINES WS-Day-Name-Values.
010627     05  WS-Day-Name             PIC X(09) OCCURS 7 TIMES.
010628
010629******************************************************************
010630*   ONE DAY CLASSIFIED BY 5000-CLASSIFY-DATE: ITS DAY OF WEEK,  *
010631*   MONTH-END AND QUARTER-END FACTS, AND WHETHER IT IS A        *
010632*   BUSINESS DAY (AND IF NOT, WHY NOT).                         *
010633******************************************************************
010634 77  WS-Probe-Int                UNSIGNED-INT.
010635 01  WS-Probe-Date               PIC 9(08).
010636 01  WS-Probe-Parts REDEFINES WS-Probe-Date.
010637     05  FILLER                  PIC 9(04).
010638     05  WS-Probe-Month          PIC 9(02).
010639     05  FILLER                  PIC 9(02).
010640 01  WS-Probe-Next               PIC 9(08).
010641 01  WS-Probe-Next-Parts REDEFINES WS-Probe-Next.
010642     05  FILLER                  PIC 9(04).
010643     05  WS-Probe-Next-Month     PIC 9(02).
010644     05  FILLER                  PIC 9(02).
010645 77  WS-Probe-Dow                PIC 9(01).
010646 77  WS-Probe-Month-End-Switch   PIC X(01) VALUE "N".
010647     88  WS-Probe-Month-End-Yes      VALUE "Y".
010648     88  WS-Probe-Month-End-No       VALUE "N".
010649 77  WS-Probe-Qtr-End-Switch     PIC X(01) VALUE "N".
010650     88  WS-Probe-Qtr-End-Yes        VALUE "Y".
010651     88  WS-Probe-Qtr-End-No         VALUE "N".
010652 77  WS-Probe-Business-Switch    PIC X(01) VALUE "Y".
010653     88  WS-Probe-Business-Yes       VALUE "Y".
010654     88  WS-Probe-Business-No        VALUE "N".
010655 77  WS-Probe-Why                PIC X(50).
010656
010657******************************************************************
010658*   TONIGHT'S BUSINESS-DAY FACTS: WHETHER IT IS ONE, WHICH ONE  *
010659*   OF THE MONTH, WHETHER IT IS THE LAST, THE NEXT BUSINESS     *
010660*   DAY, AND THE NON-BUSINESS DAYS SINCE THE LAST BUSINESS DAY  *
010661*   (MOST RECENT FIRST) WHOSE ROLLING RUNS LAND TONIGHT.        *
010662******************************************************************
010663 77  WS-Today-Business-Switch    PIC X(01) VALUE "Y".
010664     88  WS-Today-Business-Yes       VALUE "Y".
010665     88  WS-Today-Business-No        VALUE "N".
010666 77  WS-Today-Why                PIC X(50).
010667 77  WS-Busday-Of-Month          PIC 9(02) VALUE 0.
010668 77  WS-Last-Busday-Switch       PIC X(01) VALUE "N".
010669     88  WS-Last-Busday-Yes          VALUE "Y".
010670     88  WS-Last-Busday-No           VALUE "N".
010671 01  WS-Next-Busday              PIC 9(08) VALUE 0.
010672 77  WS-Scan-Int                 UNSIGNED-INT.
010673 77  WS-Scan-Start-Int           UNSIGNED-INT.
010674 77  WS-Scan-Limit-Int           UNSIGNED-INT.
010675 77  WS-Roll-Done-Switch         PIC X(01) VALUE "N".
010676     88  WS-Roll-Done-Yes            VALUE "Y".
010677     88  WS-Roll-Done-No             VALUE "N".
010678 77  WS-Max-Roll-Days            UNSIGNED-INT VALUE 31.
010679 77  WS-Roll-Count               UNSIGNED-INT VALUE 0.
010680 01  WS-Roll-Table.
010681     05  WS-ROL-Entry OCCURS 31 TIMES INDEXED BY WS-ROL-Idx.
010682         10  WS-ROL-Date             PIC 9(08).
010683         10  WS-ROL-Dow              PIC 9(01).
010684         10  WS-ROL-Month-End        PIC X(01).
010685         10  WS-ROL-Qtr-End          PIC X(01).
010686         10  WS-ROL-Why              PIC X(50).
010687
010688******************************************************************
010689*   ONE ENTRY'S DUE CHECK AGAINST ONE DAY, AND THE SYSOUT LINE  *
010690*   EXPLAINING THE OUTCOME.                                     *
010691******************************************************************
010692 77  WS-Chk-Dow                  PIC 9(01).
010693 77  WS-Chk-Month-End-Switch     PIC X(01).
010694     88  WS-Chk-Month-End-Yes        VALUE "Y".
010695 77  WS-Chk-Qtr-End-Switch       PIC X(01).
010696     88  WS-Chk-Qtr-End-Yes          VALUE "Y".
010697 77  WS-Due-Reason               PIC X(30).
010698 77  WS-Explain                  PIC X(120).
010700
010800 01  WS-Run-Id-Work.
010900     05  WS-RIW-Prefix           PIC X(04).
011500 77  WS-Skipped-Count            UNSIGNED-INT VALUE 0.
011600 77  WS-Unsatisfied-Count        UNSIGNED-INT VALUE 0.
011700 77  WS-Override-Count           UNSIGNED-INT VALUE 0.
011710 77  WS-Rolled-Count             UNSIGNED-INT VALUE 0.
011720 77  WS-Held-Count               UNSIGNED-INT VALUE 0.
011800
011810******************************************************************
011820*   "exc-post" CALLING CONTRACT (EXCLINK).                      *
011830******************************************************************
011840     COPY exclink.
011845 77  WS-Exc-Return-Code          PIC 9(04).
011850
011900 PROCEDURE DIVISION.
012000******************************************************************
012100 0000-MAINLINE.
013200
013300******************************************************************
013400*   1000-INITIALIZE -- WORK OUT TONIGHT'S CALENDAR FACTS AND    *
013410*   BUSINESS-DAY FACTS, THEN OPEN THE SCHEDULE AND OUTPUT.      *
013500*   NO SCHEDULE MASTER IS AN ERROR: THE WHOLE POINT IS THAT     *
013600*   THE NIGHT'S REQUESTS COME FROM A MAINTAINED DATASET, NOT    *
013700*   FROM MEMORY.                                                *
013800******************************************************************
013900 1000-INITIALIZE.
014000     ACCEPT WS-Today FROM DATE YYYYMMDD.
015500             SET WS-Qtr-End-Yes TO TRUE
015600         END-IF
015700     END-IF.
015710     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
015720     PERFORM 1200-BUSINESS-DAY-FACTS THRU 1200-EXIT.
015800     OPEN INPUT SCHEDULE-FILE.
015900     IF NOT WS-Schedule-File-OK
016000         DISPLAY "SCHED-BUILD: CANNOT OPEN SCHEDF, STATUS "
017000     END-IF.
017100 1000-EXIT.
017200     EXIT.
017201
017202******************************************************************
017203*   1100-LOAD-CALENDAR -- THE BUSINESS CALENDAR INTO WORKING    *
017204*   STORAGE.  WITHOUT ONE, ONLY WEEKENDS ARE NON-BUSINESS DAYS; *
017205*   THE NIGHT STILL RUNS BUT WITH RETURN-CODE 4, AS IT DOES     *
017206*   WHEN NOBODY HAS ADDED THIS YEAR'S HOLIDAYS.                 *
017207******************************************************************
017208 1100-LOAD-CALENDAR.
017209     OPEN INPUT CALENDAR-FILE.
017210     IF NOT WS-Calendar-File-OK
017211         DISPLAY "SCHED-BUILD: CANNOT OPEN CALENDF, STATUS "
017212             WS-Calendar-File-Status
017213             " -- ONLY WEEKENDS ARE NON-BUSINESS DAYS TONIGHT"
017214         IF RETURN-CODE < 4
017215             MOVE 4 TO RETURN-CODE
017216         END-IF
017217         GO TO 1100-EXIT
017218     END-IF.
017219     PERFORM 1110-LOAD-ONE THRU 1110-EXIT
017220         UNTIL WS-Calendar-EOF-Yes.
017221     CLOSE CALENDAR-FILE.
017222     IF WS-Cal-This-Year-Count = 0
017223         DISPLAY "SCHED-BUILD: BUSINESS CALENDAR HAS NO DAYS FOR "
017224             WS-Today-Year " -- HAS IT BEEN MAINTAINED?"
017225         IF RETURN-CODE < 4
017226             MOVE 4 TO RETURN-CODE
017227         END-IF
017228     END-IF.
017229 1100-EXIT.
017230     EXIT.
017231
017232 1110-LOAD-ONE.
017233     READ CALENDAR-FILE
017234         AT END
017235             SET WS-Calendar-EOF-Yes TO TRUE
017236             GO TO 1110-EXIT
017237     END-READ.
017238     IF WS-Calendar-File-Status > "10"
017239         SET WS-Calendar-EOF-Yes TO TRUE
017240         GO TO 1110-EXIT
017241     END-IF.
017242     IF CAL-CALENDAR-RECORD = SPACES
017243             OR CAL-CALENDAR-RECORD (1:1) = "*"
017244         GO TO 1110-EXIT
017245     END-IF.
017246     IF CAL-DATE NOT NUMERIC
017247             OR NOT CAL-DAY-TYPE-VALID
017248         DISPLAY "SCHED-BUILD: CALENDAR RECORD '"
017249             CAL-CALENDAR-RECORD (1:9)
017250             "' IGNORED -- BAD DATE OR DAY TYPE"
017251         IF RETURN-CODE < 4
017252             MOVE 4 TO RETURN-CODE
017253         END-IF
017254         GO TO 1110-EXIT
017255     END-IF.
017256     IF FUNCTION TEST-DATE-YYYYMMDD (CAL-DATE) NOT = 0
017257         DISPLAY "SCHED-BUILD: CALENDAR RECORD '"
017258             CAL-CALENDAR-RECORD (1:9)
017259             "' IGNORED -- BAD DATE OR DAY TYPE"
017260         IF RETURN-CODE < 4
017261             MOVE 4 TO RETURN-CODE
017262         END-IF
017263         GO TO 1110-EXIT
017264     END-IF.
017265     IF WS-Cal-Day-Count NOT < WS-Max-Cal-Days
017266         DISPLAY "SCHED-BUILD: MORE THAN " WS-Max-Cal-Days
017267             " CALENDAR DAYS -- " CAL-DATE " IGNORED"
017268         GO TO 1110-EXIT
017269     END-IF.
017270     ADD 1 TO WS-Cal-Day-Count.
017271     SET WS-CAL-Idx TO WS-Cal-Day-Count.
017272     MOVE CAL-DATE TO WS-CAL-Date (WS-CAL-Idx).
017273     MOVE CAL-DAY-TYPE TO WS-CAL-Day-Type (WS-CAL-Idx).
017274     MOVE CAL-DESCRIPTION TO WS-CAL-Description (WS-CAL-Idx).
017275     IF CAL-DATE (1:4) = WS-Today (1:4)
017276         ADD 1 TO WS-Cal-This-Year-Count
017277     END-IF.
017278 1110-EXIT.
017279     EXIT.
017280
017281******************************************************************
017282*   1200-BUSINESS-DAY-FACTS -- TONIGHT AGAINST THE CALENDAR:    *
017283*   BUSINESS DAY OR NOT, ITS NUMBER WITHIN THE MONTH, WHETHER   *
017284*   IT IS THE LAST, THE NEXT BUSINESS DAY, AND THE RUN OF       *
017285*   NON-BUSINESS DAYS JUST BEHIND IT.  ONE SYSOUT LINE SAYS     *
017286*   WHAT KIND OF NIGHT IT IS.                                   *
017287******************************************************************
017288 1200-BUSINESS-DAY-FACTS.
017289     MOVE WS-Today-Int TO WS-Probe-Int.
017290     PERFORM 5000-CLASSIFY-DATE THRU 5000-EXIT.
017291     MOVE WS-Probe-Business-Switch TO WS-Today-Business-Switch.
017292     MOVE WS-Probe-Why TO WS-Today-Why.
017293     IF WS-Today-Business-Yes
017294         COMPUTE WS-Scan-Start-Int =
017295             WS-Today-Int - WS-Today-Day + 1
017296         PERFORM 1210-COUNT-BUSINESS-DAY THRU 1210-EXIT
017297             VARYING WS-Scan-Int FROM WS-Scan-Start-Int BY 1
017298             UNTIL WS-Scan-Int > WS-Today-Int
017299     END-IF.
017300     COMPUTE WS-Scan-Start-Int = WS-Today-Int + 1.
017301     COMPUTE WS-Scan-Limit-Int = WS-Today-Int + 31.
017302     PERFORM 1220-FIND-NEXT-BUSINESS-DAY THRU 1220-EXIT
017303         VARYING WS-Scan-Int FROM WS-Scan-Start-Int BY 1
017304         UNTIL WS-Next-Busday NOT = 0
017305             OR WS-Scan-Int > WS-Scan-Limit-Int.
017306     IF WS-Next-Busday = 0
017307         DISPLAY "SCHED-BUILD: NO BUSINESS DAY IN THE NEXT 31 "
017308             "DAYS -- CHECK THE BUSINESS CALENDAR"
017309         IF RETURN-CODE < 4
017310             MOVE 4 TO RETURN-CODE
017311         END-IF
017312     END-IF.
017313     IF WS-Today-Business-Yes
017314             AND WS-Next-Busday (1:6) NOT = WS-Today (1:6)
017315         SET WS-Last-Busday-Yes TO TRUE
017316     END-IF.
017317     IF WS-Today-Business-Yes
017318         COMPUTE WS-Scan-Start-Int = WS-Today-Int - 1
017319         PERFORM 1230-COLLECT-ROLL-DAY THRU 1230-EXIT
017320             VARYING WS-Scan-Int FROM WS-Scan-Start-Int BY -1
017321             UNTIL WS-Roll-Done-Yes
017322     END-IF.
017323     MOVE SPACES TO WS-Explain.
017324     IF WS-Today-Business-No
017325         STRING "TONIGHT, " DELIMITED BY SIZE
017326                 WS-Day-Name (WS-Day-Of-Week) DELIMITED BY SPACE
017327                 " " WS-Today ", IS NOT A BUSINESS DAY -- "
017328                 DELIMITED BY SIZE
017329                 WS-Today-Why DELIMITED BY "  "
017330             INTO WS-Explain
017331     ELSE
017332         IF WS-Last-Busday-Yes
017333             STRING "TONIGHT, " DELIMITED BY SIZE
017334                 WS-Day-Name (WS-Day-Of-Week) DELIMITED BY SPACE
017335                     " " WS-Today ", IS BUSINESS DAY "
017336                     WS-Busday-Of-Month " OF THE MONTH, THE LAST"
017337                     DELIMITED BY SIZE
017338                 INTO WS-Explain
017339         ELSE
017340             STRING "TONIGHT, " DELIMITED BY SIZE
017341                 WS-Day-Name (WS-Day-Of-Week) DELIMITED BY SPACE
017342                     " " WS-Today ", IS BUSINESS DAY "
017343                     WS-Busday-Of-Month " OF THE MONTH"
017344                     DELIMITED BY SIZE
017345                 INTO WS-Explain
017346         END-IF
017347     END-IF.
017348     DISPLAY "SCHED-BUILD: " WS-Explain.
017349     IF WS-Today-Business-No
017350         DISPLAY "SCHED-BUILD: NEXT BUSINESS DAY IS "
017351             WS-Next-Busday
017352         GO TO 1200-EXIT
017353     END-IF.
017354     IF WS-Roll-Count > 0
017355         DISPLAY "SCHED-BUILD: " WS-Roll-Count
017356             " NON-BUSINESS DAY(S) SINCE THE LAST BUSINESS DAY"
017357             " -- RUNS THAT ROLL FORWARD FROM THEM RUN TONIGHT"
017358     END-IF.
017359 1200-EXIT.
017360     EXIT.
017361
017362 1210-COUNT-BUSINESS-DAY.
017363     MOVE WS-Scan-Int TO WS-Probe-Int.
017364     PERFORM 5000-CLASSIFY-DATE THRU 5000-EXIT.
017365     IF WS-Probe-Business-Yes
017366         ADD 1 TO WS-Busday-Of-Month
017367     END-IF.
017368 1210-EXIT.
017369     EXIT.
017370
017371 1220-FIND-NEXT-BUSINESS-DAY.
017372     MOVE WS-Scan-Int TO WS-Probe-Int.
017373     PERFORM 5000-CLASSIFY-DATE THRU 5000-EXIT.
017374     IF WS-Probe-Business-Yes
017375         MOVE WS-Probe-Date TO WS-Next-Busday
017376     END-IF.
017377 1220-EXIT.
017378     EXIT.
017379
017380 1230-COLLECT-ROLL-DAY.
017381     MOVE WS-Scan-Int TO WS-Probe-Int.
017382     PERFORM 5000-CLASSIFY-DATE THRU 5000-EXIT.
017383     IF WS-Probe-Business-Yes
017384             OR WS-Roll-Count NOT < WS-Max-Roll-Days
017385         SET WS-Roll-Done-Yes TO TRUE
017386         GO TO 1230-EXIT
017387     END-IF.
017388     ADD 1 TO WS-Roll-Count.
017389     SET WS-ROL-Idx TO WS-Roll-Count.
017390     MOVE WS-Probe-Date TO WS-ROL-Date (WS-ROL-Idx).
017391     MOVE WS-Probe-Dow TO WS-ROL-Dow (WS-ROL-Idx).
017392     MOVE WS-Probe-Month-End-Switch
017393         TO WS-ROL-Month-End (WS-ROL-Idx).
017394     MOVE WS-Probe-Qtr-End-Switch TO WS-ROL-Qtr-End (WS-ROL-Idx).
017395     MOVE WS-Probe-Why TO WS-ROL-Why (WS-ROL-Idx).
017396 1230-EXIT.
017397     EXIT.
017398
017400******************************************************************
017500*   2000-GENERATE-FROM-SCHEDULE -- ONE PASS OVER THE MASTER;    *
017600*   EVERY ENTRY DUE TONIGHT GENERATES ONE CONTROL RECORD.       *
019400 2100-EXIT.
019500     EXIT.
019600
019604******************************************************************
019608*   2150-POST-UNSATISFIED -- RAISE THE ENTRY JUST FLAGGED ON    *
019612*   THE EXCEPTION WORKLIST.  THE CALLER HAS LEFT THE REASON IN  *
019616*   EX-TEXT.  A WORKLIST THAT WILL NOT TAKE IT IS WARNED ABOUT; *
019620*   THE ENTRY IS STILL FLAGGED IN SYSOUT.                       *
019624******************************************************************
019628 2150-POST-UNSATISFIED.
019632     SET EX-Function-Post TO TRUE.
019636     MOVE "SCHEDUNM" TO EX-Type.
019640     MOVE SCH-COUNTER-ID TO EX-Counter-Id.
019644     MOVE SCH-RUN-PREFIX TO EX-Reference.
019648     MOVE "SCHEDBLD" TO EX-Source.
019650     MOVE RETURN-CODE TO WS-Exc-Return-Code.
019652     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
019656         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
019658     MOVE WS-Exc-Return-Code TO RETURN-CODE.
019660     IF NOT EX-Status-OK AND NOT EX-Status-Repeat
019664         DISPLAY "SCHED-BUILD: EXCEPTION WORKLIST NOT UPDATED "
019668             "FOR COUNTER '" SCH-COUNTER-ID "' -- STATUS "
019672             EX-Status
019676     END-IF.
019680 2150-EXIT.
019684     EXIT.
019688
019700 2200-PROCESS-ONE-ENTRY.
019800     IF SCH-SCHEDULE-RECORD = SPACES
019900             OR SCH-COUNTER-ID (1:1) = "*"
020800             SCH-COUNTER-ID "' CANNOT BE SATISFIED -- "
020900             "COUNTER, RUN COUNT, OR RUN PREFIX UNUSABLE"
021000         ADD 1 TO WS-Unsatisfied-Count
021010         MOVE "COUNTER, RUN COUNT, OR RUN PREFIX UNUSABLE"
021020             TO EX-Text
021030         PERFORM 2150-POST-UNSATISFIED THRU 2150-EXIT
021100         IF RETURN-CODE < 4
021200             MOVE 4 TO RETURN-CODE
021300         END-IF
021400         GO TO 2200-NEXT
021500     END-IF.
021503     IF NOT (SCH-BUSDAY-NONE OR SCH-BUSDAY-FIRST
021506                 OR SCH-BUSDAY-LAST OR SCH-BUSDAY-NTH)
021509             OR NOT (SCH-HOLIDAY-IGNORE OR SCH-HOLIDAY-SKIP
021512                 OR SCH-HOLIDAY-ROLL)
021515         DISPLAY "SCHED-BUILD: SCHEDULE ENTRY FOR COUNTER '"
021518             SCH-COUNTER-ID "' CANNOT BE SATISFIED -- "
021521             "BUSINESS-DAY OR HOLIDAY RULE UNKNOWN"
021524         ADD 1 TO WS-Unsatisfied-Count
021525         MOVE "BUSINESS-DAY OR HOLIDAY RULE UNKNOWN" TO EX-Text
021526         PERFORM 2150-POST-UNSATISFIED THRU 2150-EXIT
021527         IF RETURN-CODE < 4
021530             MOVE 4 TO RETURN-CODE
021533         END-IF
021536         GO TO 2200-NEXT
021539     END-IF.
021542     IF SCH-BUSDAY-NTH
021545             AND (SCH-BUSDAY-NUMBER NOT NUMERIC
021548                 OR SCH-BUSDAY-NUMBER = 0
021551                 OR SCH-BUSDAY-NUMBER > 23)
021554         DISPLAY "SCHED-BUILD: SCHEDULE ENTRY FOR COUNTER '"
021557             SCH-COUNTER-ID "' CANNOT BE SATISFIED -- "
021560             "NTH BUSINESS DAY MUST BE 01 TO 23"
021563         ADD 1 TO WS-Unsatisfied-Count
021564         MOVE "NTH BUSINESS DAY MUST BE 01 TO 23" TO EX-Text
021565         PERFORM 2150-POST-UNSATISFIED THRU 2150-EXIT
021566         IF RETURN-CODE < 4
021569             MOVE 4 TO RETURN-CODE
021572         END-IF
021575         GO TO 2200-NEXT
021578     END-IF.
021600     PERFORM 2300-CHECK-DUE-TONIGHT THRU 2300-EXIT.
021700 2200-NEXT.
021800     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
021900 2200-EXIT.
022000     EXIT.
022100
022110******************************************************************
022120*   2300-CHECK-DUE-TONIGHT -- FIRST THE BUSINESS-DAY RULES,     *
022130*   THEN THE DAY-OF-WEEK FLAG, MONTH-END, AND QUARTER-END FOR   *
022140*   TONIGHT ITSELF, THEN (FOR A ROLLING ENTRY) THE SAME RULES   *
022150*   FOR EACH NON-BUSINESS DAY JUST BEHIND TONIGHT.  A RUN DUE   *
022160*   ON A NON-BUSINESS DAY IS HELD UNLESS THE ENTRY'S HOLIDAY    *
022170*   RULE IS BLANK.  AN ENTRY GENERATES AT MOST ONE RECORD, AND  *
022180*   EVERY ENTRY GETS ONE SYSOUT LINE SAYING WHAT HAPPENED.      *
022190******************************************************************
022200 2300-CHECK-DUE-TONIGHT.
022210     MOVE SPACES TO WS-Explain.
022220     IF WS-Today-Business-Yes
022230         IF SCH-BUSDAY-FIRST AND WS-Busday-Of-Month = 1
022240             MOVE "FIRST BUSINESS DAY OF THE MONTH"
022250                 TO WS-Explain
022260             GO TO 2300-SCHEDULE
022270         END-IF
022280         IF SCH-BUSDAY-LAST AND WS-Last-Busday-Yes
022290             MOVE "LAST BUSINESS DAY OF THE MONTH"
022300                 TO WS-Explain
022310             GO TO 2300-SCHEDULE
022320         END-IF
022330         IF SCH-BUSDAY-NTH
022340                 AND SCH-BUSDAY-NUMBER = WS-Busday-Of-Month
022350             STRING "BUSINESS DAY " WS-Busday-Of-Month
022360                     " OF THE MONTH" DELIMITED BY SIZE
022370                 INTO WS-Explain
022380             GO TO 2300-SCHEDULE
022390         END-IF
022400     END-IF.
022410     MOVE WS-Day-Of-Week TO WS-Chk-Dow.
022420     MOVE WS-Month-End-Switch TO WS-Chk-Month-End-Switch.
022430     MOVE WS-Qtr-End-Switch TO WS-Chk-Qtr-End-Switch.
022440     PERFORM 2310-CHECK-RULES-FOR-DAY THRU 2310-EXIT.
022450     IF WS-Due-Reason NOT = SPACES
022460         IF WS-Today-Business-Yes OR SCH-HOLIDAY-IGNORE
022470             MOVE WS-Due-Reason TO WS-Explain
022480             GO TO 2300-SCHEDULE
022490         END-IF
022500         ADD 1 TO WS-Held-Count
022510         IF SCH-HOLIDAY-SKIP
022520             STRING WS-Due-Reason DELIMITED BY "  "
022530                     " BUT TONIGHT IS " DELIMITED BY SIZE
022540                     WS-Today-Why DELIMITED BY "  "
022550                     " -- SKIPPED" DELIMITED BY SIZE
022560                 INTO WS-Explain
022570         ELSE
022580             STRING WS-Due-Reason DELIMITED BY "  "
022590                     " BUT TONIGHT IS " DELIMITED BY SIZE
022600                     WS-Today-Why DELIMITED BY "  "
022610                     " -- ROLLS TO " WS-Next-Busday
022620                     DELIMITED BY SIZE
022630                 INTO WS-Explain
022640         END-IF
022650         GO TO 2300-NOT-SCHEDULED
022660     END-IF.
022670     IF SCH-HOLIDAY-ROLL AND WS-Roll-Count > 0
022680         PERFORM 2320-CHECK-ROLL-DAY THRU 2320-EXIT
022690             VARYING WS-ROL-Idx FROM 1 BY 1
022700             UNTIL WS-ROL-Idx > WS-Roll-Count
022710                 OR WS-Explain NOT = SPACES
022720         IF WS-Explain NOT = SPACES
022730             ADD 1 TO WS-Rolled-Count
022740             GO TO 2300-SCHEDULE
022750         END-IF
022760     END-IF.
022770     MOVE "NOT DUE -- NO RULE FALLS TONIGHT" TO WS-Explain.
022780     ADD 1 TO WS-Skipped-Count.
022790 2300-NOT-SCHEDULED.
022800     DISPLAY "SCHED-BUILD: COUNTER " SCH-COUNTER-ID
022810         " NOT SCHEDULED -- " WS-Explain.
022820     GO TO 2300-EXIT.
022830 2300-SCHEDULE.
022840     PERFORM 2400-WRITE-CONTROL THRU 2400-EXIT.
022850     IF WS-Control-Out-OK
022860         DISPLAY "SCHED-BUILD: COUNTER " SCH-COUNTER-ID
022870             " SCHEDULED -- " WS-Explain
022880     END-IF.
022890 2300-EXIT.
022900     EXIT.
022910
022920******************************************************************
022930*   2310-CHECK-RULES-FOR-DAY -- THE ORIGINAL THREE RULES        *
022940*   AGAINST ONE DAY (WS-CHK-).  LEAVES THE REASON IN            *
022950*   WS-DUE-REASON, OR SPACES WHEN THE ENTRY IS NOT DUE.         *
022960******************************************************************
022970 2310-CHECK-RULES-FOR-DAY.
022980     MOVE SPACES TO WS-Due-Reason.
022990     IF SCH-DAY-FLAG (WS-Chk-Dow) = "Y"
023000         STRING WS-Day-Name (WS-Chk-Dow) DELIMITED BY SPACE
023010                 " RUN" DELIMITED BY SIZE
023020             INTO WS-Due-Reason
023030         GO TO 2310-EXIT
023040     END-IF.
023050     IF SCH-MONTH-END AND WS-Chk-Month-End-Yes
023060         MOVE "MONTH-END RUN" TO WS-Due-Reason
023070         GO TO 2310-EXIT
023080     END-IF.
023090     IF SCH-QTR-END AND WS-Chk-Qtr-End-Yes
023100         MOVE "QUARTER-END RUN" TO WS-Due-Reason
023110     END-IF.
023120 2310-EXIT.
023130     EXIT.
023140
023150 2320-CHECK-ROLL-DAY.
023160     MOVE WS-ROL-Dow (WS-ROL-Idx) TO WS-Chk-Dow.
023170     MOVE WS-ROL-Month-End (WS-ROL-Idx)
023180         TO WS-Chk-Month-End-Switch.
023190     MOVE WS-ROL-Qtr-End (WS-ROL-Idx) TO WS-Chk-Qtr-End-Switch.
023200     PERFORM 2310-CHECK-RULES-FOR-DAY THRU 2310-EXIT.
023210     IF WS-Due-Reason NOT = SPACES
023220         STRING WS-Due-Reason DELIMITED BY "  "
023230                 " DUE " WS-ROL-Date (WS-ROL-Idx) " ("
023240                 DELIMITED BY SIZE
023250                 WS-ROL-Why (WS-ROL-Idx) DELIMITED BY "  "
023260                 ") ROLLED FORWARD" DELIMITED BY SIZE
023270             INTO WS-Explain
023280     END-IF.
023290 2320-EXIT.
023300     EXIT.
023310
024300******************************************************************
024400*   2400-WRITE-CONTROL -- ONE GENERATED CONTROL RECORD: THE     *
024500*   SCHEDULE'S STANDARD COUNT AND BLOCK SIZE, AND A RUN-ID OF   *
033600         DISPLAY "SCHED-BUILD: NOTHING TO RUN TONIGHT -- "
033700             "CONTROL FILE IS EMPTY"
033800     END-IF.
033810     IF WS-Rolled-Count > 0 OR WS-Held-Count > 0
033820         DISPLAY "SCHED-BUILD: " WS-Rolled-Count
033830             " RUN(S) ROLLED FORWARD ONTO TONIGHT, "
033840             WS-Held-Count " HELD FOR A NON-BUSINESS DAY"
033850     END-IF.
033900     CLOSE CONTROL-OUT.
033910     SET EX-Function-Close TO TRUE.
033915     MOVE RETURN-CODE TO WS-Exc-Return-Code.
033920     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
033930         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
033940     MOVE WS-Exc-Return-Code TO RETURN-CODE.
034000 9000-EXIT.
034100     EXIT.
034101
034102******************************************************************
034103*   5000-CLASSIFY-DATE -- ONE DAY (WS-PROBE-INT, AN INTEGER     *
034104*   DATE) INTO ITS CALENDAR DATE, DAY OF WEEK, MONTH-END AND    *
034105*   QUARTER-END FACTS, AND WHETHER IT IS A BUSINESS DAY.  A     *
034106*   NON-BUSINESS DAY LEAVES ITS REASON IN WS-PROBE-WHY.         *
034107******************************************************************
034108 5000-CLASSIFY-DATE.
034109     COMPUTE WS-Probe-Date =
034110         FUNCTION DATE-OF-INTEGER (WS-Probe-Int).
034111     DIVIDE WS-Probe-Int BY 7 GIVING WS-Dow-Quotient
034112         REMAINDER WS-Dow-Remainder.
034113     IF WS-Dow-Remainder = 0
034114         MOVE 7 TO WS-Probe-Dow
034115     ELSE
034116         MOVE WS-Dow-Remainder TO WS-Probe-Dow
034117     END-IF.
034118     COMPUTE WS-Probe-Next =
034119         FUNCTION DATE-OF-INTEGER (WS-Probe-Int + 1).
034120     SET WS-Probe-Month-End-No TO TRUE.
034121     SET WS-Probe-Qtr-End-No TO TRUE.
034122     IF WS-Probe-Next-Month NOT = WS-Probe-Month
034123         SET WS-Probe-Month-End-Yes TO TRUE
034124         IF WS-Probe-Month = 03 OR 06 OR 09 OR 12
034125             SET WS-Probe-Qtr-End-Yes TO TRUE
034126         END-IF
034127     END-IF.
034128     SET WS-Probe-Business-Yes TO TRUE.
034129     MOVE SPACES TO WS-Probe-Why.
034130     IF WS-Probe-Dow > 5
034131         SET WS-Probe-Business-No TO TRUE
034132         MOVE WS-Day-Name (WS-Probe-Dow) TO WS-Probe-Why
034133         GO TO 5000-EXIT
034134     END-IF.
034135     SET WS-Cal-Found-No TO TRUE.
034136     PERFORM 5010-CHECK-CALENDAR-DAY THRU 5010-EXIT
034137         VARYING WS-CAL-Idx FROM 1 BY 1
034138         UNTIL WS-CAL-Idx > WS-Cal-Day-Count
034139             OR WS-Cal-Found-Yes.
034140     IF WS-Cal-Found-No
034141         GO TO 5000-EXIT
034142     END-IF.
034143     SET WS-CAL-Idx DOWN BY 1.
034144     SET WS-Probe-Business-No TO TRUE.
034145     IF WS-CAL-Day-Type (WS-CAL-Idx) = "H"
034146         STRING "HOLIDAY - " WS-CAL-Description (WS-CAL-Idx)
034147                 DELIMITED BY SIZE
034148             INTO WS-Probe-Why
034149     ELSE
034150         STRING "NON-BUSINESS DAY - "
034151                 WS-CAL-Description (WS-CAL-Idx)
034152                 DELIMITED BY SIZE
034153             INTO WS-Probe-Why
034154     END-IF.
034155 5000-EXIT.
034156     EXIT.
034200
034210 5010-CHECK-CALENDAR-DAY.
034220     IF WS-CAL-Date (WS-CAL-Idx) = WS-Probe-Date
034230         SET WS-Cal-Found-Yes TO TRUE
034240     END-IF.
034250 5010-EXIT.
034260     EXIT.
034270
034300 END PROGRAM sched-build.
