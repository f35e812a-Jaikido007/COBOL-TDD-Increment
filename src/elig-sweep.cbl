002000*   INELIGIBLE FILE -- THEY CANNOT ENROLL UNTIL THE MASTER IS   *
002100*   CORRECTED -- AND ARE COUNTED AND LISTED SEPARATELY.         *
002200*                                                                *
002210*   EACH PARTICIPANT IS HELD TO THE RULES OF THE PLAN NAMED ON  *
002220*   THE EXTRACT (PRT-PLAN-CODE) FROM THE PLAN RULES TABLE       *
002230*   (PLANTBL, PLANREC): MINIMUM AGE, MONTHS OF SERVICE SINCE    *
002240*   HIRE, ACTIVE EMPLOYMENT STATUS, AND MAXIMUM ENTRY AGE.  A   *
002250*   PARTICIPANT WITH NO PLAN CODE IS HELD TO THE CONTROL        *
002260*   RECORD'S MINIMUM AGE ALONE.  THE FIRST RULE FAILED GOES ON  *
002270*   THE INELIGIBLE RECORD (PRT-FAILED-RULE) AND ON A LINE OF    *
002280*   ITS OWN ON THE SUMMARY, WITH THE COUNTS BROKEN OUT BY RULE. *
002290*                                                                *
002292*   EACH UNUSABLE DATE OF BIRTH IS ALSO RAISED ON THE EXCEPTION *
002294*   WORKLIST (EXCEPTF) THROUGH "exc-post", TYPE BADDOB, KEYED   *
002296*   BY PARTICIPANT ID, SO THE CLEANUP IS FOLLOWED THROUGH.      *
002298*                                                                *
002300*   RETURN-CODE 4 = AT LEAST ONE UNUSABLE DATE OF BIRTH OR      *
002310*                   HIRE DATE, OR A PARTICIPANT WHOSE PLAN IS   *
002320*                   NOT ON THE PLAN RULES TABLE.                *
002400*   RETURN-CODE 8 = NO USABLE CONTROL RECORD OR A FILE WOULD    *
002500*                   NOT OPEN; NOTHING SWEPT.                    *
002600*                                                                *
002976*                    ID, NAME, AND FORMATTED DOCUMENT NUMBER.   *
002978*                    AN ALLOCATION REFUSAL STOPS FURTHER        *
002980*                    ASSIGNMENT (RC 4) BUT NEVER THE SWEEP.     *
002982*   2026-10-15  JPK  PERMANENT ENROLLMENT ASSIGNMENT MASTER     *
002984*                    (ASSIGNMF, ASMREC) KEYED BY PARTICIPANT    *
002986*                    ID.  A PARTICIPANT ALREADY ON THE MASTER   *
002988*                    KEEPS THE NUMBER FIRST ASSIGNED (ASSIGNF   *
002990*                    RECORD MARKED "R", NOTHING ALLOCATED);     *
002992*                    ONLY NEW ELIGIBLES ARE NUMBERED AND ADDED. *
002994*                    THE SUMMARY SHOWS ALREADY-ASSIGNED AND     *
002996*                    NEWLY-ASSIGNED COUNTS, SO A RERUN IS SAFE. *
002997*   2026-10-15  JPK  THE AUDIT "I" RECORD BLANKS THE NEW VOID   *
002998*                    REASON CODE.                               *
002999*   2026-10-15  JPK  EVERY NEWLY ASSIGNED NUMBER IS ALSO        *
003000*                    ENTERED ON THE KEYED NUMBER REGISTRY.      *
003001*   2026-10-15  JPK  EACH AUDIT RECORD CARRIES ITS LINK IN THE  *
003002*                    AUDIT TRAIL'S HASH CHAIN ("audit-chain").  *
003003*   2026-10-15  JPK  PLAN-BASED ELIGIBILITY.  THE PLAN RULES    *
003004*                    TABLE (PLANTBL) GIVES EACH PLAN ITS        *
003005*                    MINIMUM AGE, SERVICE, STATUS, AND MAXIMUM  *
003006*                    AGE RULES; THE INELIGIBLE FILE AND ELIGRPT *
003007*                    NAME THE RULE FAILED.  PARTREC IS NOW 80   *
003008*                    BYTES.                                     *
003009*   2026-10-15  JPK  EACH UNUSABLE DATE OF BIRTH IS NOW ALSO    *
003010*                    POSTED TO THE EXCEPTION WORKLIST (EXCEPTF) *
003011*                    THROUGH "exc-post".                        *
003012*   2026-10-15  JPK  A PARTICIPANT REUSED FROM THE MASTER WHO   *
003013*                    WAS NEVER SENT A LETTER GOES ON ASSIGNF    *
003014*                    AS "P" SO ENROLL-LETTERS STILL WRITES,     *
003015*                    AND IS COUNTED ON THE SUMMARY.             *
003016******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. elig-sweep.
003300 AUTHOR. J. P. KOWALCZYK.
005210     SELECT ASSIGN-FILE ASSIGN TO ASSIGNF
005220         ORGANIZATION IS LINE SEQUENTIAL
005230         FILE STATUS IS WS-Assign-File-Status.
005231     SELECT ASSIGN-MASTER ASSIGN TO ASSIGNMF
005232         ORGANIZATION IS INDEXED
005233         ACCESS MODE IS RANDOM
005234         RECORD KEY IS ASM-ID
005235         FILE STATUS IS WS-Master-File-Status.
005240     SELECT AUDIT-FILE ASSIGN TO AUDITF
005250         ORGANIZATION IS LINE SEQUENTIAL
005260         FILE STATUS IS WS-Audit-File-Status.
005300     SELECT ELIG-REPORT ASSIGN TO ELIGRPT
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-Report-File-Status.
005510     SELECT PLAN-TABLE ASSIGN TO PLANTBL
005520         ORGANIZATION IS LINE SEQUENTIAL
005530         FILE STATUS IS WS-Plan-File-Status.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
007420     RECORDING MODE IS F.
007430     COPY asgrec.
007440
007442 FD  ASSIGN-MASTER.
007444     COPY asmrec.
007446
007450 FD  AUDIT-FILE
007460     RECORDING MODE IS F.
007470     COPY auditrec.
007500 FD  ELIG-REPORT
007600     RECORDING MODE IS F.
007700 01  RPT-PRINT-LINE                  PIC X(132).
007705
007710 FD  PLAN-TABLE
007720     RECORDING MODE IS F.
007730     COPY planrec.
007800
007900 WORKING-STORAGE SECTION.
008000 77  WS-Control-File-Status      PIC X(02).
009200 77  WS-Participant-EOF-Switch   PIC X(01) VALUE "N".
009300     88  WS-Participant-EOF-Yes      VALUE "Y".
009400     88  WS-Participant-EOF-No       VALUE "N".
009410 77  WS-Job-Return-Code          PIC 9(02) VALUE 0.
009500
009510 77  WS-Assign-File-Status       PIC X(02).
009520     88  WS-Assign-File-OK           VALUE "00".
009522 77  WS-Master-File-Status       PIC X(02).
009524     88  WS-Master-File-OK           VALUE "00".
009526     88  WS-Master-Not-Found         VALUE "23".
009530 77  WS-Audit-File-Status        PIC X(02).
009540     88  WS-Audit-File-OK            VALUE "00".
009550 77  WS-Plan-File-Status         PIC X(02).
009560     88  WS-Plan-File-OK             VALUE "00".
009570     88  WS-Plan-File-EOF            VALUE "10".
009600 77  WS-As-Of-Date               PIC 9(08) VALUE 0.
009700 77  WS-Minimum-Age              UNSIGNED-INT VALUE 0.
009750 77  WS-Century-Pivot            UNSIGNED-INT VALUE 0.
009751******************************************************************
009752*   THE RULES THE CURRENT PARTICIPANT IS HELD TO, FROM THE      *
009753*   PLAN TABLE, OR THE CONTROL RECORD'S MINIMUM AGE ALONE       *
009754*   WHEN THE PARTICIPANT HAS NO PLAN CODE.                      *
009755******************************************************************
009756 77  WS-Rule-Minimum-Age         UNSIGNED-INT.
009757 77  WS-Rule-Maximum-Age         UNSIGNED-INT.
009758 77  WS-Rule-Service-Months      UNSIGNED-INT.
009759 77  WS-Rule-Active-Switch       PIC X(01).
009760     88  WS-Rule-Active-Yes          VALUE "Y".
009761     88  WS-Rule-Active-No           VALUE "N".
009762 77  WS-Service-Months           UNSIGNED-INT.
009763 77  WS-Hire-Date-Switch         PIC X(01).
009764     88  WS-Hire-Date-Bad            VALUE "Y".
009765     88  WS-Hire-Date-Good           VALUE "N".
009766 01  WS-Hire-Date                PIC 9(08).
009767 01  WS-Hire-Date-Parts REDEFINES WS-Hire-Date.
009768     05  WS-HIR-Year                 PIC 9(04).
009769     05  WS-HIR-Month                PIC 9(02).
009770     05  WS-HIR-Day                  PIC 9(02).
009771 01  WS-Service-As-Of            PIC 9(08).
009772 01  WS-Service-As-Of-Parts REDEFINES WS-Service-As-Of.
009773     05  WS-SAO-Year                 PIC 9(04).
009774     05  WS-SAO-Month                PIC 9(02).
009775     05  WS-SAO-Day                  PIC 9(02).
009800
009900 77  WS-Read-Count               UNSIGNED-INT VALUE 0.
010000 77  WS-Eligible-Count           UNSIGNED-INT VALUE 0.
010220 77  WS-Bad-Day-Count            UNSIGNED-INT VALUE 0.
010230 77  WS-Unconvertible-Count      UNSIGNED-INT VALUE 0.
010240 77  WS-Future-Dob-Count         UNSIGNED-INT VALUE 0.
010241 77  WS-Fail-Age-Count           UNSIGNED-INT VALUE 0.
010242 77  WS-Fail-Service-Count       UNSIGNED-INT VALUE 0.
010243 77  WS-Fail-Status-Count        UNSIGNED-INT VALUE 0.
010244 77  WS-Fail-Max-Age-Count       UNSIGNED-INT VALUE 0.
010245 77  WS-No-Plan-Count            UNSIGNED-INT VALUE 0.
010246 77  WS-Bad-Hire-Count           UNSIGNED-INT VALUE 0.
010250
010251******************************************************************
010252*   ENROLLMENT NUMBERING STATE.  ASSIGNMENT RUNS ONLY WHILE     *
010261 77  WS-Requester                PIC X(08) VALUE "ELIGSWP".
010262 77  WS-Assigned-Count           UNSIGNED-INT VALUE 0.
010263 77  WS-Assign-Stopped-Count     UNSIGNED-INT VALUE 0.
010273 77  WS-Reused-Count             UNSIGNED-INT VALUE 0.
010278 77  WS-Letter-Owed-Count        UNSIGNED-INT VALUE 0.
010283 77  WS-Assign-Open-Switch       PIC X(01) VALUE "N".
010293     88  WS-Assign-Open-Yes          VALUE "Y".
010303     88  WS-Assign-Open-No           VALUE "N".
010313
010323******************************************************************
010333*   "number-block" AND "doc-format" CALLING CONTRACTS.          *
010343******************************************************************
010353     COPY nblink.
010363     COPY dfmlink.
010364
010365******************************************************************
010366*   "num-registry" CALLING CONTRACT (REGLINK).                  *
010367******************************************************************
010368     COPY reglink.
010369
010370******************************************************************
010371*   "audit-chain" CALLING CONTRACT (CHNLINK).                    *
010372******************************************************************
010373     COPY chnlink.
010374
010378******************************************************************
010382*   "exc-post" CALLING CONTRACT (EXCLINK).                      *
010386******************************************************************
010390     COPY exclink.
010392 77  WS-Exc-Return-Code          PIC 9(04).
010394
010400******************************************************************
010404*   THE PLAN RULES TABLE, LOADED ONCE FROM PLANTBL.             *
010408******************************************************************
010412 77  WS-Max-Plans                UNSIGNED-INT VALUE 200.
010416 77  WS-Plan-Count               UNSIGNED-INT VALUE 0.
010420 77  WS-Plan-Table-Switch        PIC X(01) VALUE "Y".
010424     88  WS-Plan-Table-Loaded        VALUE "Y".
010428     88  WS-Plan-Table-Missing       VALUE "N".
010432 77  WS-Plan-Found-Switch        PIC X(01).
010436     88  WS-Plan-Found-Yes           VALUE "Y".
010440     88  WS-Plan-Found-No            VALUE "N".
010444 01  WS-Plan-Table.
010448     05  WS-PLN-Entry OCCURS 200 TIMES
010452             INDEXED BY WS-PLN-Idx.
010456         10  WS-PLN-Code             PIC X(04).
010460         10  WS-PLN-Minimum-Age      PIC 9(03).
010464         10  WS-PLN-Maximum-Age      PIC 9(03).
010468         10  WS-PLN-Service-Months   PIC 9(03).
010472         10  WS-PLN-Active           PIC X(01).
010476             88  WS-PLN-Active-Required  VALUE "Y".
010480         10  WS-PLN-Description      PIC X(30).
010484******************************************************************
010500*   "age-eligibility" CALLING CONTRACT (AGELINK).                *
010600******************************************************************
010700     COPY agelink.
013200     05  FILLER                  PIC X(11)
013300         VALUE "AS-OF DATE ".
013400     05  WS-PRM-As-Of            PIC 9(08).
013410     05  FILLER                  PIC X(30)
013420         VALUE "  MINIMUM AGE (NO PLAN CODE) ".
013700     05  WS-PRM-Min-Age          PIC ZZ9.
013710     05  FILLER                  PIC X(13) VALUE "  PLAN RULES ".
013720     05  WS-PRM-Plans            PIC ZZ9.
013730     05  FILLER                  PIC X(64) VALUE SPACES.
013900
014000 01  WS-Bad-Dob-Line.
014100     05  FILLER                  PIC X(09)
014800     05  FILLER                  PIC X(09) VALUE "  STATUS ".
014900     05  WS-BAD-Status           PIC X(01).
015000     05  FILLER                  PIC X(59) VALUE SPACES.
015003 01  WS-Plan-Line.
015006     05  FILLER                  PIC X(05) VALUE "PLAN ".
015009     05  WS-PLL-Code             PIC X(04).
015012     05  FILLER                  PIC X(10) VALUE "  MIN AGE ".
015015     05  WS-PLL-Minimum-Age      PIC ZZ9.
015018     05  FILLER                  PIC X(10) VALUE "  MAX AGE ".
015021     05  WS-PLL-Maximum-Age      PIC X(04).
015024     05  FILLER                  PIC X(10) VALUE "  SERVICE ".
015027     05  WS-PLL-Service          PIC X(04).
015030     05  FILLER                  PIC X(13)
015033         VALUE " MOS  ACTIVE ".
015036     05  WS-PLL-Active           PIC X(03).
015039     05  FILLER                  PIC X(02) VALUE SPACES.
015042     05  WS-PLL-Description      PIC X(30).
015045     05  FILLER                  PIC X(34) VALUE SPACES.
015048
015051 01  WS-Inelig-Line.
015054     05  FILLER                  PIC X(12)
015057         VALUE "INELIGIBLE: ".
015060     05  WS-IEL-Id               PIC X(10).
015063     05  FILLER                  PIC X(01) VALUE SPACE.
015066     05  WS-IEL-Name             PIC X(30).
015069     05  FILLER                  PIC X(06) VALUE " PLAN ".
015072     05  WS-IEL-Plan             PIC X(04).
015075     05  FILLER                  PIC X(06) VALUE " RULE ".
015078     05  WS-IEL-Rule             PIC X(11).
015081     05  FILLER                  PIC X(01) VALUE SPACE.
015084     05  WS-IEL-Detail           PIC X(51).
015087 77  WS-Edit-Age                 PIC ZZ9.
015090 77  WS-Edit-Limit               PIC ZZ9.
015093 77  WS-Edit-Months              PIC ZZZ9.
015100
015200 01  WS-Count-Line.
015300     05  WS-CNT-Label            PIC X(30).
021100         MOVE 8 TO RETURN-CODE
021200         GO TO 1000-EXIT
021300     END-IF.
021310     PERFORM 5000-LOAD-PLANS THRU 5000-EXIT.
021400     OPEN INPUT PARTICIPANT-FILE.
021500     IF NOT WS-Participant-File-OK
021600         DISPLAY "ELIG-SWEEP: CANNOT OPEN PARTFILE, STATUS "
023500     PERFORM 8100-PAGE-HEADING THRU 8100-EXIT.
023600     MOVE WS-As-Of-Date TO WS-PRM-As-Of.
023700     MOVE WS-Minimum-Age TO WS-PRM-Min-Age.
023710     MOVE WS-Plan-Count TO WS-PRM-Plans.
023800     MOVE WS-Parm-Line TO WS-Print-Work.
023900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
023910     PERFORM 5100-LIST-PLANS THRU 5100-EXIT.
024000     MOVE WS-Blank-Line TO WS-Print-Work.
024100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
024200 1000-EXIT.
024340*   AUDIT TRAIL, OPENED ONLY WHEN THE CONTROL RECORD ASKS FOR  *
024350*   SWEEP-TIME NUMBERING.  THE AUDIT TRAIL IS EXTENDED,        *
024360*   BUILDING ON FIRST USE, THE WAY THE ISSUING DRIVER DOES.    *
024362*   THE ASSIGNMENT MASTER IS OPENED I-O, ALSO BUILT ON FIRST    *
024364*   USE.  IF IT STILL WILL NOT OPEN THE RUN IS REFUSED: WITHOUT *
024366*   IT EVERY ELIGIBLE WOULD BE NUMBERED AGAIN.                  *
024370******************************************************************
024380 1500-OPEN-ASSIGN-FILES.
024390     OPEN OUTPUT ASSIGN-FILE.
024440         GO TO 1500-EXIT
024450     END-IF.
024455     SET WS-Assign-Open-Yes TO TRUE.
024456     OPEN I-O ASSIGN-MASTER.
024457     IF NOT WS-Master-File-OK
024458         OPEN OUTPUT ASSIGN-MASTER
024459         CLOSE ASSIGN-MASTER
024460         OPEN I-O ASSIGN-MASTER
024461         IF NOT WS-Master-File-OK
024462             DISPLAY "ELIG-SWEEP: CANNOT OPEN ASSIGNMF, STATUS "
024463                 WS-Master-File-Status
024464             MOVE 8 TO RETURN-CODE
024465             GO TO 1500-EXIT
024466         END-IF
024467     END-IF.
024468     SET CH-Function-Start TO TRUE.
024469     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
024470         CH-Status.
024471     IF CH-Status-Trail-Error
024472         DISPLAY "ELIG-SWEEP: AUDIT TRAIL NOT READ TO THE END -- "
024473             "HASH CHAIN WILL SHOW A BREAK AT THIS RUN"
024474     END-IF.
024475     OPEN EXTEND AUDIT-FILE.
024476     IF WS-Audit-File-OK
024480         GO TO 1500-EXIT
024490     END-IF.
024500     OPEN OUTPUT AUDIT-FILE.
026600
026700 2200-SWEEP-ONE.
026800     ADD 1 TO WS-Read-Count.
026810     SET PRT-RULE-NONE TO TRUE.
026820     PERFORM 5200-SELECT-PLAN-RULES THRU 5200-EXIT.
026900     MOVE PRT-DOB TO LS-DOB.
027000     MOVE WS-As-Of-Date TO LS-As-Of-Date.
027010     MOVE WS-Rule-Minimum-Age TO LS-Minimum-Age.
027150     MOVE WS-Century-Pivot TO LS-Century-Pivot.
027200     CALL "age-eligibility" USING LS-DOB LS-As-Of-Date
027300         LS-Minimum-Age LS-Age LS-Eligible LS-Age-Status
027500         PERFORM 3000-ROUTE-BAD-DOB THRU 3000-EXIT
027600         GO TO 2200-NEXT
027700     END-IF.
027710     IF PRT-RULE-NONE
027720         PERFORM 5300-APPLY-PLAN-RULES THRU 5300-EXIT
027730     END-IF.
027740     IF PRT-RULE-NONE
027900         MOVE PRT-PARTICIPANT-RECORD TO ELG-PARTICIPANT-RECORD
028000         WRITE ELG-PARTICIPANT-RECORD
028100         ADD 1 TO WS-Eligible-Count
028110         IF WS-Assign-Open-Yes
028120             PERFORM 4000-ASSIGN-ONE THRU 4000-EXIT
028130         END-IF
028200     ELSE
028210         PERFORM 5500-ROUTE-INELIGIBLE THRU 5500-EXIT
028600     END-IF.
028700 2200-NEXT.
028800     PERFORM 2100-READ-PARTICIPANT THRU 2100-EXIT.
029200******************************************************************
029300*   3000-ROUTE-BAD-DOB -- AN UNUSABLE DATE OF BIRTH GOES TO     *
029400*   THE INELIGIBLE FILE AND IS LISTED FOR DATA CLEANUP.         *
029410*   THE SAME RECORD IS RAISED ON THE EXCEPTION WORKLIST; ONE    *
029420*   ALREADY LIVE THERE FROM AN EARLIER RUN IS A REPEAT.         *
029500******************************************************************
029600 3000-ROUTE-BAD-DOB.
029610     SET PRT-RULE-BAD-DOB TO TRUE.
029700     MOVE PRT-PARTICIPANT-RECORD TO INL-PARTICIPANT-RECORD.
029800     WRITE INL-PARTICIPANT-RECORD.
029900     ADD 1 TO WS-Bad-Dob-Count.
030400     MOVE LS-Age-Status TO WS-BAD-Status.
030500     MOVE WS-Bad-Dob-Line TO WS-Print-Work.
030600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
030605     SET EX-Function-Post TO TRUE.
030610     MOVE "BADDOB" TO EX-Type.
030615     MOVE SPACES TO EX-Counter-Id.
030620     MOVE PRT-ID TO EX-Reference.
030625     MOVE "ELIGSWP" TO EX-Source.
030630     MOVE SPACES TO EX-Text.
030635     STRING "UNUSABLE DATE OF BIRTH " DELIMITED BY SIZE
030640         PRT-DOB DELIMITED BY SIZE
030645         " -- AGE STATUS " DELIMITED BY SIZE
030650         LS-Age-Status DELIMITED BY SIZE
030655         INTO EX-Text.
030657     MOVE RETURN-CODE TO WS-Exc-Return-Code.
030660     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
030665         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
030667     MOVE WS-Exc-Return-Code TO RETURN-CODE.
030670     IF NOT EX-Status-OK AND NOT EX-Status-Repeat
030675         DISPLAY "ELIG-SWEEP: EXCEPTION WORKLIST NOT UPDATED FOR "
030680             PRT-ID " -- STATUS " EX-Status
030685     END-IF.
030700 3000-EXIT.
030800     EXIT.
030810
030820******************************************************************
030823*   4000-ASSIGN-ONE -- A PARTICIPANT ALREADY ON THE ASSIGNMENT  *
030826*   MASTER KEEPS THE NUMBER FIRST ASSIGNED: THE ASSIGNMENT      *
030829*   RECORD IS WRITTEN FROM THE MASTER AND NOTHING IS ALLOCATED  *
030832*   OR AUDITED, EVEN AFTER A REFUSAL HAS STOPPED NUMBERING.     *
030835*   OTHERWISE, ONE ENROLLMENT DOCUMENT NUMBER FOR THE           *
030840*   PARTICIPANT JUST WRITTEN ELIGIBLE: RESERVE A BLOCK OF ONE   *
030850*   THROUGH "number-block", AUDIT THE ISSUE, WRITE THE          *
030860*   ASSIGNMENT RECORD, THEN COMMIT THE RESERVATION.  A REFUSED  *
030870*   ALLOCATION (FROZEN, CEILING, LOCKED, OVERFLOW) STOPS        *
030880*   FURTHER ASSIGNMENT FOR THE RUN BUT NEVER THE SWEEP; THE     *
030890*   UNNUMBERED ELIGIBLES ARE COUNTED AND NAMED.                 *
030891******************************************************************
030892 4000-ASSIGN-ONE.
030893     MOVE PRT-ID TO ASM-ID.
030894     READ ASSIGN-MASTER
030895         INVALID KEY
030896             CONTINUE
030897     END-READ.
030898     IF WS-Master-File-OK
030899         PERFORM 4400-REUSE-ASSIGNMENT THRU 4400-EXIT
030900         GO TO 4000-EXIT
030901     END-IF.
030902     IF NOT WS-Master-Not-Found
030903         DISPLAY "ELIG-SWEEP: READ OF ASSIGNMF FAILED FOR "
030904             ASM-ID " STATUS " WS-Master-File-Status
030905             " -- NO FURTHER NUMBERS ASSIGNED THIS RUN"
030906         SET WS-Assign-Inactive TO TRUE
030907         MOVE 8 TO WS-Job-Return-Code
030908         GO TO 4000-EXIT
030909     END-IF.
030910     IF WS-Assign-Inactive
030911         GO TO 4000-EXIT
030912     END-IF.
030913     MOVE WS-Assign-Counter-Id TO NB-Counter-Id.
030914     MOVE 1 TO NB-Block-Size.
030915     MOVE 0 TO NB-Range-Start.
030916     MOVE 0 TO NB-Range-End.
030917     SET NB-Function-Reserve TO TRUE.
030918     MOVE WS-Requester TO NB-Requester.
030919     CALL "number-block" USING NB-Counter-Id NB-Block-Size
030920         NB-Range-Start NB-Range-End NB-Status NB-Function
030921         NB-Requester.
030922     IF NOT NB-Status-OK
030923         DISPLAY "ELIG-SWEEP: ALLOCATION REFUSED FOR COUNTER "
030924             WS-Assign-Counter-Id " STATUS " NB-Status
030925             " -- NO FURTHER NUMBERS ASSIGNED THIS RUN"
030926         SET WS-Assign-Inactive TO TRUE
030927         ADD 1 TO WS-Assign-Stopped-Count
030928         IF WS-Job-Return-Code < 4
030929             MOVE 4 TO WS-Job-Return-Code
030930         END-IF
030931         GO TO 4000-EXIT
030932     END-IF.
030933     PERFORM 4100-AUDIT-THE-ISSUE THRU 4100-EXIT.
030934     PERFORM 4200-WRITE-ASSIGNMENT THRU 4200-EXIT.
030935     PERFORM 4300-ADD-TO-MASTER THRU 4300-EXIT.
030936     PERFORM 4500-REGISTER-ISSUE THRU 4500-EXIT.
030937     SET NB-Function-Commit TO TRUE.
030938     CALL "number-block" USING NB-Counter-Id NB-Block-Size
030939         NB-Range-Start NB-Range-End NB-Status NB-Function
030940         NB-Requester.
030941     IF NOT NB-Status-OK
030942         DISPLAY "ELIG-SWEEP: COMMIT REFUSED FOR COUNTER "
030943             WS-Assign-Counter-Id " RANGE " NB-Range-Start
030944             " STATUS " NB-Status
030945             " -- NUMBER IS ISSUED AND AUDITED; THE SWEEP "
030946             "CONTINUES"
030947         IF WS-Job-Return-Code < 4
030948             MOVE 4 TO WS-Job-Return-Code
030949         END-IF
030950     END-IF.
030951     ADD 1 TO WS-Assigned-Count.
030952 4000-EXIT.
030953     EXIT.
030954
030955******************************************************************
030956*   4100-AUDIT-THE-ISSUE -- THE SAME "I" RECORD THE ISSUING     *
030957*   DRIVER WRITES, SO RECONCILE AND THE ISSUANCE REPORT SEE     *
030958*   SWEEP-TIME NUMBERS LIKE ANY OTHERS.                         *
030959******************************************************************
030960 4100-AUDIT-THE-ISSUE.
030961     MOVE WS-Assign-Run-Id TO AUD-RUN-ID.
030962     MOVE WS-Assign-Counter-Id TO AUD-COUNTER-ID.
030963     MOVE NB-Range-Start TO AUD-NUMBER.
030964     MOVE WS-Current-Date TO AUD-ISSUE-DATE.
030965     MOVE WS-Current-Time TO AUD-ISSUE-TIME.
030966     SET DF-Function-Format TO TRUE.
030967     MOVE WS-Assign-Counter-Id TO DF-Counter-Id.
030968     MOVE NB-Range-Start TO DF-Number.
030969     CALL "doc-format" USING DF-Function DF-Counter-Id
030970         DF-Number DF-Doc-Number DF-Status.
030971     IF DF-Status-OK
030972         MOVE DF-Doc-Number TO AUD-DOC-NUMBER
030973     ELSE
030974         MOVE SPACES TO AUD-DOC-NUMBER
030975     END-IF.
030976     MOVE "I" TO AUD-ACTION.
030977     MOVE SPACES TO AUD-REASON-CODE.
030978     SET CH-Function-Hash TO TRUE.
030979     MOVE AUD-AUDIT-RECORD (1:60) TO CH-Record.
030980     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
030981         CH-Status.
030982     MOVE CH-Hash TO AUD-CHAIN-HASH.
030983     WRITE AUD-AUDIT-RECORD.
030984 4100-EXIT.
030985     EXIT.
030986
030987******************************************************************
030988*   4200-WRITE-ASSIGNMENT -- THE HAND-OFF RECORD DOWNSTREAM     *
030989*   ENROLLMENT READS: WHO GOT WHICH DOCUMENT NUMBER.            *
030990******************************************************************
030991 4200-WRITE-ASSIGNMENT.
030992     MOVE SPACES TO ASG-ASSIGNMENT-RECORD.
030993     MOVE PRT-ID TO ASG-ID.
030994     MOVE PRT-NAME TO ASG-NAME.
030995     MOVE WS-Assign-Counter-Id TO ASG-COUNTER-ID.
030996     MOVE NB-Range-Start TO ASG-NUMBER.
030997     IF DF-Status-OK
030998         MOVE DF-Doc-Number TO ASG-DOC-NUMBER
030999     END-IF.
031000     SET ASG-NEWLY-ASSIGNED TO TRUE.
031001     WRITE ASG-ASSIGNMENT-RECORD.
031002     IF NOT WS-Assign-File-OK
031003         DISPLAY "ELIG-SWEEP: WRITE TO ASSIGNF FAILED, STATUS "
031004             WS-Assign-File-Status
031005         MOVE 8 TO WS-Job-Return-Code
031006         SET WS-Assign-Inactive TO TRUE
031007     END-IF.
031008 4200-EXIT.
031009     EXIT.
031010
031011******************************************************************
031012*   4300-ADD-TO-MASTER -- RECORD THE NEW ASSIGNMENT PERMANENTLY *
031013*   SO NO LATER SWEEP NUMBERS THIS PARTICIPANT AGAIN.  A FAILED *
031014*   WRITE LEAVES THE NUMBER ISSUED AND AUDITED BUT IS WARNED   *
031015*   (RC 4): THE MASTER MUST BE PUT RIGHT BEFORE THE NEXT SWEEP. *
031016******************************************************************
031017 4300-ADD-TO-MASTER.
031018     MOVE SPACES TO ASM-ASSIGN-MASTER-RECORD.
031019     MOVE ASG-ID TO ASM-ID.
031020     MOVE ASG-NAME TO ASM-NAME.
031021     MOVE ASG-COUNTER-ID TO ASM-COUNTER-ID.
031022     MOVE ASG-NUMBER TO ASM-NUMBER.
031023     MOVE ASG-DOC-NUMBER TO ASM-DOC-NUMBER.
031024     MOVE WS-Assign-Run-Id TO ASM-RUN-ID.
031025     MOVE WS-Current-Date TO ASM-ASSIGN-DATE.
031026     MOVE WS-Current-Time TO ASM-ASSIGN-TIME.
031027     WRITE ASM-ASSIGN-MASTER-RECORD
031028         INVALID KEY
031029             CONTINUE
031030     END-WRITE.
031031     IF NOT WS-Master-File-OK
031032         DISPLAY "ELIG-SWEEP: WRITE TO ASSIGNMF FAILED FOR "
031033             ASM-ID " STATUS " WS-Master-File-Status
031034         IF WS-Job-Return-Code < 4
031035             MOVE 4 TO WS-Job-Return-Code
031036         END-IF
031037     END-IF.
031038 4300-EXIT.
031039     EXIT.
031040
031041******************************************************************
031042*   4400-REUSE-ASSIGNMENT -- THE PARTICIPANT WAS NUMBERED BY AN *
031043*   EARLIER SWEEP: HAND THE SAME NUMBER DOWNSTREAM AGAIN,       *
031044*   MARKED "R" SO ENROLLMENT CAN TELL IT FROM A NEW ONE -- OR   *
031045*   "P" WHILE THE MASTER SHOWS NO LETTER SENT, SO ONE NUMBERED  *
031046*   BY A SWEEP WHOSE LETTERS NEVER RAN IS STILL WRITTEN TO.     *
031047******************************************************************
031048 4400-REUSE-ASSIGNMENT.
031049     MOVE SPACES TO ASG-ASSIGNMENT-RECORD.
031050     MOVE PRT-ID TO ASG-ID.
031051     MOVE PRT-NAME TO ASG-NAME.
031052     MOVE ASM-COUNTER-ID TO ASG-COUNTER-ID.
031053     MOVE ASM-NUMBER TO ASG-NUMBER.
031054     MOVE ASM-DOC-NUMBER TO ASG-DOC-NUMBER.
031055     IF ASM-LETTER-NOT-SENT
031056         SET ASG-LETTER-OWED TO TRUE
031057     ELSE
031058         SET ASG-ALREADY-ASSIGNED TO TRUE
031059     END-IF.
031060     WRITE ASG-ASSIGNMENT-RECORD.
031061     IF NOT WS-Assign-File-OK
031062         DISPLAY "ELIG-SWEEP: WRITE TO ASSIGNF FAILED, STATUS "
031063             WS-Assign-File-Status
031064         MOVE 8 TO WS-Job-Return-Code
031065         SET WS-Assign-Inactive TO TRUE
031066         GO TO 4400-EXIT
031067     END-IF.
031068     ADD 1 TO WS-Reused-Count.
031069     IF ASG-LETTER-OWED
031070         ADD 1 TO WS-Letter-Owed-Count
031071     END-IF.
031072 4400-EXIT.
031073     EXIT.
031074
031075******************************************************************
031076*   4500-REGISTER-ISSUE -- ENTER THE NUMBER JUST AUDITED ON THE *
031077*   KEYED NUMBER REGISTRY.  A REGISTRY THAT CANNOT BE UPDATED   *
031078*   IS NAMED BUT DOES NOT STOP THE SWEEP -- THE AUDIT RECORD IS *
031079*   WRITTEN, AND REG-LOAD REBUILDS THE REGISTRY FROM IT.        *
031080******************************************************************
031081 4500-REGISTER-ISSUE.
031082     SET RG-Function-Issue TO TRUE.
031083     MOVE WS-Assign-Counter-Id TO RG-Counter-Id.
031084     MOVE NB-Range-Start TO RG-Number.
031085     IF DF-Status-OK
031086         MOVE DF-Doc-Number TO RG-Doc-Number
031087     ELSE
031088         MOVE SPACES TO RG-Doc-Number
031089     END-IF.
031090     MOVE WS-Assign-Run-Id TO RG-Run-Id.
031091     MOVE SPACES TO RG-Reason-Code.
031092     MOVE WS-Requester TO RG-Requester.
031093     CALL "num-registry" USING RG-Function RG-Counter-Id
031094         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
031095         RG-Requester RG-Status.
031096     IF NOT RG-Status-OK
031097         DISPLAY "ELIG-SWEEP: NUMBER REGISTRY NOT UPDATED FOR "
031098             WS-Assign-Counter-Id " NUMBER " NB-Range-Start
031099             " -- STATUS " RG-Status
031100     END-IF.
031101 4500-EXIT.
031102     EXIT.
031103
031104******************************************************************
031105*   5000-LOAD-PLANS -- THE PLAN RULES TABLE.  WITHOUT IT ONLY   *
031106*   A PARTICIPANT WITH NO PLAN CODE CAN BE SWEPT; ONE WITH A    *
031107*   PLAN CODE IS INELIGIBLE (PLAN NOT ON TABLE) RATHER THAN     *
031108*   ENROLLED AGAINST RULES THAT WERE NEVER CHECKED.             *
031109******************************************************************
031110 5000-LOAD-PLANS.
031111     OPEN INPUT PLAN-TABLE.
031112     IF NOT WS-Plan-File-OK
031113         DISPLAY "ELIG-SWEEP: CANNOT OPEN PLANTBL, STATUS "
031114             WS-Plan-File-Status " -- ONLY PARTICIPANTS WITH NO "
031115             "PLAN CODE CAN BE ELIGIBLE"
031116         SET WS-Plan-Table-Missing TO TRUE
031117         GO TO 5000-EXIT
031118     END-IF.
031119     PERFORM 5010-LOAD-ONE-PLAN THRU 5010-EXIT
031120         UNTIL WS-Plan-File-EOF.
031121 5000-EXIT.
031122     IF WS-Plan-File-OK OR WS-Plan-File-EOF
031123         CLOSE PLAN-TABLE
031124     END-IF.
031125     EXIT.
031126
031127 5010-LOAD-ONE-PLAN.
031128     READ PLAN-TABLE
031129         AT END
031130             GO TO 5010-EXIT
031131     END-READ.
031132     IF WS-Plan-File-Status > "10"
031133         SET WS-Plan-File-EOF TO TRUE
031134         GO TO 5010-EXIT
031135     END-IF.
031136     IF PLN-PLAN-CODE = SPACES
031137             OR PLN-PLAN-CODE (1:1) = "*"
031138         GO TO 5010-EXIT
031139     END-IF.
031140     IF PLN-MINIMUM-AGE NOT NUMERIC
031141             OR PLN-MAXIMUM-AGE NOT NUMERIC
031142             OR PLN-SERVICE-MONTHS NOT NUMERIC
031143         DISPLAY "ELIG-SWEEP: PLAN " PLN-PLAN-CODE
031144             " HAS A NON-NUMERIC RULE ON PLANTBL -- IGNORED"
031145         GO TO 5010-EXIT
031146     END-IF.
031147     IF WS-Plan-Count >= WS-Max-Plans
031148         DISPLAY "ELIG-SWEEP: PLANTBL PAST " WS-Max-Plans
031149             " PLANS -- PLAN " PLN-PLAN-CODE " IGNORED"
031150         GO TO 5010-EXIT
031151     END-IF.
031152     ADD 1 TO WS-Plan-Count.
031153     SET WS-PLN-Idx TO WS-Plan-Count.
031154     MOVE PLN-PLAN-CODE TO WS-PLN-Code (WS-PLN-Idx).
031155     MOVE PLN-MINIMUM-AGE TO WS-PLN-Minimum-Age (WS-PLN-Idx).
031156     MOVE PLN-MAXIMUM-AGE TO WS-PLN-Maximum-Age (WS-PLN-Idx).
031157     MOVE PLN-SERVICE-MONTHS
031158         TO WS-PLN-Service-Months (WS-PLN-Idx).
031159     MOVE PLN-ACTIVE-FLAG TO WS-PLN-Active (WS-PLN-Idx).
031160     MOVE PLN-DESCRIPTION TO WS-PLN-Description (WS-PLN-Idx).
031161 5010-EXIT.
031162     EXIT.
031163
031164******************************************************************
031165*   5100-LIST-PLANS -- THE RULES THIS SWEEP WAS RUN AGAINST, AT *
031166*   THE HEAD OF THE SUMMARY.                                    *
031167******************************************************************
031168 5100-LIST-PLANS.
031169     IF WS-Plan-Table-Missing
031170         MOVE "PLAN RULES TABLE (PLANTBL) NOT AVAILABLE" TO
031171             WS-Print-Work
031172         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
031173         GO TO 5100-EXIT
031174     END-IF.
031175     PERFORM 5110-LIST-ONE-PLAN THRU 5110-EXIT
031176         VARYING WS-PLN-Idx FROM 1 BY 1
031177         UNTIL WS-PLN-Idx > WS-Plan-Count.
031178 5100-EXIT.
031179     MOVE WS-Blank-Line TO WS-Print-Work.
031180     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
031181     EXIT.
031182
031183 5110-LIST-ONE-PLAN.
031184     MOVE WS-PLN-Code (WS-PLN-Idx) TO WS-PLL-Code.
031185     MOVE WS-PLN-Minimum-Age (WS-PLN-Idx) TO WS-PLL-Minimum-Age.
031186     IF WS-PLN-Maximum-Age (WS-PLN-Idx) = 0
031187         MOVE "NONE" TO WS-PLL-Maximum-Age
031188     ELSE
031189         MOVE WS-PLN-Maximum-Age (WS-PLN-Idx) TO WS-Edit-Limit
031190         MOVE WS-Edit-Limit TO WS-PLL-Maximum-Age
031191     END-IF.
031192     IF WS-PLN-Service-Months (WS-PLN-Idx) = 0
031193         MOVE "NONE" TO WS-PLL-Service
031194     ELSE
031195         MOVE WS-PLN-Service-Months (WS-PLN-Idx) TO WS-Edit-Limit
031196         MOVE WS-Edit-Limit TO WS-PLL-Service
031197     END-IF.
031198     IF WS-PLN-Active-Required (WS-PLN-Idx)
031199         MOVE "YES" TO WS-PLL-Active
031200     ELSE
031201         MOVE "NO" TO WS-PLL-Active
031202     END-IF.
031203     MOVE WS-PLN-Description (WS-PLN-Idx) TO WS-PLL-Description.
031204     MOVE WS-Plan-Line TO WS-Print-Work.
031205     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
031206 5110-EXIT.
031207     EXIT.
031208
031209******************************************************************
031210*   5200-SELECT-PLAN-RULES -- THE RULES FOR THIS PARTICIPANT'S  *
031211*   PLAN.  NO PLAN CODE MEANS THE CONTROL RECORD'S MINIMUM AGE  *
031212*   ALONE, AS BEFORE PLANS WERE CARRIED ON THE EXTRACT.  A      *
031213*   PLAN CODE NOT ON THE TABLE FAILS THE PARTICIPANT OUTRIGHT.  *
031214******************************************************************
031215 5200-SELECT-PLAN-RULES.
031216     MOVE WS-Minimum-Age TO WS-Rule-Minimum-Age.
031217     MOVE 0 TO WS-Rule-Maximum-Age.
031218     MOVE 0 TO WS-Rule-Service-Months.
031219     SET WS-Rule-Active-No TO TRUE.
031220     IF PRT-PLAN-CODE = SPACES
031221         GO TO 5200-EXIT
031222     END-IF.
031223     SET WS-Plan-Found-No TO TRUE.
031224     PERFORM 5210-CHECK-ONE-PLAN THRU 5210-EXIT
031225         VARYING WS-PLN-Idx FROM 1 BY 1
031226         UNTIL WS-PLN-Idx > WS-Plan-Count
031227             OR WS-Plan-Found-Yes.
031228     IF WS-Plan-Found-No
031229         SET PRT-RULE-NO-PLAN TO TRUE
031230         GO TO 5200-EXIT
031231     END-IF.
031232     SET WS-PLN-Idx DOWN BY 1.
031233     MOVE WS-PLN-Minimum-Age (WS-PLN-Idx) TO WS-Rule-Minimum-Age.
031234     MOVE WS-PLN-Maximum-Age (WS-PLN-Idx) TO WS-Rule-Maximum-Age.
031235     MOVE WS-PLN-Service-Months (WS-PLN-Idx)
031236         TO WS-Rule-Service-Months.
031237     IF WS-PLN-Active-Required (WS-PLN-Idx)
031238         SET WS-Rule-Active-Yes TO TRUE
031239     END-IF.
031240 5200-EXIT.
031241     EXIT.
031242
031243 5210-CHECK-ONE-PLAN.
031244     IF WS-PLN-Code (WS-PLN-Idx) = PRT-PLAN-CODE
031245         SET WS-Plan-Found-Yes TO TRUE
031246     END-IF.
031247 5210-EXIT.
031248     EXIT.
031249
031250******************************************************************
031251*   5300-APPLY-PLAN-RULES -- AGE, SERVICE, STATUS, MAXIMUM AGE, *
031252*   IN THAT ORDER; THE FIRST RULE FAILED IS THE ONE RECORDED.   *
031253*   THE AGE SERVICE HAS ALREADY JUDGED THE MINIMUM AGE.         *
031254******************************************************************
031255 5300-APPLY-PLAN-RULES.
031256     IF LS-Eligible-No
031257         SET PRT-RULE-AGE TO TRUE
031258         GO TO 5300-EXIT
031259     END-IF.
031260     IF WS-Rule-Service-Months > 0
031261         PERFORM 5400-COMPUTE-SERVICE THRU 5400-EXIT
031262         IF WS-Hire-Date-Bad
031263                 OR WS-Service-Months < WS-Rule-Service-Months
031264             SET PRT-RULE-SERVICE TO TRUE
031265             GO TO 5300-EXIT
031266         END-IF
031267     END-IF.
031268     IF WS-Rule-Active-Yes AND NOT PRT-EMPL-ACTIVE
031269         SET PRT-RULE-STATUS TO TRUE
031270         GO TO 5300-EXIT
031271     END-IF.
031272     IF WS-Rule-Maximum-Age > 0
031273             AND LS-Age > WS-Rule-Maximum-Age
031274         SET PRT-RULE-MAXIMUM-AGE TO TRUE
031275     END-IF.
031276 5300-EXIT.
031277     EXIT.
031278
031279******************************************************************
031280*   5400-COMPUTE-SERVICE -- WHOLE MONTHS FROM THE HIRE DATE TO  *
031281*   THE AS-OF DATE, BACKING OFF ONE MONTH WHEN THE DAY OF HIRE  *
031282*   HAS NOT COME ROUND IN THE AS-OF MONTH.  A HIRE DATE THAT IS *
031283*   NOT A REAL DATE, OR IS AFTER THE AS-OF DATE, IS UNUSABLE.   *
031284******************************************************************
031285 5400-COMPUTE-SERVICE.
031286     SET WS-Hire-Date-Good TO TRUE.
031287     MOVE 0 TO WS-Service-Months.
031288     IF PRT-HIRE-DATE NOT NUMERIC
031289         SET WS-Hire-Date-Bad TO TRUE
031290         GO TO 5400-EXIT
031291     END-IF.
031292     MOVE PRT-HIRE-DATE TO WS-Hire-Date.
031293     IF FUNCTION TEST-DATE-YYYYMMDD (WS-Hire-Date) NOT = 0
031294             OR WS-Hire-Date > WS-As-Of-Date
031295         SET WS-Hire-Date-Bad TO TRUE
031296         GO TO 5400-EXIT
031297     END-IF.
031298     MOVE WS-As-Of-Date TO WS-Service-As-Of.
031299     COMPUTE WS-Service-Months =
031300         (WS-SAO-Year - WS-HIR-Year) * 12
031301             + WS-SAO-Month - WS-HIR-Month.
031302     IF WS-SAO-Day < WS-HIR-Day AND WS-Service-Months > 0
031303         SUBTRACT 1 FROM WS-Service-Months
031304     END-IF.
031305 5400-EXIT.
031306     EXIT.
031307
031308******************************************************************
031309*   5500-ROUTE-INELIGIBLE -- TO THE INELIGIBLE FILE WITH THE    *
031310*   RULE FAILED, AND A LINE ON THE SUMMARY SAYING WHY.  A HIRE  *
031311*   DATE OR PLAN CODE THAT NEEDS CORRECTING ON THE MASTER ENDS  *
031312*   THE SWEEP RC 4, LIKE AN UNUSABLE DATE OF BIRTH.             *
031313******************************************************************
031314 5500-ROUTE-INELIGIBLE.
031315     MOVE PRT-PARTICIPANT-RECORD TO INL-PARTICIPANT-RECORD.
031316     WRITE INL-PARTICIPANT-RECORD.
031317     ADD 1 TO WS-Ineligible-Count.
031318     MOVE PRT-ID TO WS-IEL-Id.
031319     MOVE PRT-NAME TO WS-IEL-Name.
031320     MOVE PRT-PLAN-CODE TO WS-IEL-Plan.
031321     MOVE SPACES TO WS-IEL-Detail.
031322     MOVE LS-Age TO WS-Edit-Age.
031323     EVALUATE TRUE
031324         WHEN PRT-RULE-AGE
031325             ADD 1 TO WS-Fail-Age-Count
031326             MOVE "AGE" TO WS-IEL-Rule
031327             MOVE WS-Rule-Minimum-Age TO WS-Edit-Limit
031328             STRING "AGE " WS-Edit-Age " UNDER MINIMUM "
031329                 WS-Edit-Limit DELIMITED BY SIZE
031330                 INTO WS-IEL-Detail
031331         WHEN PRT-RULE-SERVICE
031332             ADD 1 TO WS-Fail-Service-Count
031333             MOVE "SERVICE" TO WS-IEL-Rule
031334             MOVE WS-Rule-Service-Months TO WS-Edit-Limit
031335             IF WS-Hire-Date-Bad
031336                 ADD 1 TO WS-Bad-Hire-Count
031337                 STRING "NO USABLE HIRE DATE '" PRT-HIRE-DATE
031338                     "'" DELIMITED BY SIZE
031339                     INTO WS-IEL-Detail
031340             ELSE
031341                 MOVE WS-Service-Months TO WS-Edit-Months
031342                 STRING WS-Edit-Months " MONTH(S) OF SERVICE, "
031343                     "PLAN NEEDS " WS-Edit-Limit DELIMITED BY SIZE
031344                     INTO WS-IEL-Detail
031345             END-IF
031346         WHEN PRT-RULE-STATUS
031347             ADD 1 TO WS-Fail-Status-Count
031348             MOVE "STATUS" TO WS-IEL-Rule
031349             STRING "EMPLOYMENT STATUS '" PRT-EMPL-STATUS
031350                 "' -- PLAN NEEDS ACTIVE (A)" DELIMITED BY SIZE
031351                 INTO WS-IEL-Detail
031352         WHEN PRT-RULE-MAXIMUM-AGE
031353             ADD 1 TO WS-Fail-Max-Age-Count
031354             MOVE "MAXIMUM AGE" TO WS-IEL-Rule
031355             MOVE WS-Rule-Maximum-Age TO WS-Edit-Limit
031356             STRING "AGE " WS-Edit-Age " OVER MAXIMUM "
031357                 WS-Edit-Limit DELIMITED BY SIZE
031358                 INTO WS-IEL-Detail
031359         WHEN OTHER
031360             ADD 1 TO WS-No-Plan-Count
031361             MOVE "PLAN" TO WS-IEL-Rule
031362             MOVE "PLAN CODE NOT ON THE PLAN RULES TABLE"
031363                 TO WS-IEL-Detail
031364     END-EVALUATE.
031365     MOVE WS-Inelig-Line TO WS-Print-Work.
031366     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
031367 5500-EXIT.
031368     EXIT.
031369
031370******************************************************************
031371*   8000-PRINT-LINE -- WRITE THE STAGED LINE WITH PAGE          *
031372*   HEADINGS.                                                   *
031373******************************************************************
031400 8000-PRINT-LINE.
031500     IF WS-Line-Count >= WS-Lines-Per-Page
031600         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
034500     MOVE WS-Eligible-Count TO WS-CNT-Value.
034600     MOVE WS-Count-Line TO WS-Print-Work.
034700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
034710     MOVE "INELIGIBLE (PLAN RULE FAILED) " TO WS-CNT-Label.
034900     MOVE WS-Ineligible-Count TO WS-CNT-Value.
034904     MOVE WS-Count-Line TO WS-Print-Work.
034908     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
034912     MOVE "  OF WHICH UNDER MINIMUM AGE  " TO WS-CNT-Label.
034916     MOVE WS-Fail-Age-Count TO WS-CNT-Value.
034920     MOVE WS-Count-Line TO WS-Print-Work.
034924     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
034928     MOVE "  OF WHICH SHORT OF SERVICE   " TO WS-CNT-Label.
034932     MOVE WS-Fail-Service-Count TO WS-CNT-Value.
034936     MOVE WS-Count-Line TO WS-Print-Work.
034940     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
034944     MOVE "    (NO USABLE HIRE DATE)     " TO WS-CNT-Label.
034948     MOVE WS-Bad-Hire-Count TO WS-CNT-Value.
034952     MOVE WS-Count-Line TO WS-Print-Work.
034956     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
034960     MOVE "  OF WHICH EMPLOYMENT STATUS  " TO WS-CNT-Label.
034964     MOVE WS-Fail-Status-Count TO WS-CNT-Value.
034968     MOVE WS-Count-Line TO WS-Print-Work.
034972     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
034976     MOVE "  OF WHICH OVER MAXIMUM AGE   " TO WS-CNT-Label.
034980     MOVE WS-Fail-Max-Age-Count TO WS-CNT-Value.
034984     MOVE WS-Count-Line TO WS-Print-Work.
034988     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
034992     MOVE "  OF WHICH PLAN NOT ON TABLE  " TO WS-CNT-Label.
034996     MOVE WS-No-Plan-Count TO WS-CNT-Value.
035000     MOVE WS-Count-Line TO WS-Print-Work.
035100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
035200     MOVE "UNUSABLE DATE OF BIRTH        " TO WS-CNT-Label.
035570     MOVE "  OF WHICH AFTER AS-OF DATE   " TO WS-CNT-Label.
035575     MOVE WS-Future-Dob-Count TO WS-CNT-Value.
035580     MOVE WS-Count-Line TO WS-Print-Work.
035581     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
035582     IF WS-Assign-Open-Yes
035583         MOVE "ALREADY ASSIGNED (REUSED)     " TO WS-CNT-Label
035584         MOVE WS-Reused-Count TO WS-CNT-Value
035585         MOVE WS-Count-Line TO WS-Print-Work
035586         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
035587         MOVE "  OF WHICH LETTER STILL OWED  " TO WS-CNT-Label
035588         MOVE WS-Letter-Owed-Count TO WS-CNT-Value
035589         MOVE WS-Count-Line TO WS-Print-Work
035590         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
035591         MOVE "NEWLY ASSIGNED                " TO WS-CNT-Label
035592         MOVE WS-Assigned-Count TO WS-CNT-Value
035593         MOVE WS-Count-Line TO WS-Print-Work
035594         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
035595     END-IF.
035600     DISPLAY "ELIG-SWEEP: " WS-Read-Count " READ, "
035700         WS-Eligible-Count " ELIGIBLE, "
035800         WS-Ineligible-Count " INELIGIBLE, "
035900         WS-Bad-Dob-Count " BAD DOB".
035975     IF WS-Assign-Open-Yes
035980         DISPLAY "ELIG-SWEEP: " WS-Reused-Count
035985             " ALREADY ASSIGNED, " WS-Assigned-Count
035990             " NEWLY ASSIGNED"
035995         SET NB-Function-Close TO TRUE
035996         CALL "number-block" USING NB-Counter-Id NB-Block-Size
035997             NB-Range-Start NB-Range-End NB-Status NB-Function
035998             NB-Requester
035999         SET RG-Function-Close TO TRUE
036000         CALL "num-registry" USING RG-Function RG-Counter-Id
036001             RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
036002             RG-Requester RG-Status
036003         CLOSE ASSIGN-FILE
036010         CLOSE AUDIT-FILE
036015         CLOSE ASSIGN-MASTER
036020     END-IF.
036030     CLOSE PARTICIPANT-FILE.
036040     SET EX-Function-Close TO TRUE.
036045     MOVE RETURN-CODE TO WS-Exc-Return-Code.
036050     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
036060         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
036070     MOVE WS-Exc-Return-Code TO RETURN-CODE.
036073     IF WS-Bad-Dob-Count > 0 OR WS-Bad-Hire-Count > 0
036076             OR WS-No-Plan-Count > 0
036079         IF WS-Job-Return-Code < 4
036082             MOVE 4 TO WS-Job-Return-Code
036085         END-IF
036088     END-IF.
036091     IF WS-Job-Return-Code > RETURN-CODE
036094         MOVE WS-Job-Return-Code TO RETURN-CODE
036097     END-IF.
036100     CLOSE ELIGIBLE-FILE.
036200     CLOSE INELIGIBLE-FILE.
036300     CLOSE ELIG-REPORT.
