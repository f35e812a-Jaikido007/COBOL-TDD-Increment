001200*       DOC    -- COLS 10-27  FORMATTED DOCUMENT NUMBER          *
001300*       NUMBER -- COLS 10-17  COUNTER-ID, COLS 19-28 AUD-NUMBER  *
001400*       RUN    -- COLS 10-17  RUN-ID                             *
001410*       COLS 34-41   USER-ID OF WHOEVER SUBMITS THE CARD (ALL)   *
001500*                                                                *
001600*   EACH LOOKUP IS ANSWERED ON ITS OWN PAGE OF THE INQUIRY       *
001700*   REPORT (INQRPT): EVERY MATCHING RECORD ON THE LIVE AUDIT     *
001800*   TRAIL (AUDITF) AND THE ARCHIVED TRAIL (AUDITHST), WHETHER    *
001900*   THE ITEM IS STILL ON THE OUTSTANDING FILE (OUTSOLD), AND     *
002000*   ANY RESERVATION-LEDGER MOVEMENT (RESERVF) WHOSE RANGE THE    *
002100*   NUMBER FELL INSIDE, AND ANY REISSUE OF OR BY THE NUMBER ON   *
002110*   THE REISSUE CROSS-REFERENCE (REISSXRF), FOLLOWED BY A        *
002120*   ONE-LINE DISPOSITION.                                        *
002200*   THIS REPLACES THE HAND GREP OF AUDITF THAT GAVE UP AS SOON   *
002300*   AS AUDIT-ARCHIVE HAD MOVED THE RECORD TO HISTORY.            *
002310*                                                                *
002320*   DOC AND NUMBER LOOKUPS GO TO THE KEYED NUMBER REGISTRY       *
002330*   (NUMREG) FIRST; WHEN IT HOLDS THE NUMBER, ITS ENTRY REPLACES *
002340*   THE TWO AUDIT-FILE PASSES.  RUN LOOKUPS, AND NUMBERS THE     *
002350*   REGISTRY DOES NOT HOLD, STILL SCAN AUDITF AND AUDITHST.      *
002400*                                                                *
002500*   A DOC LOOKUP IS FIRST RUN THROUGH "doc-format"'S VALIDATE    *
002600*   CALL SO A MIS-KEYED NUMBER IS NAMED AS SUCH INSTEAD OF       *
002700*   COMING BACK "NOT FOUND".                                     *
002800*                                                                *
002810*   EVERY CARD IS CHECKED BY "auth-check" AGAINST THE OPERATOR   *
002820*   AUTHORITY TABLE (AUTHTBL) BEFORE IT IS LOOKED UP.  NUMBER    *
002830*   NEEDS A GRANT OVER ITS COUNTER-ID; DOC AND RUN NAME NO       *
002840*   COUNTER AND NEED AN ALL-COUNTERS GRANT.  A REFUSED CARD      *
002850*   GETS A PAGE NAMING THE REASON AND IS NOT LOOKED UP.          *
002860*   ALLOWED OR REFUSED, EVERY CARD IS APPENDED TO THE ACCESS     *
002870*   LOG (ACCSLOG).                                               *
002880*                                                                *
002900*   RETURN-CODE 4 = AT LEAST ONE LOOKUP FOUND NOTHING OR WAS     *
002910*                   REJECTED, OR REFUSED BY THE AUTHORITY TABLE. *
003100*   RETURN-CODE 8 = THE CARD OR REPORT FILE WOULD NOT OPEN;      *
003200*                   NOTHING DONE.                                *
003300*                                                                *
003400*   MODIFICATION HISTORY                                        *
003500*   ---------------------------------------------------------   *
003600*   2026-09-02  JPK  INITIAL VERSION.                           *
003610*   2026-10-15  JPK  NUMBER AND DOC LOOKUPS NOW READ THE        *
003620*                    REISSUE CROSS-REFERENCE (REISSXRF,         *
003630*                    XRFREC): A NUMBER REJECTED DOWNSTREAM      *
003640*                    SHOWS WHAT IT WAS REISSUED AS, A           *
003650*                    REPLACEMENT SHOWS WHAT IT REPLACES, AND    *
003660*                    THE DISPOSITION NAMES THE REISSUE.         *
003665*   2026-10-15  JPK  DOC AND NUMBER LOOKUPS ARE NOW ANSWERED BY *
003670*                    KEYED READS OF THE NUMBER REGISTRY         *
003675*                    (NUMREG, REGREC) INSTEAD OF FULL PASSES    *
003680*                    OVER AUDITF AND AUDITHST, WHICH ARE NOW    *
003685*                    ONLY SCANNED FOR RUN LOOKUPS AND NUMBERS   *
003690*                    NOT ON THE REGISTRY.  A POOLED VOID HAS    *
003695*                    ITS OWN DISPOSITION.                       *
003696*   2026-10-15  JPK  EVERY CARD CARRIES A USER-ID AND NEEDS AN  *
003697*                    AUTHTBL GRANT ("auth-check"); EVERY CARD   *
003698*                    IS LOGGED TO ACCSLOG.                      *
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. doc-inquiry.
006300     SELECT INQUIRY-REPORT ASSIGN TO INQRPT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-Report-File-Status.
006510     SELECT REISSUE-XREF ASSIGN TO REISSXRF
006520         ORGANIZATION IS INDEXED
006530         ACCESS MODE IS RANDOM
006540         RECORD KEY IS XRF-OLD-KEY
006550         ALTERNATE RECORD KEY IS XRF-NEW-KEY
006560         FILE STATUS IS WS-Xref-File-Status.
006565     SELECT NUMBER-REGISTRY ASSIGN TO NUMREG
006570         ORGANIZATION IS INDEXED
006575         ACCESS MODE IS DYNAMIC
006580         RECORD KEY IS REG-KEY
006585         ALTERNATE RECORD KEY IS REG-DOC-NUMBER
006590             WITH DUPLICATES
006595         FILE STATUS IS WS-Registry-File-Status.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
008500     05  FILLER REDEFINES INQ-OPERANDS.
008600         10  INQ-RUN-ID              PIC X(08).
008700         10  FILLER                  PIC X(63).
008710     05  FILLER REDEFINES INQ-OPERANDS.
008720         10  FILLER                  PIC X(24).
008730         10  INQ-USER-ID             PIC X(08).
008740         10  FILLER                  PIC X(39).
008800
008900 FD  AUDIT-FILE
009000     RECORDING MODE IS F.
010200     RECORDING MODE IS F.
010300     COPY resvrec.
010400
010410 FD  REISSUE-XREF.
010420     COPY xrfrec.
010430
010440 FD  NUMBER-REGISTRY.
010450     COPY regrec.
010460
010500 FD  INQUIRY-REPORT
010600     RECORDING MODE IS F.
010700 01  RPT-PRINT-LINE                  PIC X(132).
011900     88  WS-Ledger-File-OK           VALUE "00".
012000 77  WS-Report-File-Status       PIC X(02).
012100     88  WS-Report-File-OK           VALUE "00".
012110 77  WS-Xref-File-Status         PIC X(02).
012120     88  WS-Xref-File-OK             VALUE "00".
012130 77  WS-Registry-File-Status     PIC X(02).
012140     88  WS-Registry-File-OK         VALUE "00".
012150 77  WS-Registry-Open-Switch     PIC X(01) VALUE "N".
012160     88  WS-Registry-Open-Yes        VALUE "Y".
012170     88  WS-Registry-Open-No         VALUE "N".
012200
012300 77  WS-Card-EOF-Switch          PIC X(01) VALUE "N".
012400     88  WS-Card-EOF-Yes             VALUE "Y".
014500 77  WS-Voided-Hits              UNSIGNED-INT.
014600 77  WS-Outstanding-Hits         UNSIGNED-INT.
014700 77  WS-Reservation-Hits         UNSIGNED-INT.
014710 77  WS-Reissued-Hits            UNSIGNED-INT.
014720 77  WS-Replaces-Hits            UNSIGNED-INT.
014730 77  WS-Registry-Hits            UNSIGNED-INT.
014740 77  WS-Registry-State           PIC X(01).
014750     88  WS-Registry-Issued          VALUE "I".
014760     88  WS-Registry-Voided          VALUE "V".
014770     88  WS-Registry-Pooled          VALUE "P".
014780     88  WS-Registry-Reissued        VALUE "R".
014800
014900 77  WS-Cards-Read               UNSIGNED-INT VALUE 0.
015000 77  WS-Lookups-Done             UNSIGNED-INT VALUE 0.
016500*   MIS-KEYED CARD BEFORE ANY FILE IS SCANNED.                   *
016600******************************************************************
016700     COPY dfmlink.
016710
016720******************************************************************
016730*   "auth-check" CALLING CONTRACT (AUTHLINK).                    *
016740******************************************************************
016750     COPY authlink.
016760 77  WS-Auth-Return-Code         PIC 9(04).
016770 77  WS-Dfm-Return-Code          PIC 9(04).
016800
016900 01  WS-Heading-1.
017000     05  FILLER                  PIC X(12)
023400     05  WS-RSV-Date             PIC 9(08).
023500     05  FILLER                  PIC X(29) VALUE SPACES.
023600
023602 01  WS-Reissue-Line.
023604     05  WS-RIS-Tag              PIC X(14).
023606     05  FILLER                  PIC X(08) VALUE "COUNTER ".
023608     05  WS-RIS-Counter-Id       PIC X(08).
023610     05  FILLER                  PIC X(08) VALUE " NUMBER ".
023612     05  WS-RIS-Number           PIC Z(09)9.
023614     05  FILLER                  PIC X(05) VALUE " DOC ".
023616     05  WS-RIS-Doc-Number       PIC X(18).
023618     05  FILLER                  PIC X(05) VALUE " RUN ".
023620     05  WS-RIS-Run-Id           PIC X(08).
023622     05  FILLER                  PIC X(08) VALUE " REASON ".
023624     05  WS-RIS-Reason           PIC X(04).
023626     05  FILLER                  PIC X(01) VALUE SPACE.
023628     05  WS-RIS-Reason-Text      PIC X(20).
023630     05  FILLER                  PIC X(04) VALUE " ON ".
023632     05  WS-RIS-Date             PIC 9(08).
023634     05  FILLER                  PIC X(03) VALUE SPACES.
023636
023638 01  WS-Registry-Line.
023640     05  FILLER                  PIC X(10) VALUE "REGISTRY: ".
023642     05  WS-REG-State-Text       PIC X(08).
023644     05  FILLER                  PIC X(09) VALUE " COUNTER ".
023646     05  WS-REG-Counter-Id       PIC X(08).
023648     05  FILLER                  PIC X(08) VALUE " NUMBER ".
023650     05  WS-REG-Number           PIC Z(09)9.
023652     05  FILLER                  PIC X(05) VALUE " DOC ".
023654     05  WS-REG-Doc-Number       PIC X(18).
023656     05  FILLER                  PIC X(05) VALUE " RUN ".
023658     05  WS-REG-Run-Id           PIC X(08).
023660     05  FILLER                  PIC X(08) VALUE " ISSUED ".
023662     05  WS-REG-Issue-Date       PIC 9(08).
023664     05  FILLER                  PIC X(08) VALUE " VOIDED ".
023666     05  WS-REG-Void-Date        PIC 9(08).
023668     05  FILLER                  PIC X(05) VALUE " RSN ".
023670     05  WS-REG-Reason           PIC X(04).
023672     05  FILLER                  PIC X(02) VALUE SPACES.
023674
023700 01  WS-Verdict-Line.
023800     05  FILLER                  PIC X(13)
023900         VALUE "DISPOSITION: ".
028700         DISPLAY "DOC-INQUIRY: CANNOT OPEN INQCARDS, STATUS "
028800             WS-Card-File-Status
028900         MOVE 8 TO RETURN-CODE
028910         GO TO 1000-EXIT
029000     END-IF.
029010     OPEN INPUT NUMBER-REGISTRY.
029020     IF WS-Registry-File-OK
029030         SET WS-Registry-Open-Yes TO TRUE
029040     ELSE
029050         DISPLAY "DOC-INQUIRY: NUMREG NOT AVAILABLE, STATUS "
029060             WS-Registry-File-Status " -- AUDIT FILES WILL BE "
029070             "SCANNED"
029080     END-IF.
029100 1000-EXIT.
029200     EXIT.
029300
032000         GO TO 2200-NEXT
032100     END-IF.
032200     ADD 1 TO WS-Cards-Read.
032210     PERFORM 2300-CHECK-AUTHORITY THRU 2300-EXIT.
032220     IF NOT AU-Status-Allowed
032230         GO TO 2200-NEXT
032240     END-IF.
032300     EVALUATE INQ-VERB
032400         WHEN "DOC     "
032500             PERFORM 3000-LOOKUP-DOC THRU 3000-EXIT
033800     PERFORM 2100-READ-CARD THRU 2100-EXIT.
033900 2200-EXIT.
034000     EXIT.
034002
034004******************************************************************
034006*   2300-CHECK-AUTHORITY -- MAY THIS USER-ID MAKE THIS LOOKUP?   *
034008*   ONLY A NUMBER CARD NAMES ITS COUNTER; A DOCUMENT NUMBER'S    *
034010*   PREFIX NEED NOT BE ITS COUNTER-ID, SO DOC AND RUN ARE        *
034012*   CHECKED AS ALL-COUNTER LOOKUPS.  A REFUSAL GETS ITS OWN      *
034014*   PAGE LIKE ANY OTHER REJECTED CARD.                           *
034016******************************************************************
034018 2300-CHECK-AUTHORITY.
034020     SET AU-Function-Check TO TRUE.
034022     MOVE "DOCINQ" TO AU-Program.
034024     MOVE INQ-USER-ID TO AU-User-Id.
034026     MOVE INQ-VERB TO AU-Verb.
034028     IF INQ-VERB = "NUMBER  "
034030         MOVE INQ-COUNTER-ID TO AU-Counter-Id
034032     ELSE
034034         MOVE SPACES TO AU-Counter-Id
034036     END-IF.
034038     MOVE INQ-OPERANDS (1:20) TO AU-Operand.
034040     MOVE RETURN-CODE TO WS-Auth-Return-Code.
034042     CALL "auth-check" USING AU-Function AU-Program AU-User-Id
034044         AU-Verb AU-Counter-Id AU-Operand AU-Reason AU-Status.
034046     MOVE WS-Auth-Return-Code TO RETURN-CODE.
034048     IF AU-Status-Allowed
034050         GO TO 2300-EXIT
034052     END-IF.
034054     PERFORM 7000-START-PAGE THRU 7000-EXIT.
034056     MOVE "NOT AUTHORIZED -- " TO WS-VRD-Text.
034058     MOVE AU-Reason TO WS-VRD-Text (19:40).
034060     MOVE "USER-ID" TO WS-VRD-Text (60:7).
034062     MOVE INQ-USER-ID TO WS-VRD-Text (68:8).
034064     PERFORM 7300-PRINT-VERDICT THRU 7300-EXIT.
034066     ADD 1 TO WS-Cards-Rejected.
034068     MOVE 4 TO RETURN-CODE.
034070 2300-EXIT.
034072     EXIT.
034100
034200******************************************************************
034300*   3000-LOOKUP-DOC -- ONE FORMATTED DOCUMENT NUMBER.  THE       *
035100     SET DF-Function-Validate TO TRUE.
035200     MOVE SPACES TO DF-Counter-Id.
035300     MOVE INQ-DOC-NUMBER TO DF-Doc-Number.
035390     MOVE RETURN-CODE TO WS-Dfm-Return-Code.
035400     CALL "doc-format" USING DF-Function DF-Counter-Id
035500         DF-Number DF-Doc-Number DF-Status.
035510     MOVE WS-Dfm-Return-Code TO RETURN-CODE.
035600     IF NOT DF-Status-OK
035700         MOVE "DOCUMENT NUMBER FAILS VALIDATION -- CHECK THE "
035800             TO WS-VRD-Text
040800     EXIT.
040900
041000******************************************************************
041100*   4000-RUN-ALL-LEGS -- THE DATASETS IN ORDER: NUMBER           *
041110*   REGISTRY, OR FAILING THAT THE LIVE AND ARCHIVED AUDIT        *
041200*   TRAILS, THEN OUTSTANDING FILE, RESERVATION LEDGER, AND       *
041300*   REISSUE CROSS-REFERENCE, THEN THE DISPOSITION LINE.          *
041310*   A DOC LOOKUP THAT HITS THE REGISTRY OR AUDIT TRAIL PICKS UP  *
041400*   ITS COUNTER-ID THERE SO THE OUTSTANDING, LEDGER, AND         *
041500*   REISSUE LEGS CAN MATCH ON COUNTER/NUMBER.                    *
041600******************************************************************
041700 4000-RUN-ALL-LEGS.
041800     ADD 1 TO WS-Lookups-Done.
042000     MOVE 0 TO WS-Voided-Hits.
042100     MOVE 0 TO WS-Outstanding-Hits.
042200     MOVE 0 TO WS-Reservation-Hits.
042210     MOVE 0 TO WS-Reissued-Hits.
042220     MOVE 0 TO WS-Replaces-Hits.
042230     MOVE 0 TO WS-Registry-Hits.
042240     MOVE SPACE TO WS-Registry-State.
042250     PERFORM 4050-READ-REGISTRY THRU 4050-EXIT.
042260     IF WS-Registry-Hits = 0
042300         PERFORM 4100-SCAN-LIVE-AUDIT THRU 4100-EXIT
042400         PERFORM 4200-SCAN-HISTORY THRU 4200-EXIT
042410     END-IF.
042500     PERFORM 5000-SCAN-OUTSTANDING THRU 5000-EXIT.
042600     PERFORM 5500-SCAN-RESERVATIONS THRU 5500-EXIT.
042610     PERFORM 5800-READ-REISSUES THRU 5800-EXIT.
042700     PERFORM 6000-PRINT-DISPOSITION THRU 6000-EXIT.
042800 4000-EXIT.
042900     EXIT.
042902
042904******************************************************************
042906*   4050-READ-REGISTRY -- THE KEYED NUMBER REGISTRY (NUMREG).    *
042908*   A DOC LOOKUP IS ONE READ ON THE DOCUMENT-NUMBER KEY; A       *
042910*   NUMBER LOOKUP BROWSES THE COUNTER/NUMBER KEY, ONE ENTRY PER  *
042912*   YEAR THE NUMBER WAS ISSUED IN, THE LATEST LAST.  AN ENTRY    *
042914*   FOUND HERE STANDS IN FOR THE AUDIT SCANS: ITS STATE BECOMES  *
042916*   THE ISSUED/VOIDED COUNTS THE DISPOSITION IS BUILT FROM.  A   *
042918*   RUN LOOKUP, A REGISTRY THAT IS NOT THERE, OR A NUMBER NOT ON *
042920*   IT, FALLS BACK TO SCANNING AUDITF AND AUDITHST.              *
042922******************************************************************
042924 4050-READ-REGISTRY.
042926     IF WS-Match-Run OR WS-Registry-Open-No
042928         GO TO 4050-EXIT
042930     END-IF.
042932     IF WS-Match-Doc
042934         MOVE WS-Look-Doc-Number TO REG-DOC-NUMBER
042936         READ NUMBER-REGISTRY
042938             KEY IS REG-DOC-NUMBER
042940             INVALID KEY
042942                 GO TO 4050-EXIT
042944         END-READ
042946         IF WS-Registry-File-OK
042948             MOVE REG-COUNTER-ID TO WS-Look-Counter-Id
042950             MOVE REG-NUMBER TO WS-Look-Number
042952             PERFORM 4060-PRINT-ENTRY THRU 4060-EXIT
042954         END-IF
042956     ELSE
042958         PERFORM 4080-BROWSE-NUMBER THRU 4080-EXIT
042960     END-IF.
042962     IF WS-Registry-Hits = 0
042964         GO TO 4050-EXIT
042966     END-IF.
042968     EVALUATE TRUE
042970         WHEN WS-Registry-Issued
042972             MOVE 1 TO WS-Issued-Hits
042974         WHEN WS-Registry-Reissued
042976             MOVE 2 TO WS-Issued-Hits
042978             MOVE 1 TO WS-Voided-Hits
042980         WHEN OTHER
042982             MOVE 1 TO WS-Issued-Hits
042984             MOVE 1 TO WS-Voided-Hits
042986     END-EVALUATE.
042988 4050-EXIT.
042990     EXIT.
043000
043001 4060-PRINT-ENTRY.
043002     ADD 1 TO WS-Registry-Hits.
043003     MOVE REG-STATE TO WS-Registry-State.
043004     EVALUATE TRUE
043005         WHEN REG-STATE-ISSUED
043006             MOVE "ISSUED  " TO WS-REG-State-Text
043007         WHEN REG-STATE-VOIDED
043008             MOVE "VOIDED  " TO WS-REG-State-Text
043009         WHEN REG-STATE-POOLED
043010             MOVE "POOLED  " TO WS-REG-State-Text
043011         WHEN REG-STATE-REISSUED
043012             MOVE "REISSUED" TO WS-REG-State-Text
043013         WHEN OTHER
043014             MOVE REG-STATE TO WS-REG-State-Text
043015     END-EVALUATE.
043016     MOVE REG-COUNTER-ID TO WS-REG-Counter-Id.
043017     MOVE REG-NUMBER TO WS-REG-Number.
043018     MOVE REG-DOC-NUMBER TO WS-REG-Doc-Number.
043019     MOVE REG-RUN-ID TO WS-REG-Run-Id.
043020     IF REG-REISSUE-DATE > REG-ISSUE-DATE
043021         MOVE REG-REISSUE-DATE TO WS-REG-Issue-Date
043022     ELSE
043023         MOVE REG-ISSUE-DATE TO WS-REG-Issue-Date
043024     END-IF.
043025     MOVE REG-VOID-DATE TO WS-REG-Void-Date.
043026     MOVE REG-REASON-CODE TO WS-REG-Reason.
043027     MOVE WS-Registry-Line TO WS-Print-Work.
043028     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
043029 4060-EXIT.
043030     EXIT.
043031
043032 4070-BROWSE-ONE.
043033     READ NUMBER-REGISTRY NEXT RECORD
043034         AT END
043035             SET WS-Scan-EOF-Yes TO TRUE
043036             GO TO 4070-EXIT
043037     END-READ.
043038     IF NOT WS-Registry-File-OK
043039         SET WS-Scan-EOF-Yes TO TRUE
043040         GO TO 4070-EXIT
043041     END-IF.
043042     IF REG-COUNTER-ID NOT = WS-Look-Counter-Id
043043             OR REG-NUMBER NOT = WS-Look-Number
043044         SET WS-Scan-EOF-Yes TO TRUE
043045         GO TO 4070-EXIT
043046     END-IF.
043047     PERFORM 4060-PRINT-ENTRY THRU 4060-EXIT.
043048 4070-EXIT.
043049     EXIT.
043050
043051 4080-BROWSE-NUMBER.
043052     MOVE WS-Look-Counter-Id TO REG-COUNTER-ID.
043053     MOVE WS-Look-Number TO REG-NUMBER.
043054     MOVE LOW-VALUES TO REG-YEAR.
043055     START NUMBER-REGISTRY KEY IS NOT LESS THAN REG-KEY
043056         INVALID KEY
043057             GO TO 4080-EXIT
043058     END-START.
043059     SET WS-Scan-EOF-No TO TRUE.
043060     PERFORM 4070-BROWSE-ONE THRU 4070-EXIT
043061         UNTIL WS-Scan-EOF-Yes.
043062 4080-EXIT.
043063     EXIT.
043064
043100 4100-SCAN-LIVE-AUDIT.
043200     MOVE "AUDITF  " TO WS-Source-Tag.
043300     SET WS-Scan-EOF-No TO TRUE.
062700 5600-EXIT.
062800     EXIT.
062900
062901******************************************************************
062902*   5800-READ-REISSUES -- TWO KEYED READS OF THE REISSUE         *
062903*   CROSS-REFERENCE: BY THE OLD KEY, FOR WHAT A REJECTED NUMBER  *
062904*   WAS REISSUED AS, AND BY THE ALTERNATE NEW KEY, FOR WHAT A    *
062905*   REPLACEMENT STANDS IN FOR.  LIKE THE LEDGER LEG, IT NEEDS A  *
062906*   COUNTER AND NUMBER, SO A RUN LOOKUP SKIPS IT.                *
062907******************************************************************
062908 5800-READ-REISSUES.
062909     IF WS-Match-Run
062910         GO TO 5800-EXIT
062911     END-IF.
062912     IF WS-Look-Counter-Id = SPACES
062913         GO TO 5800-EXIT
062914     END-IF.
062915     OPEN INPUT REISSUE-XREF.
062916     IF NOT WS-Xref-File-OK
062917         GO TO 5800-EXIT
062918     END-IF.
062919     MOVE WS-Look-Counter-Id TO XRF-OLD-COUNTER-ID.
062920     MOVE WS-Look-Number TO XRF-OLD-NUMBER.
062921     READ REISSUE-XREF
062922         KEY IS XRF-OLD-KEY
062923         INVALID KEY
062924             CONTINUE
062925     END-READ.
062926     IF WS-Xref-File-OK
062927         ADD 1 TO WS-Reissued-Hits
062928         MOVE "REISSUED AS:  " TO WS-RIS-Tag
062929         MOVE XRF-NEW-COUNTER-ID TO WS-RIS-Counter-Id
062930         MOVE XRF-NEW-NUMBER TO WS-RIS-Number
062931         MOVE XRF-NEW-DOC-NUMBER TO WS-RIS-Doc-Number
062932         MOVE XRF-NEW-RUN-ID TO WS-RIS-Run-Id
062933         PERFORM 5810-PRINT-REISSUE THRU 5810-EXIT
062934     END-IF.
062935     MOVE WS-Look-Counter-Id TO XRF-NEW-COUNTER-ID.
062936     MOVE WS-Look-Number TO XRF-NEW-NUMBER.
062937     READ REISSUE-XREF
062938         KEY IS XRF-NEW-KEY
062939         INVALID KEY
062940             CONTINUE
062941     END-READ.
062942     IF WS-Xref-File-OK
062943         ADD 1 TO WS-Replaces-Hits
062944         MOVE "REPLACES:     " TO WS-RIS-Tag
062945         MOVE XRF-OLD-COUNTER-ID TO WS-RIS-Counter-Id
062946         MOVE XRF-OLD-NUMBER TO WS-RIS-Number
062947         MOVE XRF-OLD-DOC-NUMBER TO WS-RIS-Doc-Number
062948         MOVE XRF-OLD-RUN-ID TO WS-RIS-Run-Id
062949         PERFORM 5810-PRINT-REISSUE THRU 5810-EXIT
062950     END-IF.
062951     CLOSE REISSUE-XREF.
062952 5800-EXIT.
062953     EXIT.
062954
062955 5810-PRINT-REISSUE.
062956     MOVE XRF-REJECT-CODE TO WS-RIS-Reason.
062957     MOVE XRF-REJECT-TEXT TO WS-RIS-Reason-Text.
062958     MOVE XRF-REISSUE-DATE TO WS-RIS-Date.
062959     MOVE WS-Reissue-Line TO WS-Print-Work.
062960     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
062961 5810-EXIT.
062962     EXIT.
062963
063000******************************************************************
063100*   6000-PRINT-DISPOSITION -- ONE LINE THAT ANSWERS THE PHONE    *
063200*   CALL, BUILT FROM WHAT THE FIVE LEGS FOUND.                   *
063300******************************************************************
063400 6000-PRINT-DISPOSITION.
063500     EVALUATE TRUE
064000             IF RETURN-CODE < 4
064100                 MOVE 4 TO RETURN-CODE
064200             END-IF
064210         WHEN WS-Reissued-Hits > 0
064220             MOVE "REJECTED DOWNSTREAM, VOIDED, AND REISSUED -- "
064230                 TO WS-VRD-Text
064240             MOVE "SEE REISSUED AS ABOVE" TO WS-VRD-Text (46:21)
064250         WHEN WS-Registry-Pooled
064260             MOVE "ISSUED, VOIDED, AND HELD IN THE VOID POOL FOR "
064270                 TO WS-VRD-Text
064280             MOVE "REISSUE" TO WS-VRD-Text (47:7)
064300         WHEN WS-Voided-Hits >= WS-Issued-Hits
064400             MOVE "ISSUED AND SUBSEQUENTLY VOIDED" TO WS-VRD-Text
064500         WHEN WS-Outstanding-Hits > 0
071700         WS-Lookups-Empty " FOUND NOTHING, "
071800         WS-Cards-Rejected " REJECTED".
071900     CLOSE INQUIRY-CARDS.
071910     IF WS-Registry-Open-Yes
071920         CLOSE NUMBER-REGISTRY
071930     END-IF.
071940     SET AU-Function-Close TO TRUE.
071950     MOVE RETURN-CODE TO WS-Auth-Return-Code.
071960     CALL "auth-check" USING AU-Function AU-Program AU-User-Id
071970         AU-Verb AU-Counter-Id AU-Operand AU-Reason AU-Status.
071980     MOVE WS-Auth-Return-Code TO RETURN-CODE.
072000     CLOSE INQUIRY-REPORT.
072100 9000-EXIT.
072200     EXIT.
