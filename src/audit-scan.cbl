002800*   MOVEMENTS.  POOLED REISSUES SIT AT OR BELOW THE PREVIOUS    *
002900*   BASELINE AND DO NOT MOVE CTR-LAST-VALUE, SO THEY NEED NO    *
003000*   SPECIAL CASE HERE.                                          *
003010*                                                                *
003020*   EACH UNEXPLAINED RANGE IS ALSO RAISED ON THE EXCEPTION      *
003030*   WORKLIST (EXCEPTF) THROUGH "exc-post", TYPE AUDITGAP, KEYED *
003040*   BY COUNTER AND RANGE; THE SAME RANGE FOUND AGAIN IS A       *
003050*   REPEAT OF THE SAME ITEM.                                    *
003100*                                                                *
003200*   RETURN-CODE 4 = UNEXPLAINED CONSUMPTION (OR A TABLE         *
003300*                   TRUNCATION) ON THE REPORT.                  *
003700*   MODIFICATION HISTORY                                        *
003800*   ---------------------------------------------------------   *
003900*   2026-09-02  JPK  INITIAL VERSION.                           *
003910*   2026-10-15  JPK  EACH UNEXPLAINED RANGE IS NOW ALSO POSTED  *
003920*                    TO THE EXCEPTION WORKLIST (EXCEPTF)        *
003930*                    THROUGH "exc-post".                        *
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. audit-scan.
018700     88  WS-Truncated-Yes            VALUE "Y".
018800     88  WS-Truncated-No             VALUE "N".
018900
018910******************************************************************
018920*   "exc-post" CALLING CONTRACT (EXCLINK), AND THE RANGE IN     *
018930*   DISPLAY FORM FOR THE WORKLIST REFERENCE.                    *
018940******************************************************************
018950     COPY exclink.
018955 77  WS-Exc-Return-Code          PIC 9(04).
018960 77  WS-Exc-Start                PIC 9(10).
018970 77  WS-Exc-End                  PIC 9(10).
018980
019000 77  WS-Line-Count               UNSIGNED-INT VALUE 99.
019100 77  WS-Page-Count               UNSIGNED-INT VALUE 0.
019200 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
063600     PERFORM 3800-FIND-CLAIMING-RUN THRU 3800-EXIT.
063700     MOVE WS-Gap-Line TO WS-Detail-Line.
063800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
063810     PERFORM 3750-POST-GAP THRU 3750-EXIT.
063900 3700-EXIT.
064000     EXIT.
064100
064103******************************************************************
064106*   3750-POST-GAP -- RAISE THE RANGE JUST REPORTED ON THE       *
064109*   EXCEPTION WORKLIST WITH THE RUN THAT CLAIMED IT.  A         *
064112*   WORKLIST THAT WILL NOT TAKE IT IS WARNED ABOUT; THE RANGE   *
064115*   IS STILL ON THE REPORT.                                     *
064118******************************************************************
064121 3750-POST-GAP.
064124     SET EX-Function-Post TO TRUE.
064127     MOVE "AUDITGAP" TO EX-Type.
064130     MOVE WS-Scan-Counter-Id TO EX-Counter-Id.
064133     MOVE WS-Hole-Start TO WS-Exc-Start.
064136     MOVE WS-Hole-End TO WS-Exc-End.
064139     MOVE SPACES TO EX-Reference.
064142     STRING WS-Exc-Start DELIMITED BY SIZE
064145         "-" DELIMITED BY SIZE
064148         WS-Exc-End DELIMITED BY SIZE
064151         INTO EX-Reference.
064154     MOVE "AUDSCAN" TO EX-Source.
064157     MOVE SPACES TO EX-Text.
064160     STRING "CONSUMED, NO AUDIT RECORD -- " DELIMITED BY SIZE
064163         WS-GAP-Claim DELIMITED BY SIZE
064166         INTO EX-Text.
064167     MOVE RETURN-CODE TO WS-Exc-Return-Code.
064169     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
064172         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
064173     MOVE WS-Exc-Return-Code TO RETURN-CODE.
064175     IF NOT EX-Status-OK AND NOT EX-Status-Repeat
064178         DISPLAY "AUDIT-SCAN: EXCEPTION WORKLIST NOT UPDATED FOR "
064181             WS-Scan-Counter-Id " " WS-Exc-Start " -- STATUS "
064184             EX-Status
064187     END-IF.
064190 3750-EXIT.
064193     EXIT.
064196
064200 3800-FIND-CLAIMING-RUN.
064300     MOVE "NO RUN HISTORY CLAIMS THEM" TO WS-GAP-Claim.
064400     SET WS-Found-No TO TRUE.
075800     CLOSE COUNTER-FILE.
075900     CLOSE NEW-SCAN-STATE.
076000     CLOSE SCAN-REPORT.
076010     SET EX-Function-Close TO TRUE.
076015     MOVE RETURN-CODE TO WS-Exc-Return-Code.
076020     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
076030         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
076040     MOVE WS-Exc-Return-Code TO RETURN-CODE.
076100 9000-EXIT.
076200     EXIT.
076300
