002500*   AND SETS RETURN-CODE 4 -- A TRUNCATED AUDIT WRITE OR AN     *
002600*   ENVELOPE BUILT FROM A STALE AUDIT FILE SURFACES THE SAME    *
002700*   NIGHT, NOT AS NEXT WEEK'S AGING MYSTERIES.                  *
002710*                                                                *
002720*   EACH COUNTER-DAY OUT OF BALANCE IS ALSO RAISED ON THE       *
002730*   EXCEPTION WORKLIST (EXCEPTF) THROUGH "exc-post", TYPE       *
002740*   OUTOFBAL, KEYED BY COUNTER AND DATE, SO A RERUN OF THE SAME *
002750*   WINDOW REPEATS THE ITEM RATHER THAN ADDING ANOTHER.         *
002800*                                                                *
002900*   RETURN-CODE 4 = AT LEAST ONE LEG OUT OF BALANCE.            *
003000*   RETURN-CODE 8 = THE REPORT WOULD NOT OPEN OR A TOTAL        *
003700*                    INSTEAD OF SILENTLY REPORTING CLEAN, AND   *
003701*                    THE LIMIT IS 2000 IN LINE WITH THE RUN     *
003702*                    MAP.                                       *
003704*   2026-10-15  JPK  EACH COUNTER-DAY OUT OF BALANCE IS NOW     *
003706*                    ALSO POSTED TO THE EXCEPTION WORKLIST      *
003708*                    (EXCEPTF) THROUGH "exc-post".              *
003710******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. bal-check.
013000 77  WS-Bucket-Count             UNSIGNED-INT VALUE 0.
013100 77  WS-Bucket-Dropped           UNSIGNED-INT VALUE 0.
013200
013210******************************************************************
013220*   "exc-post" CALLING CONTRACT (EXCLINK).                      *
013230******************************************************************
013240     COPY exclink.
013245 77  WS-Exc-Return-Code          PIC 9(04).
013250
013300******************************************************************
013400*   RUN-ID TO END-DATE MAP FROM RUNHISTF, SO A RECEIPT CAN BE   *
013500*   POSTED TO THE DAY ITS RUN ACTUALLY RAN.                     *
054700     END-IF.
054800     IF WS-BLN-Flag NOT = SPACES
054900         ADD 1 TO WS-Out-Of-Balance
054910         PERFORM 6200-POST-OUT-OF-BALANCE THRU 6200-EXIT
055000     END-IF.
055100     MOVE WS-Balance-Line TO WS-Print-Work.
055200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
055300 6100-EXIT.
055400     EXIT.
055500
055503******************************************************************
055506*   6200-POST-OUT-OF-BALANCE -- RAISE THE COUNTER-DAY JUST      *
055509*   FLAGGED ON THE EXCEPTION WORKLIST, NAMING THE LEGS THAT DO  *
055512*   NOT TIE.  A WORKLIST THAT WILL NOT TAKE IT IS WARNED ABOUT; *
055515*   THE FLAG IS STILL ON THE BALANCE SHEET.                     *
055518******************************************************************
055521 6200-POST-OUT-OF-BALANCE.
055524     SET EX-Function-Post TO TRUE.
055527     MOVE "OUTOFBAL" TO EX-Type.
055530     MOVE WS-BAL-Counter-Id (WS-BAL-Idx) TO EX-Counter-Id.
055533     MOVE WS-BAL-Date (WS-BAL-Idx) TO EX-Reference.
055536     MOVE "BALCHECK" TO EX-Source.
055539     MOVE SPACES TO EX-Text.
055542     STRING "NOT TIED: " DELIMITED BY SIZE
055545         WS-BLN-Flag DELIMITED BY SIZE
055548         INTO EX-Text.
055549     MOVE RETURN-CODE TO WS-Exc-Return-Code.
055551     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
055554         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
055555     MOVE WS-Exc-Return-Code TO RETURN-CODE.
055557     IF NOT EX-Status-OK AND NOT EX-Status-Repeat
055560         DISPLAY "BAL-CHECK: EXCEPTION WORKLIST NOT UPDATED FOR "
055563             WS-BAL-Counter-Id (WS-BAL-Idx) " "
055566             WS-BAL-Date (WS-BAL-Idx) " -- STATUS " EX-Status
055569     END-IF.
055572 6200-EXIT.
055575     EXIT.
055578
055600******************************************************************
055700*   7000-FIND-BUCKET -- THE BUCKET FOR WS-WORK-COUNTER-ID AND   *
055800*   WS-WORK-DATE, CREATING IT ON FIRST SIGHT.  A FULL TABLE     *
064240             " TABLE LIMIT WERE LEFT OFF THE SHEET"
064250     END-IF.
064300     CLOSE BALANCE-REPORT.
064310     SET EX-Function-Close TO TRUE.
064315     MOVE RETURN-CODE TO WS-Exc-Return-Code.
064320     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
064330         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
064340     MOVE WS-Exc-Return-Code TO RETURN-CODE.
064400 9000-EXIT.
064500     EXIT.
064600
