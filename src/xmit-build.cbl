001200*   ISSUED AND THEN PROPERLY VOIDED IS NOT TRANSMITTED.         *
001300*   THIS REPLACES THE AD-HOC COPY OF THE AUDIT DATASET THAT     *
001400*   GAVE A TRUNCATED TRANSFER NOWHERE TO BE NOTICED.            *
001410*                                                                *
001420*   A COUNTER WITH NO ROUTE ON THE ROUTING TABLE IS ALSO RAISED *
001430*   ON THE EXCEPTION WORKLIST (EXCEPTF) THROUGH "exc-post",     *
001440*   TYPE UNROUTED, ONCE PER COUNTER UNTIL THE ROUTE IS ADDED.   *
001500*                                                                *
001600*   RETURN-CODE 8 = A FILE WOULD NOT OPEN OR A WRITE FAILED;    *
001700*                   DO NOT TRANSMIT WHAT WAS BUILT.              *
002216*                    ISSUED NOTHING, SO AN EMPTY ENVELOPE       *
002217*                    UNDER ITS RUN-ID WOULD ONLY COLLIDE WITH   *
002218*                    THE LIVE RUN SENT AFTER SIGN-OFF.          *
002219*   2026-10-15  JPK  THE NIGHTLY BUILD NOW ALSO SENDS THE       *
002220*                    REPLACEMENTS REJECT-REISSUE HAS ISSUED     *
002221*                    FOR NUMBERS THE DOWNSTREAM SYSTEM          *
002222*                    REJECTED.  EVERY REISSUE CROSS-REFERENCE   *
002223*                    (REISSXRF, XRFREC) RECORD NOT YET SENT     *
002224*                    GIVES ONE ENVELOPE PER REISSUE RUN-ID/     *
002225*                    COUNTER, BUILT FROM THE AUDIT TRAIL LIKE   *
002226*                    ANY OTHER, AND IS THEN STAMPED WITH THE    *
002227*                    TRANSMIT DATE.  NO CROSS-REFERENCE MEANS   *
002228*                    NOTHING HAS BEEN REISSUED.                 *
002229*   2026-10-15  JPK  A COUNTER WITH NO ROUTE IS NOW ALSO POSTED *
002230*                    TO THE EXCEPTION WORKLIST (EXCEPTF)        *
002231*                    THROUGH "exc-post".                        *
002232******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. xmit-build.
002500 AUTHOR. J. P. KOWALCZYK.
004191     SELECT RETRANSMIT-LOG ASSIGN TO XMITLOG
004192         ORGANIZATION IS LINE SEQUENTIAL
004193         FILE STATUS IS WS-Retran-Log-Status.
004194     SELECT REISSUE-XREF ASSIGN TO REISSXRF
004195         ORGANIZATION IS INDEXED
004196         ACCESS MODE IS DYNAMIC
004197         RECORD KEY IS XRF-OLD-KEY
004198         ALTERNATE RECORD KEY IS XRF-NEW-KEY
004199         FILE STATUS IS WS-Xref-File-Status.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
005586 FD  RETRANSMIT-LOG
005587     RECORDING MODE IS F.
005588     COPY xlogrec.
005591
005594 FD  REISSUE-XREF.
005597     COPY xrfrec.
005600
005700 WORKING-STORAGE SECTION.
005800 77  WS-Control-File-Status      PIC X(02).
006484 77  WS-Retran-Flag              PIC X(01) VALUE SPACE.
006485 77  WS-Skipped-Retrans          UNSIGNED-INT VALUE 0.
006500
006504******************************************************************
006508*   REISSUE STATE.  THE DISTINCT REISSUE RUN-ID/COUNTER PAIRS   *
006512*   STILL WAITING ON THE CROSS-REFERENCE, ONE ENVELOPE EACH.    *
006516*   PAIRS PAST THE TABLE ARE LEFT UNSTAMPED FOR THE NEXT RUN.   *
006520******************************************************************
006524 77  WS-Xref-File-Status         PIC X(02).
006528     88  WS-Xref-File-OK             VALUE "00".
006532 77  WS-Xref-EOF-Switch          PIC X(01) VALUE "N".
006536     88  WS-Xref-EOF-Yes             VALUE "Y".
006540     88  WS-Xref-EOF-No              VALUE "N".
006544 77  WS-Max-Reissues             UNSIGNED-INT VALUE 50.
006548 77  WS-Reissue-Count            UNSIGNED-INT VALUE 0.
006552 77  WS-Reissue-Sub              UNSIGNED-INT.
006556 01  WS-Reissue-Table.
006560     05  WS-RIS-Entry OCCURS 50 TIMES.
006564         10  WS-RIS-Run-Id           PIC X(08).
006568         10  WS-RIS-Counter-Id       PIC X(08).
006572 77  WS-Reissue-Held             UNSIGNED-INT VALUE 0.
006576 77  WS-Reissue-Stamped          UNSIGNED-INT VALUE 0.
006580
006600 77  WS-Control-EOF-Switch       PIC X(01) VALUE "N".
006700     88  WS-Control-EOF-Yes          VALUE "Y".
006800     88  WS-Control-EOF-No           VALUE "N".
007489 77  WS-Cur-Slot                 UNSIGNED-INT VALUE 1.
007490 77  WS-Cur-Dest-Id              PIC X(08) VALUE "DEFAULT".
007491 77  WS-Unrouted-Count           UNSIGNED-INT VALUE 0.
007492
007493******************************************************************
007494*   "exc-post" CALLING CONTRACT (EXCLINK).                      *
007495******************************************************************
007496     COPY exclink.
007498 77  WS-Exc-Return-Code          PIC 9(04).
007500
007600******************************************************************
007700*   LIVE ISSUED NUMBERS FOR THE REQUEST BEING BUILT.  A "V"     *
015203
015210******************************************************************
015215*   2000-BUILD-ALL-ENVELOPES -- ONE ENVELOPE PER CONTROL        *
015220*   RECORD, IN CONTROL-FILE ORDER, THEN ONE PER OUTSTANDING     *
015222*   REISSUE RUN-ID/COUNTER.                                     *
015225******************************************************************
015230 2000-BUILD-ALL-ENVELOPES.
015235     IF WS-Retran-Yes
015265     PERFORM 2200-BUILD-ONE-ENVELOPE THRU 2200-EXIT
015270         UNTIL WS-Control-EOF-Yes.
015275     CLOSE CONTROL-FILE.
015281     IF RETURN-CODE NOT = 8
015287         PERFORM 2900-BUILD-REISSUES THRU 2900-EXIT
015293     END-IF.
015300 2000-EXIT.
015400     EXIT.
015500
019390     MOVE WS-DST-Dest-Id (WS-DST-Idx) TO WS-Cur-Dest-Id.
019400     DISPLAY "XMIT-BUILD: NO ROUTE FOR COUNTER " WS-Counter-Id
019410         " -- ENVELOPE SENT TO " WS-Cur-Dest-Id.
019415     PERFORM 5000-POST-UNROUTED THRU 5000-EXIT.
019420     IF RETURN-CODE < 4
019430         MOVE 4 TO RETURN-CODE
019440     END-IF.
019611 2800-EXIT.
019612     EXIT.
019613
019614******************************************************************
019615*   2900-BUILD-REISSUES -- SEND THE REPLACEMENTS REJECT-REISSUE *
019616*   HAS ISSUED SINCE THE LAST BUILD.  ONE PASS OF THE CROSS-    *
019617*   REFERENCE COLLECTS THE UNSENT REISSUE RUN-ID/COUNTER PAIRS, *
019618*   EACH PAIR IS BUILT FROM THE AUDIT TRAIL LIKE A CONTROL      *
019619*   RECORD, AND ONLY WHEN EVERY ENVELOPE IS WRITTEN DOES A      *
019620*   SECOND PASS STAMP THE RECORDS SENT.  A FAILED BUILD LEAVES  *
019621*   THEM UNSTAMPED, SO THE RERUN SENDS THEM AGAIN.              *
019622******************************************************************
019623 2900-BUILD-REISSUES.
019624     OPEN I-O REISSUE-XREF.
019625     IF NOT WS-Xref-File-OK
019626         DISPLAY "XMIT-BUILD: NO REISSUE CROSS-REFERENCE -- NO "
019627             "REPLACEMENTS TO SEND"
019628         GO TO 2900-EXIT
019629     END-IF.
019630     SET WS-Xref-EOF-No TO TRUE.
019631     PERFORM 2910-COLLECT-ONE-REISSUE THRU 2910-EXIT
019632         UNTIL WS-Xref-EOF-Yes.
019633     PERFORM 2950-BUILD-ONE-REISSUE THRU 2950-EXIT
019634         VARYING WS-Reissue-Sub FROM 1 BY 1
019635         UNTIL WS-Reissue-Sub > WS-Reissue-Count
019636             OR RETURN-CODE = 8.
019637     IF RETURN-CODE NOT = 8 AND WS-Reissue-Count > 0
019638         CLOSE REISSUE-XREF
019639         OPEN I-O REISSUE-XREF
019640         SET WS-Xref-EOF-No TO TRUE
019641         PERFORM 2960-STAMP-ONE-REISSUE THRU 2960-EXIT
019642             UNTIL WS-Xref-EOF-Yes
019643     END-IF.
019644     CLOSE REISSUE-XREF.
019645     DISPLAY "XMIT-BUILD: " WS-Reissue-Count
019646         " REISSUE ENVELOPE(S), " WS-Reissue-Stamped
019647         " REPLACEMENT(S) MARKED SENT".
019648     IF WS-Reissue-Held > 0
019649         DISPLAY "XMIT-BUILD: " WS-Reissue-Held
019650             " REPLACEMENT(S) PAST " WS-Max-Reissues
019651             " REISSUE ENVELOPES -- HELD FOR THE NEXT RUN"
019652         IF RETURN-CODE < 4
019653             MOVE 4 TO RETURN-CODE
019654         END-IF
019655     END-IF.
019656 2900-EXIT.
019657     EXIT.
019658
019659 2910-COLLECT-ONE-REISSUE.
019660     READ REISSUE-XREF NEXT RECORD
019661         AT END
019662             SET WS-Xref-EOF-Yes TO TRUE
019663             GO TO 2910-EXIT
019664     END-READ.
019665     IF WS-Xref-File-Status > "10"
019666         SET WS-Xref-EOF-Yes TO TRUE
019667         GO TO 2910-EXIT
019668     END-IF.
019669     IF NOT XRF-NOT-TRANSMITTED
019670         GO TO 2910-EXIT
019671     END-IF.
019672     PERFORM 2920-FIND-REISSUE THRU 2920-EXIT.
019673     IF WS-Found-Yes
019674         GO TO 2910-EXIT
019675     END-IF.
019676     IF WS-Reissue-Count >= WS-Max-Reissues
019677         ADD 1 TO WS-Reissue-Held
019678         GO TO 2910-EXIT
019679     END-IF.
019680     ADD 1 TO WS-Reissue-Count.
019681     MOVE XRF-NEW-RUN-ID TO WS-RIS-Run-Id (WS-Reissue-Count).
019682     MOVE XRF-NEW-COUNTER-ID
019683         TO WS-RIS-Counter-Id (WS-Reissue-Count).
019684 2910-EXIT.
019685     EXIT.
019686
019687******************************************************************
019688*   2920-FIND-REISSUE -- IS THIS RECORD'S REISSUE RUN-ID/       *
019689*   COUNTER ALREADY IN THE TABLE?  SETS WS-FOUND-SWITCH.        *
019690******************************************************************
019691 2920-FIND-REISSUE.
019692     SET WS-Found-No TO TRUE.
019693     PERFORM 2930-CHECK-ONE-REISSUE THRU 2930-EXIT
019694         VARYING WS-Reissue-Sub FROM 1 BY 1
019695         UNTIL WS-Reissue-Sub > WS-Reissue-Count
019696             OR WS-Found-Yes.
019697 2920-EXIT.
019698     EXIT.
019699
019700 2930-CHECK-ONE-REISSUE.
019701     IF WS-RIS-Run-Id (WS-Reissue-Sub) = XRF-NEW-RUN-ID
019702             AND WS-RIS-Counter-Id (WS-Reissue-Sub)
019703                 = XRF-NEW-COUNTER-ID
019704         SET WS-Found-Yes TO TRUE
019705     END-IF.
019706 2930-EXIT.
019707     EXIT.
019708
019709 2950-BUILD-ONE-REISSUE.
019710     MOVE WS-RIS-Run-Id (WS-Reissue-Sub) TO WS-Run-Id.
019711     MOVE WS-RIS-Counter-Id (WS-Reissue-Sub) TO WS-Counter-Id.
019712     PERFORM 2500-ROUTE-ENVELOPE THRU 2500-EXIT.
019713     PERFORM 3000-LOAD-LIVE-NUMBERS THRU 3000-EXIT.
019714     PERFORM 4000-WRITE-HEADER THRU 4000-EXIT.
019715     MOVE 0 TO WS-Detail-Count.
019716     MOVE 0 TO WS-Hash-Total.
019717     PERFORM 4100-WRITE-ONE-DETAIL THRU 4100-EXIT
019718         VARYING WS-Issued-Idx FROM 1 BY 1
019719         UNTIL WS-Issued-Idx > WS-Issued-Count
019720             OR RETURN-CODE = 8.
019721     PERFORM 4200-WRITE-TRAILER THRU 4200-EXIT.
019722     ADD 1 TO WS-Envelope-Count.
019723     ADD WS-Detail-Count TO WS-Total-Details.
019724     IF WS-Dest-Count > 0
019725         SET WS-DST-Idx TO WS-Cur-Slot
019726         ADD 1 TO WS-DST-Envelopes (WS-DST-Idx)
019727         ADD WS-Detail-Count TO WS-DST-Details (WS-DST-Idx)
019728     END-IF.
019729 2950-EXIT.
019730     EXIT.
019731
019732******************************************************************
019733*   2960-STAMP-ONE-REISSUE -- MARK AN UNSENT RECORD WHOSE PAIR  *
019734*   WAS BUILT THIS RUN AS TRANSMITTED TODAY.  A HELD PAIR IS    *
019735*   NOT IN THE TABLE AND STAYS UNSTAMPED.                       *
019736******************************************************************
019737 2960-STAMP-ONE-REISSUE.
019738     READ REISSUE-XREF NEXT RECORD
019739         AT END
019740             SET WS-Xref-EOF-Yes TO TRUE
019741             GO TO 2960-EXIT
019742     END-READ.
019743     IF WS-Xref-File-Status > "10"
019744         SET WS-Xref-EOF-Yes TO TRUE
019745         GO TO 2960-EXIT
019746     END-IF.
019747     IF NOT XRF-NOT-TRANSMITTED
019748         GO TO 2960-EXIT
019749     END-IF.
019750     PERFORM 2920-FIND-REISSUE THRU 2920-EXIT.
019751     IF WS-Found-No
019752         GO TO 2960-EXIT
019753     END-IF.
019754     MOVE WS-Current-Date TO XRF-XMIT-DATE.
019755     REWRITE XRF-REISSUE-RECORD
019756         INVALID KEY
019757             CONTINUE
019758     END-REWRITE.
019759     IF WS-Xref-File-OK
019760         ADD 1 TO WS-Reissue-Stamped
019761     ELSE
019762         DISPLAY "XMIT-BUILD: REWRITE TO REISSXRF FAILED FOR "
019763             XRF-OLD-COUNTER-ID " " XRF-OLD-NUMBER
019764             ", STATUS " WS-Xref-File-Status
019765             " -- IT WILL BE SENT AGAIN"
019766         IF RETURN-CODE < 4
019767             MOVE 4 TO RETURN-CODE
019768         END-IF
019769     END-IF.
019770 2960-EXIT.
019771     EXIT.
019772
019773******************************************************************
019774*   3000-LOAD-LIVE-NUMBERS -- ONE PASS OVER THE AUDIT TRAIL     *
019775*   FOR THIS RUN-ID/COUNTER-ID.  "I" ADDS, "V" KNOCKS OUT.      *
019776******************************************************************
019777 3000-LOAD-LIVE-NUMBERS.
019800     MOVE 0 TO WS-Issued-Count.
019900     SET WS-Audit-EOF-No TO TRUE.
020000     OPEN INPUT AUDIT-FILE.
031300 4900-EXIT.
031400     EXIT.
031500
031503******************************************************************
031506*   5000-POST-UNROUTED -- RAISE A COUNTER THE ROUTING TABLE     *
031509*   DOES NOT NAME ON THE EXCEPTION WORKLIST.  THE ITEM IS ONE   *
031512*   PER COUNTER: EVERY FURTHER ENVELOPE FOR IT IS A REPEAT      *
031515*   UNTIL THE ROUTE IS ADDED AND THE ITEM CLOSED.  A WORKLIST   *
031518*   THAT WILL NOT TAKE IT IS WARNED ABOUT.                      *
031521******************************************************************
031524 5000-POST-UNROUTED.
031527     SET EX-Function-Post TO TRUE.
031530     MOVE "UNROUTED" TO EX-Type.
031533     MOVE WS-Counter-Id TO EX-Counter-Id.
031536     MOVE "ROUTETBL" TO EX-Reference.
031539     MOVE "XMITBLD" TO EX-Source.
031542     MOVE SPACES TO EX-Text.
031545     STRING "NO ROUTE -- RUN " DELIMITED BY SIZE
031548         WS-Run-Id DELIMITED BY SIZE
031551         " SENT TO " DELIMITED BY SIZE
031554         WS-Cur-Dest-Id DELIMITED BY SIZE
031557         INTO EX-Text.
031558     MOVE RETURN-CODE TO WS-Exc-Return-Code.
031560     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
031563         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
031564     MOVE WS-Exc-Return-Code TO RETURN-CODE.
031566     IF NOT EX-Status-OK AND NOT EX-Status-Repeat
031569         DISPLAY "XMIT-BUILD: EXCEPTION WORKLIST NOT UPDATED "
031572             "FOR COUNTER " WS-Counter-Id " -- STATUS "
031575             EX-Status
031578     END-IF.
031581 5000-EXIT.
031584     EXIT.
031587
031600******************************************************************
031700*   9000-TERMINATE -- TOTALS AND CLOSE.                         *
031800******************************************************************
032800     CLOSE TRANSMIT-FILE.
032810     CLOSE TRANSMIT-FILE-2.
032820     CLOSE TRANSMIT-FILE-3.
032830     SET EX-Function-Close TO TRUE.
032835     MOVE RETURN-CODE TO WS-Exc-Return-Code.
032840     CALL "exc-post" USING EX-Function EX-Type EX-Counter-Id
032850         EX-Reference EX-Source EX-Text EX-Item-No EX-Status.
032860     MOVE WS-Exc-Return-Code TO RETURN-CODE.
032900 9000-EXIT.
033000     EXIT.
033010
