007487*                    AUDIT, CHECKPOINT, OR RUN-HISTORY RECORD    *
007488*                    MOVES.  BLANK THE FLAG AND THE SAME RECORD  *
007489*                    RUNS LIVE.                                  *
007490*   2026-10-15  JPK  ISSUE RECORDS BLANK THE NEW AUDIT REASON    *
007491*                    CODE (VOID-BATCH FILLS IT ON "V" RECORDS).  *
007492*   2026-10-15  JPK  EVERY NUMBER AUDITED AS ISSUED IS ALSO      *
007493*                    ENTERED ON THE KEYED NUMBER REGISTRY        *
007494*                    (NUMREG) THROUGH "num-registry".            *
007495*   2026-10-15  JPK  EVERY AUDIT RECORD CARRIES ITS LINK IN THE  *
007496*                    AUDIT TRAIL'S HASH CHAIN ("audit-chain"),   *
007497*                    PICKED UP FROM THE END OF THE TRAIL BEFORE  *
007498*                    AUDITF IS OPENED.                           *
007500******************************************************************
007600 IDENTIFICATION DIVISION.
007700 PROGRAM-ID. main-program.
016700*   TRAIL, SO RECONCILE CAN MATCH ON EITHER FORM.                *
016800******************************************************************
016900     COPY dfmlink.
016910
016920******************************************************************
016930*   "num-registry" CALLING CONTRACT -- EVERY NUMBER AUDITED AS   *
016940*   ISSUED IS ALSO ENTERED ON THE KEYED NUMBER REGISTRY.         *
016950******************************************************************
016960     COPY reglink.
016965
016970******************************************************************
016975*   "audit-chain" CALLING CONTRACT -- EVERY AUDIT RECORD IS      *
016980*   STAMPED WITH ITS LINK IN THE AUDIT TRAIL'S HASH CHAIN.       *
016985******************************************************************
016990     COPY chnlink.
017000
017100 77  WS-Counter                  UNSIGNED-INT.
017200 77  WS-Sum                      UNSIGNED-INT.
025600******************************************************************
025700*   1600-OPEN-AUDIT-FILE -- OPEN THE AUDIT TRAIL FOR APPENDING.   *
025800*   NUMBERS ISSUED ON EARLIER RUNS STAY ON THE FILE; EACH RUN     *
025900*   ADDS ITS OWN RECORDS RATHER THAN REPLACING IT.  THE HASH      *
025910*   CHAIN IS PICKED UP FROM THE LAST RECORD ON THE TRAIL FIRST.   *
026000******************************************************************
026100 1600-OPEN-AUDIT-FILE.
026110     SET CH-Function-Start TO TRUE.
026120     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
026130         CH-Status.
026140     IF CH-Status-Trail-Error
026150         DISPLAY "INCREMENT: AUDIT TRAIL NOT READ TO THE END -- "
026160             "HASH CHAIN WILL SHOW A BREAK AT THIS RUN"
026170     END-IF.
026200     OPEN EXTEND AUDIT-FILE.
026300     IF WS-Audit-File-OK
026400         GO TO 1600-EXIT
049100*   BY THE LAST CALL TO "increment" (A SINGLE NUMBER WHEN THE    *
049200*   BLOCK SIZE IS 1).  A SIMULATED REQUEST PRINTS ITS PREVIEW    *
049210*   LINES INSTEAD AND LEAVES THE AUDIT TRAIL ALONE.              *
049220*   EVERY NUMBER AUDITED IS ALSO ENTERED ON THE KEYED NUMBER     *
049230*   REGISTRY; ONE THAT CANNOT BE ENTERED IS REPORTED BUT DOES    *
049240*   NOT STOP THE REQUEST -- REG-LOAD REBUILDS THE REGISTRY FROM  *
049250*   THE AUDIT FILES.                                             *
049300******************************************************************
049400 3100-DISPLAY-RANGE.
049500     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
051800         MOVE SPACES TO AUD-DOC-NUMBER
051900     END-IF.
052000     MOVE "I" TO AUD-ACTION.
052010     MOVE SPACES TO AUD-REASON-CODE.
052020     SET CH-Function-Hash TO TRUE.
052030     MOVE AUD-AUDIT-RECORD (1:60) TO CH-Record.
052040     CALL "audit-chain" USING CH-Function CH-Record CH-Hash
052050         CH-Status.
052060     MOVE CH-Hash TO AUD-CHAIN-HASH.
052100     WRITE AUD-AUDIT-RECORD.
052110     SET RG-Function-Issue TO TRUE.
052114     MOVE WS-Counter-Id TO RG-Counter-Id.
052118     MOVE WS-Display-Num TO RG-Number.
052122     IF DF-Status-OK
052126         MOVE DF-Doc-Number TO RG-Doc-Number
052130     ELSE
052134         MOVE SPACES TO RG-Doc-Number
052138     END-IF.
052142     MOVE WS-Run-Id TO RG-Run-Id.
052146     MOVE SPACES TO RG-Reason-Code.
052150     MOVE "SEQNUM" TO RG-Requester.
052154     CALL "num-registry" USING RG-Function RG-Counter-Id
052158         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
052162         RG-Requester RG-Status.
052166     IF NOT RG-Status-OK
052170         DISPLAY "INCREMENT: NUMBER REGISTRY NOT UPDATED FOR "
052174             WS-Counter-Id " NUMBER " WS-Display-Num
052178             " -- STATUS " RG-Status
052182     END-IF.
052200 3110-EXIT.
052300     EXIT.
052310
052640     CALL "increment" USING WS-Counter-Id WS-Num WS-Mode
052650         WS-Block-Size WS-Result WS-Range-Start WS-Range-End
052660         WS-Status WS-Capacity-Warning.
052662     SET RG-Function-Close TO TRUE.
052664     CALL "num-registry" USING RG-Function RG-Counter-Id
052666         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
052668         RG-Requester RG-Status.
052670     IF WS-Job-Return-Code > RETURN-CODE
052680         MOVE WS-Job-Return-Code TO RETURN-CODE
052690     END-IF.
