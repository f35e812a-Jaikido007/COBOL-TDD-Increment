003230*                    NUMBER FROM THE CLOSED YEAR WOULD COLLIDE  *
003240*                    WITH THE NEW YEAR'S NATURAL ISSUE OF THE   *
003250*                    SAME VALUE ONCE THE SEQUENCE RESTARTS.     *
003260*   2026-10-15  JPK  EACH PURGED POOL NUMBER IS RETIRED ON THE  *
003270*                    KEYED NUMBER REGISTRY (NUMREG), POOLED TO  *
003280*                    VOIDED.                                    *
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. year-rollover.
010800 77  WS-Lines-Per-Page           UNSIGNED-INT VALUE 56.
010900 77  WS-Current-Date             PIC 9(08).
011000 77  WS-Current-Time             PIC 9(08).
011010
011020******************************************************************
011030*   "num-registry" CALLING CONTRACT -- A PURGED POOL NUMBER IS  *
011040*   RETIRED (POOLED TO VOIDED) ON THE KEYED NUMBER REGISTRY.    *
011050******************************************************************
011060     COPY reglink.
011100
011200 01  WS-Heading-1.
011300     05  FILLER                  PIC X(14)
036690     PERFORM 3100-PURGE-NEXT THRU 3100-EXIT
036700         UNTIL WS-Pool-EOF-Yes.
036710     CLOSE VOID-POOL.
036712     SET RG-Function-Close TO TRUE.
036714     CALL "num-registry" USING RG-Function RG-Counter-Id
036716         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
036718         RG-Requester RG-Status.
036720 3000-EXIT.
036730     EXIT.
036740
036870     END-DELETE.
036880     IF WS-Pool-File-OK
036890         ADD 1 TO WS-Pool-Purged-Count
036895         PERFORM 3200-RETIRE-NUMBER THRU 3200-EXIT
036900     END-IF.
036910 3100-EXIT.
036920     EXIT.
036930
036931******************************************************************
036932*   3200-RETIRE-NUMBER -- THE PURGED NUMBER WILL NEVER BE        *
036933*   REISSUED, SO ITS REGISTRY ENTRY MOVES FROM POOLED TO         *
036934*   VOIDED.  A REGISTRY THAT CANNOT BE UPDATED IS NAMED BUT      *
036935*   DOES NOT STOP THE PURGE.                                     *
036936******************************************************************
036937 3200-RETIRE-NUMBER.
036938     SET RG-Function-Retire TO TRUE.
036939     MOVE VPL-COUNTER-ID TO RG-Counter-Id.
036940     MOVE VPL-NUMBER TO RG-Number.
036941     MOVE SPACES TO RG-Doc-Number.
036942     MOVE SPACES TO RG-Run-Id.
036943     MOVE SPACES TO RG-Reason-Code.
036944     MOVE "YEARROLL" TO RG-Requester.
036945     CALL "num-registry" USING RG-Function RG-Counter-Id
036946         RG-Number RG-Doc-Number RG-Run-Id RG-Reason-Code
036947         RG-Requester RG-Status.
036948     IF NOT RG-Status-OK
036949         DISPLAY "YEAR-ROLLOVER: NUMBER REGISTRY NOT UPDATED FOR "
036950             VPL-COUNTER-ID " NUMBER " VPL-NUMBER
036951             " -- STATUS " RG-Status
036952     END-IF.
036953 3200-EXIT.
036954     EXIT.
036955
036956******************************************************************
036957*   8000-PRINT-LINE -- WRITE THE STAGED LINE WITH PAGE           *
036960*   HEADINGS.                                                    *
037000******************************************************************
037100 8000-PRINT-LINE.
