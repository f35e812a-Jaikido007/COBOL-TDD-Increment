003000*   MODIFICATION HISTORY                                        *
003100*   ---------------------------------------------------------   *
003200*   2026-08-22  JPK  INITIAL VERSION.                           *
003210*   2026-10-15  JPK  FUNCTION "Y" FORMATS FOR THE YEAR THE      *
003220*                    CALLER PASSES IN DF-DOC-YEAR, TO RESTATE A *
003230*                    NUMBER ISSUED IN AN EARLIER YEAR.          *
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. doc-format.
010400 0000-MAINLINE.
010500******************************************************************
010600     SET DF-Status-OK TO TRUE.
010700     IF DF-Function-Format OR DF-Function-Format-Year
010800         PERFORM 2000-FORMAT-NUMBER THRU 2000-EXIT
010900     ELSE
011000         IF DF-Function-Validate
011800******************************************************************
011900*   2000-FORMAT-NUMBER -- BUILD THE FULL DOCUMENT NUMBER FROM    *
012000*   THE COUNTER PREFIX, THE CURRENT YEAR, AND THE RAW NUMBER.    *
012010*   FUNCTION "Y" USES THE CALLER'S YEAR INSTEAD WHEN IT IS       *
012020*   NUMERIC.                                                     *
012100******************************************************************
012200 2000-FORMAT-NUMBER.
012300     PERFORM 2100-GET-PREFIX THRU 2100-EXIT.
012400     ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
012500     MOVE WS-Cached-Prefix TO WS-WDN-Prefix.
012600     MOVE WS-Current-Year TO WS-WDN-Year.
012610     IF DF-Function-Format-Year AND DF-DOC-Year IS NUMERIC
012620         MOVE DF-DOC-Year TO WS-WDN-Year-X
012630     END-IF.
012700     MOVE DF-Number TO WS-WDN-Seq.
012800     MOVE WS-WDN-Year-X TO WS-CD-String (1:4).
012900     MOVE WS-WDN-Seq-X TO WS-CD-String (5:10).
