001791*                    RECEIVER KNOWS TO REPLACE ITS EARLIER      *
001792*                    COPY OF THE RUN/COUNTER RATHER THAN        *
001793*                    APPEND.  BLANK = AN ORIGINAL.              *
001794*   2026-10-15  JPK  CARVED XMT-DTL-REJECT-CODE AND             *
001795*                    XMT-DTL-REJECT-TEXT OUT OF THE DETAIL      *
001796*                    FILLER FOR THE DOWNSTREAM REJECTION FEED   *
001797*                    (REJECTF), ONE DETAIL PER NUMBER REFUSED.  *
001798*                    BLANK ON EVERYTHING WE SEND.               *
001800******************************************************************
001900 01  XMT-TRANSMISSION-RECORD.
002000     05  XMT-RECORD-TYPE             PIC X(01).
003100     05  XMT-DETAIL REDEFINES XMT-REST.
003200         10  XMT-DTL-NUMBER          PIC 9(10).
003300         10  XMT-DTL-DOC-NUMBER      PIC X(18).
003310         10  XMT-DTL-REJECT-CODE     PIC X(04).
003320         10  XMT-DTL-REJECT-TEXT     PIC X(20).
003400         10  FILLER                  PIC X(03).
003500     05  XMT-TRAILER REDEFINES XMT-REST.
003600         10  XMT-TRL-RECORD-COUNT    PIC 9(09).
003700         10  XMT-TRL-HASH-TOTAL      PIC 9(15).
