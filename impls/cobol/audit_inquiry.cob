*>   MAL_INQ_FROM     - first date to include (YYYYMMDD)
*>   MAL_INQ_TO       - last date to include (YYYYMMDD)
*>   MAL_INQ_TAG      - line tag (IN, OUT, END, REF, BAL, RES,
*>                      OPR, OPM, CUS, TIL, RFQ, RFR)
*> and writes the selection, under a heading naming the criteria, to
*> the console and mal_audit_extract.txt. Audit lines do not carry
*> their session ID - a session's lines run from the line after the
DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG-FILE.
01 WS-AUDIT-RECORD PIC X(320).

FD EXTRACT-FILE.
01 WS-EXTRACT-RECORD PIC X(300).
   88 BLOCK-OVERRUN-SEEN VALUE 'Y'.
01 WS-BLOCK-COUNT PIC 9(04) VALUE 0.
01 WS-BLOCK-TABLE.
   05 WS-BLOCK-LINE PIC X(320) OCCURS 2000 TIMES.
01 WS-BLOCK-IX PIC 9(04) VALUE 0.
01 WS-BLOCK-SESSION PIC X(16) VALUE SPACES.
01 WS-SELECTED-COUNT PIC 9(07) VALUE 0.
       AND (WS-SEL-TO = SPACES OR WS-AUD-DATE <= WS-SEL-TO)
       AND (WS-SEL-TAG = SPACES OR WS-SEL-TAG = WS-AUD-TAG)
       ADD 1 TO WS-SELECTED-COUNT
*> The extract shows the line itself, not its chain columns.
       MOVE WS-BLOCK-LINE(WS-BLOCK-IX)(1:286) TO WS-PRINT-LINE
       PERFORM PUT-EXTRACT-LINE-PARA
     END-IF.

