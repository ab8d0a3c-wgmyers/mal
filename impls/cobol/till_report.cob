*> till_report.cob
*> Daily teller till balancing report over mal_till.dat, the opening
*> and closing lines every attended MAL-STEP0 session writes for its
*> cash drawer. For the report date (MAL_TILL_DATE, default today) it
*> lists
*>   - every till opened that day: float, cash deposits, cash
*>     withdrawals, expected position, cash counted and the over or
*>     short, or that the till was closed uncounted (NCT) or never
*>     closed at all (the session is still running or died)
*>   - the same rolled up per operator and per console
*> and then, for every operator with a counted till on file up to the
*> report date, a running over/short history: lifetime counts and net,
*> and their last ten tills with the running net after each, so a
*> teller who is repeatedly short stands out without anyone having to
*> go through the till file by hand. An operator short on at least
*> MAL_TILL_SHORTS (default 3) of their last ten tills is flagged.
*> A till belongs to the day its session started on, the same rule the
*> end-of-day reconciliation uses. Output goes to the console and to
*> mal_till_report.txt; return code 4 if any till that day is over,
*> short, uncounted or still open, or any operator is flagged.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-TILL-REPORT.
AUTHOR. WAYNE MYERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TILL-FILE ASSIGN TO "mal_till.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-TILL-STATUS.
    SELECT TILL-REPORT-FILE ASSIGN TO "mal_till_report.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD TILL-FILE.
01 WS-TILL-RECORD PIC X(134).

FD TILL-REPORT-FILE.
01 WS-REPORT-RECORD PIC X(120).

WORKING-STORAGE SECTION.
01 WS-TILL-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 REPORT-FILE-OPEN VALUE 'Y'.

*> The report date, and how many shorts in an operator's last ten
*> tills earn the flag.
01 WS-REPORT-DATE PIC X(08) VALUE SPACES.
01 WS-ENV-REPORT-DATE PIC X(08) VALUE SPACES.
01 WS-ENV-SHORT-LIMIT PIC X(08) VALUE SPACES.
01 WS-SHORT-LIMIT PIC 9(01) VALUE 3.

*> One line off the till file - see MAL-STEP0 for the layout.
01 WS-TILL-LINE.
   05 WS-TILL-LINE-DATE PIC X(08).
   05 FILLER PIC X(01).
   05 WS-TILL-LINE-TIME PIC X(08).
   05 FILLER PIC X(01).
   05 WS-TILL-LINE-SESSION.
      10 WS-TILL-LINE-SESS-DATE PIC X(08).
      10 WS-TILL-LINE-SESS-TIME PIC X(08).
   05 FILLER PIC X(01).
   05 WS-TILL-LINE-OPID PIC X(08).
   05 FILLER PIC X(01).
   05 WS-TILL-LINE-CONSOLE PIC X(08).
   05 FILLER PIC X(01).
   05 WS-TILL-LINE-TYPE PIC X(03).
      88 TILL-LINE-OPENED VALUE "OPN".
      88 TILL-LINE-COUNTED VALUE "CLS".
      88 TILL-LINE-UNCOUNTED VALUE "NCT".
   05 FILLER PIC X(01).
   05 WS-TILL-LINE-FLOAT PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01).
   05 WS-TILL-LINE-DEPOSITS PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01).
   05 WS-TILL-LINE-WITHDRAWALS PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01).
   05 WS-TILL-LINE-EXPECTED PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01).
   05 WS-TILL-LINE-COUNTED PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01).
   05 WS-TILL-LINE-DIFFERENCE PIC S9(09)V99 SIGN LEADING SEPARATE.

*> The report date's tills, one entry per session, in the order they
*> were opened. State O is a till still open, C counted, N closed
*> uncounted. 500 is the same ceiling the reconciliation's session
*> table has; overflow is reported rather than walked off the end of.
01 WS-TILL-COUNT PIC 9(03) VALUE 0.
01 WS-TILL-TABLE.
   05 WS-TILL-ENTRY OCCURS 500 TIMES.
      10 WS-TL-SESSION PIC X(16).
      10 WS-TL-OPID PIC X(08).
      10 WS-TL-CONSOLE PIC X(08).
      10 WS-TL-STATE PIC X(01).
         88 TL-STILL-OPEN VALUE 'O'.
         88 TL-COUNTED VALUE 'C'.
         88 TL-UNCOUNTED VALUE 'N'.
      10 WS-TL-FLOAT PIC S9(09)V99.
      10 WS-TL-DEPOSITS PIC S9(09)V99.
      10 WS-TL-WITHDRAWALS PIC S9(09)V99.
      10 WS-TL-EXPECTED PIC S9(09)V99.
      10 WS-TL-COUNTED PIC S9(09)V99.
      10 WS-TL-DIFFERENCE PIC S9(09)V99.

*> Per-operator and per-console totals for the day, built off the
*> till table once the file has been read. Both share one layout so
*> one set of paragraphs can roll up and print either.
01 WS-OP-COUNT PIC 9(03) VALUE 0.
01 WS-OP-TABLE.
   05 WS-OP-ENTRY OCCURS 50 TIMES.
      10 WS-OP-KEY PIC X(08).
      10 WS-OP-TILLS PIC 9(03).
      10 WS-OP-SHORTS PIC 9(03).
      10 WS-OP-OVERS PIC 9(03).
      10 WS-OP-UNCOUNTED PIC 9(03).
      10 WS-OP-FLOAT PIC S9(11)V99.
      10 WS-OP-DEPOSITS PIC S9(11)V99.
      10 WS-OP-WITHDRAWALS PIC S9(11)V99.
      10 WS-OP-EXPECTED PIC S9(11)V99.
      10 WS-OP-COUNTED PIC S9(11)V99.
      10 WS-OP-DIFFERENCE PIC S9(11)V99.
01 WS-CON-COUNT PIC 9(03) VALUE 0.
01 WS-CON-TABLE.
   05 WS-CON-ENTRY OCCURS 50 TIMES.
      10 WS-CON-KEY PIC X(08).
      10 WS-CON-TILLS PIC 9(03).
      10 WS-CON-SHORTS PIC 9(03).
      10 WS-CON-OVERS PIC 9(03).
      10 WS-CON-UNCOUNTED PIC 9(03).
      10 WS-CON-FLOAT PIC S9(11)V99.
      10 WS-CON-DEPOSITS PIC S9(11)V99.
      10 WS-CON-WITHDRAWALS PIC S9(11)V99.
      10 WS-CON-EXPECTED PIC S9(11)V99.
      10 WS-CON-COUNTED PIC S9(11)V99.
      10 WS-CON-DIFFERENCE PIC S9(11)V99.
*> The entry being rolled up or printed, moved in and out of either
*> table whole.
01 WS-TOTAL-ENTRY.
   05 WS-TOT-KEY PIC X(08).
   05 WS-TOT-TILLS PIC 9(03).
   05 WS-TOT-SHORTS PIC 9(03).
   05 WS-TOT-OVERS PIC 9(03).
   05 WS-TOT-UNCOUNTED PIC 9(03).
   05 WS-TOT-FLOAT PIC S9(11)V99.
   05 WS-TOT-DEPOSITS PIC S9(11)V99.
   05 WS-TOT-WITHDRAWALS PIC S9(11)V99.
   05 WS-TOT-EXPECTED PIC S9(11)V99.
   05 WS-TOT-COUNTED PIC S9(11)V99.
   05 WS-TOT-DIFFERENCE PIC S9(11)V99.

*> Running over/short history, one entry per operator with a closed
*> till on file up to the report date. Lifetime counts and net, plus
*> a ring of the last ten closed tills with the running net after
*> each; WS-HI-NEXT is the slot the next till goes in, so once the
*> ring has wrapped it is also the oldest of the ten.
01 WS-HIST-COUNT PIC 9(03) VALUE 0.
01 WS-HIST-TABLE.
   05 WS-HIST-ENTRY OCCURS 100 TIMES.
      10 WS-HI-OPID PIC X(08).
      10 WS-HI-TILLS PIC 9(05).
      10 WS-HI-SHORTS PIC 9(05).
      10 WS-HI-OVERS PIC 9(05).
      10 WS-HI-UNCOUNTED PIC 9(05).
      10 WS-HI-NET PIC S9(11)V99.
      10 WS-HI-NEXT PIC 9(02).
      10 WS-HI-RING OCCURS 10 TIMES.
         15 WS-HI-R-DATE PIC X(08).
         15 WS-HI-R-CONSOLE PIC X(08).
         15 WS-HI-R-TYPE PIC X(03).
         15 WS-HI-R-DIFFERENCE PIC S9(09)V99.
         15 WS-HI-R-NET PIC S9(11)V99.
01 WS-RING-IX PIC 9(02) VALUE 0.
01 WS-RING-SHOWN PIC 9(02) VALUE 0.
01 WS-RING-USED PIC 9(02) VALUE 0.
01 WS-RECENT-SHORTS PIC 9(02) VALUE 0.

01 WS-TAB-IX PIC 9(03) VALUE 0.
01 WS-TOT-IX PIC 9(03) VALUE 0.
01 WS-FOUND-IX PIC 9(03) VALUE 0.
01 WS-LOOKUP-KEY PIC X(16) VALUE SPACES.
01 WS-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 TILL-TABLE-FULL VALUE 'Y'.
01 WS-EXCEPTION-COUNT PIC 9(05) VALUE 0.
01 WS-FLAGGED-COUNT PIC 9(03) VALUE 0.

*> Pagination, as the usage summary does it.
01 WS-PAGE-NO PIC 9(03) VALUE 0.
01 WS-LINE-COUNT PIC 9(02) VALUE 99.
01 WS-PRINT-LINE PIC X(120) VALUE SPACES.
01 WS-PAGE-HEADING.
   05 FILLER PIC X(34)
      VALUE "MAL-STEP0 TILL BALANCING REPORT   ".
   05 WS-HEAD-DATE PIC X(08).
   05 FILLER PIC X(66) VALUE SPACES.
   05 FILLER PIC X(05) VALUE "PAGE ".
   05 WS-HEAD-PAGE PIC ZZ9.

*> One till: operator, console, the time its session started, the six
*> money figures and how it came out.
01 WS-TILL-DETAIL-LINE.
   05 WS-TD-OPID PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TD-CONSOLE PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TD-TIME.
      10 WS-TD-HH PIC X(02).
      10 FILLER PIC X(01) VALUE ":".
      10 WS-TD-MM PIC X(02).
   05 WS-TD-FLOAT PIC --,---,--9.99.
   05 WS-TD-DEPOSITS PIC --,---,--9.99.
   05 WS-TD-WITHDRAWALS PIC --,---,--9.99.
   05 WS-TD-EXPECTED PIC --,---,--9.99.
   05 WS-TD-COUNTED PIC --,---,--9.99.
   05 WS-TD-DIFFERENCE PIC --,---,--9.99.
   05 FILLER PIC X(02) VALUE SPACES.
   05 WS-TD-RESULT PIC X(11).

*> One operator's or console's day: its key, the tills it ran, the
*> six money figures and how many came out short, over and uncounted.
01 WS-TOTAL-LINE.
   05 WS-TT-KEY PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TT-TILLS PIC ZZ9.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TT-FLOAT PIC --,---,--9.99.
   05 WS-TT-DEPOSITS PIC --,---,--9.99.
   05 WS-TT-WITHDRAWALS PIC --,---,--9.99.
   05 WS-TT-EXPECTED PIC --,---,--9.99.
   05 WS-TT-COUNTED PIC --,---,--9.99.
   05 WS-TT-DIFFERENCE PIC --,---,--9.99.
   05 FILLER PIC X(02) VALUE SPACES.
   05 WS-TT-SHORTS PIC ZZ9.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TT-OVERS PIC ZZ9.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TT-UNCOUNTED PIC ZZ9.

*> History: an operator's lifetime line, then one line per till.
01 WS-HIST-HEAD-LINE.
   05 FILLER PIC X(09) VALUE "OPERATOR ".
   05 WS-HH-OPID PIC X(08).
   05 FILLER PIC X(08) VALUE "  TILLS ".
   05 WS-HH-TILLS PIC ZZ,ZZ9.
   05 FILLER PIC X(08) VALUE "  SHORT ".
   05 WS-HH-SHORTS PIC ZZ,ZZ9.
   05 FILLER PIC X(07) VALUE "  OVER ".
   05 WS-HH-OVERS PIC ZZ,ZZ9.
   05 FILLER PIC X(12) VALUE "  UNCOUNTED ".
   05 WS-HH-UNCOUNTED PIC ZZ,ZZ9.
   05 FILLER PIC X(06) VALUE "  NET ".
   05 WS-HH-NET PIC --,---,--9.99.
01 WS-HIST-DETAIL-LINE.
   05 FILLER PIC X(04) VALUE SPACES.
   05 WS-HD-DATE PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-HD-CONSOLE PIC X(08).
   05 WS-HD-DIFFERENCE PIC --,---,--9.99.
   05 WS-HD-NET PIC --,---,--9.99.
   05 FILLER PIC X(02) VALUE SPACES.
   05 WS-HD-RESULT PIC X(11).

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     PERFORM SCAN-TILL-FILE-PARA.
     PERFORM BUILD-TOTALS-PARA.
     PERFORM WRITE-TILL-REPORT-PARA.
     PERFORM CLEANUP-PARA.
STOP RUN.

INIT-PARA.
*> Settle the report date and the flag threshold, and open the
*> report file.
     ACCEPT WS-ENV-REPORT-DATE FROM ENVIRONMENT "MAL_TILL_DATE".
     IF WS-ENV-REPORT-DATE NOT = SPACES
       AND WS-ENV-REPORT-DATE IS NUMERIC
       MOVE WS-ENV-REPORT-DATE TO WS-REPORT-DATE
     ELSE
       ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
     END-IF.
     ACCEPT WS-ENV-SHORT-LIMIT FROM ENVIRONMENT "MAL_TILL_SHORTS".
     IF WS-ENV-SHORT-LIMIT(1:1) IS NUMERIC
       AND WS-ENV-SHORT-LIMIT(1:1) NOT = "0"
       AND WS-ENV-SHORT-LIMIT(2:7) = SPACES
       MOVE WS-ENV-SHORT-LIMIT(1:1) TO WS-SHORT-LIMIT
     END-IF.
     OPEN OUTPUT TILL-REPORT-FILE.
     IF WS-REPORT-STATUS = "00"
       SET REPORT-FILE-OPEN TO TRUE
     ELSE
       DISPLAY "UNABLE TO OPEN TILL REPORT FILE"
     END-IF.

SCAN-TILL-FILE-PARA.
*> One pass over the till file: the report date's lines build the
*> till table, and every closing line up to the report date goes into
*> its operator's history.
     OPEN INPUT TILL-FILE.
     IF WS-TILL-STATUS = "00"
       PERFORM READ-TILL-PARA UNTIL WS-TILL-STATUS NOT = "00"
       CLOSE TILL-FILE
     ELSE
       DISPLAY "TILL FILE NOT AVAILABLE - NOTHING TO REPORT"
     END-IF.

READ-TILL-PARA.
     READ TILL-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-TILL-STATUS = "00"
       MOVE WS-TILL-RECORD TO WS-TILL-LINE
       IF WS-TILL-LINE-SESS-DATE IS NUMERIC
         AND (TILL-LINE-OPENED OR TILL-LINE-COUNTED
              OR TILL-LINE-UNCOUNTED)
         AND WS-TILL-LINE-SESS-DATE <= WS-REPORT-DATE
         IF WS-TILL-LINE-SESS-DATE = WS-REPORT-DATE
           PERFORM NOTE-DAY-TILL-PARA
         END-IF
         IF NOT TILL-LINE-OPENED
           PERFORM NOTE-HISTORY-PARA
         END-IF
       END-IF
     END-IF.

NOTE-DAY-TILL-PARA.
*> An opening line starts the session's entry; a closing line settles
*> it. The closing line carries every figure the opening one did, so
*> a till whose opening line went missing still reports in full.
     MOVE WS-TILL-LINE-SESSION TO WS-LOOKUP-KEY.
     PERFORM LOCATE-TILL-PARA.
     IF WS-FOUND-IX > 0
       MOVE WS-TILL-LINE-OPID TO WS-TL-OPID(WS-FOUND-IX)
       MOVE WS-TILL-LINE-CONSOLE TO WS-TL-CONSOLE(WS-FOUND-IX)
       MOVE WS-TILL-LINE-FLOAT TO WS-TL-FLOAT(WS-FOUND-IX)
       MOVE WS-TILL-LINE-DEPOSITS TO WS-TL-DEPOSITS(WS-FOUND-IX)
       MOVE WS-TILL-LINE-WITHDRAWALS TO WS-TL-WITHDRAWALS(WS-FOUND-IX)
       MOVE WS-TILL-LINE-EXPECTED TO WS-TL-EXPECTED(WS-FOUND-IX)
       MOVE WS-TILL-LINE-COUNTED TO WS-TL-COUNTED(WS-FOUND-IX)
       MOVE WS-TILL-LINE-DIFFERENCE TO WS-TL-DIFFERENCE(WS-FOUND-IX)
       EVALUATE TRUE
         WHEN TILL-LINE-COUNTED
           SET TL-COUNTED(WS-FOUND-IX) TO TRUE
         WHEN TILL-LINE-UNCOUNTED
           SET TL-UNCOUNTED(WS-FOUND-IX) TO TRUE
         WHEN OTHER
           SET TL-STILL-OPEN(WS-FOUND-IX) TO TRUE
       END-EVALUATE
     END-IF.

LOCATE-TILL-PARA.
     MOVE 0 TO WS-FOUND-IX.
     PERFORM MATCH-TILL-PARA
       VARYING WS-TAB-IX FROM 1 BY 1
       UNTIL WS-TAB-IX > WS-TILL-COUNT OR WS-FOUND-IX > 0.
     IF WS-FOUND-IX = 0
       IF WS-TILL-COUNT < 500
         ADD 1 TO WS-TILL-COUNT
         MOVE WS-TILL-COUNT TO WS-FOUND-IX
         MOVE WS-LOOKUP-KEY TO WS-TL-SESSION(WS-FOUND-IX)
       ELSE
         PERFORM REPORT-TABLE-FULL-PARA
       END-IF
     END-IF.

MATCH-TILL-PARA.
     IF WS-TL-SESSION(WS-TAB-IX) = WS-LOOKUP-KEY
       MOVE WS-TAB-IX TO WS-FOUND-IX
     END-IF.

NOTE-HISTORY-PARA.
*> Add one closed till to its operator's running history.
     MOVE WS-TILL-LINE-OPID TO WS-LOOKUP-KEY.
     PERFORM LOCATE-HISTORY-PARA.
     IF WS-FOUND-IX > 0
       ADD 1 TO WS-HI-TILLS(WS-FOUND-IX)
       EVALUATE TRUE
         WHEN TILL-LINE-UNCOUNTED
           ADD 1 TO WS-HI-UNCOUNTED(WS-FOUND-IX)
         WHEN WS-TILL-LINE-DIFFERENCE < 0
           ADD 1 TO WS-HI-SHORTS(WS-FOUND-IX)
         WHEN WS-TILL-LINE-DIFFERENCE > 0
           ADD 1 TO WS-HI-OVERS(WS-FOUND-IX)
       END-EVALUATE
       ADD WS-TILL-LINE-DIFFERENCE TO WS-HI-NET(WS-FOUND-IX)
       MOVE WS-HI-NEXT(WS-FOUND-IX) TO WS-RING-IX
       MOVE WS-TILL-LINE-SESS-DATE
         TO WS-HI-R-DATE(WS-FOUND-IX, WS-RING-IX)
       MOVE WS-TILL-LINE-CONSOLE
         TO WS-HI-R-CONSOLE(WS-FOUND-IX, WS-RING-IX)
       MOVE WS-TILL-LINE-TYPE TO WS-HI-R-TYPE(WS-FOUND-IX, WS-RING-IX)
       MOVE WS-TILL-LINE-DIFFERENCE
         TO WS-HI-R-DIFFERENCE(WS-FOUND-IX, WS-RING-IX)
       MOVE WS-HI-NET(WS-FOUND-IX)
         TO WS-HI-R-NET(WS-FOUND-IX, WS-RING-IX)
       IF WS-RING-IX = 10
         MOVE 1 TO WS-HI-NEXT(WS-FOUND-IX)
       ELSE
         ADD 1 TO WS-HI-NEXT(WS-FOUND-IX)
       END-IF
     END-IF.

LOCATE-HISTORY-PARA.
     MOVE 0 TO WS-FOUND-IX.
     PERFORM MATCH-HISTORY-PARA
       VARYING WS-TAB-IX FROM 1 BY 1
       UNTIL WS-TAB-IX > WS-HIST-COUNT OR WS-FOUND-IX > 0.
     IF WS-FOUND-IX = 0
       IF WS-HIST-COUNT < 100
         ADD 1 TO WS-HIST-COUNT
         MOVE WS-HIST-COUNT TO WS-FOUND-IX
         MOVE WS-LOOKUP-KEY TO WS-HI-OPID(WS-FOUND-IX)
         MOVE 0 TO WS-HI-TILLS(WS-FOUND-IX)
         MOVE 0 TO WS-HI-SHORTS(WS-FOUND-IX)
         MOVE 0 TO WS-HI-OVERS(WS-FOUND-IX)
         MOVE 0 TO WS-HI-UNCOUNTED(WS-FOUND-IX)
         MOVE 0 TO WS-HI-NET(WS-FOUND-IX)
         MOVE 1 TO WS-HI-NEXT(WS-FOUND-IX)
       ELSE
         PERFORM REPORT-TABLE-FULL-PARA
       END-IF
     END-IF.

MATCH-HISTORY-PARA.
     IF WS-HI-OPID(WS-TAB-IX) = WS-LOOKUP-KEY
       MOVE WS-TAB-IX TO WS-FOUND-IX
     END-IF.

REPORT-TABLE-FULL-PARA.
     IF NOT TILL-TABLE-FULL
       SET TILL-TABLE-FULL TO TRUE
       DISPLAY "TILL TABLE FULL - REPORT IS INCOMPLETE"
       MOVE 4 TO RETURN-CODE
     END-IF.

BUILD-TOTALS-PARA.
*> Roll the day's tills up by operator and by console.
     PERFORM ROLL-UP-TILL-PARA
       VARYING WS-TAB-IX FROM 1 BY 1
       UNTIL WS-TAB-IX > WS-TILL-COUNT.

ROLL-UP-TILL-PARA.
     MOVE 0 TO WS-FOUND-IX.
     PERFORM MATCH-OPERATOR-PARA
       VARYING WS-TOT-IX FROM 1 BY 1
       UNTIL WS-TOT-IX > WS-OP-COUNT OR WS-FOUND-IX > 0.
     IF WS-FOUND-IX = 0 AND WS-OP-COUNT < 50
       ADD 1 TO WS-OP-COUNT
       MOVE WS-OP-COUNT TO WS-FOUND-IX
       INITIALIZE WS-OP-ENTRY(WS-FOUND-IX)
       MOVE WS-TL-OPID(WS-TAB-IX) TO WS-OP-KEY(WS-FOUND-IX)
     END-IF.
     IF WS-FOUND-IX > 0
       MOVE WS-OP-ENTRY(WS-FOUND-IX) TO WS-TOTAL-ENTRY
       PERFORM ADD-TILL-TO-TOTAL-PARA
       MOVE WS-TOTAL-ENTRY TO WS-OP-ENTRY(WS-FOUND-IX)
     ELSE
       PERFORM REPORT-TABLE-FULL-PARA
     END-IF.
     MOVE 0 TO WS-FOUND-IX.
     PERFORM MATCH-CONSOLE-PARA
       VARYING WS-TOT-IX FROM 1 BY 1
       UNTIL WS-TOT-IX > WS-CON-COUNT OR WS-FOUND-IX > 0.
     IF WS-FOUND-IX = 0 AND WS-CON-COUNT < 50
       ADD 1 TO WS-CON-COUNT
       MOVE WS-CON-COUNT TO WS-FOUND-IX
       INITIALIZE WS-CON-ENTRY(WS-FOUND-IX)
       MOVE WS-TL-CONSOLE(WS-TAB-IX) TO WS-CON-KEY(WS-FOUND-IX)
     END-IF.
     IF WS-FOUND-IX > 0
       MOVE WS-CON-ENTRY(WS-FOUND-IX) TO WS-TOTAL-ENTRY
       PERFORM ADD-TILL-TO-TOTAL-PARA
       MOVE WS-TOTAL-ENTRY TO WS-CON-ENTRY(WS-FOUND-IX)
     ELSE
       PERFORM REPORT-TABLE-FULL-PARA
     END-IF.

MATCH-OPERATOR-PARA.
     IF WS-OP-KEY(WS-TOT-IX) = WS-TL-OPID(WS-TAB-IX)
       MOVE WS-TOT-IX TO WS-FOUND-IX
     END-IF.

MATCH-CONSOLE-PARA.
     IF WS-CON-KEY(WS-TOT-IX) = WS-TL-CONSOLE(WS-TAB-IX)
       MOVE WS-TOT-IX TO WS-FOUND-IX
     END-IF.

ADD-TILL-TO-TOTAL-PARA.
*> Credit the till under WS-TAB-IX to the total in WS-TOTAL-ENTRY. Only
*> a counted till has a count and an over/short to add in.
     ADD 1 TO WS-TOT-TILLS.
     ADD WS-TL-FLOAT(WS-TAB-IX) TO WS-TOT-FLOAT.
     ADD WS-TL-DEPOSITS(WS-TAB-IX) TO WS-TOT-DEPOSITS.
     ADD WS-TL-WITHDRAWALS(WS-TAB-IX) TO WS-TOT-WITHDRAWALS.
     ADD WS-TL-EXPECTED(WS-TAB-IX) TO WS-TOT-EXPECTED.
     IF TL-COUNTED(WS-TAB-IX)
       ADD WS-TL-COUNTED(WS-TAB-IX) TO WS-TOT-COUNTED
       ADD WS-TL-DIFFERENCE(WS-TAB-IX) TO WS-TOT-DIFFERENCE
       EVALUATE TRUE
         WHEN WS-TL-DIFFERENCE(WS-TAB-IX) < 0
           ADD 1 TO WS-TOT-SHORTS
         WHEN WS-TL-DIFFERENCE(WS-TAB-IX) > 0
           ADD 1 TO WS-TOT-OVERS
       END-EVALUATE
     ELSE
       ADD 1 TO WS-TOT-UNCOUNTED
     END-IF.

WRITE-TILL-REPORT-PARA.
*> The report proper: the day's tills, the operator and console
*> totals, then the running history.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "TILLS OPENED ON " WS-REPORT-DATE
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-BLANK-LINE-PARA.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE "OPERATOR CONSOLE  START         FLOAT      DEPOSITS"
       TO WS-PRINT-LINE.
     MOVE "   WITHDRAWALS      EXPECTED       COUNTED    OVER/SHORT"
       TO WS-PRINT-LINE(52:).
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-TILL-COUNT = 0
       MOVE "NO TILLS OPENED" TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.
     PERFORM PUT-TILL-LINE-PARA
       VARYING WS-TAB-IX FROM 1 BY 1
       UNTIL WS-TAB-IX > WS-TILL-COUNT.
     MOVE "TILLS BY OPERATOR" TO WS-PRINT-LINE.
     PERFORM PUT-TOTALS-HEAD-PARA.
     PERFORM PUT-OPERATOR-TOTAL-PARA
       VARYING WS-TAB-IX FROM 1 BY 1
       UNTIL WS-TAB-IX > WS-OP-COUNT.
     MOVE "TILLS BY CONSOLE" TO WS-PRINT-LINE.
     PERFORM PUT-TOTALS-HEAD-PARA.
     PERFORM PUT-CONSOLE-TOTAL-PARA
       VARYING WS-TAB-IX FROM 1 BY 1
       UNTIL WS-TAB-IX > WS-CON-COUNT.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "OVER/SHORT HISTORY TO " WS-REPORT-DATE
         " - LAST 10 TILLS PER OPERATOR, FLAGGED AT "
         WS-SHORT-LIMIT " SHORT"
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-BLANK-LINE-PARA.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE "    DATE     CONSOLE     OVER/SHORT   RUNNING NET"
       TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     PERFORM PUT-HISTORY-PARA
       VARYING WS-TAB-IX FROM 1 BY 1
       UNTIL WS-TAB-IX > WS-HIST-COUNT.
     PERFORM PUT-BLANK-LINE-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "TILLS " WS-TILL-COUNT
         "  NEEDING ATTENTION " WS-EXCEPTION-COUNT
         "  OPERATORS FLAGGED " WS-FLAGGED-COUNT
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-EXCEPTION-COUNT > 0 OR WS-FLAGGED-COUNT > 0
       MOVE 4 TO RETURN-CODE
     END-IF.

PUT-TILL-LINE-PARA.
*> One of the day's tills. Anything but a till counted and balanced is
*> for a supervisor to look at.
     MOVE WS-TL-OPID(WS-TAB-IX) TO WS-TD-OPID.
     MOVE WS-TL-CONSOLE(WS-TAB-IX) TO WS-TD-CONSOLE.
     MOVE WS-TL-SESSION(WS-TAB-IX)(9:2) TO WS-TD-HH.
     MOVE WS-TL-SESSION(WS-TAB-IX)(11:2) TO WS-TD-MM.
     MOVE WS-TL-FLOAT(WS-TAB-IX) TO WS-TD-FLOAT.
     MOVE WS-TL-DEPOSITS(WS-TAB-IX) TO WS-TD-DEPOSITS.
     MOVE WS-TL-WITHDRAWALS(WS-TAB-IX) TO WS-TD-WITHDRAWALS.
     MOVE WS-TL-EXPECTED(WS-TAB-IX) TO WS-TD-EXPECTED.
     MOVE WS-TL-COUNTED(WS-TAB-IX) TO WS-TD-COUNTED.
     MOVE WS-TL-DIFFERENCE(WS-TAB-IX) TO WS-TD-DIFFERENCE.
     EVALUATE TRUE
       WHEN TL-STILL-OPEN(WS-TAB-IX)
         MOVE "NOT CLOSED" TO WS-TD-RESULT
       WHEN TL-UNCOUNTED(WS-TAB-IX)
         MOVE "NOT COUNTED" TO WS-TD-RESULT
       WHEN WS-TL-DIFFERENCE(WS-TAB-IX) < 0
         MOVE "SHORT" TO WS-TD-RESULT
       WHEN WS-TL-DIFFERENCE(WS-TAB-IX) > 0
         MOVE "OVER" TO WS-TD-RESULT
       WHEN OTHER
         MOVE "BALANCED" TO WS-TD-RESULT
     END-EVALUATE.
     IF WS-TD-RESULT NOT = "BALANCED"
       ADD 1 TO WS-EXCEPTION-COUNT
     END-IF.
     MOVE WS-TILL-DETAIL-LINE TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.

PUT-TOTALS-HEAD-PARA.
*> A totals section title, arriving in WS-PRINT-LINE, and its column
*> headings.
     PERFORM PUT-BLANK-LINE-PARA.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE "KEY      TILLS        FLOAT      DEPOSITS   WITHDRAWALS"
       TO WS-PRINT-LINE.
     MOVE "      EXPECTED       COUNTED    OVER/SHORT  SHT OVR UNC"
       TO WS-PRINT-LINE(56:).
     PERFORM PUT-REPORT-LINE-PARA.

PUT-OPERATOR-TOTAL-PARA.
     MOVE WS-OP-ENTRY(WS-TAB-IX) TO WS-TOTAL-ENTRY.
     PERFORM PUT-TOTAL-LINE-PARA.

PUT-CONSOLE-TOTAL-PARA.
     MOVE WS-CON-ENTRY(WS-TAB-IX) TO WS-TOTAL-ENTRY.
     PERFORM PUT-TOTAL-LINE-PARA.

PUT-TOTAL-LINE-PARA.
     MOVE WS-TOT-KEY TO WS-TT-KEY.
     MOVE WS-TOT-TILLS TO WS-TT-TILLS.
     MOVE WS-TOT-FLOAT TO WS-TT-FLOAT.
     MOVE WS-TOT-DEPOSITS TO WS-TT-DEPOSITS.
     MOVE WS-TOT-WITHDRAWALS TO WS-TT-WITHDRAWALS.
     MOVE WS-TOT-EXPECTED TO WS-TT-EXPECTED.
     MOVE WS-TOT-COUNTED TO WS-TT-COUNTED.
     MOVE WS-TOT-DIFFERENCE TO WS-TT-DIFFERENCE.
     MOVE WS-TOT-SHORTS TO WS-TT-SHORTS.
     MOVE WS-TOT-OVERS TO WS-TT-OVERS.
     MOVE WS-TOT-UNCOUNTED TO WS-TT-UNCOUNTED.
     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.

PUT-HISTORY-PARA.
*> One operator's history: the lifetime line, their last ten tills
*> oldest first, and the flag if enough of those ten were short.
     PERFORM PUT-BLANK-LINE-PARA.
     MOVE WS-HI-OPID(WS-TAB-IX) TO WS-HH-OPID.
     MOVE WS-HI-TILLS(WS-TAB-IX) TO WS-HH-TILLS.
     MOVE WS-HI-SHORTS(WS-TAB-IX) TO WS-HH-SHORTS.
     MOVE WS-HI-OVERS(WS-TAB-IX) TO WS-HH-OVERS.
     MOVE WS-HI-UNCOUNTED(WS-TAB-IX) TO WS-HH-UNCOUNTED.
     MOVE WS-HI-NET(WS-TAB-IX) TO WS-HH-NET.
     MOVE WS-HIST-HEAD-LINE TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-HI-TILLS(WS-TAB-IX) < 10
       MOVE WS-HI-TILLS(WS-TAB-IX) TO WS-RING-USED
       MOVE 1 TO WS-RING-IX
     ELSE
       MOVE 10 TO WS-RING-USED
       MOVE WS-HI-NEXT(WS-TAB-IX) TO WS-RING-IX
     END-IF.
     MOVE 0 TO WS-RECENT-SHORTS.
     PERFORM PUT-HISTORY-TILL-PARA
       VARYING WS-RING-SHOWN FROM 1 BY 1
       UNTIL WS-RING-SHOWN > WS-RING-USED.
     IF WS-RECENT-SHORTS >= WS-SHORT-LIMIT
       ADD 1 TO WS-FLAGGED-COUNT
       MOVE SPACES TO WS-PRINT-LINE
       STRING "    *** REPEATEDLY SHORT - " WS-RECENT-SHORTS
           " OF THE LAST " WS-RING-USED " TILLS ***"
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

PUT-HISTORY-TILL-PARA.
*> The ring slot under WS-RING-IX, then step round to the next one.
     MOVE WS-HI-R-DATE(WS-TAB-IX, WS-RING-IX) TO WS-HD-DATE.
     MOVE WS-HI-R-CONSOLE(WS-TAB-IX, WS-RING-IX) TO WS-HD-CONSOLE.
     MOVE WS-HI-R-DIFFERENCE(WS-TAB-IX, WS-RING-IX) TO WS-HD-DIFFERENCE.
     MOVE WS-HI-R-NET(WS-TAB-IX, WS-RING-IX) TO WS-HD-NET.
     EVALUATE TRUE
       WHEN WS-HI-R-TYPE(WS-TAB-IX, WS-RING-IX) = "NCT"
         MOVE "NOT COUNTED" TO WS-HD-RESULT
       WHEN WS-HI-R-DIFFERENCE(WS-TAB-IX, WS-RING-IX) < 0
         MOVE "SHORT" TO WS-HD-RESULT
         ADD 1 TO WS-RECENT-SHORTS
       WHEN WS-HI-R-DIFFERENCE(WS-TAB-IX, WS-RING-IX) > 0
         MOVE "OVER" TO WS-HD-RESULT
       WHEN OTHER
         MOVE "BALANCED" TO WS-HD-RESULT
     END-EVALUATE.
     MOVE WS-HIST-DETAIL-LINE TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-RING-IX = 10
       MOVE 1 TO WS-RING-IX
     ELSE
       ADD 1 TO WS-RING-IX
     END-IF.

PUT-REPORT-LINE-PARA.
*> One line to console and file, breaking to a fresh headed page as
*> needed.
     IF WS-LINE-COUNT > 55
       PERFORM PUT-PAGE-HEADING-PARA
     END-IF.
     DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
     IF REPORT-FILE-OPEN
       MOVE WS-PRINT-LINE TO WS-REPORT-RECORD
       WRITE WS-REPORT-RECORD
     END-IF.
     ADD 1 TO WS-LINE-COUNT.

PUT-BLANK-LINE-PARA.
     IF WS-LINE-COUNT <= 55
       DISPLAY " "
       IF REPORT-FILE-OPEN
         MOVE SPACES TO WS-REPORT-RECORD
         WRITE WS-REPORT-RECORD
       END-IF
       ADD 1 TO WS-LINE-COUNT
     END-IF.

PUT-PAGE-HEADING-PARA.
     ADD 1 TO WS-PAGE-NO.
     MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
     MOVE WS-PAGE-NO TO WS-HEAD-PAGE.
     DISPLAY WS-PAGE-HEADING.
     IF REPORT-FILE-OPEN
       MOVE WS-PAGE-HEADING TO WS-REPORT-RECORD
       WRITE WS-REPORT-RECORD
       MOVE SPACES TO WS-REPORT-RECORD
       WRITE WS-REPORT-RECORD
     END-IF.
     DISPLAY " ".
     MOVE 2 TO WS-LINE-COUNT.

CLEANUP-PARA.
     IF REPORT-FILE-OPEN
       CLOSE TILL-REPORT-FILE
     END-IF.
