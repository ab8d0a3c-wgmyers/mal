*> is any interest figure that will not fit the journal's 7-character
*> keyed-amount convention (whole figure, or explicit point with two
*> decimals). Closed accounts and non-positive balances accrue
*> nothing; a dormant account still earns (the money is still the
*> customer's), and an INT posting never counts as activity for it.
*> Journal sequence numbers are drawn from the shared
*> mal_journal_seq.dat under the mal_journal_seq.lck interlock, the
*> same way the console draws them, so an evening session after a
*> month-end run can never duplicate the accrual's numbers; only if
*> the lock is stuck does the run fall back to counting on from the
*> highest number already in the day's generation, with a warning.
*> MAL_POST_DATE, which the overnight run sets to the business date,
*> names the day posted to; run without it, the accrual posts to today.
*> The whole run holds the mal_accounts.lck master interlock the
*> console postings take per cycle - a console that tries to post
*> while the accrual is rewriting the master gets its usual
   05 WS-ACCOUNT-STATUS-BYTE PIC X(01).
      88 ACCOUNT-IS-OPEN VALUE 'O'.
      88 ACCOUNT-IS-CLOSED VALUE 'C'.
      88 ACCOUNT-IS-DORMANT VALUE 'D'.
   05 WS-ACCOUNT-CUSTOMER PIC X(08).
   05 WS-ACCOUNT-LAST-ACTIVITY PIC X(08).
   05 WS-ACCOUNT-DORMANT-DATE PIC X(08).

FD RATE-CONFIG-FILE.
01 WS-RATE-CFG-RECORD PIC X(29).

FD JOURNAL-FILE.
01 WS-JOURNAL-RECORD PIC X(119).

FD ACCRUAL-REPORT-FILE.
01 WS-REPORT-RECORD PIC X(90).
01 WS-RUN-TIMESTAMP.
   05 WS-RUN-DATE PIC 9(08).
   05 WS-RUN-TIME PIC 9(08).
*> The day posted to - the run date unless MAL_POST_DATE names another.
*> It names the journal generation and dates every line in it.
01 WS-POST-DATE PIC 9(08) VALUE 0.
01 WS-ENV-POST-DATE PIC X(08) VALUE SPACES.

*> The journal line, in the layout WRITE-JOURNAL-PARA puts out. The
*> sequence is drawn per posting from the shared mal_journal_seq.dat
   05 WS-SEQ-LINE-DATE PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-SEQ-LINE-SEQ PIC 9(07).
01 WS-SEQ-AHEAD-SWITCH PIC X(01) VALUE 'N'.
   88 SEQ-FILE-AHEAD VALUE 'Y'.
01 WS-SEQ-WARNED-SWITCH PIC X(01) VALUE 'N'.
   88 SEQ-LOCK-WARNED VALUE 'Y'.

     ELSE
       DISPLAY "UNABLE TO OPEN ACCRUAL REPORT FILE - CONSOLE ONLY"
     END-IF.
     PERFORM SET-POST-DATE-PARA.
     IF NOT RUN-IS-BLOCKED
       PERFORM LOAD-RATE-PARA
       IF NOT RATE-FOUND
         DISPLAY "NO USABLE RATE ENTRY IN mal_interest.cfg - RUN"
           " REFUSED"
         SET RUN-IS-BLOCKED TO TRUE
         MOVE 8 TO RETURN-CODE
       ELSE
         PERFORM OPEN-JOURNAL-PARA
*> The master interlock is held for the whole run - every record is
*> a read-compute-rewrite cycle, and a console posting between any
*> read and its rewrite is the lost update the lock exists to stop.
*> Consoles that try meanwhile get their usual master-busy refusal.
         MOVE WS-ACCTLOCK-NAME-C TO WS-LOCK-NAME-C
         PERFORM TAKE-LOCK-PARA
         IF NOT LOCK-IS-HELD
           DISPLAY "ACCOUNT MASTER LOCK STUCK - REMOVE"
             " mal_accounts.lck IF NO CONSOLE IS POSTING; RUN REFUSED"
           SET RUN-IS-BLOCKED TO TRUE
           MOVE 8 TO RETURN-CODE
         ELSE
           SET MASTER-LOCK-HELD TO TRUE
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
             DISPLAY "UNABLE TO OPEN ACCOUNT MASTER - RUN REFUSED"
             SET RUN-IS-BLOCKED TO TRUE
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF
       END-IF
     END-IF.

SET-POST-DATE-PARA.
*> The overnight run names the business date in MAL_POST_DATE, and the
*> postings go into that day's generation even when the night has run
*> past midnight or been restarted next morning - a month-end accrual
*> must never land in the new month. Run by hand without it, the run
*> posts to today. A posting date that is not a date refuses the run
*> rather than guess.
     MOVE WS-RUN-DATE TO WS-POST-DATE.
     ACCEPT WS-ENV-POST-DATE FROM ENVIRONMENT "MAL_POST_DATE".
     IF WS-ENV-POST-DATE NOT = SPACES
       IF WS-ENV-POST-DATE IS NUMERIC
         MOVE WS-ENV-POST-DATE TO WS-POST-DATE
       ELSE
         DISPLAY "MAL_POST_DATE " FUNCTION TRIM(WS-ENV-POST-DATE)
           " IS NOT A DATE - RUN REFUSED"
         SET RUN-IS-BLOCKED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.

LOAD-RATE-PARA.
*> First RATE key in the file wins, the way the prompt config is read.
*> The value may be a whole figure or carry an explicit decimal point,
     END-IF.

OPEN-JOURNAL-PARA.
*> A read pass over the posting date's generation seeds WS-JOURNAL-SEQ with the
*> highest number present - only the stuck-lock fallback ever counts
*> on from it, but a fallback that restarted at zero would shred the
*> feed. Then the usual EXTEND-or-create dance.
     STRING "mal_journal_" WS-POST-DATE ".dat" DELIMITED BY SIZE
         INTO WS-JOURNAL-FILENAME
     END-STRING.
     OPEN INPUT JOURNAL-FILE.
         CONTINUE
     END-READ.
     IF WS-ACCOUNT-STATUS = "00"
       IF (ACCOUNT-IS-OPEN OR ACCOUNT-IS-DORMANT)
         AND WS-ACCOUNT-BALANCE > 0
         PERFORM POST-INTEREST-PARA
       ELSE
         ADD 1 TO WS-SKIPPED-COUNT
*> balance the way every console posting does.
     IF JOURNAL-FILE-OPEN
       PERFORM NEXT-JOURNAL-SEQ-PARA
       ACCEPT WS-RUN-TIME FROM TIME
       MOVE WS-JOURNAL-SEQ TO WS-JOURNAL-LINE-SEQ
       MOVE WS-POST-DATE TO WS-JOURNAL-LINE-DATE
       MOVE WS-RUN-TIME TO WS-JOURNAL-LINE-TIME
       MOVE WS-SESSION-ID TO WS-JOURNAL-LINE-SESSION
       MOVE WS-OPERATOR-ID TO WS-JOURNAL-LINE-OPID
         END-READ
         IF WS-JOURNAL-SEQ-STATUS = "00"
           MOVE WS-JOURNAL-SEQ-RECORD TO WS-JOURNAL-SEQ-LINE
           IF WS-SEQ-LINE-DATE IS NUMERIC
             AND WS-SEQ-LINE-DATE > WS-POST-DATE
             SET SEQ-FILE-AHEAD TO TRUE
           END-IF
           IF WS-SEQ-LINE-DATE = WS-POST-DATE
             AND WS-SEQ-LINE-SEQ IS NUMERIC
*> The generation seed may outrun a sequence file that has fallen
*> behind (a console that warned and carried on); the higher of the
         CLOSE JOURNAL-SEQ-FILE
       END-IF
       ADD 1 TO WS-JOURNAL-SEQ
*> A sequence file already on a later day belongs to that day's
*> consoles; this run's own count, seeded from its generation, is the
*> one to follow, and the file is left where it is.
       IF SEQ-FILE-AHEAD
         MOVE 'N' TO WS-SEQ-AHEAD-SWITCH
       ELSE
         OPEN OUTPUT JOURNAL-SEQ-FILE
         IF WS-JOURNAL-SEQ-STATUS = "00"
           MOVE WS-POST-DATE TO WS-SEQ-LINE-DATE
           MOVE WS-JOURNAL-SEQ TO WS-SEQ-LINE-SEQ
           MOVE WS-JOURNAL-SEQ-LINE TO WS-JOURNAL-SEQ-RECORD
           WRITE WS-JOURNAL-SEQ-RECORD
           CLOSE JOURNAL-SEQ-FILE
         ELSE
           DISPLAY "UNABLE TO REWRITE mal_journal_seq.dat - SEQUENCE"
             " NUMBERS MAY DUPLICATE ACROSS CONSOLES"
         END-IF
       END-IF
       PERFORM FREE-LOCK-PARA
     ELSE
