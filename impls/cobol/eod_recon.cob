*>     no IN for the EOF pseudo-read, so every IN line is a command -
*>     including a genuinely blank line an operator ENTERed)
*>   - the commands figure the session itself reported (mal_stats.log)
*>   - commands referred for supervisor release (RFQ lines in the
*>     audit trail) - audited but rightly never journalled by the
*>     session that keyed them; a released one journals under its
*>     own release session
*> and flags any session where the three do not hang together, so a
*> books-don't-agree problem surfaces the same day instead of whenever
*> an auditor trips over it.
DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
01 WS-JOURNAL-RECORD PIC X(119).

FD AUDIT-LOG-FILE.
01 WS-AUDIT-RECORD PIC X(320).

FD STATS-LOG-FILE.
01 WS-STATS-RECORD PIC X(80).
*> The day being reconciled - MAL_RECON_DATE overrides, otherwise
*> today. It picks which journal generation is read; the audit and
*> stats files are cumulative, so their lines are filtered to sessions
*> seen that day by the session table rather than by file choice. A
*> session started on that day belongs, and so does one started later
*> that journalled into that day's generation - an overnight batch
*> posting to the business date after midnight - which is why the
*> journal is read first.
01 WS-RECON-DATE PIC X(08) VALUE SPACES.
01 WS-ENV-RECON-DATE PIC X(08) VALUE SPACES.
01 WS-JOURNAL-FILENAME PIC X(60) VALUE SPACES.
      10 WS-SESS-JOURNALLED PIC 9(07).
      10 WS-SESS-AUDITED PIC 9(07).
      10 WS-SESS-STATS PIC 9(07).
      10 WS-SESS-REFERRED PIC 9(07).
      10 WS-SESS-AUDIT-SWITCH PIC X(01).
      10 WS-SESS-STATS-SWITCH PIC X(01).
*> Stays 'Y' only while every journal line the session wrote is an

*> Audit lines do not carry the session ID - a session's lines run from
*> the line after the previous END up to its own END line, which names
*> the session. IN and RFQ lines are counted into these pending fields
*> and attributed when the END arrives; anything still pending when the
*> log runs out belongs to a session that never ended cleanly.
01 WS-PEND-AUDITED PIC 9(07) VALUE 0.
01 WS-PEND-REFERRED PIC 9(07) VALUE 0.
01 WS-PEND-OPID PIC X(08) VALUE SPACES.
01 WS-AUD-LINE.
   05 WS-AUD-DATE PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RPT-STATS PIC 9(07).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RPT-REFERRED PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RPT-FLAG PIC X(14).
01 WS-HEADING-LINE PIC X(80) VALUE SPACES.
01 WS-DISCREPANCY-COUNT PIC 9(03) VALUE 0.
01 WS-REFERRED-TOTAL PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     PERFORM SCAN-JOURNAL-PARA.
     PERFORM SCAN-AUDIT-PARA.
     PERFORM SCAN-STATS-PARA.
     PERFORM WRITE-REPORT-PARA.
     PERFORM CLEANUP-PARA.
         PERFORM LOCATE-SESSION-PARA
         IF WS-FOUND-IX > 0
           ADD WS-PEND-AUDITED TO WS-SESS-AUDITED(WS-FOUND-IX)
           ADD WS-PEND-REFERRED TO WS-SESS-REFERRED(WS-FOUND-IX)
           MOVE WS-PEND-OPID TO WS-SESS-OPID(WS-FOUND-IX)
           MOVE 'Y' TO WS-SESS-AUDIT-SWITCH(WS-FOUND-IX)
         END-IF
         WHEN "IN "
           ADD 1 TO WS-PEND-AUDITED
           MOVE WS-AUD-OPID TO WS-PEND-OPID
*> The console writes RFQ when it queues an over-limit command for a
*> supervisor instead of posting it. The supervisor's own RFR rulings
*> fall outside any console session and are not counted.
         WHEN "RFQ"
           ADD 1 TO WS-PEND-REFERRED
         WHEN "RES"
*> A resumed session's stats carry on from its checkpoint, but the
*> audit trail only holds the commands entered after the restart. The
             PERFORM LOCATE-SESSION-PARA
             IF WS-FOUND-IX > 0
               ADD WS-PEND-AUDITED TO WS-SESS-AUDITED(WS-FOUND-IX)
               ADD WS-PEND-REFERRED TO WS-SESS-REFERRED(WS-FOUND-IX)
               MOVE WS-PEND-OPID TO WS-SESS-OPID(WS-FOUND-IX)
               MOVE 'Y' TO WS-SESS-AUDIT-SWITCH(WS-FOUND-IX)
             END-IF
             MOVE 0 TO WS-PEND-AUDITED
             MOVE 0 TO WS-PEND-REFERRED
           END-IF
           MOVE SPACES TO WS-AUD-WORD-1 WS-AUD-WORD-2
           MOVE SPACES TO WS-AUD-WORD-3 WS-AUD-WORD-4
               INTO WS-AUD-WORD-1 WS-AUD-WORD-2
           END-UNSTRING
           MOVE WS-AUD-WORD-2 TO WS-LOOKUP-ID
           PERFORM LOCATE-DAY-SESSION-PARA
           IF WS-FOUND-IX > 0
             ADD WS-PEND-AUDITED TO WS-SESS-AUDITED(WS-FOUND-IX)
             ADD WS-PEND-REFERRED TO WS-SESS-REFERRED(WS-FOUND-IX)
             MOVE WS-PEND-OPID TO WS-SESS-OPID(WS-FOUND-IX)
             MOVE 'Y' TO WS-SESS-AUDIT-SWITCH(WS-FOUND-IX)
           END-IF
           MOVE 0 TO WS-PEND-AUDITED
           MOVE 0 TO WS-PEND-REFERRED
         WHEN OTHER
           CONTINUE
       END-EVALUATE
       MOVE WS-STATS-RECORD TO WS-STATS-LINE
       IF WS-STATS-LINE-COMMANDS IS NUMERIC
         MOVE WS-STATS-LINE-SESSION TO WS-LOOKUP-ID
         PERFORM LOCATE-DAY-SESSION-PARA
         IF WS-FOUND-IX > 0
           MOVE WS-STATS-LINE-COMMANDS
             TO WS-SESS-STATS(WS-FOUND-IX)
           MOVE 'Y' TO WS-SESS-STATS-SWITCH(WS-FOUND-IX)
         END-IF
       END-IF
     END-IF.
         MOVE 0 TO WS-SESS-JOURNALLED(WS-FOUND-IX)
         MOVE 0 TO WS-SESS-AUDITED(WS-FOUND-IX)
         MOVE 0 TO WS-SESS-STATS(WS-FOUND-IX)
         MOVE 0 TO WS-SESS-REFERRED(WS-FOUND-IX)
         MOVE 'N' TO WS-SESS-AUDIT-SWITCH(WS-FOUND-IX)
         MOVE 'N' TO WS-SESS-STATS-SWITCH(WS-FOUND-IX)
         MOVE 'Y' TO WS-SESS-ALL-INT-SWITCH(WS-FOUND-IX)
       END-IF
     END-IF.

LOCATE-DAY-SESSION-PARA.
*> As LOCATE-SESSION-PARA for a session started on the day being
*> reconciled. One started on any other day is only found, never
*> added - it belongs here only if it journalled into this generation.
     IF WS-LOOKUP-DATE = WS-RECON-DATE
       PERFORM LOCATE-SESSION-PARA
     ELSE
       MOVE 0 TO WS-FOUND-IX
       PERFORM MATCH-SESSION-PARA
         VARYING WS-SESS-IX FROM 1 BY 1
         UNTIL WS-SESS-IX > WS-SESSION-COUNT OR WS-FOUND-IX > 0
     END-IF.

MATCH-SESSION-PARA.
     IF WS-SESS-ID(WS-SESS-IX) = WS-LOOKUP-ID
       MOVE WS-SESS-IX TO WS-FOUND-IX
         DELIMITED BY SIZE INTO WS-HEADING-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE "SESSION          OPERATOR JOURNAL AUDITED STATS   REFERRED FLAG"
       TO WS-HEADING-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     PERFORM REPORT-SESSION-PARA
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-REFERRED-TOTAL > 0
       MOVE SPACES TO WS-HEADING-LINE
       STRING "COMMANDS REFERRED FOR SUPERVISOR RELEASE: "
           WS-REFERRED-TOTAL
           DELIMITED BY SIZE INTO WS-HEADING-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

REPORT-SESSION-PARA.
     MOVE WS-SESS-ID(WS-SESS-IX) TO WS-RPT-SESSION.
     MOVE WS-SESS-JOURNALLED(WS-SESS-IX) TO WS-RPT-JOURNALLED.
     MOVE WS-SESS-AUDITED(WS-SESS-IX) TO WS-RPT-AUDITED.
     MOVE WS-SESS-STATS(WS-SESS-IX) TO WS-RPT-STATS.
     MOVE WS-SESS-REFERRED(WS-SESS-IX) TO WS-RPT-REFERRED.
     ADD WS-SESS-REFERRED(WS-SESS-IX) TO WS-REFERRED-TOTAL.
     EVALUATE TRUE
       WHEN WS-SESS-ID(WS-SESS-IX) = "**NO END LINE**"
         MOVE "NOT ENDED" TO WS-RPT-FLAG
         NOT = WS-SESS-STATS(WS-SESS-IX)
         MOVE "AUDIT/STATS" TO WS-RPT-FLAG
         ADD 1 TO WS-DISCREPANCY-COUNT
*> Every journal line needs a command behind it, and a referred
*> command is one that must not have one - it posts, if at all, under
*> the supervisor's release session.
       WHEN WS-SESS-JOURNALLED(WS-SESS-IX)
         + WS-SESS-REFERRED(WS-SESS-IX) >
         WS-SESS-AUDITED(WS-SESS-IX)
         MOVE "JRNL/AUDIT" TO WS-RPT-FLAG
         ADD 1 TO WS-DISCREPANCY-COUNT
