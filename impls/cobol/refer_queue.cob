*> refer_queue.cob
*> Supervisor's referral queue. A DEP, WDR or TRF keyed or batched
*> for more than the operator's amount limit (mal_limits.cfg) is not
*> posted: MAL-STEP0 queues it on mal_referrals.dat and it waits here
*> for a supervisor of higher authority to release or decline it.
*> Driven from the environment the way the maintenance programs are:
*>   MAL_REF_ACTION - LIST (the undecided referrals), RELEASE, DECLINE
*>                    (rule on one), REPORT (outstanding referrals)
*>   MAL_REF_ID     - the referral to rule on (RELEASE, DECLINE)
*>   MAL_REF_DATE   - REPORT date, default today
*>   MAL_RUN_BIN    - where MAL-STEP0 lives (RELEASE), default the
*>                    current directory
*> The supervisor is the signed-on $USER, who must be on the operator
*> master, not disabled, not the operator who keyed the line, and of
*> higher authority than that operator - both as the referral records
*> it and as the master has it now. RELEASE also needs the amount
*> within the supervisor's own limit. A refused ruling lands on the
*> trail under REF.
*> RELEASE marks the referral A (approved for release, by whom and
*> when) and runs MAL-STEP0 with MAL_RELEASE_REFERRAL set, which
*> posts the keyed line through its normal validation under the
*> original operator, with the supervisor on the journal line, and
*> marks the referral R (posted) or F (refused by validation). A
*> release that dies part way leaves the referral at A - rerun the
*> RELEASE - or at W, when the journal must be checked before anyone
*> touches it. DECLINE marks it D. Both rulings land on mal_audit.log
*> under tag RFR; MAL-STEP0 adds its own RFR line for the outcome.
*> REPORT lists every referral still undecided (P, A or W) that was
*> referred on or before the report date, with the day's decisions
*> counted underneath, to the console and mal_referral_report.txt.
*> Return codes: 0 clean; 4 a release refused by validation, no such
*> referral, or (REPORT) anything still outstanding; 8 a refused
*> ruling or a run that could not be done.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-REFER-QUEUE.
AUTHOR. WAYNE MYERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-MASTER-FILE ASSIGN TO "mal_operators.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-OPMAST-STATUS.
    SELECT LIMITS-CONFIG-FILE ASSIGN TO "mal_limits.cfg"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-LIMITS-CFG-STATUS.
    SELECT REFERRAL-FILE ASSIGN TO "mal_referrals.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REFERRAL-STATUS.
    SELECT REFERRAL-WORK-FILE ASSIGN TO "mal_referrals.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REFERRAL-WORK-STATUS.
    SELECT REFERRAL-REPORT-FILE ASSIGN TO "mal_referral_report.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REPORT-STATUS.
    SELECT AUDIT-LOG-FILE ASSIGN TO "mal_audit.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-STATUS.
    SELECT AUDIT-CHAIN-FILE ASSIGN TO "mal_audit_chain.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-CHAIN-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPERATOR-MASTER-FILE.
01 WS-OPMAST-RECORD PIC X(80).

FD LIMITS-CONFIG-FILE.
01 WS-LIMITS-CFG-RECORD PIC X(29).

FD REFERRAL-FILE.
01 WS-REFERRAL-RECORD PIC X(375).

FD REFERRAL-WORK-FILE.
01 WS-REFERRAL-WORK-RECORD PIC X(375).

FD REFERRAL-REPORT-FILE.
01 WS-REPORT-RECORD PIC X(120).

FD AUDIT-LOG-FILE.
01 WS-AUDIT-RECORD PIC X(320).

FD AUDIT-CHAIN-FILE.
01 WS-AUDIT-CHAIN-RECORD PIC X(22).

WORKING-STORAGE SECTION.
01 WS-OPMAST-STATUS PIC X(02) VALUE SPACES.
01 WS-LIMITS-CFG-STATUS PIC X(02) VALUE SPACES.
01 WS-REFERRAL-STATUS PIC X(02) VALUE SPACES.
01 WS-REFERRAL-WORK-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-STATUS PIC X(02) VALUE SPACES.
01 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
01 WS-AUDIT-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 AUDIT-FILE-OPEN VALUE 'Y'.
01 WS-REPORT-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 REPORT-FILE-OPEN VALUE 'Y'.
01 WS-RUN-FAIL-SWITCH PIC X(01) VALUE 'N'.
   88 QUEUE-RUN-FAILED VALUE 'Y'.
01 WS-WORK-FAIL-SWITCH PIC X(01) VALUE 'N'.
   88 REFERRAL-WORK-FAILED VALUE 'Y'.
01 WS-WORK-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 REFERRAL-WORK-FILE-OPEN VALUE 'Y'.

*> The referral interlock, the same mal_referrals.lck the console
*> appends under. A ruling holds it from reading the referral to
*> committing the new state, so a console queueing a new referral or
*> a release session marking one cannot be renamed away - and lets it
*> go before running the release, which needs it to claim the item.
01 WS-LOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-LOCK-MODE USAGE BINARY-LONG VALUE 493.
01 WS-LOCK-RC USAGE BINARY-LONG VALUE 0.
01 WS-LOCK-WAIT USAGE BINARY-LONG VALUE 50000.
01 WS-LOCK-TRIES PIC 9(03) VALUE 0.
01 WS-LOCK-HELD-SWITCH PIC X(01) VALUE 'N'.
   88 LOCK-IS-HELD VALUE 'Y'.
01 WS-REFER-LOCKED-SWITCH PIC X(01) VALUE 'N'.
   88 REFER-LOCK-HELD VALUE 'Y'.
01 WS-REFLOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-CHAINLOCK-NAME-C PIC X(30) VALUE SPACES.

*> The request, straight from the environment.
01 WS-ACTION PIC X(07) VALUE SPACES.
01 WS-ENV-REFER-ID PIC X(08) VALUE SPACES.
01 WS-REFER-ID PIC 9(06) VALUE 0.
01 WS-ENV-REPORT-DATE PIC X(08) VALUE SPACES.
01 WS-REPORT-DATE PIC X(08) VALUE SPACES.
01 WS-ENV-BIN-DIR PIC X(60) VALUE SPACES.
01 WS-BIN-DIR PIC X(60) VALUE ".".
01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
01 WS-SUPERVISOR-ID PIC X(08) VALUE SPACES.

*> The operator master, held whole so both the supervisor and the
*> keying operator can be looked up. Line columns: 1-8 ID, 10-29 name,
*> 31 authority, 33-72 codes, 74 status ('D' = disabled).
01 WS-MAST-COUNT PIC 9(03) VALUE 0.
01 WS-MAST-TABLE.
   05 WS-MAST-ENTRY PIC X(80) OCCURS 200 TIMES.
01 WS-MAST-IX PIC 9(03) VALUE 0.
01 WS-FOUND-IX PIC 9(03) VALUE 0.
01 WS-LOOKUP-ID PIC X(08) VALUE SPACES.
01 WS-MAST-LINE.
   05 WS-MAST-ID PIC X(08).
   05 FILLER PIC X(01).
   05 WS-MAST-NAME PIC X(20).
   05 FILLER PIC X(01).
   05 WS-MAST-AUTH PIC X(01).
   05 FILLER PIC X(01).
   05 WS-MAST-CODES PIC X(40).
   05 FILLER PIC X(01).
   05 WS-MAST-STATUS-BYTE PIC X(01).
      88 MASTER-ENTRY-DISABLED VALUE 'D'.
01 WS-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 MASTER-TABLE-FULL VALUE 'Y'.

*> The supervisor's own master entry and amount limit, and the bar
*> their authority has to clear for the referral in hand.
01 WS-ACTOR-AUTH PIC X(01) VALUE SPACE.
01 WS-KEYER-AUTH PIC X(01) VALUE SPACE.
01 WS-LIMITS-CFG-LINE.
   05 WS-LIMITS-CFG-KEY PIC X(08).
   05 FILLER PIC X(01).
   05 WS-LIMITS-CFG-TEXT PIC X(20).
01 WS-LIMIT-LEVEL-KEY PIC X(08) VALUE SPACES.
01 WS-ACTOR-LIMIT PIC S9(09)V99 VALUE 0.
01 WS-LEVEL-LIMIT PIC S9(09)V99 VALUE 0.
01 WS-LIMIT-SWITCH PIC X(01) VALUE 'N'.
   88 ACTOR-LIMIT-SET VALUE 'Y'.
01 WS-OWN-LIMIT-SWITCH PIC X(01) VALUE 'N'.
   88 OWN-LIMIT-FOUND VALUE 'Y'.
01 WS-LEVEL-LIMIT-SWITCH PIC X(01) VALUE 'N'.
   88 LEVEL-LIMIT-FOUND VALUE 'Y'.

*> One referral line - see MAL-STEP0 for the layout.
01 WS-REFERRAL-LINE.
   05 WS-REFERRAL-ID PIC 9(06).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-STATE PIC X(01).
      88 REFERRAL-PENDING VALUE 'P'.
      88 REFERRAL-APPROVED VALUE 'A'.
      88 REFERRAL-POSTING VALUE 'W'.
      88 REFERRAL-POSTED VALUE 'R'.
      88 REFERRAL-FAILED VALUE 'F'.
      88 REFERRAL-DECLINED VALUE 'D'.
      88 REFERRAL-UNDECIDED VALUE 'P' 'A' 'W'.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-DATE PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-TIME PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-SESSION PIC X(16).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-OPID PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-AUTH PIC X(01).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-LIMIT PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-APPROVER PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-RULED-DATE PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-RULED-TIME PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-JOURNAL-SEQ PIC X(07).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-REASON PIC X(03).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-TEXT PIC X(255).

*> The referral being ruled on, as found, and what it becomes.
01 WS-FOUND-LINE PIC X(375) VALUE SPACES.
01 WS-REFER-FOUND-SWITCH PIC X(01) VALUE 'N'.
   88 REFERRAL-FOUND VALUE 'Y'.
01 WS-NEW-STATE PIC X(01) VALUE SPACE.
01 WS-REFUSAL PIC X(80) VALUE SPACES.
01 WS-AMOUNT-EDITED PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-LIMIT-EDITED PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.

*> Running the release.
01 WS-RELEASE-COMMAND PIC X(200) VALUE SPACES.
01 WS-RELEASE-COMMAND-C PIC X(201) VALUE SPACES.
01 WS-RELEASE-RC PIC 9(03) VALUE 0.

*> Report counts and totals.
01 WS-OUTSTANDING-COUNT PIC 9(05) VALUE 0.
01 WS-PENDING-COUNT PIC 9(05) VALUE 0.
01 WS-APPROVED-COUNT PIC 9(05) VALUE 0.
01 WS-POSTING-COUNT PIC 9(05) VALUE 0.
01 WS-RELEASED-COUNT PIC 9(05) VALUE 0.
01 WS-REFUSED-COUNT PIC 9(05) VALUE 0.
01 WS-DECLINED-COUNT PIC 9(05) VALUE 0.
01 WS-OUTSTANDING-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-TOTAL-EDITED PIC --,---,---,--9.99 VALUE SPACES.

*> Pagination, as the till report does it.
01 WS-PAGE-NO PIC 9(03) VALUE 0.
01 WS-LINE-COUNT PIC 9(02) VALUE 99.
01 WS-PRINT-LINE PIC X(120) VALUE SPACES.
01 WS-PAGE-HEADING.
   05 FILLER PIC X(34)
      VALUE "MAL-STEP0 OUTSTANDING REFERRALS   ".
   05 WS-HEAD-DATE PIC X(08).
   05 FILLER PIC X(66) VALUE SPACES.
   05 FILLER PIC X(05) VALUE "PAGE ".
   05 WS-HEAD-PAGE PIC ZZ9.

01 WS-REFER-COLUMN-HEADS PIC X(80) VALUE
   "ID     STATE    REFERRED AT    OPERATOR       AMOUNT        LIMIT  APPROVER LINE".

*> One referral: its ID and state, when and by whom it was keyed, the
*> amount against the limit it broke, the supervisor who approved it
*> (A and W only), and the start of the keyed line.
01 WS-REFER-DETAIL-LINE.
   05 WS-RD-ID PIC X(06).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RD-STATE PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RD-DATE PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RD-TIME.
      10 WS-RD-HH PIC X(02).
      10 FILLER PIC X(01) VALUE ":".
      10 WS-RD-MM PIC X(02).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RD-OPID PIC X(08).
   05 WS-RD-AMOUNT PIC --,---,--9.99.
   05 WS-RD-LIMIT PIC --,---,--9.99.
   05 FILLER PIC X(02) VALUE SPACES.
   05 WS-RD-APPROVER PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RD-TEXT PIC X(40).

*> Audit lines in the trail's own layout.
01 WS-AUDIT-TIMESTAMP.
   05 WS-AUDIT-DATE PIC 9(08).
   05 WS-AUDIT-TIME PIC 9(08).
01 WS-AUDIT-LINE.
   05 WS-AUDIT-LINE-STAMP PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-TIME PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-OPID PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-TAG PIC X(03).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-TEXT PIC X(255).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-SEQ PIC 9(09).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-CHAIN PIC 9(12).

*> The audit chain, exactly as the console keeps it.
01 WS-AUDIT-CHAIN-STATUS PIC X(02) VALUE SPACES.
01 WS-AUDIT-CHAIN-LINE.
   05 WS-CHAIN-LINE-SEQ PIC 9(09).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-CHAIN-LINE-VALUE PIC 9(12).
01 WS-CHAIN-SEQ PIC 9(09) VALUE 0.
01 WS-CHAIN-WORK PIC 9(15) VALUE 0.
01 WS-CHAIN-IMAGE PIC X(296) VALUE SPACES.
01 WS-CHAIN-IX PIC 9(03) VALUE 0.
01 WS-CHAIN-WARNED-SWITCH PIC X(01) VALUE 'N'.
   88 CHAIN-LOCK-WARNED VALUE 'Y'.

*> Null-terminated names for the rename() commit.
01 WS-RTMP-NAME-C PIC X(20) VALUE SPACES.
01 WS-RLIVE-NAME-C PIC X(20) VALUE SPACES.
01 WS-LIBC-RC USAGE BINARY-LONG VALUE 0.

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     IF NOT QUEUE-RUN-FAILED
       EVALUATE WS-ACTION
         WHEN "LIST"
           PERFORM LIST-REFERRALS-PARA
         WHEN "REPORT"
           PERFORM WRITE-REFERRAL-REPORT-PARA
         WHEN "RELEASE"
         WHEN "DECLINE"
           PERFORM RULE-ON-REFERRAL-PARA
         WHEN OTHER
           DISPLAY "MAL_REF_ACTION MUST BE LIST, RELEASE, DECLINE OR"
             " REPORT"
           MOVE 8 TO RETURN-CODE
       END-EVALUATE
     END-IF.
     IF REFER-LOCK-HELD
       PERFORM FREE-REFER-LOCK-PARA
     END-IF.
     IF AUDIT-FILE-OPEN
       CLOSE AUDIT-LOG-FILE
     END-IF.
     IF REPORT-FILE-OPEN
       CLOSE REFERRAL-REPORT-FILE
     END-IF.
STOP RUN.

INIT-PARA.
     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
     ACCEPT WS-ACTION FROM ENVIRONMENT "MAL_REF_ACTION".
     ACCEPT WS-ENV-REFER-ID FROM ENVIRONMENT "MAL_REF_ID".
     ACCEPT WS-ENV-REPORT-DATE FROM ENVIRONMENT "MAL_REF_DATE".
     ACCEPT WS-ENV-BIN-DIR FROM ENVIRONMENT "MAL_RUN_BIN".
     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
     MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-SUPERVISOR-ID.
     IF WS-ENV-REPORT-DATE NOT = SPACES
       AND WS-ENV-REPORT-DATE IS NUMERIC
       MOVE WS-ENV-REPORT-DATE TO WS-REPORT-DATE
     ELSE
       ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
     END-IF.
     IF WS-ENV-BIN-DIR NOT = SPACES
       MOVE WS-ENV-BIN-DIR TO WS-BIN-DIR
     END-IF.
     MOVE FUNCTION CONCATENATE("mal_referrals.tmp", X'00')
       TO WS-RTMP-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_referrals.dat", X'00')
       TO WS-RLIVE-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_referrals.lck", X'00')
       TO WS-REFLOCK-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_audit_chain.lck", X'00')
       TO WS-CHAINLOCK-NAME-C.
     PERFORM OPEN-AUDIT-PARA.

OPEN-AUDIT-PARA.
*> EXTEND-or-create, the console's own first-open dance.
     OPEN EXTEND AUDIT-LOG-FILE.
     IF WS-AUDIT-STATUS = "35"
       OPEN OUTPUT AUDIT-LOG-FILE
       CLOSE AUDIT-LOG-FILE
       OPEN EXTEND AUDIT-LOG-FILE
     END-IF.
     IF WS-AUDIT-STATUS = "00"
       SET AUDIT-FILE-OPEN TO TRUE
     ELSE
       DISPLAY "UNABLE TO OPEN AUDIT LOG - CONTINUING UNLOGGED"
     END-IF.

WRITE-AUDIT-PARA.
*> One tagged, timestamped, chained line; the caller set the tag and
*> text. Stamped, chained, reopened, written and flushed under the
*> chain lock, the same sequence as the console's WRITE-AUDIT-PARA.
     IF AUDIT-FILE-OPEN
       MOVE WS-CHAINLOCK-NAME-C TO WS-LOCK-NAME-C
       PERFORM TAKE-LOCK-PARA
       IF NOT LOCK-IS-HELD AND NOT CHAIN-LOCK-WARNED
         SET CHAIN-LOCK-WARNED TO TRUE
         DISPLAY "AUDIT CHAIN LOCK STUCK - REMOVE mal_audit_chain.lck;"
           " THE AUDIT CHAIN MAY BREAK UNTIL IT IS CLEARED"
       END-IF
       ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
       ACCEPT WS-AUDIT-TIME FROM TIME
       MOVE WS-AUDIT-DATE TO WS-AUDIT-LINE-STAMP
       MOVE WS-AUDIT-TIME TO WS-AUDIT-LINE-TIME
       MOVE WS-OPERATOR-ID TO WS-AUDIT-LINE-OPID
       PERFORM READ-CHAIN-HEAD-PARA
       ADD 1 TO WS-CHAIN-SEQ
       MOVE WS-CHAIN-SEQ TO WS-AUDIT-LINE-SEQ
       PERFORM COMPUTE-CHAIN-PARA
       MOVE WS-CHAIN-WORK TO WS-AUDIT-LINE-CHAIN
       CLOSE AUDIT-LOG-FILE
       OPEN EXTEND AUDIT-LOG-FILE
       IF WS-AUDIT-STATUS = "00"
         MOVE WS-AUDIT-LINE TO WS-AUDIT-RECORD
         WRITE WS-AUDIT-RECORD
         CLOSE AUDIT-LOG-FILE
         PERFORM WRITE-CHAIN-HEAD-PARA
         OPEN EXTEND AUDIT-LOG-FILE
       END-IF
       IF WS-AUDIT-STATUS NOT = "00"
         MOVE 'N' TO WS-AUDIT-OPEN-SWITCH
         DISPLAY "AUDIT LOG LOST - CONTINUING UNLOGGED"
       END-IF
       IF LOCK-IS-HELD
         PERFORM FREE-LOCK-PARA
       END-IF
     END-IF.

READ-CHAIN-HEAD-PARA.
*> The last sequence number and chain value handed out; no head file
*> starts the chain from zero.
     MOVE 0 TO WS-CHAIN-SEQ.
     MOVE 0 TO WS-CHAIN-WORK.
     OPEN INPUT AUDIT-CHAIN-FILE.
     IF WS-AUDIT-CHAIN-STATUS = "00"
       READ AUDIT-CHAIN-FILE INTO WS-AUDIT-CHAIN-LINE
         AT END
           CONTINUE
       END-READ
       IF WS-AUDIT-CHAIN-STATUS = "00"
         AND WS-CHAIN-LINE-SEQ IS NUMERIC
         AND WS-CHAIN-LINE-VALUE IS NUMERIC
         MOVE WS-CHAIN-LINE-SEQ TO WS-CHAIN-SEQ
         MOVE WS-CHAIN-LINE-VALUE TO WS-CHAIN-WORK
       END-IF
       CLOSE AUDIT-CHAIN-FILE
     END-IF.

WRITE-CHAIN-HEAD-PARA.
     MOVE WS-CHAIN-SEQ TO WS-CHAIN-LINE-SEQ.
     MOVE WS-CHAIN-WORK TO WS-CHAIN-LINE-VALUE.
     OPEN OUTPUT AUDIT-CHAIN-FILE.
     IF WS-AUDIT-CHAIN-STATUS = "00"
       MOVE WS-AUDIT-CHAIN-LINE TO WS-AUDIT-CHAIN-RECORD
       WRITE WS-AUDIT-CHAIN-RECORD
       CLOSE AUDIT-CHAIN-FILE
     ELSE
       DISPLAY "UNABLE TO REWRITE mal_audit_chain.dat - THE AUDIT"
         " CHAIN WILL SHOW A BREAK AFTER THIS LINE"
     END-IF.

COMPUTE-CHAIN-PARA.
*> Columns 1-296 folded into the previous chain value a character at
*> a time, modulo the prime 999999999989 - the console's fold.
     MOVE WS-AUDIT-LINE(1:296) TO WS-CHAIN-IMAGE.
     PERFORM ADD-CHAIN-CHAR-PARA
       VARYING WS-CHAIN-IX FROM 1 BY 1 UNTIL WS-CHAIN-IX > 296.

ADD-CHAIN-CHAR-PARA.
     COMPUTE WS-CHAIN-WORK = FUNCTION MOD(WS-CHAIN-WORK * 257
       + FUNCTION ORD(WS-CHAIN-IMAGE(WS-CHAIN-IX:1)), 999999999989).

LIST-REFERRALS-PARA.
*> Every undecided referral, oldest first, for the supervisor at the
*> console - the queue is read straight through, nothing is held.
     MOVE 0 TO WS-OUTSTANDING-COUNT.
     OPEN INPUT REFERRAL-FILE.
     IF WS-REFERRAL-STATUS = "00"
       PERFORM LIST-ONE-REFERRAL-PARA
         UNTIL WS-REFERRAL-STATUS NOT = "00"
       CLOSE REFERRAL-FILE
     END-IF.
     IF WS-OUTSTANDING-COUNT = 0
       DISPLAY "NO REFERRALS AWAITING A DECISION"
     END-IF.

LIST-ONE-REFERRAL-PARA.
     READ REFERRAL-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-REFERRAL-STATUS = "00"
       MOVE WS-REFERRAL-RECORD TO WS-REFERRAL-LINE
       IF REFERRAL-UNDECIDED
         IF WS-OUTSTANDING-COUNT = 0
           DISPLAY "REFERRALS AWAITING A DECISION:"
           DISPLAY WS-REFER-COLUMN-HEADS
         END-IF
         ADD 1 TO WS-OUTSTANDING-COUNT
         PERFORM FORMAT-REFERRAL-PARA
         DISPLAY FUNCTION TRIM(WS-REFER-DETAIL-LINE, TRAILING)
       END-IF
     END-IF.

FORMAT-REFERRAL-PARA.
*> The referral in WS-REFERRAL-LINE as a listing/report line.
     MOVE WS-REFERRAL-ID TO WS-RD-ID.
     EVALUATE TRUE
       WHEN REFERRAL-PENDING
         MOVE "PENDING" TO WS-RD-STATE
       WHEN REFERRAL-APPROVED
         MOVE "APPROVED" TO WS-RD-STATE
       WHEN REFERRAL-POSTING
         MOVE "POSTING" TO WS-RD-STATE
       WHEN REFERRAL-POSTED
         MOVE "RELEASED" TO WS-RD-STATE
       WHEN REFERRAL-FAILED
         MOVE "REFUSED" TO WS-RD-STATE
       WHEN REFERRAL-DECLINED
         MOVE "DECLINED" TO WS-RD-STATE
       WHEN OTHER
         MOVE WS-REFERRAL-STATE TO WS-RD-STATE
     END-EVALUATE.
     MOVE WS-REFERRAL-DATE TO WS-RD-DATE.
     MOVE WS-REFERRAL-TIME(1:2) TO WS-RD-HH.
     MOVE WS-REFERRAL-TIME(3:2) TO WS-RD-MM.
     MOVE WS-REFERRAL-OPID TO WS-RD-OPID.
     IF WS-REFERRAL-AMOUNT IS NUMERIC
       MOVE WS-REFERRAL-AMOUNT TO WS-RD-AMOUNT
     ELSE
       MOVE 0 TO WS-RD-AMOUNT
     END-IF.
     IF WS-REFERRAL-LIMIT IS NUMERIC
       MOVE WS-REFERRAL-LIMIT TO WS-RD-LIMIT
     ELSE
       MOVE 0 TO WS-RD-LIMIT
     END-IF.
     IF REFERRAL-APPROVED OR REFERRAL-POSTING
       MOVE WS-REFERRAL-APPROVER TO WS-RD-APPROVER
     ELSE
       MOVE SPACES TO WS-RD-APPROVER
     END-IF.
     MOVE WS-REFERRAL-TEXT TO WS-RD-TEXT.

RULE-ON-REFERRAL-PARA.
*> RELEASE or DECLINE one referral. The supervisor is vetted against
*> the master first; then, under the referral lock, the referral is
*> found, the ruling checked against it and the new state committed.
*> The trail is only written once the lock is down, and a release
*> only run once the lock is down, since the release has to take it.
     IF FUNCTION TEST-NUMVAL(WS-ENV-REFER-ID) NOT = 0
       DISPLAY "MAL_REF_ID MUST NAME THE REFERRAL"
       SET QUEUE-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       COMPUTE WS-REFER-ID = FUNCTION NUMVAL(WS-ENV-REFER-ID)
       PERFORM LOAD-MASTER-PARA
     END-IF.
     IF NOT QUEUE-RUN-FAILED
       PERFORM VET-ACTOR-PARA
     END-IF.
     IF NOT QUEUE-RUN-FAILED
       PERFORM TAKE-REFER-LOCK-PARA
     END-IF.
     IF NOT QUEUE-RUN-FAILED
       PERFORM FIND-REFERRAL-PARA
       MOVE SPACES TO WS-REFUSAL
       IF REFERRAL-FOUND
         MOVE WS-FOUND-LINE TO WS-REFERRAL-LINE
         PERFORM CHECK-RULING-PARA
       END-IF
       IF REFERRAL-FOUND AND WS-REFUSAL = SPACES
         AND NOT QUEUE-RUN-FAILED
         PERFORM COMMIT-RULING-PARA
       END-IF
       PERFORM FREE-REFER-LOCK-PARA
       EVALUATE TRUE
         WHEN NOT REFERRAL-FOUND
           CONTINUE
         WHEN WS-REFUSAL NOT = SPACES
           PERFORM AUDIT-REFUSAL-PARA
         WHEN QUEUE-RUN-FAILED
           CONTINUE
         WHEN OTHER
           PERFORM AUDIT-RULING-PARA
           IF WS-ACTION = "RELEASE"
             PERFORM RUN-RELEASE-PARA
           END-IF
       END-EVALUATE
     END-IF.

FIND-REFERRAL-PARA.
     MOVE 'N' TO WS-REFER-FOUND-SWITCH.
     OPEN INPUT REFERRAL-FILE.
     IF WS-REFERRAL-STATUS = "00"
       PERFORM MATCH-REFERRAL-PARA
         UNTIL WS-REFERRAL-STATUS NOT = "00" OR REFERRAL-FOUND
       CLOSE REFERRAL-FILE
     END-IF.
     IF NOT REFERRAL-FOUND
       DISPLAY "NO REFERRAL " WS-REFER-ID " ON THE QUEUE"
       MOVE 4 TO RETURN-CODE
     END-IF.

MATCH-REFERRAL-PARA.
     READ REFERRAL-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-REFERRAL-STATUS = "00"
       MOVE WS-REFERRAL-RECORD TO WS-REFERRAL-LINE
       IF WS-REFERRAL-ID IS NUMERIC
         AND WS-REFERRAL-ID = WS-REFER-ID
         SET REFERRAL-FOUND TO TRUE
         MOVE WS-REFERRAL-LINE TO WS-FOUND-LINE
       END-IF
     END-IF.

CHECK-RULING-PARA.
*> Can this supervisor make this ruling on this referral? Anything
*> already decided is refused outright; an approved referral can be
*> released again only by the supervisor who approved it (a release
*> that died before posting), and one part way through posting not at
*> all. Then dual control proper: not the keying operator, and of
*> higher authority than they had when they keyed it and than they
*> have now - a keyer the master no longer knows leaves nothing to
*> check seniority against, and a check that cannot be made refuses.
*> A release must also sit within the supervisor's own limit.
     EVALUATE TRUE
       WHEN REFERRAL-POSTED OR REFERRAL-FAILED OR REFERRAL-DECLINED
         MOVE "ALREADY DECIDED" TO WS-REFUSAL
       WHEN REFERRAL-POSTING
         MOVE "RELEASE ALREADY UNDER WAY OR DIED - CHECK THE JOURNAL"
           TO WS-REFUSAL
       WHEN REFERRAL-APPROVED AND WS-ACTION = "RELEASE"
         AND FUNCTION UPPER-CASE(WS-REFERRAL-APPROVER) NOT =
             WS-SUPERVISOR-ID
         MOVE "ALREADY APPROVED FOR RELEASE BY ANOTHER SUPERVISOR"
           TO WS-REFUSAL
       WHEN NOT REFERRAL-PENDING AND NOT REFERRAL-APPROVED
         MOVE "REFERRAL LINE IS DAMAGED" TO WS-REFUSAL
       WHEN FUNCTION UPPER-CASE(WS-REFERRAL-OPID) = WS-SUPERVISOR-ID
         MOVE "A REFERRAL CANNOT BE RULED ON BY ITS OWN OPERATOR"
           TO WS-REFUSAL
       WHEN OTHER
         PERFORM CHECK-SENIORITY-PARA
     END-EVALUATE.
     IF WS-REFUSAL NOT = SPACES
       DISPLAY "REFERRAL " WS-REFER-ID " - " FUNCTION TRIM(WS-REFUSAL)
         " - " FUNCTION TRIM(WS-ACTION) " REFUSED"
       MOVE 8 TO RETURN-CODE
     END-IF.

CHECK-SENIORITY-PARA.
     MOVE WS-REFERRAL-AUTH TO WS-KEYER-AUTH.
     MOVE WS-REFERRAL-OPID TO WS-LOOKUP-ID.
     PERFORM LOCATE-MASTER-PARA.
     IF WS-FOUND-IX = 0
       MOVE "KEYING OPERATOR NOT ON MASTER - SENIORITY UNVERIFIABLE"
         TO WS-REFUSAL
     ELSE
       IF WS-MAST-AUTH > WS-KEYER-AUTH
         MOVE WS-MAST-AUTH TO WS-KEYER-AUTH
       END-IF
       EVALUATE TRUE
         WHEN WS-ACTOR-AUTH NOT > WS-KEYER-AUTH
           MOVE SPACES TO WS-REFUSAL
           STRING "RULING NEEDS AUTHORITY ABOVE THE OPERATOR'S ("
               WS-KEYER-AUTH ")"
               DELIMITED BY SIZE
               INTO WS-REFUSAL
           END-STRING
         WHEN WS-ACTION = "RELEASE"
           PERFORM LOAD-ACTOR-LIMIT-PARA
           IF ACTOR-LIMIT-SET
             AND WS-REFERRAL-AMOUNT > WS-ACTOR-LIMIT
             MOVE "AMOUNT IS OVER THE SUPERVISOR'S OWN LIMIT"
               TO WS-REFUSAL
           END-IF
         WHEN OTHER
           CONTINUE
       END-EVALUATE
     END-IF.

LOAD-ACTOR-LIMIT-PARA.
*> The supervisor's own amount limit, found the way the console finds
*> an operator's: their own entry wins over their level's, and no
*> entry at all is no limit.
     MOVE SPACES TO WS-LIMIT-LEVEL-KEY.
     STRING "LEVEL" WS-ACTOR-AUTH DELIMITED BY SIZE
         INTO WS-LIMIT-LEVEL-KEY
     END-STRING.
     OPEN INPUT LIMITS-CONFIG-FILE.
     IF WS-LIMITS-CFG-STATUS = "00"
       PERFORM READ-LIMIT-CFG-PARA
         UNTIL WS-LIMITS-CFG-STATUS NOT = "00"
       CLOSE LIMITS-CONFIG-FILE
     END-IF.
     EVALUATE TRUE
       WHEN OWN-LIMIT-FOUND
         SET ACTOR-LIMIT-SET TO TRUE
       WHEN LEVEL-LIMIT-FOUND
         MOVE WS-LEVEL-LIMIT TO WS-ACTOR-LIMIT
         SET ACTOR-LIMIT-SET TO TRUE
       WHEN OTHER
         CONTINUE
     END-EVALUATE.

READ-LIMIT-CFG-PARA.
     READ LIMITS-CONFIG-FILE INTO WS-LIMITS-CFG-RECORD
       AT END
         CONTINUE
     END-READ.
     IF WS-LIMITS-CFG-STATUS = "00"
       MOVE WS-LIMITS-CFG-RECORD TO WS-LIMITS-CFG-LINE
       IF WS-LIMITS-CFG-KEY NOT = SPACES
         AND FUNCTION TEST-NUMVAL(WS-LIMITS-CFG-TEXT) = 0
         IF FUNCTION UPPER-CASE(WS-LIMITS-CFG-KEY) = WS-SUPERVISOR-ID
           AND NOT OWN-LIMIT-FOUND
           COMPUTE WS-ACTOR-LIMIT =
             FUNCTION NUMVAL(WS-LIMITS-CFG-TEXT)
           SET OWN-LIMIT-FOUND TO TRUE
         END-IF
         IF FUNCTION UPPER-CASE(WS-LIMITS-CFG-KEY) = WS-LIMIT-LEVEL-KEY
           AND NOT LEVEL-LIMIT-FOUND
           COMPUTE WS-LEVEL-LIMIT =
             FUNCTION NUMVAL(WS-LIMITS-CFG-TEXT)
           SET LEVEL-LIMIT-FOUND TO TRUE
         END-IF
       END-IF
     END-IF.

COMMIT-RULING-PARA.
*> The ruled-on referral gets its new state, the supervisor and the
*> time of the ruling; the queue is copied through the work file and
*> swapped in with one rename(), every WRITE checked so a short work
*> file never reaches the rename. A release of a referral this
*> supervisor already approved has nothing to commit.
     IF WS-ACTION = "RELEASE"
       MOVE 'A' TO WS-NEW-STATE
     ELSE
       MOVE 'D' TO WS-NEW-STATE
     END-IF.
     IF REFERRAL-APPROVED AND WS-ACTION = "RELEASE"
       CONTINUE
     ELSE
       ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
       ACCEPT WS-AUDIT-TIME FROM TIME
       MOVE 'N' TO WS-WORK-FAIL-SWITCH
       OPEN INPUT REFERRAL-FILE
       IF WS-REFERRAL-STATUS = "00"
         OPEN OUTPUT REFERRAL-WORK-FILE
         IF WS-REFERRAL-WORK-STATUS = "00"
           SET REFERRAL-WORK-FILE-OPEN TO TRUE
         ELSE
           SET REFERRAL-WORK-FAILED TO TRUE
         END-IF
         PERFORM COPY-REFERRAL-PARA
           UNTIL WS-REFERRAL-STATUS NOT = "00" OR REFERRAL-WORK-FAILED
         CLOSE REFERRAL-FILE
         IF REFERRAL-WORK-FILE-OPEN
           CLOSE REFERRAL-WORK-FILE
           MOVE 'N' TO WS-WORK-OPEN-SWITCH
         END-IF
       ELSE
         SET REFERRAL-WORK-FAILED TO TRUE
       END-IF
       IF NOT REFERRAL-WORK-FAILED
         CALL 'rename' USING WS-RTMP-NAME-C WS-RLIVE-NAME-C
              RETURNING WS-LIBC-RC
         END-CALL
         IF WS-LIBC-RC NOT = 0
           SET REFERRAL-WORK-FAILED TO TRUE
         END-IF
       END-IF
       IF REFERRAL-WORK-FAILED
         DISPLAY "UNABLE TO REWRITE THE REFERRAL QUEUE - REFERRAL "
           WS-REFER-ID " UNCHANGED"
         SET QUEUE-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.

COPY-REFERRAL-PARA.
     READ REFERRAL-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-REFERRAL-STATUS = "00"
       MOVE WS-REFERRAL-RECORD TO WS-REFERRAL-LINE
       IF WS-REFERRAL-ID IS NUMERIC
         AND WS-REFERRAL-ID = WS-REFER-ID
         MOVE WS-NEW-STATE TO WS-REFERRAL-STATE
         MOVE WS-SUPERVISOR-ID TO WS-REFERRAL-APPROVER
         MOVE WS-AUDIT-DATE TO WS-REFERRAL-RULED-DATE
         MOVE WS-AUDIT-TIME TO WS-REFERRAL-RULED-TIME
       END-IF
       MOVE WS-REFERRAL-LINE TO WS-REFERRAL-WORK-RECORD
       WRITE WS-REFERRAL-WORK-RECORD
       IF WS-REFERRAL-WORK-STATUS NOT = "00"
         SET REFERRAL-WORK-FAILED TO TRUE
       END-IF
     END-IF.

AUDIT-RULING-PARA.
     MOVE WS-FOUND-LINE TO WS-REFERRAL-LINE.
     MOVE WS-REFERRAL-AMOUNT TO WS-AMOUNT-EDITED.
     MOVE "RFR" TO WS-AUDIT-LINE-TAG.
     MOVE SPACES TO WS-AUDIT-LINE-TEXT.
     IF WS-ACTION = "RELEASE"
       DISPLAY "REFERRAL " WS-REFER-ID " APPROVED FOR RELEASE"
       STRING "REFERRAL " WS-REFER-ID " APPROVED FOR RELEASE BY "
           FUNCTION TRIM(WS-SUPERVISOR-ID) ": "
           WS-REFERRAL-TEXT(1:3) " AMOUNT "
           FUNCTION TRIM(WS-AMOUNT-EDITED)
           " KEYED BY " FUNCTION TRIM(WS-REFERRAL-OPID)
           " SESSION " WS-REFERRAL-SESSION
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
     ELSE
       DISPLAY "REFERRAL " WS-REFER-ID " DECLINED"
       STRING "REFERRAL " WS-REFER-ID " DECLINED BY "
           FUNCTION TRIM(WS-SUPERVISOR-ID) ": "
           WS-REFERRAL-TEXT(1:3) " AMOUNT "
           FUNCTION TRIM(WS-AMOUNT-EDITED)
           " KEYED BY " FUNCTION TRIM(WS-REFERRAL-OPID)
           " SESSION " WS-REFERRAL-SESSION
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
     END-IF.
     PERFORM WRITE-AUDIT-PARA.

AUDIT-REFUSAL-PARA.
     MOVE "REF" TO WS-AUDIT-LINE-TAG.
     MOVE SPACES TO WS-AUDIT-LINE-TEXT.
     STRING "REFUSED " FUNCTION TRIM(WS-ACTION) " OF REFERRAL "
         WS-REFER-ID " KEYED BY " FUNCTION TRIM(WS-REFERRAL-OPID)
         " - " FUNCTION TRIM(WS-REFUSAL)
         DELIMITED BY SIZE
         INTO WS-AUDIT-LINE-TEXT
     END-STRING.
     PERFORM WRITE-AUDIT-PARA.

RUN-RELEASE-PARA.
*> Hand the approved referral to MAL-STEP0 to post, the way the run
*> controller starts its steps, then read the queue back to see what
*> became of it - the release session's own return code only says
*> whether it finished, the referral says how.
     MOVE SPACES TO WS-RELEASE-COMMAND.
     STRING "MAL_RELEASE_REFERRAL=" WS-REFER-ID " "
         FUNCTION TRIM(WS-BIN-DIR) "/step0_repl"
         DELIMITED BY SIZE
         INTO WS-RELEASE-COMMAND
     END-STRING.
     MOVE FUNCTION CONCATENATE(FUNCTION TRIM(WS-RELEASE-COMMAND),
       X'00') TO WS-RELEASE-COMMAND-C.
*> The release session writes the trail itself, so ours is let go
*> while it runs.
     IF AUDIT-FILE-OPEN
       CLOSE AUDIT-LOG-FILE
       MOVE 'N' TO WS-AUDIT-OPEN-SWITCH
     END-IF.
     CALL 'system' USING WS-RELEASE-COMMAND-C
          RETURNING WS-LIBC-RC
     END-CALL.
     PERFORM OPEN-AUDIT-PARA.
     IF WS-LIBC-RC < 0 OR FUNCTION MOD(WS-LIBC-RC, 256) NOT = 0
       MOVE 999 TO WS-RELEASE-RC
     ELSE
       COMPUTE WS-RELEASE-RC = WS-LIBC-RC / 256
     END-IF.
     PERFORM FIND-REFERRAL-PARA.
     IF REFERRAL-FOUND
       MOVE WS-FOUND-LINE TO WS-REFERRAL-LINE
     END-IF.
     EVALUATE TRUE
       WHEN NOT REFERRAL-FOUND
         DISPLAY "REFERRAL " WS-REFER-ID " LEFT THE QUEUE DURING"
           " THE RELEASE - CHECK THE JOURNAL"
         MOVE 8 TO RETURN-CODE
       WHEN REFERRAL-POSTED
         DISPLAY "REFERRAL " WS-REFER-ID " RELEASED - POSTED AS"
           " JOURNAL SEQUENCE " WS-REFERRAL-JOURNAL-SEQ
         MOVE 0 TO RETURN-CODE
       WHEN REFERRAL-FAILED
         DISPLAY "REFERRAL " WS-REFER-ID " RELEASED BUT REFUSED BY"
           " VALIDATION - REASON " WS-REFERRAL-REASON
         MOVE 4 TO RETURN-CODE
       WHEN REFERRAL-APPROVED
         DISPLAY "RELEASE OF REFERRAL " WS-REFER-ID " DID NOT RUN"
           " (RETURN CODE " WS-RELEASE-RC ") - STILL APPROVED,"
           " RELEASE AGAIN"
         MOVE 8 TO RETURN-CODE
       WHEN OTHER
         DISPLAY "RELEASE OF REFERRAL " WS-REFER-ID " DID NOT FINISH"
           " (RETURN CODE " WS-RELEASE-RC ") - CHECK THE JOURNAL"
           " BEFORE TOUCHING IT"
         MOVE 8 TO RETURN-CODE
     END-EVALUATE.

WRITE-REFERRAL-REPORT-PARA.
*> The outstanding-referrals report: every referral still undecided
*> that was referred on or before the report date, then the totals
*> and the day's decisions. Anything outstanding is a 4, so the night
*> shows it.
     OPEN OUTPUT REFERRAL-REPORT-FILE.
     IF WS-REPORT-STATUS = "00"
       SET REPORT-FILE-OPEN TO TRUE
     ELSE
       DISPLAY "UNABLE TO OPEN REFERRAL REPORT FILE"
     END-IF.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "REFERRALS OUTSTANDING AT END OF " WS-REPORT-DATE
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-BLANK-LINE-PARA.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE WS-REFER-COLUMN-HEADS TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     OPEN INPUT REFERRAL-FILE.
     IF WS-REFERRAL-STATUS = "00"
       PERFORM REPORT-ONE-REFERRAL-PARA
         UNTIL WS-REFERRAL-STATUS NOT = "00"
       CLOSE REFERRAL-FILE
     END-IF.
     IF WS-OUTSTANDING-COUNT = 0
       MOVE "NO REFERRALS OUTSTANDING" TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.
     PERFORM PUT-BLANK-LINE-PARA.
     MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-EDITED.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "OUTSTANDING " WS-OUTSTANDING-COUNT
         "  PENDING " WS-PENDING-COUNT
         "  APPROVED " WS-APPROVED-COUNT
         "  POSTING " WS-POSTING-COUNT
         "  AMOUNT " FUNCTION TRIM(WS-TOTAL-EDITED)
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "DECIDED ON " WS-REPORT-DATE
         "  RELEASED " WS-RELEASED-COUNT
         "  REFUSED ON RELEASE " WS-REFUSED-COUNT
         "  DECLINED " WS-DECLINED-COUNT
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-OUTSTANDING-COUNT > 0
       MOVE 4 TO RETURN-CODE
     END-IF.

REPORT-ONE-REFERRAL-PARA.
     READ REFERRAL-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-REFERRAL-STATUS = "00"
       MOVE WS-REFERRAL-RECORD TO WS-REFERRAL-LINE
       IF REFERRAL-UNDECIDED AND WS-REFERRAL-DATE <= WS-REPORT-DATE
         ADD 1 TO WS-OUTSTANDING-COUNT
         EVALUATE TRUE
           WHEN REFERRAL-PENDING
             ADD 1 TO WS-PENDING-COUNT
           WHEN REFERRAL-APPROVED
             ADD 1 TO WS-APPROVED-COUNT
           WHEN OTHER
             ADD 1 TO WS-POSTING-COUNT
         END-EVALUATE
         IF WS-REFERRAL-AMOUNT IS NUMERIC
           ADD WS-REFERRAL-AMOUNT TO WS-OUTSTANDING-TOTAL
         END-IF
         PERFORM FORMAT-REFERRAL-PARA
         MOVE WS-REFER-DETAIL-LINE TO WS-PRINT-LINE
         PERFORM PUT-REPORT-LINE-PARA
       END-IF
       IF WS-REFERRAL-RULED-DATE = WS-REPORT-DATE
         EVALUATE TRUE
           WHEN REFERRAL-POSTED
             ADD 1 TO WS-RELEASED-COUNT
           WHEN REFERRAL-FAILED
             ADD 1 TO WS-REFUSED-COUNT
           WHEN REFERRAL-DECLINED
             ADD 1 TO WS-DECLINED-COUNT
           WHEN OTHER
             CONTINUE
         END-EVALUATE
       END-IF
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

LOAD-MASTER-PARA.
*> No master, or one larger than the table, leaves nobody to vet the
*> supervisor against, and the ruling is refused.
     OPEN INPUT OPERATOR-MASTER-FILE.
     IF WS-OPMAST-STATUS = "00"
       PERFORM READ-MASTER-PARA
         UNTIL WS-OPMAST-STATUS NOT = "00" OR MASTER-TABLE-FULL
       CLOSE OPERATOR-MASTER-FILE
     END-IF.
     IF WS-MAST-COUNT = 0 OR MASTER-TABLE-FULL
       DISPLAY "NO USABLE OPERATOR MASTER - REFERRALS CANNOT BE"
         " RULED ON WITHOUT ONE"
       SET QUEUE-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

READ-MASTER-PARA.
     READ OPERATOR-MASTER-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-OPMAST-STATUS = "00"
       IF WS-MAST-COUNT < 200
         ADD 1 TO WS-MAST-COUNT
         MOVE WS-OPMAST-RECORD TO WS-MAST-ENTRY(WS-MAST-COUNT)
       ELSE
         SET MASTER-TABLE-FULL TO TRUE
       END-IF
     END-IF.

LOCATE-MASTER-PARA.
*> Find WS-LOOKUP-ID in the master table, case-folded the way
*> SIGN-ON-PARA matches. WS-FOUND-IX comes back 0 when it is not
*> there; on a hit WS-MAST-LINE holds the parsed entry.
     MOVE 0 TO WS-FOUND-IX.
     PERFORM MATCH-MASTER-PARA
       VARYING WS-MAST-IX FROM 1 BY 1
       UNTIL WS-MAST-IX > WS-MAST-COUNT OR WS-FOUND-IX > 0.
     IF WS-FOUND-IX > 0
       MOVE WS-MAST-ENTRY(WS-FOUND-IX) TO WS-MAST-LINE
     END-IF.

MATCH-MASTER-PARA.
     MOVE WS-MAST-ENTRY(WS-MAST-IX) TO WS-MAST-LINE.
     IF WS-MAST-ID NOT = SPACES
       AND FUNCTION UPPER-CASE(WS-MAST-ID) =
           FUNCTION UPPER-CASE(WS-LOOKUP-ID)
       MOVE WS-MAST-IX TO WS-FOUND-IX
     END-IF.

VET-ACTOR-PARA.
*> The signed-on supervisor must be on the master and not disabled to
*> rule on anything at all.
     MOVE WS-OPERATOR-ID TO WS-LOOKUP-ID.
     PERFORM LOCATE-MASTER-PARA.
     IF WS-FOUND-IX = 0
       DISPLAY "OPERATOR " FUNCTION TRIM(WS-OPERATOR-ID)
         " NOT ON OPERATOR MASTER - RULING REFUSED"
       SET QUEUE-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       MOVE WS-MAST-AUTH TO WS-ACTOR-AUTH
       IF MASTER-ENTRY-DISABLED
         DISPLAY "OPERATOR " FUNCTION TRIM(WS-OPERATOR-ID)
           " IS DISABLED - RULING REFUSED"
         SET QUEUE-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.

TAKE-REFER-LOCK-PARA.
     MOVE WS-REFLOCK-NAME-C TO WS-LOCK-NAME-C.
     PERFORM TAKE-LOCK-PARA.
     IF NOT LOCK-IS-HELD
       DISPLAY "REFERRAL QUEUE LOCK STUCK - REMOVE mal_referrals.lck"
         " IF NO CONSOLE OR RELEASE IS UPDATING THE QUEUE; RULING"
         " REFUSED"
       SET QUEUE-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       SET REFER-LOCK-HELD TO TRUE
     END-IF.

FREE-REFER-LOCK-PARA.
     MOVE WS-REFLOCK-NAME-C TO WS-LOCK-NAME-C.
     PERFORM FREE-LOCK-PARA.
     MOVE 'N' TO WS-REFER-LOCKED-SWITCH.

TAKE-LOCK-PARA.
*> Acquire the lock named in WS-LOCK-NAME-C - mkdir() either creates
*> the lock directory atomically or fails because another run holds
*> it. The retry budget rides out a live peer; what outlives it is a
*> stale lock from an abend, which needs an operator.
     MOVE 'N' TO WS-LOCK-HELD-SWITCH.
     MOVE 0 TO WS-LOCK-TRIES.
     PERFORM TRY-LOCK-ONCE-PARA
       UNTIL LOCK-IS-HELD OR WS-LOCK-TRIES >= 100.

TRY-LOCK-ONCE-PARA.
     CALL 'mkdir' USING WS-LOCK-NAME-C BY VALUE WS-LOCK-MODE
          RETURNING WS-LOCK-RC
     END-CALL.
     IF WS-LOCK-RC = 0
       SET LOCK-IS-HELD TO TRUE
     ELSE
       ADD 1 TO WS-LOCK-TRIES
       CALL 'usleep' USING BY VALUE WS-LOCK-WAIT
       END-CALL
     END-IF.

FREE-LOCK-PARA.
     CALL 'rmdir' USING WS-LOCK-NAME-C
          RETURNING WS-LOCK-RC
     END-CALL.
     MOVE 'N' TO WS-LOCK-HELD-SWITCH.
