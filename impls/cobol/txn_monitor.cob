*> txn_monitor.cob
*> Suspicious activity monitoring. Reads the mal_journal_YYYYMMDD.dat
*> generations for a rolling window ending on the run date
*> (MAL_MON_DATE, default today) and raises a compliance case for
*> every pattern the rules in mal_monitor.cfg pick out:
*>   LRG - a single DEP or WDR of at least the LARGE amount
*>   STR - structuring: STRCOUNT or more deposits on one account, each
*>         within NEARPCT per cent under the LARGE amount, inside
*>         STRDAYS days
*>   PAS - pass-through: money arriving by TRF and leaving the
*>         credited account again (WDR or TRF, at least PASSPCT per
*>         cent of what came in) within PASSMINS minutes
*>   BST - a burst of BSTCOUNT or more postings inside BSTDAYS days on
*>         an account opened less than NEWDAYS days before them (the
*>         OPN has to fall in the window for the account to count as
*>         new, so keep WINDOW at least as long as NEWDAYS)
*> The config is the same shape as mal_interest.cfg - an 8-char key, a
*> separator and a 20-char value:
*>   WINDOW   days of journal read, ending on the run date (default 7)
*>   LARGE    the reporting threshold amount - no default; a missing
*>            or unusable LARGE refuses the run
*>   NEARPCT  10     STRCOUNT 3     STRDAYS  3
*>   PASSMINS 1440   PASSPCT  80
*>   NEWDAYS  30     BSTCOUNT 5     BSTDAYS  2
*> The two counts must lie between 2 and 8 - a case lists at most 8
*> postings.
*> Each case is appended to mal_monitor_cases.dat, one line per case:
*>   1-8     date raised (the run date)
*>   10-16   case number
*>   18-20   rule
*>   22-29   account
*>   31-32   number of postings listed
*>   34-47   total of the postings' amounts (leading separate sign)
*>   48-183  up to 8 postings, each " YYYYMMDD/NNNNNNN" - journal
*>           generation and sequence number
*>   184-219 up to 4 distinct operators, each " " and 8 characters
*> A journal sequence number is only unique within its day, so a
*> posting is known by generation and sequence together. Before any
*> rule runs, the case file is read back and every posting already
*> named in a case is barred from raising another case under the same
*> rule - the rolling windows of successive runs overlap, and the same
*> activity must not be raised twice. The alert report for compliance
*> goes to the console and mal_monitor_report.txt.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-TXN-MONITOR.
AUTHOR. WAYNE MYERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MONITOR-CONFIG-FILE ASSIGN TO "mal_monitor.cfg"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-MON-CFG-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-JOURNAL-STATUS.
    SELECT CASE-FILE ASSIGN TO "mal_monitor_cases.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-CASE-STATUS.
    SELECT MONITOR-REPORT-FILE ASSIGN TO "mal_monitor_report.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MONITOR-CONFIG-FILE.
01 WS-MON-CFG-RECORD PIC X(29).

FD JOURNAL-FILE.
01 WS-JOURNAL-RECORD PIC X(119).

FD CASE-FILE.
01 WS-CASE-RECORD PIC X(219).

FD MONITOR-REPORT-FILE.
01 WS-REPORT-RECORD PIC X(90).

WORKING-STORAGE SECTION.
01 WS-MON-CFG-STATUS PIC X(02) VALUE SPACES.
01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
01 WS-CASE-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-STATUS PIC X(02) VALUE SPACES.
01 WS-JOURNAL-FILENAME PIC X(60) VALUE SPACES.
01 WS-REPORT-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 REPORT-FILE-OPEN VALUE 'Y'.
01 WS-CASE-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 CASE-FILE-OPEN VALUE 'Y'.
01 WS-RUN-BLOCKED-SWITCH PIC X(01) VALUE 'N'.
   88 RUN-IS-BLOCKED VALUE 'Y'.

*> The run date and the window of generations it closes.
01 WS-ENV-RUN-DATE PIC X(08) VALUE SPACES.
01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-FROM-INT PIC 9(07) VALUE 0.
01 WS-TO-INT PIC 9(07) VALUE 0.
01 WS-DAY-INT PIC 9(07) VALUE 0.
01 WS-WALK-DATE PIC 9(08) VALUE 0.
01 WS-FROM-DATE PIC 9(08) VALUE 0.
01 WS-GENERATION-COUNT PIC 9(05) VALUE 0.

*> The rules off mal_monitor.cfg, with their defaults.
01 WS-MON-CFG-LINE.
   05 WS-MON-CFG-KEY PIC X(08).
   05 FILLER PIC X(01).
   05 WS-MON-CFG-TEXT PIC X(20).
01 WS-CFG-VALUE PIC 9(09)V99 VALUE 0.
01 WS-CFG-OK-SWITCH PIC X(01) VALUE 'N'.
   88 CFG-VALUE-OK VALUE 'Y'.
01 WS-LARGE-FOUND-SWITCH PIC X(01) VALUE 'N'.
   88 LARGE-FOUND VALUE 'Y'.
01 WS-WINDOW-DAYS PIC 9(05) VALUE 7.
01 WS-LARGE-AMOUNT PIC 9(09)V99 VALUE 0.
01 WS-NEAR-PCT PIC 9(03) VALUE 10.
01 WS-NEAR-AMOUNT PIC 9(09)V99 VALUE 0.
01 WS-STR-COUNT PIC 9(02) VALUE 3.
01 WS-STR-DAYS PIC 9(05) VALUE 3.
01 WS-PASS-MINUTES PIC 9(07) VALUE 1440.
01 WS-PASS-PCT PIC 9(03) VALUE 80.
01 WS-NEW-DAYS PIC 9(05) VALUE 30.
01 WS-BST-COUNT PIC 9(02) VALUE 5.
01 WS-BST-DAYS PIC 9(05) VALUE 2.

*> One journal line, in the layout WRITE-JOURNAL-PARA puts out.
01 WS-JRNL-LINE.
   05 WS-JRNL-SEQ PIC X(07).
   05 FILLER PIC X(01).
   05 WS-JRNL-DATE PIC X(08).
   05 FILLER PIC X(01).
   05 WS-JRNL-TIME PIC X(08).
   05 WS-JRNL-TIME-PARTS REDEFINES WS-JRNL-TIME.
      10 WS-JRNL-HOURS PIC 9(02).
      10 WS-JRNL-MINUTES PIC 9(02).
      10 FILLER PIC X(04).
   05 FILLER PIC X(01).
   05 WS-JRNL-SESSION PIC X(16).
   05 FILLER PIC X(01).
   05 WS-JRNL-OPID PIC X(08).
   05 FILLER PIC X(01).
   05 WS-JRNL-OPCODE PIC X(03).
   05 FILLER PIC X(01).
   05 WS-JRNL-ACCOUNT PIC X(08).
   05 FILLER PIC X(01).
   05 WS-JRNL-OPERAND-1 PIC X(07).
   05 FILLER PIC X(01).
   05 WS-JRNL-OPERAND-2 PIC X(07).
   05 FILLER PIC X(01).
   05 WS-JRNL-RESULT PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01).
   05 WS-JRNL-ACCOUNT-2 PIC X(08).

*> Every OPN, DEP, WDR and TRF in the window, oldest first - the order
*> the generations and their sequence numbers give. The minute stamp
*> is minutes since the start of the integer-date calendar, so the
*> pass-through interval can be measured across midnight. The cased
*> flags, one per rule, bar a posting already named in a case.
01 WS-POST-TABLE.
   05 WS-POST-ENTRY OCCURS 20000 TIMES.
      10 WS-POST-DATE PIC X(08).
      10 WS-POST-SEQ PIC X(07).
      10 WS-POST-OPID PIC X(08).
      10 WS-POST-OPCODE PIC X(03).
      10 WS-POST-ACCOUNT PIC X(08).
      10 WS-POST-ACCOUNT-2 PIC X(08).
      10 WS-POST-AMOUNT PIC S9(09)V99.
      10 WS-POST-DAY PIC 9(07).
      10 WS-POST-MINUTE PIC 9(11).
      10 WS-POST-CASED PIC X(01) OCCURS 4 TIMES.
01 WS-POST-COUNT PIC 9(05) VALUE 0.
01 WS-POST-IX PIC 9(05) VALUE 0.
01 WS-SCAN-IX PIC 9(05) VALUE 0.
01 WS-ANCHOR-IX PIC 9(05) VALUE 0.
01 WS-TEST-IX PIC 9(05) VALUE 0.
01 WS-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 POST-TABLE-FULL VALUE 'Y'.
01 WS-INVOLVED-SWITCH PIC X(01) VALUE 'N'.
   88 POSTING-INVOLVES-ACCOUNT VALUE 'Y'.
01 WS-OPEN-DAY PIC 9(07) VALUE 0.
*> Set once a forward scan has passed the rule's time limit - the
*> table is in date order, so nothing further on can qualify.
01 WS-SCAN-DONE-SWITCH PIC X(01) VALUE 'N'.
   88 SCAN-IS-DONE VALUE 'Y'.
01 WS-ANCHOR-DONE-SWITCH PIC X(01) VALUE 'N'.
   88 ANCHORS-ARE-DONE VALUE 'Y'.

*> The four rules - code, and the description the report gives them.
01 WS-RULE-DATA.
   05 FILLER PIC X(27) VALUE "LRGLARGE DEPOSIT/WITHDRAWAL".
   05 FILLER PIC X(27) VALUE "STRSTRUCTURING UNDER LIMIT ".
   05 FILLER PIC X(27) VALUE "PASTRANSFER IN AND OUT     ".
   05 FILLER PIC X(27) VALUE "BSTBURST ON NEW ACCOUNT    ".
01 WS-RULE-TABLE REDEFINES WS-RULE-DATA.
   05 WS-RULE-ENTRY OCCURS 4 TIMES.
      10 WS-RULE-CODE PIC X(03).
      10 WS-RULE-TEXT PIC X(24).
01 WS-RULE-IX PIC 9(01) VALUE 0.
01 WS-RULE-COUNTS.
   05 WS-RULE-CASES PIC 9(05) OCCURS 4 TIMES VALUE 0.

*> The postings making up the case being built.
01 WS-GROUP-ACCOUNT PIC X(08) VALUE SPACES.
01 WS-GROUP-COUNT PIC 9(02) VALUE 0.
01 WS-GROUP-MEMBERS.
   05 WS-GROUP-MEMBER PIC 9(05) OCCURS 8 TIMES VALUE 0.
01 WS-GROUP-IX PIC 9(02) VALUE 0.
01 WS-GROUP-TOTAL PIC S9(11)V99 VALUE 0.

*> One case line, in the layout described above.
01 WS-CASE-LINE.
   05 WS-CASE-DATE PIC X(08).
   05 FILLER PIC X(01).
   05 WS-CASE-NUMBER PIC X(07).
   05 FILLER PIC X(01).
   05 WS-CASE-RULE PIC X(03).
   05 FILLER PIC X(01).
   05 WS-CASE-ACCOUNT PIC X(08).
   05 FILLER PIC X(01).
   05 WS-CASE-POSTINGS PIC X(02).
   05 FILLER PIC X(01).
   05 WS-CASE-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
   05 WS-CASE-REF OCCURS 8 TIMES.
      10 FILLER PIC X(01).
      10 WS-CASE-REF-DATE PIC X(08).
      10 WS-CASE-REF-SEP PIC X(01).
      10 WS-CASE-REF-SEQ PIC X(07).
   05 WS-CASE-OPERATOR OCCURS 4 TIMES.
      10 FILLER PIC X(01).
      10 WS-CASE-OPID PIC X(08).
01 WS-LAST-CASE-NUMBER PIC 9(07) VALUE 0.
01 WS-CASE-OLD-COUNT PIC 9(07) VALUE 0.
01 WS-REF-IX PIC 9(02) VALUE 0.
01 WS-REF-LIMIT PIC 9(02) VALUE 0.
01 WS-OP-IX PIC 9(01) VALUE 0.
01 WS-OP-COUNT PIC 9(01) VALUE 0.
01 WS-OP-FOUND-SWITCH PIC X(01) VALUE 'N'.
   88 OPERATOR-LISTED VALUE 'Y'.

*> Run totals and report work.
01 WS-CASES-RAISED PIC 9(05) VALUE 0.
01 WS-EXCEPTION-COUNT PIC 9(05) VALUE 0.
01 WS-AMOUNT-WORK PIC S9(09)V99 VALUE 0.
01 WS-AMOUNT-EDITED PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-TOTAL-EDITED PIC -ZZ,ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-PRINT-LINE PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     IF NOT RUN-IS-BLOCKED
       PERFORM LOAD-GENERATIONS-PARA
       PERFORM LOAD-CASES-PARA
     END-IF.
     IF NOT RUN-IS-BLOCKED
       PERFORM RUN-RULES-PARA
       PERFORM FINISH-PARA
     END-IF.
     PERFORM CLEANUP-PARA.
STOP RUN.

INIT-PARA.
     ACCEPT WS-ENV-RUN-DATE FROM ENVIRONMENT "MAL_MON_DATE".
     IF WS-ENV-RUN-DATE NOT = SPACES
       AND WS-ENV-RUN-DATE IS NUMERIC
       MOVE WS-ENV-RUN-DATE TO WS-RUN-DATE
     ELSE
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
     END-IF.
     OPEN OUTPUT MONITOR-REPORT-FILE.
     IF WS-REPORT-STATUS = "00"
       SET REPORT-FILE-OPEN TO TRUE
     ELSE
       DISPLAY "UNABLE TO OPEN MONITOR REPORT FILE - CONSOLE ONLY"
     END-IF.
     IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
       DISPLAY "MAL_MON_DATE IS NOT A VALID CALENDAR DATE - RUN"
         " REFUSED"
       SET RUN-IS-BLOCKED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       PERFORM LOAD-CONFIG-PARA
     END-IF.
     IF NOT RUN-IS-BLOCKED
       COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
       COMPUTE WS-FROM-INT = WS-TO-INT - WS-WINDOW-DAYS + 1
       COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
       COMPUTE WS-NEAR-AMOUNT ROUNDED =
         WS-LARGE-AMOUNT * (100 - WS-NEAR-PCT) / 100
       MOVE SPACES TO WS-PRINT-LINE
       STRING "SUSPICIOUS ACTIVITY MONITOR - JOURNALS " WS-FROM-DATE
           " TO " WS-RUN-DATE
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
       MOVE WS-LARGE-AMOUNT TO WS-AMOUNT-EDITED
       MOVE SPACES TO WS-PRINT-LINE
       STRING "LARGE " FUNCTION TRIM(WS-AMOUNT-EDITED)
           ", STRUCTURING " WS-STR-COUNT " WITHIN " WS-NEAR-PCT
           "% UNDER IN " WS-STR-DAYS " DAYS, PASS-THROUGH "
           WS-PASS-MINUTES " MINS"
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
       MOVE SPACES TO WS-PRINT-LINE
       STRING "NEW ACCOUNT " WS-NEW-DAYS " DAYS, BURST "
           WS-BST-COUNT " POSTINGS IN " WS-BST-DAYS " DAYS"
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

LOAD-CONFIG-PARA.
*> First entry for each key wins, the way the interest config is
*> read; blank lines and unknown keys are passed over. LARGE has no
*> default - monitoring against a guessed threshold is worse than not
*> monitoring.
     OPEN INPUT MONITOR-CONFIG-FILE.
     IF WS-MON-CFG-STATUS = "00"
       PERFORM READ-MON-CFG-PARA
         UNTIL WS-MON-CFG-STATUS NOT = "00" OR RUN-IS-BLOCKED
       CLOSE MONITOR-CONFIG-FILE
     END-IF.
     IF NOT RUN-IS-BLOCKED
       EVALUATE TRUE
         WHEN NOT LARGE-FOUND
           DISPLAY "NO USABLE LARGE ENTRY IN mal_monitor.cfg - RUN"
             " REFUSED"
           SET RUN-IS-BLOCKED TO TRUE
         WHEN WS-WINDOW-DAYS = 0 OR WS-STR-DAYS = 0
           OR WS-BST-DAYS = 0 OR WS-NEW-DAYS = 0
           DISPLAY "WINDOW, STRDAYS, BSTDAYS AND NEWDAYS MUST BE AT"
             " LEAST ONE DAY - RUN REFUSED"
           SET RUN-IS-BLOCKED TO TRUE
         WHEN WS-STR-COUNT < 2 OR WS-STR-COUNT > 8
           OR WS-BST-COUNT < 2 OR WS-BST-COUNT > 8
           DISPLAY "STRCOUNT AND BSTCOUNT MUST LIE BETWEEN 2 AND 8"
             " - RUN REFUSED"
           SET RUN-IS-BLOCKED TO TRUE
         WHEN WS-NEAR-PCT > 100 OR WS-PASS-PCT > 100
           DISPLAY "NEARPCT AND PASSPCT ARE PERCENTAGES - RUN REFUSED"
           SET RUN-IS-BLOCKED TO TRUE
         WHEN OTHER
           CONTINUE
       END-EVALUATE
     END-IF.
     IF RUN-IS-BLOCKED
       MOVE 8 TO RETURN-CODE
     END-IF.

READ-MON-CFG-PARA.
     READ MONITOR-CONFIG-FILE INTO WS-MON-CFG-RECORD
       AT END
         CONTINUE
     END-READ.
     IF WS-MON-CFG-STATUS = "00"
       MOVE WS-MON-CFG-RECORD TO WS-MON-CFG-LINE
       IF WS-MON-CFG-KEY NOT = SPACES
         PERFORM EDIT-CFG-VALUE-PARA
         IF CFG-VALUE-OK
           PERFORM APPLY-CFG-VALUE-PARA
         END-IF
       END-IF
     END-IF.

EDIT-CFG-VALUE-PARA.
*> Every rule value is a non-negative figure; all but LARGE must also
*> be whole.
     MOVE 'N' TO WS-CFG-OK-SWITCH.
     IF FUNCTION TEST-NUMVAL(WS-MON-CFG-TEXT) = 0
       IF FUNCTION NUMVAL(WS-MON-CFG-TEXT) >= 0
         AND FUNCTION NUMVAL(WS-MON-CFG-TEXT) < 1000000000
         COMPUTE WS-CFG-VALUE = FUNCTION NUMVAL(WS-MON-CFG-TEXT)
         IF FUNCTION UPPER-CASE(WS-MON-CFG-KEY) = "LARGE"
           OR WS-CFG-VALUE = FUNCTION INTEGER(WS-CFG-VALUE)
           SET CFG-VALUE-OK TO TRUE
         END-IF
       END-IF
     END-IF.
     IF NOT CFG-VALUE-OK
       DISPLAY "BAD " FUNCTION TRIM(WS-MON-CFG-KEY)
         " ENTRY IN mal_monitor.cfg - RUN REFUSED"
       SET RUN-IS-BLOCKED TO TRUE
     END-IF.

APPLY-CFG-VALUE-PARA.
     EVALUATE FUNCTION UPPER-CASE(WS-MON-CFG-KEY)
       WHEN "WINDOW"
         MOVE WS-CFG-VALUE TO WS-WINDOW-DAYS
       WHEN "LARGE"
         IF NOT LARGE-FOUND AND WS-CFG-VALUE > 0
           MOVE WS-CFG-VALUE TO WS-LARGE-AMOUNT
           SET LARGE-FOUND TO TRUE
         END-IF
       WHEN "NEARPCT"
         MOVE WS-CFG-VALUE TO WS-NEAR-PCT
       WHEN "STRCOUNT"
         MOVE WS-CFG-VALUE TO WS-STR-COUNT
       WHEN "STRDAYS"
         MOVE WS-CFG-VALUE TO WS-STR-DAYS
       WHEN "PASSMINS"
         MOVE WS-CFG-VALUE TO WS-PASS-MINUTES
       WHEN "PASSPCT"
         MOVE WS-CFG-VALUE TO WS-PASS-PCT
       WHEN "NEWDAYS"
         MOVE WS-CFG-VALUE TO WS-NEW-DAYS
       WHEN "BSTCOUNT"
         MOVE WS-CFG-VALUE TO WS-BST-COUNT
       WHEN "BSTDAYS"
         MOVE WS-CFG-VALUE TO WS-BST-DAYS
       WHEN OTHER
         CONTINUE
     END-EVALUATE.

LOAD-GENERATIONS-PARA.
*> One journal generation per day in the window, oldest first. A
*> missing generation is a day with no postings.
     PERFORM LOAD-ONE-GENERATION-PARA
       VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
       UNTIL WS-DAY-INT > WS-TO-INT OR POST-TABLE-FULL.
     IF POST-TABLE-FULL
       ADD 1 TO WS-EXCEPTION-COUNT
       MOVE SPACES TO WS-PRINT-LINE
       STRING "POSTING TABLE FULL AT " WS-POST-COUNT
           " - WINDOW MONITORED ONLY UP TO " WS-WALK-DATE
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

LOAD-ONE-GENERATION-PARA.
     COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
     MOVE SPACES TO WS-JOURNAL-FILENAME.
     STRING "mal_journal_" WS-WALK-DATE ".dat" DELIMITED BY SIZE
         INTO WS-JOURNAL-FILENAME
     END-STRING.
     OPEN INPUT JOURNAL-FILE.
     IF WS-JOURNAL-STATUS = "00"
       ADD 1 TO WS-GENERATION-COUNT
       PERFORM READ-JOURNAL-PARA
         UNTIL WS-JOURNAL-STATUS NOT = "00" OR POST-TABLE-FULL
       CLOSE JOURNAL-FILE
     END-IF.

READ-JOURNAL-PARA.
     READ JOURNAL-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-JOURNAL-STATUS = "00"
       MOVE WS-JOURNAL-RECORD TO WS-JRNL-LINE
       IF (WS-JRNL-OPCODE = "OPN" OR "DEP" OR "WDR" OR "TRF")
         AND WS-JRNL-SEQ IS NUMERIC
         IF WS-POST-COUNT < 20000
           PERFORM KEEP-POSTING-PARA
         ELSE
           SET POST-TABLE-FULL TO TRUE
         END-IF
       END-IF
     END-IF.

KEEP-POSTING-PARA.
*> The journalled operand is the amount exactly as keyed, read back
*> the way MAL-ACCT-REBUILD reads it.
     ADD 1 TO WS-POST-COUNT.
     MOVE WS-JRNL-DATE TO WS-POST-DATE(WS-POST-COUNT).
     MOVE WS-JRNL-SEQ TO WS-POST-SEQ(WS-POST-COUNT).
     MOVE WS-JRNL-OPID TO WS-POST-OPID(WS-POST-COUNT).
     MOVE WS-JRNL-OPCODE TO WS-POST-OPCODE(WS-POST-COUNT).
     MOVE WS-JRNL-ACCOUNT TO WS-POST-ACCOUNT(WS-POST-COUNT).
     IF WS-JRNL-OPCODE = "TRF"
       MOVE WS-JRNL-ACCOUNT-2 TO WS-POST-ACCOUNT-2(WS-POST-COUNT)
     ELSE
       MOVE SPACES TO WS-POST-ACCOUNT-2(WS-POST-COUNT)
     END-IF.
     IF FUNCTION TEST-NUMVAL(WS-JRNL-OPERAND-1) = 0
       COMPUTE WS-POST-AMOUNT(WS-POST-COUNT) =
         FUNCTION NUMVAL(WS-JRNL-OPERAND-1)
     ELSE
       MOVE 0 TO WS-POST-AMOUNT(WS-POST-COUNT)
     END-IF.
     MOVE WS-DAY-INT TO WS-POST-DAY(WS-POST-COUNT).
     IF WS-JRNL-HOURS IS NUMERIC AND WS-JRNL-MINUTES IS NUMERIC
       COMPUTE WS-POST-MINUTE(WS-POST-COUNT) =
         WS-DAY-INT * 1440 + WS-JRNL-HOURS * 60 + WS-JRNL-MINUTES
     ELSE
       COMPUTE WS-POST-MINUTE(WS-POST-COUNT) = WS-DAY-INT * 1440
     END-IF.
     MOVE SPACES TO WS-POST-CASED(WS-POST-COUNT, 1).
     MOVE SPACES TO WS-POST-CASED(WS-POST-COUNT, 2).
     MOVE SPACES TO WS-POST-CASED(WS-POST-COUNT, 3).
     MOVE SPACES TO WS-POST-CASED(WS-POST-COUNT, 4).

LOAD-CASES-PARA.
*> Read back every case raised so far: the highest case number carries
*> the numbering on, and each posting a case names inside this window
*> is flagged as already cased under that case's rule. Then the file
*> is reopened to take this run's cases on the end.
     OPEN INPUT CASE-FILE.
     IF WS-CASE-STATUS = "00"
       PERFORM READ-CASE-PARA UNTIL WS-CASE-STATUS NOT = "00"
       CLOSE CASE-FILE
     END-IF.
     OPEN EXTEND CASE-FILE.
     IF WS-CASE-STATUS = "35"
       OPEN OUTPUT CASE-FILE
       CLOSE CASE-FILE
       OPEN EXTEND CASE-FILE
     END-IF.
     IF WS-CASE-STATUS = "00"
       SET CASE-FILE-OPEN TO TRUE
     ELSE
       DISPLAY "UNABLE TO OPEN mal_monitor_cases.dat - RUN REFUSED"
       SET RUN-IS-BLOCKED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

READ-CASE-PARA.
     READ CASE-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-CASE-STATUS = "00"
       MOVE WS-CASE-RECORD TO WS-CASE-LINE
       ADD 1 TO WS-CASE-OLD-COUNT
       IF WS-CASE-NUMBER IS NUMERIC
         AND WS-CASE-NUMBER > WS-LAST-CASE-NUMBER
         MOVE WS-CASE-NUMBER TO WS-LAST-CASE-NUMBER
       END-IF
       MOVE 0 TO WS-RULE-IX
       PERFORM MATCH-RULE-PARA
         VARYING WS-TEST-IX FROM 1 BY 1 UNTIL WS-TEST-IX > 4
       IF WS-RULE-IX > 0 AND WS-CASE-POSTINGS IS NUMERIC
         MOVE WS-CASE-POSTINGS TO WS-REF-LIMIT
         IF WS-REF-LIMIT > 8
           MOVE 8 TO WS-REF-LIMIT
         END-IF
         PERFORM MARK-CASED-REF-PARA
           VARYING WS-REF-IX FROM 1 BY 1
           UNTIL WS-REF-IX > WS-REF-LIMIT
       END-IF
     END-IF.

MATCH-RULE-PARA.
     IF WS-RULE-CODE(WS-TEST-IX) = WS-CASE-RULE
       MOVE WS-TEST-IX TO WS-RULE-IX
     END-IF.

MARK-CASED-REF-PARA.
*> A reference older than the window cannot be in the table - skip
*> the search rather than sweep the table for every case ever raised.
     IF WS-CASE-REF-DATE(WS-REF-IX) >= WS-FROM-DATE
       PERFORM MARK-CASED-POSTING-PARA
         VARYING WS-TEST-IX FROM 1 BY 1
         UNTIL WS-TEST-IX > WS-POST-COUNT
     END-IF.

MARK-CASED-POSTING-PARA.
     IF WS-POST-DATE(WS-TEST-IX) = WS-CASE-REF-DATE(WS-REF-IX)
       AND WS-POST-SEQ(WS-TEST-IX) = WS-CASE-REF-SEQ(WS-REF-IX)
       MOVE 'Y' TO WS-POST-CASED(WS-TEST-IX, WS-RULE-IX)
     END-IF.

RUN-RULES-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE 1 TO WS-RULE-IX.
     PERFORM CHECK-LARGE-PARA
       VARYING WS-POST-IX FROM 1 BY 1 UNTIL WS-POST-IX > WS-POST-COUNT.
     MOVE 2 TO WS-RULE-IX.
     PERFORM CHECK-STRUCTURING-PARA
       VARYING WS-POST-IX FROM 1 BY 1 UNTIL WS-POST-IX > WS-POST-COUNT.
     MOVE 3 TO WS-RULE-IX.
     PERFORM CHECK-PASS-THROUGH-PARA
       VARYING WS-POST-IX FROM 1 BY 1 UNTIL WS-POST-IX > WS-POST-COUNT.
     MOVE 4 TO WS-RULE-IX.
     PERFORM CHECK-NEW-ACCOUNT-PARA
       VARYING WS-POST-IX FROM 1 BY 1 UNTIL WS-POST-IX > WS-POST-COUNT.

CHECK-LARGE-PARA.
     IF (WS-POST-OPCODE(WS-POST-IX) = "DEP"
         OR WS-POST-OPCODE(WS-POST-IX) = "WDR")
       AND WS-POST-AMOUNT(WS-POST-IX) >= WS-LARGE-AMOUNT
       AND WS-POST-CASED(WS-POST-IX, WS-RULE-IX) NOT = 'Y'
       MOVE WS-POST-ACCOUNT(WS-POST-IX) TO WS-GROUP-ACCOUNT
       MOVE 1 TO WS-GROUP-COUNT
       MOVE WS-POST-IX TO WS-GROUP-MEMBER(1)
       PERFORM RAISE-CASE-PARA
     END-IF.

CHECK-STRUCTURING-PARA.
*> Take each near-threshold deposit not already cased as the start of
*> a run, and gather the account's later near-threshold deposits that
*> fall inside STRDAYS of it.
     MOVE WS-POST-IX TO WS-TEST-IX.
     PERFORM TEST-NEAR-DEPOSIT-PARA.
     IF POSTING-INVOLVES-ACCOUNT
       MOVE WS-POST-ACCOUNT(WS-POST-IX) TO WS-GROUP-ACCOUNT
       MOVE 1 TO WS-GROUP-COUNT
       MOVE WS-POST-IX TO WS-GROUP-MEMBER(1)
       MOVE 'N' TO WS-SCAN-DONE-SWITCH
       PERFORM GATHER-STRUCTURING-PARA
         VARYING WS-SCAN-IX FROM WS-POST-IX BY 1
         UNTIL WS-SCAN-IX > WS-POST-COUNT OR WS-GROUP-COUNT = 8
           OR SCAN-IS-DONE
       IF WS-GROUP-COUNT >= WS-STR-COUNT
         PERFORM RAISE-CASE-PARA
       END-IF
     END-IF.

GATHER-STRUCTURING-PARA.
     IF WS-POST-DAY(WS-SCAN-IX) - WS-POST-DAY(WS-POST-IX)
        >= WS-STR-DAYS
       SET SCAN-IS-DONE TO TRUE
     END-IF.
     IF WS-SCAN-IX > WS-POST-IX AND NOT SCAN-IS-DONE
       AND WS-POST-ACCOUNT(WS-SCAN-IX) = WS-GROUP-ACCOUNT
       MOVE WS-SCAN-IX TO WS-TEST-IX
       PERFORM TEST-NEAR-DEPOSIT-PARA
       IF POSTING-INVOLVES-ACCOUNT
         ADD 1 TO WS-GROUP-COUNT
         MOVE WS-SCAN-IX TO WS-GROUP-MEMBER(WS-GROUP-COUNT)
       END-IF
     END-IF.

TEST-NEAR-DEPOSIT-PARA.
*> Is posting WS-TEST-IX an uncased deposit just under the threshold?
     MOVE 'N' TO WS-INVOLVED-SWITCH.
     IF WS-POST-OPCODE(WS-TEST-IX) = "DEP"
       AND WS-POST-AMOUNT(WS-TEST-IX) >= WS-NEAR-AMOUNT
       AND WS-POST-AMOUNT(WS-TEST-IX) < WS-LARGE-AMOUNT
       AND WS-POST-CASED(WS-TEST-IX, WS-RULE-IX) NOT = 'Y'
       SET POSTING-INVOLVES-ACCOUNT TO TRUE
     END-IF.

CHECK-PASS-THROUGH-PARA.
*> A TRF not already cased is money arriving at its credited account;
*> look for the first later WDR or TRF out of that account, big enough
*> and soon enough, to pair it with.
     IF WS-POST-OPCODE(WS-POST-IX) = "TRF"
       AND WS-POST-CASED(WS-POST-IX, WS-RULE-IX) NOT = 'Y'
       MOVE WS-POST-ACCOUNT-2(WS-POST-IX) TO WS-GROUP-ACCOUNT
       MOVE 1 TO WS-GROUP-COUNT
       MOVE WS-POST-IX TO WS-GROUP-MEMBER(1)
       MOVE 'N' TO WS-SCAN-DONE-SWITCH
       PERFORM FIND-OUTFLOW-PARA
         VARYING WS-SCAN-IX FROM WS-POST-IX BY 1
         UNTIL WS-SCAN-IX > WS-POST-COUNT OR WS-GROUP-COUNT = 2
           OR SCAN-IS-DONE
       IF WS-GROUP-COUNT = 2
         PERFORM RAISE-CASE-PARA
       END-IF
     END-IF.

FIND-OUTFLOW-PARA.
     IF WS-POST-MINUTE(WS-SCAN-IX) - WS-POST-MINUTE(WS-POST-IX)
        > WS-PASS-MINUTES
       SET SCAN-IS-DONE TO TRUE
     END-IF.
     IF WS-SCAN-IX > WS-POST-IX AND NOT SCAN-IS-DONE
       AND (WS-POST-OPCODE(WS-SCAN-IX) = "WDR"
         OR WS-POST-OPCODE(WS-SCAN-IX) = "TRF")
       AND WS-POST-ACCOUNT(WS-SCAN-IX) = WS-GROUP-ACCOUNT
       AND WS-POST-CASED(WS-SCAN-IX, WS-RULE-IX) NOT = 'Y'
       AND WS-POST-AMOUNT(WS-SCAN-IX) * 100
           >= WS-POST-AMOUNT(WS-POST-IX) * WS-PASS-PCT
       ADD 1 TO WS-GROUP-COUNT
       MOVE WS-SCAN-IX TO WS-GROUP-MEMBER(WS-GROUP-COUNT)
     END-IF.

CHECK-NEW-ACCOUNT-PARA.
*> An OPN in the window makes its account new for NEWDAYS; every
*> uncased posting on it inside that time is tried as the start of a
*> burst.
     IF WS-POST-OPCODE(WS-POST-IX) = "OPN"
       MOVE WS-POST-ACCOUNT(WS-POST-IX) TO WS-GROUP-ACCOUNT
       MOVE WS-POST-DAY(WS-POST-IX) TO WS-OPEN-DAY
       MOVE 'N' TO WS-ANCHOR-DONE-SWITCH
       PERFORM CHECK-BURST-FROM-PARA
         VARYING WS-ANCHOR-IX FROM WS-POST-IX BY 1
         UNTIL WS-ANCHOR-IX > WS-POST-COUNT OR ANCHORS-ARE-DONE
     END-IF.

CHECK-BURST-FROM-PARA.
     IF WS-POST-DAY(WS-ANCHOR-IX) - WS-OPEN-DAY >= WS-NEW-DAYS
       SET ANCHORS-ARE-DONE TO TRUE
     END-IF.
     IF WS-ANCHOR-IX > WS-POST-IX AND NOT ANCHORS-ARE-DONE
       MOVE WS-ANCHOR-IX TO WS-TEST-IX
       PERFORM TEST-NEW-ACCOUNT-POSTING-PARA
       IF POSTING-INVOLVES-ACCOUNT
         MOVE 1 TO WS-GROUP-COUNT
         MOVE WS-ANCHOR-IX TO WS-GROUP-MEMBER(1)
         MOVE 'N' TO WS-SCAN-DONE-SWITCH
         PERFORM GATHER-BURST-PARA
           VARYING WS-SCAN-IX FROM WS-ANCHOR-IX BY 1
           UNTIL WS-SCAN-IX > WS-POST-COUNT OR WS-GROUP-COUNT = 8
             OR SCAN-IS-DONE
         IF WS-GROUP-COUNT >= WS-BST-COUNT
           PERFORM RAISE-CASE-PARA
         END-IF
       END-IF
     END-IF.

GATHER-BURST-PARA.
     IF WS-POST-DAY(WS-SCAN-IX) - WS-POST-DAY(WS-ANCHOR-IX)
        >= WS-BST-DAYS
       SET SCAN-IS-DONE TO TRUE
     END-IF.
     IF WS-SCAN-IX > WS-ANCHOR-IX AND NOT SCAN-IS-DONE
       MOVE WS-SCAN-IX TO WS-TEST-IX
       PERFORM TEST-NEW-ACCOUNT-POSTING-PARA
       IF POSTING-INVOLVES-ACCOUNT
         ADD 1 TO WS-GROUP-COUNT
         MOVE WS-SCAN-IX TO WS-GROUP-MEMBER(WS-GROUP-COUNT)
       END-IF
     END-IF.

TEST-NEW-ACCOUNT-POSTING-PARA.
*> Is posting WS-TEST-IX an uncased movement on the new account -
*> either side of a TRF counts - inside NEWDAYS of its opening?
     MOVE 'N' TO WS-INVOLVED-SWITCH.
     IF WS-POST-OPCODE(WS-TEST-IX) NOT = "OPN"
       AND WS-POST-CASED(WS-TEST-IX, WS-RULE-IX) NOT = 'Y'
       AND WS-POST-DAY(WS-TEST-IX) - WS-OPEN-DAY < WS-NEW-DAYS
       IF WS-POST-ACCOUNT(WS-TEST-IX) = WS-GROUP-ACCOUNT
         OR WS-POST-ACCOUNT-2(WS-TEST-IX) = WS-GROUP-ACCOUNT
         SET POSTING-INVOLVES-ACCOUNT TO TRUE
       END-IF
     END-IF.

RAISE-CASE-PARA.
*> Write the case for the group just gathered, flag its postings as
*> cased under the rule, and print it on the alert report.
     ADD 1 TO WS-LAST-CASE-NUMBER.
     ADD 1 TO WS-CASES-RAISED.
     ADD 1 TO WS-RULE-CASES(WS-RULE-IX).
     MOVE SPACES TO WS-CASE-LINE.
     MOVE WS-RUN-DATE TO WS-CASE-DATE.
     MOVE WS-LAST-CASE-NUMBER TO WS-CASE-NUMBER.
     MOVE WS-RULE-CODE(WS-RULE-IX) TO WS-CASE-RULE.
     MOVE WS-GROUP-ACCOUNT TO WS-CASE-ACCOUNT.
     MOVE WS-GROUP-COUNT TO WS-CASE-POSTINGS.
     MOVE 0 TO WS-GROUP-TOTAL.
     MOVE 0 TO WS-OP-COUNT.
     PERFORM ADD-CASE-MEMBER-PARA
       VARYING WS-GROUP-IX FROM 1 BY 1
       UNTIL WS-GROUP-IX > WS-GROUP-COUNT.
     MOVE WS-GROUP-TOTAL TO WS-CASE-TOTAL.
     IF CASE-FILE-OPEN
       MOVE WS-CASE-LINE TO WS-CASE-RECORD
       WRITE WS-CASE-RECORD
     END-IF.
     MOVE WS-GROUP-TOTAL TO WS-TOTAL-EDITED.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "CASE " WS-CASE-NUMBER " " WS-CASE-RULE " "
         WS-RULE-TEXT(WS-RULE-IX) " ACCOUNT " WS-GROUP-ACCOUNT
         " TOTAL " WS-TOTAL-EDITED
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     PERFORM PRINT-CASE-MEMBER-PARA
       VARYING WS-GROUP-IX FROM 1 BY 1
       UNTIL WS-GROUP-IX > WS-GROUP-COUNT.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "    OPERATORS" WS-CASE-OPERATOR(1) WS-CASE-OPERATOR(2)
         WS-CASE-OPERATOR(3) WS-CASE-OPERATOR(4)
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.

ADD-CASE-MEMBER-PARA.
     MOVE WS-GROUP-MEMBER(WS-GROUP-IX) TO WS-TEST-IX.
     MOVE WS-POST-DATE(WS-TEST-IX) TO WS-CASE-REF-DATE(WS-GROUP-IX).
     MOVE "/" TO WS-CASE-REF-SEP(WS-GROUP-IX).
     MOVE WS-POST-SEQ(WS-TEST-IX) TO WS-CASE-REF-SEQ(WS-GROUP-IX).
     ADD WS-POST-AMOUNT(WS-TEST-IX) TO WS-GROUP-TOTAL.
     MOVE 'Y' TO WS-POST-CASED(WS-TEST-IX, WS-RULE-IX).
     MOVE 'N' TO WS-OP-FOUND-SWITCH.
     PERFORM MATCH-OPERATOR-PARA
       VARYING WS-OP-IX FROM 1 BY 1 UNTIL WS-OP-IX > WS-OP-COUNT.
     IF NOT OPERATOR-LISTED AND WS-OP-COUNT < 4
       ADD 1 TO WS-OP-COUNT
       MOVE WS-POST-OPID(WS-TEST-IX) TO WS-CASE-OPID(WS-OP-COUNT)
     END-IF.

MATCH-OPERATOR-PARA.
     IF WS-CASE-OPID(WS-OP-IX) = WS-POST-OPID(WS-TEST-IX)
       SET OPERATOR-LISTED TO TRUE
     END-IF.

PRINT-CASE-MEMBER-PARA.
     MOVE WS-GROUP-MEMBER(WS-GROUP-IX) TO WS-TEST-IX.
     MOVE WS-POST-AMOUNT(WS-TEST-IX) TO WS-AMOUNT-EDITED.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "    " WS-POST-DATE(WS-TEST-IX) "/" WS-POST-SEQ(WS-TEST-IX)
         " " WS-POST-OPCODE(WS-TEST-IX) " " WS-POST-ACCOUNT(WS-TEST-IX)
         " " WS-POST-ACCOUNT-2(WS-TEST-IX) " " WS-AMOUNT-EDITED
         " " WS-POST-OPID(WS-TEST-IX)
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.

FINISH-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     PERFORM PRINT-RULE-TOTAL-PARA
       VARYING WS-RULE-IX FROM 1 BY 1 UNTIL WS-RULE-IX > 4.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "MONITOR COMPLETE: " WS-GENERATION-COUNT " GENERATIONS, "
         WS-POST-COUNT " POSTINGS, " WS-CASES-RAISED " NEW CASES, "
         WS-CASE-OLD-COUNT " PRIOR"
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-EXCEPTION-COUNT > 0
       MOVE 4 TO RETURN-CODE
     END-IF.

PRINT-RULE-TOTAL-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING WS-RULE-CODE(WS-RULE-IX) " " WS-RULE-TEXT(WS-RULE-IX)
         " CASES RAISED " WS-RULE-CASES(WS-RULE-IX)
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.

CLEANUP-PARA.
     IF CASE-FILE-OPEN
       CLOSE CASE-FILE
     END-IF.
     IF REPORT-FILE-OPEN
       CLOSE MONITOR-REPORT-FILE
     END-IF.

PUT-REPORT-LINE-PARA.
     DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
     IF REPORT-FILE-OPEN
       MOVE WS-PRINT-LINE TO WS-REPORT-RECORD
       WRITE WS-REPORT-RECORD
     END-IF.
