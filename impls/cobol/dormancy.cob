*> dormancy.cob
*> Nightly dormant-account detection. Every posting the customer makes
*> - OPN, DEP, WDR, the debit side of a TRF, and the RAC that brings
*> an account back - stamps the date on the account master's
*> last-activity field; interest (INT) and anything keyed under the
*> STANDORD standing-order operator leave it alone, since neither
*> shows the customer is still about. This batch reads the master and
*> marks every open account with no such activity inside the
*> inactivity period dormant (status 'D', dormant date = run date).
*> MAL-STEP0 then refuses WDR and outbound TRF on it until an operator
*> with the reactivation authority keys an RAC; money can still come
*> in.
*>   MAL_DORM_DATE - run date (YYYYMMDD, default today)
*> The periods come from mal_dormancy.cfg, the same 8-char key /
*> 20-char value shape as mal_interest.cfg:
*>   DAYS     - days without activity before an account goes dormant
*>              (default 365)
*>   UNCLAIM  - days without activity before a dormant account is due
*>              for unclaimed-funds handling (default 5475, 15 years)
*> A missing file or key takes the default; a value that is there but
*> is not a whole number of days refuses the run.
*> An account whose last-activity date is blank (one carried over from
*> before the field existed) has its clock started at the run date
*> rather than being judged on a history nobody recorded - it is
*> counted on the report, and goes dormant a full period later if the
*> customer still does nothing.
*> The report (console and mal_dormancy_report.txt) lists the accounts
*> found dormant this run with their balances, then every dormant
*> account whose inactivity has reached the unclaimed-funds period.
*> Like the interest accrual, the whole run holds the mal_accounts.lck
*> master interlock. Nothing is journalled - no money moves, and the
*> status change is on the report.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-DORMANCY.
AUTHOR. WAYNE MYERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-MASTER-FILE ASSIGN TO "mal_accounts.dat"
        ORGANIZATION INDEXED
        ACCESS MODE SEQUENTIAL
        RECORD KEY WS-ACCOUNT-NUMBER
        FILE STATUS WS-ACCOUNT-STATUS.
    SELECT DORM-CONFIG-FILE ASSIGN TO "mal_dormancy.cfg"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-DORM-CFG-STATUS.
    SELECT DORMANCY-REPORT-FILE ASSIGN TO "mal_dormancy_report.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-MASTER-FILE.
01 WS-ACCOUNT-RECORD.
   05 WS-ACCOUNT-NUMBER PIC X(08).
   05 WS-ACCOUNT-NAME PIC X(20).
   05 WS-ACCOUNT-BALANCE PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 WS-ACCOUNT-STATUS-BYTE PIC X(01).
      88 ACCOUNT-IS-OPEN VALUE 'O'.
      88 ACCOUNT-IS-CLOSED VALUE 'C'.
      88 ACCOUNT-IS-DORMANT VALUE 'D'.
   05 WS-ACCOUNT-CUSTOMER PIC X(08).
   05 WS-ACCOUNT-LAST-ACTIVITY PIC X(08).
   05 WS-ACCOUNT-DORMANT-DATE PIC X(08).

FD DORM-CONFIG-FILE.
01 WS-DORM-CFG-RECORD PIC X(29).

FD DORMANCY-REPORT-FILE.
01 WS-REPORT-RECORD PIC X(90).

WORKING-STORAGE SECTION.
01 WS-ACCOUNT-STATUS PIC X(02) VALUE SPACES.
01 WS-DORM-CFG-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 REPORT-FILE-OPEN VALUE 'Y'.
01 WS-MASTER-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 MASTER-FILE-OPEN VALUE 'Y'.
01 WS-RUN-BLOCKED-SWITCH PIC X(01) VALUE 'N'.
   88 RUN-IS-BLOCKED VALUE 'Y'.

*> The run date and the two periods off mal_dormancy.cfg, with the
*> cut-off dates they give as integer days.
01 WS-ENV-RUN-DATE PIC X(08) VALUE SPACES.
01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-RUN-INT PIC 9(07) VALUE 0.
01 WS-DORMANT-DAYS PIC 9(05) VALUE 365.
01 WS-UNCLAIMED-DAYS PIC 9(05) VALUE 5475.
01 WS-DORMANT-CUTOFF-INT PIC S9(07) VALUE 0.
01 WS-UNCLAIMED-CUTOFF-INT PIC S9(07) VALUE 0.
01 WS-DORM-CFG-LINE.
   05 WS-DORM-CFG-KEY PIC X(08).
   05 FILLER PIC X(01).
   05 WS-DORM-CFG-TEXT PIC X(20).

*> The account under the read: its reference date for the clock (last
*> activity, or failing that the date it went dormant) as an integer.
01 WS-REFERENCE-DATE PIC X(08) VALUE SPACES.
01 WS-REFERENCE-INT PIC S9(07) VALUE 0.

*> Cross-session interlock, the console's mkdir() lock-directory idiom:
*> mal_accounts.lck is held for the whole run so no console can slip
*> a posting between this run's read of a record and its rewrite.
01 WS-LOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-LOCK-MODE USAGE BINARY-LONG VALUE 493.
01 WS-LOCK-RC USAGE BINARY-LONG VALUE 0.
01 WS-LOCK-WAIT USAGE BINARY-LONG VALUE 50000.
01 WS-LOCK-TRIES PIC 9(03) VALUE 0.
01 WS-LOCK-HELD-SWITCH PIC X(01) VALUE 'N'.
   88 LOCK-IS-HELD VALUE 'Y'.
01 WS-ACCTLOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-MASTER-LOCKED-SWITCH PIC X(01) VALUE 'N'.
   88 MASTER-LOCK-HELD VALUE 'Y'.

*> Run totals for the closing lines.
01 WS-READ-COUNT PIC 9(07) VALUE 0.
01 WS-SEEDED-COUNT PIC 9(07) VALUE 0.
01 WS-NEW-DORMANT-COUNT PIC 9(07) VALUE 0.
01 WS-NEW-DORMANT-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-DORMANT-COUNT PIC 9(07) VALUE 0.
01 WS-UNCLAIMED-COUNT PIC 9(07) VALUE 0.
01 WS-UNCLAIMED-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-EXCEPTION-COUNT PIC 9(05) VALUE 0.
01 WS-AMOUNT-EDITED PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-TOTAL-EDITED PIC -ZZ,ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-PRINT-LINE PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     IF NOT RUN-IS-BLOCKED
       PERFORM MARK-DORMANT-PARA
     END-IF.
     IF NOT RUN-IS-BLOCKED
       PERFORM LIST-UNCLAIMED-PARA
       PERFORM FINISH-PARA
     END-IF.
     PERFORM CLEANUP-PARA.
STOP RUN.

INIT-PARA.
     ACCEPT WS-ENV-RUN-DATE FROM ENVIRONMENT "MAL_DORM_DATE".
     IF WS-ENV-RUN-DATE NOT = SPACES
       AND WS-ENV-RUN-DATE IS NUMERIC
       MOVE WS-ENV-RUN-DATE TO WS-RUN-DATE
     ELSE
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
     END-IF.
     MOVE FUNCTION CONCATENATE("mal_accounts.lck", X'00')
       TO WS-ACCTLOCK-NAME-C.
     OPEN OUTPUT DORMANCY-REPORT-FILE.
     IF WS-REPORT-STATUS = "00"
       SET REPORT-FILE-OPEN TO TRUE
     ELSE
       DISPLAY "UNABLE TO OPEN DORMANCY REPORT FILE - CONSOLE ONLY"
     END-IF.
     IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
       DISPLAY "MAL_DORM_DATE IS NOT A VALID CALENDAR DATE - RUN"
         " REFUSED"
       SET RUN-IS-BLOCKED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.
     IF NOT RUN-IS-BLOCKED
       PERFORM LOAD-CONFIG-PARA
     END-IF.
     IF NOT RUN-IS-BLOCKED
       COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
       COMPUTE WS-DORMANT-CUTOFF-INT = WS-RUN-INT - WS-DORMANT-DAYS
       COMPUTE WS-UNCLAIMED-CUTOFF-INT =
         WS-RUN-INT - WS-UNCLAIMED-DAYS
*> The master interlock is held for the whole run - every record is
*> a read-decide-rewrite cycle, and a console posting between any
*> read and its rewrite would be overwritten.
       MOVE WS-ACCTLOCK-NAME-C TO WS-LOCK-NAME-C
       PERFORM TAKE-LOCK-PARA
       IF NOT LOCK-IS-HELD
         DISPLAY "ACCOUNT MASTER LOCK STUCK - REMOVE"
           " mal_accounts.lck IF NO CONSOLE IS POSTING; RUN REFUSED"
         SET RUN-IS-BLOCKED TO TRUE
         MOVE 8 TO RETURN-CODE
       ELSE
         SET MASTER-LOCK-HELD TO TRUE
       END-IF
     END-IF.
     IF NOT RUN-IS-BLOCKED
       MOVE SPACES TO WS-PRINT-LINE
       STRING "DORMANCY RUN FOR " WS-RUN-DATE
           " - DORMANT AFTER " WS-DORMANT-DAYS " DAYS, UNCLAIMED"
           " AFTER " WS-UNCLAIMED-DAYS " DAYS"
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

LOAD-CONFIG-PARA.
*> First DAYS and first UNCLAIM key in the file win, the way the
*> interest config is read. Blank lines and other keys are passed
*> over.
     OPEN INPUT DORM-CONFIG-FILE.
     IF WS-DORM-CFG-STATUS = "00"
       PERFORM READ-DORM-CFG-PARA
         UNTIL WS-DORM-CFG-STATUS NOT = "00"
       CLOSE DORM-CONFIG-FILE
     END-IF.
     IF WS-DORMANT-DAYS = 0 OR WS-UNCLAIMED-DAYS = 0
       DISPLAY "DORMANCY PERIODS IN mal_dormancy.cfg MUST BE AT"
         " LEAST ONE DAY - RUN REFUSED"
       SET RUN-IS-BLOCKED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

READ-DORM-CFG-PARA.
     READ DORM-CONFIG-FILE INTO WS-DORM-CFG-RECORD
       AT END
         CONTINUE
     END-READ.
     IF WS-DORM-CFG-STATUS = "00"
       MOVE WS-DORM-CFG-RECORD TO WS-DORM-CFG-LINE
       EVALUATE FUNCTION UPPER-CASE(WS-DORM-CFG-KEY)
         WHEN "DAYS"
           PERFORM EDIT-CFG-DAYS-PARA
           IF NOT RUN-IS-BLOCKED
             COMPUTE WS-DORMANT-DAYS =
               FUNCTION NUMVAL(WS-DORM-CFG-TEXT)
           END-IF
         WHEN "UNCLAIM"
           PERFORM EDIT-CFG-DAYS-PARA
           IF NOT RUN-IS-BLOCKED
             COMPUTE WS-UNCLAIMED-DAYS =
               FUNCTION NUMVAL(WS-DORM-CFG-TEXT)
           END-IF
         WHEN OTHER
           CONTINUE
       END-EVALUATE
     END-IF.

EDIT-CFG-DAYS-PARA.
*> A period is a whole number of days, up to five digits.
     IF FUNCTION TEST-NUMVAL(WS-DORM-CFG-TEXT) NOT = 0
       OR FUNCTION NUMVAL(WS-DORM-CFG-TEXT) < 0
       OR FUNCTION NUMVAL(WS-DORM-CFG-TEXT) > 99999
       OR FUNCTION NUMVAL(WS-DORM-CFG-TEXT) NOT =
          FUNCTION INTEGER(FUNCTION NUMVAL(WS-DORM-CFG-TEXT))
       DISPLAY "BAD " FUNCTION TRIM(WS-DORM-CFG-KEY)
         " ENTRY IN mal_dormancy.cfg - RUN REFUSED"
       SET RUN-IS-BLOCKED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

MARK-DORMANT-PARA.
*> Pass one, the update pass: every open account is judged against
*> the inactivity cut-off and rewritten if its status or clock moves.
     OPEN I-O ACCOUNT-MASTER-FILE.
     IF WS-ACCOUNT-STATUS NOT = "00"
       DISPLAY "UNABLE TO OPEN ACCOUNT MASTER - RUN REFUSED"
       SET RUN-IS-BLOCKED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       SET MASTER-FILE-OPEN TO TRUE
       MOVE SPACES TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
       MOVE "ACCOUNTS FOUND DORMANT THIS RUN" TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
       MOVE "ACCOUNT  NAME                 CUSTOMER LAST ACT"
         TO WS-PRINT-LINE
       MOVE "BALANCE" TO WS-PRINT-LINE(65:)
       PERFORM PUT-REPORT-LINE-PARA
       PERFORM JUDGE-ONE-ACCOUNT-PARA
         UNTIL WS-ACCOUNT-STATUS NOT = "00"
       CLOSE ACCOUNT-MASTER-FILE
       MOVE 'N' TO WS-MASTER-OPEN-SWITCH
       MOVE WS-NEW-DORMANT-TOTAL TO WS-TOTAL-EDITED
       MOVE SPACES TO WS-PRINT-LINE
       STRING "NEWLY DORMANT: " WS-NEW-DORMANT-COUNT
           " ACCOUNTS, BALANCES " WS-TOTAL-EDITED
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

JUDGE-ONE-ACCOUNT-PARA.
     READ ACCOUNT-MASTER-FILE NEXT RECORD
       AT END
         CONTINUE
     END-READ.
     IF WS-ACCOUNT-STATUS = "00"
       ADD 1 TO WS-READ-COUNT
       IF ACCOUNT-IS-OPEN
         IF WS-ACCOUNT-LAST-ACTIVITY = SPACES
           PERFORM START-CLOCK-PARA
         ELSE
           MOVE WS-ACCOUNT-LAST-ACTIVITY TO WS-REFERENCE-DATE
           PERFORM REFERENCE-INT-PARA
           IF WS-REFERENCE-INT = 0
             PERFORM REPORT-BAD-DATE-PARA
           ELSE
             IF WS-REFERENCE-INT <= WS-DORMANT-CUTOFF-INT
               PERFORM MAKE-DORMANT-PARA
             END-IF
           END-IF
         END-IF
       END-IF
     END-IF.

START-CLOCK-PARA.
*> No activity date on record - start the clock today rather than
*> guess at a history nobody kept.
     MOVE WS-RUN-DATE TO WS-ACCOUNT-LAST-ACTIVITY.
     REWRITE WS-ACCOUNT-RECORD.
     IF WS-ACCOUNT-STATUS = "00"
       ADD 1 TO WS-SEEDED-COUNT
     ELSE
       PERFORM REPORT-REWRITE-FAILED-PARA
     END-IF.

MAKE-DORMANT-PARA.
     SET ACCOUNT-IS-DORMANT TO TRUE.
     MOVE WS-RUN-DATE TO WS-ACCOUNT-DORMANT-DATE.
     REWRITE WS-ACCOUNT-RECORD.
     IF WS-ACCOUNT-STATUS = "00"
       ADD 1 TO WS-NEW-DORMANT-COUNT
       ADD WS-ACCOUNT-BALANCE TO WS-NEW-DORMANT-TOTAL
       MOVE WS-ACCOUNT-BALANCE TO WS-AMOUNT-EDITED
       MOVE SPACES TO WS-PRINT-LINE
       STRING WS-ACCOUNT-NUMBER " " WS-ACCOUNT-NAME " "
           WS-ACCOUNT-CUSTOMER " " WS-ACCOUNT-LAST-ACTIVITY
           "         " WS-AMOUNT-EDITED
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     ELSE
       PERFORM REPORT-REWRITE-FAILED-PARA
     END-IF.

REFERENCE-INT-PARA.
*> Integer day of WS-REFERENCE-DATE, or zero if it is not a date.
     MOVE 0 TO WS-REFERENCE-INT.
     IF WS-REFERENCE-DATE IS NUMERIC
       IF FUNCTION TEST-DATE-YYYYMMDD(
            FUNCTION NUMVAL(WS-REFERENCE-DATE)) = 0
         COMPUTE WS-REFERENCE-INT = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(WS-REFERENCE-DATE))
       END-IF
     END-IF.

REPORT-BAD-DATE-PARA.
     ADD 1 TO WS-EXCEPTION-COUNT.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "ACCOUNT " WS-ACCOUNT-NUMBER " ACTIVITY DATE '"
         WS-REFERENCE-DATE "' IS NOT A DATE - NOT ASSESSED"
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.

REPORT-REWRITE-FAILED-PARA.
     ADD 1 TO WS-EXCEPTION-COUNT.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "ACCOUNT " WS-ACCOUNT-NUMBER " REWRITE FAILED, STATUS "
         WS-ACCOUNT-STATUS " - LEFT AS IT WAS"
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
*> Keep the pass going - the failed rewrite is not the end of file.
     MOVE "00" TO WS-ACCOUNT-STATUS.

LIST-UNCLAIMED-PARA.
*> Pass two, read-only: every dormant account (including any made
*> dormant just now) whose inactivity has reached the unclaimed-funds
*> period, measured from its last activity or, with none on record,
*> from the date it went dormant.
     OPEN INPUT ACCOUNT-MASTER-FILE.
     IF WS-ACCOUNT-STATUS NOT = "00"
       DISPLAY "UNABLE TO REOPEN ACCOUNT MASTER - UNCLAIMED FUNDS"
         " NOT LISTED"
       ADD 1 TO WS-EXCEPTION-COUNT
     ELSE
       SET MASTER-FILE-OPEN TO TRUE
       MOVE SPACES TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
       MOVE "DORMANT ACCOUNTS DUE FOR UNCLAIMED-FUNDS HANDLING"
         TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
       MOVE "ACCOUNT  NAME                 CUSTOMER LAST ACT DORMANT"
         TO WS-PRINT-LINE
       MOVE "BALANCE" TO WS-PRINT-LINE(65:)
       PERFORM PUT-REPORT-LINE-PARA
       PERFORM CHECK-UNCLAIMED-PARA
         UNTIL WS-ACCOUNT-STATUS NOT = "00"
       CLOSE ACCOUNT-MASTER-FILE
       MOVE 'N' TO WS-MASTER-OPEN-SWITCH
       MOVE WS-UNCLAIMED-TOTAL TO WS-TOTAL-EDITED
       MOVE SPACES TO WS-PRINT-LINE
       STRING "DUE FOR UNCLAIMED FUNDS: " WS-UNCLAIMED-COUNT
           " ACCOUNTS, BALANCES " WS-TOTAL-EDITED
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

CHECK-UNCLAIMED-PARA.
     READ ACCOUNT-MASTER-FILE NEXT RECORD
       AT END
         CONTINUE
     END-READ.
     IF WS-ACCOUNT-STATUS = "00" AND ACCOUNT-IS-DORMANT
       ADD 1 TO WS-DORMANT-COUNT
       IF WS-ACCOUNT-LAST-ACTIVITY NOT = SPACES
         MOVE WS-ACCOUNT-LAST-ACTIVITY TO WS-REFERENCE-DATE
       ELSE
         MOVE WS-ACCOUNT-DORMANT-DATE TO WS-REFERENCE-DATE
       END-IF
       PERFORM REFERENCE-INT-PARA
       IF WS-REFERENCE-INT > 0
         AND WS-REFERENCE-INT <= WS-UNCLAIMED-CUTOFF-INT
         ADD 1 TO WS-UNCLAIMED-COUNT
         ADD WS-ACCOUNT-BALANCE TO WS-UNCLAIMED-TOTAL
         MOVE WS-ACCOUNT-BALANCE TO WS-AMOUNT-EDITED
         MOVE SPACES TO WS-PRINT-LINE
         STRING WS-ACCOUNT-NUMBER " " WS-ACCOUNT-NAME " "
             WS-ACCOUNT-CUSTOMER " " WS-ACCOUNT-LAST-ACTIVITY " "
             WS-ACCOUNT-DORMANT-DATE WS-AMOUNT-EDITED
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
         PERFORM PUT-REPORT-LINE-PARA
       END-IF
     END-IF.

TAKE-LOCK-PARA.
*> Acquire the lock named in WS-LOCK-NAME-C - mkdir() either creates
*> the lock directory atomically or fails because another session
*> holds it. The retry budget rides out a busy peer; what outlives it
*> is a stale lock from an abend, and the caller decides what to do.
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

FINISH-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "DORMANCY RUN COMPLETE: " WS-READ-COUNT " READ, "
         WS-NEW-DORMANT-COUNT " NEWLY DORMANT, " WS-DORMANT-COUNT
         " DORMANT IN ALL"
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING WS-SEEDED-COUNT " ACCOUNTS WITH NO ACTIVITY DATE HAD THE"
         " CLOCK STARTED, " WS-EXCEPTION-COUNT " EXCEPTIONS"
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-EXCEPTION-COUNT > 0
       MOVE 4 TO RETURN-CODE
     END-IF.

CLEANUP-PARA.
     IF MASTER-FILE-OPEN
       CLOSE ACCOUNT-MASTER-FILE
     END-IF.
*> The master interlock goes only after the master is closed, so the
*> next taker reads everything this run rewrote.
     IF MASTER-LOCK-HELD
       MOVE WS-ACCTLOCK-NAME-C TO WS-LOCK-NAME-C
       PERFORM FREE-LOCK-PARA
       MOVE 'N' TO WS-MASTER-LOCKED-SWITCH
     END-IF.
     IF REPORT-FILE-OPEN
       CLOSE DORMANCY-REPORT-FILE
     END-IF.

PUT-REPORT-LINE-PARA.
     DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
     IF REPORT-FILE-OPEN
       MOVE WS-PRINT-LINE TO WS-REPORT-RECORD
       WRITE WS-REPORT-RECORD
     END-IF.
