*> run_control.cob
*> Overnight run controller. The night used to be a hand-kept script,
*> and after a bad night someone had to work out from the output files
*> which steps had already run. This program drives the night from the
*> job-step table below and records every step in mal_run_control.dat,
*> so a rerun after a failure picks up at the failed step and never
*> repeats one that completed:
*>   1 SO-RELEASE    MAL-SO-RELEASE, run date the business date
*>   2 SO-POSTING    MAL-STEP0 batch mode on that night's
*>                   mal_so_batch_YYYYMMDD.dat, under operator STANDORD
*>   3 INT-ACCRUAL   MAL-INT-ACCRUAL - month-end only, otherwise the
*>                   step is recorded as skipped
*>   4 HOLD-EXPIRY   MAL-HOLD-EXPIRY, expiring holds that lapsed
*>                   before the business date, with the holds report
*>   5 BAL-SNAPSHOT  MAL-BAL-SNAPSHOT
*>   6 GL-EXTRACT    MAL-GL-EXTRACT
*>   7 RECON         MAL-RECON
*>   8 AUDIT-ARCH    MAL-AUDIT-ARCH, archiving everything dated before
*>                   the business date
*>   9 REFERRALS     MAL-REFER-QUEUE outstanding-referrals report - a
*>                   WARN when anything is still awaiting a supervisor
*> Each step is run as its own program, from the directory named by
*> MAL_RUN_BIN (default the current one), with its date variable
*> (MAL_SO_DATE, MAL_POST_DATE, MAL_HOLD_DATE, MAL_SNAP_DATE,
*> MAL_GL_DATE, MAL_RECON_DATE, MAL_ARCH_BEFORE, MAL_REF_DATE) set
*> from the business date. The two posting steps journal into the
*> business date's generation through MAL_POST_DATE, so a night that
*> runs past midnight or is restarted next morning still posts,
*> snapshots, extracts and reconciles the same day - and a month-end
*> accrual stays in its month. Return code 0 is a clean step and 4 a
*> step that finished with exceptions to look at; both count as
*> complete and the night carries on. Anything higher fails the step
*> and stops the night with return code 8.
*> Run-control layout, two lines per attempt at a step (START, then
*> END unless the controller itself died):
*>   1-8   business date
*>   10-11 step number
*>   13-24 step name
*>   26-30 START or END
*>   32-39 date, 41-46 time the line was written
*>   48-51 result on END: OK, WARN, FAIL or SKIP
*>   53-55 the step's return code
*> A step is complete for a business date once it has an END line
*> with OK, WARN or SKIP. A START with no END (the controller was
*> killed mid-step) is not complete, and that step runs again. Lines
*> are matched to the table by step name, not number, so a history
*> written before a step was added still marks the right steps done.
*> The business date lives in mal_business_date.dat (1-8, YYYYMMDD)
*> and the holiday calendar in mal_holidays.dat (1-8 date, 10-39
*> description, one holiday per line); Saturdays and Sundays are never
*> business days. The business date is the last business day of its
*> month - and so the night accrues interest - when the next business
*> day falls in a different month. Once every step is complete the
*> business date rolls to the next business day, through
*> mal_business_date.tmp and one rename(). Because the standing-order
*> release only ever runs for a business date and releases every
*> period due on or before it, an order due on a holiday or weekend
*> stays unreleased until the night of the next business day, which
*> pays it along with that day's own - a daily order's whole weekend
*> goes out on the Monday night.
*> Only one controller may run: mal_run_control.lck is taken with the
*> console's mkdir() idiom for the whole run. One left behind by a
*> killed run must be removed by hand once the operator has looked.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-RUN-CONTROL.
AUTHOR. WAYNE MYERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "mal_business_date.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-BUSDATE-STATUS.
    SELECT BUSINESS-DATE-WORK-FILE ASSIGN TO "mal_business_date.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-BUSDATE-WORK-STATUS.
    SELECT HOLIDAY-FILE ASSIGN TO "mal_holidays.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-HOLIDAY-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "mal_run_control.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD BUSINESS-DATE-FILE.
01 WS-BUSDATE-RECORD PIC X(08).

FD BUSINESS-DATE-WORK-FILE.
01 WS-BUSDATE-WORK-RECORD PIC X(08).

FD HOLIDAY-FILE.
01 WS-HOLIDAY-RECORD PIC X(39).

FD RUN-CONTROL-FILE.
01 WS-RUNCTL-RECORD PIC X(55).

WORKING-STORAGE SECTION.
01 WS-BUSDATE-STATUS PIC X(02) VALUE SPACES.
01 WS-BUSDATE-WORK-STATUS PIC X(02) VALUE SPACES.
01 WS-HOLIDAY-STATUS PIC X(02) VALUE SPACES.
01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
01 WS-RUNCTL-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 RUNCTL-FILE-OPEN VALUE 'Y'.
01 WS-RUN-FAIL-SWITCH PIC X(01) VALUE 'N'.
   88 NIGHT-RUN-FAILED VALUE 'Y'.

*> The job-step table. The month-end flag marks a step that only runs
*> on the last business day of the month.
01 WS-STEP-TABLE-VALUES.
   05 FILLER PIC X(13) VALUE "SO-RELEASE  N".
   05 FILLER PIC X(13) VALUE "SO-POSTING  N".
   05 FILLER PIC X(13) VALUE "INT-ACCRUAL Y".
   05 FILLER PIC X(13) VALUE "HOLD-EXPIRY N".
   05 FILLER PIC X(13) VALUE "BAL-SNAPSHOTN".
   05 FILLER PIC X(13) VALUE "GL-EXTRACT  N".
   05 FILLER PIC X(13) VALUE "RECON       N".
   05 FILLER PIC X(13) VALUE "AUDIT-ARCH  N".
   05 FILLER PIC X(13) VALUE "REFERRALS   N".
01 WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
   05 WS-STEP-ENTRY OCCURS 9 TIMES.
      10 WS-STEP-NAME PIC X(12).
      10 WS-STEP-MONTH-END-FLAG PIC X(01).
         88 STEP-IS-MONTH-END-ONLY VALUE 'Y'.
01 WS-STEP-STATE-TABLE.
   05 WS-STEP-DONE-SWITCH PIC X(01) OCCURS 9 TIMES.
      88 STEP-IS-COMPLETE VALUE 'Y'.
01 WS-STEP-COUNT PIC 9(02) VALUE 9.
01 WS-STEP-IX PIC 9(02) VALUE 0.
01 WS-HISTORY-IX PIC 9(02) VALUE 0.
01 WS-STEP-NUMBER PIC 9(02) VALUE 0.

*> Business date and calendar.
01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
01 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
   05 FILLER PIC X(04).
   05 WS-BUSINESS-MONTH PIC X(02).
   05 FILLER PIC X(02).
01 WS-NEXT-BUSINESS-DATE PIC 9(08) VALUE 0.
01 WS-NEXT-BUSINESS-DATE-X REDEFINES WS-NEXT-BUSINESS-DATE.
   05 FILLER PIC X(04).
   05 WS-NEXT-BUSINESS-MONTH PIC X(02).
   05 FILLER PIC X(02).
01 WS-BUSDATE-LINE PIC X(08) VALUE SPACES.
01 WS-HOLIDAY-LINE.
   05 WS-HOLIDAY-DATE PIC X(08).
   05 FILLER PIC X(01).
   05 WS-HOLIDAY-DESC PIC X(30).
01 WS-HOLIDAY-TABLE.
   05 WS-HOLIDAY-ENTRY PIC X(08) OCCURS 500 TIMES.
01 WS-HOLIDAY-COUNT PIC 9(03) VALUE 0.
01 WS-HOLIDAY-IX PIC 9(03) VALUE 0.
01 WS-HOLIDAY-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 HOLIDAY-TABLE-FULL VALUE 'Y'.
01 WS-TEST-DATE PIC 9(08) VALUE 0.
01 WS-TEST-INT PIC 9(07) VALUE 0.
01 WS-TEST-WEEKDAY PIC 9(01) VALUE 0.
01 WS-DAY-SWITCH PIC X(01) VALUE 'N'.
   88 DAY-IS-BUSINESS-DAY VALUE 'Y'.
01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
   88 HOLIDAY-FOUND VALUE 'Y'.
01 WS-ROLL-TRIES PIC 9(02) VALUE 0.
01 WS-MONTH-END-SWITCH PIC X(01) VALUE 'N'.
   88 NIGHT-IS-MONTH-END VALUE 'Y'.

*> One run-control line, as written and as read back.
01 WS-RUNCTL-LINE.
   05 WS-RC-BUSINESS-DATE PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RC-STEP-NUMBER PIC 9(02).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RC-STEP-NAME PIC X(12).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RC-EVENT PIC X(05).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RC-DATE PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RC-TIME PIC 9(06).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RC-RESULT PIC X(04).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-RC-RETURN-CODE PIC 9(03).
01 WS-NOW-DATE PIC 9(08) VALUE 0.
01 WS-NOW-TIME PIC 9(08) VALUE 0.

*> Running a step.
01 WS-ENV-BIN-DIR PIC X(60) VALUE SPACES.
01 WS-BIN-DIR PIC X(60) VALUE ".".
01 WS-STEP-COMMAND PIC X(200) VALUE SPACES.
01 WS-STEP-COMMAND-C PIC X(201) VALUE SPACES.
01 WS-STEP-RC PIC 9(03) VALUE 0.
01 WS-STEP-RESULT PIC X(04) VALUE SPACES.
01 WS-LIBC-RC USAGE BINARY-LONG VALUE 0.
01 WS-TMP-NAME-C PIC X(26) VALUE SPACES.
01 WS-LIVE-NAME-C PIC X(26) VALUE SPACES.

*> Single-controller interlock, the console's mkdir() lock idiom.
01 WS-LOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-LOCK-MODE USAGE BINARY-LONG VALUE 493.
01 WS-LOCK-RC USAGE BINARY-LONG VALUE 0.
01 WS-LOCK-HELD-SWITCH PIC X(01) VALUE 'N'.
   88 LOCK-IS-HELD VALUE 'Y'.

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     IF NOT NIGHT-RUN-FAILED
       PERFORM LOAD-HOLIDAYS-PARA
     END-IF.
     IF NOT NIGHT-RUN-FAILED
       PERFORM LOAD-BUSINESS-DATE-PARA
     END-IF.
     IF NOT NIGHT-RUN-FAILED
       PERFORM TAKE-RUN-LOCK-PARA
     END-IF.
     IF NOT NIGHT-RUN-FAILED
       PERFORM LOAD-RUN-HISTORY-PARA
     END-IF.
     IF NOT NIGHT-RUN-FAILED
       PERFORM OPEN-RUN-CONTROL-PARA
     END-IF.
     IF NOT NIGHT-RUN-FAILED
       PERFORM RUN-ONE-STEP-PARA
         VARYING WS-STEP-IX FROM 1 BY 1
         UNTIL WS-STEP-IX > WS-STEP-COUNT OR NIGHT-RUN-FAILED
     END-IF.
     IF NOT NIGHT-RUN-FAILED
       PERFORM ROLL-BUSINESS-DATE-PARA
     END-IF.
     PERFORM CLEANUP-PARA.
STOP RUN.

INIT-PARA.
     ACCEPT WS-ENV-BIN-DIR FROM ENVIRONMENT "MAL_RUN_BIN".
     IF WS-ENV-BIN-DIR NOT = SPACES
       MOVE WS-ENV-BIN-DIR TO WS-BIN-DIR
     END-IF.
     MOVE ALL 'N' TO WS-STEP-STATE-TABLE.
     MOVE FUNCTION CONCATENATE("mal_business_date.tmp", X'00')
       TO WS-TMP-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_business_date.dat", X'00')
       TO WS-LIVE-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_run_control.lck", X'00')
       TO WS-LOCK-NAME-C.

LOAD-HOLIDAYS-PARA.
*> No calendar is a night with no holidays but the weekends - said on
*> the console so nobody takes it for a calendar that was read.
     OPEN INPUT HOLIDAY-FILE.
     IF WS-HOLIDAY-STATUS = "00"
       PERFORM READ-HOLIDAY-PARA
         UNTIL WS-HOLIDAY-STATUS NOT = "00" OR HOLIDAY-TABLE-FULL
       CLOSE HOLIDAY-FILE
       IF HOLIDAY-TABLE-FULL
         DISPLAY "HOLIDAY CALENDAR LARGER THAN ITS TABLE - RUN REFUSED"
         SET NIGHT-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     ELSE
       DISPLAY "NO HOLIDAY CALENDAR mal_holidays.dat - WEEKENDS ONLY"
     END-IF.

READ-HOLIDAY-PARA.
     READ HOLIDAY-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-HOLIDAY-STATUS = "00"
       MOVE WS-HOLIDAY-RECORD TO WS-HOLIDAY-LINE
       IF WS-HOLIDAY-DATE IS NUMERIC
         IF WS-HOLIDAY-COUNT < 500
           ADD 1 TO WS-HOLIDAY-COUNT
           MOVE WS-HOLIDAY-DATE TO WS-HOLIDAY-ENTRY(WS-HOLIDAY-COUNT)
         ELSE
           SET HOLIDAY-TABLE-FULL TO TRUE
         END-IF
       ELSE
         IF WS-HOLIDAY-LINE NOT = SPACES
           DISPLAY "HOLIDAY LINE WITH NO USABLE DATE PASSED OVER: "
             FUNCTION TRIM(WS-HOLIDAY-LINE)
         END-IF
       END-IF
     END-IF.

LOAD-BUSINESS-DATE-PARA.
*> The business date must be there, be a date, and be a business day -
*> a night run for a holiday would release its standing orders early.
     OPEN INPUT BUSINESS-DATE-FILE.
     IF WS-BUSDATE-STATUS NOT = "00"
       DISPLAY "NO BUSINESS DATE FILE mal_business_date.dat - RUN"
         " REFUSED"
       SET NIGHT-RUN-FAILED TO TRUE
     ELSE
       MOVE SPACES TO WS-BUSDATE-LINE
       READ BUSINESS-DATE-FILE INTO WS-BUSDATE-LINE
         AT END
           MOVE SPACES TO WS-BUSDATE-LINE
       END-READ
       CLOSE BUSINESS-DATE-FILE
       IF WS-BUSDATE-LINE IS NOT NUMERIC
         DISPLAY "BUSINESS DATE FILE DOES NOT HOLD A DATE - RUN REFUSED"
         SET NIGHT-RUN-FAILED TO TRUE
       ELSE
         MOVE WS-BUSDATE-LINE TO WS-BUSINESS-DATE
         IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE) NOT = 0
           DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
             " IS NOT A VALID CALENDAR DATE - RUN REFUSED"
           SET NIGHT-RUN-FAILED TO TRUE
         ELSE
           MOVE WS-BUSINESS-DATE TO WS-TEST-DATE
           PERFORM CHECK-BUSINESS-DAY-PARA
           IF NOT DAY-IS-BUSINESS-DAY
             DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
               " IS A WEEKEND OR HOLIDAY - RUN REFUSED"
             SET NIGHT-RUN-FAILED TO TRUE
           END-IF
         END-IF
       END-IF
     END-IF.
     IF NIGHT-RUN-FAILED
       MOVE 8 TO RETURN-CODE
     ELSE
       PERFORM FIND-NEXT-BUSINESS-DAY-PARA
     END-IF.
     IF NOT NIGHT-RUN-FAILED
       IF WS-NEXT-BUSINESS-MONTH NOT = WS-BUSINESS-MONTH
         SET NIGHT-IS-MONTH-END TO TRUE
       END-IF
       IF NIGHT-IS-MONTH-END
         DISPLAY "OVERNIGHT RUN FOR BUSINESS DATE " WS-BUSINESS-DATE
           " (MONTH-END), NEXT BUSINESS DAY " WS-NEXT-BUSINESS-DATE
       ELSE
         DISPLAY "OVERNIGHT RUN FOR BUSINESS DATE " WS-BUSINESS-DATE
           ", NEXT BUSINESS DAY " WS-NEXT-BUSINESS-DATE
       END-IF
     END-IF.

FIND-NEXT-BUSINESS-DAY-PARA.
*> Walk forward a day at a time to the next day that is neither a
*> weekend nor on the calendar. A month of nothing but holidays means
*> the calendar is wrong, and the walk stops there rather than loop.
     MOVE WS-BUSINESS-DATE TO WS-TEST-DATE.
     MOVE 'N' TO WS-DAY-SWITCH.
     MOVE 0 TO WS-ROLL-TRIES.
     PERFORM STEP-ONE-DAY-PARA
       UNTIL DAY-IS-BUSINESS-DAY OR WS-ROLL-TRIES >= 31.
     MOVE WS-TEST-DATE TO WS-NEXT-BUSINESS-DATE.
     IF NOT DAY-IS-BUSINESS-DAY
       DISPLAY "NO BUSINESS DAY IN THE MONTH AFTER " WS-BUSINESS-DATE
         " - CHECK mal_holidays.dat; RUN REFUSED"
       SET NIGHT-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

STEP-ONE-DAY-PARA.
     COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) + 1.
     COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER(WS-TEST-INT).
     ADD 1 TO WS-ROLL-TRIES.
     PERFORM CHECK-BUSINESS-DAY-PARA.

CHECK-BUSINESS-DAY-PARA.
*> Day 1 of the integer calendar, 1 January 1601, was a Monday, so the
*> integer modulo 7 gives 6 for a Saturday and 0 for a Sunday.
     COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE(WS-TEST-DATE).
     COMPUTE WS-TEST-WEEKDAY = FUNCTION MOD(WS-TEST-INT, 7).
     MOVE 'N' TO WS-FOUND-SWITCH.
     PERFORM MATCH-HOLIDAY-PARA
       VARYING WS-HOLIDAY-IX FROM 1 BY 1
       UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT OR HOLIDAY-FOUND.
     IF WS-TEST-WEEKDAY = 6 OR WS-TEST-WEEKDAY = 0 OR HOLIDAY-FOUND
       MOVE 'N' TO WS-DAY-SWITCH
     ELSE
       SET DAY-IS-BUSINESS-DAY TO TRUE
     END-IF.

MATCH-HOLIDAY-PARA.
     IF WS-HOLIDAY-ENTRY(WS-HOLIDAY-IX) = WS-TEST-DATE
       SET HOLIDAY-FOUND TO TRUE
     END-IF.

TAKE-RUN-LOCK-PARA.
*> One attempt only: a second controller must not wait its turn and
*> then run the same night again.
     CALL 'mkdir' USING WS-LOCK-NAME-C BY VALUE WS-LOCK-MODE
          RETURNING WS-LOCK-RC
     END-CALL.
     IF WS-LOCK-RC = 0
       SET LOCK-IS-HELD TO TRUE
     ELSE
       DISPLAY "mal_run_control.lck EXISTS - ANOTHER RUN IS IN PROGRESS"
         " OR ONE WAS KILLED; CHECK, REMOVE IT AND RERUN"
       SET NIGHT-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

LOAD-RUN-HISTORY-PARA.
*> Mark complete every step this business date already finished. No
*> run-control file yet is simply a first night.
     OPEN INPUT RUN-CONTROL-FILE.
     IF WS-RUNCTL-STATUS = "00"
       PERFORM READ-RUN-HISTORY-PARA UNTIL WS-RUNCTL-STATUS NOT = "00"
       CLOSE RUN-CONTROL-FILE
     END-IF.

READ-RUN-HISTORY-PARA.
     READ RUN-CONTROL-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-RUNCTL-STATUS = "00"
       MOVE WS-RUNCTL-RECORD TO WS-RUNCTL-LINE
       IF WS-RC-BUSINESS-DATE = WS-BUSINESS-DATE
         AND WS-RC-EVENT = "END"
         AND (WS-RC-RESULT = "OK" OR WS-RC-RESULT = "WARN"
           OR WS-RC-RESULT = "SKIP")
         PERFORM MATCH-HISTORY-STEP-PARA
           VARYING WS-HISTORY-IX FROM 1 BY 1
           UNTIL WS-HISTORY-IX > WS-STEP-COUNT
       END-IF
     END-IF.

MATCH-HISTORY-STEP-PARA.
     IF WS-RC-STEP-NAME = WS-STEP-NAME(WS-HISTORY-IX)
       SET STEP-IS-COMPLETE(WS-HISTORY-IX) TO TRUE
     END-IF.

OPEN-RUN-CONTROL-PARA.
*> EXTEND-or-create, the journal's idiom: the file is the night-by-night
*> history and is never rewritten.
     OPEN EXTEND RUN-CONTROL-FILE.
     IF WS-RUNCTL-STATUS = "35"
       OPEN OUTPUT RUN-CONTROL-FILE
       CLOSE RUN-CONTROL-FILE
       OPEN EXTEND RUN-CONTROL-FILE
     END-IF.
     IF WS-RUNCTL-STATUS = "00"
       SET RUNCTL-FILE-OPEN TO TRUE
     ELSE
       DISPLAY "UNABLE TO OPEN mal_run_control.dat - RUN REFUSED"
       SET NIGHT-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

RUN-ONE-STEP-PARA.
     MOVE WS-STEP-IX TO WS-STEP-NUMBER.
     EVALUATE TRUE
       WHEN STEP-IS-COMPLETE(WS-STEP-IX)
         DISPLAY "STEP " WS-STEP-NUMBER " " WS-STEP-NAME(WS-STEP-IX)
           " ALREADY COMPLETE - NOT RERUN"
       WHEN STEP-IS-MONTH-END-ONLY(WS-STEP-IX)
         AND NOT NIGHT-IS-MONTH-END
         MOVE 0 TO WS-STEP-RC
         MOVE "SKIP" TO WS-STEP-RESULT
         PERFORM WRITE-STEP-END-PARA
         DISPLAY "STEP " WS-STEP-NUMBER " " WS-STEP-NAME(WS-STEP-IX)
           " SKIPPED - NOT MONTH-END"
       WHEN OTHER
         PERFORM BUILD-STEP-COMMAND-PARA
         PERFORM WRITE-STEP-START-PARA
         DISPLAY "STEP " WS-STEP-NUMBER " " WS-STEP-NAME(WS-STEP-IX)
           " STARTED: " FUNCTION TRIM(WS-STEP-COMMAND)
         PERFORM EXECUTE-STEP-PARA
         PERFORM WRITE-STEP-END-PARA
         DISPLAY "STEP " WS-STEP-NUMBER " " WS-STEP-NAME(WS-STEP-IX)
           " ENDED " WS-STEP-RESULT " RETURN CODE " WS-STEP-RC
         IF WS-STEP-RESULT = "FAIL"
           DISPLAY "OVERNIGHT RUN STOPPED AT STEP " WS-STEP-NUMBER
             " - PUT IT RIGHT AND RERUN; COMPLETED STEPS WILL NOT"
             " RUN AGAIN"
           SET NIGHT-RUN-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE
         END-IF
     END-EVALUATE.

BUILD-STEP-COMMAND-PARA.
     MOVE SPACES TO WS-STEP-COMMAND.
     EVALUATE WS-STEP-IX
       WHEN 1
         STRING "MAL_SO_DATE=" WS-BUSINESS-DATE " "
             FUNCTION TRIM(WS-BIN-DIR) "/so_release"
             DELIMITED BY SIZE
             INTO WS-STEP-COMMAND
         END-STRING
       WHEN 2
         STRING "USER=STANDORD MAL_POST_DATE=" WS-BUSINESS-DATE " "
             FUNCTION TRIM(WS-BIN-DIR)
             "/step0_repl mal_so_batch_" WS-BUSINESS-DATE ".dat"
             DELIMITED BY SIZE
             INTO WS-STEP-COMMAND
         END-STRING
       WHEN 3
         STRING "MAL_POST_DATE=" WS-BUSINESS-DATE " "
             FUNCTION TRIM(WS-BIN-DIR) "/int_accrual"
             DELIMITED BY SIZE
             INTO WS-STEP-COMMAND
         END-STRING
       WHEN 4
         STRING "MAL_HOLD_DATE=" WS-BUSINESS-DATE " "
             FUNCTION TRIM(WS-BIN-DIR) "/hold_expiry"
             DELIMITED BY SIZE
             INTO WS-STEP-COMMAND
         END-STRING
       WHEN 5
         STRING "MAL_SNAP_DATE=" WS-BUSINESS-DATE " "
             FUNCTION TRIM(WS-BIN-DIR) "/bal_snapshot"
             DELIMITED BY SIZE
             INTO WS-STEP-COMMAND
         END-STRING
       WHEN 6
         STRING "MAL_GL_DATE=" WS-BUSINESS-DATE " "
             FUNCTION TRIM(WS-BIN-DIR) "/gl_extract"
             DELIMITED BY SIZE
             INTO WS-STEP-COMMAND
         END-STRING
       WHEN 7
         STRING "MAL_RECON_DATE=" WS-BUSINESS-DATE " "
             FUNCTION TRIM(WS-BIN-DIR) "/eod_recon"
             DELIMITED BY SIZE
             INTO WS-STEP-COMMAND
         END-STRING
       WHEN 8
         STRING "MAL_ARCH_BEFORE=" WS-BUSINESS-DATE " "
             FUNCTION TRIM(WS-BIN-DIR) "/audit_archive"
             DELIMITED BY SIZE
             INTO WS-STEP-COMMAND
         END-STRING
       WHEN 9
         STRING "MAL_REF_ACTION=REPORT MAL_REF_DATE=" WS-BUSINESS-DATE
             " " FUNCTION TRIM(WS-BIN-DIR) "/refer_queue"
             DELIMITED BY SIZE
             INTO WS-STEP-COMMAND
         END-STRING
     END-EVALUATE.

EXECUTE-STEP-PARA.
*> system() hands back the wait status: the program's own return code
*> is the high byte, and anything in the low byte means it never got
*> as far as returning one (killed, or could not be started at all).
     MOVE FUNCTION CONCATENATE(FUNCTION TRIM(WS-STEP-COMMAND), X'00')
       TO WS-STEP-COMMAND-C.
     CALL 'system' USING WS-STEP-COMMAND-C
          RETURNING WS-LIBC-RC
     END-CALL.
     IF WS-LIBC-RC < 0 OR FUNCTION MOD(WS-LIBC-RC, 256) NOT = 0
       MOVE 999 TO WS-STEP-RC
     ELSE
       COMPUTE WS-STEP-RC = WS-LIBC-RC / 256
     END-IF.
     EVALUATE TRUE
       WHEN WS-STEP-RC = 0
         MOVE "OK" TO WS-STEP-RESULT
       WHEN WS-STEP-RC <= 4
         MOVE "WARN" TO WS-STEP-RESULT
       WHEN OTHER
         MOVE "FAIL" TO WS-STEP-RESULT
     END-EVALUATE.

WRITE-STEP-START-PARA.
     MOVE SPACES TO WS-RC-RESULT.
     MOVE 0 TO WS-RC-RETURN-CODE.
     MOVE "START" TO WS-RC-EVENT.
     PERFORM WRITE-RUNCTL-LINE-PARA.

WRITE-STEP-END-PARA.
     MOVE WS-STEP-RESULT TO WS-RC-RESULT.
     MOVE WS-STEP-RC TO WS-RC-RETURN-CODE.
     MOVE "END" TO WS-RC-EVENT.
     PERFORM WRITE-RUNCTL-LINE-PARA.
     IF WS-STEP-RESULT NOT = "FAIL"
       SET STEP-IS-COMPLETE(WS-STEP-IX) TO TRUE
     END-IF.

WRITE-RUNCTL-LINE-PARA.
*> A step whose start or end cannot be recorded must not run on as if
*> it had been - without the record a restart cannot tell what ran.
     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-NOW-TIME FROM TIME.
     MOVE WS-BUSINESS-DATE TO WS-RC-BUSINESS-DATE.
     MOVE WS-STEP-NUMBER TO WS-RC-STEP-NUMBER.
     MOVE WS-STEP-NAME(WS-STEP-IX) TO WS-RC-STEP-NAME.
     MOVE WS-NOW-DATE TO WS-RC-DATE.
     MOVE WS-NOW-TIME(1:6) TO WS-RC-TIME.
     MOVE WS-RUNCTL-LINE TO WS-RUNCTL-RECORD.
     WRITE WS-RUNCTL-RECORD.
     IF WS-RUNCTL-STATUS NOT = "00"
       DISPLAY "UNABLE TO WRITE mal_run_control.dat - RUN STOPPED AT"
         " STEP " WS-STEP-NUMBER
       SET NIGHT-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

ROLL-BUSINESS-DATE-PARA.
*> Every step is complete: the next business day becomes the business
*> date, through the work file and one rename().
     OPEN OUTPUT BUSINESS-DATE-WORK-FILE.
     IF WS-BUSDATE-WORK-STATUS = "00"
       MOVE WS-NEXT-BUSINESS-DATE TO WS-BUSDATE-WORK-RECORD
       WRITE WS-BUSDATE-WORK-RECORD
       CLOSE BUSINESS-DATE-WORK-FILE
     END-IF.
     IF WS-BUSDATE-WORK-STATUS = "00"
       CALL 'rename' USING WS-TMP-NAME-C WS-LIVE-NAME-C
            RETURNING WS-LIBC-RC
       END-CALL
     END-IF.
     IF WS-BUSDATE-WORK-STATUS NOT = "00" OR WS-LIBC-RC NOT = 0
       DISPLAY "ALL STEPS COMPLETE BUT THE BUSINESS DATE COULD NOT BE"
         " ROLLED - SET mal_business_date.dat TO "
         WS-NEXT-BUSINESS-DATE " BY HAND"
       MOVE 8 TO RETURN-CODE
     ELSE
       DISPLAY "OVERNIGHT RUN COMPLETE FOR " WS-BUSINESS-DATE
         " - BUSINESS DATE NOW " WS-NEXT-BUSINESS-DATE
     END-IF.

CLEANUP-PARA.
     IF RUNCTL-FILE-OPEN
       CLOSE RUN-CONTROL-FILE
     END-IF.
     IF LOCK-IS-HELD
       CALL 'rmdir' USING WS-LOCK-NAME-C
            RETURNING WS-LOCK-RC
       END-CALL
       MOVE 'N' TO WS-LOCK-HELD-SWITCH
     END-IF.
