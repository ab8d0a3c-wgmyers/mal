*> hold_expiry.cob
*> Nightly funds-hold expiry and holds-outstanding report. HLD at the
*> console places a hold on mal_holds.dat with an expiry date (the
*> last day it applies) or none at all; the console already stops
*> counting a hold the day after it lapses, and this job tidies the
*> file to match. Every active hold whose expiry is before the run
*> date (MAL_HOLD_DATE, default today) is marked E (expired), and
*> listed; every hold still active afterwards is printed on the
*> holds-outstanding report, in account order with a subtotal per
*> account and a grand total, so the branch can see what money is
*> earmarked and why. Released and expired holds stay on the file as
*> its history and are passed over.
*> The file layout is the console's own (see WS-HOLD-LINE in
*> step0_repl.cob). Lines that do not parse are copied through
*> untouched and reported - the return code is then 4 so the morning
*> checks look at them. The console only ever writes the holds file
*> under the mal_accounts.lck master interlock, so this job holds the
*> same lock from load to swap; the updated file goes to a work file
*> swapped over the live one with a single rename(), the commit idiom
*> the standing-order release uses. Output goes to the console and to
*> mal_holds_report.txt.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-HOLD-EXPIRY.
AUTHOR. WAYNE MYERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLDS-FILE ASSIGN TO "mal_holds.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-HOLDS-STATUS.
    SELECT HOLDS-WORK-FILE ASSIGN TO "mal_holds.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-WORK-STATUS.
    SELECT HOLDS-REPORT-FILE ASSIGN TO "mal_holds_report.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD HOLDS-FILE.
01 WS-HOLDS-RECORD PIC X(80).

FD HOLDS-WORK-FILE.
01 WS-WORK-RECORD PIC X(80).

FD HOLDS-REPORT-FILE.
01 WS-REPORT-RECORD PIC X(90).

WORKING-STORAGE SECTION.
01 WS-HOLDS-STATUS PIC X(02) VALUE SPACES.
01 WS-WORK-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 REPORT-FILE-OPEN VALUE 'Y'.
01 WS-RUN-FAIL-SWITCH PIC X(01) VALUE 'N'.
   88 EXPIRY-RUN-FAILED VALUE 'Y'.

01 WS-ENV-RUN-DATE PIC X(08) VALUE SPACES.
01 WS-RUN-DATE PIC 9(08) VALUE 0.

*> One hold, in the file's own columns.
01 WS-HOLD-LINE.
   05 WS-HOLD-ACCOUNT PIC X(08).
   05 FILLER PIC X(01).
   05 WS-HOLD-ID PIC X(06).
   05 FILLER PIC X(01).
   05 WS-HOLD-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01).
   05 WS-HOLD-EXPIRY PIC X(08).
   05 FILLER PIC X(01).
   05 WS-HOLD-STATUS-BYTE PIC X(01).
      88 HOLD-IS-ACTIVE VALUE 'A'.
      88 HOLD-IS-RELEASED VALUE 'R'.
      88 HOLD-IS-EXPIRED VALUE 'E'.
   05 FILLER PIC X(01).
   05 WS-HOLD-OPID PIC X(08).
   05 FILLER PIC X(01).
   05 WS-HOLD-PLACED PIC X(08).
   05 FILLER PIC X(01).
   05 WS-HOLD-REASON PIC X(20).

*> The whole holds file, held while it is processed - an abend mid-run
*> leaves the live file untouched.
01 WS-HOLD-COUNT PIC 9(05) VALUE 0.
01 WS-HOLD-TABLE.
   05 WS-HELD-HOLD PIC X(80) OCCURS 5000 TIMES.
01 WS-HOLD-IX PIC 9(05) VALUE 0.
01 WS-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 HOLD-TABLE-FULL VALUE 'Y'.

*> The holds still active after expiry, sorted into account and hold
*> ID order for the report - the file itself is in the order the holds
*> were placed. Account and ID lead the line, so the raw line sorts
*> correctly as it stands.
01 WS-OUT-COUNT PIC 9(05) VALUE 0.
01 WS-OUT-TABLE.
   05 WS-OUT-HOLD PIC X(80) OCCURS 5000 TIMES.
01 WS-SORT-IX PIC 9(05) VALUE 0.
01 WS-SORT-JX PIC 9(05) VALUE 0.
01 WS-SORT-MIN-IX PIC 9(05) VALUE 0.
01 WS-SWAP-HOLD PIC X(80) VALUE SPACES.

*> Run totals.
01 WS-EXPIRED-COUNT PIC 9(05) VALUE 0.
01 WS-EXPIRED-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-BAD-COUNT PIC 9(05) VALUE 0.
01 WS-ACCOUNT-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-ACCOUNT-HOLDS PIC 9(05) VALUE 0.
01 WS-GRAND-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-PREV-ACCOUNT PIC X(08) VALUE SPACES.
01 WS-TOTAL-EDITED PIC -ZZ,ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-PRINT-LINE PIC X(90) VALUE SPACES.

*> One report detail line.
01 WS-DETAIL-LINE.
   05 WS-DET-ACCOUNT PIC X(08).
   05 FILLER PIC X(02) VALUE SPACES.
   05 WS-DET-ID PIC X(06).
   05 FILLER PIC X(01) VALUE SPACES.
   05 WS-DET-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
   05 FILLER PIC X(02) VALUE SPACES.
   05 WS-DET-EXPIRY PIC X(08).
   05 FILLER PIC X(01) VALUE SPACES.
   05 WS-DET-PLACED PIC X(08).
   05 FILLER PIC X(01) VALUE SPACES.
   05 WS-DET-OPID PIC X(08).
   05 FILLER PIC X(01) VALUE SPACES.
   05 WS-DET-REASON PIC X(20).
   05 FILLER PIC X(09) VALUE SPACES.

*> The master interlock, the console's own mkdir() lock-directory
*> idiom, held from the load to the swap.
01 WS-LOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-LOCK-MODE USAGE BINARY-LONG VALUE 493.
01 WS-LOCK-RC USAGE BINARY-LONG VALUE 0.
01 WS-LOCK-WAIT USAGE BINARY-LONG VALUE 50000.
01 WS-LOCK-TRIES PIC 9(03) VALUE 0.
01 WS-LOCK-HELD-SWITCH PIC X(01) VALUE 'N'.
   88 LOCK-IS-HELD VALUE 'Y'.

*> Null-terminated names for the rename() that commits the run.
01 WS-TMP-NAME-C PIC X(20) VALUE SPACES.
01 WS-LIVE-NAME-C PIC X(20) VALUE SPACES.
01 WS-LIBC-RC USAGE BINARY-LONG VALUE 0.

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     IF NOT EXPIRY-RUN-FAILED
       PERFORM LOAD-HOLDS-PARA
     END-IF.
     IF NOT EXPIRY-RUN-FAILED
       PERFORM PUT-EXPIRED-HEADING-PARA
       PERFORM EXPIRE-ONE-HOLD-PARA
         VARYING WS-HOLD-IX FROM 1 BY 1
         UNTIL WS-HOLD-IX > WS-HOLD-COUNT
       IF WS-EXPIRED-COUNT > 0
         PERFORM WRITE-HOLDS-BACK-PARA
       END-IF
     END-IF.
     IF NOT EXPIRY-RUN-FAILED
       PERFORM WRITE-OUTSTANDING-PARA
       PERFORM FINISH-PARA
     END-IF.
     PERFORM CLEANUP-PARA.
STOP RUN.

INIT-PARA.
     ACCEPT WS-ENV-RUN-DATE FROM ENVIRONMENT "MAL_HOLD_DATE".
     IF WS-ENV-RUN-DATE NOT = SPACES
       AND WS-ENV-RUN-DATE IS NUMERIC
       MOVE WS-ENV-RUN-DATE TO WS-RUN-DATE
     ELSE
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
     END-IF.
     MOVE FUNCTION CONCATENATE("mal_holds.tmp", X'00')
       TO WS-TMP-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_holds.dat", X'00')
       TO WS-LIVE-NAME-C.
     OPEN OUTPUT HOLDS-REPORT-FILE.
     IF WS-REPORT-STATUS = "00"
       SET REPORT-FILE-OPEN TO TRUE
     ELSE
       DISPLAY "UNABLE TO OPEN HOLDS REPORT FILE - CONSOLE ONLY"
     END-IF.
*> A console placing or releasing a hold meanwhile gets its usual
*> master-busy refusal rather than a lost update.
     MOVE FUNCTION CONCATENATE("mal_accounts.lck", X'00')
       TO WS-LOCK-NAME-C.
     PERFORM TAKE-LOCK-PARA.
     IF NOT LOCK-IS-HELD
       DISPLAY "ACCOUNT MASTER LOCK STUCK - REMOVE mal_accounts.lck"
         " IF NO CONSOLE IS POSTING; RUN REFUSED"
       SET EXPIRY-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

LOAD-HOLDS-PARA.
*> Pull the whole holds file into the table. No file is simply no
*> holds; a file bigger than the table refuses the run rather than
*> expiring part of it.
     OPEN INPUT HOLDS-FILE.
     IF WS-HOLDS-STATUS = "00"
       PERFORM READ-HOLD-PARA
         UNTIL WS-HOLDS-STATUS NOT = "00" OR HOLD-TABLE-FULL
       CLOSE HOLDS-FILE
       IF HOLD-TABLE-FULL
         DISPLAY "HOLDS FILE LARGER THAN THE EXPIRY TABLE - RUN"
           " ABANDONED, NOTHING CHANGED"
         SET EXPIRY-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.

READ-HOLD-PARA.
     READ HOLDS-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-HOLDS-STATUS = "00"
       IF WS-HOLD-COUNT < 5000
         ADD 1 TO WS-HOLD-COUNT
         MOVE WS-HOLDS-RECORD TO WS-HELD-HOLD(WS-HOLD-COUNT)
       ELSE
         SET HOLD-TABLE-FULL TO TRUE
       END-IF
     END-IF.

EXPIRE-ONE-HOLD-PARA.
*> One hold: expire it if it has lapsed, queue it for the outstanding
*> report if it is still active, pass it over if it is history.
     MOVE WS-HELD-HOLD(WS-HOLD-IX) TO WS-HOLD-LINE.
     EVALUATE TRUE
       WHEN HOLD-IS-RELEASED OR HOLD-IS-EXPIRED
         CONTINUE
       WHEN NOT HOLD-IS-ACTIVE
       WHEN WS-HOLD-ACCOUNT IS NOT NUMERIC
       WHEN WS-HOLD-ID IS NOT NUMERIC
       WHEN WS-HOLD-AMOUNT IS NOT NUMERIC
       WHEN WS-HOLD-EXPIRY IS NOT NUMERIC
         ADD 1 TO WS-BAD-COUNT
         MOVE SPACES TO WS-PRINT-LINE
         STRING "UNUSABLE HOLD LINE " WS-HOLD-IX " PASSED OVER"
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
         PERFORM PUT-REPORT-LINE-PARA
       WHEN WS-HOLD-EXPIRY < WS-RUN-DATE
         SET HOLD-IS-EXPIRED TO TRUE
         MOVE WS-HOLD-LINE TO WS-HELD-HOLD(WS-HOLD-IX)
         ADD 1 TO WS-EXPIRED-COUNT
         ADD WS-HOLD-AMOUNT TO WS-EXPIRED-TOTAL
         PERFORM PUT-DETAIL-LINE-PARA
       WHEN OTHER
         ADD 1 TO WS-OUT-COUNT
         MOVE WS-HOLD-LINE TO WS-OUT-HOLD(WS-OUT-COUNT)
     END-EVALUATE.

WRITE-HOLDS-BACK-PARA.
*> The expired statuses go to the work file while the live file is
*> still untouched, then one rename() commits them.
     OPEN OUTPUT HOLDS-WORK-FILE.
     IF WS-WORK-STATUS NOT = "00"
       DISPLAY "UNABLE TO WRITE THE HOLDS WORK FILE - NOTHING EXPIRED"
       SET EXPIRY-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       PERFORM WRITE-ONE-HOLD-PARA
         VARYING WS-HOLD-IX FROM 1 BY 1
         UNTIL WS-HOLD-IX > WS-HOLD-COUNT OR EXPIRY-RUN-FAILED
       CLOSE HOLDS-WORK-FILE
       IF NOT EXPIRY-RUN-FAILED
         CALL 'rename' USING WS-TMP-NAME-C WS-LIVE-NAME-C
              RETURNING WS-LIBC-RC
         END-CALL
         IF WS-LIBC-RC NOT = 0
           DISPLAY "UNABLE TO SWAP THE UPDATED HOLDS FILE INTO PLACE"
             " - NOTHING EXPIRED"
           SET EXPIRY-RUN-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE
         END-IF
       END-IF
     END-IF.

WRITE-ONE-HOLD-PARA.
     MOVE WS-HELD-HOLD(WS-HOLD-IX) TO WS-WORK-RECORD.
     WRITE WS-WORK-RECORD.
     IF WS-WORK-STATUS NOT = "00"
       DISPLAY "WRITE FAILED ON THE HOLDS WORK FILE - NOTHING EXPIRED"
       SET EXPIRY-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

WRITE-OUTSTANDING-PARA.
*> The holds still biting, in account order, subtotalled per account.
     PERFORM SORT-OUTSTANDING-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "HOLDS OUTSTANDING AT " WS-RUN-DATE
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     PERFORM PUT-COLUMN-HEADING-PARA.
     MOVE SPACES TO WS-PREV-ACCOUNT.
     PERFORM PUT-OUTSTANDING-PARA
       VARYING WS-HOLD-IX FROM 1 BY 1
       UNTIL WS-HOLD-IX > WS-OUT-COUNT.
     IF WS-PREV-ACCOUNT NOT = SPACES
       PERFORM PUT-ACCOUNT-TOTAL-PARA
     END-IF.

SORT-OUTSTANDING-PARA.
     PERFORM SORT-ONE-SLOT-PARA
       VARYING WS-SORT-IX FROM 1 BY 1
       UNTIL WS-SORT-IX >= WS-OUT-COUNT.

SORT-ONE-SLOT-PARA.
     MOVE WS-SORT-IX TO WS-SORT-MIN-IX.
     COMPUTE WS-SORT-JX = WS-SORT-IX + 1.
     PERFORM FIND-LOWER-PARA
       VARYING WS-SORT-JX FROM WS-SORT-JX BY 1
       UNTIL WS-SORT-JX > WS-OUT-COUNT.
     IF WS-SORT-MIN-IX NOT = WS-SORT-IX
       MOVE WS-OUT-HOLD(WS-SORT-IX) TO WS-SWAP-HOLD
       MOVE WS-OUT-HOLD(WS-SORT-MIN-IX) TO WS-OUT-HOLD(WS-SORT-IX)
       MOVE WS-SWAP-HOLD TO WS-OUT-HOLD(WS-SORT-MIN-IX)
     END-IF.

FIND-LOWER-PARA.
     IF WS-OUT-HOLD(WS-SORT-JX)(1:15) < WS-OUT-HOLD(WS-SORT-MIN-IX)(1:15)
       MOVE WS-SORT-JX TO WS-SORT-MIN-IX
     END-IF.

PUT-OUTSTANDING-PARA.
     MOVE WS-OUT-HOLD(WS-HOLD-IX) TO WS-HOLD-LINE.
     IF WS-HOLD-ACCOUNT NOT = WS-PREV-ACCOUNT
       IF WS-PREV-ACCOUNT NOT = SPACES
         PERFORM PUT-ACCOUNT-TOTAL-PARA
       END-IF
       MOVE WS-HOLD-ACCOUNT TO WS-PREV-ACCOUNT
       MOVE 0 TO WS-ACCOUNT-TOTAL
       MOVE 0 TO WS-ACCOUNT-HOLDS
     END-IF.
     ADD WS-HOLD-AMOUNT TO WS-ACCOUNT-TOTAL.
     ADD 1 TO WS-ACCOUNT-HOLDS.
     ADD WS-HOLD-AMOUNT TO WS-GRAND-TOTAL.
     PERFORM PUT-DETAIL-LINE-PARA.

PUT-ACCOUNT-TOTAL-PARA.
     MOVE WS-ACCOUNT-TOTAL TO WS-TOTAL-EDITED.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "  ACCOUNT " WS-PREV-ACCOUNT " " WS-ACCOUNT-HOLDS
         " HOLDS, TOTAL HELD " WS-TOTAL-EDITED
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.

PUT-EXPIRED-HEADING-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "HOLDS EXPIRED AT " WS-RUN-DATE
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     PERFORM PUT-COLUMN-HEADING-PARA.

PUT-COLUMN-HEADING-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "ACCOUNT   HOLD            AMOUNT  "
         "EXPIRES  PLACED   BY       REASON"
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.

PUT-DETAIL-LINE-PARA.
*> The hold in WS-HOLD-LINE as a report line. A hold with no expiry
*> prints OPEN rather than its 99999999 sentinel.
     MOVE WS-HOLD-ACCOUNT TO WS-DET-ACCOUNT.
     MOVE WS-HOLD-ID TO WS-DET-ID.
     MOVE WS-HOLD-AMOUNT TO WS-DET-AMOUNT.
     IF WS-HOLD-EXPIRY = "99999999"
       MOVE "OPEN" TO WS-DET-EXPIRY
     ELSE
       MOVE WS-HOLD-EXPIRY TO WS-DET-EXPIRY
     END-IF.
     MOVE WS-HOLD-PLACED TO WS-DET-PLACED.
     MOVE WS-HOLD-OPID TO WS-DET-OPID.
     MOVE WS-HOLD-REASON TO WS-DET-REASON.
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.

FINISH-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE WS-EXPIRED-TOTAL TO WS-TOTAL-EDITED.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "HOLDS EXPIRED: " WS-EXPIRED-COUNT ", TOTAL "
         WS-TOTAL-EDITED
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDITED.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "HOLDS OUTSTANDING: " WS-OUT-COUNT ", TOTAL HELD "
         WS-TOTAL-EDITED
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-BAD-COUNT > 0
       MOVE SPACES TO WS-PRINT-LINE
       STRING "UNUSABLE HOLD LINES PASSED OVER: " WS-BAD-COUNT
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
       MOVE 4 TO RETURN-CODE
     END-IF.

CLEANUP-PARA.
     IF LOCK-IS-HELD
       PERFORM FREE-LOCK-PARA
     END-IF.
     IF REPORT-FILE-OPEN
       CLOSE HOLDS-REPORT-FILE
     END-IF.

TAKE-LOCK-PARA.
*> Acquire the lock named in WS-LOCK-NAME-C - mkdir() either creates
*> the lock directory atomically or fails because another session
*> holds it. What outlives the retry budget is a stale lock from an
*> abend, and the run is refused rather than hung.
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

PUT-REPORT-LINE-PARA.
     DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
     IF REPORT-FILE-OPEN
       MOVE WS-PRINT-LINE TO WS-REPORT-RECORD
       WRITE WS-REPORT-RECORD
     END-IF.
