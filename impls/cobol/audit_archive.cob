*> are also still live, so the job refuses to run again until an
*> operator has reconciled the generations and removed the interlock,
*> rather than quietly appending the same lines twice.
*>
*> Every trail line carries a sequence number and a chain value (see
*> WRITE-AUDIT-PARA in MAL-STEP0). The job holds the audit chain lock
*> from loading the live trail until the swap, so no console can add a
*> line the split would miss, and it records each generation it
*> appends to in mal_audit_gens.dat - the day, the first and last
*> sequence numbers moved, and the chain value after the last of them -
*> so MAL-AUDIT-VERIFY can walk the generations in order and carry the
*> chain from one into the next and on into the live trail.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-AUDIT-ARCH.
    SELECT INTERLOCK-FILE ASSIGN TO "mal_audit_arch.chk"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-INTERLOCK-STATUS.
    SELECT GENERATION-INDEX-FILE ASSIGN TO "mal_audit_gens.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-GENS-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG-FILE.
01 WS-AUDIT-RECORD PIC X(320).

FD WORK-FILE.
01 WS-WORK-RECORD PIC X(320).

FD ARCHIVE-FILE.
01 WS-ARCHIVE-RECORD PIC X(320).

FD INTERLOCK-FILE.
01 WS-INTERLOCK-RECORD PIC X(80).

FD GENERATION-INDEX-FILE.
01 WS-GENS-RECORD PIC X(60).

WORKING-STORAGE SECTION.
01 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
01 WS-WORK-STATUS PIC X(02) VALUE SPACES.
01 WS-ARCHIVE-STATUS PIC X(02) VALUE SPACES.
01 WS-INTERLOCK-STATUS PIC X(02) VALUE SPACES.
01 WS-GENS-STATUS PIC X(02) VALUE SPACES.
01 WS-ARCHIVE-FILENAME PIC X(60) VALUE SPACES.
01 WS-ARCHIVE-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 ARCHIVE-FILE-OPEN VALUE 'Y'.
*> stops and archives nothing rather than truncating the trail.
01 WS-LINE-COUNT PIC 9(05) VALUE 0.
01 WS-LINE-TABLE.
   05 WS-HELD-LINE PIC X(320) OCCURS 20000 TIMES.
01 WS-LINE-IX PIC 9(05) VALUE 0.
01 WS-KEEP-COUNT PIC 9(05) VALUE 0.
01 WS-ARCHIVED-COUNT PIC 9(05) VALUE 0.
01 WS-CHK-NAME-C PIC X(24) VALUE SPACES.
01 WS-LIBC-RC USAGE BINARY-LONG VALUE 0.

*> The audit chain lock, taken the same mkdir() way as every writer.
01 WS-LOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-LOCK-MODE USAGE BINARY-LONG VALUE 493.
01 WS-LOCK-RC USAGE BINARY-LONG VALUE 0.
01 WS-LOCK-WAIT USAGE BINARY-LONG VALUE 50000.
01 WS-LOCK-TRIES PIC 9(03) VALUE 0.
01 WS-LOCK-HELD-SWITCH PIC X(01) VALUE 'N'.
   88 LOCK-IS-HELD VALUE 'Y'.

*> One generation index line per generation appended to: the day, the
*> first and last chained sequence numbers moved into it this run, the
*> chain value after the last, how many lines moved and the cutoff of
*> the run that moved them. Lines from before chaining began carry no
*> sequence number; a generation holding only those is indexed with
*> zero sequence numbers.
01 WS-GENS-LINE.
   05 WS-GENS-DAY PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-GENS-FIRST-SEQ PIC 9(09).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-GENS-LAST-SEQ PIC 9(09).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-GENS-LAST-CHAIN PIC 9(12).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-GENS-LINES PIC 9(05).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-GENS-CUTOFF PIC X(08).
01 WS-GENS-COUNT PIC 9(05) VALUE 0.
01 WS-HELD-SEQ PIC X(09) VALUE SPACES.
01 WS-HELD-CHAIN PIC X(12) VALUE SPACES.

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     PERFORM CHECK-INTERLOCK-PARA.
     IF NOT ARCHIVE-BLOCKED
       PERFORM TAKE-LOCK-PARA
       IF NOT LOCK-IS-HELD
         SET ARCHIVE-BLOCKED TO TRUE
         DISPLAY "AUDIT CHAIN LOCK BUSY - REMOVE mal_audit_chain.lck IF"
           " NO CONSOLE IS RUNNING; RUN ABANDONED, NOTHING CHANGED"
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.
     IF NOT ARCHIVE-BLOCKED
       PERFORM LOAD-TRAIL-PARA
       IF TRAIL-TOO-BIG
           MOVE 8 TO RETURN-CODE
         END-IF
       END-IF
       PERFORM FREE-LOCK-PARA
     END-IF.
STOP RUN.

       TO WS-LIVE-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_audit_arch.chk", X'00')
       TO WS-CHK-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_audit_chain.lck", X'00')
       TO WS-LOCK-NAME-C.

CHECK-INTERLOCK-PARA.
*> A leftover interlock means an earlier run died while it was
         WRITE WS-ARCHIVE-RECORD
         IF WS-ARCHIVE-STATUS = "00"
           ADD 1 TO WS-ARCHIVED-COUNT
           ADD 1 TO WS-GENS-LINES
           PERFORM NOTE-CHAIN-PARA
         ELSE
           DISPLAY "WRITE FAILED ON ARCHIVE " WS-ARCHIVE-FILENAME
           SET ARCHIVE-FAILED TO TRUE
     END-IF.
     IF WS-ARCHIVE-STATUS = "00"
       SET ARCHIVE-FILE-OPEN TO TRUE
       MOVE WS-ARCHIVE-DAY TO WS-GENS-DAY
       MOVE 0 TO WS-GENS-FIRST-SEQ
       MOVE 0 TO WS-GENS-LAST-SEQ
       MOVE 0 TO WS-GENS-LAST-CHAIN
       MOVE 0 TO WS-GENS-LINES
       MOVE WS-CUTOFF-DATE TO WS-GENS-CUTOFF
     ELSE
       DISPLAY "UNABLE TO OPEN ARCHIVE " WS-ARCHIVE-FILENAME
       SET ARCHIVE-FAILED TO TRUE
     END-IF.

NOTE-CHAIN-PARA.
*> Track the chained span of the generation being appended to.
     MOVE WS-HELD-LINE(WS-LINE-IX)(288:9) TO WS-HELD-SEQ.
     MOVE WS-HELD-LINE(WS-LINE-IX)(298:12) TO WS-HELD-CHAIN.
     IF WS-HELD-SEQ IS NUMERIC AND WS-HELD-CHAIN IS NUMERIC
       IF WS-GENS-FIRST-SEQ = 0
         MOVE WS-HELD-SEQ TO WS-GENS-FIRST-SEQ
       END-IF
       MOVE WS-HELD-SEQ TO WS-GENS-LAST-SEQ
       MOVE WS-HELD-CHAIN TO WS-GENS-LAST-CHAIN
     END-IF.

CLOSE-ARCHIVE-PARA.
*> Closing a generation indexes it. The index is written inside the
*> interlock, so a run that dies here is caught like any other.
     IF ARCHIVE-FILE-OPEN
       CLOSE ARCHIVE-FILE
       MOVE 'N' TO WS-ARCHIVE-OPEN-SWITCH
       IF NOT ARCHIVE-FAILED
         PERFORM WRITE-GENS-LINE-PARA
       END-IF
     END-IF.
     MOVE SPACES TO WS-ARCHIVE-DAY.

WRITE-GENS-LINE-PARA.
     OPEN EXTEND GENERATION-INDEX-FILE.
     IF WS-GENS-STATUS = "35"
       OPEN OUTPUT GENERATION-INDEX-FILE
       CLOSE GENERATION-INDEX-FILE
       OPEN EXTEND GENERATION-INDEX-FILE
     END-IF.
     IF WS-GENS-STATUS = "00"
       MOVE WS-GENS-LINE TO WS-GENS-RECORD
       WRITE WS-GENS-RECORD
       CLOSE GENERATION-INDEX-FILE
     END-IF.
     IF WS-GENS-STATUS = "00"
       ADD 1 TO WS-GENS-COUNT
     ELSE
       DISPLAY "UNABLE TO INDEX ARCHIVE " WS-ARCHIVE-FILENAME
         " IN mal_audit_gens.dat"
       SET ARCHIVE-FAILED TO TRUE
     END-IF.

SWAP-LIVE-TRAIL-PARA.
*> The commit point: one rename() puts the kept lines where the live
*> trail was. Until it runs the old live file is intact; after it the
         DISPLAY "RUN COMPLETE BUT mal_audit_arch.chk COULD NOT BE"
           " REMOVED - DELETE IT BY HAND OR THE NEXT RUN WILL REFUSE"
       END-IF
       DISPLAY "ARCHIVED " WS-ARCHIVED-COUNT " LINES TO "
         WS-GENS-COUNT " GENERATIONS, KEPT " WS-KEEP-COUNT
         " ON THE LIVE TRAIL"
     ELSE
       DISPLAY "UNABLE TO SWAP THE REWRITTEN TRAIL INTO PLACE -"
         " LIVE TRAIL UNCHANGED; RECONCILE THE GENERATIONS AND"
         " REMOVE mal_audit_arch.chk BEFORE RERUNNING"
       MOVE 8 TO RETURN-CODE
     END-IF.

TAKE-LOCK-PARA.
*> Acquire the audit chain lock - mkdir() either creates the lock
*> directory atomically or fails because a console holds it for the
*> line it is writing. The retry budget rides out a busy console;
*> what outlives it is a stale lock, and the run stops for that.
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
