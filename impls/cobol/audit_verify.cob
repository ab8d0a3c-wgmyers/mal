*> audit_verify.cob
*> Proves the audit trail has not been edited. Every line the console
*> and the maintenance programs write carries a sequence number and a
*> chain value folded from the line itself and the line before it
*> (WRITE-AUDIT-PARA in MAL-STEP0), and mal_audit_chain.dat holds the
*> last of each handed out. This job walks the whole trail in the
*> order it was written - every dated generation, oldest first, as
*> indexed in mal_audit_gens.dat, then the live mal_audit.log -
*> refolding each line and checking it against the value it carries.
*> It reports:
*>   - the first broken link (a line altered, or a chain value forged)
*>     and every later one;
*>   - lines missing from the run of sequence numbers, as a gap
*>     between generations when the run breaks across two files;
*>   - lines inserted - a line with no chain value once chaining has
*>     begun, or one repeating a sequence number already passed;
*>   - a generation the index lists that is no longer on disk, or that
*>     no longer holds the sequence numbers the archiver moved into it;
*>   - a trail that stops short of the chain head, i.e. lines cut off
*>     the end of the live log.
*> Lines from before chaining began carry no sequence number; leading
*> ones are counted and passed. Every dated mal_audit_YYYYMMDD.log on
*> disk is walked, in date order, whether the index lists it or not -
*> one it does not list (archived before the index existed, or whose
*> index line was lost) has its links checked like any other but its
*> span cannot be, and is reported. When the first chained line walked
*> is past sequence 1 the walk takes the chain up from there, and the
*> numbers before it are reported as not walked. Either leaves the
*> trail not fully verified: return code 4 unless something worse was
*> found.
*> The trail is only read, so no lock is taken: the chain head is read
*> first, and anything a console appends during the walk simply lies
*> beyond it.
*> The dated generations on disk are listed through the work file
*> mal_audit_verify.lst, removed once read. The report goes to the
*> console and mal_audit_verify.txt; return code 8 if anything is
*> wrong.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-AUDIT-VERIFY.
AUTHOR. WAYNE MYERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GENERATION-INDEX-FILE ASSIGN TO "mal_audit_gens.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-GENS-STATUS.
    SELECT TRAIL-FILE ASSIGN TO DYNAMIC WS-TRAIL-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-TRAIL-STATUS.
    SELECT AUDIT-CHAIN-FILE ASSIGN TO "mal_audit_chain.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-CHAIN-STATUS.
    SELECT VERIFY-REPORT-FILE ASSIGN TO "mal_audit_verify.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REPORT-STATUS.
    SELECT GENERATION-LIST-FILE ASSIGN TO "mal_audit_verify.lst"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-LIST-STATUS.

DATA DIVISION.
FILE SECTION.
FD GENERATION-INDEX-FILE.
01 WS-GENS-RECORD PIC X(60).

FD TRAIL-FILE.
01 WS-TRAIL-RECORD PIC X(320).

FD AUDIT-CHAIN-FILE.
01 WS-AUDIT-CHAIN-RECORD PIC X(22).

FD VERIFY-REPORT-FILE.
01 WS-REPORT-RECORD PIC X(90).

FD GENERATION-LIST-FILE.
01 WS-LIST-RECORD PIC X(60).

WORKING-STORAGE SECTION.
01 WS-GENS-STATUS PIC X(02) VALUE SPACES.
01 WS-TRAIL-STATUS PIC X(02) VALUE SPACES.
01 WS-AUDIT-CHAIN-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-STATUS PIC X(02) VALUE SPACES.
01 WS-LIST-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 REPORT-FILE-OPEN VALUE 'Y'.
01 WS-TRAIL-FILENAME PIC X(60) VALUE SPACES.
01 WS-RUN-DATE PIC 9(08) VALUE 0.

*> A generation index line as MAL-AUDIT-ARCH writes it.
01 WS-GENS-LINE.
   05 WS-GENS-DAY PIC X(08).
   05 FILLER PIC X(01).
   05 WS-GENS-FIRST-SEQ PIC 9(09).
   05 FILLER PIC X(01).
   05 WS-GENS-LAST-SEQ PIC 9(09).
   05 FILLER PIC X(01).
   05 WS-GENS-LAST-CHAIN PIC 9(12).
   05 FILLER PIC X(01).
   05 WS-GENS-LINES PIC 9(05).
   05 FILLER PIC X(01).
   05 WS-GENS-CUTOFF PIC X(08).

*> The generations to walk, one entry per day in date order. A day
*> archived to by more than one run is one file, so its index lines
*> are merged: the first sequence number of the earliest, the last
*> sequence number and chain value of the latest. A generation found
*> on disk with no index line goes in with no span to check it by.
01 WS-GEN-COUNT PIC 9(04) VALUE 0.
01 WS-GEN-TABLE.
   05 WS-GEN-ENTRY OCCURS 2000 TIMES.
      10 WS-GEN-DAY PIC X(08).
      10 WS-GEN-FIRST-SEQ PIC 9(09).
      10 WS-GEN-LAST-SEQ PIC 9(09).
      10 WS-GEN-LAST-CHAIN PIC 9(12).
      10 WS-GEN-INDEXED-SWITCH PIC X(01).
         88 GEN-IS-INDEXED VALUE 'Y'.
01 WS-ADDING-INDEXED-SWITCH PIC X(01) VALUE 'Y'.
   88 ADDING-INDEXED-GEN VALUE 'Y'.
01 WS-GEN-IX PIC 9(04) VALUE 0.
01 WS-GEN-FOUND-IX PIC 9(04) VALUE 0.
01 WS-GEN-SHIFT-IX PIC 9(04) VALUE 0.
01 WS-BAD-INDEX-COUNT PIC 9(05) VALUE 0.
01 WS-GENS-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 GENS-TABLE-FULL VALUE 'Y'.

*> Listing the dated generations actually on disk.
01 WS-LIST-COMMAND-C PIC X(100) VALUE SPACES.
01 WS-LIST-NAME-C PIC X(21) VALUE SPACES.
01 WS-LIST-LINE.
   05 WS-LIST-PREFIX PIC X(10).
   05 WS-LIST-DAY PIC X(08).
   05 WS-LIST-SUFFIX PIC X(04).
   05 WS-LIST-REST PIC X(38).
01 WS-LIBC-RC USAGE BINARY-LONG VALUE 0.
01 WS-LIST-FAIL-SWITCH PIC X(01) VALUE 'N'.
   88 GENERATIONS-NOT-LISTED VALUE 'Y'.

*> The chain head: the last sequence number and chain value handed
*> out when the walk began.
01 WS-AUDIT-CHAIN-LINE.
   05 WS-CHAIN-LINE-SEQ PIC 9(09).
   05 FILLER PIC X(01).
   05 WS-CHAIN-LINE-VALUE PIC 9(12).
01 WS-HEAD-SEQ PIC 9(09) VALUE 0.
01 WS-HEAD-CHAIN PIC 9(12) VALUE 0.
01 WS-HEAD-SEEN-SWITCH PIC X(01) VALUE 'N'.
   88 HEAD-LINE-SEEN VALUE 'Y'.

*> Walk state. WS-PREV-SEQ / WS-PREV-CHAIN are the last good link;
*> WS-PREV-FILE the file it was in, for naming a gap that falls
*> between two files.
01 WS-STARTED-SWITCH PIC X(01) VALUE 'N'.
   88 CHAIN-STARTED VALUE 'Y'.
01 WS-PREV-SEQ PIC 9(09) VALUE 0.
01 WS-PREV-CHAIN PIC 9(12) VALUE 0.
01 WS-PREV-FILE PIC X(60) VALUE SPACES.
01 WS-NEXT-SEQ PIC 9(09) VALUE 0.
01 WS-FIRST-SEQ PIC 9(09) VALUE 0.
01 WS-FILE-LINE-NO PIC 9(07) VALUE 0.
01 WS-FILE-FIRST-SEQ PIC 9(09) VALUE 0.
01 WS-FILE-LAST-SEQ PIC 9(09) VALUE 0.
01 WS-LINE-SEQ-X PIC X(09) VALUE SPACES.
01 WS-LINE-CHAIN-X PIC X(12) VALUE SPACES.
01 WS-LINE-SEQ PIC 9(09) VALUE 0.
01 WS-LINE-CHAIN PIC 9(12) VALUE 0.
01 WS-MISSING-FROM PIC 9(09) VALUE 0.
01 WS-MISSING-TO PIC 9(09) VALUE 0.

*> The chain fold - identical to the writers' COMPUTE-CHAIN-PARA.
01 WS-CHAIN-WORK PIC 9(15) VALUE 0.
01 WS-CHAIN-IMAGE PIC X(296) VALUE SPACES.
01 WS-CHAIN-IX PIC 9(03) VALUE 0.

*> Run totals, and where the first broken link was found.
01 WS-FILE-COUNT PIC 9(05) VALUE 0.
01 WS-LINE-COUNT PIC 9(09) VALUE 0.
01 WS-CHAINED-COUNT PIC 9(09) VALUE 0.
01 WS-PRECHAIN-COUNT PIC 9(09) VALUE 0.
01 WS-BROKEN-COUNT PIC 9(07) VALUE 0.
01 WS-MISSING-COUNT PIC 9(09) VALUE 0.
01 WS-INSERTED-COUNT PIC 9(07) VALUE 0.
01 WS-GAP-COUNT PIC 9(05) VALUE 0.
01 WS-MISSING-GEN-COUNT PIC 9(05) VALUE 0.
01 WS-EXCEPTION-COUNT PIC 9(07) VALUE 0.
*> What was not walked, or could not be checked in full - short of an
*> exception, but not a clean bill either.
01 WS-UNINDEXED-COUNT PIC 9(05) VALUE 0.
01 WS-UNWALKED-COUNT PIC 9(09) VALUE 0.
01 WS-FIRST-BREAK-SEQ PIC 9(09) VALUE 0.
01 WS-FIRST-BREAK-LINE PIC 9(07) VALUE 0.
01 WS-FIRST-BREAK-FILE PIC X(60) VALUE SPACES.
01 WS-PRINT-LINE PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     PERFORM LOAD-GENERATIONS-PARA.
     PERFORM LIST-GENERATIONS-PARA.
     PERFORM WALK-GENERATION-PARA
       VARYING WS-GEN-IX FROM 1 BY 1 UNTIL WS-GEN-IX > WS-GEN-COUNT.
     PERFORM WALK-LIVE-TRAIL-PARA.
     PERFORM CHECK-HEAD-PARA.
     PERFORM FINISH-PARA.
     IF REPORT-FILE-OPEN
       CLOSE VERIFY-REPORT-FILE
     END-IF.
STOP RUN.

INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     OPEN OUTPUT VERIFY-REPORT-FILE.
     IF WS-REPORT-STATUS = "00"
       SET REPORT-FILE-OPEN TO TRUE
     ELSE
       DISPLAY "UNABLE TO OPEN AUDIT VERIFY REPORT FILE - CONSOLE ONLY"
     END-IF.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "AUDIT TRAIL VERIFICATION RUN " WS-RUN-DATE
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
*> The head is read before any of the trail, so lines a console adds
*> while the walk is under way fall beyond it rather than short of it.
     OPEN INPUT AUDIT-CHAIN-FILE.
     IF WS-AUDIT-CHAIN-STATUS = "00"
       READ AUDIT-CHAIN-FILE INTO WS-AUDIT-CHAIN-LINE
         AT END
           CONTINUE
       END-READ
       IF WS-AUDIT-CHAIN-STATUS = "00"
         AND WS-CHAIN-LINE-SEQ IS NUMERIC
         AND WS-CHAIN-LINE-VALUE IS NUMERIC
         MOVE WS-CHAIN-LINE-SEQ TO WS-HEAD-SEQ
         MOVE WS-CHAIN-LINE-VALUE TO WS-HEAD-CHAIN
       END-IF
       CLOSE AUDIT-CHAIN-FILE
     END-IF.
     IF WS-HEAD-SEQ = 0
       MOVE "NO CHAIN HEAD ON FILE - NOTHING HAS BEEN CHAINED YET"
         TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

LOAD-GENERATIONS-PARA.
*> Build the generation table from the index. A missing index is a
*> trail that has never been archived since chaining began.
     OPEN INPUT GENERATION-INDEX-FILE.
     IF WS-GENS-STATUS = "00"
       PERFORM READ-GENS-LINE-PARA
         UNTIL WS-GENS-STATUS NOT = "00"
       CLOSE GENERATION-INDEX-FILE
     END-IF.
     IF WS-BAD-INDEX-COUNT > 0
       MOVE SPACES TO WS-PRINT-LINE
       STRING WS-BAD-INDEX-COUNT " UNREADABLE LINES IN"
           " mal_audit_gens.dat PASSED OVER"
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
       ADD WS-BAD-INDEX-COUNT TO WS-EXCEPTION-COUNT
     END-IF.

READ-GENS-LINE-PARA.
     READ GENERATION-INDEX-FILE INTO WS-GENS-LINE
       AT END
         CONTINUE
     END-READ.
     IF WS-GENS-STATUS = "00"
       IF WS-GENS-DAY IS NUMERIC
         AND WS-GENS-FIRST-SEQ IS NUMERIC
         AND WS-GENS-LAST-SEQ IS NUMERIC
         AND WS-GENS-LAST-CHAIN IS NUMERIC
         PERFORM ADD-GENERATION-PARA
       ELSE
         ADD 1 TO WS-BAD-INDEX-COUNT
       END-IF
     END-IF.

ADD-GENERATION-PARA.
*> Merge into the day's entry if it has one, else insert a new entry
*> in date order.
     MOVE 0 TO WS-GEN-FOUND-IX.
     PERFORM FIND-GENERATION-PARA
       VARYING WS-GEN-IX FROM 1 BY 1
       UNTIL WS-GEN-IX > WS-GEN-COUNT OR WS-GEN-FOUND-IX > 0.
     IF WS-GEN-FOUND-IX > 0
       IF WS-GEN-FIRST-SEQ(WS-GEN-FOUND-IX) = 0
         MOVE WS-GENS-FIRST-SEQ TO WS-GEN-FIRST-SEQ(WS-GEN-FOUND-IX)
       END-IF
       IF WS-GENS-LAST-SEQ > 0
         MOVE WS-GENS-LAST-SEQ TO WS-GEN-LAST-SEQ(WS-GEN-FOUND-IX)
         MOVE WS-GENS-LAST-CHAIN TO WS-GEN-LAST-CHAIN(WS-GEN-FOUND-IX)
       END-IF
     ELSE
       IF WS-GEN-COUNT < 2000
         MOVE WS-GEN-COUNT TO WS-GEN-SHIFT-IX
         PERFORM SHIFT-GENERATION-PARA
           UNTIL WS-GEN-SHIFT-IX = 0
           OR WS-GEN-DAY(WS-GEN-SHIFT-IX) < WS-GENS-DAY
         ADD 1 TO WS-GEN-COUNT
         ADD 1 TO WS-GEN-SHIFT-IX
         MOVE WS-GENS-DAY TO WS-GEN-DAY(WS-GEN-SHIFT-IX)
         MOVE WS-GENS-FIRST-SEQ TO WS-GEN-FIRST-SEQ(WS-GEN-SHIFT-IX)
         MOVE WS-GENS-LAST-SEQ TO WS-GEN-LAST-SEQ(WS-GEN-SHIFT-IX)
         MOVE WS-GENS-LAST-CHAIN TO WS-GEN-LAST-CHAIN(WS-GEN-SHIFT-IX)
         MOVE WS-ADDING-INDEXED-SWITCH
           TO WS-GEN-INDEXED-SWITCH(WS-GEN-SHIFT-IX)
       ELSE
         IF NOT GENS-TABLE-FULL
           SET GENS-TABLE-FULL TO TRUE
           MOVE "MORE THAN 2000 GENERATIONS INDEXED - THE NEWEST ARE"
             TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE-PARA
           MOVE "NOT WALKED AND WILL SHOW AS A GAP" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE-PARA
           ADD 1 TO WS-EXCEPTION-COUNT
         END-IF
       END-IF
     END-IF.

FIND-GENERATION-PARA.
     IF WS-GEN-DAY(WS-GEN-IX) = WS-GENS-DAY
       MOVE WS-GEN-IX TO WS-GEN-FOUND-IX
     END-IF.

LIST-GENERATIONS-PARA.
*> The index only knows what the archiver told it. List the dated
*> generations actually on disk and put any it does not know into the
*> walk in their date order. A listing that cannot be read leaves the
*> walk to the index alone, and says so.
     MOVE FUNCTION CONCATENATE("ls mal_audit_[0-9][0-9][0-9][0-9]"
       "[0-9][0-9][0-9][0-9].log > mal_audit_verify.lst 2>/dev/null",
       X'00') TO WS-LIST-COMMAND-C.
     CALL 'system' USING WS-LIST-COMMAND-C
          RETURNING WS-LIBC-RC
     END-CALL.
     OPEN INPUT GENERATION-LIST-FILE.
     IF WS-LIST-STATUS = "00"
       MOVE 'N' TO WS-ADDING-INDEXED-SWITCH
       PERFORM READ-LIST-LINE-PARA
         UNTIL WS-LIST-STATUS NOT = "00"
       MOVE 'Y' TO WS-ADDING-INDEXED-SWITCH
       CLOSE GENERATION-LIST-FILE
       MOVE FUNCTION CONCATENATE("mal_audit_verify.lst", X'00')
         TO WS-LIST-NAME-C
       CALL 'remove' USING WS-LIST-NAME-C
            RETURNING WS-LIBC-RC
       END-CALL
     ELSE
       SET GENERATIONS-NOT-LISTED TO TRUE
       MOVE "UNABLE TO LIST THE GENERATIONS ON DISK - ONLY THOSE"
         TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
       MOVE "INDEXED ARE WALKED" TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

READ-LIST-LINE-PARA.
     READ GENERATION-LIST-FILE INTO WS-LIST-LINE
       AT END
         CONTINUE
     END-READ.
     IF WS-LIST-STATUS = "00"
       AND WS-LIST-PREFIX = "mal_audit_"
       AND WS-LIST-DAY IS NUMERIC
       AND WS-LIST-SUFFIX = ".log"
       AND WS-LIST-REST = SPACES
       MOVE WS-LIST-DAY TO WS-GENS-DAY
       MOVE 0 TO WS-GEN-FOUND-IX
       PERFORM FIND-GENERATION-PARA
         VARYING WS-GEN-IX FROM 1 BY 1
         UNTIL WS-GEN-IX > WS-GEN-COUNT OR WS-GEN-FOUND-IX > 0
       IF WS-GEN-FOUND-IX = 0
         MOVE 0 TO WS-GENS-FIRST-SEQ
         MOVE 0 TO WS-GENS-LAST-SEQ
         MOVE 0 TO WS-GENS-LAST-CHAIN
         PERFORM ADD-GENERATION-PARA
       END-IF
     END-IF.

SHIFT-GENERATION-PARA.
     MOVE WS-GEN-ENTRY(WS-GEN-SHIFT-IX)
       TO WS-GEN-ENTRY(WS-GEN-SHIFT-IX + 1).
     SUBTRACT 1 FROM WS-GEN-SHIFT-IX.

WALK-GENERATION-PARA.
     MOVE SPACES TO WS-TRAIL-FILENAME.
     STRING "mal_audit_" WS-GEN-DAY(WS-GEN-IX) ".log"
         DELIMITED BY SIZE
         INTO WS-TRAIL-FILENAME
     END-STRING.
     OPEN INPUT TRAIL-FILE.
     IF WS-TRAIL-STATUS = "00"
       PERFORM WALK-TRAIL-FILE-PARA
       IF GEN-IS-INDEXED(WS-GEN-IX)
         PERFORM CHECK-GENERATION-SPAN-PARA
       ELSE
         ADD 1 TO WS-UNINDEXED-COUNT
         MOVE SPACES TO WS-PRINT-LINE
         STRING "GENERATION " FUNCTION TRIM(WS-TRAIL-FILENAME)
             " NOT IN mal_audit_gens.dat - WALKED, SPAN UNCHECKED"
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
         PERFORM PUT-REPORT-LINE-PARA
       END-IF
     ELSE
*> The file is gone, but the index still knows where the chain stood
*> at its end - report it and take the walk up from there, so the
*> next file is checked link by link rather than as one more gap.
       ADD 1 TO WS-MISSING-GEN-COUNT
       ADD 1 TO WS-EXCEPTION-COUNT
       MOVE SPACES TO WS-PRINT-LINE
       STRING "GENERATION " FUNCTION TRIM(WS-TRAIL-FILENAME)
           " IS MISSING - SEQ " WS-GEN-FIRST-SEQ(WS-GEN-IX) " TO "
           WS-GEN-LAST-SEQ(WS-GEN-IX) " LOST"
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
       IF WS-GEN-LAST-SEQ(WS-GEN-IX) > 0
         SET CHAIN-STARTED TO TRUE
         MOVE WS-GEN-LAST-SEQ(WS-GEN-IX) TO WS-PREV-SEQ
         MOVE WS-GEN-LAST-CHAIN(WS-GEN-IX) TO WS-PREV-CHAIN
         MOVE WS-TRAIL-FILENAME TO WS-PREV-FILE
       END-IF
     END-IF.

CHECK-GENERATION-SPAN-PARA.
*> The archiver recorded which sequence numbers it moved into this
*> generation; a file holding others has been replaced or cut.
     IF WS-FILE-FIRST-SEQ NOT = WS-GEN-FIRST-SEQ(WS-GEN-IX)
       OR WS-FILE-LAST-SEQ NOT = WS-GEN-LAST-SEQ(WS-GEN-IX)
       ADD 1 TO WS-EXCEPTION-COUNT
       MOVE SPACES TO WS-PRINT-LINE
       STRING "GENERATION " FUNCTION TRIM(WS-TRAIL-FILENAME)
           " HOLDS SEQ " WS-FILE-FIRST-SEQ " TO " WS-FILE-LAST-SEQ
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
       MOVE SPACES TO WS-PRINT-LINE
       STRING "  BUT THE INDEX RECORDS SEQ " WS-GEN-FIRST-SEQ(WS-GEN-IX)
           " TO " WS-GEN-LAST-SEQ(WS-GEN-IX)
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

WALK-LIVE-TRAIL-PARA.
     MOVE "mal_audit.log" TO WS-TRAIL-FILENAME.
     OPEN INPUT TRAIL-FILE.
     IF WS-TRAIL-STATUS = "00"
       PERFORM WALK-TRAIL-FILE-PARA
     ELSE
       MOVE "LIVE AUDIT TRAIL mal_audit.log NOT ON FILE"
         TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

WALK-TRAIL-FILE-PARA.
*> TRAIL-FILE is open on WS-TRAIL-FILENAME: check every line of it.
     ADD 1 TO WS-FILE-COUNT.
     MOVE 0 TO WS-FILE-LINE-NO.
     MOVE 0 TO WS-FILE-FIRST-SEQ.
     MOVE 0 TO WS-FILE-LAST-SEQ.
     PERFORM READ-TRAIL-LINE-PARA
       UNTIL WS-TRAIL-STATUS NOT = "00".
     CLOSE TRAIL-FILE.

READ-TRAIL-LINE-PARA.
     READ TRAIL-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-TRAIL-STATUS = "00"
       ADD 1 TO WS-FILE-LINE-NO
       ADD 1 TO WS-LINE-COUNT
       PERFORM CHECK-LINE-PARA
     END-IF.

CHECK-LINE-PARA.
     MOVE WS-TRAIL-RECORD(288:9) TO WS-LINE-SEQ-X.
     MOVE WS-TRAIL-RECORD(298:12) TO WS-LINE-CHAIN-X.
     IF WS-LINE-SEQ-X IS NUMERIC AND WS-LINE-CHAIN-X IS NUMERIC
       ADD 1 TO WS-CHAINED-COUNT
       MOVE WS-LINE-SEQ-X TO WS-LINE-SEQ
       MOVE WS-LINE-CHAIN-X TO WS-LINE-CHAIN
       IF WS-FILE-FIRST-SEQ = 0
         MOVE WS-LINE-SEQ TO WS-FILE-FIRST-SEQ
       END-IF
       MOVE WS-LINE-SEQ TO WS-FILE-LAST-SEQ
       IF CHAIN-STARTED
         PERFORM CHECK-LINK-PARA
       ELSE
         PERFORM START-CHAIN-PARA
       END-IF
       IF WS-LINE-SEQ = WS-HEAD-SEQ
         PERFORM CHECK-HEAD-LINE-PARA
       END-IF
     ELSE
       IF CHAIN-STARTED
         ADD 1 TO WS-INSERTED-COUNT
         ADD 1 TO WS-EXCEPTION-COUNT
         MOVE SPACES TO WS-PRINT-LINE
         STRING "INSERTED LINE " WS-FILE-LINE-NO " OF "
             FUNCTION TRIM(WS-TRAIL-FILENAME) " - NO CHAIN VALUE"
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
         PERFORM PUT-REPORT-LINE-PARA
       ELSE
         ADD 1 TO WS-PRECHAIN-COUNT
       END-IF
     END-IF.

START-CHAIN-PARA.
*> The first chained line. Sequence 1 links back to zero like any
*> other line; a later one means the lines before it are not on disk
*> to walk, so the walk takes the chain up from it unchecked and
*> reports what it could not see.
     SET CHAIN-STARTED TO TRUE.
     MOVE WS-LINE-SEQ TO WS-FIRST-SEQ.
     IF WS-LINE-SEQ = 1
       MOVE 0 TO WS-PREV-SEQ
       MOVE 0 TO WS-PREV-CHAIN
       PERFORM CHECK-LINK-PARA
     ELSE
       MOVE SPACES TO WS-PRINT-LINE
       STRING "CHAIN TAKEN UP AT SEQ " WS-LINE-SEQ " IN "
           FUNCTION TRIM(WS-TRAIL-FILENAME)
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
       COMPUTE WS-UNWALKED-COUNT = WS-LINE-SEQ - 1
       MOVE SPACES TO WS-PRINT-LINE
       STRING "  SEQ 1 TO " WS-UNWALKED-COUNT
           " NOT ON DISK - NOT WALKED"
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
       MOVE WS-LINE-SEQ TO WS-PREV-SEQ
       MOVE WS-LINE-CHAIN TO WS-PREV-CHAIN
       MOVE WS-TRAIL-FILENAME TO WS-PREV-FILE
     END-IF.

CHECK-LINK-PARA.
     COMPUTE WS-NEXT-SEQ = WS-PREV-SEQ + 1.
     EVALUATE TRUE
       WHEN WS-LINE-SEQ = WS-NEXT-SEQ
         MOVE WS-PREV-CHAIN TO WS-CHAIN-WORK
         PERFORM COMPUTE-CHAIN-PARA
         IF WS-CHAIN-WORK NOT = WS-LINE-CHAIN
           PERFORM REPORT-BROKEN-LINK-PARA
         END-IF
         MOVE WS-LINE-SEQ TO WS-PREV-SEQ
         MOVE WS-LINE-CHAIN TO WS-PREV-CHAIN
         MOVE WS-TRAIL-FILENAME TO WS-PREV-FILE
       WHEN WS-LINE-SEQ > WS-NEXT-SEQ
         PERFORM REPORT-MISSING-PARA
         MOVE WS-LINE-SEQ TO WS-PREV-SEQ
         MOVE WS-LINE-CHAIN TO WS-PREV-CHAIN
         MOVE WS-TRAIL-FILENAME TO WS-PREV-FILE
       WHEN OTHER
*> A sequence number already passed - a copied line, or one slipped
*> in with a borrowed number. The walk stays on the last good link.
         ADD 1 TO WS-INSERTED-COUNT
         ADD 1 TO WS-EXCEPTION-COUNT
         MOVE SPACES TO WS-PRINT-LINE
         STRING "INSERTED LINE " WS-FILE-LINE-NO " OF "
             FUNCTION TRIM(WS-TRAIL-FILENAME) " - REPEATS SEQ "
             WS-LINE-SEQ
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
         PERFORM PUT-REPORT-LINE-PARA
     END-EVALUATE.

REPORT-BROKEN-LINK-PARA.
*> The line does not fold to the value it carries: it, or its chain
*> value, has been changed since it was written. The walk carries on
*> from the value on the line, so each altered line shows once.
     ADD 1 TO WS-BROKEN-COUNT.
     ADD 1 TO WS-EXCEPTION-COUNT.
     IF WS-BROKEN-COUNT = 1
       MOVE WS-LINE-SEQ TO WS-FIRST-BREAK-SEQ
       MOVE WS-FILE-LINE-NO TO WS-FIRST-BREAK-LINE
       MOVE WS-TRAIL-FILENAME TO WS-FIRST-BREAK-FILE
     END-IF.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "BROKEN LINK AT SEQ " WS-LINE-SEQ ", LINE "
         WS-FILE-LINE-NO " OF " FUNCTION TRIM(WS-TRAIL-FILENAME)
         " - LINE ALTERED"
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.

REPORT-MISSING-PARA.
*> Sequence numbers skipped. At the head of a file they fell between
*> it and the file before - a gap between generations.
     COMPUTE WS-MISSING-FROM = WS-PREV-SEQ + 1.
     COMPUTE WS-MISSING-TO = WS-LINE-SEQ - 1.
     COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
       + WS-MISSING-TO - WS-MISSING-FROM + 1.
     ADD 1 TO WS-EXCEPTION-COUNT.
     MOVE SPACES TO WS-PRINT-LINE.
     IF WS-PREV-FILE NOT = WS-TRAIL-FILENAME
       ADD 1 TO WS-GAP-COUNT
       STRING "GAP BETWEEN " FUNCTION TRIM(WS-PREV-FILE) " AND "
           FUNCTION TRIM(WS-TRAIL-FILENAME)
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
       MOVE SPACES TO WS-PRINT-LINE
       STRING "  SEQ " WS-MISSING-FROM " TO " WS-MISSING-TO " MISSING"
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
     ELSE
       STRING "MISSING LINES SEQ " WS-MISSING-FROM " TO "
           WS-MISSING-TO " BEFORE LINE " WS-FILE-LINE-NO " OF "
           FUNCTION TRIM(WS-TRAIL-FILENAME)
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
     END-IF.
     PERFORM PUT-REPORT-LINE-PARA.

CHECK-HEAD-LINE-PARA.
*> The line the chain head points at must carry the head's value.
     SET HEAD-LINE-SEEN TO TRUE.
     IF WS-LINE-CHAIN NOT = WS-HEAD-CHAIN
       ADD 1 TO WS-EXCEPTION-COUNT
       MOVE SPACES TO WS-PRINT-LINE
       STRING "LINE " WS-FILE-LINE-NO " OF "
           FUNCTION TRIM(WS-TRAIL-FILENAME) " AT SEQ " WS-LINE-SEQ
           " DOES NOT MATCH mal_audit_chain.dat"
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

CHECK-HEAD-PARA.
*> Lines cut from the end of the trail leave nothing behind to break a
*> link - only the head still knows how far the chain had reached.
     IF WS-HEAD-SEQ > 0 AND NOT HEAD-LINE-SEEN
       ADD 1 TO WS-EXCEPTION-COUNT
       IF WS-PREV-SEQ < WS-HEAD-SEQ
         COMPUTE WS-MISSING-FROM = WS-PREV-SEQ + 1
         COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
           + WS-HEAD-SEQ - WS-PREV-SEQ
         MOVE SPACES TO WS-PRINT-LINE
         STRING "TRAIL ENDS SHORT OF THE CHAIN HEAD - SEQ "
             WS-MISSING-FROM " TO " WS-HEAD-SEQ " MISSING"
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
       ELSE
         MOVE SPACES TO WS-PRINT-LINE
         STRING "NO LINE AT THE CHAIN HEAD SEQ " WS-HEAD-SEQ
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
       END-IF
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

COMPUTE-CHAIN-PARA.
*> Fold columns 1-296 of the line into WS-CHAIN-WORK exactly as the
*> writers do.
     MOVE WS-TRAIL-RECORD(1:296) TO WS-CHAIN-IMAGE.
     PERFORM ADD-CHAIN-CHAR-PARA
       VARYING WS-CHAIN-IX FROM 1 BY 1 UNTIL WS-CHAIN-IX > 296.

ADD-CHAIN-CHAR-PARA.
     COMPUTE WS-CHAIN-WORK = FUNCTION MOD(WS-CHAIN-WORK * 257
       + FUNCTION ORD(WS-CHAIN-IMAGE(WS-CHAIN-IX:1)), 999999999989).

FINISH-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "WALKED " WS-FILE-COUNT " FILES, " WS-LINE-COUNT
         " LINES: " WS-CHAINED-COUNT " CHAINED, " WS-PRECHAIN-COUNT
         " FROM BEFORE CHAINING"
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "BROKEN LINKS " WS-BROKEN-COUNT ", MISSING LINES "
         WS-MISSING-COUNT ", INSERTED LINES " WS-INSERTED-COUNT
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "GAPS BETWEEN GENERATIONS " WS-GAP-COUNT
         ", GENERATIONS MISSING " WS-MISSING-GEN-COUNT
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "GENERATIONS NOT INDEXED " WS-UNINDEXED-COUNT
         ", LINES NOT WALKED " WS-UNWALKED-COUNT
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-BROKEN-COUNT > 0
       MOVE SPACES TO WS-PRINT-LINE
       STRING "FIRST BROKEN LINK: SEQ " WS-FIRST-BREAK-SEQ ", LINE "
           WS-FIRST-BREAK-LINE " OF "
           FUNCTION TRIM(WS-FIRST-BREAK-FILE)
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.
     MOVE SPACES TO WS-PRINT-LINE.
     EVALUATE TRUE
       WHEN WS-EXCEPTION-COUNT > 0
         STRING "AUDIT TRAIL FAILED VERIFICATION - " WS-EXCEPTION-COUNT
             " EXCEPTIONS"
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
         MOVE 8 TO RETURN-CODE
       WHEN WS-UNINDEXED-COUNT > 0 OR WS-UNWALKED-COUNT > 0
         OR GENERATIONS-NOT-LISTED
         STRING "AUDIT TRAIL NOT FULLY VERIFIED - NO EXCEPTIONS IN WHAT"
             " WAS WALKED"
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
         MOVE 4 TO RETURN-CODE
       WHEN CHAIN-STARTED
         STRING "AUDIT TRAIL INTACT - CHAIN UNBROKEN FROM SEQ "
             WS-FIRST-SEQ " TO " WS-PREV-SEQ
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
       WHEN OTHER
         MOVE "AUDIT TRAIL INTACT - NO CHAINED LINES TO CHECK"
           TO WS-PRINT-LINE
     END-EVALUATE.
     PERFORM PUT-REPORT-LINE-PARA.

PUT-REPORT-LINE-PARA.
     DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
     IF REPORT-FILE-OPEN
       MOVE WS-PRINT-LINE TO WS-REPORT-RECORD
       WRITE WS-REPORT-RECORD
     END-IF.
