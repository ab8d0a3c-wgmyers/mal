    SELECT AUDIT-LOG-FILE ASSIGN TO "mal_audit.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-STATUS.
    SELECT AUDIT-CHAIN-FILE ASSIGN TO "mal_audit_chain.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-CHAIN-STATUS.

DATA DIVISION.
FILE SECTION.
01 WS-PWORK-RECORD PIC X(120).

FD AUDIT-LOG-FILE.
01 WS-AUDIT-RECORD PIC X(320).

FD AUDIT-CHAIN-FILE.
01 WS-AUDIT-CHAIN-RECORD PIC X(22).

WORKING-STORAGE SECTION.
01 WS-OPMAST-STATUS PIC X(02) VALUE SPACES.
   88 LOCK-IS-HELD VALUE 'Y'.
01 WS-MAINT-LOCKED-SWITCH PIC X(01) VALUE 'N'.
   88 MAINT-LOCK-HELD VALUE 'Y'.
01 WS-MAINTLOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-CHAINLOCK-NAME-C PIC X(30) VALUE SPACES.

*> The request, straight from the environment.
01 WS-ACTION PIC X(07) VALUE SPACES.
   05 WS-AUDIT-LINE-TAG PIC X(03).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-TEXT PIC X(255).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-SEQ PIC 9(09).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-CHAIN PIC 9(12).

*> The audit chain, exactly as the console keeps it: a trail-wide
*> sequence number and a chain value on every line, the last pair
*> handed out held in mal_audit_chain.dat under mal_audit_chain.lck.
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

*> Null-terminated names for the rename() commits.
01 WS-MTMP-NAME-C PIC X(20) VALUE SPACES.
       END-EVALUATE
     END-IF.
     IF MAINT-LOCK-HELD
       MOVE WS-MAINTLOCK-NAME-C TO WS-LOCK-NAME-C
       PERFORM FREE-LOCK-PARA
       MOVE 'N' TO WS-MAINT-LOCKED-SWITCH
     END-IF.
       TO WS-PTMP-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_op_pending.dat", X'00')
       TO WS-PLIVE-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_operators.lck", X'00')
       TO WS-MAINTLOCK-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_audit_chain.lck", X'00')
       TO WS-CHAINLOCK-NAME-C.
     PERFORM OPEN-AUDIT-PARA.
*> Everything from the master load to the final rename happens under
*> the maintenance interlock, so two concurrent runs cannot rename
*> away each other's work.
     MOVE WS-MAINTLOCK-NAME-C TO WS-LOCK-NAME-C.
     PERFORM TAKE-LOCK-PARA.
     IF NOT LOCK-IS-HELD
       DISPLAY "OPERATOR MAINTENANCE LOCK STUCK - REMOVE"
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

LOAD-MASTER-PARA.
     OPEN INPUT OPERATOR-MASTER-FILE.
     IF WS-OPMAST-STATUS = "00"
