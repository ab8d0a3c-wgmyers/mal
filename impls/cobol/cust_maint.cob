*> cust_maint.cob
*> Customer information file maintenance. An account used to be just a
*> number and a 20-character name, so nobody could say what else a
*> person held with us or where to send their statements. Customers
*> now live on mal_customers.dat, every account carries its owning
*> customer's ID, and OPN refuses to open an account for anyone not on
*> the file with their identity verified. Driven from the environment
*> the way MAL-OP-MAINT is:
*>   MAL_CUS_ACTION - ADD, AMEND, VERIFY, UNVERIFY or SHOW
*>   MAL_CUS_ID     - the customer (8 digits; blank on ADD takes the
*>                    next free number)
*>   MAL_CUS_NAME   - full name (ADD, AMEND)
*>   MAL_CUS_ADDR1, MAL_CUS_ADDR2, MAL_CUS_ADDR3
*>                  - address lines (ADD, AMEND)
*>   MAL_CUS_DOB    - date of birth, YYYYMMDD (ADD, AMEND)
*> AMEND changes only the fields given. A new customer starts
*> unverified; VERIFY records that their identity documents have been
*> seen and UNVERIFY withdraws it, and both need the maintenance
*> authority level. Changing the name or date of birth of a verified
*> customer withdraws the verification too - the documents seen were
*> for the old details. The operator is the signed-on $USER, who must
*> be on the operator master and not disabled. One line per customer:
*>   1-8 customer ID, 10-49 full name, 51-80 / 82-111 / 113-142
*>   address lines 1-3, 144-151 date of birth, 153 verified ('Y'/'N')
*> The file is rewritten whole through mal_customers.tmp and swapped in
*> with one rename(), under the mal_customers.lck interlock. Every
*> applied change lands on mal_audit.log under tag CUS with the before
*> and after values, and a VERIFY or UNVERIFY refused for want of
*> authority under REF, so MAL-AUDIT-INQ answers "who changed that
*> customer's address" like anything else. Other refusals - operator
*> unknown or disabled, bad input - change nothing and are only shown.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-CUST-MAINT.
AUTHOR. WAYNE MYERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO "mal_customers.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-CUSTOMER-STATUS.
    SELECT CUSTOMER-WORK-FILE ASSIGN TO "mal_customers.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-CWORK-STATUS.
    SELECT OPERATOR-MASTER-FILE ASSIGN TO "mal_operators.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-OPMAST-STATUS.
    SELECT AUDIT-LOG-FILE ASSIGN TO "mal_audit.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-STATUS.
    SELECT AUDIT-CHAIN-FILE ASSIGN TO "mal_audit_chain.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-CHAIN-STATUS.

DATA DIVISION.
FILE SECTION.
FD CUSTOMER-FILE.
01 WS-CUSTOMER-RECORD PIC X(160).

FD CUSTOMER-WORK-FILE.
01 WS-CWORK-RECORD PIC X(160).

FD OPERATOR-MASTER-FILE.
01 WS-OPMAST-RECORD PIC X(80).

FD AUDIT-LOG-FILE.
01 WS-AUDIT-RECORD PIC X(320).

FD AUDIT-CHAIN-FILE.
01 WS-AUDIT-CHAIN-RECORD PIC X(22).

WORKING-STORAGE SECTION.
01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
01 WS-CWORK-STATUS PIC X(02) VALUE SPACES.
01 WS-OPMAST-STATUS PIC X(02) VALUE SPACES.
01 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
01 WS-AUDIT-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 AUDIT-FILE-OPEN VALUE 'Y'.
01 WS-RUN-FAIL-SWITCH PIC X(01) VALUE 'N'.
   88 MAINT-RUN-FAILED VALUE 'Y'.
01 WS-CWORK-FAIL-SWITCH PIC X(01) VALUE 'N'.
   88 CUSTOMER-WORK-FAILED VALUE 'Y'.
01 WS-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 CUSTOMER-TABLE-FULL VALUE 'Y'.

*> The maintenance interlock, held for the whole run - the file
*> commits by load-then-rename, and two concurrent runs would each
*> load, each rename, and the second would silently discard the
*> first's change. Same mkdir() lock-directory idiom as the console.
01 WS-LOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-LOCK-MODE USAGE BINARY-LONG VALUE 493.
01 WS-LOCK-RC USAGE BINARY-LONG VALUE 0.
01 WS-LOCK-WAIT USAGE BINARY-LONG VALUE 50000.
01 WS-LOCK-TRIES PIC 9(03) VALUE 0.
01 WS-LOCK-HELD-SWITCH PIC X(01) VALUE 'N'.
   88 LOCK-IS-HELD VALUE 'Y'.
01 WS-MAINT-LOCKED-SWITCH PIC X(01) VALUE 'N'.
   88 MAINT-LOCK-HELD VALUE 'Y'.
01 WS-MAINTLOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-CHAINLOCK-NAME-C PIC X(30) VALUE SPACES.

*> The request, straight from the environment.
01 WS-ACTION PIC X(08) VALUE SPACES.
01 WS-TARGET PIC X(08) VALUE SPACES.
01 WS-NEW-NAME PIC X(40) VALUE SPACES.
01 WS-NEW-ADDR-1 PIC X(30) VALUE SPACES.
01 WS-NEW-ADDR-2 PIC X(30) VALUE SPACES.
01 WS-NEW-ADDR-3 PIC X(30) VALUE SPACES.
01 WS-NEW-DOB PIC X(08) VALUE SPACES.
01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
01 WS-TODAY PIC 9(08) VALUE 0.

*> The signed-on operator's own master entry. Verification is a
*> maintenance act, so it needs the same authority level the console
*> asks of CLS, RON, RNM and REV.
01 WS-OPMAST-LINE.
   05 WS-OPMAST-ID PIC X(08).
   05 FILLER PIC X(01).
   05 WS-OPMAST-NAME PIC X(20).
   05 FILLER PIC X(01).
   05 WS-OPMAST-AUTH PIC X(01).
   05 FILLER PIC X(01).
   05 WS-OPMAST-CODES PIC X(40).
   05 FILLER PIC X(01).
   05 WS-OPMAST-STATUS-BYTE PIC X(01).
      88 OPERATOR-IS-DISABLED VALUE 'D'.
01 WS-OPERATOR-FOUND-SWITCH PIC X(01) VALUE 'N'.
   88 OPERATOR-FOUND VALUE 'Y'.
01 WS-OPERATOR-AUTH PIC X(01) VALUE '0'.
01 WS-OPERATOR-DISABLED-SWITCH PIC X(01) VALUE 'N'.
   88 ACTOR-IS-DISABLED VALUE 'Y'.
01 WS-MAINT-AUTH-LEVEL PIC X(01) VALUE '3'.

*> The customer file, held whole while it is read and rewritten.
01 WS-CUST-COUNT PIC 9(05) VALUE 0.
01 WS-CUST-TABLE.
   05 WS-CUST-ENTRY PIC X(160) OCCURS 5000 TIMES.
01 WS-CUST-IX PIC 9(05) VALUE 0.
01 WS-FOUND-IX PIC 9(05) VALUE 0.
01 WS-MAX-ID PIC 9(08) VALUE 0.
01 WS-CUST-LINE.
   05 WS-CUST-ID PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-CUST-NAME PIC X(40).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-CUST-ADDR-1 PIC X(30).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-CUST-ADDR-2 PIC X(30).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-CUST-ADDR-3 PIC X(30).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-CUST-DOB PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-CUST-VERIFIED PIC X(01).
      88 CUSTOMER-IS-VERIFIED VALUE 'Y'.
   05 FILLER PIC X(07) VALUE SPACES.
*> The line as it stood before the change, for the audit text.
01 WS-OLD-LINE PIC X(160) VALUE SPACES.
01 WS-OLD-CUST-LINE REDEFINES WS-OLD-LINE.
   05 WS-OLD-ID PIC X(08).
   05 FILLER PIC X(01).
   05 WS-OLD-NAME PIC X(40).
   05 FILLER PIC X(01).
   05 WS-OLD-ADDR-1 PIC X(30).
   05 FILLER PIC X(01).
   05 WS-OLD-ADDR-2 PIC X(30).
   05 FILLER PIC X(01).
   05 WS-OLD-ADDR-3 PIC X(30).
   05 FILLER PIC X(01).
   05 WS-OLD-DOB PIC X(08).
   05 FILLER PIC X(01).
   05 WS-OLD-VERIFIED PIC X(01).
   05 FILLER PIC X(07).
01 WS-DOB-BAD-SWITCH PIC X(01) VALUE 'N'.
   88 DOB-IS-BAD VALUE 'Y'.
01 WS-UNVERIFIED-SWITCH PIC X(01) VALUE 'N'.
   88 VERIFICATION-WITHDRAWN VALUE 'Y'.

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

*> Null-terminated names for the rename() commit.
01 WS-CTMP-NAME-C PIC X(20) VALUE SPACES.
01 WS-CLIVE-NAME-C PIC X(20) VALUE SPACES.
01 WS-LIBC-RC USAGE BINARY-LONG VALUE 0.

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     IF NOT MAINT-RUN-FAILED
       EVALUATE WS-ACTION
         WHEN "SHOW"
           PERFORM SHOW-CUSTOMER-PARA
         WHEN "ADD"
           PERFORM ADD-CUSTOMER-PARA
         WHEN "AMEND"
           PERFORM AMEND-CUSTOMER-PARA
         WHEN "VERIFY"
         WHEN "UNVERIFY"
           PERFORM SET-VERIFIED-PARA
         WHEN OTHER
           DISPLAY "MAL_CUS_ACTION MUST BE ADD, AMEND, VERIFY,"
             " UNVERIFY OR SHOW"
           MOVE 8 TO RETURN-CODE
       END-EVALUATE
     END-IF.
     IF MAINT-LOCK-HELD
       MOVE WS-MAINTLOCK-NAME-C TO WS-LOCK-NAME-C
       PERFORM FREE-LOCK-PARA
       MOVE 'N' TO WS-MAINT-LOCKED-SWITCH
     END-IF.
     IF AUDIT-FILE-OPEN
       CLOSE AUDIT-LOG-FILE
     END-IF.
STOP RUN.

INIT-PARA.
     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
     ACCEPT WS-ACTION FROM ENVIRONMENT "MAL_CUS_ACTION".
     ACCEPT WS-TARGET FROM ENVIRONMENT "MAL_CUS_ID".
     ACCEPT WS-NEW-NAME FROM ENVIRONMENT "MAL_CUS_NAME".
     ACCEPT WS-NEW-ADDR-1 FROM ENVIRONMENT "MAL_CUS_ADDR1".
     ACCEPT WS-NEW-ADDR-2 FROM ENVIRONMENT "MAL_CUS_ADDR2".
     ACCEPT WS-NEW-ADDR-3 FROM ENVIRONMENT "MAL_CUS_ADDR3".
     ACCEPT WS-NEW-DOB FROM ENVIRONMENT "MAL_CUS_DOB".
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
     MOVE FUNCTION CONCATENATE("mal_customers.tmp", X'00')
       TO WS-CTMP-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_customers.dat", X'00')
       TO WS-CLIVE-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_customers.lck", X'00')
       TO WS-MAINTLOCK-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_audit_chain.lck", X'00')
       TO WS-CHAINLOCK-NAME-C.
     PERFORM OPEN-AUDIT-PARA.
     PERFORM VET-ACTOR-PARA.
     IF NOT MAINT-RUN-FAILED
       MOVE WS-MAINTLOCK-NAME-C TO WS-LOCK-NAME-C
       PERFORM TAKE-LOCK-PARA
       IF NOT LOCK-IS-HELD
         DISPLAY "CUSTOMER MAINTENANCE LOCK STUCK - REMOVE"
           " mal_customers.lck IF NO OTHER MAINTENANCE RUN IS LIVE;"
           " RUN REFUSED"
         SET MAINT-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       ELSE
         SET MAINT-LOCK-HELD TO TRUE
         PERFORM LOAD-CUSTOMERS-PARA
       END-IF
     END-IF.

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

VET-ACTOR-PARA.
*> The signed-on operator must be on the operator master and not
*> disabled - customer records are not changed anonymously.
     OPEN INPUT OPERATOR-MASTER-FILE.
     IF WS-OPMAST-STATUS = "00"
       PERFORM READ-OPERATOR-PARA
         UNTIL WS-OPMAST-STATUS NOT = "00" OR OPERATOR-FOUND
       CLOSE OPERATOR-MASTER-FILE
     END-IF.
     EVALUATE TRUE
       WHEN NOT OPERATOR-FOUND
         DISPLAY "OPERATOR " FUNCTION TRIM(WS-OPERATOR-ID)
           " NOT ON OPERATOR MASTER - REQUEST REFUSED"
         SET MAINT-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       WHEN ACTOR-IS-DISABLED
         DISPLAY "OPERATOR " FUNCTION TRIM(WS-OPERATOR-ID)
           " IS DISABLED - REQUEST REFUSED"
         SET MAINT-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       WHEN OTHER
         CONTINUE
     END-EVALUATE.

READ-OPERATOR-PARA.
     READ OPERATOR-MASTER-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-OPMAST-STATUS = "00"
       MOVE WS-OPMAST-RECORD TO WS-OPMAST-LINE
       IF WS-OPMAST-ID NOT = SPACES
         AND FUNCTION UPPER-CASE(WS-OPMAST-ID) =
             FUNCTION UPPER-CASE(WS-OPERATOR-ID)
         SET OPERATOR-FOUND TO TRUE
         MOVE WS-OPMAST-AUTH TO WS-OPERATOR-AUTH
         IF OPERATOR-IS-DISABLED
           SET ACTOR-IS-DISABLED TO TRUE
         END-IF
       END-IF
     END-IF.

LOAD-CUSTOMERS-PARA.
*> No file yet is simply an empty one - the first ADD creates it.
     MOVE 0 TO WS-CUST-COUNT.
     OPEN INPUT CUSTOMER-FILE.
     IF WS-CUSTOMER-STATUS = "00"
       PERFORM READ-CUSTOMER-PARA
         UNTIL WS-CUSTOMER-STATUS NOT = "00" OR CUSTOMER-TABLE-FULL
       CLOSE CUSTOMER-FILE
       IF CUSTOMER-TABLE-FULL
         DISPLAY "CUSTOMER FILE LARGER THAN THE WORK TABLE - RUN"
           " ABANDONED, NOTHING CHANGED"
         SET MAINT-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.

READ-CUSTOMER-PARA.
     READ CUSTOMER-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-CUSTOMER-STATUS = "00"
       IF WS-CUST-COUNT < 5000
         ADD 1 TO WS-CUST-COUNT
         MOVE WS-CUSTOMER-RECORD TO WS-CUST-ENTRY(WS-CUST-COUNT)
       ELSE
         SET CUSTOMER-TABLE-FULL TO TRUE
       END-IF
     END-IF.

LOCATE-CUSTOMER-PARA.
*> Find WS-TARGET in the table, noting the highest ID on the way for
*> ADD's next free number. WS-FOUND-IX comes back 0 when it is not
*> there; on a hit WS-CUST-LINE holds the entry.
     MOVE 0 TO WS-FOUND-IX.
     MOVE 0 TO WS-MAX-ID.
     PERFORM MATCH-CUSTOMER-PARA
       VARYING WS-CUST-IX FROM 1 BY 1
       UNTIL WS-CUST-IX > WS-CUST-COUNT.
     IF WS-FOUND-IX > 0
       MOVE WS-CUST-ENTRY(WS-FOUND-IX) TO WS-CUST-LINE
     END-IF.

MATCH-CUSTOMER-PARA.
     MOVE WS-CUST-ENTRY(WS-CUST-IX) TO WS-CUST-LINE.
     IF WS-CUST-ID IS NUMERIC
       IF WS-CUST-ID > WS-MAX-ID
         MOVE WS-CUST-ID TO WS-MAX-ID
       END-IF
       IF WS-CUST-ID = WS-TARGET AND WS-FOUND-IX = 0
         MOVE WS-CUST-IX TO WS-FOUND-IX
       END-IF
     END-IF.

CHECK-TARGET-PARA.
*> Every action but ADD needs a customer ID that is on the file.
     IF WS-TARGET IS NOT NUMERIC
       DISPLAY "MAL_CUS_ID MUST BE AN 8-DIGIT CUSTOMER ID"
       SET MAINT-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       PERFORM LOCATE-CUSTOMER-PARA
       IF WS-FOUND-IX = 0
         DISPLAY "CUSTOMER " WS-TARGET " NOT ON THE CUSTOMER FILE"
         SET MAINT-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       ELSE
         MOVE WS-CUST-LINE TO WS-OLD-LINE
       END-IF
     END-IF.

EDIT-DOB-PARA.
*> A date of birth must be a real calendar date and not in the future.
     MOVE 'N' TO WS-DOB-BAD-SWITCH.
     IF WS-NEW-DOB IS NOT NUMERIC
       SET DOB-IS-BAD TO TRUE
     ELSE
       IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-NEW-DOB))
            NOT = 0
         OR WS-NEW-DOB > WS-TODAY
         SET DOB-IS-BAD TO TRUE
       END-IF
     END-IF.
     IF DOB-IS-BAD
       DISPLAY "MAL_CUS_DOB MUST BE A PAST DATE, YYYYMMDD"
       SET MAINT-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

SHOW-CUSTOMER-PARA.
     PERFORM CHECK-TARGET-PARA.
     IF NOT MAINT-RUN-FAILED
       DISPLAY "CUSTOMER " WS-CUST-ID " " FUNCTION TRIM(WS-CUST-NAME)
       DISPLAY "  " FUNCTION TRIM(WS-CUST-ADDR-1)
       DISPLAY "  " FUNCTION TRIM(WS-CUST-ADDR-2)
       DISPLAY "  " FUNCTION TRIM(WS-CUST-ADDR-3)
       DISPLAY "  BORN " WS-CUST-DOB " ID VERIFIED " WS-CUST-VERIFIED
     END-IF.

ADD-CUSTOMER-PARA.
*> A blank ID takes the next number after the highest on file.
     IF WS-TARGET NOT = SPACES AND WS-TARGET IS NOT NUMERIC
       DISPLAY "MAL_CUS_ID MUST BE AN 8-DIGIT CUSTOMER ID OR BLANK"
       SET MAINT-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.
     IF NOT MAINT-RUN-FAILED
       PERFORM LOCATE-CUSTOMER-PARA
       EVALUATE TRUE
         WHEN WS-FOUND-IX > 0
           DISPLAY "CUSTOMER " WS-TARGET " IS ALREADY ON THE FILE"
           SET MAINT-RUN-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE
         WHEN WS-NEW-NAME = SPACES
           DISPLAY "ADD NEEDS MAL_CUS_NAME"
           SET MAINT-RUN-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE
         WHEN WS-CUST-COUNT >= 5000
           DISPLAY "CUSTOMER WORK TABLE FULL - NOT ADDED"
           SET MAINT-RUN-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE
         WHEN WS-TARGET = SPACES AND WS-MAX-ID >= 99999999
           DISPLAY "NO FREE CUSTOMER NUMBER LEFT - KEY MAL_CUS_ID"
           SET MAINT-RUN-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE
         WHEN OTHER
           PERFORM EDIT-DOB-PARA
       END-EVALUATE
     END-IF.
     IF NOT MAINT-RUN-FAILED
       IF WS-TARGET = SPACES
         ADD 1 TO WS-MAX-ID
         MOVE WS-MAX-ID TO WS-TARGET
       END-IF
       MOVE SPACES TO WS-CUST-LINE
       MOVE WS-TARGET TO WS-CUST-ID
       MOVE WS-NEW-NAME TO WS-CUST-NAME
       MOVE WS-NEW-ADDR-1 TO WS-CUST-ADDR-1
       MOVE WS-NEW-ADDR-2 TO WS-CUST-ADDR-2
       MOVE WS-NEW-ADDR-3 TO WS-CUST-ADDR-3
       MOVE WS-NEW-DOB TO WS-CUST-DOB
       MOVE 'N' TO WS-CUST-VERIFIED
       ADD 1 TO WS-CUST-COUNT
       MOVE WS-CUST-COUNT TO WS-FOUND-IX
       MOVE WS-CUST-LINE TO WS-CUST-ENTRY(WS-FOUND-IX)
       PERFORM COMMIT-CUSTOMERS-PARA
     END-IF.
     IF NOT MAINT-RUN-FAILED
       DISPLAY "CUSTOMER " WS-CUST-ID " ADDED - NOT YET VERIFIED"
       MOVE "CUS" TO WS-AUDIT-LINE-TAG
       MOVE SPACES TO WS-AUDIT-LINE-TEXT
       STRING "CUSTOMER ADDED: " WS-CUST-ID
           " NAME " FUNCTION TRIM(WS-CUST-NAME)
           " ADDRESS " FUNCTION TRIM(WS-CUST-ADDR-1)
           " / " FUNCTION TRIM(WS-CUST-ADDR-2)
           " / " FUNCTION TRIM(WS-CUST-ADDR-3)
           " BORN " WS-CUST-DOB
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
       PERFORM WRITE-AUDIT-PARA
     END-IF.

AMEND-CUSTOMER-PARA.
*> Only the fields given change. A new name or date of birth on a
*> verified customer withdraws the verification.
     PERFORM CHECK-TARGET-PARA.
     IF NOT MAINT-RUN-FAILED
       IF WS-NEW-NAME = SPACES AND WS-NEW-ADDR-1 = SPACES
         AND WS-NEW-ADDR-2 = SPACES AND WS-NEW-ADDR-3 = SPACES
         AND WS-NEW-DOB = SPACES
         DISPLAY "AMEND NEEDS AT LEAST ONE OF MAL_CUS_NAME,"
           " MAL_CUS_ADDR1-3 OR MAL_CUS_DOB"
         SET MAINT-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       ELSE
         IF WS-NEW-DOB NOT = SPACES
           PERFORM EDIT-DOB-PARA
         END-IF
       END-IF
     END-IF.
     IF NOT MAINT-RUN-FAILED
       IF WS-NEW-NAME NOT = SPACES
         MOVE WS-NEW-NAME TO WS-CUST-NAME
       END-IF
       IF WS-NEW-ADDR-1 NOT = SPACES
         MOVE WS-NEW-ADDR-1 TO WS-CUST-ADDR-1
       END-IF
       IF WS-NEW-ADDR-2 NOT = SPACES
         MOVE WS-NEW-ADDR-2 TO WS-CUST-ADDR-2
       END-IF
       IF WS-NEW-ADDR-3 NOT = SPACES
         MOVE WS-NEW-ADDR-3 TO WS-CUST-ADDR-3
       END-IF
       IF WS-NEW-DOB NOT = SPACES
         MOVE WS-NEW-DOB TO WS-CUST-DOB
       END-IF
       IF CUSTOMER-IS-VERIFIED
         AND (WS-CUST-NAME NOT = WS-OLD-NAME
              OR WS-CUST-DOB NOT = WS-OLD-DOB)
         MOVE 'N' TO WS-CUST-VERIFIED
         SET VERIFICATION-WITHDRAWN TO TRUE
       END-IF
       MOVE WS-CUST-LINE TO WS-CUST-ENTRY(WS-FOUND-IX)
       PERFORM COMMIT-CUSTOMERS-PARA
     END-IF.
     IF NOT MAINT-RUN-FAILED
       DISPLAY "CUSTOMER " WS-CUST-ID " AMENDED"
       MOVE "CUS" TO WS-AUDIT-LINE-TAG
       MOVE SPACES TO WS-AUDIT-LINE-TEXT
       STRING "CUSTOMER AMENDED: " WS-CUST-ID
           " WAS " FUNCTION TRIM(WS-OLD-NAME)
           " / " FUNCTION TRIM(WS-OLD-ADDR-1)
           " / " FUNCTION TRIM(WS-OLD-ADDR-2)
           " / " FUNCTION TRIM(WS-OLD-ADDR-3)
           " / " WS-OLD-DOB
           " NOW " FUNCTION TRIM(WS-CUST-NAME)
           " / " FUNCTION TRIM(WS-CUST-ADDR-1)
           " / " FUNCTION TRIM(WS-CUST-ADDR-2)
           " / " FUNCTION TRIM(WS-CUST-ADDR-3)
           " / " WS-CUST-DOB
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
       PERFORM WRITE-AUDIT-PARA
       IF VERIFICATION-WITHDRAWN
         DISPLAY "IDENTITY DETAILS CHANGED - CUSTOMER NEEDS"
           " RE-VERIFYING"
         MOVE SPACES TO WS-AUDIT-LINE-TEXT
         STRING "CUSTOMER " WS-CUST-ID
             " VERIFICATION WITHDRAWN - NAME OR BIRTH DATE CHANGED"
             DELIMITED BY SIZE
             INTO WS-AUDIT-LINE-TEXT
         END-STRING
         PERFORM WRITE-AUDIT-PARA
       END-IF
     END-IF.

SET-VERIFIED-PARA.
*> VERIFY and UNVERIFY need the maintenance authority level; a refusal
*> lands on the trail under REF like any other.
     PERFORM CHECK-TARGET-PARA.
     IF NOT MAINT-RUN-FAILED
       IF WS-OPERATOR-AUTH < WS-MAINT-AUTH-LEVEL
         DISPLAY FUNCTION TRIM(WS-ACTION) " NEEDS AUTHORITY "
           WS-MAINT-AUTH-LEVEL " OR ABOVE"
         MOVE "REF" TO WS-AUDIT-LINE-TAG
         MOVE SPACES TO WS-AUDIT-LINE-TEXT
         STRING "REFUSED " FUNCTION TRIM(WS-ACTION)
             " OF CUSTOMER " WS-CUST-ID
             " - AUTHORITY " WS-OPERATOR-AUTH
             DELIMITED BY SIZE
             INTO WS-AUDIT-LINE-TEXT
         END-STRING
         PERFORM WRITE-AUDIT-PARA
         SET MAINT-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       ELSE
         IF WS-ACTION = "VERIFY"
           MOVE 'Y' TO WS-CUST-VERIFIED
         ELSE
           MOVE 'N' TO WS-CUST-VERIFIED
         END-IF
         MOVE WS-CUST-LINE TO WS-CUST-ENTRY(WS-FOUND-IX)
         PERFORM COMMIT-CUSTOMERS-PARA
       END-IF
     END-IF.
     IF NOT MAINT-RUN-FAILED
       DISPLAY "CUSTOMER " WS-CUST-ID " ID VERIFIED "
         WS-CUST-VERIFIED
       MOVE "CUS" TO WS-AUDIT-LINE-TAG
       MOVE SPACES TO WS-AUDIT-LINE-TEXT
       STRING "CUSTOMER " FUNCTION TRIM(WS-ACTION) ": " WS-CUST-ID
           " " FUNCTION TRIM(WS-CUST-NAME)
           " VERIFIED WAS " WS-OLD-VERIFIED
           " NOW " WS-CUST-VERIFIED
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
       PERFORM WRITE-AUDIT-PARA
     END-IF.

COMMIT-CUSTOMERS-PARA.
*> The new file goes to the work file while the live one is still
*> untouched, then one rename() commits it. Every WRITE is checked: a
*> short work file must never reach the rename.
     OPEN OUTPUT CUSTOMER-WORK-FILE.
     IF WS-CWORK-STATUS NOT = "00"
       DISPLAY "UNABLE TO WRITE THE CUSTOMER WORK FILE - NOT APPLIED"
       SET MAINT-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       PERFORM WRITE-ONE-CUSTOMER-PARA
         VARYING WS-CUST-IX FROM 1 BY 1
         UNTIL WS-CUST-IX > WS-CUST-COUNT OR CUSTOMER-WORK-FAILED
       CLOSE CUSTOMER-WORK-FILE
       IF CUSTOMER-WORK-FAILED
         DISPLAY "WRITE FAILED ON THE CUSTOMER WORK FILE - NOT"
           " APPLIED"
         SET MAINT-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       ELSE
         CALL 'rename' USING WS-CTMP-NAME-C WS-CLIVE-NAME-C
              RETURNING WS-LIBC-RC
         END-CALL
         IF WS-LIBC-RC NOT = 0
           DISPLAY "UNABLE TO SWAP THE NEW CUSTOMER FILE INTO PLACE -"
             " LIVE FILE UNCHANGED"
           SET MAINT-RUN-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE
         END-IF
       END-IF
     END-IF.

WRITE-ONE-CUSTOMER-PARA.
     MOVE WS-CUST-ENTRY(WS-CUST-IX) TO WS-CWORK-RECORD.
     WRITE WS-CWORK-RECORD.
     IF WS-CWORK-STATUS NOT = "00"
       SET CUSTOMER-WORK-FAILED TO TRUE
     END-IF.

TAKE-LOCK-PARA.
*> Acquire the lock named in WS-LOCK-NAME-C - mkdir() either creates
*> the lock directory atomically or fails because another run holds
*> it. What outlives the retry budget is a stale lock from an abend,
*> which needs an operator.
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
