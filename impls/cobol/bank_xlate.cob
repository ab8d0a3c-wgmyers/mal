*> bank_xlate.cob
*> Inbound payment translator. The clearing bank sends the day's
*> incoming credits as mal_bank_YYYYMMDD.dat (MAL_BANK_DATE, default
*> today) in its own layout, one record per line:
*>   H  1     "H"
*>      2-9   file date (YYYYMMDD)
*>      10-15 the bank's file sequence number
*>      16-35 sending bank
*>   D  1     "D"
*>      2-17  the bank's unique transaction reference
*>      18-35 the bank's reference for the beneficiary account
*>      36-46 amount in pence, 11 digits
*>      47-54 value date (YYYYMMDD)
*>      55-84 payer name
*>   T  1     "T"
*>      2-8   number of D records
*>      9-21  total of the D amounts in pence, 13 digits
*> Nothing is released until the file proves against the bank's own
*> trailer - header first, trailer last with nothing after it, count
*> and pence total agreeing; a file that does not prove is refused
*> whole. Each payment's account reference is then looked up in the
*> cross-reference mal_bank_xref.dat (1-18 the bank's reference, 20-27
*> our account number) and the account read off the master. Payments
*> that map to an open (or dormant - it still takes money in) account
*> become DEP lines in mal_bank_batch_YYYYMMDD.dat, bracketed by the
*> HDR/TRL control records READ-BATCH-HEADER-PARA and
*> PROCESS-TRAILER-PARA balance inbound files with - origin BANKCRED,
*> count and hash total - exactly as MAL-SO-RELEASE builds the
*> standing-order batch. That file is then driven through MAL-STEP0
*> batch mode. Everything else goes to mal_bank_unapplied_YYYYMMDD.dat
*> with a reason, for the back office to chase:
*>   NXR no cross-reference for the bank's account reference
*>   UNK cross-reference names an account not on the master
*>   CLS account closed
*>   DUP transaction reference already received (today or earlier)
*>   AMT amount zero, not numeric, or too big to key as a DEP amount
*>   VDT value date is not a date
*> Unapplied layout: 1-3 reason, 5-12 our account (where known), 14-97
*> the bank's D record untouched.
*> Duplicates are caught against mal_bank_received.dat, a register of
*> every transaction reference applied (1-16 reference, 18-25 run date
*> it was applied, 27-34 our account, 36-46 pence, 48-55 value date),
*> kept for 400 days. Re-translating a date keeps that date's own
*> entries, so a rerun finds every payment already applied as DUP and
*> releases nothing twice. MAL_BANK_REPLACE=Y drops that date's entries
*> first so its payments are released afresh - only for a translation
*> that went wrong and whose batch has not yet been driven.
*> The register is rewritten to mal_bank_received.tmp and swapped in
*> with one rename(), after the batch file is safely closed.
*> A summary goes to the console and mal_bank_report.txt.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-BANK-XLATE.
AUTHOR. WAYNE MYERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BANK-FILE ASSIGN TO DYNAMIC WS-BANK-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-BANK-STATUS.
    SELECT XREF-FILE ASSIGN TO "mal_bank_xref.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-XREF-STATUS.
    SELECT RECEIVED-FILE ASSIGN TO "mal_bank_received.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-RECEIVED-STATUS.
    SELECT RECEIVED-WORK-FILE ASSIGN TO "mal_bank_received.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-RECEIVED-WORK-STATUS.
    SELECT RELEASE-FILE ASSIGN TO DYNAMIC WS-RELEASE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-RELEASE-STATUS.
    SELECT UNAPPLIED-FILE ASSIGN TO DYNAMIC WS-UNAPPLIED-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-UNAPPLIED-STATUS.
    SELECT XLATE-REPORT-FILE ASSIGN TO "mal_bank_report.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REPORT-STATUS.
    SELECT ACCOUNT-MASTER-FILE ASSIGN TO "mal_accounts.dat"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY WS-ACCOUNT-NUMBER
        FILE STATUS WS-ACCOUNT-STATUS.

DATA DIVISION.
FILE SECTION.
FD BANK-FILE.
01 WS-BANK-RECORD PIC X(84).

FD XREF-FILE.
01 WS-XREF-RECORD PIC X(27).

FD RECEIVED-FILE.
01 WS-RECEIVED-RECORD PIC X(55).

FD RECEIVED-WORK-FILE.
01 WS-RECEIVED-WORK-RECORD PIC X(55).

FD RELEASE-FILE.
01 WS-RELEASE-RECORD PIC X(60).

FD UNAPPLIED-FILE.
01 WS-UNAPPLIED-RECORD PIC X(97).

FD XLATE-REPORT-FILE.
01 WS-REPORT-RECORD PIC X(90).

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

WORKING-STORAGE SECTION.
01 WS-BANK-STATUS PIC X(02) VALUE SPACES.
01 WS-XREF-STATUS PIC X(02) VALUE SPACES.
01 WS-RECEIVED-STATUS PIC X(02) VALUE SPACES.
01 WS-RECEIVED-WORK-STATUS PIC X(02) VALUE SPACES.
01 WS-RELEASE-STATUS PIC X(02) VALUE SPACES.
01 WS-UNAPPLIED-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-STATUS PIC X(02) VALUE SPACES.
01 WS-ACCOUNT-STATUS PIC X(02) VALUE SPACES.
01 WS-BANK-FILENAME PIC X(60) VALUE SPACES.
01 WS-RELEASE-FILENAME PIC X(60) VALUE SPACES.
01 WS-UNAPPLIED-FILENAME PIC X(60) VALUE SPACES.
01 WS-REPORT-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 REPORT-FILE-OPEN VALUE 'Y'.
01 WS-MASTER-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 MASTER-FILE-OPEN VALUE 'Y'.
01 WS-UNAPPLIED-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 UNAPPLIED-FILE-OPEN VALUE 'Y'.
01 WS-RUN-FAIL-SWITCH PIC X(01) VALUE 'N'.
   88 XLATE-RUN-FAILED VALUE 'Y'.

01 WS-ENV-RUN-DATE PIC X(08) VALUE SPACES.
01 WS-ENV-REPLACE PIC X(01) VALUE SPACES.
   88 REPLACE-REQUESTED VALUE 'Y' 'y'.
01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-RUN-INT PIC 9(07) VALUE 0.
01 WS-KEEP-DAYS PIC 9(03) VALUE 400.
01 WS-ENTRY-INT PIC 9(07) VALUE 0.

*> The bank's file, held whole so it can be proved before anything is
*> released.
01 WS-BANK-LINE.
   05 WS-BANK-TYPE PIC X(01).
   05 WS-BANK-BODY PIC X(83).
01 WS-BANK-HEADER REDEFINES WS-BANK-LINE.
   05 FILLER PIC X(01).
   05 WS-BANK-HDR-DATE PIC X(08).
   05 WS-BANK-HDR-FILE-SEQ PIC X(06).
   05 WS-BANK-HDR-SENDER PIC X(20).
   05 FILLER PIC X(49).
01 WS-BANK-DETAIL REDEFINES WS-BANK-LINE.
   05 FILLER PIC X(01).
   05 WS-BANK-TXN-REF PIC X(16).
   05 WS-BANK-ACCT-REF PIC X(18).
   05 WS-BANK-PENCE PIC X(11).
   05 WS-BANK-PENCE-N REDEFINES WS-BANK-PENCE PIC 9(11).
   05 WS-BANK-VALUE-DATE PIC X(08).
   05 WS-BANK-PAYER PIC X(30).
01 WS-BANK-TRAILER REDEFINES WS-BANK-LINE.
   05 FILLER PIC X(01).
   05 WS-BANK-TRL-COUNT PIC X(07).
   05 WS-BANK-TRL-COUNT-N REDEFINES WS-BANK-TRL-COUNT PIC 9(07).
   05 WS-BANK-TRL-PENCE PIC X(13).
   05 WS-BANK-TRL-PENCE-N REDEFINES WS-BANK-TRL-PENCE PIC 9(13).
   05 FILLER PIC X(63).
01 WS-PAYMENT-TABLE.
   05 WS-HELD-PAYMENT PIC X(84) OCCURS 5000 TIMES.
01 WS-PAYMENT-COUNT PIC 9(05) VALUE 0.
01 WS-PAYMENT-IX PIC 9(05) VALUE 0.
01 WS-BANK-LINE-COUNT PIC 9(05) VALUE 0.
01 WS-BANK-PENCE-TOTAL PIC 9(13) VALUE 0.
01 WS-HEADER-SEEN-SWITCH PIC X(01) VALUE 'N'.
   88 BANK-HEADER-SEEN VALUE 'Y'.
01 WS-TRAILER-SEEN-SWITCH PIC X(01) VALUE 'N'.
   88 BANK-TRAILER-SEEN VALUE 'Y'.
01 WS-AFTER-TRAILER-SWITCH PIC X(01) VALUE 'N'.
   88 LINES-AFTER-TRAILER VALUE 'Y'.
01 WS-BAD-LINE-SWITCH PIC X(01) VALUE 'N'.
   88 BANK-LINE-BAD VALUE 'Y'.
01 WS-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 PAYMENT-TABLE-FULL VALUE 'Y'.
01 WS-SAVED-TRAILER PIC X(84) VALUE SPACES.
01 WS-SAVED-HEADER PIC X(84) VALUE SPACES.

*> Cross-reference, bank reference to our account number.
01 WS-XREF-LINE.
   05 WS-XREF-BANK-REF PIC X(18).
   05 FILLER PIC X(01).
   05 WS-XREF-ACCOUNT PIC X(08).
01 WS-XREF-TABLE.
   05 WS-XREF-ENTRY OCCURS 5000 TIMES.
      10 WS-XREF-T-BANK-REF PIC X(18).
      10 WS-XREF-T-ACCOUNT PIC X(08).
01 WS-XREF-COUNT PIC 9(04) VALUE 0.
01 WS-XREF-IX PIC 9(04) VALUE 0.
01 WS-XREF-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 XREF-TABLE-FULL VALUE 'Y'.

*> The received-payments register, as kept and as rewritten.
01 WS-RECEIVED-LINE.
   05 WS-RCV-TXN-REF PIC X(16).
   05 FILLER PIC X(01).
   05 WS-RCV-RUN-DATE PIC X(08).
   05 FILLER PIC X(01).
   05 WS-RCV-ACCOUNT PIC X(08).
   05 FILLER PIC X(01).
   05 WS-RCV-PENCE PIC X(11).
   05 FILLER PIC X(01).
   05 WS-RCV-VALUE-DATE PIC X(08).
01 WS-RECEIVED-TABLE.
   05 WS-HELD-RECEIVED PIC X(55) OCCURS 50000 TIMES.
01 WS-RECEIVED-COUNT PIC 9(05) VALUE 0.
01 WS-RECEIVED-IX PIC 9(05) VALUE 0.
01 WS-RECEIVED-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 RECEIVED-TABLE-FULL VALUE 'Y'.
01 WS-REPLACED-COUNT PIC 9(05) VALUE 0.
01 WS-EXPIRED-COUNT PIC 9(05) VALUE 0.
01 WS-TMP-NAME-C PIC X(26) VALUE SPACES.
01 WS-LIVE-NAME-C PIC X(26) VALUE SPACES.
01 WS-LIBC-RC USAGE BINARY-LONG VALUE 0.

*> The payment in hand and what became of it.
01 WS-TARGET-ACCOUNT PIC X(08) VALUE SPACES.
01 WS-REASON PIC X(03) VALUE SPACES.
01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
   88 ENTRY-FOUND VALUE 'Y'.
01 WS-AMOUNT-WORK PIC 9(09)V99 VALUE 0.
01 WS-AMOUNT-DISPLAY PIC 9(07).9(02) VALUE ZERO.
01 WS-OPERAND-TEXT PIC X(07) VALUE SPACES.
01 WS-UNAPPLIED-LINE.
   05 WS-UNAPPLIED-REASON PIC X(03).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-UNAPPLIED-ACCOUNT PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-UNAPPLIED-BANK-LINE PIC X(84).

*> The generated DEP line, in the TRANXREC keyed positions, and the
*> control records in the layouts the console balances inbound files
*> with.
01 WS-TRANX-OUT.
   05 WS-OUT-CODE PIC X(03) VALUE "DEP".
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-OUT-OPERAND-1 PIC X(07).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-OUT-OPERAND-2 PIC X(07) VALUE SPACES.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-OUT-ACCOUNT PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-OUT-NAME PIC X(20) VALUE SPACES.
01 WS-HDR-OUT.
   05 FILLER PIC X(03) VALUE "HDR".
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-HDR-DATE PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 FILLER PIC X(08) VALUE "BANKCRED".
01 WS-TRL-OUT.
   05 FILLER PIC X(03) VALUE "TRL".
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TRL-COUNT PIC 9(07).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TRL-HASH PIC 9(10).9(02).
01 WS-HASH-TOTAL PIC 9(10)V99 VALUE 0.

*> Run totals.
01 WS-APPLIED-COUNT PIC 9(07) VALUE 0.
01 WS-APPLIED-TOTAL PIC 9(11)V99 VALUE 0.
01 WS-UNAPPLIED-COUNT PIC 9(07) VALUE 0.
01 WS-UNAPPLIED-TOTAL PIC 9(11)V99 VALUE 0.
01 WS-TOTAL-EDITED PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-PRINT-LINE PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     IF NOT XLATE-RUN-FAILED
       PERFORM LOAD-BANK-FILE-PARA
     END-IF.
     IF NOT XLATE-RUN-FAILED
       PERFORM PROVE-BANK-FILE-PARA
     END-IF.
     IF NOT XLATE-RUN-FAILED
       PERFORM LOAD-XREF-PARA
     END-IF.
     IF NOT XLATE-RUN-FAILED
       PERFORM LOAD-RECEIVED-PARA
     END-IF.
     IF NOT XLATE-RUN-FAILED
       PERFORM OPEN-OUTPUTS-PARA
     END-IF.
     IF NOT XLATE-RUN-FAILED
       PERFORM TRANSLATE-ONE-PAYMENT-PARA
         VARYING WS-PAYMENT-IX FROM 1 BY 1
         UNTIL WS-PAYMENT-IX > WS-PAYMENT-COUNT OR XLATE-RUN-FAILED
       PERFORM CLOSE-RELEASE-PARA
     END-IF.
     IF NOT XLATE-RUN-FAILED
       PERFORM WRITE-RECEIVED-BACK-PARA
     END-IF.
     IF NOT XLATE-RUN-FAILED
       PERFORM FINISH-PARA
     END-IF.
     PERFORM CLEANUP-PARA.
STOP RUN.

INIT-PARA.
     ACCEPT WS-ENV-RUN-DATE FROM ENVIRONMENT "MAL_BANK_DATE".
     IF WS-ENV-RUN-DATE NOT = SPACES
       AND WS-ENV-RUN-DATE IS NUMERIC
       MOVE WS-ENV-RUN-DATE TO WS-RUN-DATE
     ELSE
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
     END-IF.
     ACCEPT WS-ENV-REPLACE FROM ENVIRONMENT "MAL_BANK_REPLACE".
     STRING "mal_bank_" WS-RUN-DATE ".dat" DELIMITED BY SIZE
         INTO WS-BANK-FILENAME
     END-STRING.
     STRING "mal_bank_batch_" WS-RUN-DATE ".dat" DELIMITED BY SIZE
         INTO WS-RELEASE-FILENAME
     END-STRING.
     STRING "mal_bank_unapplied_" WS-RUN-DATE ".dat" DELIMITED BY SIZE
         INTO WS-UNAPPLIED-FILENAME
     END-STRING.
     MOVE FUNCTION CONCATENATE("mal_bank_received.tmp", X'00')
       TO WS-TMP-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_bank_received.dat", X'00')
       TO WS-LIVE-NAME-C.
     OPEN OUTPUT XLATE-REPORT-FILE.
     IF WS-REPORT-STATUS = "00"
       SET REPORT-FILE-OPEN TO TRUE
     ELSE
       DISPLAY "UNABLE TO OPEN BANK TRANSLATION REPORT - CONSOLE ONLY"
     END-IF.
     IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
       DISPLAY "MAL_BANK_DATE IS NOT A VALID CALENDAR DATE - RUN"
         " REFUSED"
       SET XLATE-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
       MOVE SPACES TO WS-PRINT-LINE
       STRING "BANK CREDIT TRANSLATION FOR " WS-RUN-DATE " - "
           FUNCTION TRIM(WS-BANK-FILENAME)
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
       IF REPLACE-REQUESTED
         MOVE SPACES TO WS-PRINT-LINE
         STRING "MAL_BANK_REPLACE SET - EARLIER ENTRIES FOR "
             WS-RUN-DATE " ARE REPLACED IN THE REGISTER"
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
         PERFORM PUT-REPORT-LINE-PARA
       END-IF
     END-IF.

LOAD-BANK-FILE-PARA.
*> Read the whole bank file, holding the D records and noting the
*> header, the trailer and anything out of place.
     OPEN INPUT BANK-FILE.
     IF WS-BANK-STATUS NOT = "00"
       DISPLAY "NO BANK FILE " FUNCTION TRIM(WS-BANK-FILENAME)
         " - NOTHING TO TRANSLATE"
       SET XLATE-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       PERFORM READ-BANK-LINE-PARA
         UNTIL WS-BANK-STATUS NOT = "00" OR PAYMENT-TABLE-FULL
       CLOSE BANK-FILE
       IF PAYMENT-TABLE-FULL
         DISPLAY "BANK FILE LARGER THAN THE PAYMENT TABLE - RUN"
           " REFUSED, NOTHING RELEASED"
         SET XLATE-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.

READ-BANK-LINE-PARA.
     READ BANK-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-BANK-STATUS = "00"
       ADD 1 TO WS-BANK-LINE-COUNT
       MOVE WS-BANK-RECORD TO WS-BANK-LINE
       EVALUATE TRUE
         WHEN BANK-TRAILER-SEEN
           SET LINES-AFTER-TRAILER TO TRUE
         WHEN WS-BANK-TYPE = "H" AND WS-BANK-LINE-COUNT = 1
           SET BANK-HEADER-SEEN TO TRUE
           MOVE WS-BANK-LINE TO WS-SAVED-HEADER
         WHEN WS-BANK-TYPE = "D" AND BANK-HEADER-SEEN
           IF WS-PAYMENT-COUNT < 5000
             ADD 1 TO WS-PAYMENT-COUNT
             MOVE WS-BANK-LINE TO WS-HELD-PAYMENT(WS-PAYMENT-COUNT)
             IF WS-BANK-PENCE IS NUMERIC
               ADD WS-BANK-PENCE-N TO WS-BANK-PENCE-TOTAL
             ELSE
               SET BANK-LINE-BAD TO TRUE
             END-IF
           ELSE
             SET PAYMENT-TABLE-FULL TO TRUE
           END-IF
         WHEN WS-BANK-TYPE = "T" AND BANK-HEADER-SEEN
           SET BANK-TRAILER-SEEN TO TRUE
           MOVE WS-BANK-LINE TO WS-SAVED-TRAILER
         WHEN OTHER
           SET BANK-LINE-BAD TO TRUE
       END-EVALUATE
     END-IF.

PROVE-BANK-FILE-PARA.
*> The bank's file must prove against its own trailer before a single
*> payment is released - a short, doubled or corrupted transmission
*> is sent back, not half-posted.
     MOVE WS-SAVED-TRAILER TO WS-BANK-LINE.
     EVALUATE TRUE
       WHEN NOT BANK-HEADER-SEEN
         DISPLAY "BANK FILE DOES NOT START WITH A HEADER RECORD"
         SET XLATE-RUN-FAILED TO TRUE
       WHEN NOT BANK-TRAILER-SEEN
         DISPLAY "BANK FILE TRAILER RECORD IS MISSING"
         SET XLATE-RUN-FAILED TO TRUE
       WHEN LINES-AFTER-TRAILER
         DISPLAY "RECORDS PRESENT AFTER BANK FILE TRAILER"
         SET XLATE-RUN-FAILED TO TRUE
       WHEN BANK-LINE-BAD
         DISPLAY "BANK FILE HOLDS UNRECOGNISED RECORDS OR NON-NUMERIC"
           " AMOUNTS"
         SET XLATE-RUN-FAILED TO TRUE
       WHEN WS-BANK-TRL-COUNT IS NOT NUMERIC
         OR WS-BANK-TRL-PENCE IS NOT NUMERIC
         DISPLAY "BANK TRAILER CONTROL FIELDS ARE NOT NUMERIC"
         SET XLATE-RUN-FAILED TO TRUE
       WHEN WS-BANK-TRL-COUNT-N NOT = WS-PAYMENT-COUNT
         OR WS-BANK-TRL-PENCE-N NOT = WS-BANK-PENCE-TOTAL
         DISPLAY "BANK FILE OUT OF BALANCE - TRAILER SAYS "
           WS-BANK-TRL-COUNT " PAYMENTS, " WS-BANK-TRL-PENCE
           " PENCE; FILE HOLDS " WS-PAYMENT-COUNT " PAYMENTS, "
           WS-BANK-PENCE-TOTAL " PENCE"
         SET XLATE-RUN-FAILED TO TRUE
       WHEN OTHER
         MOVE WS-SAVED-HEADER TO WS-BANK-LINE
         MOVE SPACES TO WS-PRINT-LINE
         STRING "BANK FILE " WS-BANK-HDR-FILE-SEQ " OF "
             WS-BANK-HDR-DATE " FROM "
             FUNCTION TRIM(WS-BANK-HDR-SENDER)
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
         PERFORM PUT-REPORT-LINE-PARA
         MOVE SPACES TO WS-PRINT-LINE
         STRING "PROVED AGAINST BANK TRAILER - " WS-PAYMENT-COUNT
             " PAYMENTS, " WS-BANK-PENCE-TOTAL " PENCE"
             DELIMITED BY SIZE
             INTO WS-PRINT-LINE
         END-STRING
         PERFORM PUT-REPORT-LINE-PARA
     END-EVALUATE.
     IF XLATE-RUN-FAILED
       DISPLAY "BANK FILE REFUSED - NOTHING RELEASED; ASK THE BANK"
         " TO RESEND"
       MOVE 8 TO RETURN-CODE
     END-IF.

LOAD-XREF-PARA.
*> No cross-reference file at all is a set-up fault, not a day on
*> which every payment is unapplied.
     OPEN INPUT XREF-FILE.
     IF WS-XREF-STATUS NOT = "00"
       DISPLAY "NO CROSS-REFERENCE FILE mal_bank_xref.dat - RUN"
         " REFUSED"
       SET XLATE-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       PERFORM READ-XREF-PARA
         UNTIL WS-XREF-STATUS NOT = "00" OR XREF-TABLE-FULL
       CLOSE XREF-FILE
       IF XREF-TABLE-FULL
         DISPLAY "CROSS-REFERENCE FILE LARGER THAN ITS TABLE - RUN"
           " REFUSED"
         SET XLATE-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.

READ-XREF-PARA.
     READ XREF-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-XREF-STATUS = "00"
       MOVE WS-XREF-RECORD TO WS-XREF-LINE
       IF WS-XREF-BANK-REF NOT = SPACES
         IF WS-XREF-COUNT < 5000
           ADD 1 TO WS-XREF-COUNT
           MOVE WS-XREF-BANK-REF TO WS-XREF-T-BANK-REF(WS-XREF-COUNT)
           MOVE WS-XREF-ACCOUNT TO WS-XREF-T-ACCOUNT(WS-XREF-COUNT)
         ELSE
           SET XREF-TABLE-FULL TO TRUE
         END-IF
       END-IF
     END-IF.

LOAD-RECEIVED-PARA.
*> The register of references already applied. Entries from an
*> earlier translation of this same date are dropped - this run
*> replaces them - and entries past the keeping period fall away. No
*> register yet is simply nothing received before.
     OPEN INPUT RECEIVED-FILE.
     IF WS-RECEIVED-STATUS = "00"
       PERFORM READ-RECEIVED-PARA
         UNTIL WS-RECEIVED-STATUS NOT = "00" OR RECEIVED-TABLE-FULL
       CLOSE RECEIVED-FILE
       IF RECEIVED-TABLE-FULL
         DISPLAY "RECEIVED-PAYMENTS REGISTER LARGER THAN ITS TABLE -"
           " RUN REFUSED"
         SET XLATE-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.

READ-RECEIVED-PARA.
     READ RECEIVED-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-RECEIVED-STATUS = "00"
       MOVE WS-RECEIVED-RECORD TO WS-RECEIVED-LINE
       MOVE 0 TO WS-ENTRY-INT
       IF WS-RCV-RUN-DATE IS NUMERIC
         IF FUNCTION TEST-DATE-YYYYMMDD(
              FUNCTION NUMVAL(WS-RCV-RUN-DATE)) = 0
           COMPUTE WS-ENTRY-INT = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-RCV-RUN-DATE))
         END-IF
       END-IF
       EVALUATE TRUE
         WHEN WS-RCV-RUN-DATE = WS-RUN-DATE
           AND REPLACE-REQUESTED
           ADD 1 TO WS-REPLACED-COUNT
         WHEN WS-ENTRY-INT > 0
           AND WS-ENTRY-INT + WS-KEEP-DAYS < WS-RUN-INT
           ADD 1 TO WS-EXPIRED-COUNT
         WHEN WS-RECEIVED-COUNT < 50000
           ADD 1 TO WS-RECEIVED-COUNT
           MOVE WS-RECEIVED-LINE TO WS-HELD-RECEIVED(WS-RECEIVED-COUNT)
         WHEN OTHER
           SET RECEIVED-TABLE-FULL TO TRUE
       END-EVALUATE
     END-IF.

OPEN-OUTPUTS-PARA.
*> The master is only read - the console rechecks every posting when
*> the batch is driven, so this is a sorting step, not a lock-holding
*> one. A fresh batch file each run, opened OUTPUT, the way the
*> standing-order release does it, and a fresh unapplied file with it
*> so a rerun never leaves an earlier run's items lying about.
     OPEN INPUT ACCOUNT-MASTER-FILE.
     IF WS-ACCOUNT-STATUS NOT = "00"
       DISPLAY "UNABLE TO OPEN ACCOUNT MASTER - RUN REFUSED"
       SET XLATE-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       SET MASTER-FILE-OPEN TO TRUE
       OPEN OUTPUT RELEASE-FILE
       IF WS-RELEASE-STATUS = "00"
         OPEN OUTPUT UNAPPLIED-FILE
       END-IF
       IF WS-RELEASE-STATUS = "00" AND WS-UNAPPLIED-STATUS = "00"
         SET UNAPPLIED-FILE-OPEN TO TRUE
         MOVE WS-RUN-DATE TO WS-HDR-DATE
         MOVE WS-HDR-OUT TO WS-RELEASE-RECORD
         WRITE WS-RELEASE-RECORD
       ELSE
         DISPLAY "UNABLE TO OPEN " FUNCTION TRIM(WS-RELEASE-FILENAME)
           " OR " FUNCTION TRIM(WS-UNAPPLIED-FILENAME) " - RUN REFUSED"
         SET XLATE-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.

TRANSLATE-ONE-PAYMENT-PARA.
*> Decide the payment's fate: released as a DEP line, or unapplied
*> with the first reason that stops it.
     MOVE WS-HELD-PAYMENT(WS-PAYMENT-IX) TO WS-BANK-LINE.
     MOVE SPACES TO WS-REASON.
     MOVE SPACES TO WS-TARGET-ACCOUNT.
     PERFORM FIND-XREF-PARA.
     EVALUATE TRUE
       WHEN NOT ENTRY-FOUND
         MOVE "NXR" TO WS-REASON
       WHEN OTHER
         MOVE WS-XREF-T-ACCOUNT(WS-XREF-IX) TO WS-TARGET-ACCOUNT
         MOVE WS-TARGET-ACCOUNT TO WS-ACCOUNT-NUMBER
         READ ACCOUNT-MASTER-FILE
           INVALID KEY
             MOVE "UNK" TO WS-REASON
         END-READ
         IF WS-REASON = SPACES AND ACCOUNT-IS-CLOSED
           MOVE "CLS" TO WS-REASON
         END-IF
     END-EVALUATE.
     IF WS-REASON = SPACES
       PERFORM FIND-RECEIVED-PARA
       IF ENTRY-FOUND
         MOVE "DUP" TO WS-REASON
       END-IF
     END-IF.
     IF WS-REASON = SPACES
       PERFORM EDIT-OPERAND-PARA
     END-IF.
     IF WS-REASON = SPACES
       IF WS-BANK-VALUE-DATE IS NOT NUMERIC
         MOVE "VDT" TO WS-REASON
       ELSE
         IF FUNCTION TEST-DATE-YYYYMMDD(
              FUNCTION NUMVAL(WS-BANK-VALUE-DATE)) NOT = 0
           MOVE "VDT" TO WS-REASON
         END-IF
       END-IF
     END-IF.
     IF WS-REASON = SPACES
       PERFORM WRITE-RELEASE-LINE-PARA
     ELSE
       PERFORM WRITE-UNAPPLIED-PARA
     END-IF.

FIND-XREF-PARA.
     MOVE 'N' TO WS-FOUND-SWITCH.
     PERFORM MATCH-XREF-PARA
       VARYING WS-XREF-IX FROM 1 BY 1
       UNTIL WS-XREF-IX > WS-XREF-COUNT OR ENTRY-FOUND.
     IF ENTRY-FOUND
       SUBTRACT 1 FROM WS-XREF-IX
     END-IF.

MATCH-XREF-PARA.
     IF WS-XREF-T-BANK-REF(WS-XREF-IX) = WS-BANK-ACCT-REF
       SET ENTRY-FOUND TO TRUE
     END-IF.

FIND-RECEIVED-PARA.
     MOVE 'N' TO WS-FOUND-SWITCH.
     PERFORM MATCH-RECEIVED-PARA
       VARYING WS-RECEIVED-IX FROM 1 BY 1
       UNTIL WS-RECEIVED-IX > WS-RECEIVED-COUNT OR ENTRY-FOUND.

MATCH-RECEIVED-PARA.
     MOVE WS-HELD-RECEIVED(WS-RECEIVED-IX) TO WS-RECEIVED-LINE.
     IF WS-RCV-TXN-REF = WS-BANK-TXN-REF
       SET ENTRY-FOUND TO TRUE
     END-IF.

EDIT-OPERAND-PARA.
*> Pence to the 7-character keyed-amount convention: whole pounds
*> when the pence are zero, the pointed "9999.99" form when they are
*> not. What fits neither cannot be keyed and is left unapplied, the
*> same bargain the interest accrual strikes.
     IF WS-BANK-PENCE IS NOT NUMERIC OR WS-BANK-PENCE-N = 0
       MOVE "AMT" TO WS-REASON
     ELSE
       COMPUTE WS-AMOUNT-WORK = WS-BANK-PENCE-N / 100
       MOVE WS-AMOUNT-WORK TO WS-AMOUNT-DISPLAY
       EVALUATE TRUE
         WHEN WS-BANK-PENCE-N > 999999999
           MOVE "AMT" TO WS-REASON
         WHEN WS-AMOUNT-DISPLAY(9:2) = "00"
           MOVE WS-AMOUNT-DISPLAY(1:7) TO WS-OPERAND-TEXT
         WHEN WS-AMOUNT-DISPLAY(1:3) = "000"
           MOVE WS-AMOUNT-DISPLAY(4:7) TO WS-OPERAND-TEXT
         WHEN OTHER
           MOVE "AMT" TO WS-REASON
       END-EVALUATE
     END-IF.

WRITE-RELEASE-LINE-PARA.
*> The payment as a keyed DEP line, its reference added to the
*> register so a second copy in the same file is caught too, and its
*> amount into the hash the way ACCUMULATE-CONTROLS-PARA will count
*> it back.
     MOVE WS-OPERAND-TEXT TO WS-OUT-OPERAND-1.
     MOVE WS-TARGET-ACCOUNT TO WS-OUT-ACCOUNT.
     MOVE WS-TRANX-OUT TO WS-RELEASE-RECORD.
     WRITE WS-RELEASE-RECORD.
     IF WS-RELEASE-STATUS = "00"
       ADD 1 TO WS-APPLIED-COUNT
       ADD WS-AMOUNT-WORK TO WS-APPLIED-TOTAL
       COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
         WS-HASH-TOTAL + WS-AMOUNT-WORK, 10000000000)
       IF WS-RECEIVED-COUNT < 50000
         MOVE SPACES TO WS-RECEIVED-LINE
         MOVE WS-BANK-TXN-REF TO WS-RCV-TXN-REF
         MOVE WS-RUN-DATE TO WS-RCV-RUN-DATE
         MOVE WS-TARGET-ACCOUNT TO WS-RCV-ACCOUNT
         MOVE WS-BANK-PENCE TO WS-RCV-PENCE
         MOVE WS-BANK-VALUE-DATE TO WS-RCV-VALUE-DATE
         ADD 1 TO WS-RECEIVED-COUNT
         MOVE WS-RECEIVED-LINE TO WS-HELD-RECEIVED(WS-RECEIVED-COUNT)
       ELSE
         DISPLAY "RECEIVED-PAYMENTS REGISTER FULL - RUN ABANDONED;"
           " DO NOT POST " FUNCTION TRIM(WS-RELEASE-FILENAME)
         SET XLATE-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     ELSE
       DISPLAY "WRITE FAILED ON " FUNCTION TRIM(WS-RELEASE-FILENAME)
         " - RUN ABANDONED; DO NOT POST IT"
       SET XLATE-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     END-IF.

WRITE-UNAPPLIED-PARA.
     IF UNAPPLIED-FILE-OPEN
       MOVE WS-REASON TO WS-UNAPPLIED-REASON
       MOVE WS-TARGET-ACCOUNT TO WS-UNAPPLIED-ACCOUNT
       MOVE WS-BANK-LINE TO WS-UNAPPLIED-BANK-LINE
       MOVE WS-UNAPPLIED-LINE TO WS-UNAPPLIED-RECORD
       WRITE WS-UNAPPLIED-RECORD
       ADD 1 TO WS-UNAPPLIED-COUNT
       IF WS-BANK-PENCE IS NUMERIC
         COMPUTE WS-UNAPPLIED-TOTAL =
           WS-UNAPPLIED-TOTAL + WS-BANK-PENCE-N / 100
       END-IF
       MOVE SPACES TO WS-PRINT-LINE
       STRING "UNAPPLIED " WS-REASON " " WS-BANK-TXN-REF " "
           WS-BANK-ACCT-REF " " WS-BANK-PENCE " "
           WS-BANK-PAYER
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

CLOSE-RELEASE-PARA.
     IF NOT XLATE-RUN-FAILED
       MOVE WS-APPLIED-COUNT TO WS-TRL-COUNT
       MOVE WS-HASH-TOTAL TO WS-TRL-HASH
       MOVE WS-TRL-OUT TO WS-RELEASE-RECORD
       WRITE WS-RELEASE-RECORD
       IF WS-RELEASE-STATUS NOT = "00"
         DISPLAY "TRAILER WRITE FAILED ON "
           FUNCTION TRIM(WS-RELEASE-FILENAME)
           " - RUN ABANDONED; DO NOT POST IT"
         SET XLATE-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.
     CLOSE RELEASE-FILE.

WRITE-RECEIVED-BACK-PARA.
*> The register goes to the work file and one rename() commits it,
*> the standing-order release's idiom. A register that cannot be
*> committed leaves today's references unrecorded - rerunning the
*> translation for the date puts that right before anything posts.
     OPEN OUTPUT RECEIVED-WORK-FILE.
     IF WS-RECEIVED-WORK-STATUS NOT = "00"
       PERFORM REGISTER-FAILED-PARA
     ELSE
       PERFORM WRITE-ONE-RECEIVED-PARA
         VARYING WS-RECEIVED-IX FROM 1 BY 1
         UNTIL WS-RECEIVED-IX > WS-RECEIVED-COUNT OR XLATE-RUN-FAILED
       CLOSE RECEIVED-WORK-FILE
       IF NOT XLATE-RUN-FAILED
         CALL 'rename' USING WS-TMP-NAME-C WS-LIVE-NAME-C
              RETURNING WS-LIBC-RC
         END-CALL
         IF WS-LIBC-RC NOT = 0
           PERFORM REGISTER-FAILED-PARA
         END-IF
       END-IF
     END-IF.

WRITE-ONE-RECEIVED-PARA.
     MOVE WS-HELD-RECEIVED(WS-RECEIVED-IX) TO WS-RECEIVED-WORK-RECORD.
     WRITE WS-RECEIVED-WORK-RECORD.
     IF WS-RECEIVED-WORK-STATUS NOT = "00"
       PERFORM REGISTER-FAILED-PARA
     END-IF.

REGISTER-FAILED-PARA.
     DISPLAY "UNABLE TO UPDATE mal_bank_received.dat - DO NOT POST "
       FUNCTION TRIM(WS-RELEASE-FILENAME) "; RERUN THE TRANSLATION"
     SET XLATE-RUN-FAILED TO TRUE.
     MOVE 8 TO RETURN-CODE.

FINISH-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDITED.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "RELEASED   " WS-APPLIED-COUNT " PAYMENTS "
         WS-TOTAL-EDITED " TO " FUNCTION TRIM(WS-RELEASE-FILENAME)
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-EDITED.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "UNAPPLIED  " WS-UNAPPLIED-COUNT " PAYMENTS "
         WS-TOTAL-EDITED
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "REGISTER   " WS-RECEIVED-COUNT " REFERENCES HELD, "
         WS-REPLACED-COUNT " REPLACED FROM AN EARLIER RUN, "
         WS-EXPIRED-COUNT " EXPIRED"
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-UNAPPLIED-COUNT > 0
       MOVE 4 TO RETURN-CODE
     END-IF.

CLEANUP-PARA.
     IF MASTER-FILE-OPEN
       CLOSE ACCOUNT-MASTER-FILE
     END-IF.
     IF UNAPPLIED-FILE-OPEN
       CLOSE UNAPPLIED-FILE
     END-IF.
     IF REPORT-FILE-OPEN
       CLOSE XLATE-REPORT-FILE
     END-IF.

PUT-REPORT-LINE-PARA.
     DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
     IF REPORT-FILE-OPEN
       MOVE WS-PRINT-LINE TO WS-REPORT-RECORD
       WRITE WS-REPORT-RECORD
     END-IF.
