    SELECT AUDIT-LOG-FILE ASSIGN TO "mal_audit.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-STATUS.
    SELECT AUDIT-CHAIN-FILE ASSIGN TO "mal_audit_chain.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-CHAIN-STATUS.
    SELECT STATS-REPORT-FILE ASSIGN TO "mal_stats.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-STATS-STATUS.
    SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REJECT-STATUS.
    SELECT REVERSAL-SCAN-FILE ASSIGN TO DYNAMIC WS-REV-SCAN-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REV-SCAN-STATUS.
    SELECT HOLDS-FILE ASSIGN TO "mal_holds.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-HOLDS-STATUS.
    SELECT HOLDS-WORK-FILE ASSIGN TO "mal_holds.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-HOLDS-WORK-STATUS.
    SELECT CUSTOMER-FILE ASSIGN TO "mal_customers.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-CUSTOMER-STATUS.
    SELECT TILL-FILE ASSIGN TO "mal_till.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-TILL-STATUS.
    SELECT LIMITS-CONFIG-FILE ASSIGN TO "mal_limits.cfg"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-LIMITS-CFG-STATUS.
    SELECT REFERRAL-FILE ASSIGN TO "mal_referrals.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REFERRAL-STATUS.
    SELECT REFERRAL-WORK-FILE ASSIGN TO "mal_referrals.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REFERRAL-WORK-STATUS.
    SELECT ACCOUNT-MASTER-FILE ASSIGN TO "mal_accounts.dat"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
01 WS-OPMAST-RECORD PIC X(80).

FD AUDIT-LOG-FILE.
01 WS-AUDIT-RECORD PIC X(320).

FD AUDIT-CHAIN-FILE.
01 WS-AUDIT-CHAIN-RECORD PIC X(22).

FD STATS-REPORT-FILE.
01 WS-STATS-RECORD PIC X(80).
01 WS-PROMPT-CFG-RECORD PIC X(29).

FD JOURNAL-FILE.
01 WS-JOURNAL-RECORD PIC X(119).

*> Today's journal generation again, read back by REV looking for the
*> posting it has been asked to back out.
FD REVERSAL-SCAN-FILE.
01 WS-REV-SCAN-RECORD PIC X(119).

*> Funds holds, and the work file RLS rewrites them through.
FD HOLDS-FILE.
01 WS-HOLDS-RECORD PIC X(80).

FD HOLDS-WORK-FILE.
01 WS-HOLDS-WORK-RECORD PIC X(80).

*> Customer information file, read by OPN to vet the owning customer.
FD CUSTOMER-FILE.
01 WS-CUSTOMER-RECORD PIC X(160).

*> Teller till file - the opening and closing position of every
*> attended session's cash drawer.
FD TILL-FILE.
01 WS-TILL-RECORD PIC X(134).

*> Amount limits by operator and authority level.
FD LIMITS-CONFIG-FILE.
01 WS-LIMITS-CFG-RECORD PIC X(29).

*> Referral queue - large DEP/WDR/TRF waiting on a supervisor - and
*> the work file a status change is rewritten through.
FD REFERRAL-FILE.
01 WS-REFERRAL-RECORD PIC X(375).

FD REFERRAL-WORK-FILE.
01 WS-REFERRAL-WORK-RECORD PIC X(375).

*> Account master - one record per account, keyed on account number.
*> The balance carries a leading separate sign so the record stays
*> plain text; the status byte says whether postings are allowed. The
*> owning customer (mal_customers.dat) rides on the end of the record,
*> set once by OPN, followed by the date of the last customer-initiated
*> posting (OPN, DEP, WDR, the debit side of TRF, and RAC) and the date
*> MAL-DORMANCY found the account dormant. A dormant account takes
*> money in but refuses WDR and outbound TRF until an RAC reactivates
*> it.
FD ACCOUNT-MASTER-FILE.
01 WS-ACCOUNT-RECORD.
   05 WS-ACCOUNT-NUMBER PIC X(08).
   05 WS-ACCOUNT-STATUS-BYTE PIC X(01).
      88 ACCOUNT-IS-OPEN VALUE 'O'.
      88 ACCOUNT-IS-CLOSED VALUE 'C'.
      88 ACCOUNT-IS-DORMANT VALUE 'D'.
   05 WS-ACCOUNT-CUSTOMER PIC X(08).
   05 WS-ACCOUNT-LAST-ACTIVITY PIC X(08).
   05 WS-ACCOUNT-DORMANT-DATE PIC X(08).

WORKING-STORAGE SECTION.
01 WS-PROMPT-MSG PIC X(20) VALUE 'user> '.
01 WS-AUTH-IX PIC 9(02) VALUE 0.
01 WS-AUTH-CODE PIC X(04) VALUE SPACES.
*> Authority levels run '0' (lowest) to '9'; the account maintenance
*> codes (CLS/RON/RNM) and the reversal code (REV) need at least this
*> level on top of appearing in the operator's permitted-codes list.
01 WS-MAINT-AUTH-LEVEL PIC X(01) VALUE '3'.
*> Reactivating a dormant account (RAC) is the money-laundering
*> officer's decision, not the counter's, so it needs a higher bar.
01 WS-REACT-AUTH-LEVEL PIC X(01) VALUE '5'.
*> The bar CHECK-MAINT-AUTHORITY-PARA applies to the code in hand.
01 WS-NEEDED-AUTH-LEVEL PIC X(01) VALUE '3'.
*> The account's last customer-initiated activity is stamped on the
*> master as the posting date, the date its journal line carries, so
*> a master rebuilt from the journal agrees with the live one.
*> Postings keyed under the standing-order operator are the bank
*> acting on an old instruction, not the customer, and leave the date
*> alone.
01 WS-SO-OPERATOR-ID PIC X(08) VALUE "STANDORD".

01 WS-EVAL-OUTPUT PIC X(255) VALUE SPACES.
01 WS-EVAL-ERROR-SWITCH PIC X(01) VALUE 'N'.
*> either REWRITE runs - every way a transfer can fail is found while
*> the master is still untouched, so the two sides post together or
*> not at all.
01 WS-FROM-ACCOUNT-SAVE PIC X(65) VALUE SPACES.
01 WS-NEW-BALANCE-2 PIC S9(09)V99 VALUE 0.
*> WS-BALANCE-LINE-EXTRA carries the available balance (and the hold
*> ID) for the codes that report one - BAL, HLD and RLS - and is blank
*> for everything else.
01 WS-BALANCE-LINE.
   05 FILLER PIC X(08) VALUE "ACCOUNT ".
   05 WS-BALANCE-LINE-ACCOUNT PIC X(08).
   05 WS-BALANCE-LINE-TAG PIC X(11).
   05 WS-BALANCE-LINE-VALUE PIC -ZZZ,ZZZ,ZZ9.99.
   05 WS-BALANCE-LINE-EXTRA PIC X(50) VALUE SPACES.
   05 FILLER PIC X(163) VALUE SPACES.

*> Posted-transaction journal - every transaction that validates and
*> computes cleanly is written here as a fixed-layout record, one daily
   05 WS-SEQ-LINE-DATE PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-SEQ-LINE-SEQ PIC 9(07).
*> The day whose generation this session journals into - the date the
*> session started, unless a batch run was given MAL_POST_DATE. The
*> overnight run passes the business date that way, so a night that
*> runs past midnight, or is restarted the next morning, still posts
*> into the business date's journal. A generation older than the one
*> the sequence file is on has its numbers carried on from its own
*> highest line instead, and leaves the file alone.
01 WS-POST-DATE PIC 9(08) VALUE 0.
01 WS-ENV-POST-DATE PIC X(08) VALUE SPACES.
01 WS-SEQ-AHEAD-SWITCH PIC X(01) VALUE 'N'.
   88 SEQ-FILE-AHEAD VALUE 'Y'.
01 WS-SEQ-WARNED-SWITCH PIC X(01) VALUE 'N'.
   88 SEQ-LOCK-WARNED VALUE 'Y'.

*> sequence file; mal_accounts.lck brackets each read-compute-rewrite
*> cycle on the account master, with the master flushed before the
*> lock is dropped so the other console's next read sees the posting.
*> mal_referrals.lck brackets every append to and rewrite of the
*> referral queue.
*> A taker that cannot get its lock inside the retry budget assumes a
*> stale lock from an abended session and says so - the stuck lock
*> needs an operator's rmdir, not a hung console.
   88 LOCK-IS-HELD VALUE 'Y'.
01 WS-SEQLOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-ACCTLOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-CHAINLOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-JOURNAL-LINE.
   05 WS-JOURNAL-LINE-SEQ PIC 9(07).
   05 FILLER PIC X(01) VALUE SPACE.
*> as pence.
   05 WS-JOURNAL-LINE-RESULT PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01) VALUE SPACE.
*> The second account a TRF credits (the owning customer for an OPN) -
*> blank for every other code. It
*> rides at the end of the line, the same trick the stats line plays
*> with its operator field, so anything that already parses the
*> leading journal fields keeps working unchanged.
   05 WS-JOURNAL-LINE-ACCOUNT-2 PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
*> The sequence number a REV backs out - blank for every other code.
*> A REV line carries the reversed posting's own code in operand 2,
*> its keyed amount in operand 1 and its second account (TRF) in the
*> second account field, so downstream can post the contra without
*> going back to the original line.
   05 WS-JOURNAL-LINE-REV-SEQ PIC X(07).
   05 FILLER PIC X(01) VALUE SPACE.
*> The supervisor who released a referred posting - blank for anything
*> keyed within the operator's own limit. The operator field still
*> names the operator who keyed it.
   05 WS-JOURNAL-LINE-APPROVER PIC X(08).

*> Reversal - REV names a sequence number from today's journal
*> generation, with the account the posting was made to (the debited
*> account for a TRF) keyed alongside it as a cross-check, and posts
*> the exact contra against the master. The generation is read back
*> to find the original line and to make sure no earlier REV already
*> names it: a posting can be backed out once only. Only DEP, WDR and
*> TRF can be reversed - anything else is not customer money movement
*> or is itself a correction.
01 WS-REV-SCAN-STATUS PIC X(02) VALUE SPACES.
01 WS-REV-SCAN-FILENAME PIC X(60) VALUE SPACES.
01 WS-REV-SEQ PIC 9(07) VALUE 0.
01 WS-REV-FOUND-SWITCH PIC X(01) VALUE 'N'.
   88 REV-ORIGINAL-FOUND VALUE 'Y'.
01 WS-REV-DONE-SWITCH PIC X(01) VALUE 'N'.
   88 REV-ALREADY-DONE VALUE 'Y'.
01 WS-REV-ORIG-OPCODE PIC X(03) VALUE SPACES.
01 WS-REV-ORIG-AMOUNT PIC X(07) VALUE SPACES.
01 WS-REV-ORIG-ACCOUNT-2 PIC X(08) VALUE SPACES.
01 WS-REV-ORIG-SESSION PIC X(16) VALUE SPACES.
01 WS-REV-SCAN-LINE.
   05 WS-REV-SCAN-SEQ PIC X(07).
   05 FILLER PIC X(19).
   05 WS-REV-SCAN-SESSION PIC X(16).
   05 FILLER PIC X(10).
   05 WS-REV-SCAN-OPCODE PIC X(03).
   05 FILLER PIC X(01).
   05 WS-REV-SCAN-ACCOUNT PIC X(08).
   05 FILLER PIC X(01).
   05 WS-REV-SCAN-OPERAND-1 PIC X(07).
   05 FILLER PIC X(01).
   05 WS-REV-SCAN-OPERAND-2 PIC X(07).
   05 FILLER PIC X(14).
   05 WS-REV-SCAN-ACCOUNT-2 PIC X(08).
   05 FILLER PIC X(01).
   05 WS-REV-SCAN-REV-SEQ PIC X(07).

*> Funds holds - money on an account that is earmarked (an uncleared
*> deposit, a court order, a disputed item) and may not be spent. HLD
*> places a hold for the amount keyed in operand 1, lapsing after the
*> number of days keyed in operand 2 (blank: held until released),
*> with the reason keyed in the name positions; RLS releases the hold
*> whose ID is keyed in operand 1. mal_holds.dat is keyed by account,
*> one hold per line, and is only ever touched under the master lock:
*>   1-8   account number
*>   10-15 hold ID, unique across the file
*>   17-28 amount, leading separate sign, two implied decimals
*>   30-37 expiry date (YYYYMMDD; 99999999 = until released) - the
*>         last day the hold applies
*>   39    status: A active, R released, E expired by MAL-HOLD-EXPIRY
*>   41-48 placing operator
*>   50-57 date placed
*>   59-78 reason
*> The available balance is the ledger balance less every active hold
*> that has not yet passed its expiry date - a lapsed hold stops
*> biting at midnight whether or not the nightly expiry has run yet.
*> WDR and TRF are refused (FHD) when they would take the account
*> below its available balance, even though the ledger could stand it.
01 WS-HOLDS-STATUS PIC X(02) VALUE SPACES.
01 WS-HOLDS-WORK-STATUS PIC X(02) VALUE SPACES.
01 WS-HOLD-LINE.
   05 WS-HOLD-ACCOUNT PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-HOLD-ID PIC 9(06).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-HOLD-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-HOLD-EXPIRY PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-HOLD-STATUS-BYTE PIC X(01).
      88 HOLD-IS-ACTIVE VALUE 'A'.
      88 HOLD-IS-RELEASED VALUE 'R'.
      88 HOLD-IS-EXPIRED VALUE 'E'.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-HOLD-OPID PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-HOLD-PLACED PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-HOLD-REASON PIC X(20).
01 WS-HOLD-TODAY PIC 9(08) VALUE 0.
01 WS-HOLD-DAYS PIC 9(07) VALUE 0.
01 WS-HOLD-NEW-ID PIC 9(06) VALUE 0.
01 WS-HOLD-MAX-ID PIC 9(06) VALUE 0.
01 WS-HOLD-RLS-ID PIC 9(06) VALUE 0.
01 WS-HOLD-RLS-AMOUNT PIC S9(09)V99 VALUE 0.
01 WS-HOLD-NOTE PIC X(16) VALUE SPACES.
01 WS-HOLDS-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-AVAILABLE-BALANCE PIC S9(11)V99 VALUE 0.
01 WS-AVAILABLE-EDITED PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-HOLD-FOUND-SWITCH PIC X(01) VALUE 'N'.
   88 HOLD-FOUND VALUE 'Y'.
01 WS-HOLDS-FAIL-SWITCH PIC X(01) VALUE 'N'.
   88 HOLDS-UPDATE-FAILED VALUE 'Y'.
01 WS-HOLDS-WORK-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 HOLDS-WORK-FILE-OPEN VALUE 'Y'.
*> Null-terminated names for the rename() that commits a release.
01 WS-HOLDS-TMP-NAME-C PIC X(20) VALUE SPACES.
01 WS-HOLDS-LIVE-NAME-C PIC X(20) VALUE SPACES.
01 WS-LIBC-RC USAGE BINARY-LONG VALUE 0.

*> Customer information file - OPN must name the customer who will own
*> the account, keyed at 51-58, and the customer must be on
*> mal_customers.dat with their identity verified. The file is kept by
*> MAL-CUST-MAINT and only ever read here, one line per customer:
*>   1-8     customer ID, 8 digits
*>   10-49   full name
*>   51-80, 82-111, 113-142  address lines 1-3
*>   144-151 date of birth (YYYYMMDD)
*>   153     ID verified ('Y' = verified; anything else is not)
*> An OPN is refused (CUS) when the customer file is missing or the
*> customer is not on it, and (CNV) when the customer is there but not
*> yet verified - an account cannot be opened for a stranger.
01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
01 WS-CUSTOMER-LINE.
   05 WS-CUSTOMER-ID PIC X(08).
   05 FILLER PIC X(01).
   05 WS-CUSTOMER-NAME PIC X(40).
   05 FILLER PIC X(103).
   05 WS-CUSTOMER-VERIFIED PIC X(01).
      88 CUSTOMER-IS-VERIFIED VALUE 'Y'.
   05 FILLER PIC X(07).
01 WS-CUSTOMER-FOUND-SWITCH PIC X(01) VALUE 'N'.
   88 CUSTOMER-FOUND VALUE 'Y'.
01 WS-CUSTOMER-OK-SWITCH PIC X(01) VALUE 'N'.
   88 CUSTOMER-VERIFIED-FOUND VALUE 'Y'.

*> Session replay - MAL_REPLAY_SESSION names a prior session whose IN
*> lines are read back out of mal_audit.log, driven through EVAL-PARA
   05 WS-AUDIT-LINE-TAG PIC X(03).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-TEXT PIC X(255).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-SEQ PIC 9(09).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-AUDIT-LINE-CHAIN PIC 9(12).

*> The audit chain. Every line carries a trail-wide sequence number
*> (288-296) and a chain value (298-309) folded from columns 1-296 of
*> the line and the previous line's chain value, so a line edited,
*> removed or slipped in shows up when MAL-AUDIT-VERIFY walks the
*> trail. mal_audit_chain.dat holds the last sequence number and
*> chain value handed out (1-9, 11-22), shared by every program that
*> writes the trail, under mal_audit_chain.lck; the line is on disk
*> before the lock goes, so trail order is chain order.
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

*> Teller till. DEP and WDR keyed at an attended console are cash over
*> the counter, so an attended session keeps the position its cash
*> drawer should be in: the opening float declared at sign-on, plus
*> cash deposits, less cash withdrawals. A REV of a DEP or WDR this
*> same session posted takes that cash movement back out - the money
*> went back across the counter - while reversing an earlier session's
*> posting is a book correction and leaves the drawer alone. At
*> sign-off the operator declares the cash counted, and the difference
*> from the expected position is the over (counted more than expected)
*> or short. Both ends of the session go to mal_till.dat and to the
*> audit trail under tag TIL, one line each:
*>   1-8     date
*>   10-17   time
*>   19-34   session ID
*>   36-43   operator ID
*>   45-52   console ID (MAL_CONSOLE, failing that the host name)
*>   54-56   OPN float declared, CLS cash counted, or NCT the session
*>           ended without a count (input lost, or no usable figure)
*>   58-69   opening float
*>   71-82   cash deposits
*>   84-95   cash withdrawals
*>   97-108  expected position
*>   110-121 cash counted
*>   123-134 over (+) or short (-)
*> Money fields carry a leading separate sign and two implied decimals,
*> as the journal's result field does. Batch, rerun and replay
*> sessions handle no cash and keep no till. A figure is keyed the way
*> a transaction amount is, and an operator gets three goes at it.
01 WS-TILL-STATUS PIC X(02) VALUE SPACES.
01 WS-TILL-SWITCH PIC X(01) VALUE 'N'.
   88 TILL-IS-OPEN VALUE 'Y'.
01 WS-CONSOLE-ID PIC X(08) VALUE SPACES.
01 WS-TILL-PROMPT PIC X(20) VALUE SPACES.
01 WS-TILL-RESPONSE PIC X(255) VALUE SPACES.
01 WS-TILL-READ-STATUS PIC X(01) VALUE 'N'.
   88 TILL-READ-FAILED VALUE 'Y'.
01 WS-TILL-TRIES PIC 9(01) VALUE 0.
01 WS-TILL-FIGURE-SWITCH PIC X(01) VALUE 'N'.
   88 TILL-FIGURE-GIVEN VALUE 'Y'.
   88 TILL-FIGURE-MISSING VALUE 'N'.
01 WS-TILL-FLOAT PIC S9(09)V99 VALUE 0.
01 WS-TILL-DEPOSITS PIC S9(09)V99 VALUE 0.
01 WS-TILL-WITHDRAWALS PIC S9(09)V99 VALUE 0.
01 WS-TILL-EXPECTED PIC S9(09)V99 VALUE 0.
01 WS-TILL-COUNTED PIC S9(09)V99 VALUE 0.
01 WS-TILL-DIFFERENCE PIC S9(09)V99 VALUE 0.
01 WS-TILL-EDITED-1 PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-TILL-EDITED-2 PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-TILL-EDITED-3 PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-TILL-LINE.
   05 WS-TILL-LINE-DATE PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TILL-LINE-TIME PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TILL-LINE-SESSION PIC X(16).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TILL-LINE-OPID PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TILL-LINE-CONSOLE PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TILL-LINE-TYPE PIC X(03).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TILL-LINE-FLOAT PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TILL-LINE-DEPOSITS PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TILL-LINE-WITHDRAWALS PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TILL-LINE-EXPECTED PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TILL-LINE-COUNTED PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-TILL-LINE-DIFFERENCE PIC S9(09)V99 SIGN LEADING SEPARATE.

*> Amount limits. The operator master says which codes an operator may
*> key; mal_limits.cfg says how much. Same 29-column layout as the
*> other config files - key in 1-8, figure in 10-29 - where the key is
*> either an operator ID (a limit for that operator alone) or LEVELn
*> (the limit for everyone at authority level n). An operator's own
*> entry wins over their level's; no entry at all, or no config file,
*> is no limit, which is how every installation has always run. Limits
*> need authority levels to mean anything, so they only apply once
*> the operator master is in use. Batch input is held to the limit of
*> the operator it runs under like keyed input, so an operator that
*> runs scheduled batches (STANDORD) wants no entry, or an entry of
*> its own covering the largest amount it posts if its level has one.
01 WS-LIMITS-CFG-STATUS PIC X(02) VALUE SPACES.
01 WS-LIMITS-CFG-LINE.
   05 WS-LIMITS-CFG-KEY PIC X(08).
   05 FILLER PIC X(01).
   05 WS-LIMITS-CFG-TEXT PIC X(20).
01 WS-LIMIT-LEVEL-KEY PIC X(08) VALUE SPACES.
01 WS-OPERATOR-LIMIT PIC S9(09)V99 VALUE 0.
01 WS-LEVEL-LIMIT PIC S9(09)V99 VALUE 0.
01 WS-LIMIT-SWITCH PIC X(01) VALUE 'N'.
   88 OPERATOR-LIMIT-SET VALUE 'Y'.
01 WS-OWN-LIMIT-SWITCH PIC X(01) VALUE 'N'.
   88 OWN-LIMIT-FOUND VALUE 'Y'.
01 WS-LEVEL-LIMIT-SWITCH PIC X(01) VALUE 'N'.
   88 LEVEL-LIMIT-FOUND VALUE 'Y'.

*> Referrals. A DEP, WDR or TRF keyed or batched for more than the
*> operator's limit is neither posted nor refused: it is queued on
*> mal_referrals.dat for a supervisor of higher authority to release
*> or decline with MAL-REFER-QUEUE, and audited under tag RFQ. One
*> referral per line:
*>   1-6     referral ID, one past the highest on file
*>   8       status: P pending, A approved for release, W release
*>           posting in progress, R released and posted, F released
*>           but refused by validation, D declined
*>   10-17   date referred
*>   19-26   time referred
*>   28-43   session it was keyed in
*>   45-52   operator who keyed it
*>   54      that operator's authority level at the time
*>   56-67   amount keyed, leading separate sign, two implied decimals
*>   69-80   the limit it exceeded, same format
*>   82-89   supervisor who released or declined it
*>   91-98   date of the ruling
*>   100-107 time of the ruling
*>   109-115 journal sequence number of the posting (R)
*>   117-119 reject reason code (F)
*>   121-375 the line as keyed
*> The file is appended to and rewritten only under mal_referrals.lck,
*> rewrites going through mal_referrals.tmp and one rename() like the
*> holds file. A release session is never referred - it is the
*> referral being posted - and a replay works out the same answer
*> without queueing anything.
01 WS-REFERRAL-STATUS PIC X(02) VALUE SPACES.
01 WS-REFERRAL-WORK-STATUS PIC X(02) VALUE SPACES.
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
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-DATE PIC 9(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-REFERRAL-TIME PIC 9(08).
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
01 WS-REFER-SWITCH PIC X(01) VALUE 'N'.
   88 COMMAND-REFERRED VALUE 'Y'.
   88 COMMAND-NOT-REFERRED VALUE 'N'.
01 WS-REFER-MAX-ID PIC 9(06) VALUE 0.
01 WS-REFER-NEW-ID PIC 9(06) VALUE 0.
01 WS-REFER-FAIL-SWITCH PIC X(01) VALUE 'N'.
   88 REFERRAL-UPDATE-FAILED VALUE 'Y'.
01 WS-REFER-FOUND-SWITCH PIC X(01) VALUE 'N'.
   88 REFERRAL-FOUND VALUE 'Y'.
01 WS-REFER-WORK-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 REFERRAL-WORK-FILE-OPEN VALUE 'Y'.
01 WS-REFER-EDITED-1 PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-REFER-EDITED-2 PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-REFLOCK-NAME-C PIC X(30) VALUE SPACES.
01 WS-REFER-TMP-NAME-C PIC X(20) VALUE SPACES.
01 WS-REFER-LIVE-NAME-C PIC X(20) VALUE SPACES.

*> Release mode - MAL_RELEASE_REFERRAL names a referral MAL-REFER-QUEUE
*> has approved, and the session does nothing but post it. The
*> signed-on operator must be the supervisor who approved it; once
*> that is checked the session takes on the keying operator's ID,
*> codes and authority, so the line goes through EVAL-PARA exactly as
*> if that operator had keyed it within their limit, and the journal
*> and audit trail name the supervisor alongside. The referral is
*> marked W while the posting runs, then R or F - a W left behind
*> means the release died part way and the journal must be checked
*> before anyone tries again. A release session keeps no till and no
*> checkpoint of its own.
01 WS-ENV-RELEASE-ID PIC X(08) VALUE SPACES.
01 WS-RELEASE-SWITCH PIC X(01) VALUE 'N'.
   88 RELEASE-MODE-ON VALUE 'Y'.
   88 RELEASE-MODE-OFF VALUE 'N'.
01 WS-RELEASE-ID PIC 9(06) VALUE 0.
01 WS-RELEASE-NEW-STATE PIC X(01) VALUE SPACE.
01 WS-REFER-APPROVER PIC X(08) VALUE SPACES.
01 WS-RELEASE-OPID PIC X(08) VALUE SPACES.
01 WS-RELEASE-PRIOR-STATE PIC X(01) VALUE SPACE.

*> Batch/unattended input mode - pulls WS-INPUT from a sequential file
*> instead of the console, so a whole session can be driven overnight.
*>   UNK unknown account              CLS account closed
*>   ODR overdraft refused            EXS account already exists
*>   RSD balance remains at close     NCL account not closed
*>   NAM account name/hold reason     LCK account master lock stuck
*>       missing
*>   AUT code not authorised for operator (or authority level below
*>       the maintenance bar)
*>   RNF no reversible posting under that sequence number for the
*>       account in today's journal
*>   RVD posting already reversed
*>   FHD funds held - the posting would breach the available balance
*>   HNF no active hold under that ID on the account (RLS), or the
*>       holds file could not be updated
*>   CUS customer missing from (or no) customer file (OPN)
*>   CNV customer's identity not verified (OPN)
*>   DRM account dormant - WDR and outbound TRF refused until an RAC
*>   NDM account is not dormant (RAC)
*>   RFQ over the operator's amount limit, and the referral queue
*>       could not be written
*> The file is only opened the moment the first reject appears, so a
*> clean run leaves no empty reject file behind to confuse the morning
*> checks.
       IF WS-QUIT = 1
         PERFORM WRITE-SESSION-END-PARA
       ELSE
         IF RELEASE-MODE-ON
           PERFORM RELEASE-REFERRAL-PARA
         ELSE
           PERFORM REPL-PARA UNTIL WS-QUIT = 1
         END-IF
       END-IF
     END-IF.
     PERFORM CLEANUP-PARA.
       TO WS-SEQLOCK-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_accounts.lck", X'00')
       TO WS-ACCTLOCK-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_audit_chain.lck", X'00')
       TO WS-CHAINLOCK-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_holds.tmp", X'00')
       TO WS-HOLDS-TMP-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_holds.dat", X'00')
       TO WS-HOLDS-LIVE-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_referrals.lck", X'00')
       TO WS-REFLOCK-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_referrals.tmp", X'00')
       TO WS-REFER-TMP-NAME-C.
     MOVE FUNCTION CONCATENATE("mal_referrals.dat", X'00')
       TO WS-REFER-LIVE-NAME-C.
     ACCEPT WS-ENV-REPLAY-SESSION FROM ENVIRONMENT "MAL_REPLAY_SESSION".
     IF WS-ENV-REPLAY-SESSION NOT = SPACES
       SET REPLAY-MODE-ON TO TRUE
       MOVE WS-ENV-REPLAY-SESSION TO WS-RPLY-TARGET
     END-IF.
     ACCEPT WS-ENV-RELEASE-ID FROM ENVIRONMENT "MAL_RELEASE_REFERRAL".
     IF WS-ENV-RELEASE-ID NOT = SPACES AND REPLAY-MODE-OFF
       SET RELEASE-MODE-ON TO TRUE
     END-IF.
     PERFORM LOAD-PROMPT-PARA.
     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-AUDIT-TIME FROM TIME.
     ELSE
       DISPLAY "UNABLE TO OPEN AUDIT LOG - CONTINUING UNLOGGED"
     END-IF.
     PERFORM OPEN-ACCOUNTS-PARA.
*> A refused sign-on sets WS-QUIT, and there is no point laying on the
*> batch plumbing for a session that will never run a command.
     PERFORM SIGN-ON-PARA.
     IF WS-QUIT = 0 AND SIGNON-CHECKS-ON
       PERFORM LOAD-LIMIT-PARA
     END-IF.
*> A release session stands in for the operator who keyed the line,
*> and has no batch file or checkpoint to deal with.
     IF WS-QUIT = 0 AND RELEASE-MODE-ON
       PERFORM CLAIM-REFERRAL-PARA
     END-IF.
     IF WS-QUIT = 0 AND REPLAY-MODE-OFF AND RELEASE-MODE-OFF
       PERFORM BATCH-SETUP-PARA
       PERFORM CHECK-RESTART-PARA
     END-IF.
*> The journal waits until batch mode is settled, since only a batch
*> run may post to a day other than today. A replay journals nothing
*> and rewrites nothing, and simply works to its own day.
     IF REPLAY-MODE-OFF
       PERFORM SET-POST-DATE-PARA
       PERFORM OPEN-JOURNAL-PARA
     ELSE
       MOVE WS-SESSION-ID(1:8) TO WS-POST-DATE
     END-IF.
*> Only an attended session has a cash drawer in front of it.
     IF WS-QUIT = 0 AND REPLAY-MODE-OFF AND BATCH-MODE-OFF
       AND RELEASE-MODE-OFF
       PERFORM OPEN-TILL-PARA
     END-IF.

SIGN-ON-PARA.
*> Validate the environment's operator ID against the operator master.
       END-IF
     END-IF.

LOAD-LIMIT-PARA.
*> Find the signed-on operator's amount limit in mal_limits.cfg. The
*> whole file is read, since an operator's own entry may sit below the
*> LEVELn entry for their authority level and must still win over it.
*> A figure TEST-NUMVAL will not pass is treated as no entry at all.
     MOVE SPACES TO WS-LIMIT-LEVEL-KEY.
     STRING "LEVEL" WS-OPERATOR-AUTH DELIMITED BY SIZE
         INTO WS-LIMIT-LEVEL-KEY
     END-STRING.
     MOVE 'N' TO WS-LIMIT-SWITCH.
     MOVE 'N' TO WS-OWN-LIMIT-SWITCH.
     MOVE 'N' TO WS-LEVEL-LIMIT-SWITCH.
     OPEN INPUT LIMITS-CONFIG-FILE.
     IF WS-LIMITS-CFG-STATUS = "00"
       PERFORM READ-LIMIT-CFG-PARA
         UNTIL WS-LIMITS-CFG-STATUS NOT = "00"
       CLOSE LIMITS-CONFIG-FILE
     END-IF.
     EVALUATE TRUE
       WHEN OWN-LIMIT-FOUND
         SET OPERATOR-LIMIT-SET TO TRUE
       WHEN LEVEL-LIMIT-FOUND
         MOVE WS-LEVEL-LIMIT TO WS-OPERATOR-LIMIT
         SET OPERATOR-LIMIT-SET TO TRUE
       WHEN OTHER
         CONTINUE
     END-EVALUATE.
     IF OPERATOR-LIMIT-SET AND RELEASE-MODE-OFF
       MOVE WS-OPERATOR-LIMIT TO WS-REFER-EDITED-1
       DISPLAY "AMOUNT LIMIT " FUNCTION TRIM(WS-REFER-EDITED-1)
         " - LARGER DEP/WDR/TRF WILL BE REFERRED"
     END-IF.

READ-LIMIT-CFG-PARA.
*> First entry for the operator and first for the level win, the way
*> the prompt config is read. Keys fold case like every other lookup
*> against $USER.
     READ LIMITS-CONFIG-FILE INTO WS-LIMITS-CFG-RECORD
       AT END
         CONTINUE
     END-READ.
     IF WS-LIMITS-CFG-STATUS = "00"
       MOVE WS-LIMITS-CFG-RECORD TO WS-LIMITS-CFG-LINE
       IF WS-LIMITS-CFG-KEY NOT = SPACES
         AND FUNCTION TEST-NUMVAL(WS-LIMITS-CFG-TEXT) = 0
         IF FUNCTION UPPER-CASE(WS-LIMITS-CFG-KEY) =
              FUNCTION UPPER-CASE(WS-OPERATOR-ID)
           AND NOT OWN-LIMIT-FOUND
           COMPUTE WS-OPERATOR-LIMIT =
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

CLAIM-REFERRAL-PARA.
*> Release mode: the signed-on operator is the supervisor releasing
*> the referral MAL_RELEASE_REFERRAL names. Claiming it moves it from
*> A to W, which only happens if MAL-REFER-QUEUE approved it for
*> release by this same supervisor - so a release cannot be run twice,
*> or by anyone the queue program did not vet. Sign-on checks must be
*> in force, since without a master there is no telling who anyone is.
*> Any refusal ends the session before a command is run, on the trail
*> as a REF line like a refused sign-on.
     MOVE SPACES TO WS-AUDIT-LINE-TEXT.
     IF NOT SIGNON-CHECKS-ON
       STRING "RELEASE REFUSED - NO OPERATOR MASTER TO CHECK THE"
           " SUPERVISOR AGAINST"
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
     ELSE
     IF FUNCTION TEST-NUMVAL(WS-ENV-RELEASE-ID) NOT = 0
       STRING "RELEASE REFUSED - REFERRAL ID "
           FUNCTION TRIM(WS-ENV-RELEASE-ID) " IS NOT A NUMBER"
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
     ELSE
       COMPUTE WS-RELEASE-ID = FUNCTION NUMVAL(WS-ENV-RELEASE-ID)
       MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-REFER-APPROVER
       MOVE 'W' TO WS-RELEASE-NEW-STATE
       PERFORM UPDATE-REFERRAL-PARA
       EVALUATE TRUE
         WHEN REFERRAL-UPDATE-FAILED
           STRING "RELEASE REFUSED - REFERRAL QUEUE NOT AVAILABLE"
               DELIMITED BY SIZE
               INTO WS-AUDIT-LINE-TEXT
           END-STRING
         WHEN WS-RELEASE-PRIOR-STATE = SPACE
           STRING "RELEASE REFUSED - NO REFERRAL " WS-RELEASE-ID
               DELIMITED BY SIZE
               INTO WS-AUDIT-LINE-TEXT
           END-STRING
         WHEN NOT REFERRAL-FOUND
           STRING "RELEASE REFUSED - REFERRAL " WS-RELEASE-ID
               " IS NOT APPROVED FOR RELEASE BY "
               FUNCTION TRIM(WS-REFER-APPROVER)
               DELIMITED BY SIZE
               INTO WS-AUDIT-LINE-TEXT
           END-STRING
         WHEN OTHER
           PERFORM ASSUME-OPERATOR-PARA
       END-EVALUATE
     END-IF
     END-IF.
     IF WS-AUDIT-LINE-TEXT NOT = SPACES
       DISPLAY FUNCTION TRIM(WS-AUDIT-LINE-TEXT)
       MOVE "REF" TO WS-AUDIT-LINE-TAG
       PERFORM WRITE-AUDIT-PARA
       MOVE 1 TO WS-QUIT
       MOVE "REFUSED" TO WS-QUIT-REASON
       MOVE 8 TO RETURN-CODE
     END-IF.

ASSUME-OPERATOR-PARA.
*> Take on the keying operator's identity for the posting: their ID
*> goes on the journal and the trail, and their codes and authority -
*> as the master has them now, not as they were - decide whether the
*> line may post at all. An operator since removed or disabled gets no
*> codes, so the line is refused AUT rather than posted on the word
*> of someone no longer trusted to key it.
     MOVE WS-RELEASE-OPID TO WS-OPERATOR-ID.
     MOVE SPACES TO WS-OPERATOR-NAME.
     MOVE SPACES TO WS-OPERATOR-CODES.
     MOVE '0' TO WS-OPERATOR-AUTH.
     MOVE 'N' TO WS-OPERATOR-FOUND-SWITCH.
     MOVE 'N' TO WS-OPERATOR-DISABLED-SWITCH.
     OPEN INPUT OPERATOR-MASTER-FILE.
     IF WS-OPMAST-STATUS = "00"
       PERFORM READ-OPERATOR-PARA
         UNTIL WS-OPMAST-STATUS NOT = "00" OR OPERATOR-FOUND
       CLOSE OPERATOR-MASTER-FILE
     END-IF.
     IF NOT OPERATOR-FOUND OR SIGNON-OPERATOR-DISABLED
       MOVE SPACES TO WS-OPERATOR-CODES
     END-IF.
     DISPLAY "RELEASING REFERRAL " WS-RELEASE-ID " KEYED BY "
       FUNCTION TRIM(WS-OPERATOR-ID) " - APPROVED BY "
       FUNCTION TRIM(WS-REFER-APPROVER).

BATCH-SETUP-PARA.
*> A command-line argument names an ordinary batch file; failing that,
*> MAL_RERUN_FILE names a corrected reject file to re-drive (rerun is a
       END-IF
     END-IF.

SET-POST-DATE-PARA.
*> A batch run posts to the day MAL_POST_DATE names, when it names one;
*> anything else posts to the day the session started. A posting date
*> that is not a date is not guessed at - the run posts to today, and
*> says so.
     MOVE WS-SESSION-ID(1:8) TO WS-POST-DATE.
     ACCEPT WS-ENV-POST-DATE FROM ENVIRONMENT "MAL_POST_DATE".
     IF WS-ENV-POST-DATE NOT = SPACES
       EVALUATE TRUE
         WHEN BATCH-MODE-OFF
           DISPLAY "MAL_POST_DATE IGNORED - ONLY A BATCH RUN POSTS TO"
             " ANOTHER DAY"
         WHEN WS-ENV-POST-DATE IS NOT NUMERIC
           DISPLAY "MAL_POST_DATE " FUNCTION TRIM(WS-ENV-POST-DATE)
             " IS NOT A DATE - POSTING TO " WS-POST-DATE
         WHEN OTHER
           MOVE WS-ENV-POST-DATE TO WS-POST-DATE
           IF WS-POST-DATE NOT = WS-SESSION-ID(1:8)
             DISPLAY "POSTING TO THE JOURNAL FOR " WS-POST-DATE
           END-IF
       END-EVALUATE
     END-IF.

OPEN-JOURNAL-PARA.
*> Open (or create) the posting date's journal. The filename carries
*> the posting date, so each day's postings land in their own
*> generation and downstream can pick up a whole day at once.
*> Same first-open dance as the audit log: EXTEND an existing file,
*> create it first if this is the day's first session.
     STRING "mal_journal_" WS-POST-DATE ".dat" DELIMITED BY SIZE
         INTO WS-JOURNAL-FILENAME
     END-STRING.
     OPEN EXTEND JOURNAL-FILE.
*> A clean shutdown means there is nothing left to resume, so clear the
*> checkpoint file down to empty rather than leaving a stale one behind
*> for the next run to offer to resume from. A replay is not a session
*> and must not disturb a checkpoint a real session may have left, and
*> nor must a release, which runs under the approving supervisor's
*> $USER and so would otherwise clear their console's checkpoint.
     IF REPLAY-MODE-OFF AND RELEASE-MODE-OFF
       OPEN OUTPUT CHECKPOINT-FILE
       IF WS-CHECKPOINT-STATUS = "00"
         CLOSE CHECKPOINT-FILE
     ADD 1 TO WS-SKIP-COUNT.

WRITE-AUDIT-PARA.
*> Write one tagged, timestamped, chained line to the audit trail. The
*> caller sets WS-AUDIT-LINE-TAG ('IN ' or 'OUT') and
*> WS-AUDIT-LINE-TEXT first. The chain lock is taken before the line
*> is stamped, so another console's later line can never land ahead
*> of this one. The trail is reopened under the lock - the archiver
*> may have swapped a new live file in since the last line - and
*> flushed before the lock goes. A stuck chain lock is warned once
*> and the line still written: a break the verifier reports beats a
*> console that hangs or an unlogged session.
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
         SET AUDIT-FILE-CLOSED TO TRUE
         DISPLAY "AUDIT LOG LOST - CONTINUING UNLOGGED"
       END-IF
       IF LOCK-IS-HELD
         PERFORM FREE-LOCK-PARA
       END-IF
     END-IF.

READ-CHAIN-HEAD-PARA.
*> The last sequence number and chain value handed out. No head file
*> is a trail that has never been chained: it starts from zero.
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
*> Fold columns 1-296 of the line - everything but the chain value
*> itself - into the previous chain value, a character at a time,
*> modulo the prime 999999999989. MAL-AUDIT-VERIFY folds the same way.
     MOVE WS-AUDIT-LINE(1:296) TO WS-CHAIN-IMAGE.
     PERFORM ADD-CHAIN-CHAR-PARA
       VARYING WS-CHAIN-IX FROM 1 BY 1 UNTIL WS-CHAIN-IX > 296.

ADD-CHAIN-CHAR-PARA.
     COMPUTE WS-CHAIN-WORK = FUNCTION MOD(WS-CHAIN-WORK * 257
       + FUNCTION ORD(WS-CHAIN-IMAGE(WS-CHAIN-IX:1)), 999999999989).

OPEN-REJECT-PARA.
*> First reject of the run - open (or create) the posting date's reject
*> file. Same EXTEND-or-create dance as the journal, and the same daily
*> naming, so rejects accumulate alongside the day's postings.
     STRING "mal_rejects_" WS-POST-DATE ".dat" DELIMITED BY SIZE
         INTO WS-REJECT-FILENAME
     END-STRING.
     OPEN EXTEND REJECT-FILE.
     SET COMMAND-HAD-SIDE-EFFECT TO TRUE.
     IF JOURNAL-FILE-OPEN
       PERFORM NEXT-JOURNAL-SEQ-PARA
       ACCEPT WS-AUDIT-TIME FROM TIME
       MOVE WS-JOURNAL-SEQ TO WS-JOURNAL-LINE-SEQ
       MOVE WS-POST-DATE TO WS-JOURNAL-LINE-DATE
       MOVE WS-AUDIT-TIME TO WS-JOURNAL-LINE-TIME
       MOVE WS-SESSION-ID TO WS-JOURNAL-LINE-SESSION
       MOVE WS-OPERATOR-ID TO WS-JOURNAL-LINE-OPID
       MOVE WS-TRANX-OPERAND-1 TO WS-JOURNAL-LINE-OPERAND-1
       MOVE WS-TRANX-OPERAND-2 TO WS-JOURNAL-LINE-OPERAND-2
       MOVE WS-TRANX-RESULT TO WS-JOURNAL-LINE-RESULT
       MOVE WS-REFER-APPROVER TO WS-JOURNAL-LINE-APPROVER
*> Only a TRF has a meaningful second account - for anything else the
*> positions under WS-TRANX-ACCOUNT-2 are the OPN name field or junk.
*> OPN borrows the field for the owning customer's ID, so a rebuild
*> rolling the journal forward can put the account back with its
*> owner.
*> A REV journals the reversed posting's amount, code and second
*> account in place of what was keyed, with its sequence number on the
*> end of the line.
       MOVE SPACES TO WS-JOURNAL-LINE-REV-SEQ
       EVALUATE FUNCTION UPPER-CASE(WS-TRANX-OPCODE)
         WHEN "TRF"
           MOVE WS-TRANX-ACCOUNT-2 TO WS-JOURNAL-LINE-ACCOUNT-2
         WHEN "OPN"
           MOVE WS-TRANX-CUSTOMER TO WS-JOURNAL-LINE-ACCOUNT-2
         WHEN "REV"
           MOVE WS-REV-ORIG-AMOUNT TO WS-JOURNAL-LINE-OPERAND-1
           MOVE WS-REV-ORIG-OPCODE TO WS-JOURNAL-LINE-OPERAND-2
           MOVE WS-REV-ORIG-ACCOUNT-2 TO WS-JOURNAL-LINE-ACCOUNT-2
           MOVE WS-REV-SEQ TO WS-JOURNAL-LINE-REV-SEQ
         WHEN OTHER
           MOVE SPACES TO WS-JOURNAL-LINE-ACCOUNT-2
       END-EVALUATE
       MOVE WS-JOURNAL-LINE TO WS-JOURNAL-RECORD
       WRITE WS-JOURNAL-RECORD
     END-IF.
*> file, under the sequence lock so two consoles can never draw the
*> same number. The file resets with the date, preserving the
*> sequence-restarts-daily convention downstream counts gaps against.
*> A file already on a later day than this session posts to (a batch
*> posting to the business date after midnight, a console left open
*> over it) is not wound back: the number follows on from the highest
*> already in this session's generation, read under the same lock.
*> A stuck lock falls back to counting on from this session's own
*> last number rather than hanging the console - warned once, since
*> duplicates are then possible again until the lock is cleared.
         END-READ
         IF WS-JOURNAL-SEQ-STATUS = "00"
           MOVE WS-JOURNAL-SEQ-RECORD TO WS-JOURNAL-SEQ-LINE
           EVALUATE TRUE
             WHEN WS-SEQ-LINE-DATE = WS-POST-DATE
               AND WS-SEQ-LINE-SEQ IS NUMERIC
               MOVE WS-SEQ-LINE-SEQ TO WS-JOURNAL-SEQ
             WHEN WS-SEQ-LINE-DATE IS NUMERIC
               AND WS-SEQ-LINE-DATE > WS-POST-DATE
               SET SEQ-FILE-AHEAD TO TRUE
               PERFORM SCAN-GENERATION-SEQ-PARA
             WHEN OTHER
               MOVE 0 TO WS-JOURNAL-SEQ
           END-EVALUATE
         ELSE
           MOVE 0 TO WS-JOURNAL-SEQ
         END-IF
         MOVE 0 TO WS-JOURNAL-SEQ
       END-IF
       ADD 1 TO WS-JOURNAL-SEQ
       IF SEQ-FILE-AHEAD
         MOVE 'N' TO WS-SEQ-AHEAD-SWITCH
       ELSE
         OPEN OUTPUT JOURNAL-SEQ-FILE
         IF WS-JOURNAL-SEQ-STATUS = "00"
           MOVE WS-POST-DATE TO WS-SEQ-LINE-DATE
           MOVE WS-JOURNAL-SEQ TO WS-SEQ-LINE-SEQ
           MOVE WS-JOURNAL-SEQ-LINE TO WS-JOURNAL-SEQ-RECORD
           WRITE WS-JOURNAL-SEQ-RECORD
           CLOSE JOURNAL-SEQ-FILE
         ELSE
*> A number drawn but not recorded is a duplicate waiting for the
*> next console - as loud a warning as the stuck-lock path gives.
           DISPLAY "UNABLE TO REWRITE mal_journal_seq.dat - SEQUENCE"
             " NUMBERS MAY DUPLICATE ACROSS CONSOLES"
         END-IF
       END-IF
       PERFORM FREE-LOCK-PARA
     ELSE
       ADD 1 TO WS-JOURNAL-SEQ
     END-IF.

SCAN-GENERATION-SEQ-PARA.
*> The highest sequence number in this session's generation, this
*> session's own lines flushed first so none is missed. The reversal
*> scan's file is borrowed for the read. The count starts from this
*> session's own last number, so it never goes backwards even if the
*> generation somehow reads lower.
     PERFORM FLUSH-JOURNAL-PARA.
     MOVE SPACES TO WS-REV-SCAN-FILENAME.
     STRING "mal_journal_" WS-POST-DATE ".dat" DELIMITED BY SIZE
         INTO WS-REV-SCAN-FILENAME
     END-STRING.
     OPEN INPUT REVERSAL-SCAN-FILE.
     IF WS-REV-SCAN-STATUS = "00"
       PERFORM SCAN-GENERATION-LINE-PARA
         UNTIL WS-REV-SCAN-STATUS NOT = "00"
       CLOSE REVERSAL-SCAN-FILE
     END-IF.

SCAN-GENERATION-LINE-PARA.
     READ REVERSAL-SCAN-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-REV-SCAN-STATUS = "00"
       MOVE WS-REV-SCAN-RECORD TO WS-REV-SCAN-LINE
       IF WS-REV-SCAN-SEQ IS NUMERIC
         AND WS-REV-SCAN-SEQ > WS-JOURNAL-SEQ
         MOVE WS-REV-SCAN-SEQ TO WS-JOURNAL-SEQ
       END-IF
     END-IF.

TAKE-LOCK-PARA.
*> Acquire the lock named in WS-LOCK-NAME-C - mkdir() either creates
*> the lock directory atomically or fails because another session
     MOVE SPACES TO WS-AUDIT-LINE-TEXT.
*> WS-QUIT-REASON can be "EOF" - running off the end of a batch file, or
*> readline() itself failing (Ctrl-D, a library allocation failure) -
*> or "REFUSED" - a sign-on the operator master turned away, or a
*> release that could not be had - or "RELEASED" - a release session
*> that has posted its one line - and none of those is a keyword
*> anyone typed, so wording the line as "ENDED BY KEYWORD EOF" would
*> misreport a walk-away/unattended termination as a deliberate one.
*> Word the cases differently.
     IF WS-QUIT-REASON = "EOF" OR WS-QUIT-REASON = "REFUSED"
       OR WS-QUIT-REASON = "RELEASED"
       STRING "SESSION " FUNCTION TRIM(WS-SESSION-ID)
           " ENDED - REASON " FUNCTION TRIM(WS-QUIT-REASON)
           DELIMITED BY SIZE
     PERFORM WRITE-AUDIT-PARA.
     PERFORM WRITE-STATS-PARA.

OPEN-TILL-PARA.
*> Start the session's till: work out which console it is reported
*> under, take the opening float and record it. The operator ID alone
*> cannot tell two counter positions apart, so the console is named
*> by MAL_CONSOLE; one that has not been given a name falls back to
*> the host name. A float that never arrives opens the till at zero,
*> which the sign-off count will then show up.
     ACCEPT WS-CONSOLE-ID FROM ENVIRONMENT "MAL_CONSOLE".
     IF WS-CONSOLE-ID = SPACES
       ACCEPT WS-CONSOLE-ID FROM ENVIRONMENT "HOSTNAME"
     END-IF.
     IF WS-CONSOLE-ID = SPACES
       MOVE "*UNKNOWN" TO WS-CONSOLE-ID
     END-IF.
     MOVE FUNCTION UPPER-CASE(WS-CONSOLE-ID) TO WS-CONSOLE-ID.
     MOVE "OPENING FLOAT> " TO WS-TILL-PROMPT.
     PERFORM ASK-TILL-FIGURE-PARA.
     IF TILL-FIGURE-GIVEN
       MOVE WS-AMOUNT-VALUE TO WS-TILL-FLOAT
     ELSE
       DISPLAY "NO OPENING FLOAT DECLARED - TILL OPENED AT ZERO"
       MOVE 0 TO WS-TILL-FLOAT
     END-IF.
     SET TILL-IS-OPEN TO TRUE.
     MOVE 0 TO WS-TILL-DEPOSITS.
     MOVE 0 TO WS-TILL-WITHDRAWALS.
     MOVE WS-TILL-FLOAT TO WS-TILL-EXPECTED.
     MOVE 0 TO WS-TILL-COUNTED.
     MOVE 0 TO WS-TILL-DIFFERENCE.
     MOVE "OPN" TO WS-TILL-LINE-TYPE.
     PERFORM WRITE-TILL-LINE-PARA.
     MOVE WS-TILL-FLOAT TO WS-TILL-EDITED-1.
     DISPLAY "TILL OPENED AT CONSOLE " FUNCTION TRIM(WS-CONSOLE-ID)
       " - FLOAT " FUNCTION TRIM(WS-TILL-EDITED-1).
     MOVE "TIL" TO WS-AUDIT-LINE-TAG.
     MOVE SPACES TO WS-AUDIT-LINE-TEXT.
     STRING "TILL OPENED AT CONSOLE " FUNCTION TRIM(WS-CONSOLE-ID)
         " FLOAT " FUNCTION TRIM(WS-TILL-EDITED-1)
         DELIMITED BY SIZE
         INTO WS-AUDIT-LINE-TEXT
     END-STRING.
     PERFORM WRITE-AUDIT-PARA.

CLOSE-TILL-PARA.
*> Balance the till at sign-off: the operator counts the drawer and
*> declares it, and whatever differs from float plus deposits less
*> withdrawals is recorded as over or short. A session that lost its
*> input (the EOF quit) has nobody left to ask; that, or three goes
*> without a usable figure, closes the till uncounted (NCT) so the
*> balancing report shows it as a drawer still to be checked rather
*> than quietly balancing it.
     COMPUTE WS-TILL-EXPECTED =
       WS-TILL-FLOAT + WS-TILL-DEPOSITS - WS-TILL-WITHDRAWALS.
     MOVE WS-TILL-EXPECTED TO WS-TILL-EDITED-1.
     IF WS-QUIT-REASON = "EOF"
       SET TILL-FIGURE-MISSING TO TRUE
     ELSE
       DISPLAY "TILL SIGN-OFF - COUNT THE DRAWER AND DECLARE THE CASH"
       MOVE "CASH COUNTED> " TO WS-TILL-PROMPT
       PERFORM ASK-TILL-FIGURE-PARA
     END-IF.
     MOVE SPACES TO WS-AUDIT-LINE-TEXT.
     IF TILL-FIGURE-GIVEN
       MOVE WS-AMOUNT-VALUE TO WS-TILL-COUNTED
       COMPUTE WS-TILL-DIFFERENCE = WS-TILL-COUNTED - WS-TILL-EXPECTED
       MOVE "CLS" TO WS-TILL-LINE-TYPE
       MOVE WS-TILL-COUNTED TO WS-TILL-EDITED-2
       MOVE WS-TILL-DIFFERENCE TO WS-TILL-EDITED-3
       EVALUATE TRUE
         WHEN WS-TILL-DIFFERENCE > 0
           STRING "TILL CLOSED AT CONSOLE "
               FUNCTION TRIM(WS-CONSOLE-ID)
               " EXPECTED " FUNCTION TRIM(WS-TILL-EDITED-1)
               " COUNTED " FUNCTION TRIM(WS-TILL-EDITED-2)
               " OVER " FUNCTION TRIM(WS-TILL-EDITED-3)
               DELIMITED BY SIZE
               INTO WS-AUDIT-LINE-TEXT
           END-STRING
         WHEN WS-TILL-DIFFERENCE < 0
           COMPUTE WS-TILL-EDITED-3 = 0 - WS-TILL-DIFFERENCE
           STRING "TILL CLOSED AT CONSOLE "
               FUNCTION TRIM(WS-CONSOLE-ID)
               " EXPECTED " FUNCTION TRIM(WS-TILL-EDITED-1)
               " COUNTED " FUNCTION TRIM(WS-TILL-EDITED-2)
               " SHORT " FUNCTION TRIM(WS-TILL-EDITED-3)
               DELIMITED BY SIZE
               INTO WS-AUDIT-LINE-TEXT
           END-STRING
         WHEN OTHER
           STRING "TILL CLOSED AT CONSOLE "
               FUNCTION TRIM(WS-CONSOLE-ID)
               " EXPECTED " FUNCTION TRIM(WS-TILL-EDITED-1)
               " COUNTED " FUNCTION TRIM(WS-TILL-EDITED-2)
               " BALANCED"
               DELIMITED BY SIZE
               INTO WS-AUDIT-LINE-TEXT
           END-STRING
       END-EVALUATE
     ELSE
       MOVE 0 TO WS-TILL-COUNTED
       MOVE 0 TO WS-TILL-DIFFERENCE
       MOVE "NCT" TO WS-TILL-LINE-TYPE
       STRING "TILL CLOSED AT CONSOLE " FUNCTION TRIM(WS-CONSOLE-ID)
           " EXPECTED " FUNCTION TRIM(WS-TILL-EDITED-1)
           " - CASH NOT COUNTED"
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
     END-IF.
     PERFORM WRITE-TILL-LINE-PARA.
     DISPLAY FUNCTION TRIM(WS-AUDIT-LINE-TEXT).
     MOVE "TIL" TO WS-AUDIT-LINE-TAG.
     PERFORM WRITE-AUDIT-PARA.
     MOVE 'N' TO WS-TILL-SWITCH.

ASK-TILL-FIGURE-PARA.
*> Prompt for a till figure - through the console's own line reader,
*> so the answer is read off the same input as the commands either
*> side of it - and edit it as a transaction amount would be. Leaves
*> the figure in WS-AMOUNT-VALUE when TILL-FIGURE-GIVEN.
     SET TILL-FIGURE-MISSING TO TRUE.
     MOVE 'N' TO WS-TILL-READ-STATUS.
     MOVE 0 TO WS-TILL-TRIES.
     PERFORM ASK-TILL-ONCE-PARA
       UNTIL TILL-FIGURE-GIVEN OR TILL-READ-FAILED OR WS-TILL-TRIES = 3.

ASK-TILL-ONCE-PARA.
     ADD 1 TO WS-TILL-TRIES.
     MOVE SPACES TO WS-TILL-RESPONSE.
     CALL 'READLINE' USING WS-TILL-PROMPT, WS-TILL-RESPONSE,
          WS-OPERATOR-ID, WS-TILL-READ-STATUS
     END-CALL.
     IF NOT TILL-READ-FAILED
       IF FUNCTION LENGTH(FUNCTION TRIM(WS-TILL-RESPONSE)) > 7
         SET AMOUNT-INVALID TO TRUE
       ELSE
         MOVE FUNCTION TRIM(WS-TILL-RESPONSE) TO WS-AMOUNT-TEXT
         PERFORM EDIT-AMOUNT-PARA
       END-IF
       IF AMOUNT-VALID
         SET TILL-FIGURE-GIVEN TO TRUE
       ELSE
         DISPLAY "INVALID FIGURE: AMOUNT MUST BE NUMERIC"
       END-IF
     END-IF.

WRITE-TILL-LINE-PARA.
*> Append one line to the till file, creating it the first time. The
*> file is opened per line: a till line is written twice a session,
*> and holding it open would keep every console's drawer figures
*> hostage to this one's buffers.
     MOVE WS-SESSION-ID TO WS-TILL-LINE-SESSION.
     ACCEPT WS-TILL-LINE-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-TILL-LINE-TIME FROM TIME.
     MOVE WS-OPERATOR-ID TO WS-TILL-LINE-OPID.
     MOVE WS-CONSOLE-ID TO WS-TILL-LINE-CONSOLE.
     MOVE WS-TILL-FLOAT TO WS-TILL-LINE-FLOAT.
     MOVE WS-TILL-DEPOSITS TO WS-TILL-LINE-DEPOSITS.
     MOVE WS-TILL-WITHDRAWALS TO WS-TILL-LINE-WITHDRAWALS.
     MOVE WS-TILL-EXPECTED TO WS-TILL-LINE-EXPECTED.
     MOVE WS-TILL-COUNTED TO WS-TILL-LINE-COUNTED.
     MOVE WS-TILL-DIFFERENCE TO WS-TILL-LINE-DIFFERENCE.
     OPEN EXTEND TILL-FILE.
     IF WS-TILL-STATUS = "35"
       OPEN OUTPUT TILL-FILE
       CLOSE TILL-FILE
       OPEN EXTEND TILL-FILE
     END-IF.
     IF WS-TILL-STATUS = "00"
       MOVE WS-TILL-LINE TO WS-TILL-RECORD
       WRITE WS-TILL-RECORD
       CLOSE TILL-FILE
     ELSE
       DISPLAY "UNABLE TO OPEN TILL FILE - TILL LINE NOT SAVED"
     END-IF.

WRITE-CHECKPOINT-PARA.
*> Overwrite the checkpoint file with the last input processed and the
*> current command sequence number - only the latest checkpoint matters
     PERFORM EVAL-PARA.
     PERFORM PRINT-PARA.
     IF WS-QUIT = 1
       IF TILL-IS-OPEN
         PERFORM CLOSE-TILL-PARA
       END-IF
       PERFORM WRITE-SESSION-END-PARA
     ELSE
       IF COMMAND-HAD-SIDE-EFFECT
       END-IF
     END-IF.

RELEASE-REFERRAL-PARA.
*> The whole of a release session: the claimed line is run once
*> through EVAL-PARA and PRINT-PARA as if the operator had just keyed
*> it, with the same IN/OUT pair on the trail, then the referral is
*> marked R with the journal sequence number or F with the reject
*> reason, and an RFR line records the outcome and who released it.
*> A refused posting ends with return code 4; a referral that could
*> not be marked is left at W, which is an 8 - the posting itself
*> stands or falls on the journal.
     ADD 1 TO WS-STATS-COMMANDS.
     SET COMMAND-NO-SIDE-EFFECT TO TRUE.
     SET REAL-READ TO TRUE.
     MOVE "IN " TO WS-AUDIT-LINE-TAG.
     MOVE WS-INPUT TO WS-AUDIT-LINE-TEXT.
     PERFORM WRITE-AUDIT-PARA.
     PERFORM EVAL-PARA.
     PERFORM PRINT-PARA.
     IF EVAL-NO-ERROR
       MOVE 'R' TO WS-RELEASE-NEW-STATE
     ELSE
       MOVE 'F' TO WS-RELEASE-NEW-STATE
     END-IF.
     PERFORM UPDATE-REFERRAL-PARA.
     MOVE "RFR" TO WS-AUDIT-LINE-TAG.
     MOVE SPACES TO WS-AUDIT-LINE-TEXT.
     IF EVAL-NO-ERROR
       STRING "REFERRAL " WS-RELEASE-ID " RELEASED BY "
           FUNCTION TRIM(WS-REFER-APPROVER) " - POSTED SEQ "
           WS-JOURNAL-SEQ
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
     ELSE
       STRING "REFERRAL " WS-RELEASE-ID " RELEASED BY "
           FUNCTION TRIM(WS-REFER-APPROVER) " - REFUSED "
           WS-REJECT-REASON
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM WRITE-AUDIT-PARA.
     IF REFERRAL-UPDATE-FAILED
       DISPLAY "REFERRAL " WS-RELEASE-ID " COULD NOT BE MARKED "
         WS-RELEASE-NEW-STATE " - mal_referrals.dat STILL SHOWS IT"
         " POSTING; CHECK THE JOURNAL BEFORE TOUCHING IT"
       MOVE 8 TO RETURN-CODE
     END-IF.
     MOVE 1 TO WS-QUIT.
     MOVE "RELEASED" TO WS-QUIT-REASON.
     PERFORM WRITE-SESSION-END-PARA.

READ-PARA.
*> Display prompt and get response either from the batch file or,
*> when running attended, from the operator via READLINE. Hitting EOF on
     EVALUATE FUNCTION UPPER-CASE(WS-TRANX-OPCODE)
       WHEN "ADD" WHEN "SUB" WHEN "MUL" WHEN "DIV"
       WHEN "OPN" WHEN "DEP" WHEN "WDR" WHEN "BAL" WHEN "TRF"
       WHEN "CLS" WHEN "RON" WHEN "RNM" WHEN "REV"
       WHEN "HLD" WHEN "RLS" WHEN "RAC"
         ADD 1 TO WS-PROC-TRANX-COUNT
         MOVE WS-TRANX-OPERAND-1 TO WS-AMOUNT-TEXT
         PERFORM EDIT-AMOUNT-PARA
           PERFORM VALIDATE-TRANX-PARA
         END-IF
       WHEN "OPN" WHEN "DEP" WHEN "WDR" WHEN "BAL" WHEN "TRF"
       WHEN "HLD" WHEN "RLS"
         PERFORM CHECK-AUTHORITY-PARA
         SET COMMAND-NOT-REFERRED TO TRUE
         IF OPERATOR-AUTHORISED
           PERFORM CHECK-REFERRAL-PARA
         END-IF
         IF OPERATOR-AUTHORISED AND COMMAND-NOT-REFERRED
           PERFORM ACCOUNT-TRANX-PARA
         END-IF
*> The account maintenance codes pass the same permitted-codes check
*> as everything else, and on top of it the operator's authority level
*> has to clear the maintenance bar - closing, reopening and renaming
*> accounts, and reversing postings, is not ordinary keying.
       WHEN "CLS" WHEN "RON" WHEN "RNM" WHEN "REV"
         PERFORM CHECK-AUTHORITY-PARA
         IF OPERATOR-AUTHORISED
           MOVE WS-MAINT-AUTH-LEVEL TO WS-NEEDED-AUTH-LEVEL
           PERFORM CHECK-MAINT-AUTHORITY-PARA
         END-IF
         IF OPERATOR-AUTHORISED
           PERFORM ACCOUNT-TRANX-PARA
         END-IF
*> Reactivating a dormant account goes through the same two checks,
*> against the higher reactivation bar.
       WHEN "RAC"
         PERFORM CHECK-AUTHORITY-PARA
         IF OPERATOR-AUTHORISED
           MOVE WS-REACT-AUTH-LEVEL TO WS-NEEDED-AUTH-LEVEL
           PERFORM CHECK-MAINT-AUTHORITY-PARA
         END-IF
         IF OPERATOR-AUTHORISED

CHECK-MAINT-AUTHORITY-PARA.
*> The account maintenance codes additionally need the operator's
*> authority level to clear WS-NEEDED-AUTH-LEVEL - the maintenance bar,
*> or the reactivation bar for RAC, as EVAL-PARA set it. An installation
*> without an operator master has no authority levels to consult and
*> keeps the old trust-the-environment behaviour, the same bargain
*> SIGN-ON-PARA strikes. A refusal reads like any other authority
*> refusal: message, error count, reject record in batch, REF line on
*> the trail.
     IF SIGNON-CHECKS-ON
       AND WS-OPERATOR-AUTH < WS-NEEDED-AUTH-LEVEL
       SET OPERATOR-NOT-AUTHORISED TO TRUE
       SET EVAL-HAS-ERROR TO TRUE
       MOVE "INVALID TRANSACTION: INSUFFICIENT AUTHORITY FOR CODE"
       STRING "REFUSED CODE " WS-AUTH-CODE "FOR OPERATOR "
           FUNCTION TRIM(WS-OPERATOR-ID)
           " - AUTHORITY " WS-OPERATOR-AUTH " BELOW "
           WS-NEEDED-AUTH-LEVEL
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
       PERFORM WRITE-AUDIT-PARA
     END-IF.

CHECK-REFERRAL-PARA.
*> Is this DEP, WDR or TRF over the operator's amount limit? Console,
*> batch and rerun input alike - a batch file runs under its operator's
*> own $USER and is held to the same limit. Only a release session is
*> exempt - it is the referral being posted. An amount that will
*> not edit is left for the posting paragraph to refuse NUM in the
*> usual way.
     IF OPERATOR-LIMIT-SET AND RELEASE-MODE-OFF
       EVALUATE FUNCTION UPPER-CASE(WS-TRANX-OPCODE)
         WHEN "DEP" WHEN "WDR" WHEN "TRF"
           MOVE WS-TRANX-OPERAND-1 TO WS-AMOUNT-TEXT
           PERFORM EDIT-AMOUNT-PARA
           IF AMOUNT-VALID AND WS-AMOUNT-VALUE > WS-OPERATOR-LIMIT
             SET COMMAND-REFERRED TO TRUE
             PERFORM REFER-COMMAND-PARA
           END-IF
         WHEN OTHER
           CONTINUE
       END-EVALUATE
     END-IF.

REFER-COMMAND-PARA.
*> The answer the operator sees carries no referral ID, so a replay -
*> which queues nothing - gives the same answer the session recorded.
*> The ID goes to the console and the RFQ line instead.
     MOVE "REFERRED FOR SUPERVISOR RELEASE - AMOUNT OVER OPERATOR LIMIT"
       TO WS-EVAL-OUTPUT.
     IF REPLAY-MODE-OFF
       PERFORM QUEUE-REFERRAL-PARA
     END-IF.

QUEUE-REFERRAL-PARA.
*> Append the referral under the referral lock, numbered one past the
*> highest ID on file. A queue that cannot be written leaves nothing
*> held for anyone to release, so the line is refused outright (RFQ)
*> and the operator told to get it keyed by someone whose limit covers
*> it. The RFQ audit line waits until the referral lock is dropped.
     MOVE 'N' TO WS-REFER-FAIL-SWITCH.
     MOVE WS-REFLOCK-NAME-C TO WS-LOCK-NAME-C.
     PERFORM TAKE-LOCK-PARA.
     IF LOCK-IS-HELD
       MOVE 0 TO WS-REFER-MAX-ID
       OPEN INPUT REFERRAL-FILE
       IF WS-REFERRAL-STATUS = "00"
         PERFORM SCAN-REFERRAL-ID-PARA
           UNTIL WS-REFERRAL-STATUS NOT = "00"
         CLOSE REFERRAL-FILE
       END-IF
       ADD 1 TO WS-REFER-MAX-ID GIVING WS-REFER-NEW-ID
       MOVE SPACES TO WS-REFERRAL-LINE
       MOVE WS-REFER-NEW-ID TO WS-REFERRAL-ID
       SET REFERRAL-PENDING TO TRUE
       ACCEPT WS-REFERRAL-DATE FROM DATE YYYYMMDD
       ACCEPT WS-REFERRAL-TIME FROM TIME
       MOVE WS-SESSION-ID TO WS-REFERRAL-SESSION
       MOVE WS-OPERATOR-ID TO WS-REFERRAL-OPID
       MOVE WS-OPERATOR-AUTH TO WS-REFERRAL-AUTH
       MOVE WS-AMOUNT-VALUE TO WS-REFERRAL-AMOUNT
       MOVE WS-OPERATOR-LIMIT TO WS-REFERRAL-LIMIT
       MOVE WS-INPUT TO WS-REFERRAL-TEXT
       OPEN EXTEND REFERRAL-FILE
       IF WS-REFERRAL-STATUS = "35"
         OPEN OUTPUT REFERRAL-FILE
         CLOSE REFERRAL-FILE
         OPEN EXTEND REFERRAL-FILE
       END-IF
       IF WS-REFERRAL-STATUS = "00"
         MOVE WS-REFERRAL-LINE TO WS-REFERRAL-RECORD
         WRITE WS-REFERRAL-RECORD
         IF WS-REFERRAL-STATUS NOT = "00"
           SET REFERRAL-UPDATE-FAILED TO TRUE
         END-IF
         CLOSE REFERRAL-FILE
       ELSE
         SET REFERRAL-UPDATE-FAILED TO TRUE
       END-IF
       PERFORM FREE-LOCK-PARA
     ELSE
       SET REFERRAL-UPDATE-FAILED TO TRUE
     END-IF.
     IF REFERRAL-UPDATE-FAILED
       SET EVAL-HAS-ERROR TO TRUE
       MOVE "INVALID TRANSACTION: OVER LIMIT - REFERRAL QUEUE NOT AVAILABLE"
         TO WS-EVAL-OUTPUT
       MOVE "RFQ" TO WS-REJECT-REASON
     ELSE
       SET COMMAND-HAD-SIDE-EFFECT TO TRUE
       MOVE WS-AMOUNT-VALUE TO WS-REFER-EDITED-1
       MOVE WS-OPERATOR-LIMIT TO WS-REFER-EDITED-2
       DISPLAY "REFERRAL " WS-REFER-NEW-ID " QUEUED"
       MOVE "RFQ" TO WS-AUDIT-LINE-TAG
       MOVE SPACES TO WS-AUDIT-LINE-TEXT
       STRING "REFERRAL " WS-REFER-NEW-ID " QUEUED: "
           FUNCTION UPPER-CASE(WS-TRANX-OPCODE) " AMOUNT "
           FUNCTION TRIM(WS-REFER-EDITED-1) " OVER LIMIT "
           FUNCTION TRIM(WS-REFER-EDITED-2)
           DELIMITED BY SIZE
           INTO WS-AUDIT-LINE-TEXT
       END-STRING
       PERFORM WRITE-AUDIT-PARA
     END-IF.

SCAN-REFERRAL-ID-PARA.
     READ REFERRAL-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-REFERRAL-STATUS = "00"
       MOVE WS-REFERRAL-RECORD TO WS-REFERRAL-LINE
       IF WS-REFERRAL-ID IS NUMERIC
         AND WS-REFERRAL-ID > WS-REFER-MAX-ID
         MOVE WS-REFERRAL-ID TO WS-REFER-MAX-ID
       END-IF
     END-IF.

UPDATE-REFERRAL-PARA.
*> Move referral WS-RELEASE-ID to WS-RELEASE-NEW-STATE, under the
*> referral lock, copying the queue through the work file and swapping
*> it in with one rename() the way RLS rewrites the holds file. The
*> referral has to be in the state the move expects - see
*> APPLY-REFERRAL-STATE-PARA - or nothing is renamed and the live file
*> stands. WS-RELEASE-PRIOR-STATE says what state it was found in,
*> SPACE if the ID is not on file.
     MOVE 'N' TO WS-REFER-FAIL-SWITCH.
     MOVE 'N' TO WS-REFER-FOUND-SWITCH.
     MOVE SPACE TO WS-RELEASE-PRIOR-STATE.
     MOVE WS-REFLOCK-NAME-C TO WS-LOCK-NAME-C.
     PERFORM TAKE-LOCK-PARA.
     IF LOCK-IS-HELD
       OPEN INPUT REFERRAL-FILE
       IF WS-REFERRAL-STATUS = "00"
         OPEN OUTPUT REFERRAL-WORK-FILE
         IF WS-REFERRAL-WORK-STATUS = "00"
           SET REFERRAL-WORK-FILE-OPEN TO TRUE
         ELSE
           SET REFERRAL-UPDATE-FAILED TO TRUE
         END-IF
         PERFORM COPY-REFERRAL-PARA
           UNTIL WS-REFERRAL-STATUS NOT = "00" OR REFERRAL-UPDATE-FAILED
         CLOSE REFERRAL-FILE
         IF REFERRAL-WORK-FILE-OPEN
           CLOSE REFERRAL-WORK-FILE
           MOVE 'N' TO WS-REFER-WORK-OPEN-SWITCH
         END-IF
       ELSE
         SET REFERRAL-UPDATE-FAILED TO TRUE
       END-IF
       IF REFERRAL-FOUND AND NOT REFERRAL-UPDATE-FAILED
         CALL 'rename' USING WS-REFER-TMP-NAME-C WS-REFER-LIVE-NAME-C
              RETURNING WS-LIBC-RC
         END-CALL
         IF WS-LIBC-RC NOT = 0
           SET REFERRAL-UPDATE-FAILED TO TRUE
         END-IF
       END-IF
       PERFORM FREE-LOCK-PARA
     ELSE
       SET REFERRAL-UPDATE-FAILED TO TRUE
     END-IF.

COPY-REFERRAL-PARA.
     READ REFERRAL-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-REFERRAL-STATUS = "00"
       MOVE WS-REFERRAL-RECORD TO WS-REFERRAL-LINE
       IF WS-REFERRAL-ID IS NUMERIC
         AND WS-REFERRAL-ID = WS-RELEASE-ID
         AND WS-RELEASE-PRIOR-STATE = SPACE
         MOVE WS-REFERRAL-STATE TO WS-RELEASE-PRIOR-STATE
         PERFORM APPLY-REFERRAL-STATE-PARA
       END-IF
       MOVE WS-REFERRAL-LINE TO WS-REFERRAL-WORK-RECORD
       WRITE WS-REFERRAL-WORK-RECORD
       IF WS-REFERRAL-WORK-STATUS NOT = "00"
         SET REFERRAL-UPDATE-FAILED TO TRUE
       END-IF
     END-IF.

APPLY-REFERRAL-STATE-PARA.
*> The two moves a release session makes. Claiming (W) needs the
*> referral approved for release by the signed-on supervisor, and
*> picks up the keyed line and the operator who keyed it. Finishing
*> (R or F) needs it still posting, and records the journal sequence
*> number or the reject reason.
     IF WS-RELEASE-NEW-STATE = 'W'
       IF REFERRAL-APPROVED
         AND FUNCTION UPPER-CASE(WS-REFERRAL-APPROVER) =
             WS-REFER-APPROVER
         SET REFERRAL-FOUND TO TRUE
         SET REFERRAL-POSTING TO TRUE
         MOVE WS-REFERRAL-OPID TO WS-RELEASE-OPID
         MOVE WS-REFERRAL-TEXT TO WS-INPUT
       END-IF
     ELSE
       IF REFERRAL-POSTING
         SET REFERRAL-FOUND TO TRUE
         MOVE WS-RELEASE-NEW-STATE TO WS-REFERRAL-STATE
         IF REFERRAL-POSTED
           MOVE WS-JOURNAL-SEQ TO WS-REFERRAL-JOURNAL-SEQ
         ELSE
           MOVE WS-REJECT-REASON TO WS-REFERRAL-REASON
         END-IF
       END-IF
     END-IF.

EDIT-AMOUNT-PARA.
*> Edit WS-AMOUNT-TEXT into WS-AMOUNT-VALUE. The scan walks the field
*> a character at a time: leading spaces are tolerated, digits build
*> the whole part until a single decimal point switches to the decimal
*> part (two digits at most), and once a space follows any content the
*> field must stay blank to the end. At least one whole-part digit is
*> required, so a bare point or an empty field is refused.
     SET AMOUNT-INVALID TO TRUE.
     MOVE 0 TO WS-AMOUNT-VALUE.
     MOVE 0 TO WS-AMT-INT-DIGITS.
     MOVE 0 TO WS-AMT-FRAC-DIGITS.
     MOVE 'N' TO WS-AMT-DOT-SWITCH.
     MOVE 'N' TO WS-AMT-ENDED-SWITCH.
     MOVE 'N' TO WS-AMT-BAD-SWITCH.
     PERFORM SCAN-AMOUNT-CHAR-PARA
       VARYING WS-AMT-IX FROM 1 BY 1
       UNTIL WS-AMT-IX > 7 OR AMOUNT-CHAR-BAD.
     IF NOT AMOUNT-CHAR-BAD AND WS-AMT-INT-DIGITS > 0
       SET AMOUNT-VALID TO TRUE
     END-IF.

SCAN-AMOUNT-CHAR-PARA.
     MOVE WS-AMOUNT-TEXT(WS-AMT-IX:1) TO WS-AMT-CHAR.
     EVALUATE TRUE
       WHEN WS-AMT-CHAR = SPACE
         IF WS-AMT-INT-DIGITS > 0 OR AMOUNT-HAS-DOT
           SET AMOUNT-ENDED TO TRUE
         END-IF
       WHEN AMOUNT-ENDED
         SET AMOUNT-CHAR-BAD TO TRUE
             ELSE
*> BAL and the maintenance codes run their own status checks - BAL
*> must see a closed account's residual balance, RON exists precisely
*> to touch closed accounts, RAC to touch dormant ones, and CLS/RNM
*> say something more useful than a blanket refusal. RLS only ever
*> frees money, so it is allowed on a closed account too. Only the
*> money-moving codes (and HLD) hit the blanket closed-account
*> refusal. A dormant account still takes money in - DEP, the credit
*> side of a TRF - but nothing is paid out of it (WDR, the debit side
*> of a TRF) until it has been reactivated. A HLD moves no money and
*> is allowed. So is a REV, whichever way it moves the money: it is a
*> correction under the maintenance bar, not customer activity, and
*> does not restart the dormancy clock.
               EVALUATE FUNCTION UPPER-CASE(WS-TRANX-OPCODE)
                 WHEN "BAL"
                   PERFORM INQUIRE-BALANCE-PARA
                 WHEN "RLS"
                   PERFORM RELEASE-HOLD-PARA
                 WHEN "CLS"
                   PERFORM CLOSE-ACCOUNT-PARA
                 WHEN "RON"
                   PERFORM REOPEN-ACCOUNT-PARA
                 WHEN "RAC"
                   PERFORM REACTIVATE-ACCOUNT-PARA
                 WHEN "RNM"
                   PERFORM RENAME-ACCOUNT-PARA
                 WHEN OTHER
                   EVALUATE TRUE
                     WHEN ACCOUNT-IS-CLOSED
                       SET EVAL-HAS-ERROR TO TRUE
                       MOVE "INVALID TRANSACTION: ACCOUNT IS CLOSED"
                         TO WS-EVAL-OUTPUT
                       MOVE "CLS" TO WS-REJECT-REASON
                     WHEN ACCOUNT-IS-DORMANT
                       AND (FUNCTION UPPER-CASE(WS-TRANX-OPCODE) = "WDR"
                         OR FUNCTION UPPER-CASE(WS-TRANX-OPCODE) = "TRF")
                       SET EVAL-HAS-ERROR TO TRUE
                       MOVE "INVALID TRANSACTION: ACCOUNT IS DORMANT"
                         TO WS-EVAL-OUTPUT
                       MOVE "DRM" TO WS-REJECT-REASON
                     WHEN OTHER
                     EVALUATE FUNCTION UPPER-CASE(WS-TRANX-OPCODE)
                       WHEN "DEP"
                         PERFORM POST-DEPOSIT-PARA
                         PERFORM POST-WITHDRAWAL-PARA
                       WHEN "TRF"
                         PERFORM POST-TRANSFER-PARA
                       WHEN "REV"
                         PERFORM REVERSE-POSTING-PARA
                       WHEN "HLD"
                         PERFORM PLACE-HOLD-PARA
                     END-EVALUATE
                   END-EVALUATE
               END-EVALUATE
             END-IF
     END-EVALUATE.
     END-READ.

OPEN-ACCOUNT-PARA.
*> OPN - create the account with its opening balance and name, owned
*> by the verified customer keyed at 51-58. Opening an account that
*> already exists is refused rather than quietly resetting its
*> balance.
     IF ACCOUNT-FOUND
       SET EVAL-HAS-ERROR TO TRUE
       MOVE "INVALID TRANSACTION: ACCOUNT ALREADY EXISTS"
           TO WS-EVAL-OUTPUT
         MOVE "NUM" TO WS-REJECT-REASON
       ELSE
         PERFORM CHECK-CUSTOMER-PARA
       END-IF
       IF EVAL-NO-ERROR
         MOVE WS-TRANX-ACCOUNT TO WS-ACCOUNT-NUMBER
         MOVE WS-TRANX-ACCT-NAME TO WS-ACCOUNT-NAME
         MOVE WS-AMOUNT-VALUE TO WS-ACCOUNT-AMOUNT
         MOVE WS-ACCOUNT-AMOUNT TO WS-ACCOUNT-BALANCE
         SET ACCOUNT-IS-OPEN TO TRUE
         MOVE WS-TRANX-CUSTOMER TO WS-ACCOUNT-CUSTOMER
         MOVE SPACES TO WS-ACCOUNT-LAST-ACTIVITY
         MOVE SPACES TO WS-ACCOUNT-DORMANT-DATE
         PERFORM NOTE-ACTIVITY-PARA
         IF REPLAY-MODE-OFF
           WRITE WS-ACCOUNT-RECORD
             INVALID KEY
       END-IF
     END-IF.

CHECK-CUSTOMER-PARA.
*> The owning customer must be on the customer file and verified. The
*> file is small and OPN is rare, so it is simply read top to bottom
*> the way SIGN-ON-PARA reads the operator master.
     MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH.
     MOVE 'N' TO WS-CUSTOMER-OK-SWITCH.
     IF WS-TRANX-CUSTOMER IS NOT NUMERIC
       SET EVAL-HAS-ERROR TO TRUE
       MOVE "INVALID TRANSACTION: CUSTOMER ID MUST BE NUMERIC"
         TO WS-EVAL-OUTPUT
       MOVE "CUS" TO WS-REJECT-REASON
     ELSE
       OPEN INPUT CUSTOMER-FILE
       IF WS-CUSTOMER-STATUS = "00"
         PERFORM READ-CUSTOMER-PARA
           UNTIL WS-CUSTOMER-STATUS NOT = "00" OR CUSTOMER-FOUND
         CLOSE CUSTOMER-FILE
       END-IF
       EVALUATE TRUE
         WHEN NOT CUSTOMER-FOUND
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: UNKNOWN CUSTOMER"
             TO WS-EVAL-OUTPUT
           MOVE "CUS" TO WS-REJECT-REASON
         WHEN NOT CUSTOMER-VERIFIED-FOUND
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: CUSTOMER ID NOT VERIFIED"
             TO WS-EVAL-OUTPUT
           MOVE "CNV" TO WS-REJECT-REASON
       END-EVALUATE
     END-IF.

READ-CUSTOMER-PARA.
     READ CUSTOMER-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-CUSTOMER-STATUS = "00"
       MOVE WS-CUSTOMER-RECORD TO WS-CUSTOMER-LINE
       IF WS-CUSTOMER-ID = WS-TRANX-CUSTOMER
         SET CUSTOMER-FOUND TO TRUE
         IF CUSTOMER-IS-VERIFIED
           SET CUSTOMER-VERIFIED-FOUND TO TRUE
         END-IF
       END-IF
     END-IF.

POST-DEPOSIT-PARA.
*> DEP - add the keyed amount to the balance and rewrite the master.
     MOVE WS-TRANX-OPERAND-1 TO WS-AMOUNT-TEXT.
       END-ADD
       IF EVAL-NO-ERROR
         MOVE WS-NEW-BALANCE TO WS-ACCOUNT-BALANCE
         PERFORM NOTE-ACTIVITY-PARA
         IF REPLAY-MODE-OFF
           REWRITE WS-ACCOUNT-RECORD
         END-IF
         MOVE " BALANCE   " TO WS-BALANCE-LINE-TAG
         PERFORM WRITE-BALANCE-OUTPUT-PARA
         IF TILL-IS-OPEN
           ADD WS-ACCOUNT-AMOUNT TO WS-TILL-DEPOSITS
         END-IF
       END-IF
     END-IF.

POST-WITHDRAWAL-PARA.
*> WDR - take the keyed amount off the balance, refusing any posting
*> that would leave the account overdrawn or dig into held funds.
     MOVE WS-TRANX-OPERAND-1 TO WS-AMOUNT-TEXT.
     PERFORM EDIT-AMOUNT-PARA.
     IF AMOUNT-INVALID
       MOVE "NUM" TO WS-REJECT-REASON
     ELSE
       MOVE WS-AMOUNT-VALUE TO WS-ACCOUNT-AMOUNT
       PERFORM SUM-ACTIVE-HOLDS-PARA
       EVALUATE TRUE
         WHEN WS-ACCOUNT-AMOUNT > WS-ACCOUNT-BALANCE
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: OVERDRAFT REFUSED"
             TO WS-EVAL-OUTPUT
           MOVE "ODR" TO WS-REJECT-REASON
         WHEN WS-ACCOUNT-AMOUNT > WS-AVAILABLE-BALANCE
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: FUNDS HELD - EXCEEDS AVAILABLE"
             TO WS-EVAL-OUTPUT
           MOVE "FHD" TO WS-REJECT-REASON
         WHEN OTHER
           SUBTRACT WS-ACCOUNT-AMOUNT FROM WS-ACCOUNT-BALANCE
             GIVING WS-NEW-BALANCE
           MOVE WS-NEW-BALANCE TO WS-ACCOUNT-BALANCE
           PERFORM NOTE-ACTIVITY-PARA
           IF REPLAY-MODE-OFF
             REWRITE WS-ACCOUNT-RECORD
           END-IF
           MOVE " BALANCE   " TO WS-BALANCE-LINE-TAG
           PERFORM WRITE-BALANCE-OUTPUT-PARA
           IF TILL-IS-OPEN
             ADD WS-ACCOUNT-AMOUNT TO WS-TILL-WITHDRAWALS
           END-IF
       END-EVALUATE
     END-IF.

POST-TRANSFER-PARA.
*> good - so a refused transfer leaves the master exactly as it was.
*> The operator sees (and the journal carries) the debited account's
*> new balance; the credited account rides in the journal line's
*> second account field. Holds on the debited account bite exactly as
*> they do for WDR. Only the debited side counts as the customer's
*> activity - money arriving proves nothing about whether the payee
*> is still about.
     MOVE WS-TRANX-OPERAND-1 TO WS-AMOUNT-TEXT.
     PERFORM EDIT-AMOUNT-PARA.
     IF AMOUNT-INVALID
       MOVE "NUM" TO WS-REJECT-REASON
     ELSE
       MOVE WS-AMOUNT-VALUE TO WS-ACCOUNT-AMOUNT
       PERFORM SUM-ACTIVE-HOLDS-PARA
       EVALUATE TRUE
         WHEN WS-ACCOUNT-AMOUNT > WS-ACCOUNT-BALANCE
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: OVERDRAFT REFUSED"
             TO WS-EVAL-OUTPUT
           MOVE "ODR" TO WS-REJECT-REASON
         WHEN WS-ACCOUNT-AMOUNT > WS-AVAILABLE-BALANCE
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: FUNDS HELD - EXCEEDS AVAILABLE"
             TO WS-EVAL-OUTPUT
           MOVE "FHD" TO WS-REJECT-REASON
         WHEN WS-TRANX-ACCOUNT-2 IS NOT NUMERIC
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: SECOND ACCOUNT MUST BE NUMERIC"
             END-IF
             MOVE WS-FROM-ACCOUNT-SAVE TO WS-ACCOUNT-RECORD
             MOVE WS-NEW-BALANCE TO WS-ACCOUNT-BALANCE
             PERFORM NOTE-ACTIVITY-PARA
             IF REPLAY-MODE-OFF
               REWRITE WS-ACCOUNT-RECORD
             END-IF
         END-ADD
     END-EVALUATE.

REVERSE-POSTING-PARA.
*> REV - back out the posting journalled today under the sequence
*> number keyed in operand 1. The number is a plain run of digits, so
*> it goes through the amount edit and must come back whole. The
*> keyed account must be the one the original posting was made to;
*> the contra is worked out from the original line's own code and
*> amount, never from anything re-keyed.
     MOVE WS-TRANX-OPERAND-1 TO WS-AMOUNT-TEXT.
     PERFORM EDIT-AMOUNT-PARA.
     IF AMOUNT-INVALID OR AMOUNT-HAS-DOT OR WS-AMOUNT-VALUE = 0
       SET EVAL-HAS-ERROR TO TRUE
       MOVE "INVALID TRANSACTION: SEQUENCE NUMBER MUST BE NUMERIC"
         TO WS-EVAL-OUTPUT
       MOVE "NUM" TO WS-REJECT-REASON
     ELSE
       MOVE WS-AMOUNT-VALUE TO WS-REV-SEQ
       PERFORM FIND-REVERSAL-TARGET-PARA
       EVALUATE TRUE
         WHEN NOT REV-ORIGINAL-FOUND
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: NO SUCH POSTING TO REVERSE TODAY"
             TO WS-EVAL-OUTPUT
           MOVE "RNF" TO WS-REJECT-REASON
         WHEN REV-ALREADY-DONE
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: POSTING ALREADY REVERSED"
             TO WS-EVAL-OUTPUT
           MOVE "RVD" TO WS-REJECT-REASON
         WHEN OTHER
           MOVE WS-REV-ORIG-AMOUNT TO WS-AMOUNT-TEXT
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-VALUE TO WS-ACCOUNT-AMOUNT
           EVALUATE WS-REV-ORIG-OPCODE
             WHEN "DEP"
               PERFORM REVERSE-DEPOSIT-PARA
             WHEN "WDR"
               PERFORM REVERSE-WITHDRAWAL-PARA
             WHEN "TRF"
               PERFORM REVERSE-TRANSFER-PARA
           END-EVALUATE
       END-EVALUATE
     END-IF.

FIND-REVERSAL-TARGET-PARA.
*> Read this session's generation back looking for the original line
*> and for any REV already naming it. This session's own journal is
*> flushed first so a posting keyed minutes ago is there to be found;
*> the master lock is held throughout, and every REV flushes its own
*> line before the lock is dropped, so two consoles can never both
*> reverse the same posting.
     MOVE 'N' TO WS-REV-FOUND-SWITCH.
     MOVE 'N' TO WS-REV-DONE-SWITCH.
     PERFORM FLUSH-JOURNAL-PARA.
     MOVE SPACES TO WS-REV-SCAN-FILENAME.
     STRING "mal_journal_" WS-POST-DATE ".dat" DELIMITED BY SIZE
         INTO WS-REV-SCAN-FILENAME
     END-STRING.
     OPEN INPUT REVERSAL-SCAN-FILE.
     IF WS-REV-SCAN-STATUS = "00"
       PERFORM SCAN-REVERSAL-PARA UNTIL WS-REV-SCAN-STATUS NOT = "00"
       CLOSE REVERSAL-SCAN-FILE
     END-IF.

SCAN-REVERSAL-PARA.
     READ REVERSAL-SCAN-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-REV-SCAN-STATUS = "00"
       MOVE WS-REV-SCAN-RECORD TO WS-REV-SCAN-LINE
       EVALUATE TRUE
         WHEN WS-REV-SCAN-OPCODE = "REV"
           AND WS-REV-SCAN-REV-SEQ = WS-REV-SEQ
           AND WS-REV-SCAN-ACCOUNT = WS-TRANX-ACCOUNT
           SET REV-ALREADY-DONE TO TRUE
         WHEN WS-REV-SCAN-SEQ = WS-REV-SEQ
           AND NOT REV-ORIGINAL-FOUND
           AND (WS-REV-SCAN-OPCODE = "DEP" OR "WDR" OR "TRF")
           AND WS-REV-SCAN-ACCOUNT = WS-TRANX-ACCOUNT
           SET REV-ORIGINAL-FOUND TO TRUE
           MOVE WS-REV-SCAN-OPCODE TO WS-REV-ORIG-OPCODE
           MOVE WS-REV-SCAN-OPERAND-1 TO WS-REV-ORIG-AMOUNT
           MOVE WS-REV-SCAN-SESSION TO WS-REV-ORIG-SESSION
           IF WS-REV-SCAN-OPCODE = "TRF"
             MOVE WS-REV-SCAN-ACCOUNT-2 TO WS-REV-ORIG-ACCOUNT-2
           ELSE
             MOVE SPACES TO WS-REV-ORIG-ACCOUNT-2
           END-IF
         WHEN OTHER
           CONTINUE
       END-EVALUATE
     END-IF.

REVERSE-DEPOSIT-PARA.
*> The contra of a deposit takes the amount back off. The master never
*> goes overdrawn, a reversal included - if the money has already gone
*> the shortfall is a matter for the branch, not a negative balance.
     IF WS-ACCOUNT-AMOUNT > WS-ACCOUNT-BALANCE
       SET EVAL-HAS-ERROR TO TRUE
       MOVE "INVALID TRANSACTION: REVERSAL WOULD OVERDRAW ACCOUNT"
         TO WS-EVAL-OUTPUT
       MOVE "ODR" TO WS-REJECT-REASON
     ELSE
       SUBTRACT WS-ACCOUNT-AMOUNT FROM WS-ACCOUNT-BALANCE
         GIVING WS-NEW-BALANCE
       MOVE WS-NEW-BALANCE TO WS-ACCOUNT-BALANCE
       IF REPLAY-MODE-OFF
         REWRITE WS-ACCOUNT-RECORD
       END-IF
       PERFORM FINISH-REVERSAL-PARA
     END-IF.

REVERSE-WITHDRAWAL-PARA.
*> The contra of a withdrawal puts the amount back.
     ADD WS-ACCOUNT-AMOUNT TO WS-ACCOUNT-BALANCE
       GIVING WS-NEW-BALANCE
       ON SIZE ERROR
         SET EVAL-HAS-ERROR TO TRUE
         MOVE "INVALID TRANSACTION: BALANCE OVERFLOW"
           TO WS-EVAL-OUTPUT
         MOVE "OVF" TO WS-REJECT-REASON
     END-ADD.
     IF EVAL-NO-ERROR
       MOVE WS-NEW-BALANCE TO WS-ACCOUNT-BALANCE
       IF REPLAY-MODE-OFF
         REWRITE WS-ACCOUNT-RECORD
       END-IF
       PERFORM FINISH-REVERSAL-PARA
     END-IF.

REVERSE-TRANSFER-PARA.
*> The contra of a transfer debits the account it credited and credits
*> the account it debited - the keyed account, whose record is in the
*> record area. Same all-or-nothing shape as POST-TRANSFER-PARA: both
*> new balances are known good before either REWRITE runs.
     ADD WS-ACCOUNT-AMOUNT TO WS-ACCOUNT-BALANCE
       GIVING WS-NEW-BALANCE
       ON SIZE ERROR
         SET EVAL-HAS-ERROR TO TRUE
         MOVE "INVALID TRANSACTION: BALANCE OVERFLOW"
           TO WS-EVAL-OUTPUT
         MOVE "OVF" TO WS-REJECT-REASON
     END-ADD.
     IF EVAL-NO-ERROR
       MOVE WS-ACCOUNT-RECORD TO WS-FROM-ACCOUNT-SAVE
       MOVE WS-REV-ORIG-ACCOUNT-2 TO WS-ACCOUNT-NUMBER
       SET ACCOUNT-FOUND TO TRUE
       READ ACCOUNT-MASTER-FILE
         INVALID KEY
           SET ACCOUNT-NOT-FOUND TO TRUE
       END-READ
       EVALUATE TRUE
         WHEN ACCOUNT-NOT-FOUND
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: UNKNOWN SECOND ACCOUNT"
             TO WS-EVAL-OUTPUT
           MOVE "UNK" TO WS-REJECT-REASON
         WHEN ACCOUNT-IS-CLOSED
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: SECOND ACCOUNT IS CLOSED"
             TO WS-EVAL-OUTPUT
           MOVE "CLS" TO WS-REJECT-REASON
         WHEN WS-ACCOUNT-AMOUNT > WS-ACCOUNT-BALANCE
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: REVERSAL OVERDRAWS SECOND ACCOUNT"
             TO WS-EVAL-OUTPUT
           MOVE "ODR" TO WS-REJECT-REASON
         WHEN OTHER
           SUBTRACT WS-ACCOUNT-AMOUNT FROM WS-ACCOUNT-BALANCE
             GIVING WS-NEW-BALANCE-2
           MOVE WS-NEW-BALANCE-2 TO WS-ACCOUNT-BALANCE
           IF REPLAY-MODE-OFF
             REWRITE WS-ACCOUNT-RECORD
           END-IF
       END-EVALUATE
       MOVE WS-FROM-ACCOUNT-SAVE TO WS-ACCOUNT-RECORD
       IF EVAL-NO-ERROR
         MOVE WS-NEW-BALANCE TO WS-ACCOUNT-BALANCE
         IF REPLAY-MODE-OFF
           REWRITE WS-ACCOUNT-RECORD
         END-IF
         PERFORM FINISH-REVERSAL-PARA
       END-IF
     END-IF.

FINISH-REVERSAL-PARA.
*> Journal the REV and push it to disk while the master lock is still
*> held, so the next console's reversal scan is bound to see it.
     MOVE " REVERSED  " TO WS-BALANCE-LINE-TAG.
     PERFORM WRITE-BALANCE-OUTPUT-PARA.
     PERFORM FLUSH-JOURNAL-PARA.
*> Cash handed back across the counter for a posting this session took
*> in (or paid out) comes back out of the till figures.
     IF TILL-IS-OPEN AND WS-REV-ORIG-SESSION = WS-SESSION-ID
       EVALUATE WS-REV-ORIG-OPCODE
         WHEN "DEP"
           SUBTRACT WS-ACCOUNT-AMOUNT FROM WS-TILL-DEPOSITS
         WHEN "WDR"
           SUBTRACT WS-ACCOUNT-AMOUNT FROM WS-TILL-WITHDRAWALS
       END-EVALUATE
     END-IF.

FLUSH-JOURNAL-PARA.
*> Close-and-reopen flush of the journal alone, as
*> FLUSH-POSTED-FILES-PARA does it.
     IF JOURNAL-FILE-OPEN
       CLOSE JOURNAL-FILE
       OPEN EXTEND JOURNAL-FILE
       IF WS-JOURNAL-STATUS NOT = "00"
         SET JOURNAL-FILE-CLOSED TO TRUE
         DISPLAY "TRANSACTION JOURNAL LOST ON FLUSH - POSTINGS NO"
           " LONGER JOURNALLED"
       END-IF
     END-IF.

CLOSE-ACCOUNT-PARA.
*> CLS - set the account closed so ACCOUNT-TRANX-PARA refuses further
*> postings to it. A balance left on the account has to be moved off
       PERFORM WRITE-BALANCE-OUTPUT-PARA
     END-IF.

REACTIVATE-ACCOUNT-PARA.
*> RAC - put a dormant account back in service once the customer has
*> been in touch. Reactivation is itself activity, so the dormancy
*> clock restarts on the posting date; reactivating an account that
*> is not dormant is a keying mistake.
     IF NOT ACCOUNT-IS-DORMANT
       SET EVAL-HAS-ERROR TO TRUE
       MOVE "INVALID TRANSACTION: ACCOUNT IS NOT DORMANT"
         TO WS-EVAL-OUTPUT
       MOVE "NDM" TO WS-REJECT-REASON
     ELSE
       SET ACCOUNT-IS-OPEN TO TRUE
       MOVE SPACES TO WS-ACCOUNT-DORMANT-DATE
       MOVE WS-POST-DATE TO WS-ACCOUNT-LAST-ACTIVITY
       IF REPLAY-MODE-OFF
         REWRITE WS-ACCOUNT-RECORD
       END-IF
       MOVE " REACTIVATD" TO WS-BALANCE-LINE-TAG
       PERFORM WRITE-BALANCE-OUTPUT-PARA
     END-IF.

NOTE-ACTIVITY-PARA.
*> Stamp the posting date on the record in hand as the account's last
*> customer-initiated activity, unless the standing-order run is
*> posting.
     IF FUNCTION UPPER-CASE(WS-OPERATOR-ID) NOT = WS-SO-OPERATOR-ID
       MOVE WS-POST-DATE TO WS-ACCOUNT-LAST-ACTIVITY
     END-IF.

RENAME-ACCOUNT-PARA.
*> RNM - change the account name to the one keyed in the name field.
*> Works on closed accounts too: a wound-down account's paperwork
     END-IF.

INQUIRE-BALANCE-PARA.
*> BAL - report the ledger balance and, beside it, what is available
*> once active holds are taken off; nothing is posted, but the inquiry
*> still journals so downstream sees who looked at what.
     PERFORM SUM-ACTIVE-HOLDS-PARA.
     MOVE " LEDGER    " TO WS-BALANCE-LINE-TAG.
     PERFORM SET-AVAILABLE-EXTRA-PARA.
     PERFORM WRITE-BALANCE-OUTPUT-PARA.

PLACE-HOLD-PARA.
*> HLD - earmark the keyed amount on the account. A hold may exceed the
*> balance (a court order is for what it is for), which simply leaves
*> nothing available. The days operand is a whole number; blank means
*> the hold stands until an RLS. The next hold ID is one past the
*> highest on file, found by the same pass that totals the account's
*> existing holds, and the new line is appended under the master lock
*> this paragraph already runs inside.
     MOVE WS-TRANX-OPERAND-1 TO WS-AMOUNT-TEXT.
     PERFORM EDIT-AMOUNT-PARA.
     IF AMOUNT-INVALID OR WS-AMOUNT-VALUE = 0
       SET EVAL-HAS-ERROR TO TRUE
       MOVE "INVALID TRANSACTION: HOLD AMOUNT MUST BE NUMERIC"
         TO WS-EVAL-OUTPUT
       MOVE "NUM" TO WS-REJECT-REASON
     ELSE
       MOVE WS-AMOUNT-VALUE TO WS-ACCOUNT-AMOUNT
       MOVE 0 TO WS-HOLD-DAYS
       IF WS-TRANX-OPERAND-2 NOT = SPACES
         MOVE WS-TRANX-OPERAND-2 TO WS-AMOUNT-TEXT
         PERFORM EDIT-AMOUNT-PARA
         IF AMOUNT-INVALID OR AMOUNT-HAS-DOT OR WS-AMOUNT-VALUE = 0
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: HOLD DAYS MUST BE A WHOLE NUMBER"
             TO WS-EVAL-OUTPUT
           MOVE "NUM" TO WS-REJECT-REASON
         ELSE
           MOVE WS-AMOUNT-VALUE TO WS-HOLD-DAYS
         END-IF
       END-IF
       IF EVAL-NO-ERROR AND WS-TRANX-ACCT-NAME = SPACES
         SET EVAL-HAS-ERROR TO TRUE
         MOVE "INVALID TRANSACTION: HOLD REASON REQUIRED"
           TO WS-EVAL-OUTPUT
         MOVE "NAM" TO WS-REJECT-REASON
       END-IF
       IF EVAL-NO-ERROR
         PERFORM SUM-ACTIVE-HOLDS-PARA
         COMPUTE WS-HOLD-NEW-ID = WS-HOLD-MAX-ID + 1
         PERFORM APPEND-HOLD-PARA
       END-IF
       IF EVAL-NO-ERROR
         SUBTRACT WS-ACCOUNT-AMOUNT FROM WS-AVAILABLE-BALANCE
         MOVE " LEDGER    " TO WS-BALANCE-LINE-TAG
         MOVE SPACES TO WS-HOLD-NOTE
         STRING " HOLD " WS-HOLD-NEW-ID DELIMITED BY SIZE
             INTO WS-HOLD-NOTE
         END-STRING
         PERFORM SET-AVAILABLE-EXTRA-PARA
         PERFORM WRITE-BALANCE-OUTPUT-PARA
       END-IF
     END-IF.

APPEND-HOLD-PARA.
*> Add the new hold to the end of mal_holds.dat, creating the file on
*> the first hold ever placed. A replay works the hold out but never
*> writes it.
     MOVE WS-TRANX-ACCOUNT TO WS-HOLD-ACCOUNT.
     MOVE WS-HOLD-NEW-ID TO WS-HOLD-ID.
     MOVE WS-ACCOUNT-AMOUNT TO WS-HOLD-AMOUNT.
     IF WS-HOLD-DAYS = 0
       MOVE 99999999 TO WS-HOLD-EXPIRY
     ELSE
       COMPUTE WS-HOLD-EXPIRY = FUNCTION DATE-OF-INTEGER(
         FUNCTION INTEGER-OF-DATE(WS-HOLD-TODAY) + WS-HOLD-DAYS)
     END-IF.
     SET HOLD-IS-ACTIVE TO TRUE.
     MOVE WS-OPERATOR-ID TO WS-HOLD-OPID.
     MOVE WS-HOLD-TODAY TO WS-HOLD-PLACED.
     MOVE WS-TRANX-ACCT-NAME TO WS-HOLD-REASON.
     IF REPLAY-MODE-OFF
       OPEN EXTEND HOLDS-FILE
       IF WS-HOLDS-STATUS = "35"
         OPEN OUTPUT HOLDS-FILE
         CLOSE HOLDS-FILE
         OPEN EXTEND HOLDS-FILE
       END-IF
       IF WS-HOLDS-STATUS = "00"
         MOVE WS-HOLD-LINE TO WS-HOLDS-RECORD
         WRITE WS-HOLDS-RECORD
         IF WS-HOLDS-STATUS NOT = "00"
           SET EVAL-HAS-ERROR TO TRUE
         END-IF
         CLOSE HOLDS-FILE
       ELSE
         SET EVAL-HAS-ERROR TO TRUE
       END-IF
       IF EVAL-HAS-ERROR
         MOVE "INVALID TRANSACTION: HOLDS FILE NOT AVAILABLE"
           TO WS-EVAL-OUTPUT
         MOVE "ACC" TO WS-REJECT-REASON
       END-IF
     END-IF.

RELEASE-HOLD-PARA.
*> RLS - release the hold keyed by ID in operand 1. It must be active
*> and on the keyed account. The holds file is copied through the work
*> file with that one hold marked released, and a single rename()
*> swaps the copy in - the same commit idiom the standing-order
*> release uses - so a failure part way leaves the live file as it
*> was. Replay runs the copy pass to find the hold but writes nothing.
     MOVE WS-TRANX-OPERAND-1 TO WS-AMOUNT-TEXT.
     PERFORM EDIT-AMOUNT-PARA.
     IF AMOUNT-INVALID OR AMOUNT-HAS-DOT OR WS-AMOUNT-VALUE = 0
       SET EVAL-HAS-ERROR TO TRUE
       MOVE "INVALID TRANSACTION: HOLD ID MUST BE NUMERIC"
         TO WS-EVAL-OUTPUT
       MOVE "NUM" TO WS-REJECT-REASON
     ELSE
       MOVE WS-AMOUNT-VALUE TO WS-HOLD-RLS-ID
       MOVE 0 TO WS-HOLD-RLS-AMOUNT
       MOVE 'N' TO WS-HOLD-FOUND-SWITCH
       MOVE 'N' TO WS-HOLDS-FAIL-SWITCH
       ACCEPT WS-HOLD-TODAY FROM DATE YYYYMMDD
       OPEN INPUT HOLDS-FILE
       IF WS-HOLDS-STATUS = "00"
         IF REPLAY-MODE-OFF
           OPEN OUTPUT HOLDS-WORK-FILE
           IF WS-HOLDS-WORK-STATUS = "00"
             SET HOLDS-WORK-FILE-OPEN TO TRUE
           ELSE
             SET HOLDS-UPDATE-FAILED TO TRUE
           END-IF
         END-IF
         PERFORM COPY-HOLD-PARA
           UNTIL WS-HOLDS-STATUS NOT = "00" OR HOLDS-UPDATE-FAILED
         CLOSE HOLDS-FILE
         IF HOLDS-WORK-FILE-OPEN
           CLOSE HOLDS-WORK-FILE
           MOVE 'N' TO WS-HOLDS-WORK-OPEN-SWITCH
         END-IF
       END-IF
       IF HOLD-FOUND AND NOT HOLDS-UPDATE-FAILED AND REPLAY-MODE-OFF
         CALL 'rename' USING WS-HOLDS-TMP-NAME-C WS-HOLDS-LIVE-NAME-C
              RETURNING WS-LIBC-RC
         END-CALL
         IF WS-LIBC-RC NOT = 0
           SET HOLDS-UPDATE-FAILED TO TRUE
         END-IF
       END-IF
       EVALUATE TRUE
         WHEN HOLDS-UPDATE-FAILED
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: HOLDS FILE COULD NOT BE UPDATED"
             TO WS-EVAL-OUTPUT
           MOVE "HNF" TO WS-REJECT-REASON
         WHEN NOT HOLD-FOUND
           SET EVAL-HAS-ERROR TO TRUE
           MOVE "INVALID TRANSACTION: NO ACTIVE HOLD WITH THAT ID"
             TO WS-EVAL-OUTPUT
           MOVE "HNF" TO WS-REJECT-REASON
         WHEN OTHER
*> A replay never rewrote the file, so the released hold is still
*> being counted - take it back off by hand.
           PERFORM SUM-ACTIVE-HOLDS-PARA
           IF REPLAY-MODE-ON
             ADD WS-HOLD-RLS-AMOUNT TO WS-AVAILABLE-BALANCE
           END-IF
           MOVE " LEDGER    " TO WS-BALANCE-LINE-TAG
           MOVE SPACES TO WS-HOLD-NOTE
           STRING " RELEASED " WS-HOLD-RLS-ID DELIMITED BY SIZE
               INTO WS-HOLD-NOTE
           END-STRING
           PERFORM SET-AVAILABLE-EXTRA-PARA
           PERFORM WRITE-BALANCE-OUTPUT-PARA
       END-EVALUATE
     END-IF.

COPY-HOLD-PARA.
*> One hold through to the work file, marked released if it is the one
*> being let go. A hold already released or expired does not match -
*> releasing it twice is a keying mistake.
     READ HOLDS-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-HOLDS-STATUS = "00"
       MOVE WS-HOLDS-RECORD TO WS-HOLD-LINE
       IF WS-HOLD-ACCOUNT = WS-TRANX-ACCOUNT
         AND WS-HOLD-ID = WS-HOLD-RLS-ID
         AND HOLD-IS-ACTIVE
         AND NOT HOLD-FOUND
         SET HOLD-FOUND TO TRUE
         SET HOLD-IS-RELEASED TO TRUE
         IF WS-HOLD-EXPIRY >= WS-HOLD-TODAY
           MOVE WS-HOLD-AMOUNT TO WS-HOLD-RLS-AMOUNT
         END-IF
       END-IF
       IF REPLAY-MODE-OFF
         MOVE WS-HOLD-LINE TO WS-HOLDS-WORK-RECORD
         WRITE WS-HOLDS-WORK-RECORD
         IF WS-HOLDS-WORK-STATUS NOT = "00"
           SET HOLDS-UPDATE-FAILED TO TRUE
         END-IF
       END-IF
     END-IF.

SUM-ACTIVE-HOLDS-PARA.
*> Total the active, unlapsed holds on the account in the record area
*> and work out its available balance; note the highest hold ID on
*> file along the way for HLD. No holds file is simply no holds.
     ACCEPT WS-HOLD-TODAY FROM DATE YYYYMMDD.
     MOVE 0 TO WS-HOLDS-TOTAL.
     MOVE 0 TO WS-HOLD-MAX-ID.
     OPEN INPUT HOLDS-FILE.
     IF WS-HOLDS-STATUS = "00"
       PERFORM ADD-HOLD-PARA UNTIL WS-HOLDS-STATUS NOT = "00"
       CLOSE HOLDS-FILE
     END-IF.
     COMPUTE WS-AVAILABLE-BALANCE =
       WS-ACCOUNT-BALANCE - WS-HOLDS-TOTAL.

ADD-HOLD-PARA.
     READ HOLDS-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-HOLDS-STATUS = "00"
       MOVE WS-HOLDS-RECORD TO WS-HOLD-LINE
       IF WS-HOLD-ID IS NUMERIC AND WS-HOLD-ID > WS-HOLD-MAX-ID
         MOVE WS-HOLD-ID TO WS-HOLD-MAX-ID
       END-IF
       IF WS-HOLD-ACCOUNT = WS-ACCOUNT-NUMBER
         AND HOLD-IS-ACTIVE
         AND WS-HOLD-EXPIRY IS NUMERIC
         AND WS-HOLD-EXPIRY >= WS-HOLD-TODAY
         AND WS-HOLD-AMOUNT IS NUMERIC
         ADD WS-HOLD-AMOUNT TO WS-HOLDS-TOTAL
       END-IF
     END-IF.

SET-AVAILABLE-EXTRA-PARA.
*> The available balance beside the ledger figure on the output line,
*> followed by whatever hold note HLD or RLS left for it - a note is
*> used once and cleared.
     MOVE WS-AVAILABLE-BALANCE TO WS-AVAILABLE-EDITED.
     MOVE SPACES TO WS-BALANCE-LINE-EXTRA.
     STRING " AVAILABLE " FUNCTION TRIM(WS-AVAILABLE-EDITED)
         WS-HOLD-NOTE
         DELIMITED BY SIZE
         INTO WS-BALANCE-LINE-EXTRA
     END-STRING.
     MOVE SPACES TO WS-HOLD-NOTE.

WRITE-BALANCE-OUTPUT-PARA.
*> Shared tail of every successful account transaction: format the
*> account/balance line the operator sees and post the transaction to
*> the journal with the resulting balance as its result field.
*> The available-balance tail is cleared once used, so it only ever
*> shows on the line of the code that set it.
     MOVE WS-ACCOUNT-NUMBER TO WS-BALANCE-LINE-ACCOUNT.
     MOVE WS-ACCOUNT-BALANCE TO WS-BALANCE-LINE-VALUE.
     MOVE WS-BALANCE-LINE TO WS-EVAL-OUTPUT.
     MOVE SPACES TO WS-BALANCE-LINE-EXTRA.
     MOVE WS-ACCOUNT-BALANCE TO WS-TRANX-RESULT.
     PERFORM WRITE-JOURNAL-PARA.

