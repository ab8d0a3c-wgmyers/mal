*> RNM postings journal no name text, so a rename made since the
*> snapshot is not recoverable here; the rebuilt record keeps the
*> snapshot's name and the report says how many renames were passed
*> over. An OPN does journal its owning customer, so an account opened
*> since the snapshot comes back with its owner (but no name).
*> The last-activity date is rolled forward from the customer-initiated
*> postings (OPN, DEP, WDR, the debit side of TRF, RAC) not keyed under
*> the standing-order operator, and an RAC puts a dormant account back
*> in service. MAL-DORMANCY journals nothing, so an account it marked
*> dormant since the snapshot comes back open; its next run marks it
*> again.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-ACCT-REBUILD.
DATA DIVISION.
FILE SECTION.
FD SNAPSHOT-FILE.
01 WS-SNAPSHOT-RECORD PIC X(65).

FD JOURNAL-FILE.
01 WS-JOURNAL-RECORD PIC X(119).

FD REBUILD-REPORT-FILE.
01 WS-REPORT-RECORD PIC X(90).
   05 WS-NEW-ACCOUNT-NAME PIC X(20).
   05 WS-NEW-ACCOUNT-BALANCE PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 WS-NEW-ACCOUNT-STATUS-BYTE PIC X(01).
   05 WS-NEW-ACCOUNT-CUSTOMER PIC X(08).
   05 WS-NEW-ACCOUNT-LAST-ACTIVITY PIC X(08).
   05 WS-NEW-ACCOUNT-DORMANT-DATE PIC X(08).

WORKING-STORAGE SECTION.
01 WS-SNAPSHOT-STATUS PIC X(02) VALUE SPACES.
   05 WS-SNAP-NAME PIC X(20).
   05 WS-SNAP-BALANCE PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 WS-SNAP-STATUS-BYTE PIC X(01).
   05 WS-SNAP-CUSTOMER PIC X(08).
   05 WS-SNAP-LAST-ACTIVITY PIC X(08).
   05 WS-SNAP-DORMANT-DATE PIC X(08).
01 WS-SNAP-TRAILER.
   05 WS-SNAP-TRL-TAG PIC X(03).
   05 FILLER PIC X(01).
      10 WS-ACCT-NAME PIC X(20).
      10 WS-ACCT-BALANCE PIC S9(09)V99.
      10 WS-ACCT-STATUS-BYTE PIC X(01).
      10 WS-ACCT-CUSTOMER PIC X(08).
      10 WS-ACCT-LAST-ACTIVITY PIC X(08).
      10 WS-ACCT-DORMANT-DATE PIC X(08).
      10 WS-ACCT-LAST-RESULT PIC S9(09)V99.
      10 WS-ACCT-RESULT-SWITCH PIC X(01).
01 WS-ACCT-IX PIC 9(04) VALUE 0.
           MOVE WS-SNAP-BALANCE TO WS-ACCT-BALANCE(WS-ACCT-COUNT)
           MOVE WS-SNAP-STATUS-BYTE
             TO WS-ACCT-STATUS-BYTE(WS-ACCT-COUNT)
           MOVE WS-SNAP-CUSTOMER TO WS-ACCT-CUSTOMER(WS-ACCT-COUNT)
           MOVE WS-SNAP-LAST-ACTIVITY
             TO WS-ACCT-LAST-ACTIVITY(WS-ACCT-COUNT)
           MOVE WS-SNAP-DORMANT-DATE
             TO WS-ACCT-DORMANT-DATE(WS-ACCT-COUNT)
           MOVE 0 TO WS-ACCT-LAST-RESULT(WS-ACCT-COUNT)
           MOVE 'N' TO WS-ACCT-RESULT-SWITCH(WS-ACCT-COUNT)
           ADD WS-SNAP-BALANCE TO WS-SNAP-TOTAL
*> posting account's own balance, that result is remembered as the
*> account's last journalled balance for the verification pass - the
*> credit side of a TRF is the one mover whose result belongs to the
*> other account. A REV is the contra of the code named in its operand
*> 2, so it re-applies as that code's opposite number - and the debit
*> side of a reversed TRF is, in turn, the side whose result is not
*> its own.
     PERFORM EDIT-JOURNAL-AMOUNT-PARA.
     EVALUATE WS-JRNL-OPCODE
       WHEN "OPN"
         PERFORM APPLY-DEBIT-PARA
       WHEN "TRF"
         PERFORM APPLY-TRANSFER-PARA
       WHEN "REV"
         EVALUATE WS-JRNL-OPERAND-2
           WHEN "DEP"
             PERFORM APPLY-DEBIT-PARA
           WHEN "WDR"
             PERFORM APPLY-CREDIT-PARA
           WHEN "TRF"
             PERFORM APPLY-REVERSED-TRANSFER-PARA
         END-EVALUATE
       WHEN "CLS"
         PERFORM APPLY-STATUS-PARA
       WHEN "RON"
         PERFORM APPLY-STATUS-PARA
       WHEN "RAC"
         PERFORM APPLY-STATUS-PARA
       WHEN "RNM"
         ADD 1 TO WS-RENAME-SKIPPED
       WHEN OTHER
     IF WS-FOUND-IX > 0
       MOVE WS-AMOUNT-WORK TO WS-ACCT-BALANCE(WS-FOUND-IX)
       MOVE 'O' TO WS-ACCT-STATUS-BYTE(WS-FOUND-IX)
       MOVE WS-JRNL-ACCOUNT-2 TO WS-ACCT-CUSTOMER(WS-FOUND-IX)
       MOVE SPACES TO WS-ACCT-DORMANT-DATE(WS-FOUND-IX)
       PERFORM NOTE-ACTIVITY-PARA
       PERFORM NOTE-LAST-RESULT-PARA
       ADD 1 TO WS-APPLIED-COUNT
     END-IF.
     PERFORM LOCATE-ACCOUNT-PARA.
     IF WS-FOUND-IX > 0
       ADD WS-AMOUNT-WORK TO WS-ACCT-BALANCE(WS-FOUND-IX)
       IF WS-JRNL-OPCODE = "DEP"
         PERFORM NOTE-ACTIVITY-PARA
       END-IF
       PERFORM NOTE-LAST-RESULT-PARA
       ADD 1 TO WS-APPLIED-COUNT
     ELSE
     PERFORM LOCATE-ACCOUNT-PARA.
     IF WS-FOUND-IX > 0
       SUBTRACT WS-AMOUNT-WORK FROM WS-ACCT-BALANCE(WS-FOUND-IX)
       IF WS-JRNL-OPCODE = "WDR"
         PERFORM NOTE-ACTIVITY-PARA
       END-IF
       PERFORM NOTE-LAST-RESULT-PARA
       ADD 1 TO WS-APPLIED-COUNT
     ELSE
     PERFORM LOCATE-ACCOUNT-PARA.
     IF WS-FOUND-IX > 0
       SUBTRACT WS-AMOUNT-WORK FROM WS-ACCT-BALANCE(WS-FOUND-IX)
       PERFORM NOTE-ACTIVITY-PARA
       PERFORM NOTE-LAST-RESULT-PARA
       ADD 1 TO WS-APPLIED-COUNT
     ELSE
       PERFORM REPORT-UNKNOWN-PARA
     END-IF.

APPLY-REVERSED-TRANSFER-PARA.
*> A TRF backed out: credit the account it debited (the keyed account,
*> whose balance the result carries) and debit the account it credited.
     MOVE WS-JRNL-ACCOUNT TO WS-LOOKUP-ACCOUNT.
     PERFORM LOCATE-ACCOUNT-PARA.
     IF WS-FOUND-IX > 0
       ADD WS-AMOUNT-WORK TO WS-ACCT-BALANCE(WS-FOUND-IX)
       PERFORM NOTE-LAST-RESULT-PARA
       ADD 1 TO WS-APPLIED-COUNT
     ELSE
       PERFORM REPORT-UNKNOWN-PARA
     END-IF.
     MOVE WS-JRNL-ACCOUNT-2 TO WS-LOOKUP-ACCOUNT.
     PERFORM LOCATE-ACCOUNT-PARA.
     IF WS-FOUND-IX > 0
       SUBTRACT WS-AMOUNT-WORK FROM WS-ACCT-BALANCE(WS-FOUND-IX)
       MOVE 'N' TO WS-ACCT-RESULT-SWITCH(WS-FOUND-IX)
     ELSE
       PERFORM REPORT-UNKNOWN-PARA
     END-IF.

APPLY-STATUS-PARA.
     MOVE WS-JRNL-ACCOUNT TO WS-LOOKUP-ACCOUNT.
     PERFORM LOCATE-ACCOUNT-PARA.
       ELSE
         MOVE 'O' TO WS-ACCT-STATUS-BYTE(WS-FOUND-IX)
       END-IF
       IF WS-JRNL-OPCODE = "RAC"
         MOVE SPACES TO WS-ACCT-DORMANT-DATE(WS-FOUND-IX)
         MOVE WS-JRNL-DATE TO WS-ACCT-LAST-ACTIVITY(WS-FOUND-IX)
       END-IF
       PERFORM NOTE-LAST-RESULT-PARA
       ADD 1 TO WS-APPLIED-COUNT
     ELSE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.

NOTE-ACTIVITY-PARA.
*> The posting's date becomes the account's last customer-initiated
*> activity, unless the standing-order run keyed it.
     IF FUNCTION UPPER-CASE(WS-JRNL-OPID) NOT = "STANDORD"
       MOVE WS-JRNL-DATE TO WS-ACCT-LAST-ACTIVITY(WS-FOUND-IX)
     END-IF.

NOTE-LAST-RESULT-PARA.
     MOVE WS-JRNL-RESULT TO WS-ACCT-LAST-RESULT(WS-FOUND-IX).
     MOVE 'Y' TO WS-ACCT-RESULT-SWITCH(WS-FOUND-IX).
       MOVE WS-ACCT-COUNT TO WS-FOUND-IX
       MOVE WS-LOOKUP-ACCOUNT TO WS-ACCT-NUMBER(WS-FOUND-IX)
       MOVE SPACES TO WS-ACCT-NAME(WS-FOUND-IX)
       MOVE SPACES TO WS-ACCT-CUSTOMER(WS-FOUND-IX)
       MOVE SPACES TO WS-ACCT-LAST-ACTIVITY(WS-FOUND-IX)
       MOVE SPACES TO WS-ACCT-DORMANT-DATE(WS-FOUND-IX)
       MOVE 0 TO WS-ACCT-BALANCE(WS-FOUND-IX)
       MOVE 'O' TO WS-ACCT-STATUS-BYTE(WS-FOUND-IX)
       MOVE 0 TO WS-ACCT-LAST-RESULT(WS-FOUND-IX)
     MOVE WS-ACCT-BALANCE(WS-ACCT-IX) TO WS-NEW-ACCOUNT-BALANCE.
     MOVE WS-ACCT-STATUS-BYTE(WS-ACCT-IX)
       TO WS-NEW-ACCOUNT-STATUS-BYTE.
     MOVE WS-ACCT-CUSTOMER(WS-ACCT-IX) TO WS-NEW-ACCOUNT-CUSTOMER.
     MOVE WS-ACCT-LAST-ACTIVITY(WS-ACCT-IX)
       TO WS-NEW-ACCOUNT-LAST-ACTIVITY.
     MOVE WS-ACCT-DORMANT-DATE(WS-ACCT-IX)
       TO WS-NEW-ACCOUNT-DORMANT-DATE.
     WRITE WS-NEW-ACCOUNT-RECORD
       INVALID KEY
         DISPLAY "DUPLICATE ACCOUNT " WS-NEW-ACCOUNT-NUMBER
