*> cust_report.cob
*> Customer relationship report - "what else does this person hold
*> with us". Reads the customer information file and the account
*> master and lists, customer by customer in customer-ID order, every
*> account the customer owns with its balance and status, under the
*> customer's name and address and over a customer total. Accounts
*> whose owning customer is blank (opened before customers were kept)
*> or not on the customer file are listed together at the end, so
*> nothing on the book drops out of the report. Output goes to the
*> console and mal_relationship_report.txt.
*>   MAL_REL_CUSTOMER - one customer ID to report on (default: all)
*> The master is read as it stands, without the posting interlock - a
*> report, not a control total; MAL-BAL-SNAPSHOT is the proof.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-CUST-REPORT.
AUTHOR. WAYNE MYERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO "mal_customers.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-CUSTOMER-STATUS.
    SELECT ACCOUNT-MASTER-FILE ASSIGN TO "mal_accounts.dat"
        ORGANIZATION INDEXED
        ACCESS MODE SEQUENTIAL
        RECORD KEY WS-ACCOUNT-NUMBER
        FILE STATUS WS-ACCOUNT-STATUS.
    SELECT RELATIONSHIP-REPORT-FILE
        ASSIGN TO "mal_relationship_report.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CUSTOMER-FILE.
01 WS-CUSTOMER-RECORD PIC X(160).

FD ACCOUNT-MASTER-FILE.
01 WS-ACCOUNT-RECORD.
   05 WS-ACCOUNT-NUMBER PIC X(08).
   05 WS-ACCOUNT-NAME PIC X(20).
   05 WS-ACCOUNT-BALANCE PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 WS-ACCOUNT-STATUS-BYTE PIC X(01).
   05 WS-ACCOUNT-CUSTOMER PIC X(08).
   05 WS-ACCOUNT-LAST-ACTIVITY PIC X(08).
   05 WS-ACCOUNT-DORMANT-DATE PIC X(08).

FD RELATIONSHIP-REPORT-FILE.
01 WS-REPORT-RECORD PIC X(90).

WORKING-STORAGE SECTION.
01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
01 WS-ACCOUNT-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-STATUS PIC X(02) VALUE SPACES.
01 WS-REPORT-OPEN-SWITCH PIC X(01) VALUE 'N'.
   88 REPORT-FILE-OPEN VALUE 'Y'.
01 WS-RUN-FAIL-SWITCH PIC X(01) VALUE 'N'.
   88 REPORT-RUN-FAILED VALUE 'Y'.
01 WS-SEL-CUSTOMER PIC X(08) VALUE SPACES.
01 WS-TODAY PIC 9(08) VALUE 0.

*> Customer lines, in the layout MAL-CUST-MAINT keeps:
*>   1-8 customer ID, 10-49 full name, 51-80 / 82-111 / 113-142
*>   address lines 1-3, 144-151 date of birth, 153 verified ('Y'/'N')
01 WS-CUST-LINE.
   05 WS-CUST-ID PIC X(08).
   05 FILLER PIC X(01).
   05 WS-CUST-NAME PIC X(40).
   05 FILLER PIC X(01).
   05 WS-CUST-ADDR-1 PIC X(30).
   05 FILLER PIC X(01).
   05 WS-CUST-ADDR-2 PIC X(30).
   05 FILLER PIC X(01).
   05 WS-CUST-ADDR-3 PIC X(30).
   05 FILLER PIC X(01).
   05 WS-CUST-DOB PIC X(08).
   05 FILLER PIC X(01).
   05 WS-CUST-VERIFIED PIC X(01).
   05 FILLER PIC X(07).
01 WS-CUST-COUNT PIC 9(05) VALUE 0.
01 WS-CUST-TABLE.
   05 WS-CUST-ENTRY PIC X(160) OCCURS 5000 TIMES.
01 WS-CUST-IX PIC 9(05) VALUE 0.
01 WS-CUST-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 CUSTOMER-TABLE-FULL VALUE 'Y'.

*> The master, held in account-number order the way it reads. The
*> matched flag marks accounts claimed by a customer on file; what is
*> left unmatched at the end is the orphan section.
01 WS-ACCT-COUNT PIC 9(05) VALUE 0.
01 WS-ACCT-TABLE.
   05 WS-ACCT-ENTRY OCCURS 5000 TIMES.
      10 WS-ACCT-NUMBER PIC X(08).
      10 WS-ACCT-NAME PIC X(20).
      10 WS-ACCT-BALANCE PIC S9(09)V99.
      10 WS-ACCT-STATUS-BYTE PIC X(01).
      10 WS-ACCT-CUSTOMER PIC X(08).
      10 WS-ACCT-MATCHED PIC X(01).
01 WS-ACCT-IX PIC 9(05) VALUE 0.
01 WS-ACCT-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
   88 ACCOUNT-TABLE-FULL VALUE 'Y'.

*> Selection sort of the customer table into ID order, the same shape
*> MAL-STATS-REPORT sorts its operators with.
01 WS-SORT-IX PIC 9(05) VALUE 0.
01 WS-SORT-JX PIC 9(05) VALUE 0.
01 WS-SORT-MIN-IX PIC 9(05) VALUE 0.
01 WS-SWAP-ENTRY PIC X(160) VALUE SPACES.

01 WS-CUST-ACCOUNTS PIC 9(05) VALUE 0.
01 WS-CUST-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-ORPHAN-ACCOUNTS PIC 9(05) VALUE 0.
01 WS-ORPHAN-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-REPORTED-CUSTOMERS PIC 9(05) VALUE 0.
01 WS-REPORTED-ACCOUNTS PIC 9(05) VALUE 0.
01 WS-GRAND-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-STATUS-TEXT PIC X(06) VALUE SPACES.
01 WS-COUNT-EDITED PIC ZZZZ9 VALUE SPACES.
01 WS-BALANCE-EDITED PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-TOTAL-EDITED PIC -Z,ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-PRINT-LINE PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
     PERFORM INIT-PARA.
     IF NOT REPORT-RUN-FAILED
       PERFORM LOAD-CUSTOMERS-PARA
     END-IF.
     IF NOT REPORT-RUN-FAILED
       PERFORM LOAD-ACCOUNTS-PARA
     END-IF.
     IF NOT REPORT-RUN-FAILED
       PERFORM SORT-CUSTOMERS-PARA
       PERFORM REPORT-ONE-CUSTOMER-PARA
         VARYING WS-CUST-IX FROM 1 BY 1
         UNTIL WS-CUST-IX > WS-CUST-COUNT
       IF WS-SEL-CUSTOMER = SPACES
         PERFORM REPORT-ORPHANS-PARA
       END-IF
       PERFORM REPORT-TOTALS-PARA
     END-IF.
     IF REPORT-FILE-OPEN
       CLOSE RELATIONSHIP-REPORT-FILE
     END-IF.
STOP RUN.

INIT-PARA.
     ACCEPT WS-SEL-CUSTOMER FROM ENVIRONMENT "MAL_REL_CUSTOMER".
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     IF WS-SEL-CUSTOMER NOT = SPACES
       AND WS-SEL-CUSTOMER IS NOT NUMERIC
       DISPLAY "MAL_REL_CUSTOMER MUST BE AN 8-DIGIT CUSTOMER ID"
       SET REPORT-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       OPEN OUTPUT RELATIONSHIP-REPORT-FILE
       IF WS-REPORT-STATUS = "00"
         SET REPORT-FILE-OPEN TO TRUE
       ELSE
         DISPLAY "UNABLE TO OPEN RELATIONSHIP REPORT FILE - CONSOLE"
           " ONLY"
       END-IF
       MOVE SPACES TO WS-PRINT-LINE
       STRING "CUSTOMER RELATIONSHIP REPORT AS AT " WS-TODAY
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

LOAD-CUSTOMERS-PARA.
*> A missing customer file is reported, not fatal - every account then
*> falls into the no-customer section, which is the true picture.
     OPEN INPUT CUSTOMER-FILE.
     IF WS-CUSTOMER-STATUS NOT = "00"
       MOVE "NO CUSTOMER FILE - ALL ACCOUNTS LISTED WITHOUT AN OWNER"
         TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
       MOVE 4 TO RETURN-CODE
     ELSE
       PERFORM READ-CUSTOMER-PARA
         UNTIL WS-CUSTOMER-STATUS NOT = "00" OR CUSTOMER-TABLE-FULL
       CLOSE CUSTOMER-FILE
       IF CUSTOMER-TABLE-FULL
         DISPLAY "CUSTOMER FILE LARGER THAN THE REPORT TABLE - RUN"
           " ABANDONED"
         SET REPORT-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.

READ-CUSTOMER-PARA.
*> Only the selected customer is kept when one was asked for.
     READ CUSTOMER-FILE
       AT END
         CONTINUE
     END-READ.
     IF WS-CUSTOMER-STATUS = "00"
       MOVE WS-CUSTOMER-RECORD TO WS-CUST-LINE
       IF WS-CUST-ID NOT = SPACES
         AND (WS-SEL-CUSTOMER = SPACES
              OR WS-CUST-ID = WS-SEL-CUSTOMER)
         IF WS-CUST-COUNT < 5000
           ADD 1 TO WS-CUST-COUNT
           MOVE WS-CUSTOMER-RECORD TO WS-CUST-ENTRY(WS-CUST-COUNT)
         ELSE
           SET CUSTOMER-TABLE-FULL TO TRUE
         END-IF
       END-IF
     END-IF.

LOAD-ACCOUNTS-PARA.
     OPEN INPUT ACCOUNT-MASTER-FILE.
     IF WS-ACCOUNT-STATUS NOT = "00"
       DISPLAY "UNABLE TO OPEN ACCOUNT MASTER - NO REPORT"
       SET REPORT-RUN-FAILED TO TRUE
       MOVE 8 TO RETURN-CODE
     ELSE
       PERFORM READ-ACCOUNT-PARA
         UNTIL WS-ACCOUNT-STATUS NOT = "00" OR ACCOUNT-TABLE-FULL
       CLOSE ACCOUNT-MASTER-FILE
       IF ACCOUNT-TABLE-FULL
         DISPLAY "ACCOUNT MASTER LARGER THAN THE REPORT TABLE - RUN"
           " ABANDONED"
         SET REPORT-RUN-FAILED TO TRUE
         MOVE 8 TO RETURN-CODE
       END-IF
     END-IF.

READ-ACCOUNT-PARA.
     READ ACCOUNT-MASTER-FILE NEXT RECORD
       AT END
         CONTINUE
     END-READ.
     IF WS-ACCOUNT-STATUS = "00"
       IF WS-ACCT-COUNT < 5000
         ADD 1 TO WS-ACCT-COUNT
         MOVE WS-ACCOUNT-NUMBER TO WS-ACCT-NUMBER(WS-ACCT-COUNT)
         MOVE WS-ACCOUNT-NAME TO WS-ACCT-NAME(WS-ACCT-COUNT)
         MOVE WS-ACCOUNT-BALANCE TO WS-ACCT-BALANCE(WS-ACCT-COUNT)
         MOVE WS-ACCOUNT-STATUS-BYTE
           TO WS-ACCT-STATUS-BYTE(WS-ACCT-COUNT)
         MOVE WS-ACCOUNT-CUSTOMER TO WS-ACCT-CUSTOMER(WS-ACCT-COUNT)
         MOVE 'N' TO WS-ACCT-MATCHED(WS-ACCT-COUNT)
       ELSE
         SET ACCOUNT-TABLE-FULL TO TRUE
       END-IF
     END-IF.

SORT-CUSTOMERS-PARA.
     PERFORM SORT-ONE-SLOT-PARA
       VARYING WS-SORT-IX FROM 1 BY 1
       UNTIL WS-SORT-IX >= WS-CUST-COUNT.

SORT-ONE-SLOT-PARA.
     MOVE WS-SORT-IX TO WS-SORT-MIN-IX.
     COMPUTE WS-SORT-JX = WS-SORT-IX + 1.
     PERFORM FIND-LOWEST-CUSTOMER-PARA
       VARYING WS-SORT-JX FROM WS-SORT-JX BY 1
       UNTIL WS-SORT-JX > WS-CUST-COUNT.
     IF WS-SORT-MIN-IX NOT = WS-SORT-IX
       MOVE WS-CUST-ENTRY(WS-SORT-IX) TO WS-SWAP-ENTRY
       MOVE WS-CUST-ENTRY(WS-SORT-MIN-IX) TO WS-CUST-ENTRY(WS-SORT-IX)
       MOVE WS-SWAP-ENTRY TO WS-CUST-ENTRY(WS-SORT-MIN-IX)
     END-IF.

FIND-LOWEST-CUSTOMER-PARA.
     IF WS-CUST-ENTRY(WS-SORT-JX)(1:8)
        < WS-CUST-ENTRY(WS-SORT-MIN-IX)(1:8)
       MOVE WS-SORT-JX TO WS-SORT-MIN-IX
     END-IF.

REPORT-ONE-CUSTOMER-PARA.
*> Heading block for the customer, one line per account they own,
*> then the customer total.
     MOVE WS-CUST-ENTRY(WS-CUST-IX) TO WS-CUST-LINE.
     ADD 1 TO WS-REPORTED-CUSTOMERS.
     MOVE 0 TO WS-CUST-ACCOUNTS.
     MOVE 0 TO WS-CUST-TOTAL.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "CUSTOMER " WS-CUST-ID " " FUNCTION TRIM(WS-CUST-NAME)
         "  BORN " WS-CUST-DOB "  ID VERIFIED " WS-CUST-VERIFIED
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-CUST-ADDR-1 NOT = SPACES
       MOVE SPACES TO WS-PRINT-LINE
       STRING "         " WS-CUST-ADDR-1 DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.
     IF WS-CUST-ADDR-2 NOT = SPACES
       MOVE SPACES TO WS-PRINT-LINE
       STRING "         " WS-CUST-ADDR-2 DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.
     IF WS-CUST-ADDR-3 NOT = SPACES
       MOVE SPACES TO WS-PRINT-LINE
       STRING "         " WS-CUST-ADDR-3 DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.
     PERFORM REPORT-OWNED-ACCOUNT-PARA
       VARYING WS-ACCT-IX FROM 1 BY 1
       UNTIL WS-ACCT-IX > WS-ACCT-COUNT.
     IF WS-CUST-ACCOUNTS = 0
       MOVE "    NO ACCOUNTS HELD" TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
     ELSE
       MOVE WS-CUST-ACCOUNTS TO WS-COUNT-EDITED
       MOVE WS-CUST-TOTAL TO WS-TOTAL-EDITED
       MOVE SPACES TO WS-PRINT-LINE
       STRING "    CUSTOMER TOTAL " WS-COUNT-EDITED " ACCOUNTS"
           "                " WS-TOTAL-EDITED
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

REPORT-OWNED-ACCOUNT-PARA.
     IF WS-ACCT-CUSTOMER(WS-ACCT-IX) = WS-CUST-ID
       MOVE 'Y' TO WS-ACCT-MATCHED(WS-ACCT-IX)
       ADD 1 TO WS-CUST-ACCOUNTS
       ADD WS-ACCT-BALANCE(WS-ACCT-IX) TO WS-CUST-TOTAL
       ADD WS-ACCT-BALANCE(WS-ACCT-IX) TO WS-GRAND-TOTAL
       ADD 1 TO WS-REPORTED-ACCOUNTS
       PERFORM PUT-ACCOUNT-LINE-PARA
     END-IF.

PUT-ACCOUNT-LINE-PARA.
     EVALUATE WS-ACCT-STATUS-BYTE(WS-ACCT-IX)
       WHEN 'O'
         MOVE "OPEN" TO WS-STATUS-TEXT
       WHEN 'C'
         MOVE "CLOSED" TO WS-STATUS-TEXT
       WHEN 'D'
         MOVE "DORMNT" TO WS-STATUS-TEXT
       WHEN OTHER
         MOVE WS-ACCT-STATUS-BYTE(WS-ACCT-IX) TO WS-STATUS-TEXT
     END-EVALUATE.
     MOVE WS-ACCT-BALANCE(WS-ACCT-IX) TO WS-BALANCE-EDITED.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "    ACCOUNT " WS-ACCT-NUMBER(WS-ACCT-IX)
         " " WS-ACCT-NAME(WS-ACCT-IX)
         " " WS-STATUS-TEXT
         "   " WS-BALANCE-EDITED
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.

REPORT-ORPHANS-PARA.
*> Every account no customer on file claimed - blank owner, or an
*> owner that is not (or no longer) on the customer file.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE "ACCOUNTS WITH NO CUSTOMER ON FILE" TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     PERFORM REPORT-ORPHAN-ACCOUNT-PARA
       VARYING WS-ACCT-IX FROM 1 BY 1
       UNTIL WS-ACCT-IX > WS-ACCT-COUNT.
     IF WS-ORPHAN-ACCOUNTS = 0
       MOVE "    NONE" TO WS-PRINT-LINE
       PERFORM PUT-REPORT-LINE-PARA
     ELSE
       MOVE WS-ORPHAN-ACCOUNTS TO WS-COUNT-EDITED
       MOVE WS-ORPHAN-TOTAL TO WS-TOTAL-EDITED
       MOVE SPACES TO WS-PRINT-LINE
       STRING "    UNOWNED TOTAL  " WS-COUNT-EDITED " ACCOUNTS"
           "                " WS-TOTAL-EDITED
           DELIMITED BY SIZE
           INTO WS-PRINT-LINE
       END-STRING
       PERFORM PUT-REPORT-LINE-PARA
     END-IF.

REPORT-ORPHAN-ACCOUNT-PARA.
     IF WS-ACCT-MATCHED(WS-ACCT-IX) = 'N'
       ADD 1 TO WS-ORPHAN-ACCOUNTS
       ADD WS-ACCT-BALANCE(WS-ACCT-IX) TO WS-ORPHAN-TOTAL
       ADD WS-ACCT-BALANCE(WS-ACCT-IX) TO WS-GRAND-TOTAL
       ADD 1 TO WS-REPORTED-ACCOUNTS
       PERFORM PUT-ACCOUNT-LINE-PARA
     END-IF.

REPORT-TOTALS-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE WS-REPORTED-CUSTOMERS TO WS-COUNT-EDITED.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "CUSTOMERS REPORTED " WS-COUNT-EDITED
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     MOVE WS-REPORTED-ACCOUNTS TO WS-COUNT-EDITED.
     MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDITED.
     MOVE SPACES TO WS-PRINT-LINE.
     STRING "ACCOUNTS REPORTED  " WS-COUNT-EDITED
         "  BALANCE TOTAL " WS-TOTAL-EDITED
         DELIMITED BY SIZE
         INTO WS-PRINT-LINE
     END-STRING.
     PERFORM PUT-REPORT-LINE-PARA.
     IF WS-SEL-CUSTOMER NOT = SPACES AND WS-REPORTED-CUSTOMERS = 0
       DISPLAY "CUSTOMER " WS-SEL-CUSTOMER " NOT ON THE CUSTOMER FILE"
       MOVE 4 TO RETURN-CODE
     END-IF.

PUT-REPORT-LINE-PARA.
     DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
     IF REPORT-FILE-OPEN
       MOVE WS-PRINT-LINE TO WS-REPORT-RECORD
       WRITE WS-REPORT-RECORD
     END-IF.
