*> the running balance honest; the credit side of a TRF carries the
*> debited account's balance instead, so those lines roll the amount
*> into the running balance rather than trusting the result field.
*> A REV backs one of those postings out: the line carries the
*> reversed code in operand 2 and the reversed sequence number on the
*> end, so it prints as the contra movement noted with the sequence it
*> cancels - a correction reads as a correction, not as fresh activity.
*> NB We are using the modern 'free' format, so must compile with -free
IDENTIFICATION DIVISION.
PROGRAM-ID. MAL-ACCT-STMT.
DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
01 WS-JOURNAL-RECORD PIC X(119).

FD STATEMENT-FILE.
01 WS-STATEMENT-RECORD PIC X(90).

*> One journal line, in the layout WRITE-JOURNAL-PARA puts out - the
*> result carries the posting account's new balance, and the second
*> account field is filled for TRF (and a REV of a TRF) only.
01 WS-JRNL-LINE.
   05 WS-JRNL-SEQ PIC X(07).
   05 FILLER PIC X(01).
   05 WS-JRNL-RESULT PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC X(01).
   05 WS-JRNL-ACCOUNT-2 PIC X(08).
   05 FILLER PIC X(01).
   05 WS-JRNL-REV-SEQ PIC X(07).

*> Running statement state. The opening balance is seeded off the
*> first posting whose result is this account's own balance; until
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-DET-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.
   05 FILLER PIC X(01) VALUE SPACE.
   05 WS-DET-NOTE PIC X(27).
01 WS-BALANCE-EDITED PIC -ZZZ,ZZZ,ZZ9.99 VALUE SPACES.
01 WS-PRINT-LINE PIC X(90) VALUE SPACES.

           PERFORM POST-OWN-SIDE-PARA
         WHEN WS-JRNL-OPCODE = "TRF"
           AND WS-JRNL-ACCOUNT-2 = WS-SEL-ACCOUNT
           PERFORM POST-SECOND-SIDE-PARA
         WHEN WS-JRNL-OPCODE = "REV"
           AND WS-JRNL-ACCOUNT = WS-SEL-ACCOUNT
           PERFORM POST-OWN-SIDE-PARA
         WHEN WS-JRNL-OPCODE = "REV"
           AND WS-JRNL-OPERAND-2 = "TRF"
           AND WS-JRNL-ACCOUNT-2 = WS-SEL-ACCOUNT
           PERFORM POST-SECOND-SIDE-PARA
         WHEN OTHER
           CONTINUE
       END-EVALUATE
       WHEN "WDR"
       WHEN "TRF"
         COMPUTE WS-MOVEMENT = 0 - WS-AMOUNT-WORK
*> A reversal moves the other way from the posting it reverses: a
*> deposit comes back off, a withdrawal or transfer out goes back on.
       WHEN "REV"
         IF WS-JRNL-OPERAND-2 = "DEP"
           COMPUTE WS-MOVEMENT = 0 - WS-AMOUNT-WORK
         ELSE
           MOVE WS-AMOUNT-WORK TO WS-MOVEMENT
         END-IF
     END-EVALUATE.
     IF NOT BALANCE-SEEDED
       COMPUTE WS-OPENING-BALANCE = WS-JRNL-RESULT - WS-MOVEMENT
     MOVE WS-JRNL-RESULT TO WS-RUNNING-BALANCE.
     PERFORM PUT-DETAIL-LINE-PARA.

POST-SECOND-SIDE-PARA.
*> The credit side of a TRF, or the debit side of a TRF's reversal -
*> the journalled result belongs to the keyed account, so the amount
*> rolls into the running balance instead. If this is the first
*> posting seen, the opening balance cannot be derived from the
*> journal and the statement says so.
     PERFORM EDIT-JOURNAL-AMOUNT-PARA.
     IF WS-JRNL-OPCODE = "REV"
       COMPUTE WS-MOVEMENT = 0 - WS-AMOUNT-WORK
     ELSE
       MOVE WS-AMOUNT-WORK TO WS-MOVEMENT
     END-IF.
     IF NOT BALANCE-SEEDED
       MOVE 0 TO WS-OPENING-BALANCE
       PERFORM PUT-OPENING-LINE-PARA
     MOVE WS-MOVEMENT TO WS-DET-AMOUNT.
     MOVE WS-RUNNING-BALANCE TO WS-DET-BALANCE.
     MOVE SPACES TO WS-DET-NOTE.
     EVALUATE TRUE
       WHEN WS-JRNL-OPCODE = "TRF"
         IF WS-JRNL-ACCOUNT = WS-SEL-ACCOUNT
           STRING "TO " WS-JRNL-ACCOUNT-2 DELIMITED BY SIZE
               INTO WS-DET-NOTE
           END-STRING
         ELSE
           STRING "FROM " WS-JRNL-ACCOUNT DELIMITED BY SIZE
               INTO WS-DET-NOTE
           END-STRING
         END-IF
*> A reversed transfer's money runs back the other way.
       WHEN WS-JRNL-OPCODE = "REV" AND WS-JRNL-OPERAND-2 = "TRF"
         IF WS-JRNL-ACCOUNT = WS-SEL-ACCOUNT
           STRING "REV " WS-JRNL-REV-SEQ " FROM " WS-JRNL-ACCOUNT-2
               DELIMITED BY SIZE
               INTO WS-DET-NOTE
           END-STRING
         ELSE
           STRING "REV " WS-JRNL-REV-SEQ " TO " WS-JRNL-ACCOUNT
               DELIMITED BY SIZE
               INTO WS-DET-NOTE
           END-STRING
         END-IF
       WHEN WS-JRNL-OPCODE = "REV"
         STRING "REV " WS-JRNL-REV-SEQ " " WS-JRNL-OPERAND-2
             DELIMITED BY SIZE
             INTO WS-DET-NOTE
         END-STRING
       WHEN OTHER
         CONTINUE
     END-EVALUATE.
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
     PERFORM PUT-STATEMENT-LINE-PARA.

