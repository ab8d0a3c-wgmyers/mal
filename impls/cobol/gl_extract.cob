*> balance the file before it posts it.
*> Only the money-moving codes reach the ledger: OPN, DEP and INT are
*> credits to the account book, WDR is a debit, and a TRF is one
*> record but both a debit and a credit of its amount. A REV backing
*> one of those out goes to the ledger on its own REV line, the
*> opposite way round from the posting it reverses (a reversed TRF is
*> again both), so corrections never swell the customer-activity lines.
*> BAL and the maintenance codes move no money and are not extracted.
*> Each detail
*> line carries the code, the posting count, the debit total, the
*> credit total and the signed net, all with leading separate signs in
*> the journal's own plain-text convention:
DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
01 WS-JOURNAL-RECORD PIC X(119).

FD GL-EXTRACT-FILE.
01 WS-EXTRACT-RECORD PIC X(60).
           ADD WS-AMOUNT-WORK TO WS-GL-DEBITS(WS-FOUND-IX)
           ADD WS-AMOUNT-WORK TO WS-GL-CREDITS(WS-FOUND-IX)
           ADD 1 TO WS-POSTING-COUNT
*> Operand 2 of a REV line names the code it reversed.
         WHEN "REV"
           PERFORM EDIT-JOURNAL-AMOUNT-PARA
           PERFORM LOCATE-CODE-PARA
           ADD 1 TO WS-GL-COUNT(WS-FOUND-IX)
           EVALUATE WS-JRNL-OPERAND-2
             WHEN "DEP"
               ADD WS-AMOUNT-WORK TO WS-GL-DEBITS(WS-FOUND-IX)
             WHEN "WDR"
               ADD WS-AMOUNT-WORK TO WS-GL-CREDITS(WS-FOUND-IX)
             WHEN OTHER
               ADD WS-AMOUNT-WORK TO WS-GL-DEBITS(WS-FOUND-IX)
               ADD WS-AMOUNT-WORK TO WS-GL-CREDITS(WS-FOUND-IX)
           END-EVALUATE
           ADD 1 TO WS-POSTING-COUNT
         WHEN OTHER
           CONTINUE
       END-EVALUATE
