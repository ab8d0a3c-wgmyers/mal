*> record image per line under a TRL trailer carrying the record count
*> and grand balance total - and then proves, for every account, that
*> yesterday's snapshot balance plus the day's journalled movements
*> (DEP/WDR/TRF/INT, the REV contras that back them out, and OPN for
*> accounts born today) equals today's
*> snapshot balance, reporting exceptions to the console and
*> mal_proof_report.txt the way the reconciliation report does. The
*> snapshots double as the restore points MAL-ACCT-REBUILD rolls
   05 WS-ACCOUNT-NAME PIC X(20).
   05 WS-ACCOUNT-BALANCE PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 WS-ACCOUNT-STATUS-BYTE PIC X(01).
   05 WS-ACCOUNT-CUSTOMER PIC X(08).
   05 WS-ACCOUNT-LAST-ACTIVITY PIC X(08).
   05 WS-ACCOUNT-DORMANT-DATE PIC X(08).

FD SNAPSHOT-FILE.
01 WS-SNAPSHOT-RECORD PIC X(65).

FD PRIOR-SNAPSHOT-FILE.
01 WS-PRIOR-RECORD PIC X(65).

FD JOURNAL-FILE.
01 WS-JOURNAL-RECORD PIC X(119).

FD PROOF-REPORT-FILE.
01 WS-REPORT-RECORD PIC X(90).
   05 WS-PRIOR-NAME PIC X(20).
   05 WS-PRIOR-BALANCE PIC S9(09)V99 SIGN LEADING SEPARATE.
   05 WS-PRIOR-STATUS-BYTE PIC X(01).
   05 WS-PRIOR-CUSTOMER PIC X(08).
   05 WS-PRIOR-LAST-ACTIVITY PIC X(08).
   05 WS-PRIOR-DORMANT-DATE PIC X(08).
01 WS-SNAP-COUNT PIC 9(07) VALUE 0.
01 WS-SNAP-TOTAL PIC S9(11)V99 VALUE 0.

           IF WS-FOUND-IX > 0
             ADD WS-AMOUNT-WORK TO WS-ACCT-MOVEMENT(WS-FOUND-IX)
           END-IF
*> A reversal carries the reversed code in operand 2 and moves the
*> money the opposite way from it - both sides again for a TRF.
         WHEN "REV"
           MOVE WS-JRNL-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM LOCATE-ACCOUNT-PARA
           IF WS-FOUND-IX > 0
             IF WS-JRNL-OPERAND-2 = "DEP"
               SUBTRACT WS-AMOUNT-WORK
                 FROM WS-ACCT-MOVEMENT(WS-FOUND-IX)
             ELSE
               ADD WS-AMOUNT-WORK TO WS-ACCT-MOVEMENT(WS-FOUND-IX)
             END-IF
           END-IF
           IF WS-JRNL-OPERAND-2 = "TRF"
             MOVE WS-JRNL-ACCOUNT-2 TO WS-LOOKUP-ACCOUNT
             PERFORM LOCATE-ACCOUNT-PARA
             IF WS-FOUND-IX > 0
               SUBTRACT WS-AMOUNT-WORK
                 FROM WS-ACCT-MOVEMENT(WS-FOUND-IX)
             END-IF
           END-IF
         WHEN OTHER
           CONTINUE
       END-EVALUATE
