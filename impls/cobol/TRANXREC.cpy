*> arithmetic instead of just echoing the line back. Fixed positions:
*>   1-3   transaction code (ADD, SUB, MUL, DIV - arithmetic;
*>         OPN, DEP, WDR, BAL, TRF - account master postings;
*>         CLS, RON, RNM - account maintenance;
*>         RAC - reactivate a dormant account;
*>         REV - reversal of a posting in today's journal;
*>         HLD, RLS - place and release a funds hold)
*>   4     filler
*>   5-11  operand 1, 7 digits (amount for OPN/DEP/WDR/TRF/HLD; the
*>         journal sequence number of the posting to back out for REV;
*>         the hold ID for RLS)
*>   12    filler
*>   13-19 operand 2, 7 digits (arithmetic codes; for HLD the number of
*>         days the hold runs, blank for until released)
*>   20    filler
*>   21-28 account number, 8 digits (account codes only; the account
*>         debited for TRF; for REV the account the reversed posting
*>         was made to, the debited account if it was a TRF)
*>   29    filler
*>   30-49 account name (OPN and RNM); hold reason (HLD)
*>   30-37 second account number, 8 digits (TRF only - the account
*>         credited; shares the name positions, which TRF never uses)
*>   50    filler
*>   51-58 owning customer ID, 8 digits (OPN only)
*>   59-255 unused
01 WS-TRANX-RECORD REDEFINES WS-INPUT.
   05 WS-TRANX-OPCODE PIC X(03).
   05 FILLER PIC X(01).
   05 WS-TRANX-TO-FIELDS REDEFINES WS-TRANX-ACCT-NAME.
      10 WS-TRANX-ACCOUNT-2 PIC X(08).
      10 FILLER PIC X(12).
   05 FILLER PIC X(01).
   05 WS-TRANX-CUSTOMER PIC X(08).
   05 FILLER PIC X(197).
