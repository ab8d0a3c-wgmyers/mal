*> keyed transaction line into mal_so_batch_YYYYMMDD.dat, bracketed by
*> the HDR/TRL control records READ-BATCH-HEADER-PARA and
*> PROCESS-TRAILER-PARA already balance inbound files with - origin
*> STANDORD, declared count and hash total. MAL-RUN-CONTROL then
*> drives that file through MAL-STEP0 batch mode under the STANDORD
*> operator, so every order gets exactly the validation and posting
*> EVAL-PARA applies to a keyed line, the journal's operator field
*> says the posting came from a standing order, and anything that
*> fails (closed account, would-be overdraft) lands in the daily
*> reject file where the morning rerun process already picks it up.
*> A due order is released once for every period it is due, on or
*> before the run date, and its next-due date advanced past the run
*> date. The night only runs on business days, so a daily order's
*> Saturday, Sunday and holiday payments all go out on the next
*> business day's run, and an order in arrears is brought fully up to
*> date by one run rather than falling further behind every weekend.
*> The file is never rewritten in place: the updated orders go to a
*> work file that is swapped over the live one with a single rename(),
*> the same commit idiom the audit archiver uses.
     END-IF.

RELEASE-ONE-ORDER-PARA.
*> One order: if it is due and well-formed, release it for each period
*> due up to the run date, advancing its next-due date a period at a
*> time until it is past the run date. A line whose key fields do not parse is
*> passed over untouched and counted - a mangled order must surface on
*> the morning report, not quietly stop being paid.
     MOVE WS-HELD-ORDER(WS-ORDER-IX) TO WS-ORDER-LINE.
       WHEN WS-SO-NEXT-DUE > WS-RUN-DATE
         CONTINUE
       WHEN OTHER
         PERFORM RELEASE-ONE-PERIOD-PARA
           UNTIL WS-SO-NEXT-DUE > WS-RUN-DATE OR RELEASE-RUN-FAILED
         MOVE WS-ORDER-LINE TO WS-HELD-ORDER(WS-ORDER-IX)
     END-EVALUATE.

RELEASE-ONE-PERIOD-PARA.
*> A failed write abandons the run with nothing changed, so the date
*> is only advanced past a line that was written.
     PERFORM WRITE-RELEASE-LINE-PARA.
     IF NOT RELEASE-RUN-FAILED
       PERFORM ADVANCE-DUE-DATE-PARA
     END-IF.

WRITE-RELEASE-LINE-PARA.
*> The order as a keyed transaction line, plus its share of the
*> declared controls - the hash counts the operand amounts the same

ADVANCE-DUE-DATE-PARA.
*> One period on from the stored due date - not from the run date, so
*> an order released late keeps its own rhythm, each period it missed
*> released in turn.
     MOVE WS-SO-NEXT-DUE TO WS-DUE-DATE.
     EVALUATE WS-SO-FREQUENCY
       WHEN "D"
