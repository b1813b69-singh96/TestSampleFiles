      * Input : remittance_YYYYMMDD.txt -- from the bureau: P-ID (6),
      *         space, treatment date (8), space, code (6), space,
      *         paid amount (9 digits, cents implied)
      *         bureau_claims_YYYYMMDD.txt (the claim date's lines
      *         CLAIM-SCRUB released to the bureau -- held lines were
      *         never sent, so they must not age on the book as
      *         unpaid). Only where the scrub is not in use on this
      *         box (no payer_rules_ref.dat), or the date's batch
      *         never ran under run-control, is claim_lines_
      *         YYYYMMDD.txt, the raw extract, booked instead; a
      *         finished batch whose scrub has not run is refused.
      *         released_claims_YYYYMMDD.txt -- optional: held lines
      *         the billing desk fixed and CLAIM-SCRUB released under
      *         the claim date; booked with the date's other lines
      *         writeoff_YYYYMMDD.txt -- optional, from the billing
      *         desk: balances it has given up chasing, same layout
      *         as the remittance file (the amount is what to write
      *         off). Applied after the day's remittances.
      *         claims_outstanding.dat  (permanent, rebuilt each run)
      * Output: remit_work_YYYYMMDD.dat -- the staged book the
      *         remittances are applied against
      *         remit_report_YYYYMMDD.txt -- unpaid/partially-paid
      *         lines with aging, orphan remittances, closing totals
      *         remit_postings_YYYYMMDD.txt -- every payment and
      *         write-off posted to a claim line this run: what
      *         AR-CLOSE builds the month's rollforward from
      *         claims_outstanding.dat  -- still-open lines only
      *
      * RETURN-CODE 4 flags a run that left claims outstanding so
               ASSIGN TO DYNAMIC WS-REMIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PAYER-RULES-REF
               ASSIGN TO "payer_rules_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYER
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT REMIT-WORK
               ASSIGN TO DYNAMIC WS-WORK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT WRITEOFF-IN
               ASSIGN TO DYNAMIC WS-WRITEOFF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT POSTING-JOURNAL
               ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT OUTSTANDING-OUT
               ASSIGN TO "claims_outstanding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  OUTSTANDING-IN
           LABEL RECORDS ARE STANDARD.
      * The permanent outstanding-claims file: a claim line plus what
      * has been paid (or written off) against it so far and the
      * date it was extracted (which is what it ages from). Written
      * back by this program every run; OUTSTANDING-OUT below is the
      * same layout.
       01  OUTSTANDING-REC.
           05  OC-PATIENT-ID      PIC 9(6).
           05  FILLER             PIC X.
           05  FILLER             PIC X.
           05  CL-CHARGE          PIC 9(7)V99.

       FD  PAYER-RULES-REF
           LABEL RECORDS ARE STANDARD.
      * Only opened to see whether the scrub is in use on this box.
      * Layout must stay in step with the FD in PAYER-RULES-LOAD.
       01  PAYER-RULES-REC.
           05  PY-PAYER           PIC X(20).
           05  PY-FILING-DAYS     PIC 9(3).
           05  PY-NONCOV-CODE     OCCURS 10 TIMES PIC X(6).
           05  PY-AUTH-CODE       OCCURS 10 TIMES PIC X(6).

       FD  REMIT-IN
           LABEL RECORDS ARE STANDARD.
       01  REMIT-REC.
      * validated with IS NUMERIC before this view is trusted.
           05  RM-PAID-AMT REDEFINES RM-PAID PIC 9(7)V99.

       FD  WRITEOFF-IN
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-REC.
           05  WO-PATIENT-ID      PIC X(6).
           05  FILLER             PIC X.
           05  WO-TREAT-DATE      PIC X(8).
           05  FILLER             PIC X.
           05  WO-TREAT-CODE      PIC X(6).
           05  FILLER             PIC X.
           05  WO-AMOUNT          PIC X(9).
           05  WO-AMOUNT-AMT REDEFINES WO-AMOUNT PIC 9(7)V99.

       FD  POSTING-JOURNAL
           LABEL RECORDS ARE STANDARD.
      * One line per payment or write-off posted to a claim line,
      * identifying the line as the book does. PJ-APPLIED is what
      * came off the line's balance; PJ-EXCESS is a payment beyond
      * the balance (an overpayment, or any payment on an unpriced
      * line) -- money received, but not against receivables.
      * Layout must stay in step with the FD in AR-CLOSE.
       01  POSTING-REC.
           05  PJ-TYPE            PIC X(3).
           05  FILLER             PIC X.
           05  PJ-PATIENT-ID      PIC 9(6).
           05  FILLER             PIC X.
           05  PJ-TREAT-DATE      PIC 9(8).
           05  FILLER             PIC X.
           05  PJ-TREAT-CODE      PIC X(6).
           05  FILLER             PIC X.
           05  PJ-PROVIDER        PIC X(6).
           05  FILLER             PIC X.
           05  PJ-EXTRACT-DATE    PIC 9(8).
           05  FILLER             PIC X.
           05  PJ-APPLIED         PIC 9(7)V99.
           05  FILLER             PIC X.
           05  PJ-EXCESS          PIC 9(7)V99.

       FD  REMIT-WORK
           LABEL RECORDS ARE STANDARD.
      * One record per open claim line -- carried from the
       01  WS-IN-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-OUT-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RULES-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BATCH-STATUS      PIC X(8).

       01  WS-STAGE-SEQ      PIC 9(7) VALUE 0.
       01  WS-MATCH-FLAG     PIC X VALUE "N".

       01  WS-CARRIED-COUNTER   PIC 9(7) VALUE 0.
       01  WS-ABSORBED-COUNTER  PIC 9(7) VALUE 0.
       01  WS-RELEASED-COUNTER  PIC 9(7) VALUE 0.
       01  WS-REMIT-COUNTER     PIC 9(7) VALUE 0.
       01  WS-ORPHAN-COUNTER    PIC 9(7) VALUE 0.
       01  WS-BAD-REMIT-COUNTER PIC 9(7) VALUE 0.
       01  WS-UNPAID-COUNTER    PIC 9(7) VALUE 0.
       01  WS-PARTIAL-COUNTER   PIC 9(7) VALUE 0.
       01  WS-UNPRICED-COUNTER  PIC 9(7) VALUE 0.
       01  WS-WRITEOFF-COUNTER  PIC 9(7) VALUE 0.
       01  WS-WO-ORPHAN-COUNTER PIC 9(7) VALUE 0.
       01  WS-BAD-WO-COUNTER    PIC 9(7) VALUE 0.

      * What each posting takes off its line: the line's balance
      * before it, the applied part and any excess, and the running
      * totals the report closes with.
       01  WS-POST-TYPE        PIC X(3).
       01  WS-POST-AMOUNT      PIC 9(7)V99.
       01  WS-POST-BALANCE     PIC 9(7)V99.
       01  WS-POST-APPLIED     PIC 9(7)V99.
       01  WS-POST-EXCESS      PIC 9(7)V99.
       01  WS-PAID-APPLIED-AMT PIC 9(11)V99 VALUE 0.
       01  WS-PAID-EXCESS-AMT  PIC 9(11)V99 VALUE 0.
       01  WS-WRITTEN-OFF-AMT  PIC 9(11)V99 VALUE 0.

      * Aging is computed in whole days between the extract date and
      * the run date; the bucket totals are what the billing desk
       01  WS-OUTSTANDING-AMT  PIC 9(11)V99 VALUE 0.
       01  WS-BALANCE-DUE      PIC 9(7)V99.
       01  WS-CHARGE-ED        PIC Z(9)9.99.
       01  WS-EXCESS-ED        PIC Z(9)9.99.
       01  WS-WRITTEN-OFF-ED   PIC Z(9)9.99.

       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE  PIC X(8) VALUE SPACES.
       01  WS-REMIT-NAME        PIC X(40).
       01  WS-WORK-NAME         PIC X(40).
       01  WS-REPORT-NAME       PIC X(40).
       01  WS-WRITEOFF-NAME     PIC X(40).
       01  WS-JOURNAL-NAME      PIC X(40).
       01  WS-RELEASED-NAME     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ABSORB-CLAIM-EXTRACT.
           PERFORM REOPEN-WORK-FOR-UPDATE.
           PERFORM APPLY-REMITTANCES.
           PERFORM APPLY-WRITE-OFFS.
           CLOSE POSTING-JOURNAL.

           OPEN OUTPUT REMIT-REPORT.
           PERFORM REWRITE-OUTSTANDING-FILE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-STATUS TO WS-BATCH-STATUS.
      * A scrub still running has a half-written bureau file.
           MOVE "CLAIM-SCRUB" TO WS-RC-JOB.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "REMIT-RECONCILE: CLAIM-SCRUB for "
                       WS-RC-DATE " is INPROG -- its bureau file "
                       "is not complete; refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHOOSE-CLAIM-EXTRACT.
      * Nor a release of fixed lines still being written.
           MOVE "CLAIM-RELEASE" TO WS-RC-JOB.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "REMIT-RECONCILE: CLAIM-RELEASE for "
                       WS-RC-DATE " is INPROG -- its release file "
                       "is not complete; refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A merge propagation still running is part-way through
      * re-keying and rewriting claims_outstanding.dat.
           MOVE "MERGE-PROPAGATE" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "REMIT-RECONCILE: MERGE-PROPAGATE for "
                       WS-RC-DATE " is INPROG -- the open book is "
                       "being re-keyed; refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A month-end close still running is reading the open book
      * and this date's postings.
           MOVE "AR-CLOSE" TO WS-RC-JOB.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "REMIT-RECONCILE: AR-CLOSE for "
                       WS-RC-DATE " is INPROG -- the book is being "
                       "closed; refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHOOSE-CLAIM-EXTRACT.
      * Which of the claim date's files is booked -- the same rule
      * AR-CLOSE applies, so the two never read different files.
      * The bureau file when there is one. Without it, the raw
      * extract only where nothing was held back from it: the scrub
      * is not in use here, or the batch predates run-control. A
      * finished batch with the scrub in use has lines that may yet
      * be held -- booked raw, they would age as unpaid, and the
      * absorbed date would keep the bureau file off the book for
      * good. WS-RC-STATUS still holds CLAIM-SCRUB's status.
           OPEN INPUT CLAIM-LINES-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   CLOSE CLAIM-LINES-IN
               WHEN "35"
                   OPEN INPUT PAYER-RULES-REF
                   IF WS-RULES-FILE-STATUS = "00"
                       CLOSE PAYER-RULES-REF
                       IF WS-BATCH-STATUS = "DONE"
                           DISPLAY "REMIT-RECONCILE: no bureau file "
                                   "for " WS-CLAIM-DATE " (CLAIM-"
                                   "SCRUB " WS-RC-STATUS ") -- "
                                   "scrub the extract first; "
                                   "refusing to start."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-CLAIM-NAME
                   STRING "claim_lines_" WS-CLAIM-DATE ".txt"
                          DELIMITED BY SIZE INTO WS-CLAIM-NAME
               WHEN OTHER
                   DISPLAY "REMIT-RECONCILE: " WS-CLAIM-NAME
                           " OPEN failed, status " WS-IN-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           END-IF.

       SETUP-FILE-NAMES.
           STRING "bureau_claims_" WS-CLAIM-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-CLAIM-NAME.
           STRING "remittance_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REMIT-NAME.
                  DELIMITED BY SIZE INTO WS-WORK-NAME.
           STRING "remit_report_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-NAME.
           STRING "writeoff_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-WRITEOFF-NAME.
           STRING "remit_postings_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-JOURNAL-NAME.
           STRING "released_claims_" WS-CLAIM-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-RELEASED-NAME.

       STAGE-OUTSTANDING-CLAIMS.
      * Carry the permanent book into the work file. OPEN OUTPUT
           END-IF.

       READ-CLAIM-EXTRACT.
      * CHOOSE-CLAIM-EXTRACT has named the file. Fixed lines the
      * desk released under the claim date follow the extract.
           IF WS-CLAIM-NAME(1:12) = "claim_lines_"
               DISPLAY "REMIT-RECONCILE: no scrubbed bureau file "
                       "for " WS-CLAIM-DATE " -- absorbing the raw "
                       "claim extract."
           END-IF.
           OPEN INPUT CLAIM-LINES-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
           END-EVALUATE.
           MOVE "N" TO EOF-FLAG.

           MOVE WS-RELEASED-NAME TO WS-CLAIM-NAME.
           OPEN INPUT CLAIM-LINES-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL EOF
                       READ CLAIM-LINES-IN
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RELEASED-COUNTER
                               PERFORM ABSORB-ONE-CLAIM-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CLAIM-LINES-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REMIT-RECONCILE: " WS-RELEASED-NAME
                           " OPEN failed, status " WS-IN-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE "N" TO EOF-FLAG.

       ABSORB-ONE-CLAIM-LINE.
           ADD 1 TO WS-STAGE-SEQ.
           ADD 1 TO WS-ABSORBED-COUNTER.
               PERFORM WORK-IO-FAILURE
           END-IF.

       OPEN-POSTING-JOURNAL.
      * Rewritten by a rerun of the date, like the report -- the
      * journal always describes what the last run posted. Opened
      * only once the remittance file is in hand: a rerun refused
      * for want of it must leave the last run's journal alone, as
      * it leaves the book.
           OPEN OUTPUT POSTING-JOURNAL.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "REMIT-RECONCILE: cannot open "
                       WS-JOURNAL-NAME ", status "
                       WS-JOURNAL-FILE-STATUS " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-REMITTANCES.
      * A missing remittance file is refused outright rather than
      * treated as "nothing was paid" -- the file is usually just
           OPEN INPUT REMIT-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   PERFORM OPEN-POSTING-JOURNAL
               WHEN "35"
                   DISPLAY "REMIT-RECONCILE: remittance file "
                           WS-REMIT-NAME " not found -- has the "
               ELSE
                   IF WRK-PAID < WRK-CHARGE
                      OR (WRK-CHARGE = 0 AND WRK-PAID = 0)
                       MOVE "PAY" TO WS-POST-TYPE
                       MOVE RM-PAID-AMT TO WS-POST-AMOUNT
                       PERFORM SPLIT-POSTING-AMOUNT
                       ADD RM-PAID-AMT TO WRK-PAID
                       REWRITE REMIT-WORK-REC
                       IF WS-WORK-FILE-STATUS NOT = "00"
                           PERFORM WORK-IO-FAILURE
                       END-IF
                       PERFORM WRITE-POSTING
                       SET REMIT-MATCHED TO TRUE
                       SET WORK-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       APPLY-WRITE-OFFS.
      * The billing desk's write-offs for the date, after the day's
      * payments so a payment that arrived the same day is not
      * written off too. Most days there is no file.
           OPEN INPUT WRITEOFF-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL EOF
                       READ WRITEOFF-IN
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               PERFORM APPLY-ONE-WRITE-OFF
                       END-READ
                   END-PERFORM
                   CLOSE WRITEOFF-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REMIT-RECONCILE: write-off OPEN "
                           "failed, status " WS-IN-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE "N" TO EOF-FLAG.

       APPLY-ONE-WRITE-OFF.
           ADD 1 TO WS-WRITEOFF-COUNTER.
           IF WO-PATIENT-ID IS NOT NUMERIC
              OR WO-TREAT-DATE IS NOT NUMERIC
              OR WO-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-BAD-WO-COUNTER
               DISPLAY "REMIT-RECONCILE: malformed write-off "
                       "line " WS-WRITEOFF-COUNTER " -- ignored."
           ELSE
               PERFORM MATCH-ONE-WRITE-OFF
           END-IF.

       MATCH-ONE-WRITE-OFF.
      * Same keyed walk as MATCH-ONE-REMIT; the first line of the
      * claim still carrying a balance takes the write-off. There is
      * nothing to write off on an unpriced line.
           SET REMIT-UNMATCHED TO TRUE.
           SET WORK-SCAN-OPEN TO TRUE.
           MOVE WO-PATIENT-ID TO WRK-ID.
           MOVE WO-TREAT-DATE TO WRK-DATE.
           MOVE WO-TREAT-CODE TO WRK-CODE.
           MOVE 0 TO WRK-EXTRACT WRK-SEQ.
           START REMIT-WORK KEY NOT < WRK-KEY
               INVALID KEY
                   SET WORK-SCAN-DONE TO TRUE
           END-START.
           IF WS-WORK-FILE-STATUS NOT = "00" AND
              WS-WORK-FILE-STATUS NOT = "23"
               PERFORM WORK-IO-FAILURE
           END-IF.
           PERFORM UNTIL WORK-SCAN-DONE
               PERFORM JUDGE-ONE-WRITE-OFF-RECORD
           END-PERFORM.
           IF REMIT-UNMATCHED
               ADD 1 TO WS-WO-ORPHAN-COUNTER
               DISPLAY "REMIT-RECONCILE: write-off matches no open "
                       "balance for P-ID " WO-PATIENT-ID " DATE "
                       WO-TREAT-DATE " CODE " WO-TREAT-CODE
           END-IF.

       JUDGE-ONE-WRITE-OFF-RECORD.
           READ REMIT-WORK NEXT
               AT END
                   SET WORK-SCAN-DONE TO TRUE
           END-READ.
           IF WS-WORK-FILE-STATUS NOT = "00" AND
              WS-WORK-FILE-STATUS NOT = "10"
               PERFORM WORK-IO-FAILURE
           END-IF.
           IF WORK-SCAN-OPEN
               IF WRK-ID NOT = WO-PATIENT-ID
                  OR WRK-DATE NOT = WO-TREAT-DATE
                  OR WRK-CODE NOT = WO-TREAT-CODE
                   SET WORK-SCAN-DONE TO TRUE
               ELSE
                   IF WRK-PAID < WRK-CHARGE
      * Never more than the balance: a write-off cannot leave the
      * line owing the patient money.
                       MOVE "WOF" TO WS-POST-TYPE
                       MOVE WO-AMOUNT-AMT TO WS-POST-AMOUNT
                       PERFORM SPLIT-POSTING-AMOUNT
                       ADD WS-POST-APPLIED TO WRK-PAID
                       REWRITE REMIT-WORK-REC
                       IF WS-WORK-FILE-STATUS NOT = "00"
                           PERFORM WORK-IO-FAILURE
                       END-IF
                       PERFORM WRITE-POSTING
                       SET REMIT-MATCHED TO TRUE
                       SET WORK-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       SPLIT-POSTING-AMOUNT.
      * REMIT-WORK-REC holds the line as it stood before the
      * posting.
           IF WRK-PAID < WRK-CHARGE
               COMPUTE WS-POST-BALANCE = WRK-CHARGE - WRK-PAID
           ELSE
               MOVE 0 TO WS-POST-BALANCE
           END-IF.
           IF WS-POST-AMOUNT > WS-POST-BALANCE
               MOVE WS-POST-BALANCE TO WS-POST-APPLIED
               COMPUTE WS-POST-EXCESS =
                   WS-POST-AMOUNT - WS-POST-BALANCE
           ELSE
               MOVE WS-POST-AMOUNT TO WS-POST-APPLIED
               MOVE 0 TO WS-POST-EXCESS
           END-IF.

       WRITE-POSTING.
           MOVE SPACES TO POSTING-REC.
           MOVE WS-POST-TYPE TO PJ-TYPE.
           MOVE WRK-ID TO PJ-PATIENT-ID.
           MOVE WRK-DATE TO PJ-TREAT-DATE.
           MOVE WRK-CODE TO PJ-TREAT-CODE.
           MOVE WRK-PROVIDER TO PJ-PROVIDER.
           MOVE WRK-EXTRACT TO PJ-EXTRACT-DATE.
           MOVE WS-POST-APPLIED TO PJ-APPLIED.
           MOVE WS-POST-EXCESS TO PJ-EXCESS.
           WRITE POSTING-REC.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "REMIT-RECONCILE: " WS-JOURNAL-NAME
                       " write failed, status "
                       WS-JOURNAL-FILE-STATUS " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-POST-TYPE = "WOF"
               ADD WS-POST-APPLIED TO WS-WRITTEN-OFF-AMT
           ELSE
               ADD WS-POST-APPLIED TO WS-PAID-APPLIED-AMT
               ADD WS-POST-EXCESS TO WS-PAID-EXCESS-AMT
           END-IF.

       REWRITE-OUTSTANDING-FILE.
      * Walk the whole work file in key order: settled lines drop
      * off; everything still owed goes back to the outstanding
           DISPLAY "Claims carried forward   : " WS-CARRIED-COUNTER.
           DISPLAY "Claim lines absorbed     : "
                   WS-ABSORBED-COUNTER.
           DISPLAY "  of them released lines : "
                   WS-RELEASED-COUNTER.
           DISPLAY "Remittances read         : " WS-REMIT-COUNTER.
           DISPLAY "Remittances unmatched    : " WS-ORPHAN-COUNTER.
           DISPLAY "Remittances malformed    : "
           DISPLAY "Aged 30+ / 60+ / 90+     : " WS-AGED-30-COUNTER
                   " / " WS-AGED-60-COUNTER
                   " / " WS-AGED-90-COUNTER.
           DISPLAY "Write-offs read          : " WS-WRITEOFF-COUNTER.
           DISPLAY "Write-offs unmatched     : "
                   WS-WO-ORPHAN-COUNTER.
           DISPLAY "Write-offs malformed     : " WS-BAD-WO-COUNTER.

           MOVE WS-OUTSTANDING-AMT TO WS-CHARGE-ED.
           MOVE SPACES TO REMIT-REPORT-REC.
                  " OUTSTANDING:" WS-CHARGE-ED
                  DELIMITED BY SIZE INTO REMIT-REPORT-REC.
           WRITE REMIT-REPORT-REC.

      * What the postings journal holds, in money.
           MOVE WS-PAID-APPLIED-AMT TO WS-CHARGE-ED.
           MOVE WS-PAID-EXCESS-AMT TO WS-EXCESS-ED.
           MOVE WS-WRITTEN-OFF-AMT TO WS-WRITTEN-OFF-ED.
           MOVE SPACES TO REMIT-REPORT-REC.
           STRING "PAID-APPLIED:" WS-CHARGE-ED
                  " PAID-EXCESS:" WS-EXCESS-ED
                  " WRITE-OFFS:" WS-WRITEOFF-COUNTER
                  " WO-UNMATCHED:" WS-WO-ORPHAN-COUNTER
                  " WO-MALFORMED:" WS-BAD-WO-COUNTER
                  " WRITTEN-OFF:" WS-WRITTEN-OFF-ED
                  DELIMITED BY SIZE INTO REMIT-REPORT-REC.
           WRITE REMIT-REPORT-REC.
