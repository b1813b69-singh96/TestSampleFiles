       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-SCRUB.

      * Pre-submission scrub of the day's claim extract. Every claim
      * line PATIENT-TEST-INCIDENTS wrote is checked against the
      * billing rules of the patient's payer before it goes to the
      * bureau: a line the payer will deny anyway -- filed outside
      * the payer's timely-filing window, a procedure the payer does
      * not cover, a procedure needing prior authorization, or a
      * patient whose coverage is not active -- is held on a
      * worklist with the rule it failed instead of coming back
      * weeks later as an unpaid line in REMIT-RECONCILE. Clean
      * lines are released to the bureau file unchanged.
      *
      * The first failing rule wins, checked in the order the
      * billing desk works them: coverage, payer rules on file,
      * timely filing, non-covered procedure, prior authorization.
      * A held line is already on the billed-services ledger, so a
      * resend will not re-extract it; working the held list is the
      * billing desk's job, which is why the worklist carries the
      * whole claim line. Once a line is fixed (coverage loaded,
      * authorization confirmed, ...) the desk copies its worklist
      * line, unchanged, into claim_release_YYYYMMDD.txt and runs
      * this program with PATIENT_SCRUB_MODE=RELEASE for that date:
      * each line still on the ledger goes to
      * released_claims_YYYYMMDD.txt, which is sent to the bureau
      * with the day's bureau file and which REMIT-RECONCILE books
      * (and AR-CLOSE charges) with that date's claim lines. A
      * release date must not yet be reconciled -- released lines
      * join the book only with their date's claim lines -- and a
      * line is released once: the desk takes it off its worklist
      * when it goes on a release file.
      *
      * Every line read is either released or held -- the summary
      * proves it (lines and charges), and a run that does not
      * balance stops with RETURN-CODE 16 rather than let a short
      * bureau file go out.
      *
      *   PATIENT_RUN_DATE  date of the claim extract to scrub (the
      *                     usual override; defaults to today). The
      *                     timely-filing age is counted from the
      *                     treatment date to this date. In RELEASE
      *                     mode, the date the release is sent.
      *   PATIENT_SCRUB_MODE  SCRUB (the default) or RELEASE.
      *
      * Input : claim_lines_YYYYMMDD.txt
      *         coverage_ref.dat     (patient -> payer, status)
      *         payer_rules_ref.dat  (from PAYER-RULES-LOAD)
      *         RELEASE mode instead: claim_release_YYYYMMDD.txt
      *         (held worklist lines the desk has fixed),
      *         billed_ledger.dat, claims_outstanding.dat (read only)
      * Output: bureau_claims_YYYYMMDD.txt -- released lines, same
      *         layout as the claim extract; what goes to the bureau
      *         and what REMIT-RECONCILE books
      *         held_claims_YYYYMMDD.txt -- the held worklist: the
      *         claim line, payer, failing rule and its detail
      *         claim_scrub_report_YYYYMMDD.txt -- per-rule counts
      *         and the held + released = read reconciliation
      *         RELEASE mode instead: released_claims_YYYYMMDD.txt
      *         (same layout as the bureau file) and
      *         claim_release_report_YYYYMMDD.txt -- lines refused
      *         and the released + refused = read reconciliation
      *
      * RETURN-CODE 4 flags a run that held lines (or, releasing,
      * refused any) so the scheduler can alert the billing desk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-LINES-IN
               ASSIGN TO DYNAMIC WS-CLAIM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT COVERAGE-REF
               ASSIGN TO "coverage_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-ID
               FILE STATUS IS WS-COVERAGE-FILE-STATUS.
           SELECT PAYER-RULES-REF
               ASSIGN TO "payer_rules_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYER
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT BUREAU-OUT
               ASSIGN TO DYNAMIC WS-BUREAU-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-FILE-STATUS.
           SELECT HELD-OUT
               ASSIGN TO DYNAMIC WS-HELD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT RELEASE-IN
               ASSIGN TO DYNAMIC WS-RELEASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BILLED-LEDGER
               ASSIGN TO "billed_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT OUTSTANDING-IN
               ASSIGN TO "claims_outstanding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SCRUB-REPORT
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-LINES-IN
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with CLAIM-REC in
      * PATIENT-TEST-INCIDENTS, which writes this file.
       01  CLAIM-REC.
           05  CL-PATIENT-ID      PIC 9(6).
           05  FILLER             PIC X.
           05  CL-TREAT-DATE      PIC 9(8).
           05  FILLER             PIC X.
           05  CL-TREAT-CODE      PIC A(6).
           05  FILLER             PIC X.
           05  CL-PROVIDER        PIC X(6).
           05  FILLER             PIC X.
           05  CL-CHARGE          PIC 9(7)V99.

       FD  COVERAGE-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in COVERAGE-LOAD.
       01  COVERAGE-REC.
           05  CV-ID              PIC 9(6).
           05  CV-PAYER           PIC X(20).
           05  CV-STATUS          PIC X(8).

       FD  PAYER-RULES-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in PAYER-RULES-LOAD.
       01  PAYER-RULES-REC.
           05  PY-PAYER           PIC X(20).
           05  PY-FILING-DAYS     PIC 9(3).
           05  PY-NONCOV-CODE     OCCURS 10 TIMES PIC X(6).
           05  PY-AUTH-CODE       OCCURS 10 TIMES PIC X(6).

       FD  BUREAU-OUT
           LABEL RECORDS ARE STANDARD.
      * Released lines go out byte-for-byte as extracted, so the
      * bureau and REMIT-RECONCILE see the claim-extract layout.
       01  BUREAU-REC         PIC X(39).

       FD  HELD-OUT
           LABEL RECORDS ARE STANDARD.
       01  HELD-REC.
           05  HC-CLAIM-LINE      PIC X(39).
           05  FILLER             PIC X VALUE SPACE.
           05  HC-PAYER           PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  HC-RULE            PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  HC-DETAIL          PIC X(30).

       FD  RELEASE-IN
           LABEL RECORDS ARE STANDARD.
      * A held worklist line (HELD-REC above) as the desk copied it;
      * only the claim line at its front is used.
       01  RELEASE-REC.
           05  RL-CLAIM-LINE.
               10  RL-PATIENT-ID  PIC 9(6).
               10  FILLER         PIC X.
               10  RL-TREAT-DATE  PIC 9(8).
               10  FILLER         PIC X.
               10  RL-TREAT-CODE  PIC X(6).
               10  FILLER         PIC X.
               10  RL-PROVIDER    PIC X(6).
               10  FILLER         PIC X.
               10  RL-CHARGE      PIC 9(7)V99.
           05  FILLER             PIC X(73).

       FD  BILLED-LEDGER
           LABEL RECORDS ARE STANDARD.
      * Written by PATIENT-TEST-INCIDENTS; layout must stay in step
      * with the FD there.
       01  BILLED-LEDGER-REC.
           05  BL-KEY.
               10  BL-PATIENT-ID  PIC 9(6).
               10  BL-TREAT-DATE  PIC 9(8).
               10  BL-TREAT-CODE  PIC X(6).
               10  BL-PROVIDER    PIC X(6).
               10  BL-OCCURRENCE  PIC 9(2).
           05  BL-EXTRACT-DATE    PIC 9(8).
           05  BL-RUN-TIME        PIC 9(8).
           05  BL-CHARGE          PIC 9(7)V99.
           05  BL-FACILITY-ID     PIC X(6).

       FD  OUTSTANDING-IN
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in REMIT-RECONCILE,
      * which keeps this file.
       01  OUTSTANDING-REC.
           05  OC-PATIENT-ID      PIC 9(6).
           05  FILLER             PIC X.
           05  OC-TREAT-DATE      PIC 9(8).
           05  FILLER             PIC X.
           05  OC-TREAT-CODE      PIC X(6).
           05  FILLER             PIC X.
           05  OC-PROVIDER        PIC X(6).
           05  FILLER             PIC X.
           05  OC-CHARGE          PIC 9(7)V99.
           05  FILLER             PIC X.
           05  OC-PAID            PIC 9(7)V99.
           05  FILLER             PIC X.
           05  OC-EXTRACT-DATE    PIC 9(8).

       FD  SCRUB-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SCRUB-REPORT-REC  PIC A(200).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X VALUE "N".
           88  EOF            VALUE "Y".
           88  NOT-EOF        VALUE "N".

       01  WS-IN-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-BUREAU-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-HELD-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-LEDGER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-FAILED-FILE-NAME     PIC X(40).
       01  WS-FAILED-STATUS        PIC XX.
       01  WS-COVERAGE-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RULES-FILE-STATUS    PIC XX VALUE SPACES.

      * Per-line verdict. The rule names are what the held worklist
      * and the report carry, so the billing desk sorts on them.
       01  WS-HOLD-RULE      PIC X(20).
           88  LINE-IS-CLEAN     VALUE SPACES.
       01  WS-HOLD-DETAIL    PIC X(30).
       01  WS-COVERAGE-STATUS  PIC X(8).
           88  PATIENT-COVERED    VALUE "ACTIVE".
       01  WS-COVERAGE-PAYER   PIC X(20).
       01  WS-RULES-FOUND    PIC X VALUE "N".
           88  PAYER-RULES-FOUND    VALUE "Y".
           88  PAYER-RULES-ABSENT   VALUE "N".
       01  WS-CODE-IDX       PIC 9(2).

      * SCRUB checks the day's extract; RELEASE sends on held lines
      * the billing desk has fixed. Each stamps its own job.
       01  WS-SCRUB-MODE     PIC X(7) VALUE SPACES.
           88  SCRUB-RUN         VALUE "SCRUB".
           88  RELEASE-RUN       VALUE "RELEASE".
       01  WS-SCRUB-JOB      PIC X(20) VALUE "CLAIM-SCRUB".
       01  WS-REFUSE-REASON  PIC X(30).
       01  WS-LEDGER-FLAG    PIC X VALUE "N".
           88  LINE-ON-LEDGER    VALUE "Y".
           88  LINE-NOT-BILLED   VALUE "N".
       01  WS-REFUSED-COUNTER   PIC 9(7) VALUE 0.
       01  WS-REFUSED-AMT       PIC 9(11)V99 VALUE 0.
       01  WS-REFUSED-AMT-ED    PIC Z(10)9.99.

      * Timely-filing age in whole days from the treatment date to
      * the run date.
       01  WS-RUN-DAY-NO     PIC 9(7).
       01  WS-AGE-DAYS       PIC S9(7).
       01  WS-AGE-ED         PIC Z(6)9.

       01  WS-READ-COUNTER      PIC 9(7) VALUE 0.
       01  WS-RELEASED-COUNTER  PIC 9(7) VALUE 0.
       01  WS-HELD-COUNTER      PIC 9(7) VALUE 0.
       01  WS-NO-COVER-COUNTER  PIC 9(7) VALUE 0.
       01  WS-INACTIVE-COUNTER  PIC 9(7) VALUE 0.
       01  WS-NO-RULES-COUNTER  PIC 9(7) VALUE 0.
       01  WS-FILING-COUNTER    PIC 9(7) VALUE 0.
       01  WS-NONCOV-COUNTER    PIC 9(7) VALUE 0.
       01  WS-AUTH-COUNTER      PIC 9(7) VALUE 0.
       01  WS-INVALID-COUNTER   PIC 9(7) VALUE 0.
       01  WS-READ-AMT          PIC 9(11)V99 VALUE 0.
       01  WS-RELEASED-AMT      PIC 9(11)V99 VALUE 0.
       01  WS-HELD-AMT          PIC 9(11)V99 VALUE 0.
       01  WS-BALANCE-COUNTER   PIC 9(7).
       01  WS-BALANCE-AMT       PIC 9(11)V99.
       01  WS-BALANCE-FLAG      PIC X VALUE "Y".
           88  SCRUB-IN-BALANCE     VALUE "Y".
           88  SCRUB-OUT-OF-BALANCE VALUE "N".
       01  WS-READ-AMT-ED       PIC Z(10)9.99.
       01  WS-RELEASED-AMT-ED   PIC Z(10)9.99.
       01  WS-HELD-AMT-ED       PIC Z(10)9.99.

       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE  PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID        PIC X(20) VALUE SPACES.

      * Operator-authorization answer from the OPERATOR-AUTH call
      * in GET-RUN-CONTEXT.
       01  WS-AUTH-FUNCTION  PIC X(8).
       01  WS-AUTH-FLAG      PIC X.
           88  OPERATOR-AUTHORIZED   VALUE "Y".
           88  OPERATOR-DENIED       VALUE "N".

      * Run-control scratch for the RUN-CONTROL calls that stamp
      * this job and interlock it against the rest of the suite.
       01  WS-RC-ACTION      PIC X(5).
       01  WS-RC-JOB         PIC X(20).
       01  WS-RC-DATE        PIC 9(8).
       01  WS-RC-STATUS      PIC X(8).

       01  WS-CLAIM-NAME        PIC X(40).
       01  WS-BUREAU-NAME       PIC X(40).
       01  WS-HELD-NAME         PIC X(40).
       01  WS-RELEASE-NAME      PIC X(40).
       01  WS-REPORT-NAME       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-CONTEXT.
           PERFORM SETUP-FILE-NAMES.
           IF RELEASE-RUN
               PERFORM RELEASE-FIXED-LINES
           END-IF.
           PERFORM CHECK-BATCH-COMPLETE.
           PERFORM STAMP-JOB-START.

           PERFORM OPEN-SCRUB-FILES.
           PERFORM UNTIL EOF
               READ CLAIM-LINES-IN
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM SCRUB-ONE-CLAIM-LINE
               END-READ
           END-PERFORM.

           PERFORM WRITE-SCRUB-SUMMARY.
           CLOSE CLAIM-LINES-IN COVERAGE-REF PAYER-RULES-REF
                 BUREAU-OUT HELD-OUT SCRUB-REPORT.

           IF SCRUB-OUT-OF-BALANCE
               DISPLAY "CLAIM-SCRUB: held + released does not equal "
                       "the extract -- do not send "
                       WS-BUREAU-NAME " to the bureau."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM STAMP-JOB-END.
           IF WS-HELD-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Claim scrub complete.".
           STOP RUN.

       CHECK-BATCH-COMPLETE.
      * The claim extract is only whole once PATIENT-BATCH stamped
      * the date DONE; scrubbing a half-written extract would send
      * the bureau a short file that looks complete.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "PATIENT-BATCH" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS NOT = "DONE"
               DISPLAY "CLAIM-SCRUB: PATIENT-BATCH for "
                       WS-RC-DATE " is " WS-RC-STATUS
                       " (not DONE) -- refusing to scrub an "
                       "unfinished claim extract."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           MOVE WS-SCRUB-JOB TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       STAMP-JOB-END.
           MOVE "END" TO WS-RC-ACTION.
           MOVE WS-SCRUB-JOB TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       GET-RUN-CONTEXT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "PATIENT_RUN_DATE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-DATE-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-RUN-DATE-OVERRIDE IS NUMERIC
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
           END-IF.

           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           DISPLAY "PATIENT_SCRUB_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-SCRUB-MODE FROM ENVIRONMENT-VALUE.
           IF WS-SCRUB-MODE = SPACES
               SET SCRUB-RUN TO TRUE
           END-IF.
           IF NOT SCRUB-RUN AND NOT RELEASE-RUN
               DISPLAY "CLAIM-SCRUB: PATIENT_SCRUB_MODE "
                       WS-SCRUB-MODE " is not SCRUB or RELEASE "
                       "-- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RELEASE-RUN
               MOVE "CLAIM-RELEASE" TO WS-SCRUB-JOB
           END-IF.

           PERFORM CHECK-OPERATOR-AUTH.

       CHECK-OPERATOR-AUTH.
      * OPERATOR-AUTH audits the denial itself; the stop here is
      * all that is left to do.
           MOVE "SCRUB" TO WS-AUTH-FUNCTION.
           CALL "OPERATOR-AUTH" USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-RUN-DATE WS-AUTH-FLAG
           END-CALL.
           IF OPERATOR-DENIED
               DISPLAY "CLAIM-SCRUB: operator " WS-OPERATOR-ID
                       " is not authorized for " WS-AUTH-FUNCTION
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SETUP-FILE-NAMES.
           IF RELEASE-RUN
               STRING "claim_release_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-RELEASE-NAME
               STRING "released_claims_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-BUREAU-NAME
               STRING "claim_release_report_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-REPORT-NAME
           ELSE
               STRING "claim_lines_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-CLAIM-NAME
               STRING "bureau_claims_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-BUREAU-NAME
               STRING "held_claims_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-HELD-NAME
               STRING "claim_scrub_report_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-REPORT-NAME
           END-IF.

       OPEN-SCRUB-FILES.
      * Unlike the batch, the scrub does not run on without its
      * references: releasing lines unchecked is the very thing it
      * exists to stop, and holding the whole day would bury the
      * real denials. Load the reference and rerun -- every output
      * is rebuilt from scratch, so a rerun is always safe.
           OPEN INPUT CLAIM-LINES-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "CLAIM-SCRUB: no claim extract "
                           WS-CLAIM-NAME " -- nothing to scrub."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "CLAIM-SCRUB: claim extract OPEN failed, "
                           "status " WS-IN-FILE-STATUS " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT COVERAGE-REF.
           IF WS-COVERAGE-FILE-STATUS NOT = "00"
               DISPLAY "CLAIM-SCRUB: coverage_ref.dat OPEN failed, "
                       "status " WS-COVERAGE-FILE-STATUS
                       " -- run COVERAGE-LOAD and rerun."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAYER-RULES-REF.
           IF WS-RULES-FILE-STATUS NOT = "00"
               DISPLAY "CLAIM-SCRUB: payer_rules_ref.dat OPEN "
                       "failed, status " WS-RULES-FILE-STATUS
                       " -- run PAYER-RULES-LOAD and rerun."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BUREAU-OUT HELD-OUT SCRUB-REPORT.
           IF WS-BUREAU-FILE-STATUS NOT = "00"
               PERFORM BUREAU-IO-FAILURE
           END-IF.
           IF WS-HELD-FILE-STATUS NOT = "00"
               PERFORM HELD-IO-FAILURE
           END-IF.

       BUREAU-IO-FAILURE.
           MOVE WS-BUREAU-NAME TO WS-FAILED-FILE-NAME.
           MOVE WS-BUREAU-FILE-STATUS TO WS-FAILED-STATUS.
           PERFORM OUTPUT-IO-FAILURE.

       HELD-IO-FAILURE.
           MOVE WS-HELD-NAME TO WS-FAILED-FILE-NAME.
           MOVE WS-HELD-FILE-STATUS TO WS-FAILED-STATUS.
           PERFORM OUTPUT-IO-FAILURE.

       OUTPUT-IO-FAILURE.
           DISPLAY "CLAIM-SCRUB: " WS-FAILED-FILE-NAME " I/O error, "
                   "status " WS-FAILED-STATUS
                   " -- stopping; do not send the bureau file.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       SCRUB-ONE-CLAIM-LINE.
           ADD 1 TO WS-READ-COUNTER.
           MOVE SPACES TO WS-HOLD-RULE WS-HOLD-DETAIL.
           MOVE SPACES TO WS-COVERAGE-PAYER.
           IF CL-CHARGE IS NUMERIC
               ADD CL-CHARGE TO WS-READ-AMT
           END-IF.

           IF CL-PATIENT-ID IS NOT NUMERIC OR
              CL-TREAT-DATE IS NOT NUMERIC OR
              CL-CHARGE IS NOT NUMERIC
               MOVE "INVALID-LINE" TO WS-HOLD-RULE
               ADD 1 TO WS-INVALID-COUNTER
           ELSE
               PERFORM CHECK-PATIENT-COVERAGE
           END-IF.
           IF LINE-IS-CLEAN
               PERFORM CHECK-PAYER-RULES
           END-IF.

           IF LINE-IS-CLEAN
               PERFORM RELEASE-CLAIM-LINE
           ELSE
               PERFORM HOLD-CLAIM-LINE
           END-IF.

       CHECK-PATIENT-COVERAGE.
      * Same reading of coverage_ref.dat as the batch's
      * LOOKUP-COVERAGE: ACTIVE is covered, any other status from
      * the payer extract is not, and a patient the extract does
      * not know has no coverage at all.
           MOVE CL-PATIENT-ID TO CV-ID.
           READ COVERAGE-REF
               INVALID KEY
                   MOVE "NONE" TO WS-COVERAGE-STATUS
               NOT INVALID KEY
                   MOVE CV-STATUS TO WS-COVERAGE-STATUS
                   MOVE CV-PAYER TO WS-COVERAGE-PAYER
           END-READ.
           IF WS-COVERAGE-FILE-STATUS NOT = "00" AND
              WS-COVERAGE-FILE-STATUS NOT = "23"
               DISPLAY "CLAIM-SCRUB: coverage_ref.dat read error, "
                       "status " WS-COVERAGE-FILE-STATUS
                       " -- stopping; do not send the bureau file."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WS-COVERAGE-STATUS = "NONE"
                   MOVE "NO-COVERAGE" TO WS-HOLD-RULE
                   ADD 1 TO WS-NO-COVER-COUNTER
               WHEN NOT PATIENT-COVERED
                   MOVE "COVERAGE-NOT-ACTIVE" TO WS-HOLD-RULE
                   STRING "STATUS:" WS-COVERAGE-STATUS
                          DELIMITED BY SIZE INTO WS-HOLD-DETAIL
                   ADD 1 TO WS-INACTIVE-COUNTER
           END-EVALUATE.

       CHECK-PAYER-RULES.
      * A payer with no rules on file cannot be vouched for -- held
      * until the billing office adds the payer to payer_rules.txt
      * (a payer with no limits is a line with 000 and no codes).
           MOVE WS-COVERAGE-PAYER TO PY-PAYER.
           READ PAYER-RULES-REF
               INVALID KEY
                   SET PAYER-RULES-ABSENT TO TRUE
               NOT INVALID KEY
                   SET PAYER-RULES-FOUND TO TRUE
           END-READ.
           IF WS-RULES-FILE-STATUS NOT = "00" AND
              WS-RULES-FILE-STATUS NOT = "23"
               DISPLAY "CLAIM-SCRUB: payer_rules_ref.dat read "
                       "error, status " WS-RULES-FILE-STATUS
                       " -- stopping; do not send the bureau file."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PAYER-RULES-ABSENT
               MOVE "NO-PAYER-RULES" TO WS-HOLD-RULE
               ADD 1 TO WS-NO-RULES-COUNTER
           END-IF.

      * Timely filing: 000 on the rules line means the payer sets
      * no window.
           IF LINE-IS-CLEAN AND PY-FILING-DAYS > 0
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO -
                   FUNCTION INTEGER-OF-DATE(CL-TREAT-DATE)
               IF WS-AGE-DAYS > PY-FILING-DAYS
                   MOVE "TIMELY-FILING" TO WS-HOLD-RULE
                   MOVE WS-AGE-DAYS TO WS-AGE-ED
                   STRING "AGE:" WS-AGE-ED
                          " LIMIT:" PY-FILING-DAYS
                          DELIMITED BY SIZE INTO WS-HOLD-DETAIL
                   ADD 1 TO WS-FILING-COUNTER
               END-IF
           END-IF.

           IF LINE-IS-CLEAN
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > 10 OR NOT LINE-IS-CLEAN
                   IF PY-NONCOV-CODE(WS-CODE-IDX) NOT = SPACES AND
                      PY-NONCOV-CODE(WS-CODE-IDX) = CL-TREAT-CODE
                       MOVE "NON-COVERED-CODE" TO WS-HOLD-RULE
                       ADD 1 TO WS-NONCOV-COUNTER
                   END-IF
               END-PERFORM
           END-IF.

      * The extract carries no authorization numbers, so a code on
      * the payer's prior-authorization list is always held for the
      * desk to confirm the authorization before release.
           IF LINE-IS-CLEAN
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > 10 OR NOT LINE-IS-CLEAN
                   IF PY-AUTH-CODE(WS-CODE-IDX) NOT = SPACES AND
                      PY-AUTH-CODE(WS-CODE-IDX) = CL-TREAT-CODE
                       MOVE "PRIOR-AUTH-REQUIRED" TO WS-HOLD-RULE
                       ADD 1 TO WS-AUTH-COUNTER
                   END-IF
               END-PERFORM
           END-IF.

       RELEASE-CLAIM-LINE.
           MOVE CLAIM-REC TO BUREAU-REC.
           WRITE BUREAU-REC.
           IF WS-BUREAU-FILE-STATUS NOT = "00"
               PERFORM BUREAU-IO-FAILURE
           END-IF.
           ADD 1 TO WS-RELEASED-COUNTER.
           ADD CL-CHARGE TO WS-RELEASED-AMT.

       HOLD-CLAIM-LINE.
           MOVE SPACES TO HELD-REC.
           MOVE CLAIM-REC TO HC-CLAIM-LINE.
           MOVE WS-COVERAGE-PAYER TO HC-PAYER.
           MOVE WS-HOLD-RULE TO HC-RULE.
           MOVE WS-HOLD-DETAIL TO HC-DETAIL.
           WRITE HELD-REC.
           IF WS-HELD-FILE-STATUS NOT = "00"
               PERFORM HELD-IO-FAILURE
           END-IF.
           ADD 1 TO WS-HELD-COUNTER.
           IF CL-CHARGE IS NUMERIC
               ADD CL-CHARGE TO WS-HELD-AMT
           END-IF.

       WRITE-SCRUB-SUMMARY.
      * The reconciliation the billing office signs off on: every
      * extract line and every cent is either released or held.
           COMPUTE WS-BALANCE-COUNTER =
               WS-RELEASED-COUNTER + WS-HELD-COUNTER.
           COMPUTE WS-BALANCE-AMT = WS-RELEASED-AMT + WS-HELD-AMT.
           IF WS-BALANCE-COUNTER NOT = WS-READ-COUNTER OR
              WS-BALANCE-AMT NOT = WS-READ-AMT
               SET SCRUB-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE WS-READ-AMT TO WS-READ-AMT-ED.
           MOVE WS-RELEASED-AMT TO WS-RELEASED-AMT-ED.
           MOVE WS-HELD-AMT TO WS-HELD-AMT-ED.

           DISPLAY "===== CLAIM-SCRUB RUN SUMMARY =====".
           DISPLAY "Claim lines read         : " WS-READ-COUNTER
                   "  charges " WS-READ-AMT-ED.
           DISPLAY "Released to bureau       : " WS-RELEASED-COUNTER
                   "  charges " WS-RELEASED-AMT-ED.
           DISPLAY "Held for billing desk    : " WS-HELD-COUNTER
                   "  charges " WS-HELD-AMT-ED.
           DISPLAY "  No coverage            : " WS-NO-COVER-COUNTER.
           DISPLAY "  Coverage not active    : " WS-INACTIVE-COUNTER.
           DISPLAY "  No payer rules         : " WS-NO-RULES-COUNTER.
           DISPLAY "  Timely filing          : " WS-FILING-COUNTER.
           DISPLAY "  Non-covered code       : " WS-NONCOV-COUNTER.
           DISPLAY "  Prior auth required    : " WS-AUTH-COUNTER.
           DISPLAY "  Invalid line           : " WS-INVALID-COUNTER.
           IF SCRUB-IN-BALANCE
               DISPLAY "Held + released = read  : IN BALANCE"
           ELSE
               DISPLAY "Held + released = read  : OUT OF BALANCE"
           END-IF.

           MOVE SPACES TO SCRUB-REPORT-REC.
           STRING "NO-COVERAGE:" WS-NO-COVER-COUNTER
                  " COVERAGE-NOT-ACTIVE:" WS-INACTIVE-COUNTER
                  " NO-PAYER-RULES:" WS-NO-RULES-COUNTER
                  " TIMELY-FILING:" WS-FILING-COUNTER
                  " NON-COVERED-CODE:" WS-NONCOV-COUNTER
                  " PRIOR-AUTH-REQUIRED:" WS-AUTH-COUNTER
                  " INVALID-LINE:" WS-INVALID-COUNTER
                  DELIMITED BY SIZE INTO SCRUB-REPORT-REC.
           WRITE SCRUB-REPORT-REC.

           MOVE SPACES TO SCRUB-REPORT-REC.
           IF SCRUB-IN-BALANCE
               STRING "READ:" WS-READ-COUNTER " " WS-READ-AMT-ED
                      " RELEASED:" WS-RELEASED-COUNTER " "
                      WS-RELEASED-AMT-ED
                      " HELD:" WS-HELD-COUNTER " " WS-HELD-AMT-ED
                      " BALANCE:OK"
                      DELIMITED BY SIZE INTO SCRUB-REPORT-REC
           ELSE
               STRING "READ:" WS-READ-COUNTER " " WS-READ-AMT-ED
                      " RELEASED:" WS-RELEASED-COUNTER " "
                      WS-RELEASED-AMT-ED
                      " HELD:" WS-HELD-COUNTER " " WS-HELD-AMT-ED
                      " BALANCE:OUT-OF-BALANCE"
                      DELIMITED BY SIZE INTO SCRUB-REPORT-REC
           END-IF.
           WRITE SCRUB-REPORT-REC.

       RELEASE-FIXED-LINES.
      * RELEASE mode, start to finish. The release date must not be
      * on the book yet: REMIT-RECONCILE absorbs a date's claim
      * lines once, all together, so lines released under a date it
      * has already absorbed would never be booked. Nor may the date
      * be reconciling while the release is written.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "REMIT-RECONCILE" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS NOT = "NONE"
               DISPLAY "CLAIM-SCRUB: REMIT-RECONCILE for "
                       WS-RC-DATE " is " WS-RC-STATUS " -- release "
                       "under a date not yet reconciled; stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-RELEASE-DATE-OPEN.
           PERFORM STAMP-JOB-START.

           PERFORM OPEN-RELEASE-FILES.
           PERFORM UNTIL EOF
               READ RELEASE-IN
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM RELEASE-ONE-FIXED-LINE
               END-READ
           END-PERFORM.

           PERFORM WRITE-RELEASE-SUMMARY.
           CLOSE RELEASE-IN BILLED-LEDGER BUREAU-OUT SCRUB-REPORT.
           IF SCRUB-OUT-OF-BALANCE
               DISPLAY "CLAIM-SCRUB: released + refused does not "
                       "equal the release file -- do not send "
                       WS-BUREAU-NAME " to the bureau."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM STAMP-JOB-END.
           IF WS-REFUSED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Claim release complete.".
           STOP RUN.

       CHECK-RELEASE-DATE-OPEN.
      * Any line on the book extracted on the release date means the
      * date has been absorbed (a remittance run for another date
      * may have absorbed it under PATIENT_CLAIM_DATE).
           OPEN INPUT OUTSTANDING-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL EOF
                       READ OUTSTANDING-IN
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               IF OC-EXTRACT-DATE = WS-RUN-DATE
                                   DISPLAY "CLAIM-SCRUB: "
                                       "claims_outstanding.dat "
                                       "already holds lines of "
                                       WS-RUN-DATE " -- release "
                                       "under a later date; "
                                       "stopping."
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OUTSTANDING-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CLAIM-SCRUB: claims_outstanding.dat OPEN "
                           "failed, status " WS-IN-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE "N" TO EOF-FLAG.

       OPEN-RELEASE-FILES.
      * Rebuilt from scratch like the scrub's outputs, so a rerun of
      * the release date is safe.
           OPEN INPUT RELEASE-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "CLAIM-SCRUB: no release file "
                           WS-RELEASE-NAME " -- nothing to release."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "CLAIM-SCRUB: release file OPEN failed, "
                           "status " WS-IN-FILE-STATUS " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT BILLED-LEDGER.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "CLAIM-SCRUB: billed_ledger.dat OPEN failed, "
                       "status " WS-LEDGER-FILE-STATUS
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BUREAU-OUT SCRUB-REPORT.
           IF WS-BUREAU-FILE-STATUS NOT = "00"
               PERFORM BUREAU-IO-FAILURE
           END-IF.

       RELEASE-ONE-FIXED-LINE.
      * The rules are not checked again -- fixing what they flagged
      * (an authorization the extract cannot carry, coverage loaded
      * late) is what the desk did. What is checked is that the line
      * is one the batch billed: on the ledger under its patient,
      * date, code and provider.
           ADD 1 TO WS-READ-COUNTER.
           MOVE SPACES TO WS-REFUSE-REASON.
           IF RL-CHARGE IS NUMERIC
               ADD RL-CHARGE TO WS-READ-AMT
           END-IF.
           IF RL-PATIENT-ID IS NOT NUMERIC OR
              RL-TREAT-DATE IS NOT NUMERIC OR
              RL-CHARGE IS NOT NUMERIC
               MOVE "INVALID-LINE" TO WS-REFUSE-REASON
           ELSE
               PERFORM FIND-LINE-ON-LEDGER
               IF LINE-NOT-BILLED
                   MOVE "NOT-ON-LEDGER" TO WS-REFUSE-REASON
               END-IF
           END-IF.

           IF WS-REFUSE-REASON = SPACES
               MOVE RL-CLAIM-LINE TO BUREAU-REC
               WRITE BUREAU-REC
               IF WS-BUREAU-FILE-STATUS NOT = "00"
                   PERFORM BUREAU-IO-FAILURE
               END-IF
               ADD 1 TO WS-RELEASED-COUNTER
               ADD RL-CHARGE TO WS-RELEASED-AMT
           ELSE
               ADD 1 TO WS-REFUSED-COUNTER
               IF RL-CHARGE IS NUMERIC
                   ADD RL-CHARGE TO WS-REFUSED-AMT
               END-IF
               MOVE SPACES TO SCRUB-REPORT-REC
               STRING "REFUSED " WS-REFUSE-REASON " LINE:"
                      RL-CLAIM-LINE
                      DELIMITED BY SIZE INTO SCRUB-REPORT-REC
               WRITE SCRUB-REPORT-REC
           END-IF.

       FIND-LINE-ON-LEDGER.
           SET LINE-NOT-BILLED TO TRUE.
           MOVE RL-PATIENT-ID TO BL-PATIENT-ID.
           MOVE RL-TREAT-DATE TO BL-TREAT-DATE.
           MOVE RL-TREAT-CODE TO BL-TREAT-CODE.
           MOVE RL-PROVIDER TO BL-PROVIDER.
           MOVE 0 TO BL-OCCURRENCE.
           START BILLED-LEDGER KEY NOT < BL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BILLED-LEDGER NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BL-PATIENT-ID = RL-PATIENT-ID AND
                              BL-TREAT-DATE = RL-TREAT-DATE AND
                              BL-TREAT-CODE = RL-TREAT-CODE AND
                              BL-PROVIDER = RL-PROVIDER
                               SET LINE-ON-LEDGER TO TRUE
                           END-IF
                   END-READ
           END-START.
           IF WS-LEDGER-FILE-STATUS NOT = "00" AND
              WS-LEDGER-FILE-STATUS NOT = "10" AND
              WS-LEDGER-FILE-STATUS NOT = "23"
               DISPLAY "CLAIM-SCRUB: billed_ledger.dat read error, "
                       "status " WS-LEDGER-FILE-STATUS
                       " -- stopping; do not send the release file."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-RELEASE-SUMMARY.
           COMPUTE WS-BALANCE-COUNTER =
               WS-RELEASED-COUNTER + WS-REFUSED-COUNTER.
           COMPUTE WS-BALANCE-AMT = WS-RELEASED-AMT + WS-REFUSED-AMT.
           IF WS-BALANCE-COUNTER NOT = WS-READ-COUNTER OR
              WS-BALANCE-AMT NOT = WS-READ-AMT
               SET SCRUB-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE WS-READ-AMT TO WS-READ-AMT-ED.
           MOVE WS-RELEASED-AMT TO WS-RELEASED-AMT-ED.
           MOVE WS-REFUSED-AMT TO WS-REFUSED-AMT-ED.

           DISPLAY "===== CLAIM-SCRUB RELEASE SUMMARY =====".
           DISPLAY "Fixed lines read         : " WS-READ-COUNTER
                   "  charges " WS-READ-AMT-ED.
           DISPLAY "Released to bureau       : " WS-RELEASED-COUNTER
                   "  charges " WS-RELEASED-AMT-ED.
           DISPLAY "Refused                  : " WS-REFUSED-COUNTER
                   "  charges " WS-REFUSED-AMT-ED.

           MOVE SPACES TO SCRUB-REPORT-REC.
           IF SCRUB-IN-BALANCE
               STRING "READ:" WS-READ-COUNTER " " WS-READ-AMT-ED
                      " RELEASED:" WS-RELEASED-COUNTER " "
                      WS-RELEASED-AMT-ED
                      " REFUSED:" WS-REFUSED-COUNTER " "
                      WS-REFUSED-AMT-ED
                      " BALANCE:OK"
                      DELIMITED BY SIZE INTO SCRUB-REPORT-REC
           ELSE
               STRING "READ:" WS-READ-COUNTER " " WS-READ-AMT-ED
                      " RELEASED:" WS-RELEASED-COUNTER " "
                      WS-RELEASED-AMT-ED
                      " REFUSED:" WS-REFUSED-COUNTER " "
                      WS-REFUSED-AMT-ED
                      " BALANCE:OUT-OF-BALANCE"
                      DELIMITED BY SIZE INTO SCRUB-REPORT-REC
           END-IF.
           WRITE SCRUB-REPORT-REC.
