       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-CLOSE.

      * Month-end accounts-receivable close. REMIT-RECONCILE keeps
      * the open book line by line; finance needs the month as a
      * rollforward --
      *
      *   beginning AR + charges billed - payments - write-offs
      *   = ending AR
      *
      * -- in total and broken out by payer, facility and canonical
      * provider, with the ending balance aged CURRENT / 30 / 60 /
      * 90 / 120 days at every level. The ending balance of every
      * open claim line is kept as a permanent month-end snapshot,
      * which is the next close's beginning balance.
      *
      * The close proves the book before it closes it. Every claim
      * line is rebuilt from the prior snapshot, the month's claim
      * extracts and the month's posting journals, and must come out
      * at exactly what claims_outstanding.dat holds for it. A line
      * that does not -- the book restored or edited by hand, an
      * extract the reconciliation never absorbed, a remittance day
      * rerun -- is listed as a MISMATCH and the close refuses to
      * run (RETURN-CODE 16, no snapshot written) until the book is
      * put right.
      *
      * The close may run any time after the month has ended, once
      * the month's last REMIT-RECONCILE is done: postings dated
      * after the month are backed out of the book to get the
      * month-end balance, and lines extracted after it are left for
      * next month. It refuses to close a month whose following
      * month has already been closed.
      *
      * A claim line carries neither payer nor facility, so each line
      * is attributed the first time the close sees it, and keeps
      * that attribution on the snapshot for its life on the book:
      *   payer    -- the patient's payer on coverage_ref.dat
      *   facility -- the facility the service arrived from, on the
      *               billed-services ledger
      *   provider -- the canonical provider ID the claim line
      *               already carries
      * One that cannot be attributed is reported under UNKNWN.
      *
      * Patients merged since a line was booked are followed to
      * their survivor on the master (as MERGE-PROPAGATE does), so a
      * line re-keyed by the merge is still the same line here.
      *
      *   PATIENT_RUN_DATE  the usual override; postings are read up
      *                     to this date
      *   AR_CLOSE_MONTH    month to close, YYYYMM (default: the
      *                     calendar month before the run date)
      *   AR_OPENING        Y for the first close on a box: there is
      *                     no prior snapshot, so each line's
      *                     beginning balance is taken from the book
      *                     with the month's activity backed out
      *
      * Input : ar_snapshot_YYYYMM.dat for the prior month
      *         bureau_claims_YYYYMMDD.txt for each day of the month
      *         (or claim_lines_YYYYMMDD.txt, by the rule
      *         REMIT-RECONCILE books them by -- see
      *         CHOOSE-DAY-CLAIM-FILE), and released_claims_
      *         YYYYMMDD.txt, fixed lines CLAIM-SCRUB released
      *         under the day
      *         remit_postings_YYYYMMDD.txt from the month's first
      *         day up to the run date (REMIT-RECONCILE)
      *         payer_rules_ref.dat (only whether it exists),
      *         claims_outstanding.dat, master_patient.dat,
      *         coverage_ref.dat, billed_ledger.dat (all read only)
      * Output: ar_snapshot_YYYYMM.dat -- permanent: one line per
      *         open claim line with its attribution and month-end
      *         balance, then a trailer with the line count and total
      *         ar_close_work_YYYYMM.dat, ar_close_sum_YYYYMM.dat --
      *         the staged lines and the rollforward rows, rebuilt
      *         every run
      *         ar_close_report_YYYYMM.txt
      *
      * RETURN-CODE 4 when any line could not be attributed to a
      * payer or facility.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-SNAPSHOT
               ASSIGN TO DYNAMIC WS-PRIOR-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT NEW-SNAPSHOT
               ASSIGN TO DYNAMIC WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT CLAIM-LINES-IN
               ASSIGN TO DYNAMIC WS-CLAIM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT POSTING-JOURNAL
               ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT OUTSTANDING-IN
               ASSIGN TO "claims_outstanding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PAYER-RULES-REF
               ASSIGN TO "payer_rules_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYER
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT MASTER-PATIENT
               ASSIGN TO "master_patient.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT COVERAGE-REF
               ASSIGN TO "coverage_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-ID
               FILE STATUS IS WS-COVERAGE-FILE-STATUS.
           SELECT BILLED-LEDGER
               ASSIGN TO "billed_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT CLOSE-WORK
               ASSIGN TO DYNAMIC WS-WORK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT SUMMARY-WORK
               ASSIGN TO DYNAMIC WS-SUM-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SUM-FILE-STATUS.
           SELECT CLOSE-REPORT
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-SNAPSHOT
           LABEL RECORDS ARE STANDARD.
      * Same layout as NEW-SNAPSHOT below -- the prior month's close
      * wrote it.
       01  PRIOR-LINE-REC.
           05  PS-TYPE            PIC X.
               88  PS-LINE           VALUE "L".
               88  PS-TRAILER        VALUE "T".
           05  FILLER             PIC X.
           05  PS-PATIENT-ID      PIC 9(6).
           05  FILLER             PIC X.
           05  PS-TREAT-DATE      PIC 9(8).
           05  FILLER             PIC X.
           05  PS-TREAT-CODE      PIC X(6).
           05  FILLER             PIC X.
           05  PS-PROVIDER        PIC X(6).
           05  FILLER             PIC X.
           05  PS-EXTRACT-DATE    PIC 9(8).
           05  FILLER             PIC X.
           05  PS-PAYER           PIC X(20).
           05  FILLER             PIC X.
           05  PS-FACILITY        PIC X(6).
           05  FILLER             PIC X.
           05  PS-BALANCE         PIC 9(9)V99.
       01  PRIOR-TRAILER-REC.
           05  FILLER             PIC X(2).
           05  PT-MONTH           PIC 9(6).
           05  FILLER             PIC X.
           05  PT-LINES           PIC 9(7).
           05  FILLER             PIC X.
           05  PT-BALANCE         PIC 9(11)V99.
           05  FILLER             PIC X.
           05  PT-CLOSE-DATE      PIC 9(8).
           05  FILLER             PIC X.
           05  PT-OPERATOR        PIC X(20).

       FD  NEW-SNAPSHOT
           LABEL RECORDS ARE STANDARD.
      * One "L" line per claim line open at month end, in book key
      * order, then one "T" trailer: the month, the line count and
      * the total, so the next close can tell a complete snapshot
      * from a truncated one.
       01  SNAP-LINE-REC.
           05  SN-TYPE            PIC X.
           05  FILLER             PIC X.
           05  SN-PATIENT-ID      PIC 9(6).
           05  FILLER             PIC X.
           05  SN-TREAT-DATE      PIC 9(8).
           05  FILLER             PIC X.
           05  SN-TREAT-CODE      PIC X(6).
           05  FILLER             PIC X.
           05  SN-PROVIDER        PIC X(6).
           05  FILLER             PIC X.
           05  SN-EXTRACT-DATE    PIC 9(8).
           05  FILLER             PIC X.
           05  SN-PAYER           PIC X(20).
           05  FILLER             PIC X.
           05  SN-FACILITY        PIC X(6).
           05  FILLER             PIC X.
           05  SN-BALANCE         PIC 9(9)V99.
       01  SNAP-TRAILER-REC.
           05  ST-TYPE            PIC X.
           05  FILLER             PIC X.
           05  ST-MONTH           PIC 9(6).
           05  FILLER             PIC X.
           05  ST-LINES           PIC 9(7).
           05  FILLER             PIC X.
           05  ST-BALANCE         PIC 9(11)V99.
           05  FILLER             PIC X.
           05  ST-CLOSE-DATE      PIC 9(8).
           05  FILLER             PIC X.
           05  ST-OPERATOR        PIC X(20).

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

       FD  POSTING-JOURNAL
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in REMIT-RECONCILE,
      * which writes this file.
       01  POSTING-REC.
           05  PJ-TYPE            PIC X(3).
               88  PJ-PAYMENT        VALUE "PAY".
               88  PJ-WRITE-OFF      VALUE "WOF".
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

       FD  PAYER-RULES-REF
           LABEL RECORDS ARE STANDARD.
      * Only opened to see whether the scrub is in use on this box.
      * Layout must stay in step with the FD in PAYER-RULES-LOAD.
       01  PAYER-RULES-REC.
           05  PY-PAYER           PIC X(20).
           05  PY-FILING-DAYS     PIC 9(3).
           05  PY-NONCOV-CODE     OCCURS 10 TIMES PIC X(6).
           05  PY-AUTH-CODE       OCCURS 10 TIMES PIC X(6).

       FD  MASTER-PATIENT
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the other MASTER-PATIENT FDs.
       01  MASTER-PATIENT-REC.
           05  MP-ID              PIC 9(6).
           05  MP-NAME            PIC A(30).
           05  MP-SSN             PIC 9(9).
           05  MP-LAST-RUN-DATE   PIC 9(8) VALUE 0.
           05  MP-STATUS          PIC X.
               88  MP-ACTIVE         VALUE "A" SPACE.
               88  MP-INACTIVE       VALUE "I".
               88  MP-MERGED         VALUE "M".
           05  MP-MERGED-TO       PIC 9(6).

       FD  COVERAGE-REF
           LABEL RECORDS ARE STANDARD.
      * Built by COVERAGE-LOAD; layout must stay in step with the FD
      * in that program.
       01  COVERAGE-REC.
           05  CV-ID              PIC 9(6).
           05  CV-PAYER           PIC X(20).
           05  CV-STATUS          PIC X(8).

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

       FD  CLOSE-WORK
           LABEL RECORDS ARE STANDARD.
      * One record per claim line, keyed as the book identifies it
      * (patient -- the survivor, for a merged one -- treatment
      * date, code, provider, extract date). Genuine duplicates on
      * one treatment table share a record: they share every
      * attribution, and their balances are simply added. The
      * movements are kept apart so the line can be proved:
      *   AW-BEGIN      prior snapshot balance
      *   AW-CHARGES    the month's extracts
      *   AW-PAYMENTS   PAY postings dated in the month
      *   AW-WRITE-OFFS WOF postings dated in the month
      *   AW-BOOK       what claims_outstanding.dat holds now
      *   AW-LATER      postings dated after the month, which the
      *                 book already reflects
       01  CLOSE-WORK-REC.
           05  AW-KEY.
               10  AW-PATIENT-ID  PIC 9(6).
               10  AW-TREAT-DATE  PIC 9(8).
               10  AW-TREAT-CODE  PIC X(6).
               10  AW-PROVIDER    PIC X(6).
               10  AW-EXTRACT-DATE PIC 9(8).
           05  AW-PAYER           PIC X(20).
           05  AW-FACILITY        PIC X(6).
           05  AW-BEGIN           PIC S9(9)V99.
           05  AW-CHARGES         PIC S9(9)V99.
           05  AW-PAYMENTS        PIC S9(9)V99.
           05  AW-WRITE-OFFS      PIC S9(9)V99.
           05  AW-BOOK            PIC S9(9)V99.
           05  AW-LATER           PIC S9(9)V99.

       FD  SUMMARY-WORK
           LABEL RECORDS ARE STANDARD.
      * One rollforward row per reporting level and value: level 1
      * the whole book, 2 a payer, 3 a facility, 4 a provider.
      * SM-AGE holds the ending balance by bucket: CURRENT, 30-59,
      * 60-89, 90-119, 120 and over.
       01  SUMMARY-REC.
           05  SM-KEY.
               10  SM-LEVEL       PIC 9.
               10  SM-VALUE       PIC X(20).
           05  SM-LINES           PIC 9(7).
           05  SM-BEGIN           PIC S9(11)V99.
           05  SM-CHARGES         PIC S9(11)V99.
           05  SM-PAYMENTS        PIC S9(11)V99.
           05  SM-WRITE-OFFS      PIC S9(11)V99.
           05  SM-ENDING          PIC S9(11)V99.
           05  SM-AGE             OCCURS 5 TIMES PIC S9(11)V99.

       FD  CLOSE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CLOSE-REPORT-REC  PIC A(200).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X VALUE "N".
           88  EOF            VALUE "Y".
           88  NOT-EOF        VALUE "N".

       01  WS-IN-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SNAP-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-COVERAGE-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-LEDGER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-SUM-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-RULES-FILE-STATUS    PIC XX VALUE SPACES.

      * The references are read only and optional: without one the
      * close still runs, loudly, the way the batch runs without its
      * references.
       01  WS-MASTER-FLAG    PIC X VALUE "N".
           88  MASTER-AVAILABLE  VALUE "Y".
           88  MASTER-MISSING    VALUE "N".
       01  WS-COVREF-FLAG    PIC X VALUE "N".
           88  COVREF-AVAILABLE  VALUE "Y".
           88  COVREF-MISSING    VALUE "N".
       01  WS-LEDGER-FLAG    PIC X VALUE "N".
           88  LEDGER-AVAILABLE  VALUE "Y".
           88  LEDGER-MISSING    VALUE "N".

       01  WS-SCRUB-FLAG     PIC X VALUE "N".
           88  SCRUB-IN-USE      VALUE "Y".
           88  SCRUB-NOT-IN-USE  VALUE "N".
       01  WS-SCRUB-STATUS   PIC X(8).
       01  WS-OPENING-FLAG   PIC X VALUE "N".
           88  OPENING-CLOSE     VALUE "Y".
           88  ROLLING-CLOSE     VALUE "N".
       01  WS-TRAILER-FLAG   PIC X VALUE "N".
           88  TRAILER-SEEN      VALUE "Y".
           88  TRAILER-MISSING   VALUE "N".
       01  WS-GROUP-FLAG     PIC X VALUE "N".
           88  GROUP-NEW         VALUE "Y".
           88  GROUP-ON-FILE     VALUE "N".
       01  WS-CHAIN-FLAG     PIC X VALUE "N".
           88  CHAIN-RESOLVED    VALUE "Y".
           88  CHAIN-BROKEN      VALUE "B".
           88  CHAIN-OPEN        VALUE "N".
       01  WS-CHAIN-HOPS     PIC 9(2).

      * The month being closed and the dates around it.
       01  WS-CLOSE-MONTH    PIC 9(6).
       01  WS-MONTH-OVERRIDE PIC X(6) VALUE SPACES.
       01  WS-OPENING-PARM   PIC X VALUE SPACES.
       01  WS-MONTH-START    PIC 9(8).
       01  WS-MONTH-START-R  REDEFINES WS-MONTH-START.
           05  WS-MS-YYYYMM      PIC 9(6).
           05  WS-MS-MM REDEFINES WS-MS-YYYYMM.
               10  FILLER        PIC 9(4).
               10  WS-MS-MONTH   PIC 9(2).
           05  WS-MS-DD          PIC 9(2).
       01  WS-MONTH-END      PIC 9(8).
       01  WS-PRIOR-MONTH    PIC 9(6).
       01  WS-NEXT-MONTH     PIC 9(6).
       01  WS-DATE-WORK      PIC 9(8).
       01  WS-DATE-WORK-R    REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYYMM      PIC 9(6).
           05  WS-DW-DD          PIC 9(2).
       01  WS-START-DAY-NO   PIC 9(7).
       01  WS-END-DAY-NO     PIC 9(7).
       01  WS-RUN-DAY-NO     PIC 9(7).
       01  WS-DAY-NO         PIC 9(7).
       01  WS-LOOP-DATE      PIC 9(8).

       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE  PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID        PIC X(20) VALUE SPACES.

       01  WS-AUTH-FUNCTION  PIC X(8).
       01  WS-AUTH-FLAG      PIC X.
           88  OPERATOR-AUTHORIZED   VALUE "Y".
           88  OPERATOR-DENIED       VALUE "N".

       01  WS-RC-ACTION      PIC X(5).
       01  WS-RC-JOB         PIC X(20).
       01  WS-RC-DATE        PIC 9(8).
       01  WS-RC-STATUS      PIC X(8).

       01  WS-PRIOR-SNAP-NAME   PIC X(40).
       01  WS-SNAP-NAME         PIC X(40).
       01  WS-NEXT-SNAP-NAME    PIC X(40).
       01  WS-CLAIM-NAME        PIC X(40).
       01  WS-JOURNAL-NAME      PIC X(40).
       01  WS-WORK-NAME         PIC X(40).
       01  WS-SUM-NAME          PIC X(40).
       01  WS-REPORT-NAME       PIC X(40).

      * One movement on its way to a claim line: the line's key
      * (patient already followed to its survivor), the ID it
      * arrived under (which the attribution lookups use first),
      * what kind of movement it is and the amount.
       01  WS-GROUP-KEY.
           05  WS-G-PATIENT-ID    PIC 9(6).
           05  WS-G-TREAT-DATE    PIC 9(8).
           05  WS-G-TREAT-CODE    PIC X(6).
           05  WS-G-PROVIDER      PIC X(6).
           05  WS-G-EXTRACT-DATE  PIC 9(8).
       01  WS-ARRIVED-ID     PIC 9(6).
       01  WS-CHAIN-ID       PIC 9(6).
       01  WS-MOVE-KIND      PIC X.
           88  MOVE-BEGIN        VALUE "B".
           88  MOVE-CHARGE       VALUE "C".
           88  MOVE-PAYMENT      VALUE "P".
           88  MOVE-WRITE-OFF    VALUE "W".
           88  MOVE-BOOK         VALUE "K".
           88  MOVE-LATER        VALUE "L".
       01  WS-MOVE-AMOUNT    PIC S9(9)V99.
       01  WS-SNAP-PAYER     PIC X(20).
       01  WS-SNAP-FACILITY  PIC X(6).

      * Proving and closing one line.
       01  WS-EXPECTED       PIC S9(9)V99.
       01  WS-ENDING         PIC S9(9)V99.
       01  WS-AGE-DAYS       PIC S9(7).
       01  WS-AGE-IDX        PIC 9.
       01  WS-LEVEL-IDX      PIC 9.

      * Counters and control totals.
       01  WS-PRIOR-LINES       PIC 9(7) VALUE 0.
       01  WS-PRIOR-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-EXTRACT-FILES     PIC 9(3) VALUE 0.
       01  WS-JOURNAL-FILES     PIC 9(3) VALUE 0.
       01  WS-CHARGE-LINES      PIC 9(7) VALUE 0.
       01  WS-POSTING-LINES     PIC 9(7) VALUE 0.
       01  WS-LATER-POSTINGS    PIC 9(7) VALUE 0.
       01  WS-BOOK-LINES        PIC 9(7) VALUE 0.
       01  WS-NEXT-MONTH-LINES  PIC 9(7) VALUE 0.
       01  WS-GROUP-COUNTER     PIC 9(7) VALUE 0.
       01  WS-MISMATCH-COUNTER  PIC 9(7) VALUE 0.
       01  WS-NO-PAYER-COUNTER  PIC 9(7) VALUE 0.
       01  WS-NO-FAC-COUNTER    PIC 9(7) VALUE 0.
       01  WS-SNAP-LINES        PIC 9(7) VALUE 0.
       01  WS-SNAP-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-EXCESS-TOTAL      PIC S9(11)V99 VALUE 0.

      * Report editing.
       01  WS-AMT-ED         PIC Z(8)9.99-.
       01  WS-AMT-ED2        PIC Z(8)9.99-.
       01  WS-AMT-ED3        PIC Z(8)9.99-.
       01  WS-AMT-ED4        PIC Z(8)9.99-.
       01  WS-AMT-ED5        PIC Z(8)9.99-.
       01  WS-LEVEL-NAME     PIC X(8).
       01  WS-LEVEL-NAMES    PIC X(32)
               VALUE "TOTAL   PAYER   FACILITYPROVIDER".
       01  WS-LEVEL-NAME-TABLE REDEFINES WS-LEVEL-NAMES.
           05  WS-LEVEL-LABEL    OCCURS 4 TIMES PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-CONTEXT.
           PERFORM SETUP-FILE-NAMES.
           PERFORM CHECK-RUN-INTERLOCKS.
      * Everything that can refuse the close before the book is read
      * is checked before the job is stamped, so a close that could
      * never succeed is not left INPROG holding off REMIT-RECONCILE
      * -- which may be the very run needed to put things right.
           PERFORM CHECK-PRIOR-SNAPSHOT.
           PERFORM STAMP-JOB-START.

           PERFORM OPEN-REFERENCES.
           PERFORM OPEN-CLOSE-WORK.
           PERFORM LOAD-PRIOR-SNAPSHOT.
           PERFORM LOAD-MONTH-CHARGES.
           PERFORM LOAD-MONTH-POSTINGS.
           PERFORM LOAD-OPEN-BOOK.
           PERFORM CLOSE-REFERENCES.

           OPEN OUTPUT CLOSE-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM PROVE-CLAIM-LINES.
           IF WS-MISMATCH-COUNTER > 0
               PERFORM REFUSE-UNPROVEN-BOOK
           END-IF.

           PERFORM CLOSE-CLAIM-LINES.
           PERFORM WRITE-ROLLFORWARD.
           CLOSE CLOSE-REPORT CLOSE-WORK.

           PERFORM STAMP-JOB-END.
           PERFORM WRITE-CLOSE-SUMMARY.
           IF WS-NO-PAYER-COUNTER > 0 OR WS-NO-FAC-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Month-end AR close complete.".
           STOP RUN.

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

           PERFORM CHECK-OPERATOR-AUTH.
           PERFORM GET-CLOSE-MONTH.

           DISPLAY "AR_OPENING" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPENING-PARM FROM ENVIRONMENT-VALUE.
           IF WS-OPENING-PARM = "Y"
               SET OPENING-CLOSE TO TRUE
           END-IF.

       CHECK-OPERATOR-AUTH.
      * OPERATOR-AUTH audits the denial itself; the stop here is
      * all that is left to do.
           MOVE "ARCLOSE" TO WS-AUTH-FUNCTION.
           CALL "OPERATOR-AUTH" USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-RUN-DATE WS-AUTH-FLAG
           END-CALL.
           IF OPERATOR-DENIED
               DISPLAY "AR-CLOSE: operator " WS-OPERATOR-ID
                       " is not authorized for " WS-AUTH-FUNCTION
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GET-CLOSE-MONTH.
      * Default: the calendar month before the run date. Then the
      * month's first and last days, and the months either side
      * (the prior snapshot to open from, the next one that must
      * not exist yet).
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE 1 TO WS-MS-DD.
           COMPUTE WS-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1.
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
           MOVE WS-DW-YYYYMM TO WS-CLOSE-MONTH.

           DISPLAY "AR_CLOSE_MONTH" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MONTH-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-MONTH-OVERRIDE IS NUMERIC
               MOVE WS-MONTH-OVERRIDE TO WS-CLOSE-MONTH
           END-IF.

           MOVE WS-CLOSE-MONTH TO WS-MS-YYYYMM.
           MOVE 1 TO WS-MS-DD.
      * INTEGER-OF-DATE answers zero for a date that is not one.
           IF WS-MS-MONTH < 1 OR WS-MS-MONTH > 12
               MOVE 0 TO WS-START-DAY-NO
           ELSE
               COMPUTE WS-START-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           END-IF.
           IF WS-START-DAY-NO = 0
               DISPLAY "AR-CLOSE: " WS-CLOSE-MONTH " is not a valid "
                       "month (YYYYMM) -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-DAY-NO = WS-START-DAY-NO - 1.
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
           MOVE WS-DW-YYYYMM TO WS-PRIOR-MONTH.
      * Any day of the next month, back to its first, back one day.
           COMPUTE WS-DAY-NO = WS-START-DAY-NO + 31.
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
           MOVE WS-DW-YYYYMM TO WS-NEXT-MONTH.
           MOVE 1 TO WS-DW-DD.
           COMPUTE WS-END-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1.
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-END-DAY-NO).
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           IF WS-RUN-DATE NOT > WS-MONTH-END
               DISPLAY "AR-CLOSE: " WS-CLOSE-MONTH " does not end "
                       "until " WS-MONTH-END " -- a month is closed "
                       "after its last day; stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SETUP-FILE-NAMES.
           STRING "ar_snapshot_" WS-PRIOR-MONTH ".dat"
                  DELIMITED BY SIZE INTO WS-PRIOR-SNAP-NAME.
           STRING "ar_snapshot_" WS-CLOSE-MONTH ".dat"
                  DELIMITED BY SIZE INTO WS-SNAP-NAME.
           STRING "ar_snapshot_" WS-NEXT-MONTH ".dat"
                  DELIMITED BY SIZE INTO WS-NEXT-SNAP-NAME.
           STRING "ar_close_work_" WS-CLOSE-MONTH ".dat"
                  DELIMITED BY SIZE INTO WS-WORK-NAME.
           STRING "ar_close_sum_" WS-CLOSE-MONTH ".dat"
                  DELIMITED BY SIZE INTO WS-SUM-NAME.
           STRING "ar_close_report_" WS-CLOSE-MONTH ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-NAME.

       CHECK-RUN-INTERLOCKS.
      * Every day from the month's first to the run date: nothing
      * may still be writing the book, the postings or an extract
      * the close is about to read.
           MOVE "CHECK" TO WS-RC-ACTION.
           PERFORM VARYING WS-DAY-NO FROM WS-START-DAY-NO BY 1
                   UNTIL WS-DAY-NO > WS-RUN-DAY-NO
               COMPUTE WS-RC-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
               MOVE "REMIT-RECONCILE" TO WS-RC-JOB
               PERFORM CHECK-ONE-INTERLOCK
               MOVE "MERGE-PROPAGATE" TO WS-RC-JOB
               PERFORM CHECK-ONE-INTERLOCK
               MOVE "PATIENT-BATCH" TO WS-RC-JOB
               PERFORM CHECK-ONE-INTERLOCK
               MOVE "CLAIM-SCRUB" TO WS-RC-JOB
               PERFORM CHECK-ONE-INTERLOCK
               MOVE "CLAIM-RELEASE" TO WS-RC-JOB
               PERFORM CHECK-ONE-INTERLOCK
           END-PERFORM.

      * Every day of the month must have a claim file the close can
      * read the way REMIT-RECONCILE booked it.
           OPEN INPUT PAYER-RULES-REF.
           IF WS-RULES-FILE-STATUS = "00"
               SET SCRUB-IN-USE TO TRUE
               CLOSE PAYER-RULES-REF
           END-IF.
           PERFORM VARYING WS-DAY-NO FROM WS-START-DAY-NO BY 1
                   UNTIL WS-DAY-NO > WS-END-DAY-NO
               COMPUTE WS-LOOP-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
               PERFORM CHOOSE-DAY-CLAIM-FILE
           END-PERFORM.

      * Closing a month again after the next one has been closed
      * would change the beginning balance that close was proved
      * against.
           MOVE WS-NEXT-SNAP-NAME TO WS-SNAP-NAME.
           OPEN INPUT NEW-SNAPSHOT.
           IF WS-SNAP-FILE-STATUS = "00"
               CLOSE NEW-SNAPSHOT
               DISPLAY "AR-CLOSE: " WS-NEXT-SNAP-NAME " exists -- "
                       WS-NEXT-MONTH " is already closed; refusing "
                       "to close " WS-CLOSE-MONTH " again."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-SNAP-NAME.
           STRING "ar_snapshot_" WS-CLOSE-MONTH ".dat"
                  DELIMITED BY SIZE INTO WS-SNAP-NAME.

       CHECK-ONE-INTERLOCK.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "AR-CLOSE: " WS-RC-JOB " for " WS-RC-DATE
                       " is INPROG -- the book is still being "
                       "written; refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           MOVE "AR-CLOSE" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       STAMP-JOB-END.
           MOVE "END" TO WS-RC-ACTION.
           MOVE "AR-CLOSE" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       OPEN-REFERENCES.
           OPEN INPUT MASTER-PATIENT.
           EVALUATE WS-MASTER-FILE-STATUS
               WHEN "00"
                   SET MASTER-AVAILABLE TO TRUE
               WHEN "35"
                   DISPLAY "AR-CLOSE: WARNING -- master_patient.dat "
                           "not found; merged patients are not "
                           "followed to their survivors."
               WHEN OTHER
                   PERFORM MASTER-IO-FAILURE
           END-EVALUATE.
           OPEN INPUT COVERAGE-REF.
           EVALUATE WS-COVERAGE-FILE-STATUS
               WHEN "00"
                   SET COVREF-AVAILABLE TO TRUE
               WHEN "35"
                   DISPLAY "AR-CLOSE: WARNING -- coverage_ref.dat "
                           "not found; new lines go to payer UNKNWN."
               WHEN OTHER
                   DISPLAY "AR-CLOSE: coverage_ref.dat OPEN failed, "
                           "status " WS-COVERAGE-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT BILLED-LEDGER.
           EVALUATE WS-LEDGER-FILE-STATUS
               WHEN "00"
                   SET LEDGER-AVAILABLE TO TRUE
               WHEN "35"
                   DISPLAY "AR-CLOSE: WARNING -- billed_ledger.dat "
                           "not found; new lines go to facility "
                           "UNKNWN."
               WHEN OTHER
                   DISPLAY "AR-CLOSE: billed_ledger.dat OPEN failed, "
                           "status " WS-LEDGER-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CLOSE-REFERENCES.
           IF MASTER-AVAILABLE
               CLOSE MASTER-PATIENT
           END-IF.
           IF COVREF-AVAILABLE
               CLOSE COVERAGE-REF
           END-IF.
           IF LEDGER-AVAILABLE
               CLOSE BILLED-LEDGER
           END-IF.

       MASTER-IO-FAILURE.
           DISPLAY "AR-CLOSE: master_patient.dat I/O error, status "
                   WS-MASTER-FILE-STATUS " -- stopping.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       OPEN-CLOSE-WORK.
      * Rebuilt every run: create it empty, then reopen I-O so each
      * movement can find its line and add to it.
           OPEN OUTPUT CLOSE-WORK.
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM WORK-IO-FAILURE
           END-IF.
           CLOSE CLOSE-WORK.
           OPEN I-O CLOSE-WORK.
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM WORK-IO-FAILURE
           END-IF.

       WORK-IO-FAILURE.
           DISPLAY "AR-CLOSE: close work file I/O error, status "
                   WS-WORK-FILE-STATUS " -- stopping; nothing has "
                   "been closed.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       CHECK-PRIOR-SNAPSHOT.
      * The prior month's snapshot is the beginning balance. With
      * none, the close runs only when AR_OPENING says this is the
      * first close; with one, AR_OPENING is refused -- the book has
      * already been opened. A snapshot without its trailer, or
      * whose lines do not add up to it, is not used. This pass only
      * proves the file; LOAD-PRIOR-SNAPSHOT posts it.
           OPEN INPUT PRIOR-SNAPSHOT.
           EVALUATE WS-SNAP-FILE-STATUS
               WHEN "00"
                   IF OPENING-CLOSE
                       DISPLAY "AR-CLOSE: " WS-PRIOR-SNAP-NAME
                               " exists -- the book has already "
                               "been opened; AR_OPENING refused."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "35"
                   IF ROLLING-CLOSE
                       DISPLAY "AR-CLOSE: " WS-PRIOR-SNAP-NAME
                               " not found -- close "
                               WS-PRIOR-MONTH " first, or set "
                               "AR_OPENING=Y if this is the first "
                               "close; stopping."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY "AR-CLOSE: opening close -- beginning "
                           "balances are taken from the book."
               WHEN OTHER
                   DISPLAY "AR-CLOSE: " WS-PRIOR-SNAP-NAME
                           " OPEN failed, status "
                           WS-SNAP-FILE-STATUS " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF ROLLING-CLOSE
               PERFORM UNTIL EOF
                   READ PRIOR-SNAPSHOT
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-SNAPSHOT-LINE
                   END-READ
               END-PERFORM
               CLOSE PRIOR-SNAPSHOT
               MOVE "N" TO EOF-FLAG
               PERFORM CHECK-PRIOR-TRAILER
           END-IF.

       CHECK-ONE-SNAPSHOT-LINE.
           EVALUATE TRUE
               WHEN PS-LINE AND NOT TRAILER-SEEN
                   ADD 1 TO WS-PRIOR-LINES
                   ADD PS-BALANCE TO WS-PRIOR-TOTAL
               WHEN PS-TRAILER AND NOT TRAILER-SEEN
                   SET TRAILER-SEEN TO TRUE
                   IF PT-LINES NOT = WS-PRIOR-LINES
                      OR PT-BALANCE NOT = WS-PRIOR-TOTAL
                      OR PT-MONTH NOT = WS-PRIOR-MONTH
                       PERFORM REFUSE-PRIOR-SNAPSHOT
                   END-IF
               WHEN OTHER
                   PERFORM REFUSE-PRIOR-SNAPSHOT
           END-EVALUATE.

       LOAD-PRIOR-SNAPSHOT.
      * CHECK-PRIOR-SNAPSHOT has already proved the file; each line
      * is now posted as its claim line's beginning balance.
           IF ROLLING-CLOSE
               OPEN INPUT PRIOR-SNAPSHOT
               IF WS-SNAP-FILE-STATUS NOT = "00"
                   DISPLAY "AR-CLOSE: " WS-PRIOR-SNAP-NAME
                           " OPEN failed, status "
                           WS-SNAP-FILE-STATUS " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL EOF
                   READ PRIOR-SNAPSHOT
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF PS-LINE
                               PERFORM LOAD-ONE-SNAPSHOT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-SNAPSHOT
               MOVE "N" TO EOF-FLAG
           END-IF.

       LOAD-ONE-SNAPSHOT-LINE.
           MOVE PS-PATIENT-ID TO WS-ARRIVED-ID.
           MOVE PS-TREAT-DATE TO WS-G-TREAT-DATE.
           MOVE PS-TREAT-CODE TO WS-G-TREAT-CODE.
           MOVE PS-PROVIDER TO WS-G-PROVIDER.
           MOVE PS-EXTRACT-DATE TO WS-G-EXTRACT-DATE.
           MOVE PS-PAYER TO WS-SNAP-PAYER.
           MOVE PS-FACILITY TO WS-SNAP-FACILITY.
           SET MOVE-BEGIN TO TRUE.
           MOVE PS-BALANCE TO WS-MOVE-AMOUNT.
           PERFORM POST-MOVEMENT.

       CHECK-PRIOR-TRAILER.
           IF TRAILER-MISSING
               PERFORM REFUSE-PRIOR-SNAPSHOT
           END-IF.

       REFUSE-PRIOR-SNAPSHOT.
           DISPLAY "AR-CLOSE: " WS-PRIOR-SNAP-NAME " is incomplete "
                   "or damaged (" WS-PRIOR-LINES " lines read) -- "
                   "restore it and rerun; stopping.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       LOAD-MONTH-CHARGES.
      * Every day of the month, the lines REMIT-RECONCILE books for
      * that claim date: the scrubbed bureau file, or the raw extract
      * where the scrub never ran. A day the batch did not run has
      * neither.
           PERFORM VARYING WS-DAY-NO FROM WS-START-DAY-NO BY 1
                   UNTIL WS-DAY-NO > WS-END-DAY-NO
               COMPUTE WS-LOOP-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
               PERFORM LOAD-ONE-DAY-CHARGES
           END-PERFORM.

       CHOOSE-DAY-CLAIM-FILE.
      * REMIT-RECONCILE's CHOOSE-CLAIM-EXTRACT rule for the day in
      * WS-LOOP-DATE, into WS-CLAIM-NAME: the bureau file when there
      * is one; else the raw extract, but only where the scrub is
      * not in use or the day's batch predates run-control. A
      * finished batch with the scrub in use and no bureau file is
      * a day REMIT-RECONCILE will not book -- refused here too.
           MOVE SPACES TO WS-CLAIM-NAME.
           STRING "bureau_claims_" WS-LOOP-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-CLAIM-NAME.
           OPEN INPUT CLAIM-LINES-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   CLOSE CLAIM-LINES-IN
               WHEN "35"
                   IF SCRUB-IN-USE
                       PERFORM CHECK-DAY-SCRUBBED
                   END-IF
                   MOVE SPACES TO WS-CLAIM-NAME
                   STRING "claim_lines_" WS-LOOP-DATE ".txt"
                          DELIMITED BY SIZE INTO WS-CLAIM-NAME
               WHEN OTHER
                   DISPLAY "AR-CLOSE: " WS-CLAIM-NAME " OPEN failed, "
                           "status " WS-IN-FILE-STATUS " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CHECK-DAY-SCRUBBED.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "CLAIM-SCRUB" TO WS-RC-JOB.
           MOVE WS-LOOP-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           MOVE WS-RC-STATUS TO WS-SCRUB-STATUS.
           MOVE "PATIENT-BATCH" TO WS-RC-JOB.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "DONE"
               DISPLAY "AR-CLOSE: no bureau file for " WS-LOOP-DATE
                       " (CLAIM-SCRUB " WS-SCRUB-STATUS ") -- scrub "
                       "the extract and reconcile it first; refusing "
                       "to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-DAY-CHARGES.
      * The day's claim file, then any fixed lines released under
      * the day -- REMIT-RECONCILE books both with the day's date.
           PERFORM CHOOSE-DAY-CLAIM-FILE.
           PERFORM LOAD-ONE-CLAIM-FILE.
           MOVE SPACES TO WS-CLAIM-NAME.
           STRING "released_claims_" WS-LOOP-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-CLAIM-NAME.
           PERFORM LOAD-ONE-CLAIM-FILE.

       LOAD-ONE-CLAIM-FILE.
           OPEN INPUT CLAIM-LINES-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   ADD 1 TO WS-EXTRACT-FILES
                   PERFORM UNTIL EOF
                       READ CLAIM-LINES-IN
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-CHARGE
                       END-READ
                   END-PERFORM
                   CLOSE CLAIM-LINES-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AR-CLOSE: " WS-CLAIM-NAME " OPEN failed, "
                           "status " WS-IN-FILE-STATUS " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE "N" TO EOF-FLAG.

       LOAD-ONE-CHARGE.
           ADD 1 TO WS-CHARGE-LINES.
           MOVE CL-PATIENT-ID TO WS-ARRIVED-ID.
           MOVE CL-TREAT-DATE TO WS-G-TREAT-DATE.
           MOVE CL-TREAT-CODE TO WS-G-TREAT-CODE.
           MOVE CL-PROVIDER TO WS-G-PROVIDER.
           MOVE WS-LOOP-DATE TO WS-G-EXTRACT-DATE.
           SET MOVE-CHARGE TO TRUE.
           MOVE CL-CHARGE TO WS-MOVE-AMOUNT.
           PERFORM POST-MOVEMENT.

       LOAD-MONTH-POSTINGS.
      * The posting journals from the month's first day to the run
      * date. A posting dated in the month is the month's payment or
      * write-off; one dated after it is already in the book, and is
      * kept apart so the month-end balance can be recovered. Lines
      * extracted after the month belong to the next close.
           PERFORM VARYING WS-DAY-NO FROM WS-START-DAY-NO BY 1
                   UNTIL WS-DAY-NO > WS-RUN-DAY-NO
               COMPUTE WS-LOOP-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
               PERFORM LOAD-ONE-DAY-POSTINGS
           END-PERFORM.

       LOAD-ONE-DAY-POSTINGS.
           MOVE SPACES TO WS-JOURNAL-NAME.
           STRING "remit_postings_" WS-LOOP-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-JOURNAL-NAME.
           OPEN INPUT POSTING-JOURNAL.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   ADD 1 TO WS-JOURNAL-FILES
                   PERFORM UNTIL EOF
                       READ POSTING-JOURNAL
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-POSTING
                       END-READ
                   END-PERFORM
                   CLOSE POSTING-JOURNAL
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AR-CLOSE: " WS-JOURNAL-NAME " OPEN "
                           "failed, status " WS-IN-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE "N" TO EOF-FLAG.

       LOAD-ONE-POSTING.
           IF PJ-EXTRACT-DATE NOT > WS-MONTH-END
               ADD 1 TO WS-POSTING-LINES
               MOVE PJ-PATIENT-ID TO WS-ARRIVED-ID
               MOVE PJ-TREAT-DATE TO WS-G-TREAT-DATE
               MOVE PJ-TREAT-CODE TO WS-G-TREAT-CODE
               MOVE PJ-PROVIDER TO WS-G-PROVIDER
               MOVE PJ-EXTRACT-DATE TO WS-G-EXTRACT-DATE
               MOVE PJ-APPLIED TO WS-MOVE-AMOUNT
               EVALUATE TRUE
                   WHEN WS-LOOP-DATE > WS-MONTH-END
                       ADD 1 TO WS-LATER-POSTINGS
                       SET MOVE-LATER TO TRUE
                   WHEN PJ-WRITE-OFF
                       SET MOVE-WRITE-OFF TO TRUE
                   WHEN OTHER
                       SET MOVE-PAYMENT TO TRUE
                       ADD PJ-EXCESS TO WS-EXCESS-TOTAL
               END-EVALUATE
               PERFORM POST-MOVEMENT
           END-IF.

       LOAD-OPEN-BOOK.
      * What the book holds for each line now. A line it has already
      * settled is simply not there (zero). A missing book is a box
      * REMIT-RECONCILE has never run on.
           OPEN INPUT OUTSTANDING-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL EOF
                       READ OUTSTANDING-IN
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-BOOK-LINE
                       END-READ
                   END-PERFORM
                   CLOSE OUTSTANDING-IN
               WHEN "35"
                   DISPLAY "AR-CLOSE: WARNING -- "
                           "claims_outstanding.dat not found; the "
                           "book is empty."
               WHEN OTHER
                   DISPLAY "AR-CLOSE: claims_outstanding.dat OPEN "
                           "failed, status " WS-IN-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE "N" TO EOF-FLAG.

       LOAD-ONE-BOOK-LINE.
           IF OC-EXTRACT-DATE > WS-MONTH-END
               ADD 1 TO WS-NEXT-MONTH-LINES
           ELSE
               ADD 1 TO WS-BOOK-LINES
               MOVE OC-PATIENT-ID TO WS-ARRIVED-ID
               MOVE OC-TREAT-DATE TO WS-G-TREAT-DATE
               MOVE OC-TREAT-CODE TO WS-G-TREAT-CODE
               MOVE OC-PROVIDER TO WS-G-PROVIDER
               MOVE OC-EXTRACT-DATE TO WS-G-EXTRACT-DATE
               SET MOVE-BOOK TO TRUE
               IF OC-PAID < OC-CHARGE
                   COMPUTE WS-MOVE-AMOUNT = OC-CHARGE - OC-PAID
               ELSE
                   MOVE 0 TO WS-MOVE-AMOUNT
               END-IF
               PERFORM POST-MOVEMENT
           END-IF.

       POST-MOVEMENT.
      * Add one movement to its claim line, creating (and
      * attributing) the line the first time it is seen.
           PERFORM FOLLOW-TO-SURVIVOR.
           MOVE WS-GROUP-KEY TO AW-KEY.
           SET GROUP-ON-FILE TO TRUE.
           READ CLOSE-WORK
               INVALID KEY
                   SET GROUP-NEW TO TRUE
           END-READ.
           IF WS-WORK-FILE-STATUS NOT = "00" AND
              WS-WORK-FILE-STATUS NOT = "23"
               PERFORM WORK-IO-FAILURE
           END-IF.
           IF GROUP-NEW
               MOVE WS-GROUP-KEY TO AW-KEY
               MOVE 0 TO AW-BEGIN AW-CHARGES AW-PAYMENTS
                         AW-WRITE-OFFS AW-BOOK AW-LATER
               IF MOVE-BEGIN
                   MOVE WS-SNAP-PAYER TO AW-PAYER
                   MOVE WS-SNAP-FACILITY TO AW-FACILITY
               ELSE
                   PERFORM ATTRIBUTE-CLAIM-LINE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN MOVE-BEGIN
                   ADD WS-MOVE-AMOUNT TO AW-BEGIN
               WHEN MOVE-CHARGE
                   ADD WS-MOVE-AMOUNT TO AW-CHARGES
               WHEN MOVE-PAYMENT
                   ADD WS-MOVE-AMOUNT TO AW-PAYMENTS
               WHEN MOVE-WRITE-OFF
                   ADD WS-MOVE-AMOUNT TO AW-WRITE-OFFS
               WHEN MOVE-BOOK
                   ADD WS-MOVE-AMOUNT TO AW-BOOK
               WHEN MOVE-LATER
                   ADD WS-MOVE-AMOUNT TO AW-LATER
           END-EVALUATE.
           IF GROUP-NEW
               ADD 1 TO WS-GROUP-COUNTER
               WRITE CLOSE-WORK-REC
           ELSE
               REWRITE CLOSE-WORK-REC
           END-IF.
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM WORK-IO-FAILURE
           END-IF.

       FOLLOW-TO-SURVIVOR.
      * The ID a movement arrived under, followed along MP-MERGED-TO
      * to the first record that is not itself merged. A chain that
      * breaks (or loops) leaves the line under the ID it arrived
      * with -- MERGE-PROPAGATE will not have re-keyed it either.
           MOVE WS-ARRIVED-ID TO WS-G-PATIENT-ID.
           IF MASTER-AVAILABLE
               SET CHAIN-OPEN TO TRUE
               MOVE 0 TO WS-CHAIN-HOPS
               MOVE WS-ARRIVED-ID TO WS-CHAIN-ID
               PERFORM FOLLOW-MERGE-LINK
                   UNTIL CHAIN-RESOLVED OR CHAIN-BROKEN
               IF CHAIN-RESOLVED
                   MOVE WS-CHAIN-ID TO WS-G-PATIENT-ID
               END-IF
           END-IF.

       FOLLOW-MERGE-LINK.
           ADD 1 TO WS-CHAIN-HOPS.
           MOVE WS-CHAIN-ID TO MP-ID.
           READ MASTER-PATIENT
               INVALID KEY
                   SET CHAIN-BROKEN TO TRUE
           END-READ.
           IF WS-MASTER-FILE-STATUS NOT = "00" AND
              WS-MASTER-FILE-STATUS NOT = "23"
               PERFORM MASTER-IO-FAILURE
           END-IF.
           IF NOT CHAIN-BROKEN
               IF MP-MERGED
                   IF WS-CHAIN-HOPS > 10
                       SET CHAIN-BROKEN TO TRUE
                   ELSE
                       MOVE MP-MERGED-TO TO WS-CHAIN-ID
                   END-IF
               ELSE
                   SET CHAIN-RESOLVED TO TRUE
               END-IF
           END-IF.

       ATTRIBUTE-CLAIM-LINE.
      * Payer from coverage, facility from the ledger entry that
      * billed the service -- each tried under the ID the line
      * arrived with, then under its survivor.
           MOVE "UNKNWN" TO AW-PAYER.
           MOVE "UNKNWN" TO AW-FACILITY.
           IF COVREF-AVAILABLE
               MOVE WS-ARRIVED-ID TO CV-ID
               PERFORM READ-LINE-COVERAGE
               IF AW-PAYER = "UNKNWN" AND
                  WS-G-PATIENT-ID NOT = WS-ARRIVED-ID
                   MOVE WS-G-PATIENT-ID TO CV-ID
                   PERFORM READ-LINE-COVERAGE
               END-IF
           END-IF.
           IF LEDGER-AVAILABLE
               MOVE WS-ARRIVED-ID TO BL-PATIENT-ID
               PERFORM READ-LINE-LEDGER
               IF AW-FACILITY = "UNKNWN" AND
                  WS-G-PATIENT-ID NOT = WS-ARRIVED-ID
                   MOVE WS-G-PATIENT-ID TO BL-PATIENT-ID
                   PERFORM READ-LINE-LEDGER
               END-IF
           END-IF.
           IF AW-PAYER = "UNKNWN"
               ADD 1 TO WS-NO-PAYER-COUNTER
           END-IF.
           IF AW-FACILITY = "UNKNWN"
               ADD 1 TO WS-NO-FAC-COUNTER
           END-IF.

       READ-LINE-COVERAGE.
           READ COVERAGE-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CV-PAYER NOT = SPACES
                       MOVE CV-PAYER TO AW-PAYER
                   END-IF
           END-READ.
           IF WS-COVERAGE-FILE-STATUS NOT = "00" AND
              WS-COVERAGE-FILE-STATUS NOT = "23"
               DISPLAY "AR-CLOSE: coverage_ref.dat I/O error, "
                       "status " WS-COVERAGE-FILE-STATUS
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-LINE-LEDGER.
      * BL-PATIENT-ID is set. The ledger keys each billed service
      * by patient, date, code and provider, then occurrence; the
      * first occurrence carries the facility.
           MOVE WS-G-TREAT-DATE TO BL-TREAT-DATE.
           MOVE WS-G-TREAT-CODE TO BL-TREAT-CODE.
           MOVE WS-G-PROVIDER TO BL-PROVIDER.
           MOVE 0 TO BL-OCCURRENCE.
           START BILLED-LEDGER KEY NOT < BL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM READ-LEDGER-FACILITY
           END-START.
           IF WS-LEDGER-FILE-STATUS NOT = "00" AND
              WS-LEDGER-FILE-STATUS NOT = "10" AND
              WS-LEDGER-FILE-STATUS NOT = "23"
               DISPLAY "AR-CLOSE: billed_ledger.dat I/O error, "
                       "status " WS-LEDGER-FILE-STATUS
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-LEDGER-FACILITY.
           READ BILLED-LEDGER NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF BL-TREAT-DATE = WS-G-TREAT-DATE
                      AND BL-TREAT-CODE = WS-G-TREAT-CODE
                      AND BL-PROVIDER = WS-G-PROVIDER
                      AND BL-FACILITY-ID NOT = SPACES
                      AND (BL-PATIENT-ID = WS-ARRIVED-ID OR
                           BL-PATIENT-ID = WS-G-PATIENT-ID)
                       MOVE BL-FACILITY-ID TO AW-FACILITY
                   END-IF
           END-READ.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "AR-CLOSE MONTH:" WS-CLOSE-MONTH
                  " FROM:" WS-MONTH-START
                  " TO:" WS-MONTH-END
                  " RUN:" WS-RUN-DATE
                  " OPERATOR:" WS-OPERATOR-ID
                  DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.
           MOVE SPACES TO CLOSE-REPORT-REC.
           IF OPENING-CLOSE
               STRING "BEGINNING: OPENING CLOSE -- TAKEN FROM THE "
                      "BOOK"
                      DELIMITED BY SIZE INTO CLOSE-REPORT-REC
           ELSE
               MOVE WS-PRIOR-TOTAL TO WS-AMT-ED
               STRING "BEGINNING: " WS-PRIOR-SNAP-NAME
                      DELIMITED BY SPACE
                      " LINES:" WS-PRIOR-LINES
                      " BALANCE:" WS-AMT-ED
                      DELIMITED BY SIZE INTO CLOSE-REPORT-REC
           END-IF.
           WRITE CLOSE-REPORT-REC.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "READ: EXTRACT-FILES:" WS-EXTRACT-FILES
                  " CLAIM-LINES:" WS-CHARGE-LINES
                  " JOURNALS:" WS-JOURNAL-FILES
                  " POSTINGS:" WS-POSTING-LINES
                  " POSTED-AFTER-MONTH:" WS-LATER-POSTINGS
                  " BOOK-LINES:" WS-BOOK-LINES
                  " NEXT-MONTH-LINES:" WS-NEXT-MONTH-LINES
                  DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.

       PROVE-CLAIM-LINES.
      * First pass over the lines: each must come out at its book
      * balance. On an opening close there is nothing to prove the
      * beginning against, so it is derived -- but it still cannot
      * be negative, and a line extracted in the month cannot have
      * had one.
           MOVE LOW-VALUES TO AW-KEY.
           START CLOSE-WORK KEY NOT < AW-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
               READ CLOSE-WORK NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM PROVE-ONE-CLAIM-LINE
               END-READ
               IF NOT EOF AND WS-WORK-FILE-STATUS NOT = "00"
                   PERFORM WORK-IO-FAILURE
               END-IF
           END-PERFORM.
           MOVE "N" TO EOF-FLAG.

       PROVE-ONE-CLAIM-LINE.
           COMPUTE WS-ENDING = AW-BOOK + AW-LATER.
           IF OPENING-CLOSE
               COMPUTE AW-BEGIN = WS-ENDING - AW-CHARGES
                                + AW-PAYMENTS + AW-WRITE-OFFS
               REWRITE CLOSE-WORK-REC
               IF WS-WORK-FILE-STATUS NOT = "00"
                   PERFORM WORK-IO-FAILURE
               END-IF
               IF AW-BEGIN < 0 OR
                  (AW-BEGIN NOT = 0 AND
                   AW-EXTRACT-DATE NOT < WS-MONTH-START)
                   MOVE AW-BEGIN TO WS-EXPECTED
                   PERFORM WRITE-MISMATCH-LINE
               END-IF
           ELSE
               COMPUTE WS-EXPECTED = AW-BEGIN + AW-CHARGES
                                   - AW-PAYMENTS - AW-WRITE-OFFS
               IF WS-EXPECTED NOT = WS-ENDING
                   PERFORM WRITE-MISMATCH-LINE
               END-IF
           END-IF.

       WRITE-MISMATCH-LINE.
           ADD 1 TO WS-MISMATCH-COUNTER.
           MOVE AW-BEGIN TO WS-AMT-ED.
           MOVE AW-CHARGES TO WS-AMT-ED2.
           COMPUTE WS-AMT-ED3 = AW-PAYMENTS + AW-WRITE-OFFS.
           MOVE WS-EXPECTED TO WS-AMT-ED4.
           MOVE WS-ENDING TO WS-AMT-ED5.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "MISMATCH ID:" AW-PATIENT-ID
                  " DATE:" AW-TREAT-DATE
                  " CODE:" AW-TREAT-CODE
                  " PROV:" AW-PROVIDER
                  " EXTRACT:" AW-EXTRACT-DATE
                  " PRIOR:" WS-AMT-ED
                  " CHARGED:" WS-AMT-ED2
                  " CREDITS:" WS-AMT-ED3
                  " EXPECTED:" WS-AMT-ED4
                  " BOOK:" WS-AMT-ED5
                  DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.

       REFUSE-UNPROVEN-BOOK.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "REFUSED: " WS-MISMATCH-COUNTER " CLAIM LINES DO "
                  "NOT RECONCILE TO THE OPEN BOOK -- NO SNAPSHOT "
                  "WRITTEN"
                  DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.
           CLOSE CLOSE-REPORT CLOSE-WORK.
           DISPLAY "AR-CLOSE: " WS-MISMATCH-COUNTER " claim lines "
                   "do not reconcile from " WS-PRIOR-SNAP-NAME
                   " to claims_outstanding.dat -- see "
                   WS-REPORT-NAME "; nothing has been closed.".
      * Nothing permanent has been written: the job is closed so the
      * reconciliation runs that repair the book are not held off.
           PERFORM STAMP-JOB-END.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       CLOSE-CLAIM-LINES.
      * Second pass, the book proved: every line's movements go into
      * its rollforward rows, and a line still owing at month end
      * goes onto the snapshot.
           OPEN OUTPUT SUMMARY-WORK.
           IF WS-SUM-FILE-STATUS NOT = "00"
               PERFORM SUMMARY-IO-FAILURE
           END-IF.
           CLOSE SUMMARY-WORK.
           OPEN I-O SUMMARY-WORK.
           IF WS-SUM-FILE-STATUS NOT = "00"
               PERFORM SUMMARY-IO-FAILURE
           END-IF.
           OPEN OUTPUT NEW-SNAPSHOT.
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "AR-CLOSE: cannot write " WS-SNAP-NAME
                       ", status " WS-SNAP-FILE-STATUS
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO AW-KEY.
           START CLOSE-WORK KEY NOT < AW-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
               READ CLOSE-WORK NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM CLOSE-ONE-CLAIM-LINE
               END-READ
               IF NOT EOF AND WS-WORK-FILE-STATUS NOT = "00"
                   PERFORM WORK-IO-FAILURE
               END-IF
           END-PERFORM.
           MOVE "N" TO EOF-FLAG.

      * The trailer is written last: a snapshot without one is not a
      * finished close.
           MOVE SPACES TO SNAP-TRAILER-REC.
           MOVE "T" TO ST-TYPE.
           MOVE WS-CLOSE-MONTH TO ST-MONTH.
           MOVE WS-SNAP-LINES TO ST-LINES.
           MOVE WS-SNAP-TOTAL TO ST-BALANCE.
           MOVE WS-RUN-DATE TO ST-CLOSE-DATE.
           MOVE WS-OPERATOR-ID TO ST-OPERATOR.
           WRITE SNAP-TRAILER-REC.
           CLOSE NEW-SNAPSHOT.

       CLOSE-ONE-CLAIM-LINE.
           COMPUTE WS-ENDING = AW-BOOK + AW-LATER.
           IF AW-BEGIN NOT = 0 OR AW-CHARGES NOT = 0
              OR AW-PAYMENTS NOT = 0 OR AW-WRITE-OFFS NOT = 0
              OR WS-ENDING NOT = 0
               PERFORM AGE-CLAIM-LINE
               PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                       UNTIL WS-LEVEL-IDX > 4
                   PERFORM ADD-TO-ROLLFORWARD-ROW
               END-PERFORM
           END-IF.
           IF WS-ENDING > 0
               PERFORM WRITE-SNAPSHOT-LINE
           END-IF.

       AGE-CLAIM-LINE.
      * Aged from the extract date to the month's last day, the way
      * REMIT-RECONCILE ages the book.
           COMPUTE WS-AGE-DAYS = WS-END-DAY-NO -
               FUNCTION INTEGER-OF-DATE(AW-EXTRACT-DATE).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS >= 120
                   MOVE 5 TO WS-AGE-IDX
               WHEN WS-AGE-DAYS >= 90
                   MOVE 4 TO WS-AGE-IDX
               WHEN WS-AGE-DAYS >= 60
                   MOVE 3 TO WS-AGE-IDX
               WHEN WS-AGE-DAYS >= 30
                   MOVE 2 TO WS-AGE-IDX
               WHEN OTHER
                   MOVE 1 TO WS-AGE-IDX
           END-EVALUATE.

       ADD-TO-ROLLFORWARD-ROW.
           MOVE WS-LEVEL-IDX TO SM-LEVEL.
           EVALUATE WS-LEVEL-IDX
               WHEN 1
                   MOVE "ALL" TO SM-VALUE
               WHEN 2
                   MOVE AW-PAYER TO SM-VALUE
               WHEN 3
                   MOVE AW-FACILITY TO SM-VALUE
               WHEN 4
                   MOVE AW-PROVIDER TO SM-VALUE
           END-EVALUATE.
           READ SUMMARY-WORK
               INVALID KEY
                   MOVE 0 TO SM-LINES SM-BEGIN SM-CHARGES
                             SM-PAYMENTS SM-WRITE-OFFS SM-ENDING
                             SM-AGE(1) SM-AGE(2) SM-AGE(3)
                             SM-AGE(4) SM-AGE(5)
                   WRITE SUMMARY-REC
           END-READ.
           IF WS-SUM-FILE-STATUS NOT = "00"
               PERFORM SUMMARY-IO-FAILURE
           END-IF.
           ADD 1 TO SM-LINES.
           ADD AW-BEGIN TO SM-BEGIN.
           ADD AW-CHARGES TO SM-CHARGES.
           ADD AW-PAYMENTS TO SM-PAYMENTS.
           ADD AW-WRITE-OFFS TO SM-WRITE-OFFS.
           ADD WS-ENDING TO SM-ENDING.
           ADD WS-ENDING TO SM-AGE(WS-AGE-IDX).
           REWRITE SUMMARY-REC.
           IF WS-SUM-FILE-STATUS NOT = "00"
               PERFORM SUMMARY-IO-FAILURE
           END-IF.

       SUMMARY-IO-FAILURE.
           DISPLAY "AR-CLOSE: rollforward work file I/O error, "
                   "status " WS-SUM-FILE-STATUS " -- stopping.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       WRITE-SNAPSHOT-LINE.
           MOVE SPACES TO SNAP-LINE-REC.
           MOVE "L" TO SN-TYPE.
           MOVE AW-PATIENT-ID TO SN-PATIENT-ID.
           MOVE AW-TREAT-DATE TO SN-TREAT-DATE.
           MOVE AW-TREAT-CODE TO SN-TREAT-CODE.
           MOVE AW-PROVIDER TO SN-PROVIDER.
           MOVE AW-EXTRACT-DATE TO SN-EXTRACT-DATE.
           MOVE AW-PAYER TO SN-PAYER.
           MOVE AW-FACILITY TO SN-FACILITY.
           MOVE WS-ENDING TO SN-BALANCE.
           WRITE SNAP-LINE-REC.
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "AR-CLOSE: " WS-SNAP-NAME " write failed, "
                       "status " WS-SNAP-FILE-STATUS " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SNAP-LINES.
           ADD WS-ENDING TO WS-SNAP-TOTAL.

       WRITE-ROLLFORWARD.
      * The rows in key order: the total, then every payer,
      * facility and provider. Two report lines per row -- the
      * rollforward, then the ending balance aged.
           MOVE LOW-VALUES TO SM-KEY.
           START SUMMARY-WORK KEY NOT < SM-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
               READ SUMMARY-WORK NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-ROLLFORWARD-ROW
               END-READ
               IF NOT EOF AND WS-SUM-FILE-STATUS NOT = "00"
                   PERFORM SUMMARY-IO-FAILURE
               END-IF
           END-PERFORM.
           MOVE "N" TO EOF-FLAG.
           CLOSE SUMMARY-WORK.

           MOVE WS-SNAP-TOTAL TO WS-AMT-ED.
           MOVE WS-EXCESS-TOTAL TO WS-AMT-ED2.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "SNAPSHOT: " WS-SNAP-NAME DELIMITED BY SPACE
                  " LINES:" WS-SNAP-LINES
                  " BALANCE:" WS-AMT-ED
                  " UNAPPLIED-CASH:" WS-AMT-ED2
                  " NO-PAYER:" WS-NO-PAYER-COUNTER
                  " NO-FACILITY:" WS-NO-FAC-COUNTER
                  DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.

       WRITE-ROLLFORWARD-ROW.
           MOVE WS-LEVEL-LABEL(SM-LEVEL) TO WS-LEVEL-NAME.
           MOVE SM-BEGIN TO WS-AMT-ED.
           MOVE SM-CHARGES TO WS-AMT-ED2.
           MOVE SM-PAYMENTS TO WS-AMT-ED3.
           MOVE SM-WRITE-OFFS TO WS-AMT-ED4.
           MOVE SM-ENDING TO WS-AMT-ED5.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING WS-LEVEL-NAME " " SM-VALUE
                  " LINES:" SM-LINES
                  " BEGIN:" WS-AMT-ED
                  " CHARGES:" WS-AMT-ED2
                  " PAYMENTS:" WS-AMT-ED3
                  " WRITE-OFFS:" WS-AMT-ED4
                  " ENDING:" WS-AMT-ED5
                  DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.
           MOVE SM-AGE(1) TO WS-AMT-ED.
           MOVE SM-AGE(2) TO WS-AMT-ED2.
           MOVE SM-AGE(3) TO WS-AMT-ED3.
           MOVE SM-AGE(4) TO WS-AMT-ED4.
           MOVE SM-AGE(5) TO WS-AMT-ED5.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "         " SM-VALUE
                  " AGED    CURRENT:" WS-AMT-ED
                  " 30-59:" WS-AMT-ED2
                  " 60-89:" WS-AMT-ED3
                  " 90-119:" WS-AMT-ED4
                  " 120-PLUS:" WS-AMT-ED5
                  DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.

       WRITE-CLOSE-SUMMARY.
           DISPLAY "===== AR-CLOSE RUN SUMMARY =====".
           DISPLAY "Month closed             : " WS-CLOSE-MONTH.
           DISPLAY "Prior snapshot lines     : " WS-PRIOR-LINES.
           DISPLAY "Claim extracts read      : " WS-EXTRACT-FILES.
           DISPLAY "Claim lines charged      : " WS-CHARGE-LINES.
           DISPLAY "Posting journals read    : " WS-JOURNAL-FILES.
           DISPLAY "Postings applied         : " WS-POSTING-LINES.
           DISPLAY "Book lines read          : " WS-BOOK-LINES.
           DISPLAY "Claim lines proved       : " WS-GROUP-COUNTER.
           DISPLAY "Snapshot lines written   : " WS-SNAP-LINES.
           DISPLAY "Lines with no payer      : "
                   WS-NO-PAYER-COUNTER.
           DISPLAY "Lines with no facility   : " WS-NO-FAC-COUNTER.
           MOVE WS-SNAP-TOTAL TO WS-AMT-ED.
           DISPLAY "Ending AR                : " WS-AMT-ED.
