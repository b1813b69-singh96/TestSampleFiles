           SELECT PLAIN-LOG
               ASSIGN TO DYNAMIC WS-PLAIN-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      * OUTBOUND and TRANSMIT-MANIFEST are assigned to whichever
      * downstream destination's pair the current record routes to
      * -- see SELECT-DESTINATION-FILES.
           SELECT OUTBOUND
               ASSIGN TO DYNAMIC WS-OUTBOUND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-FILE-STATUS.
           SELECT PATIENT-REJECTS
               ASSIGN TO DYNAMIC WS-REJECTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT AUDIT-LOG
               ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT MASTER-PATIENT
               ASSIGN TO "master_patient.dat"
               ORGANIZATION IS INDEXED
               FILE STATUS IS WS-FEEREF-FILE-STATUS.
           SELECT TRANSMIT-MANIFEST
               ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.
           SELECT DISPOSITION-IN
               ASSIGN TO DYNAMIC WS-DISPOSITION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO DYNAMIC WS-FAC-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-RETURN-STATUS.
           SELECT SUBMISSION-LOG
               ASSIGN TO "submission_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBLOG-FILE-STATUS.
           SELECT BILLED-LEDGER
               ASSIGN TO "billed_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT PREVIOUSLY-BILLED-RPT
               ASSIGN TO DYNAMIC WS-BILLED-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CORRECTION-RPT
               ASSIGN TO DYNAMIC WS-CORRECTION-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTRICTION-REF
               ASSIGN TO "restriction_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-PATIENT-ID
               FILE STATUS IS WS-RESTRICT-FILE-STATUS.
           SELECT PRIVACY-HOLD-RPT
               ASSIGN TO DYNAMIC WS-PRIVACY-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESTINATION-REF
               ASSIGN TO "destination_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DEST-ID
               FILE STATUS IS WS-DESTREF-FILE-STATUS.
           SELECT ROUTE-REF
               ASSIGN TO "route_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-ROUTEREF-FILE-STATUS.
      * Partitioned runs (see GET-RUN-CONTEXT): the SPLIT pass writes
      * one partition file per partition plus the day's partition
      * plan, staging through two indexed work files; the MERGE pass
      * reads every partition's outputs back through MERGE-IN and
      * stages them in MERGE-WORK to rebuild the day's files.
           SELECT PARTITION-FILE
               ASSIGN TO DYNAMIC WS-PARTITION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-FILE-STATUS.
           SELECT PARTITION-PLAN
               ASSIGN TO DYNAMIC WS-PLAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT SPLIT-ID-WORK
               ASSIGN TO DYNAMIC WS-SPLIT-ID-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-PATIENT-ID
               FILE STATUS IS WS-SPLITID-FILE-STATUS.
           SELECT SPLIT-STAGE-WORK
               ASSIGN TO DYNAMIC WS-SPLIT-STAGE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SPLITSTAGE-FILE-STATUS.
           SELECT MERGE-WORK
               ASSIGN TO DYNAMIC WS-MERGE-WORK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS WS-MERGEWORK-FILE-STATUS.
           SELECT MERGE-IN
               ASSIGN TO DYNAMIC WS-MERGE-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGEIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CKPT-DISP-DRP-COUNT PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  CKPT-DISP-BAD-COUNT PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  CKPT-BILLED-COUNT  PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  CKPT-CORRECTION-COUNT PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  CKPT-HELD-OUT-COUNT PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  CKPT-HELD-BILL-COUNT PIC 9(7).
      * Outbound count per downstream destination, by ID -- each
      * destination's manifest sequence carries on from here after a
      * restart. Unused slots have a blank ID.
           05  FILLER             PIC X VALUE SPACE.
           05  CKPT-DEST-ENTRY OCCURS 11 TIMES.
               10  CKPT-DEST-ID       PIC X(8).
               10  FILLER             PIC X.
               10  CKPT-DEST-OUT-COUNT PIC 9(7).
               10  FILLER             PIC X.
      * Closing figures the merge of a partitioned run adds up across
      * partitions. The unpriced count is kept current like the
      * counters above; the skipped and per-batch processed counts
      * are re-derived on a restart (RECOUNT-WINDOW-DETAIL), so they
      * are only filled in by WRITE-CHECKPOINT-COMPLETE.
           05  CKPT-UNPRICED-COUNT PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  CKPT-SKIPPED-COUNT PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  CKPT-FAC-ENTRY OCCURS 20 TIMES.
               10  CKPT-FAC-PROCESSED PIC 9(7).
               10  FILLER             PIC X.

       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
      * it took (PROCESSED / REJECTED / EXCEPTION / DROPPED /
      * SKIPPED), the reason where one applies, its REC# in this
      * run's numbering, and its sequence within the corresponding
      * output file -- plus a RESTRICTED line for each destination a
      * disclosure restriction held the record out of, whose
      * sequence is its line on the held-for-privacy report.
      * PATIENT-DISP-INQUIRY reads this to answer "what happened to
      * patient X last night" without anyone opening the
      * (encrypted) outbound or grepping four files; layout must stay
      * in step with the FD there.
       01  DISP-INDEX-REC.
           05  FILLER             PIC X VALUE SPACE.
           05  IX-REC-NO          PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  IX-PATH            PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
           05  IX-REASON          PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  MAN-OUT-SEQ        PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  MAN-PATIENT-ID     PIC 9(6).
      * A partition's manifest carries the record's REC# in the day's
      * input after the usual fields, so the merge can put each
      * destination's lines back into input order and renumber them.
      * Only partition files are written this way; the merged
      * manifest is back to MANIFEST-REC.
       01  PART-MANIFEST-REC.
           05  PMN-MANIFEST-DATA  PIC X(14).
           05  PMN-SEPARATOR      PIC X.
           05  PMN-SOURCE-REC-NO  PIC 9(7).

       FD  DISPOSITION-IN
           LABEL RECORDS ARE STANDARD.
       FD  CLAIM-EXTRACT
           LABEL RECORDS ARE STANDARD.
      * One record per treatment occurrence of each clean patient --
      * the claim-line feed for the billing bureau, which CLAIM-SCRUB
      * checks against the payer rules before it goes. The file is also
      * re-read at end of run to tally the provider summary, which
      * keeps those tallies correct across a checkpoint restart
      * without carrying them in the checkpoint record. CL-PROVIDER
           05  CL-PROVIDER        PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  CL-CHARGE          PIC 9(7)V99.
      * Partition copy of a claim line: the 39 bytes of CLAIM-REC
      * (byte 40 of PCL-CLAIM-DATA is pad) plus the record's REC# in
      * the day's input, for the merge (as PART-MANIFEST-REC above).
       01  PART-CLAIM-REC.
           05  PCL-CLAIM-DATA     PIC X(40).
           05  PCL-SEPARATOR      PIC X.
           05  PCL-SOURCE-REC-NO  PIC 9(7).

       FD  PROVIDER-SUMMARY-RPT
           LABEL RECORDS ARE STANDARD.
           05  FILLER             PIC X VALUE SPACE.
           05  RS-COUNT           PIC 9(7).

       FD  SUBMISSION-LOG
           LABEL RECORDS ARE STANDARD.
      * Permanent (undated, EXTEND-ed) log of every HDR batch that
      * arrived, one line per batch per run: the facility, the
      * file's own creation date, the header/received/processed
      * counts and how verification judged it. SUBMISSION-MONITOR
      * reads this against each facility's FC-EXPECT-DAYS calendar,
      * so the layout must stay in step with the FD there.
       01  SUBMISSION-LOG-REC.
           05  SL-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  SL-RUN-TIME        PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  SL-FACILITY-ID     PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  SL-CREATE-DATE     PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  SL-EXPECTED        PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  SL-RECEIVED        PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  SL-PROCESSED       PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  SL-STATUS          PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  SL-FAIL-REASON     PIC X(20).

       FD  BILLED-LEDGER
           LABEL RECORDS ARE STANDARD.
      * Permanent ledger of every service ever sent to the billing
      * bureau, checked by WRITE-CLAIM-LINES before a claim line is
      * written -- clinics resend the whole treatment table every
      * time a patient comes back through, and without this each
      * resend billed the same treatments again. Keyed patient,
      * treatment date, code, canonical provider, then the
      * occurrence number of that identical service within the
      * record, so the same procedure genuinely done twice on one
      * day stays two billable services. The leading patient/date
      * lets one START find everything billed for that date, which
      * is how a changed code or provider is recognized. The
      * facility the service arrived from rides along so
      * LAB-RESULTS-INTAKE can route a result callback to the clinic
      * and provider that ordered the test; layout must stay in step
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

       FD  PREVIOUSLY-BILLED-RPT
           LABEL RECORDS ARE STANDARD.
       01  BILLED-RPT-REC    PIC A(200).

       FD  CORRECTION-RPT
           LABEL RECORDS ARE STANDARD.
       01  CORRECTION-RPT-REC PIC A(200).

       FD  RESTRICTION-REF
           LABEL RECORDS ARE STANDARD.
      * Patient disclosure restrictions kept by the privacy office
      * through PRIVACY-RESTRICT-MAINT; read-only here. Layout must
      * stay in step with the FD in that program. RX-EXP-DATE zero
      * means the restriction has no end date.
       01  RESTRICTION-REC.
           05  RX-PATIENT-ID      PIC 9(6).
           05  RX-TYPE            PIC X(8).
           05  RX-EFF-DATE        PIC 9(8).
           05  RX-EXP-DATE        PIC 9(8).
           05  RX-BLOCK           PIC X.
               88  RX-BLOCKS-OUTBOUND VALUE "O" "A".
               88  RX-BLOCKS-BILLING  VALUE "B" "A".
           05  RX-UPDATED-DATE    PIC 9(8).
           05  RX-UPDATED-BY      PIC X(20).

       FD  PRIVACY-HOLD-RPT
           LABEL RECORDS ARE STANDARD.
       01  PRIVACY-HOLD-REC  PIC A(200).

       FD  DESTINATION-REF
           LABEL RECORDS ARE STANDARD.
      * Downstream destinations maintained by ROUTE-LOAD; read once
      * at start of run into WS-DEST-TABLE. Layout must stay in step
      * with the FD in that program. A blank format or key variable
      * means the run-wide one.
       01  DESTINATION-REC.
           05  DS-DEST-ID         PIC X(8).
           05  DS-FORMAT          PIC X(6).
           05  DS-KEY-NAME        PIC X(30).

       FD  ROUTE-REF
           LABEL RECORDS ARE STANDARD.
      * Outbound routes maintained by ROUTE-LOAD, read by key for
      * every transmitted record. Layout must stay in step with the
      * FD in that program. "*" in either half of the key matches
      * anything.
       01  ROUTE-REC.
           05  RT-KEY.
               10  RT-FACILITY    PIC X(6).
               10  RT-PROC-CODE   PIC X(6).
           05  RT-DEST-ID         PIC X(8).

       FD  PARTITION-FILE
           LABEL RECORDS ARE STANDARD.
      * One partition of the day's input, written by the SPLIT pass
      * and read by that partition's run: detail records only, each
      * with its REC# in the original file (so every REC# on every
      * output is the one a serial run would have printed) and the
      * sequence of the HDR batch it sat in, 00 for a detail outside
      * any batch. The HDR/TRL records themselves stay behind -- each
      * partition re-reads the original file in its pre-scan for the
      * batch verdicts.
       01  PARTITION-REC.
           05  PN-REC-NO          PIC 9(7).
           05  FILLER             PIC X.
           05  PN-BATCH-SEQ       PIC 9(2).
           05  FILLER             PIC X.
           05  PN-PATIENT-DATA    PIC X(464).

       FD  PARTITION-PLAN
           LABEL RECORDS ARE STANDARD.
      * How the SPLIT pass divided the day: a PLAN line (when the
      * split started, how many partitions, how many lines the input
      * had, how many P-IDs turned up in more than one partition)
      * and a PART line per partition. The partitions and the merge
      * work from the PLAN line; the PART lines are for ops.
       01  PLAN-REC.
           05  PL-TYPE            PIC X(4).
               88  PL-PLAN-LINE      VALUE "PLAN".
           05  FILLER             PIC X.
           05  PL-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  PL-START-TIME      PIC 9(8).
           05  FILLER             PIC X.
           05  PL-PARTITIONS      PIC 9(2).
           05  FILLER             PIC X.
           05  PL-INPUT-LINES     PIC 9(7).
           05  FILLER             PIC X.
           05  PL-SHARED-IDS      PIC 9(7).
           05  FILLER             PIC X.
           05  PL-OPERATOR        PIC X(20).
       01  PLAN-PART-REC.
           05  PP-TYPE            PIC X(4).
           05  FILLER             PIC X.
           05  PP-PARTITION       PIC 9(2).
           05  FILLER             PIC X.
           05  PP-BATCHES         PIC 9(2).
           05  FILLER             PIC X.
           05  PP-DETAILS         PIC 9(7).

       FD  SPLIT-ID-WORK
           LABEL RECORDS ARE STANDARD.
      * SPLIT pass scratch, rebuilt every split: each P-ID in the
      * day's file with the partition it first landed in, flagged
      * once it turns up in a second one.
       01  SPLIT-ID-REC.
           05  SI-PATIENT-ID      PIC 9(6).
           05  SI-PARTITION       PIC 9(2).
           05  SI-SHARED-FLAG     PIC X.
               88  SI-SHARED         VALUE "Y".
               88  SI-NOT-SHARED     VALUE "N".

       FD  SPLIT-STAGE-WORK
           LABEL RECORDS ARE STANDARD.
      * SPLIT pass scratch: every detail keyed by its partition and
      * REC#, so each partition file is unloaded in input order with
      * one sequential walk.
       01  SPLIT-STAGE-REC.
           05  SS-KEY.
               10  SS-PARTITION   PIC 9(2).
               10  SS-REC-NO      PIC 9(7).
           05  SS-BATCH-SEQ       PIC 9(2).
           05  SS-PATIENT-DATA    PIC X(464).

       FD  MERGE-WORK
           LABEL RECORDS ARE STANDARD.
      * MERGE pass scratch: every line of every partition's outputs,
      * keyed by which day file it belongs to, its REC# in the day's
      * input and the order it was staged in. A record is processed
      * in exactly one partition, so lines sharing a REC# always come
      * from one partition file and keep their order there. MW-FILE-
      * CODE is LOG, REJ, EXC, UNC, IDX, CLM, PBL, COR, PRV, RET (the
      * facility return files, from the reject and exception lines),
      * or D plus the destination's table position for an outbound
      * line, whose P-ID rides beside it for the manifest.
       01  MERGE-WORK-REC.
           05  MW-KEY.
               10  MW-FILE-CODE   PIC X(3).
               10  MW-REC-NO      PIC 9(7).
               10  MW-STAGE-SEQ   PIC 9(9).
           05  MW-PATIENT-ID      PIC 9(6).
           05  MW-TEXT            PIC X(200).

       FD  MERGE-IN
           LABEL RECORDS ARE STANDARD.
      * Any one partition output being staged by the merge. Report
      * lines open with REC#; the disposition index, the partition
      * claim extract and the partition manifest carry it at fixed
      * positions of their own.
       01  MERGE-IN-REC          PIC X(200).
       01  MERGE-IN-REPORT-LINE.
           05  MI-REC-TAG         PIC X(4).
           05  MI-REC-NO          PIC 9(7).
           05  FILLER             PIC X(189).
       01  MERGE-IN-INDEX-LINE.
           05  FILLER             PIC X(7).
           05  MI-IX-REC-NO       PIC 9(7).
           05  FILLER             PIC X(186).
       01  MERGE-IN-CLAIM-LINE.
           05  FILLER             PIC X(41).
           05  MI-CLAIM-REC-NO    PIC 9(7).
           05  FILLER             PIC X(152).
       01  MERGE-IN-MANIFEST-LINE.
           05  FILLER             PIC X(8).
           05  MI-MAN-PATIENT-ID  PIC 9(6).
           05  FILLER             PIC X.
           05  MI-MAN-REC-NO      PIC 9(7).
           05  FILLER             PIC X(178).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X VALUE "N".
           88  EOF            VALUE "Y".
      * across runs.
       01  WS-PATIENT-IN-NAME   PIC X(40).
       01  WS-PLAIN-LOG-NAME    PIC X(40).
       01  WS-OUTBOUND-NAME     PIC X(50).
       01  WS-REJECTS-NAME      PIC X(40).
       01  WS-SUMMARY-NAME      PIC X(40).
       01  WS-CHECKPOINT-NAME   PIC X(40).
       01  WS-AUDIT-NAME        PIC X(40).
       01  WS-EXCEPTION-NAME    PIC X(40).
       01  WS-MANIFEST-NAME     PIC X(50).
       01  WS-CLAIM-NAME        PIC X(40).
       01  WS-DISPOSITION-NAME  PIC X(40).
       01  WS-UNCOVERED-NAME    PIC X(40).
       01  WS-DISP-INDEX-NAME   PIC X(40).
       01  WS-PROV-SUMMARY-NAME PIC X(40).
       01  WS-BILLED-RPT-NAME   PIC X(40).
       01  WS-CORRECTION-RPT-NAME PIC X(40).
       01  WS-PRIVACY-RPT-NAME  PIC X(40).

       01  WS-MASTER-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-DISP-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-COVERAGE-PAYER   PIC X(20).
       01  WS-UNCOVERED-COUNTER PIC 9(7) VALUE 0.

      * Billed-services ledger scratch for WRITE-CLAIM-LINES. Each
      * occurrence is classed before its claim line is written: not
      * yet billed (billed now and added to the ledger), already
      * billed (left out, listed on the previously-billed report),
      * or a possible correction -- a new code or provider on a date
      * whose billed service no longer appears in the resent table
      * (left out, listed on the corrections report for billing to
      * decide). The date scan keeps its own done-flag.
       01  WS-LEDGER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-LEDGER-CLASS      PIC X VALUE "N".
           88  LINE-NOT-BILLED        VALUE "N".
           88  LINE-PREVIOUSLY-BILLED VALUE "B".
           88  LINE-POSSIBLE-CORRECTION VALUE "C".
       01  WS-LEDGER-ON-FILE    PIC X VALUE "N".
           88  LEDGER-ENTRY-FOUND     VALUE "Y".
           88  LEDGER-ENTRY-ABSENT    VALUE "N".
       01  WS-LEDGER-SCAN-FLAG  PIC X VALUE "N".
           88  LEDGER-SCAN-DONE       VALUE "Y".
           88  LEDGER-SCAN-OPEN       VALUE "N".
       01  WS-LEDGER-MATCH-FLAG PIC X VALUE "N".
           88  LEDGER-SERVICE-RESENT  VALUE "Y".
           88  LEDGER-SERVICE-GONE    VALUE "N".
       01  WS-TREAT-JDX         PIC 9(1).
       01  WS-LEDGER-OCCURRENCE PIC 9(2).
       01  WS-BILLED-EXTRACT    PIC 9(8).
       01  WS-WAS-CODE          PIC X(6).
       01  WS-WAS-PROVIDER      PIC X(6).
       01  WS-WAS-EXTRACT       PIC 9(8).
       01  WS-BILLED-COUNTER    PIC 9(7) VALUE 0.
       01  WS-CORRECTION-COUNTER PIC 9(7) VALUE 0.

      * Disclosure-restriction scratch for PROCESS-CLEAN-RECORD. A
      * restriction in force on the run date holds the record out of
      * the destinations it blocks; each held destination gets its
      * own held-for-privacy line, RESTRICTED index line and WITHHELD
      * audit entry. The report's line number is the sum of the two
      * counters, so only they need checkpointing.
       01  WS-RESTRICT-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RESTRICTREF-FLAG  PIC X VALUE "N".
           88  RESTRICTREF-AVAILABLE  VALUE "Y".
           88  RESTRICTREF-MISSING    VALUE "N".
       01  WS-HOLD-OUTBOUND-FLAG PIC X VALUE "N".
           88  HOLD-FROM-OUTBOUND     VALUE "Y".
           88  OUTBOUND-RELEASED      VALUE "N".
       01  WS-HOLD-BILLING-FLAG PIC X VALUE "N".
           88  HOLD-FROM-BILLING      VALUE "Y".
           88  BILLING-RELEASED       VALUE "N".
       01  WS-HELD-DEST         PIC X(8).
       01  WS-HELD-OUT-COUNTER  PIC 9(7) VALUE 0.
       01  WS-HELD-BILL-COUNTER PIC 9(7) VALUE 0.
       01  WS-HELD-LINE-NO      PIC 9(7) VALUE 0.

       01  WS-IX-PATH          PIC X(10).
       01  WS-IX-REASON        PIC X(20).
       01  WS-IX-SEQ           PIC 9(7).
       01  WS-OVERRIDE-FLAG     PIC X VALUE "N".

       01  WS-OUTPUT-FORMAT     PIC X(6) VALUE "HL7".

      * Downstream destinations. Entry 1 is always MAIN, the
      * original interface engine, whose outbound file and manifest
      * keep their undecorated names; the rest come from
      * destination_ref.dat. Each entry carries its own output
      * format, the name of the environment variable holding its
      * encryption key, its dated file names and its outbound count
      * (which is also its manifest sequence). Only one
      * destination's OUTBOUND/manifest pair is open at a time --
      * WS-DEST-OPEN says which (0: none).
       01  WS-DEST-MAX         PIC 9(2) VALUE 11.
       01  WS-DEST-USED        PIC 9(2) VALUE 1.
       01  WS-DEST-IDX         PIC 9(2).
       01  WS-DEST-CURRENT     PIC 9(2) VALUE 1.
       01  WS-DEST-OPEN        PIC 9(2) VALUE 0.
       01  WS-CKPT-DEST-IDX    PIC 9(2).
       01  WS-DEST-TABLE.
           05  WS-DEST-ENTRY OCCURS 11 TIMES.
               10  WS-DEST-ID         PIC X(8).
               10  WS-DEST-FORMAT     PIC X(6).
               10  WS-DEST-KEY-NAME   PIC X(30).
               10  WS-DEST-OUT-COUNT  PIC 9(7).
               10  WS-DEST-OUT-NAME   PIC X(50).
               10  WS-DEST-MAN-NAME   PIC X(50).
      * Lines the MERGE pass has written to the destination's
      * outbound file, and PROCESSED index lines it has renumbered
      * for it -- both have to come back to WS-DEST-OUT-COUNT.
               10  WS-DEST-MRG-LINES  PIC 9(7).
               10  WS-DEST-MRG-INDEX  PIC 9(7).
       01  WS-DEST-TOTAL       PIC 9(7) VALUE 0.
       01  WS-KEY-PROBE        PIC X(32).
       01  WS-OUTBOUND-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-MANIFEST-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DESTREF-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-ROUTEREF-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ROUTEREF-FLAG    PIC X VALUE "N".
           88  ROUTEREF-AVAILABLE VALUE "Y".
           88  ROUTEREF-MISSING   VALUE "N".
      * Route lookup scratch for RESOLVE-DESTINATION.
       01  WS-ROUTE-FOUND-FLAG PIC X VALUE "N".
           88  ROUTE-FOUND        VALUE "Y".
           88  ROUTE-NOT-FOUND    VALUE "N".
       01  WS-ROUTE-FAC-PROBE  PIC X(6).
       01  WS-ROUTE-CODE-PROBE PIC X(6).

      * One entry per HDR encountered, in file order -- the Nth HDR
      * of the processing pass is matched to the Nth entry by
      * WS-BATCH-SEQ, so two batches from the same facility stay
                   88  FAC-BATCH-OK      VALUE "O".
                   88  FAC-BATCH-FAILED  VALUE "F".
               10  WS-FAC-FAIL-REASON PIC X(20).
               10  WS-FAC-CREATE-DATE PIC 9(8).
      * Partition the SPLIT pass gave the batch.
               10  WS-FAC-PARTITION   PIC 9(2).
       01  WS-CURRENT-FACILITY PIC X(6) VALUE "LOCAL".
       01  WS-FACREF-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-FACREF-FLAG    PIC X VALUE "N".
           88  FACREF-AVAILABLE  VALUE "Y".
           88  FACREF-MISSING    VALUE "N".
       01  WS-SUBLOG-FILE-STATUS PIC XX VALUE SPACES.
      * Per-facility return-file bookkeeping: the first write for a
      * facility in a fresh run truncates its file (so a deliberate
      * same-date rerun does not stack yesterday's copy); every
       01  WS-RETURN-TABLE.
           05  WS-RET-FAC OCCURS 30 TIMES PIC X(6).
       01  WS-UNBATCHED-COUNT  PIC 9(7) VALUE 0.
      * Every line of the day's input, control records included, as
      * counted by the pre-scan -- what a partitioned run checks the
      * input against the plan with, and where its REC# numbering
      * of the dispositions carries on from.
       01  WS-SCAN-COUNT       PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNTER  PIC 9(7) VALUE 0.
       01  WS-STRAY-TRL-COUNT  PIC 9(7) VALUE 0.
       01  WS-SCAN-BATCH-FLAG  PIC X VALUE "N".
               10  WS-RSN-REASON       PIC X(20).
               10  WS-RSN-TALLY        PIC 9(7).

      * Partitioned-run control (see GET-RUN-CONTEXT). WS-BATCH-JOB
      * is the name this run stamps on the control file: PATIENT-
      * BATCH for a serial run, PATIENT-PART-nn for one partition.
      * WS-PART-WORK-NO is the partition the suffix/job-name
      * builders are working on, which in the SPLIT and MERGE passes
      * walks every partition in turn.
       01  WS-BATCH-MODE       PIC X(6) VALUE "SERIAL".
           88  SERIAL-RUN         VALUE "SERIAL".
           88  SPLIT-RUN          VALUE "SPLIT".
           88  PARTITION-RUN      VALUE "PART".
           88  MERGE-RUN          VALUE "MERGE".
       01  WS-BATCH-JOB        PIC X(20) VALUE "PATIENT-BATCH".
       01  WS-PART-PARM        PIC X(2).
       01  WS-PART-NO          PIC 9(2) VALUE 0.
       01  WS-PART-COUNT       PIC 9(2) VALUE 4.
       01  WS-PART-MAX         PIC 9(2) VALUE 8.
       01  WS-PART-IDX         PIC 9(2).
       01  WS-PART-WORK-NO     PIC 9(2).
       01  WS-PART-SUFFIX      PIC X(4) VALUE SPACES.
       01  WS-LIGHT-PART       PIC 9(2).
       01  WS-LOCAL-PARTITION  PIC 9(2) VALUE 0.
       01  WS-STAGE-PARTITION  PIC 9(2).
       01  WS-SHARED-COUNT     PIC 9(7) VALUE 0.
      * One entry per partition, entry 1 being partition 00: the
      * details a partition was given (its weight, for balancing the
      * batches across partitions) and how many batches.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 9 TIMES.
               10  WS-PART-WEIGHT     PIC 9(7).
               10  WS-PART-BATCHES    PIC 9(2).
               10  WS-PART-DETAILS    PIC 9(7).
      * The day's plan, as read back by the partitions and the merge.
       01  WS-PLAN-FLAG        PIC X VALUE "N".
           88  PLAN-AVAILABLE     VALUE "Y".
           88  PLAN-MISSING       VALUE "N".
       01  WS-PLAN-PARTS       PIC 9(2) VALUE 0.
       01  WS-PLAN-START-TIME  PIC 9(8) VALUE 0.
       01  WS-PLAN-INPUT-LINES PIC 9(7) VALUE 0.
      * Set when the date's split is still open: a plan on hand and
      * PATIENT-BATCH held INPROG by it, not by an abended serial run.
       01  WS-SPLIT-OPEN-FLAG  PIC X VALUE "N".
           88  SPLIT-IS-OPEN      VALUE "Y".
           88  SPLIT-IS-CLOSED    VALUE "N".
      * Partition file names are the day's names with _Pnn ahead of
      * the extension, built by ADD-PARTITION-SUFFIX in WS-NAME-WORK.
       01  WS-NAME-WORK        PIC X(50).
       01  WS-NAME-STEM        PIC X(50).
       01  WS-NAME-EXT         PIC X(10).
       01  WS-DAY-CHECKPOINT-NAME PIC X(40).
       01  WS-PARTITION-NAME   PIC X(50).
       01  WS-PLAN-NAME        PIC X(40).
       01  WS-SPLIT-ID-NAME    PIC X(40).
       01  WS-SPLIT-STAGE-NAME PIC X(40).
       01  WS-MERGE-WORK-NAME  PIC X(40).
       01  WS-MERGE-IN-NAME    PIC X(50).
       01  WS-AUDIT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-PARTITION-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-PLAN-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SPLITID-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-SPLITSTAGE-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-MERGEWORK-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-MERGEIN-FILE-STATUS    PIC XX VALUE SPACES.
      * Which file failed, for WORK-FILE-FAILURE.
       01  WS-FAILED-FILE-NAME PIC X(50).
       01  WS-FAILED-STATUS    PIC XX.
      * MERGE pass scratch: the staging key being built, the
      * destination an outbound line belongs to (D plus its table
      * position), and what was written to each day file -- checked
      * against the partitions' summed checkpoint totals before the
      * day is closed.
       01  WS-STAGE-SEQ        PIC 9(9) VALUE 0.
       01  WS-MW-CODE          PIC X(3).
       01  WS-MW-REC-NO        PIC 9(7).
       01  WS-MW-PATIENT-ID    PIC 9(6).
       01  WS-DEST-CODE.
           05  WS-DEST-CODE-TAG   PIC X VALUE "D".
           05  WS-DEST-CODE-NO    PIC 9(2).
       01  WS-MRG-LOG          PIC 9(7) VALUE 0.
       01  WS-MRG-REJ          PIC 9(7) VALUE 0.
       01  WS-MRG-EXC          PIC 9(7) VALUE 0.
       01  WS-MRG-UNC          PIC 9(7) VALUE 0.
       01  WS-MRG-CLM          PIC 9(7) VALUE 0.
       01  WS-MRG-PBL          PIC 9(7) VALUE 0.
       01  WS-MRG-COR          PIC 9(7) VALUE 0.
       01  WS-MRG-PRV          PIC 9(7) VALUE 0.
       01  WS-MRG-RET          PIC 9(7) VALUE 0.
       01  WS-MRG-IX-REJ       PIC 9(7) VALUE 0.
       01  WS-MRG-IX-EXC       PIC 9(7) VALUE 0.
       01  WS-MRG-IX-RST       PIC 9(7) VALUE 0.
       01  WS-BAL-LABEL        PIC X(20).
       01  WS-BAL-CONTROL      PIC 9(7).
       01  WS-BAL-MERGED       PIC 9(7).
       01  WS-MERGE-BAL-FLAG   PIC X VALUE "Y".
           88  MERGE-BALANCED     VALUE "Y".
           88  MERGE-OUT-OF-BALANCE VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-CONTEXT.
           PERFORM SETUP-FILE-NAMES.
           PERFORM CHECK-RUN-INTERLOCKS.
      * The SPLIT and MERGE passes of a partitioned run are whole
      * jobs of their own. A partition checks its input against the
      * plan before it stamps anything, so a partition that could
      * never succeed is not left INPROG blocking a re-split.
           EVALUATE TRUE
               WHEN SPLIT-RUN
                   PERFORM SPLIT-DAY-INPUT
                   STOP RUN
               WHEN MERGE-RUN
                   PERFORM MERGE-PARTITIONS
                   STOP RUN
               WHEN PARTITION-RUN
                   PERFORM CHECK-PARTITION-READY
                   PERFORM VERIFY-FACILITY-BATCHES
                   PERFORM CHECK-SCAN-AGAINST-PLAN
               WHEN OTHER
                   PERFORM CHECK-PARTITIONS-IDLE
           END-EVALUATE.
           PERFORM STAMP-JOB-START.
           PERFORM OPEN-CHECKPOINT-FILE.
           PERFORM CHECK-FOR-RESTART.
           IF SERIAL-RUN
               PERFORM VERIFY-FACILITY-BATCHES
           END-IF.

           OPEN INPUT PATIENT-IN.
           PERFORM OPEN-MASTER-PATIENT.
           PERFORM OPEN-PROVIDER-REF.
           PERFORM OPEN-FEE-SCHEDULE-REF.
           PERFORM OPEN-COVERAGE-REF.
           PERFORM OPEN-BILLED-LEDGER.
           PERFORM OPEN-RESTRICTION-REF.
           PERFORM OPEN-ROUTE-REFERENCES.
           PERFORM PREPARE-DESTINATION-FILES.
           IF RESTART-MODE
               OPEN EXTEND PLAIN-LOG
               OPEN EXTEND PATIENT-REJECTS
               OPEN EXTEND PATIENT-SUMMARY-RPT
               OPEN EXTEND AUDIT-LOG
               OPEN EXTEND EXCEPTION-REPORT
               OPEN EXTEND CLAIM-EXTRACT
               OPEN EXTEND UNCOVERED-REPORT
               OPEN EXTEND DISP-INDEX
               OPEN EXTEND PREVIOUSLY-BILLED-RPT
               OPEN EXTEND CORRECTION-RPT
               OPEN EXTEND PRIVACY-HOLD-RPT
           ELSE
               OPEN OUTPUT PLAIN-LOG
               OPEN OUTPUT PATIENT-REJECTS
               OPEN OUTPUT PATIENT-SUMMARY-RPT
               OPEN OUTPUT AUDIT-LOG
               OPEN OUTPUT EXCEPTION-REPORT
               OPEN OUTPUT CLAIM-EXTRACT
               OPEN OUTPUT UNCOVERED-REPORT
               OPEN OUTPUT DISP-INDEX
               OPEN OUTPUT PREVIOUSLY-BILLED-RPT
               OPEN OUTPUT CORRECTION-RPT
               OPEN OUTPUT PRIVACY-HOLD-RPT
           END-IF.

      * A partition's audit entries are copied into the day's log
      * by the MERGE pass, between the RUN-START the SPLIT pass
      * wrote and the RUN-END the merge writes, so a partition does
      * not bracket its own.
           IF SERIAL-RUN
               PERFORM WRITE-AUDIT-RUN-START
           END-IF.

      * A partition reads its partition file instead of the day's
      * input; PATIENT-IN stays open but unread.
           IF PARTITION-RUN
               PERFORM OPEN-PARTITION-FILE
               PERFORM UNTIL EOF
                   READ PARTITION-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM PROCESS-PARTITION-RECORD
                   END-READ
               END-PERFORM
               CLOSE PARTITION-FILE
           ELSE
               PERFORM UNTIL EOF
                   READ PATIENT-IN
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM PROCESS-RECORD
                   END-READ
               END-PERFORM
           END-IF.

      * In a partitioned run only partition 00 -- the last to run --
      * applies the dispositions, numbered on from the end of the
      * day's input exactly as a serial run numbers them.
           IF WS-PART-NO = 0
               IF PARTITION-RUN
                   MOVE WS-SCAN-COUNT TO WS-COUNTER
               END-IF
               PERFORM PROCESS-DISPOSITIONS
           END-IF.

           CLOSE CLAIM-EXTRACT.
      * The provider summary, run history and submission log cover
      * the whole day, so in a partitioned run the MERGE pass writes
      * them once from the combined files.
           IF SERIAL-RUN
               PERFORM WRITE-PROVIDER-SUMMARY
           END-IF.

           PERFORM WRITE-SUMMARY.
           IF SERIAL-RUN
               PERFORM WRITE-RUN-HISTORY
               PERFORM WRITE-SUBMISSION-LOG
           END-IF.
           PERFORM WRITE-CHECKPOINT-COMPLETE.
           IF SERIAL-RUN
               PERFORM WRITE-AUDIT-RUN-END
           END-IF.

           IF PROCREF-AVAILABLE
               CLOSE PROC-CODE-REF
               CLOSE COVERAGE-REF
           END-IF.
           CLOSE UNCOVERED-REPORT DISP-INDEX.
           CLOSE BILLED-LEDGER PREVIOUSLY-BILLED-RPT CORRECTION-RPT.
           IF RESTRICTREF-AVAILABLE
               CLOSE RESTRICTION-REF
           END-IF.
           CLOSE PRIVACY-HOLD-RPT.
           IF ROUTEREF-AVAILABLE
               CLOSE ROUTE-REF
           END-IF.
           IF WS-DEST-OPEN > 0
               CLOSE OUTBOUND TRANSMIT-MANIFEST
           END-IF.
           CLOSE PATIENT-IN PLAIN-LOG PATIENT-REJECTS
                 PATIENT-SUMMARY-RPT CHECKPOINT-FILE AUDIT-LOG
                 MASTER-PATIENT EXCEPTION-REPORT.
           PERFORM STAMP-JOB-END.
      * A failed batch is the whole day's verdict; in a partitioned
      * run the MERGE pass returns it.
           IF SERIAL-RUN
               PERFORM CHECK-BATCH-RETURN-CODE
           END-IF.
           DISPLAY "Processing complete.".
           STOP RUN.

       CHECK-BATCH-RETURN-CODE.
           IF ANY-BATCH-FAILED OR WS-STRAY-TRL-COUNT > 0
               DISPLAY "One or more facility batches FAILED "
                       "verification -- see the run summary."
               MOVE 8 TO RETURN-CODE
           END-IF.

       CHECK-RUN-INTERLOCKS.
      * The batch REWRITEs MASTER-PATIENT on every cross-check, so it
           IF WS-RC-STATUS = "INPROG"
               PERFORM REFUSE-MASTER-BUSY
           END-IF.
      * Restrictions being changed mid-run would leave the day's
      * outbound honoring one for some patients and not others.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "RESTRICT-MAINT" TO WS-RC-JOB.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "PATIENT-TEST-INCIDENTS: " WS-RC-JOB
                       " is INPROG for " WS-RC-DATE
                       " -- restrictions are being changed; "
                       "refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Likewise the routing table: a reload mid-run would send some
      * of a clinic's records to one lab and the rest to another.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "ROUTE-LOAD" TO WS-RC-JOB.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "PATIENT-TEST-INCIDENTS: " WS-RC-JOB
                       " is INPROG for " WS-RC-DATE
                       " -- the routing table is being reloaded; "
                       "refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REFUSE-MASTER-BUSY.
           DISPLAY "PATIENT-TEST-INCIDENTS: " WS-RC-JOB

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           MOVE WS-BATCH-JOB TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
      * INPROG, which is what tells ACK-RECONCILE (and the morning
      * chain report) that this date cannot be trusted yet.
           MOVE "END" TO WS-RC-ACTION.
           MOVE WS-BATCH-JOB TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-IF.

       SCAN-ONE-RECORD.
           ADD 1 TO WS-SCAN-COUNT.
           EVALUATE TRUE
               WHEN BC-HEADER
                   PERFORM SCAN-BATCH-HEADER
           MOVE 0 TO WS-FAC-PROCESSED(WS-FAC-USED).
           SET FAC-BATCH-OK(WS-FAC-USED) TO TRUE.
           MOVE SPACES TO WS-FAC-FAIL-REASON(WS-FAC-USED).
           IF BC-CREATE-DATE IS NUMERIC
               MOVE BC-CREATE-DATE TO WS-FAC-CREATE-DATE(WS-FAC-USED)
           ELSE
               MOVE 0 TO WS-FAC-CREATE-DATE(WS-FAC-USED)
           END-IF.
           IF BC-EXPECT-COUNT IS NUMERIC
               MOVE BC-EXPECT-COUNT TO WS-FAC-EXPECTED(WS-FAC-USED)
           ELSE
               SET COVERAGE-AVAILABLE TO TRUE
           END-IF.

       OPEN-BILLED-LEDGER.
      * The ledger is what stops a resent treatment table from being
      * billed twice, so unlike the reference files there is no
      * run-without-it mode: created on the very first run (same
      * create-if-missing idiom as OPEN-MASTER-PATIENT), and any
      * other failed open stops the run before a claim line is
      * written.
           OPEN I-O BILLED-LEDGER.
           IF WS-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT BILLED-LEDGER
               CLOSE BILLED-LEDGER
               OPEN I-O BILLED-LEDGER
           END-IF.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               PERFORM LEDGER-IO-FAILURE
           END-IF.

       OPEN-RESTRICTION-REF.
      * Restrictions start out empty on every box -- the file only
      * exists once the privacy office has placed one -- so a missing
      * file means there is nothing to hold and the run goes on,
      * loudly. A file that is there but cannot be read is another
      * matter: see LOOKUP-RESTRICTION.
           OPEN INPUT RESTRICTION-REF.
           IF WS-RESTRICT-FILE-STATUS = "35"
               SET RESTRICTREF-MISSING TO TRUE
               DISPLAY "WARNING: restriction_ref.dat not found -- "
                       "no disclosure restrictions applied this run."
           ELSE
               IF WS-RESTRICT-FILE-STATUS NOT = "00"
                   PERFORM RESTRICT-IO-FAILURE
               END-IF
               SET RESTRICTREF-AVAILABLE TO TRUE
           END-IF.

       RESTRICT-IO-FAILURE.
           DISPLAY "PATIENT-TEST-INCIDENTS: restriction_ref.dat I/O "
                   "error, status " WS-RESTRICT-FILE-STATUS
                   " -- stopping; records cannot be checked for "
                   "disclosure restrictions.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       OPEN-ROUTE-REFERENCES.
      * MAIN is always destination 1, under the run-wide format and
      * PATIENT_ENCRYPT_KEY unless the destination reference says
      * otherwise. A box with no routing table at all sends
      * everything to MAIN, exactly as before routing existed, and
      * says so. Once the table is there, though, a routing file
      * that cannot be read stops the run: carrying on would hand
      * one lab's records to another.
           MOVE "MAIN" TO WS-DEST-ID(1).
           MOVE WS-OUTPUT-FORMAT TO WS-DEST-FORMAT(1).
           MOVE "PATIENT_ENCRYPT_KEY" TO WS-DEST-KEY-NAME(1).
           MOVE 0 TO WS-DEST-OUT-COUNT(1).
           MOVE 1 TO WS-DEST-USED.

           OPEN INPUT ROUTE-REF.
           IF WS-ROUTEREF-FILE-STATUS = "35"
               SET ROUTEREF-MISSING TO TRUE
               DISPLAY "WARNING: route_ref.dat not found -- every "
                       "record goes to the MAIN destination."
           ELSE
               IF WS-ROUTEREF-FILE-STATUS NOT = "00"
                   PERFORM ROUTE-IO-FAILURE
               END-IF
               SET ROUTEREF-AVAILABLE TO TRUE
           END-IF.

      * The destinations are only needed to fill the table, so the
      * file is walked once here and closed again.
           OPEN INPUT DESTINATION-REF.
           EVALUATE WS-DESTREF-FILE-STATUS
               WHEN "00"
                   MOVE "N" TO EOF-FLAG
                   PERFORM UNTIL EOF
                       READ DESTINATION-REF NEXT
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-DESTINATION
                       END-READ
                       IF WS-DESTREF-FILE-STATUS NOT = "00" AND
                          WS-DESTREF-FILE-STATUS NOT = "10"
                           PERFORM DESTREF-IO-FAILURE
                       END-IF
                   END-PERFORM
                   MOVE "N" TO EOF-FLAG
                   CLOSE DESTINATION-REF
               WHEN "35"
      * Routes without their destinations mean a half-finished load.
                   IF ROUTEREF-AVAILABLE
                       PERFORM DESTREF-IO-FAILURE
                   END-IF
               WHEN OTHER
                   PERFORM DESTREF-IO-FAILURE
           END-EVALUATE.

           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-USED
               PERFORM SETUP-DESTINATION-NAMES
      * The MERGE pass copies the partitions' cipher text as it
      * stands and never encrypts, so it needs no keys.
               IF NOT MERGE-RUN
                   PERFORM CHECK-DESTINATION-KEY
               END-IF
           END-PERFORM.
           IF RESTART-MODE
               PERFORM RESTORE-DESTINATION-COUNTS
           END-IF.

       LOAD-ONE-DESTINATION.
           IF DS-DEST-ID = "MAIN"
               MOVE 1 TO WS-DEST-IDX
           ELSE
               IF WS-DEST-USED >= WS-DEST-MAX
                   DISPLAY "PATIENT-TEST-INCIDENTS: more than "
                           WS-DEST-MAX " destinations on "
                           "destination_ref.dat -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEST-USED
               MOVE WS-DEST-USED TO WS-DEST-IDX
               MOVE DS-DEST-ID TO WS-DEST-ID(WS-DEST-IDX)
               MOVE WS-OUTPUT-FORMAT TO WS-DEST-FORMAT(WS-DEST-IDX)
               MOVE "PATIENT_ENCRYPT_KEY"
                   TO WS-DEST-KEY-NAME(WS-DEST-IDX)
               MOVE 0 TO WS-DEST-OUT-COUNT(WS-DEST-IDX)
           END-IF.
           IF DS-FORMAT NOT = SPACES
               MOVE DS-FORMAT TO WS-DEST-FORMAT(WS-DEST-IDX)
           END-IF.
           IF DS-KEY-NAME NOT = SPACES
               MOVE DS-KEY-NAME TO WS-DEST-KEY-NAME(WS-DEST-IDX)
           END-IF.

       SETUP-DESTINATION-NAMES.
      * MAIN keeps the names ACK-RECONCILE and LAB-RESULTS-INTAKE
      * have always read; every other destination's pair carries
      * its ID, which is what those jobs are pointed at with
      * PATIENT_DEST.
           MOVE SPACES TO WS-DEST-OUT-NAME(WS-DEST-IDX)
                          WS-DEST-MAN-NAME(WS-DEST-IDX).
           IF WS-DEST-IDX = 1
               STRING "outbound_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE
                      INTO WS-DEST-OUT-NAME(WS-DEST-IDX)
               STRING "transmit_manifest_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE
                      INTO WS-DEST-MAN-NAME(WS-DEST-IDX)
           ELSE
               STRING "outbound_" DELIMITED BY SIZE
                      WS-DEST-ID(WS-DEST-IDX) DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".txt" DELIMITED BY SIZE
                      INTO WS-DEST-OUT-NAME(WS-DEST-IDX)
               STRING "transmit_manifest_" DELIMITED BY SIZE
                      WS-DEST-ID(WS-DEST-IDX) DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".txt" DELIMITED BY SIZE
                      INTO WS-DEST-MAN-NAME(WS-DEST-IDX)
           END-IF.
      * A partition writes its own _Pnn pair; the MERGE pass builds
      * the day's pair from them.
           IF PARTITION-RUN
               MOVE WS-DEST-OUT-NAME(WS-DEST-IDX) TO WS-NAME-WORK
               PERFORM ADD-PARTITION-SUFFIX
               MOVE WS-NAME-WORK TO WS-DEST-OUT-NAME(WS-DEST-IDX)
               MOVE WS-DEST-MAN-NAME(WS-DEST-IDX) TO WS-NAME-WORK
               PERFORM ADD-PARTITION-SUFFIX
               MOVE WS-NAME-WORK TO WS-DEST-MAN-NAME(WS-DEST-IDX)
           END-IF.

       CHECK-DESTINATION-KEY.
      * ENCRYPT-BLOCK refuses to run without its key, but finding
      * that out on the first record for a lab is mid-run; every
      * destination's key variable is checked before anything is
      * processed instead. The probe is cleared straight away --
      * this program never holds key material.
           MOVE SPACES TO WS-KEY-PROBE.
           DISPLAY WS-DEST-KEY-NAME(WS-DEST-IDX)
               UPON ENVIRONMENT-NAME.
           ACCEPT WS-KEY-PROBE FROM ENVIRONMENT-VALUE.
           IF WS-KEY-PROBE = SPACES
               DISPLAY "PATIENT-TEST-INCIDENTS: "
                       WS-DEST-KEY-NAME(WS-DEST-IDX)
                       " is not set for destination "
                       WS-DEST-ID(WS-DEST-IDX) " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-KEY-PROBE.

       RESTORE-DESTINATION-COUNTS.
      * Each destination's count (its manifest sequence) carries on
      * from the checkpoint. ROUTE-LOAD will not run while this date
      * is INPROG, so the table cannot have changed since the pass
      * that abended -- a checkpointed ID missing from it now means
      * the reference was replaced by hand, and the sequences can no
      * longer be trusted.
           MOVE 1 TO WS-CKPT-REL-KEY.
           READ CHECKPOINT-FILE.
           PERFORM VARYING WS-CKPT-DEST-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-DEST-IDX > WS-DEST-MAX
               IF CKPT-DEST-ID(WS-CKPT-DEST-IDX) NOT = SPACES
                   PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                           UNTIL WS-DEST-IDX > WS-DEST-USED
                              OR WS-DEST-ID(WS-DEST-IDX) =
                                 CKPT-DEST-ID(WS-CKPT-DEST-IDX)
                       CONTINUE
                   END-PERFORM
                   IF WS-DEST-IDX > WS-DEST-USED
                       DISPLAY "PATIENT-TEST-INCIDENTS: checkpoint "
                               "destination "
                               CKPT-DEST-ID(WS-CKPT-DEST-IDX)
                               " is no longer on destination_ref.dat"
                               " -- stopping."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE CKPT-DEST-OUT-COUNT(WS-CKPT-DEST-IDX)
                       TO WS-DEST-OUT-COUNT(WS-DEST-IDX)
               END-IF
           END-PERFORM.

       PREPARE-DESTINATION-FILES.
      * A fresh run creates every destination's outbound file and
      * manifest up front -- empty ones included, so each
      * destination's ACK-RECONCILE finds a (zero-line) pair on a
      * day nothing routed its way. A restart leaves them as the
      * abended pass did; the pairs are EXTENDed as records arrive.
           IF FRESH-RUN
               PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                       UNTIL WS-DEST-IDX > WS-DEST-USED
                   MOVE WS-DEST-OUT-NAME(WS-DEST-IDX)
                       TO WS-OUTBOUND-NAME
                   MOVE WS-DEST-MAN-NAME(WS-DEST-IDX)
                       TO WS-MANIFEST-NAME
                   OPEN OUTPUT OUTBOUND
                   IF WS-OUTBOUND-FILE-STATUS NOT = "00"
                       PERFORM DEST-FILE-FAILURE
                   END-IF
                   OPEN OUTPUT TRANSMIT-MANIFEST
                   IF WS-MANIFEST-FILE-STATUS NOT = "00"
                       PERFORM DEST-FILE-FAILURE
                   END-IF
                   CLOSE OUTBOUND TRANSMIT-MANIFEST
               END-PERFORM
           END-IF.

       ROUTE-IO-FAILURE.
           DISPLAY "PATIENT-TEST-INCIDENTS: route_ref.dat I/O "
                   "error, status " WS-ROUTEREF-FILE-STATUS
                   " -- stopping; records cannot be routed.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       DESTREF-IO-FAILURE.
           DISPLAY "PATIENT-TEST-INCIDENTS: destination_ref.dat I/O "
                   "error, status " WS-DESTREF-FILE-STATUS
                   " -- stopping; records cannot be routed.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       DEST-FILE-FAILURE.
           DISPLAY "PATIENT-TEST-INCIDENTS: " WS-OUTBOUND-NAME
                   " / " WS-MANIFEST-NAME " OPEN failed, status "
                   WS-OUTBOUND-FILE-STATUS "/"
                   WS-MANIFEST-FILE-STATUS " -- stopping.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       LEDGER-IO-FAILURE.
           DISPLAY "PATIENT-TEST-INCIDENTS: billed_ledger.dat I/O "
                   "error, status " WS-LEDGER-FILE-STATUS
                   " -- stopping; claim lines cannot be checked "
                   "against what was already billed.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       OPEN-CHECKPOINT-FILE.
      * CHECKPOINT-FILE holds exactly one record (relative slot 1) for
      * the whole run, so it is opened I-O (same create-if-missing idiom
           OPEN I-O CHECKPOINT-FILE.
           IF WS-CKPT-FILE-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
               PERFORM CLEAR-CHECKPOINT-RECORD
               WRITE CHECKPOINT-REC
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
                   MOVE SPACES TO CHECKPOINT-REC
           END-READ.

       CLEAR-CHECKPOINT-RECORD.
      * A checkpoint that has never covered a record: also what the
      * SPLIT pass resets each partition's checkpoint to.
           MOVE SPACES TO CHECKPOINT-REC.
           MOVE 0 TO CKPT-LAST-ID CKPT-LAST-COUNT
                     CKPT-LOG-COUNT CKPT-OUT-COUNT
                     CKPT-REJECT-COUNT CKPT-EXCEPTION-COUNT
                     CKPT-CLAIM-COUNT CKPT-UNCOVERED-COUNT
                     CKPT-DISP-COR-COUNT CKPT-DISP-OVR-COUNT
                     CKPT-DISP-DRP-COUNT CKPT-DISP-BAD-COUNT
                     CKPT-BILLED-COUNT CKPT-CORRECTION-COUNT
                     CKPT-HELD-OUT-COUNT CKPT-HELD-BILL-COUNT
                     CKPT-UNPRICED-COUNT CKPT-SKIPPED-COUNT.

       GET-RUN-CONTEXT.
      * Capture who ran this batch and when, for the audit trail --
      * PATIENT_JOB_ID lets JCL/scheduler override the job identifier;
               MOVE "HL7" TO WS-OUTPUT-FORMAT
           END-IF.

      * PATIENT_BATCH_MODE runs the day in partitions when a single
      * pass no longer fits the batch window:
      *   SERIAL (the default) -- the whole day in one pass;
      *   SPLIT -- divide patients_YYYYMMDD.txt by facility batch
      *            into PATIENT_PARTITIONS (1-8, default 4) partition
      *            files, plus partition 00 for the P-IDs that turn
      *            up in more than one of them;
      *   PART  -- process partition PATIENT_PARTITION (00-08) into
      *            its own _Pnn set of outputs under its own
      *            checkpoint. 01 and up run side by side; 00 runs
      *            once they are all DONE and applies the day's
      *            dispositions too;
      *   MERGE -- rebuild the day's files from every partition's,
      *            numbered exactly as a serial run numbers them,
      *            check them against the partitions' totals and
      *            close the day.
      * Anything else is refused rather than guessed at.
           DISPLAY "PATIENT_BATCH_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-BATCH-MODE FROM ENVIRONMENT-VALUE.
           IF WS-BATCH-MODE = SPACES
               SET SERIAL-RUN TO TRUE
           END-IF.
           IF NOT SERIAL-RUN AND NOT SPLIT-RUN AND
              NOT PARTITION-RUN AND NOT MERGE-RUN
               DISPLAY "PATIENT-TEST-INCIDENTS: PATIENT_BATCH_MODE "
                       WS-BATCH-MODE " is not SERIAL, SPLIT, PART "
                       "or MERGE -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SPLIT-RUN
               DISPLAY "PATIENT_PARTITIONS" UPON ENVIRONMENT-NAME
               ACCEPT WS-PART-PARM FROM ENVIRONMENT-VALUE
               IF WS-PART-PARM NOT = SPACES
                   PERFORM EDIT-PARTITION-PARM
                   MOVE WS-PART-PARM TO WS-PART-COUNT
               END-IF
               IF WS-PART-COUNT < 1 OR WS-PART-COUNT > WS-PART-MAX
                   DISPLAY "PATIENT-TEST-INCIDENTS: PATIENT_PARTITIONS"
                           " must be 1 to " WS-PART-MAX
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF PARTITION-RUN
               DISPLAY "PATIENT_PARTITION" UPON ENVIRONMENT-NAME
               ACCEPT WS-PART-PARM FROM ENVIRONMENT-VALUE
               PERFORM EDIT-PARTITION-PARM
               MOVE WS-PART-PARM TO WS-PART-NO
               IF WS-PART-NO > WS-PART-MAX
                   DISPLAY "PATIENT-TEST-INCIDENTS: PATIENT_PARTITION"
                           " must be 00 to " WS-PART-MAX
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PART-NO TO WS-PART-WORK-NO
               PERFORM SET-PARTITION-SUFFIX
               PERFORM SET-PARTITION-JOB
               MOVE WS-RC-JOB TO WS-BATCH-JOB
           END-IF.

           PERFORM CHECK-OPERATOR-AUTH.

       EDIT-PARTITION-PARM.
      * One digit or two; anything else stops the run.
           IF WS-PART-PARM(2:1) = SPACE
               MOVE WS-PART-PARM(1:1) TO WS-PART-PARM(2:1)
               MOVE "0" TO WS-PART-PARM(1:1)
           END-IF.
           IF WS-PART-PARM IS NOT NUMERIC
               DISPLAY "PATIENT-TEST-INCIDENTS: partition parameter "
                       WS-PART-PARM " is not a number -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-OPERATOR-AUTH.
      * Before any file opens: the operator of record must hold the
      * BATCH function on the authorization reference. OPERATOR-AUTH
      * so a day's input/log/outbound/checkpoint/audit/exception set is
      * archived under its own name instead of overwriting yesterday's
      * run. MASTER-PATIENT is not dated -- it persists across runs.
      * Each destination's outbound file and manifest are named in
      * SETUP-DESTINATION-NAMES once the routing table is read.
           STRING "patients_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-PATIENT-IN-NAME.
           STRING "plain_log_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-PLAIN-LOG-NAME.
           STRING "patient_rejects_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REJECTS-NAME.
           STRING "patient_summary_rpt_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-AUDIT-NAME.
           STRING "exception_report_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-EXCEPTION-NAME.
           STRING "claim_lines_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-CLAIM-NAME.
           STRING "disposition_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-DISP-INDEX-NAME.
           STRING "provider_summary_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-PROV-SUMMARY-NAME.
           STRING "previously_billed_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-BILLED-RPT-NAME.
           STRING "billing_corrections_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-CORRECTION-RPT-NAME.
           STRING "held_for_privacy_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-PRIVACY-RPT-NAME.
      * The partitioned run's plan and the SPLIT/MERGE work files.
           STRING "partition_plan_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-PLAN-NAME.
           STRING "split_id_work_" WS-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-SPLIT-ID-NAME.
           STRING "split_stage_work_" WS-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-SPLIT-STAGE-NAME.
           STRING "partition_merge_work_" WS-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-MERGE-WORK-NAME.
           MOVE WS-CHECKPOINT-NAME TO WS-DAY-CHECKPOINT-NAME.
           IF PARTITION-RUN
               PERFORM SETUP-PARTITION-NAMES
           END-IF.

       SETUP-PARTITION-NAMES.
      * A partition writes its own _Pnn copy of every day output and
      * keeps its own checkpoint, so partitions never share an
      * output file. It still reads the day's input (for the batch
      * pre-scan) and the day's disposition file under their own
      * names. Each destination's pair is suffixed in
      * SETUP-DESTINATION-NAMES.
           MOVE WS-PATIENT-IN-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-PARTITION-NAME.
           MOVE WS-PLAIN-LOG-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-PLAIN-LOG-NAME.
           MOVE WS-REJECTS-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-REJECTS-NAME.
           MOVE WS-SUMMARY-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-SUMMARY-NAME.
           MOVE WS-CHECKPOINT-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-CHECKPOINT-NAME.
           MOVE WS-AUDIT-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-AUDIT-NAME.
           MOVE WS-EXCEPTION-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-EXCEPTION-NAME.
           MOVE WS-CLAIM-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-CLAIM-NAME.
           MOVE WS-UNCOVERED-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-UNCOVERED-NAME.
           MOVE WS-DISP-INDEX-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-DISP-INDEX-NAME.
           MOVE WS-PROV-SUMMARY-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-PROV-SUMMARY-NAME.
           MOVE WS-BILLED-RPT-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-BILLED-RPT-NAME.
           MOVE WS-CORRECTION-RPT-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-CORRECTION-RPT-NAME.
           MOVE WS-PRIVACY-RPT-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-PRIVACY-RPT-NAME.

       SET-PARTITION-SUFFIX.
           MOVE SPACES TO WS-PART-SUFFIX.
           STRING "_P" WS-PART-WORK-NO
                  DELIMITED BY SIZE INTO WS-PART-SUFFIX.

       SET-PARTITION-JOB.
      * Control-file name of partition WS-PART-WORK-NO, in WS-RC-JOB.
           MOVE SPACES TO WS-RC-JOB.
           STRING "PATIENT-PART-" WS-PART-WORK-NO
                  DELIMITED BY SIZE INTO WS-RC-JOB.

       ADD-PARTITION-SUFFIX.
      * WS-NAME-WORK with WS-PART-SUFFIX ahead of its extension:
      * plain_log_20240115.txt becomes plain_log_20240115_P03.txt.
           MOVE SPACES TO WS-NAME-STEM WS-NAME-EXT.
           UNSTRING WS-NAME-WORK DELIMITED BY "."
               INTO WS-NAME-STEM WS-NAME-EXT.
           MOVE SPACES TO WS-NAME-WORK.
           STRING WS-NAME-STEM DELIMITED BY SPACE
                  WS-PART-SUFFIX "." DELIMITED BY SIZE
                  WS-NAME-EXT DELIMITED BY SPACE
                  INTO WS-NAME-WORK.

       WRITE-AUDIT-RUN-START.
      * STRING only touches the bytes it writes -- unlike MOVE it does
               MOVE CKPT-DISP-OVR-COUNT TO WS-DISP-OVR-COUNTER
               MOVE CKPT-DISP-DRP-COUNT TO WS-DISP-DRP-COUNTER
               MOVE CKPT-DISP-BAD-COUNT TO WS-DISP-BAD-COUNTER
               MOVE CKPT-BILLED-COUNT TO WS-BILLED-COUNTER
               MOVE CKPT-CORRECTION-COUNT TO WS-CORRECTION-COUNTER
               MOVE CKPT-HELD-OUT-COUNT TO WS-HELD-OUT-COUNTER
               MOVE CKPT-HELD-BILL-COUNT TO WS-HELD-BILL-COUNTER
               MOVE CKPT-UNPRICED-COUNT TO WS-UNPRICED-COUNTER
               DISPLAY "Restart detected: skipping first "
                       WS-CKPT-LAST-COUNT
                       " records (last P-ID " WS-CKPT-LAST-ID ")."
                   END-IF
           END-EVALUATE.

       PROCESS-PARTITION-RECORD.
      * The partition-file counterpart of PROCESS-RECORD. Control
      * records never reach a partition file: each detail carries
      * its own REC# in the day's input and its batch, so everything
      * written for it reads exactly as in a serial run.
           MOVE PN-PATIENT-DATA TO PATIENT-REC.
           MOVE PN-REC-NO TO WS-COUNTER.
           MOVE PN-BATCH-SEQ TO WS-FAC-CURRENT.
           IF WS-FAC-CURRENT = 0
               MOVE "LOCAL" TO WS-CURRENT-FACILITY
           ELSE
               MOVE WS-FAC-ID(WS-FAC-CURRENT) TO WS-CURRENT-FACILITY
           END-IF.
           IF RESTART-MODE AND WS-COUNTER <= WS-CKPT-LAST-COUNT
               PERFORM RECOUNT-WINDOW-DETAIL
           ELSE
               PERFORM PROCESS-DETAIL-RECORD
           END-IF.

       OPEN-PARTITION-FILE.
           OPEN INPUT PARTITION-FILE.
           IF WS-PARTITION-FILE-STATUS NOT = "00"
               MOVE WS-PARTITION-NAME TO WS-FAILED-FILE-NAME
               MOVE WS-PARTITION-FILE-STATUS TO WS-FAILED-STATUS
               PERFORM WORK-FILE-FAILURE
           END-IF.

       RECOUNT-WINDOW-DETAIL.
      * Details inside the restart skip window were already handled
      * (and checkpointed -- skipped ones included) by the pass that
       PROCESS-CLEAN-RECORD.
           PERFORM MASK-PHI-FOR-LOG
           PERFORM LOOKUP-COVERAGE
           PERFORM LOOKUP-RESTRICTION

      * PLAIN-LOG carries record counts/IDs for ops troubleshooting
      * only -- SSN and DOB are masked before they ever reach
               WRITE LOG-REC
               ADD 1 TO WS-LOG-COUNTER

      * A record under a disclosure restriction never reaches the
      * destination it blocks -- no OUTBOUND/manifest entry, or no
      * claim lines -- and is listed on the held-for-privacy report
      * instead.
               IF HOLD-FROM-OUTBOUND
                   MOVE "OUTBOUND" TO WS-HELD-DEST
                   ADD 1 TO WS-HELD-OUT-COUNTER
                   PERFORM WRITE-PRIVACY-HOLD
               ELSE
                   PERFORM TRANSMIT-CLEAN-RECORD
               END-IF

               IF HOLD-FROM-BILLING
                   MOVE "BILLING" TO WS-HELD-DEST
                   ADD 1 TO WS-HELD-BILL-COUNTER
                   PERFORM WRITE-PRIVACY-HOLD
               ELSE
                   PERFORM WRITE-CLAIM-LINES
               END-IF

               PERFORM FAKE-PROCESSING.

       TRANSMIT-CLEAN-RECORD.
      * OUTBOUND is picked up by a downstream transmission job, so it
      * is never allowed to hit disk in the clear -- build the plain
      * text form in working storage, encrypt it via ENCRYPT-BLOCK
      * (key material lives outside this program) and write only the
      * cipher text to OUT-REC. The record goes to the destination
      * its route names, in that destination's format and under its
      * key.
           PERFORM RESOLVE-DESTINATION.
           PERFORM SELECT-DESTINATION-FILES.
           PERFORM BUILD-OUTBOUND-RECORD.

           CALL "ENCRYPT-BLOCK" USING WS-OUT-PLAIN WS-OUT-CIPHER
               WS-OUT-LEN WS-DEST-KEY-NAME(WS-DEST-CURRENT)
           END-CALL.

           MOVE WS-OUT-CIPHER TO OUT-REC.
           WRITE OUT-REC.
           ADD 1 TO WS-OUT-COUNTER.
           ADD 1 TO WS-DEST-OUT-COUNT(WS-DEST-CURRENT).

      * Record what we just transmitted (sequence + P-ID only) so
      * ACK-RECONCILE can tell which records the downstream interface
      * never confirmed, without having to decrypt OUTBOUND. The
      * sequence is the record's line number in its destination's
      * outbound file.
           MOVE SPACES TO MANIFEST-REC.
           MOVE WS-DEST-OUT-COUNT(WS-DEST-CURRENT) TO MAN-OUT-SEQ.
           MOVE P-ID TO MAN-PATIENT-ID.
           IF PARTITION-RUN
               MOVE SPACE TO PMN-SEPARATOR
               MOVE WS-COUNTER TO PMN-SOURCE-REC-NO
               WRITE PART-MANIFEST-REC
           ELSE
               WRITE MANIFEST-REC
           END-IF.

           MOVE "PROCESSED" TO WS-IX-PATH.
           MOVE WS-DEST-ID(WS-DEST-CURRENT) TO WS-IX-REASON.
           MOVE WS-DEST-OUT-COUNT(WS-DEST-CURRENT) TO WS-IX-SEQ.
           PERFORM WRITE-DISP-INDEX.

       RESOLVE-DESTINATION.
      * Most specific route wins: this facility with one of the
      * record's procedure codes (in treatment order), then this
      * facility for any code, then any facility with one of the
      * codes, then the "* *" catch-all. Nothing matching -- or no
      * routing table -- means MAIN. A record carries one facility
      * but up to five codes; it goes to one destination as a whole.
           MOVE 1 TO WS-DEST-CURRENT.
           SET ROUTE-NOT-FOUND TO TRUE.
           IF ROUTEREF-AVAILABLE
               MOVE WS-CURRENT-FACILITY TO WS-ROUTE-FAC-PROBE
               PERFORM TRY-ROUTES-BY-CODE
               IF ROUTE-NOT-FOUND
                   MOVE "*" TO WS-ROUTE-CODE-PROBE
                   PERFORM TRY-ONE-ROUTE
               END-IF
               IF ROUTE-NOT-FOUND
                   MOVE "*" TO WS-ROUTE-FAC-PROBE
                   PERFORM TRY-ROUTES-BY-CODE
               END-IF
               IF ROUTE-NOT-FOUND
                   MOVE "*" TO WS-ROUTE-CODE-PROBE
                   PERFORM TRY-ONE-ROUTE
               END-IF
               IF ROUTE-FOUND
                   PERFORM LOCATE-ROUTE-DESTINATION
               END-IF
           END-IF.

       TRY-ROUTES-BY-CODE.
           PERFORM VARYING WS-TREAT-IDX FROM 1 BY 1
                   UNTIL WS-TREAT-IDX > P-TREAT-COUNT
                      OR ROUTE-FOUND
               IF PT-CODE(WS-TREAT-IDX) NOT = SPACES
                   MOVE PT-CODE(WS-TREAT-IDX) TO WS-ROUTE-CODE-PROBE
                   PERFORM TRY-ONE-ROUTE
               END-IF
           END-PERFORM.

       TRY-ONE-ROUTE.
           MOVE WS-ROUTE-FAC-PROBE TO RT-FACILITY.
           MOVE WS-ROUTE-CODE-PROBE TO RT-PROC-CODE.
           READ ROUTE-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROUTE-FOUND TO TRUE
           END-READ.
           IF WS-ROUTEREF-FILE-STATUS NOT = "00" AND
              WS-ROUTEREF-FILE-STATUS NOT = "23"
               PERFORM ROUTE-IO-FAILURE
           END-IF.

       LOCATE-ROUTE-DESTINATION.
      * ROUTE-LOAD refuses a route to an undefined destination, so
      * a miss here means the two references are out of step --
      * stop rather than guess where the record should go.
           PERFORM VARYING WS-DEST-CURRENT FROM 1 BY 1
                   UNTIL WS-DEST-CURRENT > WS-DEST-USED
                      OR WS-DEST-ID(WS-DEST-CURRENT) = RT-DEST-ID
               CONTINUE
           END-PERFORM.
           IF WS-DEST-CURRENT > WS-DEST-USED
               DISPLAY "PATIENT-TEST-INCIDENTS: route "
                       RT-FACILITY "/" RT-PROC-CODE " names "
                       "destination " RT-DEST-ID
                       " which is not on destination_ref.dat -- "
                       "stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SELECT-DESTINATION-FILES.
      * Records from one facility batch usually share a destination,
      * so the open pair is kept until a record routes elsewhere;
      * only then is it closed and the other destination's pair
      * EXTENDed (created if a restart finds it missing).
           IF WS-DEST-OPEN NOT = WS-DEST-CURRENT
               IF WS-DEST-OPEN > 0
                   CLOSE OUTBOUND TRANSMIT-MANIFEST
               END-IF
               MOVE WS-DEST-OUT-NAME(WS-DEST-CURRENT)
                   TO WS-OUTBOUND-NAME
               MOVE WS-DEST-MAN-NAME(WS-DEST-CURRENT)
                   TO WS-MANIFEST-NAME
               OPEN EXTEND OUTBOUND
               IF WS-OUTBOUND-FILE-STATUS = "35"
                   OPEN OUTPUT OUTBOUND
               END-IF
               IF WS-OUTBOUND-FILE-STATUS NOT = "00"
                   PERFORM DEST-FILE-FAILURE
               END-IF
               OPEN EXTEND TRANSMIT-MANIFEST
               IF WS-MANIFEST-FILE-STATUS = "35"
                   OPEN OUTPUT TRANSMIT-MANIFEST
               END-IF
               IF WS-MANIFEST-FILE-STATUS NOT = "00"
                   PERFORM DEST-FILE-FAILURE
               END-IF
               MOVE WS-DEST-CURRENT TO WS-DEST-OPEN
           END-IF.

       LOOKUP-RESTRICTION.
      * A restriction applies from its effective date through its
      * expiry date (zero: no end) as judged on the run date -- the
      * day the disclosure would be made. Unlike coverage, a read
      * failure stops the run rather than falling back: carrying on
      * would release exactly the records the file exists to hold.
           SET OUTBOUND-RELEASED TO TRUE.
           SET BILLING-RELEASED TO TRUE.
           IF RESTRICTREF-AVAILABLE
               MOVE P-ID TO RX-PATIENT-ID
               READ RESTRICTION-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM JUDGE-RESTRICTION
               END-READ
               IF WS-RESTRICT-FILE-STATUS NOT = "00" AND
                  WS-RESTRICT-FILE-STATUS NOT = "23"
                   PERFORM RESTRICT-IO-FAILURE
               END-IF
           END-IF.

       JUDGE-RESTRICTION.
           IF RX-EFF-DATE <= WS-RUN-DATE AND
              (RX-EXP-DATE = 0 OR RX-EXP-DATE >= WS-RUN-DATE)
               IF RX-BLOCKS-OUTBOUND
                   SET HOLD-FROM-OUTBOUND TO TRUE
               END-IF
               IF RX-BLOCKS-BILLING
                   SET HOLD-FROM-BILLING TO TRUE
               END-IF
           END-IF.

       WRITE-PRIVACY-HOLD.
      * One report line, index line and audit entry per destination
      * held, so the accounting of disclosures shows exactly which
      * disclosure was withheld and under which restriction. The
      * entry names the restriction type only -- no clinical detail.
           ADD WS-HELD-OUT-COUNTER WS-HELD-BILL-COUNTER
               GIVING WS-HELD-LINE-NO.
           MOVE SPACES TO PRIVACY-HOLD-REC.
           STRING "REC#" WS-COUNTER " ID:" P-ID
                  " FAC:" WS-CURRENT-FACILITY
                  " DEST:" WS-HELD-DEST
                  " TYPE:" RX-TYPE
                  " EFF:" RX-EFF-DATE
                  " EXP:" RX-EXP-DATE
                  DELIMITED BY SIZE INTO PRIVACY-HOLD-REC.
           WRITE PRIVACY-HOLD-REC.

           MOVE "RESTRICTED" TO WS-IX-PATH.
           MOVE SPACES TO WS-IX-REASON.
           STRING WS-HELD-DEST DELIMITED BY SPACE
                  ":" RX-TYPE DELIMITED BY SIZE
                  INTO WS-IX-REASON.
           MOVE WS-HELD-LINE-NO TO WS-IX-SEQ.
           PERFORM WRITE-DISP-INDEX.

           MOVE SPACES TO AUDIT-REC.
           STRING "WITHHELD TS=" WS-RUN-TIMESTAMP
                  " OPERATOR=" WS-OPERATOR-ID
                  " P-ID=" P-ID
                  " DEST=" WS-HELD-DEST
                  " TYPE=" RX-TYPE
                  DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.

       LOOKUP-COVERAGE.
      * Attach the patient's eligibility to the record on its way to
                  " REASON:" WS-REJECT-REASON
                  DELIMITED BY SIZE INTO REJECT-REC.
           WRITE REJECT-REC.
      * A partition leaves the facility return files to the MERGE
      * pass, which writes them from the combined file in REC# order.
           IF NOT PARTITION-RUN
               MOVE REJECT-REC TO WS-RETURN-LINE
               PERFORM WRITE-FACILITY-RETURN
           END-IF.
           MOVE "REJECTED" TO WS-IX-PATH.
           MOVE WS-REJECT-REASON TO WS-IX-REASON.
           MOVE WS-REJECT-COUNTER TO WS-IX-SEQ.
      * verbatim against the buffer's uninitialized/space-filled pad).
           MOVE SPACES TO WS-OUT-PLAIN.
           MOVE 1 TO WS-OUT-PTR.
           EVALUATE WS-DEST-FORMAT(WS-DEST-CURRENT)
               WHEN "HL7"
                   STRING "PID|1|" P-ID "||" P-NAME "||" P-DOB
                          "|" P-SSN "|" P-DIAG
                  " REASON:" WS-EXCEPTION-REASON
                  DELIMITED BY SIZE INTO EXCEPTION-REC.
           WRITE EXCEPTION-REC.
      * A partition leaves the facility return files to the MERGE
      * pass, which writes them from the combined file in REC# order.
           IF NOT PARTITION-RUN
               MOVE EXCEPTION-REC TO WS-RETURN-LINE
               PERFORM WRITE-FACILITY-RETURN
           END-IF.
           MOVE "EXCEPTION" TO WS-IX-PATH.
           MOVE WS-EXCEPTION-REASON TO WS-IX-REASON.
           MOVE WS-EXCEPTION-COUNTER TO WS-IX-SEQ.
           MOVE "INPROG" TO CKPT-STATUS
           MOVE P-ID TO CKPT-LAST-ID
           MOVE WS-COUNTER TO CKPT-LAST-COUNT
           PERFORM LOAD-CHECKPOINT-COUNTERS
           REWRITE CHECKPOINT-REC.

       LOAD-CHECKPOINT-COUNTERS.
           MOVE WS-LOG-COUNTER TO CKPT-LOG-COUNT
           MOVE WS-OUT-COUNTER TO CKPT-OUT-COUNT
           MOVE WS-REJECT-COUNTER TO CKPT-REJECT-COUNT
           MOVE WS-DISP-OVR-COUNTER TO CKPT-DISP-OVR-COUNT
           MOVE WS-DISP-DRP-COUNTER TO CKPT-DISP-DRP-COUNT
           MOVE WS-DISP-BAD-COUNTER TO CKPT-DISP-BAD-COUNT
           MOVE WS-BILLED-COUNTER TO CKPT-BILLED-COUNT
           MOVE WS-CORRECTION-COUNTER TO CKPT-CORRECTION-COUNT
           MOVE WS-HELD-OUT-COUNTER TO CKPT-HELD-OUT-COUNT
           MOVE WS-HELD-BILL-COUNTER TO CKPT-HELD-BILL-COUNT
           MOVE WS-UNPRICED-COUNTER TO CKPT-UNPRICED-COUNT
           PERFORM VARYING WS-CKPT-DEST-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-DEST-IDX > WS-DEST-MAX
               IF WS-CKPT-DEST-IDX > WS-DEST-USED
                   MOVE SPACES TO CKPT-DEST-ID(WS-CKPT-DEST-IDX)
                   MOVE 0 TO CKPT-DEST-OUT-COUNT(WS-CKPT-DEST-IDX)
               ELSE
                   MOVE WS-DEST-ID(WS-CKPT-DEST-IDX)
                       TO CKPT-DEST-ID(WS-CKPT-DEST-IDX)
                   MOVE WS-DEST-OUT-COUNT(WS-CKPT-DEST-IDX)
                       TO CKPT-DEST-OUT-COUNT(WS-CKPT-DEST-IDX)
               END-IF
           END-PERFORM.

       LOAD-CHECKPOINT-CLOSING.
      * The skipped and per-batch processed counts are only complete
      * at the end of a run (see CHECKPOINT-REC).
           MOVE WS-SKIPPED-COUNTER TO CKPT-SKIPPED-COUNT.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-MAX
               IF WS-FAC-IDX > WS-FAC-USED
                   MOVE 0 TO CKPT-FAC-PROCESSED(WS-FAC-IDX)
               ELSE
                   MOVE WS-FAC-PROCESSED(WS-FAC-IDX)
                       TO CKPT-FAC-PROCESSED(WS-FAC-IDX)
               END-IF
           END-PERFORM.

       WRITE-CHECKPOINT-COMPLETE.
      * Marks this date's checkpoint DONE once WRITE-SUMMARY has
      * as a deliberate rerun (records reprocessed, same-day
      * resubmissions caught by MASTER-CROSS-CHECK) rather than
      * silently skipping everything as if it were an abend restart.
      * The closing figures go on with it -- a partition's DONE
      * checkpoint is what the MERGE pass adds up.
           MOVE 1 TO WS-CKPT-REL-KEY.
           READ CHECKPOINT-FILE.
           MOVE "DONE" TO CKPT-STATUS
           PERFORM LOAD-CHECKPOINT-COUNTERS.
           PERFORM LOAD-CHECKPOINT-CLOSING.
           REWRITE CHECKPOINT-REC.

       WRITE-SUMMARY.
           DISPLAY "Records exceptioned          : "
                   WS-EXCEPTION-COUNTER.
           DISPLAY "Claim lines written          : " WS-CLAIM-COUNTER.
           DISPLAY "Claim lines previously billed: "
                   WS-BILLED-COUNTER.
           DISPLAY "Claim lines held (correction): "
                   WS-CORRECTION-COUNTER.
           DISPLAY "Uncovered patients           : "
                   WS-UNCOVERED-COUNTER.
           DISPLAY "Held from OUTBOUND (privacy) : "
                   WS-HELD-OUT-COUNTER.
           DISPLAY "Held from billing (privacy)  : "
                   WS-HELD-BILL-COUNTER.
           DISPLAY "Dispositions corrected       : "
                   WS-DISP-COR-COUNTER.
           DISPLAY "Dispositions overridden      : "
                  " REJECTED:" WS-REJECT-COUNTER
                  " EXCEPTIONED:" WS-EXCEPTION-COUNTER
                  " CLAIM-LINES:" WS-CLAIM-COUNTER
                  " PREVIOUSLY-BILLED:" WS-BILLED-COUNTER
                  " POSSIBLE-CORRECTIONS:" WS-CORRECTION-COUNTER
                  " UNCOVERED:" WS-UNCOVERED-COUNTER
                  DELIMITED BY SIZE INTO SUMMARY-REC.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           STRING "HELD-OUTBOUND:" WS-HELD-OUT-COUNTER
                  " HELD-BILLING:" WS-HELD-BILL-COUNTER
                  DELIMITED BY SIZE INTO SUMMARY-REC.
           WRITE SUMMARY-REC.

           PERFORM WRITE-DESTINATION-SUMMARY.

      * A partition holds only some of each day's batches, so the
      * facility reconciliation (and the stray-trailer count below)
      * is left to the MERGE pass's summary; the partition's own
      * says which partition it is.
           IF PARTITION-RUN
               MOVE SPACES TO SUMMARY-REC
               STRING "PARTITION:" WS-PART-NO
                      " OF:" WS-PLAN-PARTS
                      " FACILITY TOTALS ON THE MERGED SUMMARY"
                      DELIMITED BY SIZE INTO SUMMARY-REC
               WRITE SUMMARY-REC
           ELSE
               PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                       UNTIL WS-FAC-IDX > WS-FAC-USED
                   PERFORM WRITE-FACILITY-SUMMARY-LINE
               END-PERFORM
               IF WS-UNBATCHED-COUNT > 0
                   MOVE SPACES TO SUMMARY-REC
                   STRING "FACILITY:LOCAL  RECEIVED:"
                          WS-UNBATCHED-COUNT
                          " (no batch control records)"
                          DELIMITED BY SIZE INTO SUMMARY-REC
                   WRITE SUMMARY-REC
               END-IF
           END-IF.
           IF WS-SKIPPED-COUNTER > 0
               DISPLAY "Records skipped (failed batch): "
      * On its own condition, not nested under the skipped-records
      * one -- a stray trailer alone forces RETURN-CODE 8, and the
      * summary that return code points at has to say why.
           IF WS-STRAY-TRL-COUNT > 0 AND NOT PARTITION-RUN
               DISPLAY "Stray batch trailers            : "
                       WS-STRAY-TRL-COUNT
               MOVE SPACES TO SUMMARY-REC
                  DELIMITED BY SIZE INTO SUMMARY-REC.
           WRITE SUMMARY-REC.

       WRITE-DESTINATION-SUMMARY.
      * One line per downstream destination, then their total, which
      * has to equal the OUTBOUND-WRITTEN figure above -- each
      * destination's line is what its ACK-RECONCILE manifest count
      * is checked against.
           MOVE 0 TO WS-DEST-TOTAL.
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-USED
               ADD WS-DEST-OUT-COUNT(WS-DEST-IDX) TO WS-DEST-TOTAL
               DISPLAY "OUTBOUND to " WS-DEST-ID(WS-DEST-IDX)
                       " (" WS-DEST-FORMAT(WS-DEST-IDX) ")     : "
                       WS-DEST-OUT-COUNT(WS-DEST-IDX)
               MOVE SPACES TO SUMMARY-REC
               STRING "DESTINATION:" WS-DEST-ID(WS-DEST-IDX)
                      " FORMAT:" WS-DEST-FORMAT(WS-DEST-IDX)
                      " OUTBOUND:" WS-DEST-OUT-COUNT(WS-DEST-IDX)
                      " FILE:" WS-DEST-OUT-NAME(WS-DEST-IDX)
                      DELIMITED BY SIZE INTO SUMMARY-REC
               WRITE SUMMARY-REC
           END-PERFORM.
           MOVE SPACES TO SUMMARY-REC.
           IF WS-DEST-TOTAL = WS-OUT-COUNTER
               STRING "DESTINATIONS-TOTAL:" WS-DEST-TOTAL
                      " OUTBOUND-WRITTEN:" WS-OUT-COUNTER
                      " BALANCED"
                      DELIMITED BY SIZE INTO SUMMARY-REC
           ELSE
               DISPLAY "WARNING: destination counts total "
                       WS-DEST-TOTAL " but OUTBOUND-WRITTEN is "
                       WS-OUT-COUNTER
               STRING "DESTINATIONS-TOTAL:" WS-DEST-TOTAL
                      " OUTBOUND-WRITTEN:" WS-OUT-COUNTER
                      " OUT-OF-BALANCE"
                      DELIMITED BY SIZE INTO SUMMARY-REC
           END-IF.
           WRITE SUMMARY-REC.

       WRITE-CLAIM-LINES.
      * Explode the patient's treatment-history occurrences into the
      * claim-line extract, one record per treatment. Only populated
      * occurrences inside P-TREAT-COUNT are billable; a non-numeric
      * count (the record is otherwise clean) is treated as zero
      * rather than trusted as a subscript. Each occurrence is
      * checked against the billed-services ledger first -- only a
      * service not already billed reaches the extract.
           IF P-TREAT-COUNT IS NUMERIC
               PERFORM VARYING WS-TREAT-IDX FROM 1 BY 1
                       UNTIL WS-TREAT-IDX > P-TREAT-COUNT
                          OR WS-TREAT-IDX > 5
                   IF PT-CODE(WS-TREAT-IDX) NOT = SPACES
                       PERFORM CHECK-BILLED-LEDGER
                       EVALUATE TRUE
                           WHEN LINE-NOT-BILLED
                               PERFORM WRITE-ONE-CLAIM-LINE
                           WHEN LINE-PREVIOUSLY-BILLED
                               PERFORM WRITE-PREVIOUSLY-BILLED
                           WHEN OTHER
                               PERFORM WRITE-POSSIBLE-CORRECTION
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-ONE-CLAIM-LINE.
      * The claim line is written before its ledger entry: an abend
      * between the two leaves the line in the (EXTEND-ed) extract
      * with no ledger entry, and the restart's reprocessing of that
      * record then bills it once more -- the same one-record window
      * WRITE-CHECKPOINT accepts. The other order would lose the
      * line outright.
           PERFORM PRICE-CLAIM-LINE.
           MOVE SPACES TO CLAIM-REC.
           MOVE P-ID TO CL-PATIENT-ID.
           MOVE PT-DATE(WS-TREAT-IDX) TO CL-TREAT-DATE.
           MOVE PT-CODE(WS-TREAT-IDX) TO CL-TREAT-CODE.
           MOVE WS-TREAT-PROV-ID(WS-TREAT-IDX) TO CL-PROVIDER.
           MOVE WS-CLAIM-CHARGE TO CL-CHARGE.
           IF PARTITION-RUN
               MOVE SPACE TO PCL-SEPARATOR
               MOVE WS-COUNTER TO PCL-SOURCE-REC-NO
               WRITE PART-CLAIM-REC
           ELSE
               WRITE CLAIM-REC
           END-IF.
           ADD 1 TO WS-CLAIM-COUNTER.
           PERFORM RECORD-BILLED-SERVICE.

       CHECK-BILLED-LEDGER.
      * An identical service already on the ledger was billed by an
      * earlier run -- unless it was billed on this same date's
      * extract by an earlier run of this date and this is a fresh
      * rerun: OPEN OUTPUT is rebuilding that extract from scratch,
      * so the service has to go onto it again. (A restarted run
      * EXTENDs the extract, so there everything on the ledger
      * stays billed.) A service not on the ledger is still a
      * possible correction when the ledger holds a service for the
      * same date that the resent table no longer carries.
           SET LINE-NOT-BILLED TO TRUE.
           PERFORM COUNT-PRIOR-OCCURRENCES.
           MOVE P-ID TO BL-PATIENT-ID.
           MOVE PT-DATE(WS-TREAT-IDX) TO BL-TREAT-DATE.
           MOVE PT-CODE(WS-TREAT-IDX) TO BL-TREAT-CODE.
           MOVE WS-TREAT-PROV-ID(WS-TREAT-IDX) TO BL-PROVIDER.
           MOVE WS-LEDGER-OCCURRENCE TO BL-OCCURRENCE.
           READ BILLED-LEDGER
               INVALID KEY
                   SET LEDGER-ENTRY-ABSENT TO TRUE
               NOT INVALID KEY
                   SET LEDGER-ENTRY-FOUND TO TRUE
           END-READ.
           IF WS-LEDGER-FILE-STATUS NOT = "00" AND
              WS-LEDGER-FILE-STATUS NOT = "23"
               PERFORM LEDGER-IO-FAILURE
           END-IF.
           IF LEDGER-ENTRY-FOUND
               MOVE BL-EXTRACT-DATE TO WS-BILLED-EXTRACT
               IF BL-EXTRACT-DATE = WS-RUN-DATE AND FRESH-RUN
                  AND BL-RUN-TIME NOT = WS-RUN-TIME
                   CONTINUE
               ELSE
                   SET LINE-PREVIOUSLY-BILLED TO TRUE
               END-IF
           ELSE
               PERFORM SCAN-BILLED-DATE
           END-IF.

       COUNT-PRIOR-OCCURRENCES.
      * Which occurrence of this identical service (same date, code
      * and canonical provider) within the record this one is -- the
      * second of two identical treatments matches the second
      * ledger entry, not the first.
           MOVE 1 TO WS-LEDGER-OCCURRENCE.
           PERFORM VARYING WS-TREAT-JDX FROM 1 BY 1
                   UNTIL WS-TREAT-JDX >= WS-TREAT-IDX
               IF PT-DATE(WS-TREAT-JDX) = PT-DATE(WS-TREAT-IDX)
                  AND PT-CODE(WS-TREAT-JDX) = PT-CODE(WS-TREAT-IDX)
                  AND WS-TREAT-PROV-ID(WS-TREAT-JDX) =
                      WS-TREAT-PROV-ID(WS-TREAT-IDX)
                   ADD 1 TO WS-LEDGER-OCCURRENCE
               END-IF
           END-PERFORM.

       SCAN-BILLED-DATE.
      * Walk everything billed for this patient on this treatment
      * date. A billed service the resent table still carries is
      * accounted for; one it no longer carries means this new
      * code/provider may be a correction of it, not an extra
      * service -- billing both would double-bill the date.
           SET LEDGER-SCAN-OPEN TO TRUE.
           MOVE P-ID TO BL-PATIENT-ID.
           MOVE PT-DATE(WS-TREAT-IDX) TO BL-TREAT-DATE.
           MOVE LOW-VALUES TO BL-TREAT-CODE BL-PROVIDER.
           MOVE 0 TO BL-OCCURRENCE.
           START BILLED-LEDGER KEY NOT < BL-KEY
               INVALID KEY
                   SET LEDGER-SCAN-DONE TO TRUE
           END-START.
           IF WS-LEDGER-FILE-STATUS NOT = "00" AND
              WS-LEDGER-FILE-STATUS NOT = "23"
               PERFORM LEDGER-IO-FAILURE
           END-IF.
           PERFORM UNTIL LEDGER-SCAN-DONE
               PERFORM JUDGE-ONE-BILLED-SERVICE
           END-PERFORM.

       JUDGE-ONE-BILLED-SERVICE.
           READ BILLED-LEDGER NEXT
               AT END
                   SET LEDGER-SCAN-DONE TO TRUE
           END-READ.
           IF WS-LEDGER-FILE-STATUS NOT = "00" AND
              WS-LEDGER-FILE-STATUS NOT = "10"
               PERFORM LEDGER-IO-FAILURE
           END-IF.
           IF LEDGER-SCAN-OPEN
               IF BL-PATIENT-ID NOT = P-ID
                  OR BL-TREAT-DATE NOT = PT-DATE(WS-TREAT-IDX)
                   SET LEDGER-SCAN-DONE TO TRUE
               ELSE
                   SET LEDGER-SERVICE-GONE TO TRUE
                   PERFORM VARYING WS-TREAT-JDX FROM 1 BY 1
                           UNTIL WS-TREAT-JDX > P-TREAT-COUNT
                              OR WS-TREAT-JDX > 5
                              OR LEDGER-SERVICE-RESENT
                       IF PT-DATE(WS-TREAT-JDX) = BL-TREAT-DATE
                          AND PT-CODE(WS-TREAT-JDX) = BL-TREAT-CODE
                          AND WS-TREAT-PROV-ID(WS-TREAT-JDX) =
                              BL-PROVIDER
                           SET LEDGER-SERVICE-RESENT TO TRUE
                       END-IF
                   END-PERFORM
                   IF LEDGER-SERVICE-GONE
                       SET LINE-POSSIBLE-CORRECTION TO TRUE
                       MOVE BL-TREAT-CODE TO WS-WAS-CODE
                       MOVE BL-PROVIDER TO WS-WAS-PROVIDER
                       MOVE BL-EXTRACT-DATE TO WS-WAS-EXTRACT
                       SET LEDGER-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       RECORD-BILLED-SERVICE.
      * A fresh rerun re-billing a service from an earlier run of
      * the same date finds its entry already there -- it is
      * re-stamped with this run rather than added twice.
           MOVE P-ID TO BL-PATIENT-ID.
           MOVE PT-DATE(WS-TREAT-IDX) TO BL-TREAT-DATE.
           MOVE PT-CODE(WS-TREAT-IDX) TO BL-TREAT-CODE.
           MOVE WS-TREAT-PROV-ID(WS-TREAT-IDX) TO BL-PROVIDER.
           MOVE WS-LEDGER-OCCURRENCE TO BL-OCCURRENCE.
           MOVE WS-RUN-DATE TO BL-EXTRACT-DATE.
           MOVE WS-RUN-TIME TO BL-RUN-TIME.
           MOVE WS-CLAIM-CHARGE TO BL-CHARGE.
           MOVE WS-CURRENT-FACILITY TO BL-FACILITY-ID.
           IF LEDGER-ENTRY-FOUND
               REWRITE BILLED-LEDGER-REC
           ELSE
               WRITE BILLED-LEDGER-REC
           END-IF.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               PERFORM LEDGER-IO-FAILURE
           END-IF.

       WRITE-PREVIOUSLY-BILLED.
           ADD 1 TO WS-BILLED-COUNTER.
           MOVE SPACES TO BILLED-RPT-REC.
           STRING "REC#" WS-COUNTER " ID:" P-ID
                  " FAC:" WS-CURRENT-FACILITY
                  " DATE:" PT-DATE(WS-TREAT-IDX)
                  " CODE:" PT-CODE(WS-TREAT-IDX)
                  " PROVIDER:" WS-TREAT-PROV-ID(WS-TREAT-IDX)
                  " BILLED-ON:" WS-BILLED-EXTRACT
                  DELIMITED BY SIZE INTO BILLED-RPT-REC.
           WRITE BILLED-RPT-REC.

       WRITE-POSSIBLE-CORRECTION.
           ADD 1 TO WS-CORRECTION-COUNTER.
           MOVE SPACES TO CORRECTION-RPT-REC.
           STRING "REC#" WS-COUNTER " ID:" P-ID
                  " FAC:" WS-CURRENT-FACILITY
                  " DATE:" PT-DATE(WS-TREAT-IDX)
                  " CODE:" PT-CODE(WS-TREAT-IDX)
                  " PROVIDER:" WS-TREAT-PROV-ID(WS-TREAT-IDX)
                  " WAS-CODE:" WS-WAS-CODE
                  " WAS-PROVIDER:" WS-WAS-PROVIDER
                  " BILLED-ON:" WS-WAS-EXTRACT
                  " NOT BILLED"
                  DELIMITED BY SIZE INTO CORRECTION-RPT-REC.
           WRITE CORRECTION-RPT-REC.

       PRICE-CLAIM-LINE.
      * Rates for one code sit together in key order (code, then
      * effective date), so a short forward scan from the code's

           CLOSE RUN-HISTORY.

       WRITE-SUBMISSION-LOG.
      * Record which clinics' batches actually arrived today, failed
      * ones included -- a batch that failed verification still
      * arrived, and SUBMISSION-MONITOR reports its status rather
      * than calling it missing. Written once at the end of a clean
      * run from the pre-scan's table, which always covers the whole
      * file, so a checkpoint restart logs the day exactly once.
      * Details outside any batch (the LOCAL pseudo-facility) are
      * not a clinic submission and are not logged.
           OPEN EXTEND SUBMISSION-LOG.
           IF WS-SUBLOG-FILE-STATUS = "35"
               OPEN OUTPUT SUBMISSION-LOG
           END-IF.
           IF WS-SUBLOG-FILE-STATUS NOT = "00"
               DISPLAY "PATIENT-TEST-INCIDENTS: submission_log.dat "
                       "OPEN failed, status " WS-SUBLOG-FILE-STATUS
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-USED
               MOVE SPACES TO SUBMISSION-LOG-REC
               MOVE WS-RUN-DATE TO SL-RUN-DATE
               MOVE WS-RUN-TIME TO SL-RUN-TIME
               MOVE WS-FAC-ID(WS-FAC-IDX) TO SL-FACILITY-ID
               MOVE WS-FAC-CREATE-DATE(WS-FAC-IDX) TO SL-CREATE-DATE
               MOVE WS-FAC-EXPECTED(WS-FAC-IDX) TO SL-EXPECTED
               MOVE WS-FAC-RECEIVED(WS-FAC-IDX) TO SL-RECEIVED
               MOVE WS-FAC-PROCESSED(WS-FAC-IDX) TO SL-PROCESSED
               IF FAC-BATCH-OK(WS-FAC-IDX)
                   MOVE "OK" TO SL-STATUS
               ELSE
                   MOVE "FAILED" TO SL-STATUS
                   MOVE WS-FAC-FAIL-REASON(WS-FAC-IDX)
                       TO SL-FAIL-REASON
               END-IF
               WRITE SUBMISSION-LOG-REC
           END-PERFORM.
           CLOSE SUBMISSION-LOG.

       WRITE-FACILITY-SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-REC.
           IF FAC-BATCH-OK(WS-FAC-IDX)
               END-IF
           END-IF.

       CHECK-PARTITIONS-IDLE.
      * A serial run or a new split must not start while a partition
      * of the date is INPROG -- running or abended, it has records
      * part way through the master and the ledger, and only its own
      * rerun (resuming from its checkpoint) can finish them. No
      * plan means the date has never been split.
           PERFORM READ-PARTITION-PLAN.
           IF PLAN-AVAILABLE
               PERFORM VARYING WS-PART-IDX FROM 0 BY 1
                       UNTIL WS-PART-IDX > WS-PLAN-PARTS
                   MOVE WS-PART-IDX TO WS-PART-WORK-NO
                   PERFORM SET-PARTITION-JOB
                   MOVE "CHECK" TO WS-RC-ACTION
                   MOVE WS-RUN-DATE TO WS-RC-DATE
                   CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
                       WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
                   END-CALL
                   IF WS-RC-STATUS = "INPROG"
                       DISPLAY "PATIENT-TEST-INCIDENTS: " WS-RC-JOB
                               " is INPROG for " WS-RC-DATE
                               " -- that partition has to finish "
                               "first; refusing to start."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               PERFORM CHECK-SPLIT-STILL-OPEN
           END-IF.
      * An open split is finished by its partitions and the merge.
      * A serial run would process the patients of any partition
      * already run a second time, and close PATIENT-BATCH under the
      * merge, leaving the partitions' outbound files unmerged and
      * unsent. A re-split is allowed only while no partition has
      * processed anything.
           IF SPLIT-IS-OPEN
               IF SERIAL-RUN
                   DISPLAY "PATIENT-TEST-INCIDENTS: the partitioned "
                           "run for " WS-RUN-DATE " is still open -- "
                           "finish its partitions and the MERGE; "
                           "refusing a serial run."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PART-IDX FROM 0 BY 1
                       UNTIL WS-PART-IDX > WS-PLAN-PARTS
                   MOVE WS-PART-IDX TO WS-PART-WORK-NO
                   PERFORM CHECK-PARTITION-UNTOUCHED
               END-PERFORM
               MOVE WS-DAY-CHECKPOINT-NAME TO WS-CHECKPOINT-NAME
           END-IF.

       CHECK-SPLIT-STILL-OPEN.
      * The plan outlives the merge, so it alone does not make the
      * split open: PATIENT-BATCH must still be INPROG, and not from
      * a serial run that abended part way (its own checkpoint,
      * INPROG with records behind it, says so -- the merge leaves
      * that checkpoint DONE, the split never touches it).
           SET SPLIT-IS-CLOSED TO TRUE.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "PATIENT-BATCH" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               SET SPLIT-IS-OPEN TO TRUE
               MOVE WS-DAY-CHECKPOINT-NAME TO WS-CHECKPOINT-NAME
               MOVE 1 TO WS-CKPT-REL-KEY
               OPEN INPUT CHECKPOINT-FILE
               IF WS-CKPT-FILE-STATUS = "00"
                   READ CHECKPOINT-FILE
                   IF WS-CKPT-FILE-STATUS = "00" AND
                      CKPT-RUN-IN-PROGRESS AND CKPT-LAST-COUNT > 0
                       SET SPLIT-IS-CLOSED TO TRUE
                   END-IF
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.

       CHECK-PARTITION-UNTOUCHED.
      * Partition WS-PART-WORK-NO of the open split must not have
      * started: the split clears every checkpoint, so one with
      * records behind it, or DONE, has processed patients.
           PERFORM READ-PARTITION-CHECKPOINT.
           IF CKPT-RUN-COMPLETE OR
              (CKPT-LAST-COUNT IS NUMERIC AND CKPT-LAST-COUNT > 0)
               PERFORM SET-PARTITION-JOB
               DISPLAY "PATIENT-TEST-INCIDENTS: " WS-RC-JOB
                       " has already processed records for "
                       WS-RUN-DATE " (checkpoint " CKPT-STATUS
                       ") -- finish the partitions and the MERGE; "
                       "refusing to re-split."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-SERIAL-RUN-IDLE.
      * Nor may a split start over a serial run of the date that
      * abended: that run resumes from its checkpoint, and splitting
      * the day instead would process its finished records again.
           MOVE 1 TO WS-CKPT-REL-KEY.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
               IF WS-CKPT-FILE-STATUS = "00" AND
                  CKPT-RUN-IN-PROGRESS AND CKPT-LAST-COUNT > 0
                   DISPLAY "PATIENT-TEST-INCIDENTS: the serial run "
                           "for " WS-RUN-DATE " stopped at record "
                           CKPT-LAST-COUNT " -- rerun it serially "
                           "to finish; refusing to split."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

       READ-PARTITION-PLAN.
           SET PLAN-MISSING TO TRUE.
           OPEN INPUT PARTITION-PLAN.
           EVALUATE WS-PLAN-FILE-STATUS
               WHEN "00"
                   READ PARTITION-PLAN
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PL-PLAN-LINE
                               SET PLAN-AVAILABLE TO TRUE
                               MOVE PL-PARTITIONS TO WS-PLAN-PARTS
                               MOVE PL-START-TIME
                                   TO WS-PLAN-START-TIME
                               MOVE PL-INPUT-LINES
                                   TO WS-PLAN-INPUT-LINES
                           END-IF
                   END-READ
                   CLOSE PARTITION-PLAN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   PERFORM PLAN-IO-FAILURE
           END-EVALUATE.

       CHECK-SPLIT-OPEN.
      * A partition or the merge runs only inside an open partitioned
      * run of its date: the split finished (PATIENT-SPLIT DONE), the
      * day not yet closed (PATIENT-BATCH still INPROG from the
      * split), and the plan on hand to say how it was divided.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "PATIENT-SPLIT" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS NOT = "DONE"
               DISPLAY "PATIENT-TEST-INCIDENTS: PATIENT-SPLIT is "
                       WS-RC-STATUS " for " WS-RC-DATE
                       " -- the day has not been split; refusing "
                       "to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "PATIENT-BATCH" TO WS-RC-JOB.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS NOT = "INPROG"
               DISPLAY "PATIENT-TEST-INCIDENTS: PATIENT-BATCH is "
                       WS-RC-STATUS " for " WS-RC-DATE
                       " -- no partitioned run is open; refusing "
                       "to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PARTITION-PLAN.
           IF PLAN-MISSING
               DISPLAY "PATIENT-TEST-INCIDENTS: " WS-PLAN-NAME
                       " not found -- refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-PARTITION-READY.
      * Only a partition the plan has may run. Partition 00 holds
      * the P-IDs the others share and the dispositions -- records a
      * serial run handles after everything before them in the file
      * -- so it waits until every other partition is DONE.
           PERFORM CHECK-SPLIT-OPEN.
           IF WS-PART-NO > WS-PLAN-PARTS
               DISPLAY "PATIENT-TEST-INCIDENTS: partition "
                       WS-PART-NO " is not on the plan for "
                       WS-RUN-DATE " (" WS-PLAN-PARTS
                       " partitions) -- refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PART-NO = 0
               PERFORM CHECK-PARTITIONS-DONE
      * The checks borrowed the suffix and checkpoint name; put
      * back this partition's own.
               MOVE WS-PART-NO TO WS-PART-WORK-NO
               PERFORM SET-PARTITION-SUFFIX
               MOVE WS-DAY-CHECKPOINT-NAME TO WS-NAME-WORK
               PERFORM ADD-PARTITION-SUFFIX
               MOVE WS-NAME-WORK TO WS-CHECKPOINT-NAME
           END-IF.
           PERFORM ADOPT-PLAN-RUN-TIME.

       CHECK-PARTITIONS-DONE.
      * Every partition from 01 up.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PLAN-PARTS
               MOVE WS-PART-IDX TO WS-PART-WORK-NO
               PERFORM CHECK-ONE-PARTITION-DONE
           END-PERFORM.

       CHECK-ONE-PARTITION-DONE.
      * DONE on the control file and on its own checkpoint. The
      * checkpoint is the one that counts after a re-split: the split
      * resets every checkpoint, but a partition's control record
      * still says DONE from the split before.
           PERFORM SET-PARTITION-JOB.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           PERFORM READ-PARTITION-CHECKPOINT.
           IF WS-RC-STATUS NOT = "DONE" OR NOT CKPT-RUN-COMPLETE
               DISPLAY "PATIENT-TEST-INCIDENTS: " WS-RC-JOB
                       " has not finished for " WS-RC-DATE
                       " (control " WS-RC-STATUS ", checkpoint "
                       CKPT-STATUS ") -- refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PARTITION-CHECKPOINT.
      * Partition WS-PART-WORK-NO's checkpoint into CHECKPOINT-REC,
      * spaces if there is none to read.
           PERFORM SET-PARTITION-SUFFIX.
           MOVE WS-DAY-CHECKPOINT-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-CHECKPOINT-NAME.
           MOVE 1 TO WS-CKPT-REL-KEY.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
               IF WS-CKPT-FILE-STATUS NOT = "00"
                   MOVE SPACES TO CHECKPOINT-REC
               END-IF
               CLOSE CHECKPOINT-FILE
           ELSE
               MOVE SPACES TO CHECKPOINT-REC
           END-IF.

       ADOPT-PLAN-RUN-TIME.
      * Every partition and the merge run as the split's run: one
      * start time on the ledger (so what one partition billed reads
      * as billed by this run, not an earlier one -- see
      * CHECK-BILLED-LEDGER), in the audit entries and in the run
      * history.
           MOVE WS-PLAN-START-TIME TO WS-RUN-TIME.
           MOVE SPACES TO WS-RUN-TIMESTAMP.
           STRING WS-RUN-DATE "-" WS-RUN-TIME
                  DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.

       CHECK-SCAN-AGAINST-PLAN.
      * The pre-scan has just re-read the day's input; if it is not
      * the file that was split, every REC# and batch in the
      * partition files is wrong.
           IF WS-SCAN-COUNT NOT = WS-PLAN-INPUT-LINES
               DISPLAY "PATIENT-TEST-INCIDENTS: " WS-PATIENT-IN-NAME
                       " has " WS-SCAN-COUNT " lines but "
                       WS-PLAN-INPUT-LINES " were split -- re-split "
                       "the day; refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SPLIT-DAY-INPUT.
      * Divide the day's input into partition files. Each facility
      * batch goes whole to one partition (so a batch's verdict and
      * its per-facility count stay with one process), balanced by
      * detail count; details outside any batch go together to the
      * lightest. A P-ID that turns up in more than one partition
      * goes, every occurrence of it, to partition 00 instead: the
      * same-day duplicate check against MASTER-PATIENT, and the
      * billed-services ledger, then see that patient's records in
      * file order in one process, exactly as a serial run does.
      * Details of failed batches stay with their batch (they are
      * only counted and skipped) and do not make an ID shared.
      *
      * The split opens the day's run: PATIENT-BATCH stays INPROG
      * (holding off master maintenance and the reference loads)
      * until the MERGE pass closes it, and the day's audit log gets
      * its RUN-START here.
           PERFORM CHECK-PARTITIONS-IDLE.
           PERFORM CHECK-SERIAL-RUN-IDLE.
           MOVE "PATIENT-SPLIT" TO WS-BATCH-JOB.
           PERFORM STAMP-JOB-START.
           MOVE "PATIENT-BATCH" TO WS-BATCH-JOB.
           PERFORM STAMP-JOB-START.

           PERFORM VERIFY-FACILITY-BATCHES.
           PERFORM ASSIGN-BATCH-PARTITIONS.
           PERFORM REGISTER-SPLIT-IDS.
           PERFORM STAGE-SPLIT-DETAILS.
           PERFORM UNLOAD-PARTITION-FILES.
           PERFORM RESET-PARTITION-CHECKPOINTS.
           PERFORM WRITE-PARTITION-PLAN.

           OPEN OUTPUT AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               PERFORM AUDIT-IO-FAILURE
           END-IF.
           PERFORM WRITE-AUDIT-RUN-START.
           CLOSE AUDIT-LOG.

           MOVE "PATIENT-SPLIT" TO WS-BATCH-JOB.
           PERFORM STAMP-JOB-END.
           DISPLAY "Split complete: " WS-SCAN-COUNT " lines into "
                   WS-PART-COUNT " partitions plus partition 00 ("
                   WS-SHARED-COUNT " shared P-IDs).".

       ASSIGN-BATCH-PARTITIONS.
      * Batches in file order, each to the partition (01 up) with
      * the fewest details so far; ties go to the lower number. A
      * failed batch's details are only skipped, so it weighs
      * nothing.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 9
               MOVE 0 TO WS-PART-WEIGHT(WS-PART-IDX)
                         WS-PART-BATCHES(WS-PART-IDX)
                         WS-PART-DETAILS(WS-PART-IDX)
           END-PERFORM.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-USED
               PERFORM FIND-LIGHTEST-PARTITION
               MOVE WS-LIGHT-PART TO WS-FAC-PARTITION(WS-FAC-IDX)
               ADD 1 TO WS-PART-BATCHES(WS-LIGHT-PART + 1)
               IF FAC-BATCH-OK(WS-FAC-IDX)
                   ADD WS-FAC-RECEIVED(WS-FAC-IDX)
                       TO WS-PART-WEIGHT(WS-LIGHT-PART + 1)
               END-IF
           END-PERFORM.
           PERFORM FIND-LIGHTEST-PARTITION.
           MOVE WS-LIGHT-PART TO WS-LOCAL-PARTITION.

       FIND-LIGHTEST-PARTITION.
           MOVE 1 TO WS-LIGHT-PART.
           PERFORM VARYING WS-PART-IDX FROM 2 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               IF WS-PART-WEIGHT(WS-PART-IDX + 1) <
                  WS-PART-WEIGHT(WS-LIGHT-PART + 1)
                   MOVE WS-PART-IDX TO WS-LIGHT-PART
               END-IF
           END-PERFORM.

       REGISTER-SPLIT-IDS.
      * First split pass: every P-ID with the partition its first
      * processable detail landed in, flagged shared the first time
      * one turns up in another. The work file is rebuilt every
      * split.
           OPEN OUTPUT SPLIT-ID-WORK.
           CLOSE SPLIT-ID-WORK.
           OPEN I-O SPLIT-ID-WORK.
           IF WS-SPLITID-FILE-STATUS NOT = "00"
               PERFORM SPLIT-ID-IO-FAILURE
           END-IF.
           MOVE 0 TO WS-BATCH-SEQ WS-FAC-CURRENT WS-SHARED-COUNT.
           OPEN INPUT PATIENT-IN.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF
               READ PATIENT-IN
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM REGISTER-ONE-SPLIT-ID
               END-READ
           END-PERFORM.
           CLOSE PATIENT-IN.
           MOVE "N" TO EOF-FLAG.

       REGISTER-ONE-SPLIT-ID.
           PERFORM TRACK-SPLIT-BATCH.
           IF NOT BC-HEADER AND NOT BC-TRAILER
               PERFORM LOCATE-DETAIL-PARTITION
               IF WS-FAC-CURRENT = 0
                   PERFORM REGISTER-SPLIT-ID
               ELSE
                   IF FAC-BATCH-OK(WS-FAC-CURRENT)
                       PERFORM REGISTER-SPLIT-ID
                   END-IF
               END-IF
           END-IF.

       TRACK-SPLIT-BATCH.
      * The batch a detail belongs to, followed exactly as
      * START-FACILITY-BATCH and END-FACILITY-BATCH follow it.
           EVALUATE TRUE
               WHEN BC-HEADER
                   ADD 1 TO WS-BATCH-SEQ
                   MOVE WS-BATCH-SEQ TO WS-FAC-CURRENT
               WHEN BC-TRAILER
                   MOVE 0 TO WS-FAC-CURRENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOCATE-DETAIL-PARTITION.
           IF WS-FAC-CURRENT = 0
               MOVE WS-LOCAL-PARTITION TO WS-STAGE-PARTITION
           ELSE
               MOVE WS-FAC-PARTITION(WS-FAC-CURRENT)
                   TO WS-STAGE-PARTITION
           END-IF.

       REGISTER-SPLIT-ID.
           MOVE P-ID TO SI-PATIENT-ID.
           READ SPLIT-ID-WORK
               INVALID KEY
                   MOVE WS-STAGE-PARTITION TO SI-PARTITION
                   SET SI-NOT-SHARED TO TRUE
                   WRITE SPLIT-ID-REC
               NOT INVALID KEY
                   IF SI-NOT-SHARED AND
                      SI-PARTITION NOT = WS-STAGE-PARTITION
                       SET SI-SHARED TO TRUE
                       ADD 1 TO WS-SHARED-COUNT
                       REWRITE SPLIT-ID-REC
                   END-IF
           END-READ.
           IF WS-SPLITID-FILE-STATUS NOT = "00"
               PERFORM SPLIT-ID-IO-FAILURE
           END-IF.

       STAGE-SPLIT-DETAILS.
      * Second split pass: every detail staged under its partition
      * and REC#. WS-COUNTER numbers the lines exactly as the
      * processing pass does, control records included.
           OPEN OUTPUT SPLIT-STAGE-WORK.
           IF WS-SPLITSTAGE-FILE-STATUS NOT = "00"
               PERFORM SPLIT-STAGE-IO-FAILURE
           END-IF.
           MOVE 0 TO WS-BATCH-SEQ WS-FAC-CURRENT WS-COUNTER.
           OPEN INPUT PATIENT-IN.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF
               READ PATIENT-IN
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM STAGE-ONE-SPLIT-DETAIL
               END-READ
           END-PERFORM.
           CLOSE PATIENT-IN SPLIT-STAGE-WORK SPLIT-ID-WORK.
           MOVE "N" TO EOF-FLAG.

       STAGE-ONE-SPLIT-DETAIL.
           ADD 1 TO WS-COUNTER.
           PERFORM TRACK-SPLIT-BATCH.
           IF NOT BC-HEADER AND NOT BC-TRAILER
               PERFORM LOCATE-DETAIL-PARTITION
               IF WS-FAC-CURRENT = 0
                   PERFORM CHECK-SHARED-ID
               ELSE
                   IF FAC-BATCH-OK(WS-FAC-CURRENT)
                       PERFORM CHECK-SHARED-ID
                   END-IF
               END-IF
               MOVE WS-STAGE-PARTITION TO SS-PARTITION
               MOVE WS-COUNTER TO SS-REC-NO
               MOVE WS-FAC-CURRENT TO SS-BATCH-SEQ
               MOVE PATIENT-REC TO SS-PATIENT-DATA
               WRITE SPLIT-STAGE-REC
               IF WS-SPLITSTAGE-FILE-STATUS NOT = "00"
                   PERFORM SPLIT-STAGE-IO-FAILURE
               END-IF
               ADD 1 TO WS-PART-DETAILS(WS-STAGE-PARTITION + 1)
           END-IF.

       CHECK-SHARED-ID.
           MOVE P-ID TO SI-PATIENT-ID.
           READ SPLIT-ID-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SI-SHARED
                       MOVE 0 TO WS-STAGE-PARTITION
                   END-IF
           END-READ.
           IF WS-SPLITID-FILE-STATUS NOT = "00"
               PERFORM SPLIT-ID-IO-FAILURE
           END-IF.

       UNLOAD-PARTITION-FILES.
      * One file per partition, 00 included, each in REC# order --
      * an empty partition still gets its (empty) file.
           OPEN INPUT SPLIT-STAGE-WORK.
           IF WS-SPLITSTAGE-FILE-STATUS NOT = "00"
               PERFORM SPLIT-STAGE-IO-FAILURE
           END-IF.
           PERFORM VARYING WS-PART-IDX FROM 0 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               PERFORM UNLOAD-ONE-PARTITION
           END-PERFORM.
           CLOSE SPLIT-STAGE-WORK.
           MOVE "N" TO EOF-FLAG.

       UNLOAD-ONE-PARTITION.
           MOVE WS-PART-IDX TO WS-PART-WORK-NO.
           PERFORM SET-PARTITION-SUFFIX.
           MOVE WS-PATIENT-IN-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-PARTITION-NAME.
           OPEN OUTPUT PARTITION-FILE.
           IF WS-PARTITION-FILE-STATUS NOT = "00"
               MOVE WS-PARTITION-NAME TO WS-FAILED-FILE-NAME
               MOVE WS-PARTITION-FILE-STATUS TO WS-FAILED-STATUS
               PERFORM WORK-FILE-FAILURE
           END-IF.
           MOVE "N" TO EOF-FLAG.
           MOVE WS-PART-IDX TO SS-PARTITION.
           MOVE 0 TO SS-REC-NO.
           START SPLIT-STAGE-WORK KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
               READ SPLIT-STAGE-WORK NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF SS-PARTITION NOT = WS-PART-IDX
                           SET EOF TO TRUE
                       ELSE
                           MOVE SPACES TO PARTITION-REC
                           MOVE SS-REC-NO TO PN-REC-NO
                           MOVE SS-BATCH-SEQ TO PN-BATCH-SEQ
                           MOVE SS-PATIENT-DATA TO PN-PATIENT-DATA
                           WRITE PARTITION-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTITION-FILE.

       RESET-PARTITION-CHECKPOINTS.
      * Each partition starts from a cleared checkpoint, so one left
      * INPROG or DONE by an earlier split of the date is neither
      * resumed nor mistaken for finished.
           PERFORM VARYING WS-PART-IDX FROM 0 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PART-IDX TO WS-PART-WORK-NO
               PERFORM SET-PARTITION-SUFFIX
               MOVE WS-DAY-CHECKPOINT-NAME TO WS-NAME-WORK
               PERFORM ADD-PARTITION-SUFFIX
               MOVE WS-NAME-WORK TO WS-CHECKPOINT-NAME
               MOVE 1 TO WS-CKPT-REL-KEY
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CKPT-FILE-STATUS NOT = "00"
                   MOVE WS-CHECKPOINT-NAME TO WS-FAILED-FILE-NAME
                   MOVE WS-CKPT-FILE-STATUS TO WS-FAILED-STATUS
                   PERFORM WORK-FILE-FAILURE
               END-IF
               PERFORM CLEAR-CHECKPOINT-RECORD
               WRITE CHECKPOINT-REC
               CLOSE CHECKPOINT-FILE
           END-PERFORM.
           MOVE WS-DAY-CHECKPOINT-NAME TO WS-CHECKPOINT-NAME.

       WRITE-PARTITION-PLAN.
      * Written last, once every partition file is in place.
           OPEN OUTPUT PARTITION-PLAN.
           IF WS-PLAN-FILE-STATUS NOT = "00"
               PERFORM PLAN-IO-FAILURE
           END-IF.
           MOVE SPACES TO PLAN-REC.
           MOVE "PLAN" TO PL-TYPE.
           MOVE WS-RUN-DATE TO PL-RUN-DATE.
           MOVE WS-RUN-TIME TO PL-START-TIME.
           MOVE WS-PART-COUNT TO PL-PARTITIONS.
           MOVE WS-COUNTER TO PL-INPUT-LINES.
           MOVE WS-SHARED-COUNT TO PL-SHARED-IDS.
           MOVE WS-OPERATOR-ID TO PL-OPERATOR.
           WRITE PLAN-REC.
           PERFORM VARYING WS-PART-IDX FROM 0 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE SPACES TO PLAN-PART-REC
               MOVE "PART" TO PP-TYPE
               MOVE WS-PART-IDX TO PP-PARTITION
               MOVE WS-PART-BATCHES(WS-PART-IDX + 1) TO PP-BATCHES
               MOVE WS-PART-DETAILS(WS-PART-IDX + 1) TO PP-DETAILS
               WRITE PLAN-PART-REC
               DISPLAY "Partition " WS-PART-IDX ": "
                       WS-PART-BATCHES(WS-PART-IDX + 1) " batches, "
                       WS-PART-DETAILS(WS-PART-IDX + 1) " details"
           END-PERFORM.
           CLOSE PARTITION-PLAN.

       MERGE-PARTITIONS.
      * Close a partitioned day. Every partition's outputs are
      * staged by the day file they belong to and the REC# of the
      * record that wrote them, then unloaded under the day's names
      * in REC# order -- the order a serial run writes them in --
      * with each per-file sequence (the manifest sequences, the
      * index's line numbers) renumbered as the serial run numbers
      * them. What was written is checked against the partitions'
      * checkpoint totals before the day is closed; out of balance,
      * the merge stops with the day still INPROG.
           PERFORM CHECK-SPLIT-OPEN.
           PERFORM CHECK-PARTITIONS-DONE.
           MOVE 0 TO WS-PART-WORK-NO.
           PERFORM CHECK-ONE-PARTITION-DONE.
           MOVE WS-DAY-CHECKPOINT-NAME TO WS-CHECKPOINT-NAME.
           PERFORM ADOPT-PLAN-RUN-TIME.
           PERFORM VERIFY-FACILITY-BATCHES.
           PERFORM CHECK-SCAN-AGAINST-PLAN.
           MOVE "PATIENT-MERGE" TO WS-BATCH-JOB.
           PERFORM STAMP-JOB-START.

           PERFORM OPEN-ROUTE-REFERENCES.
           PERFORM SUM-PARTITION-CHECKPOINTS.
           COMPUTE WS-COUNTER = WS-SCAN-COUNT + WS-DISP-COR-COUNTER
                              + WS-DISP-OVR-COUNTER
                              + WS-DISP-DRP-COUNTER
                              + WS-DISP-BAD-COUNTER.
           PERFORM STAGE-PARTITION-OUTPUTS.
           PERFORM UNLOAD-MERGED-OUTPUTS.
           PERFORM WRITE-PROVIDER-SUMMARY.

           OPEN OUTPUT PATIENT-SUMMARY-RPT.
           PERFORM WRITE-SUMMARY.
           PERFORM WRITE-MERGE-BALANCE.
           CLOSE PATIENT-SUMMARY-RPT.
           IF ROUTEREF-AVAILABLE
               CLOSE ROUTE-REF
           END-IF.
           IF MERGE-OUT-OF-BALANCE
               DISPLAY "PATIENT-TEST-INCIDENTS: merged files do not "
                       "balance to the partitions -- see "
                       WS-SUMMARY-NAME "; the day stays INPROG."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM MERGE-AUDIT-LOGS.
           PERFORM WRITE-RUN-HISTORY.
           PERFORM WRITE-SUBMISSION-LOG.
           PERFORM WRITE-DAY-CHECKPOINT.
           PERFORM STAMP-JOB-END.
           MOVE "PATIENT-BATCH" TO WS-BATCH-JOB.
           PERFORM STAMP-JOB-END.
           PERFORM CHECK-BATCH-RETURN-CODE.
           DISPLAY "Merge complete.".

       SUM-PARTITION-CHECKPOINTS.
      * The day's control totals are the partitions' closing
      * checkpoints added up. The per-batch processed counts line up
      * because every partition pre-scans the same file into the
      * same facility table.
           PERFORM VARYING WS-PART-IDX FROM 0 BY 1
                   UNTIL WS-PART-IDX > WS-PLAN-PARTS
               MOVE WS-PART-IDX TO WS-PART-WORK-NO
               PERFORM READ-PARTITION-CHECKPOINT
               PERFORM ADD-PARTITION-CHECKPOINT
           END-PERFORM.
           MOVE WS-DAY-CHECKPOINT-NAME TO WS-CHECKPOINT-NAME.

       ADD-PARTITION-CHECKPOINT.
           ADD CKPT-LOG-COUNT TO WS-LOG-COUNTER.
           ADD CKPT-OUT-COUNT TO WS-OUT-COUNTER.
           ADD CKPT-REJECT-COUNT TO WS-REJECT-COUNTER.
           ADD CKPT-EXCEPTION-COUNT TO WS-EXCEPTION-COUNTER.
           ADD CKPT-CLAIM-COUNT TO WS-CLAIM-COUNTER.
           ADD CKPT-UNCOVERED-COUNT TO WS-UNCOVERED-COUNTER.
           ADD CKPT-DISP-COR-COUNT TO WS-DISP-COR-COUNTER.
           ADD CKPT-DISP-OVR-COUNT TO WS-DISP-OVR-COUNTER.
           ADD CKPT-DISP-DRP-COUNT TO WS-DISP-DRP-COUNTER.
           ADD CKPT-DISP-BAD-COUNT TO WS-DISP-BAD-COUNTER.
           ADD CKPT-BILLED-COUNT TO WS-BILLED-COUNTER.
           ADD CKPT-CORRECTION-COUNT TO WS-CORRECTION-COUNTER.
           ADD CKPT-HELD-OUT-COUNT TO WS-HELD-OUT-COUNTER.
           ADD CKPT-HELD-BILL-COUNT TO WS-HELD-BILL-COUNTER.
           ADD CKPT-UNPRICED-COUNT TO WS-UNPRICED-COUNTER.
           ADD CKPT-SKIPPED-COUNT TO WS-SKIPPED-COUNTER.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-USED
               ADD CKPT-FAC-PROCESSED(WS-FAC-IDX)
                   TO WS-FAC-PROCESSED(WS-FAC-IDX)
           END-PERFORM.
      * Destinations by ID -- ROUTE-LOAD cannot have run while the
      * day was INPROG, so one the table no longer has means the
      * reference was replaced by hand.
           PERFORM VARYING WS-CKPT-DEST-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-DEST-IDX > WS-DEST-MAX
               IF CKPT-DEST-ID(WS-CKPT-DEST-IDX) NOT = SPACES
                   PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                           UNTIL WS-DEST-IDX > WS-DEST-USED
                              OR WS-DEST-ID(WS-DEST-IDX) =
                                 CKPT-DEST-ID(WS-CKPT-DEST-IDX)
                       CONTINUE
                   END-PERFORM
                   IF WS-DEST-IDX > WS-DEST-USED
                       DISPLAY "PATIENT-TEST-INCIDENTS: partition "
                               WS-PART-WORK-NO " destination "
                               CKPT-DEST-ID(WS-CKPT-DEST-IDX)
                               " is no longer on destination_ref.dat"
                               " -- stopping."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD CKPT-DEST-OUT-COUNT(WS-CKPT-DEST-IDX)
                       TO WS-DEST-OUT-COUNT(WS-DEST-IDX)
               END-IF
           END-PERFORM.

       STAGE-PARTITION-OUTPUTS.
           OPEN OUTPUT MERGE-WORK.
           IF WS-MERGEWORK-FILE-STATUS NOT = "00"
               PERFORM MERGE-WORK-IO-FAILURE
           END-IF.
           MOVE 0 TO WS-STAGE-SEQ.
           PERFORM VARYING WS-PART-IDX FROM 0 BY 1
                   UNTIL WS-PART-IDX > WS-PLAN-PARTS
               MOVE WS-PART-IDX TO WS-PART-WORK-NO
               PERFORM SET-PARTITION-SUFFIX
               PERFORM STAGE-ONE-PARTITION
           END-PERFORM.
           CLOSE MERGE-WORK.

       STAGE-ONE-PARTITION.
           MOVE WS-PLAIN-LOG-NAME TO WS-NAME-WORK.
           MOVE "LOG" TO WS-MW-CODE.
           PERFORM STAGE-REPORT-FILE.
           MOVE WS-REJECTS-NAME TO WS-NAME-WORK.
           MOVE "REJ" TO WS-MW-CODE.
           PERFORM STAGE-REPORT-FILE.
           MOVE WS-EXCEPTION-NAME TO WS-NAME-WORK.
           MOVE "EXC" TO WS-MW-CODE.
           PERFORM STAGE-REPORT-FILE.
           MOVE WS-UNCOVERED-NAME TO WS-NAME-WORK.
           MOVE "UNC" TO WS-MW-CODE.
           PERFORM STAGE-REPORT-FILE.
           MOVE WS-BILLED-RPT-NAME TO WS-NAME-WORK.
           MOVE "PBL" TO WS-MW-CODE.
           PERFORM STAGE-REPORT-FILE.
           MOVE WS-CORRECTION-RPT-NAME TO WS-NAME-WORK.
           MOVE "COR" TO WS-MW-CODE.
           PERFORM STAGE-REPORT-FILE.
           MOVE WS-PRIVACY-RPT-NAME TO WS-NAME-WORK.
           MOVE "PRV" TO WS-MW-CODE.
           PERFORM STAGE-REPORT-FILE.
           MOVE WS-DISP-INDEX-NAME TO WS-NAME-WORK.
           MOVE "IDX" TO WS-MW-CODE.
           PERFORM STAGE-REPORT-FILE.
           MOVE WS-CLAIM-NAME TO WS-NAME-WORK.
           MOVE "CLM" TO WS-MW-CODE.
           PERFORM STAGE-REPORT-FILE.
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-USED
               PERFORM STAGE-DESTINATION-FILES
           END-PERFORM.

       STAGE-REPORT-FILE.
      * One partition output (named from the day's name in
      * WS-NAME-WORK) into the work file. The reject and exception
      * lines are staged a second time for the facility return
      * files.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-MERGE-IN-NAME.
           PERFORM OPEN-MERGE-IN.
           PERFORM UNTIL EOF
               READ MERGE-IN
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM STAGE-REPORT-LINE
               END-READ
           END-PERFORM.
           CLOSE MERGE-IN.
           MOVE "N" TO EOF-FLAG.

       STAGE-REPORT-LINE.
           EVALUATE WS-MW-CODE
               WHEN "IDX"
                   MOVE MI-IX-REC-NO TO WS-MW-REC-NO
               WHEN "CLM"
                   MOVE MI-CLAIM-REC-NO TO WS-MW-REC-NO
               WHEN OTHER
                   MOVE MI-REC-NO TO WS-MW-REC-NO
           END-EVALUATE.
           MOVE 0 TO WS-MW-PATIENT-ID.
           PERFORM STAGE-MERGE-LINE.
           IF WS-MW-CODE = "REJ" OR WS-MW-CODE = "EXC"
               MOVE "RET" TO MW-FILE-CODE
               PERFORM STAGE-MERGE-LINE-AS
           END-IF.

       STAGE-MERGE-LINE.
           MOVE SPACES TO MERGE-WORK-REC.
           MOVE WS-MW-CODE TO MW-FILE-CODE.
           PERFORM STAGE-MERGE-LINE-AS.

       STAGE-MERGE-LINE-AS.
      * MW-FILE-CODE is already set.
           ADD 1 TO WS-STAGE-SEQ.
           MOVE WS-MW-REC-NO TO MW-REC-NO.
           MOVE WS-STAGE-SEQ TO MW-STAGE-SEQ.
           MOVE WS-MW-PATIENT-ID TO MW-PATIENT-ID.
           MOVE MERGE-IN-REC TO MW-TEXT.
           WRITE MERGE-WORK-REC.
           IF WS-MERGEWORK-FILE-STATUS NOT = "00"
               PERFORM MERGE-WORK-IO-FAILURE
           END-IF.

       STAGE-DESTINATION-FILES.
      * A partition's manifest and outbound file for one destination,
      * read in step: manifest line n describes outbound line n.
      * The outbound line is staged under the REC# and P-ID its
      * manifest line carries.
           MOVE WS-DEST-OUT-NAME(WS-DEST-IDX) TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-OUTBOUND-NAME.
           MOVE WS-DEST-MAN-NAME(WS-DEST-IDX) TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-MERGE-IN-NAME.
           OPEN INPUT OUTBOUND.
           IF WS-OUTBOUND-FILE-STATUS NOT = "00"
               MOVE WS-OUTBOUND-NAME TO WS-FAILED-FILE-NAME
               MOVE WS-OUTBOUND-FILE-STATUS TO WS-FAILED-STATUS
               PERFORM WORK-FILE-FAILURE
           END-IF.
           PERFORM OPEN-MERGE-IN.
           MOVE WS-DEST-IDX TO WS-DEST-CODE-NO.
           PERFORM UNTIL EOF
               READ MERGE-IN
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM STAGE-OUTBOUND-LINE
               END-READ
           END-PERFORM.
           READ OUTBOUND
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM DEST-STAGE-MISMATCH
           END-READ.
           CLOSE OUTBOUND MERGE-IN.
           MOVE "N" TO EOF-FLAG.

       STAGE-OUTBOUND-LINE.
           MOVE MI-MAN-REC-NO TO WS-MW-REC-NO.
           MOVE MI-MAN-PATIENT-ID TO WS-MW-PATIENT-ID.
           READ OUTBOUND
               AT END
                   PERFORM DEST-STAGE-MISMATCH
           END-READ.
           MOVE OUT-REC TO MERGE-IN-REC.
           MOVE WS-DEST-CODE TO WS-MW-CODE.
           PERFORM STAGE-MERGE-LINE.

       DEST-STAGE-MISMATCH.
           DISPLAY "PATIENT-TEST-INCIDENTS: " WS-OUTBOUND-NAME
                   " and " WS-MERGE-IN-NAME " are not the same "
                   "length -- stopping.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       OPEN-MERGE-IN.
      * Every partition creates every one of its outputs, so a
      * missing one means the partition's set has been tampered
      * with.
           OPEN INPUT MERGE-IN.
           IF WS-MERGEIN-FILE-STATUS NOT = "00"
               MOVE WS-MERGE-IN-NAME TO WS-FAILED-FILE-NAME
               MOVE WS-MERGEIN-FILE-STATUS TO WS-FAILED-STATUS
               PERFORM WORK-FILE-FAILURE
           END-IF.
           MOVE "N" TO EOF-FLAG.

       UNLOAD-MERGED-OUTPUTS.
      * The work file comes back in (file, REC#, staging order):
      * each day file whole, in turn, in the serial run's order.
           OPEN INPUT MERGE-WORK.
           IF WS-MERGEWORK-FILE-STATUS NOT = "00"
               PERFORM MERGE-WORK-IO-FAILURE
           END-IF.
           OPEN OUTPUT PLAIN-LOG PATIENT-REJECTS EXCEPTION-REPORT
                       CLAIM-EXTRACT UNCOVERED-REPORT DISP-INDEX
                       PREVIOUSLY-BILLED-RPT CORRECTION-RPT
                       PRIVACY-HOLD-RPT.
           PERFORM PREPARE-DESTINATION-FILES.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF
               READ MERGE-WORK NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM UNLOAD-ONE-MERGED-LINE
               END-READ
           END-PERFORM.
           MOVE "N" TO EOF-FLAG.
           IF WS-DEST-OPEN > 0
               CLOSE OUTBOUND TRANSMIT-MANIFEST
               MOVE 0 TO WS-DEST-OPEN
           END-IF.
           CLOSE MERGE-WORK PLAIN-LOG PATIENT-REJECTS
                 EXCEPTION-REPORT CLAIM-EXTRACT UNCOVERED-REPORT
                 DISP-INDEX PREVIOUSLY-BILLED-RPT CORRECTION-RPT
                 PRIVACY-HOLD-RPT.

       UNLOAD-ONE-MERGED-LINE.
           EVALUATE MW-FILE-CODE
               WHEN "LOG"
                   MOVE MW-TEXT TO LOG-REC
                   WRITE LOG-REC
                   ADD 1 TO WS-MRG-LOG
               WHEN "REJ"
                   MOVE MW-TEXT TO REJECT-REC
                   WRITE REJECT-REC
                   ADD 1 TO WS-MRG-REJ
               WHEN "EXC"
                   MOVE MW-TEXT TO EXCEPTION-REC
                   WRITE EXCEPTION-REC
                   ADD 1 TO WS-MRG-EXC
               WHEN "UNC"
                   MOVE MW-TEXT TO UNCOVERED-REC
                   WRITE UNCOVERED-REC
                   ADD 1 TO WS-MRG-UNC
               WHEN "PBL"
                   MOVE MW-TEXT TO BILLED-RPT-REC
                   WRITE BILLED-RPT-REC
                   ADD 1 TO WS-MRG-PBL
               WHEN "COR"
                   MOVE MW-TEXT TO CORRECTION-RPT-REC
                   WRITE CORRECTION-RPT-REC
                   ADD 1 TO WS-MRG-COR
               WHEN "PRV"
                   MOVE MW-TEXT TO PRIVACY-HOLD-REC
                   WRITE PRIVACY-HOLD-REC
                   ADD 1 TO WS-MRG-PRV
               WHEN "CLM"
                   MOVE MW-TEXT(1:39) TO CLAIM-REC
                   WRITE CLAIM-REC
                   ADD 1 TO WS-MRG-CLM
               WHEN "IDX"
                   PERFORM UNLOAD-INDEX-LINE
               WHEN "RET"
                   PERFORM UNLOAD-RETURN-LINE
               WHEN OTHER
                   PERFORM UNLOAD-OUTBOUND-LINE
           END-EVALUATE.

       UNLOAD-INDEX-LINE.
      * IX-OUT-SEQ is a line number in another day file, so it is
      * renumbered here: a PROCESSED line's is its record's line in
      * its destination's outbound file, a REJECTED or EXCEPTION
      * line's its line in the rejects or exception report, a
      * RESTRICTED line's its line on the held-for-privacy report.
      * The reason tallies for the run history are taken here too,
      * over the whole day.
           MOVE MW-TEXT TO DISP-INDEX-REC.
           EVALUATE IX-PATH
               WHEN "PROCESSED"
                   PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                           UNTIL WS-DEST-IDX > WS-DEST-USED
                              OR WS-DEST-ID(WS-DEST-IDX) =
                                 IX-REASON(1:8)
                       CONTINUE
                   END-PERFORM
                   IF WS-DEST-IDX > WS-DEST-USED
                       SET MERGE-OUT-OF-BALANCE TO TRUE
                       DISPLAY "WARNING: index line for REC#"
                               IX-REC-NO " names unknown "
                               "destination " IX-REASON
                   ELSE
                       ADD 1 TO WS-DEST-MRG-INDEX(WS-DEST-IDX)
                       MOVE WS-DEST-MRG-INDEX(WS-DEST-IDX)
                           TO IX-OUT-SEQ
                   END-IF
               WHEN "REJECTED"
                   ADD 1 TO WS-MRG-IX-REJ
                   MOVE WS-MRG-IX-REJ TO IX-OUT-SEQ
                   MOVE "R" TO WS-RSN-CLASS
                   MOVE IX-REASON TO WS-RSN-WORK
                   PERFORM TALLY-REASON
               WHEN "EXCEPTION"
                   ADD 1 TO WS-MRG-IX-EXC
                   MOVE WS-MRG-IX-EXC TO IX-OUT-SEQ
                   MOVE "E" TO WS-RSN-CLASS
                   MOVE IX-REASON TO WS-RSN-WORK
                   PERFORM TALLY-REASON
               WHEN "RESTRICTED"
                   ADD 1 TO WS-MRG-IX-RST
                   MOVE WS-MRG-IX-RST TO IX-OUT-SEQ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE DISP-INDEX-REC.

       UNLOAD-RETURN-LINE.
      * The facility is the FAC: field of the reject/exception line.
           MOVE MW-TEXT(27:6) TO WS-CURRENT-FACILITY.
           MOVE MW-TEXT TO WS-RETURN-LINE.
           PERFORM WRITE-FACILITY-RETURN.
           ADD 1 TO WS-MRG-RET.

       UNLOAD-OUTBOUND-LINE.
      * The manifest is rebuilt beside the outbound file, its
      * sequence the line's number in the day's file.
           MOVE MW-FILE-CODE TO WS-DEST-CODE.
           MOVE WS-DEST-CODE-NO TO WS-DEST-CURRENT.
           PERFORM SELECT-DESTINATION-FILES.
           MOVE MW-TEXT TO OUT-REC.
           WRITE OUT-REC.
           ADD 1 TO WS-DEST-MRG-LINES(WS-DEST-CURRENT).
           MOVE SPACES TO MANIFEST-REC.
           MOVE WS-DEST-MRG-LINES(WS-DEST-CURRENT) TO MAN-OUT-SEQ.
           MOVE MW-PATIENT-ID TO MAN-PATIENT-ID.
           WRITE MANIFEST-REC.

       WRITE-MERGE-BALANCE.
      * One line per merged file (and per destination): the control
      * total from the partitions' checkpoints against what the
      * merge wrote.
           MOVE "PLAIN-LOG" TO WS-BAL-LABEL.
           MOVE WS-LOG-COUNTER TO WS-BAL-CONTROL.
           MOVE WS-MRG-LOG TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           MOVE "REJECTS" TO WS-BAL-LABEL.
           MOVE WS-REJECT-COUNTER TO WS-BAL-CONTROL.
           MOVE WS-MRG-REJ TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           MOVE "EXCEPTIONS" TO WS-BAL-LABEL.
           MOVE WS-EXCEPTION-COUNTER TO WS-BAL-CONTROL.
           MOVE WS-MRG-EXC TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           MOVE "CLAIM-LINES" TO WS-BAL-LABEL.
           MOVE WS-CLAIM-COUNTER TO WS-BAL-CONTROL.
           MOVE WS-MRG-CLM TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           MOVE "UNCOVERED" TO WS-BAL-LABEL.
           MOVE WS-UNCOVERED-COUNTER TO WS-BAL-CONTROL.
           MOVE WS-MRG-UNC TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           MOVE "PREVIOUSLY-BILLED" TO WS-BAL-LABEL.
           MOVE WS-BILLED-COUNTER TO WS-BAL-CONTROL.
           MOVE WS-MRG-PBL TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           MOVE "CORRECTIONS" TO WS-BAL-LABEL.
           MOVE WS-CORRECTION-COUNTER TO WS-BAL-CONTROL.
           MOVE WS-MRG-COR TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           MOVE "PRIVACY-HOLDS" TO WS-BAL-LABEL.
           ADD WS-HELD-OUT-COUNTER WS-HELD-BILL-COUNTER
               GIVING WS-BAL-CONTROL.
           MOVE WS-MRG-PRV TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           MOVE "INDEX-RESTRICTED" TO WS-BAL-LABEL.
           MOVE WS-MRG-IX-RST TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           MOVE "INDEX-REJECTED" TO WS-BAL-LABEL.
           MOVE WS-REJECT-COUNTER TO WS-BAL-CONTROL.
           MOVE WS-MRG-IX-REJ TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           MOVE "INDEX-EXCEPTION" TO WS-BAL-LABEL.
           MOVE WS-EXCEPTION-COUNTER TO WS-BAL-CONTROL.
           MOVE WS-MRG-IX-EXC TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           MOVE "FACILITY-RETURNS" TO WS-BAL-LABEL.
           ADD WS-REJECT-COUNTER WS-EXCEPTION-COUNTER
               GIVING WS-BAL-CONTROL.
           MOVE WS-MRG-RET TO WS-BAL-MERGED.
           PERFORM CHECK-ONE-MERGE-TOTAL.
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-USED
               MOVE SPACES TO WS-BAL-LABEL
               STRING "OUTBOUND-" WS-DEST-ID(WS-DEST-IDX)
                      DELIMITED BY SPACE INTO WS-BAL-LABEL
               MOVE WS-DEST-OUT-COUNT(WS-DEST-IDX) TO WS-BAL-CONTROL
               MOVE WS-DEST-MRG-LINES(WS-DEST-IDX) TO WS-BAL-MERGED
               PERFORM CHECK-ONE-MERGE-TOTAL
               MOVE SPACES TO WS-BAL-LABEL
               STRING "INDEX-" WS-DEST-ID(WS-DEST-IDX)
                      DELIMITED BY SPACE INTO WS-BAL-LABEL
               MOVE WS-DEST-MRG-INDEX(WS-DEST-IDX) TO WS-BAL-MERGED
               PERFORM CHECK-ONE-MERGE-TOTAL
           END-PERFORM.

       CHECK-ONE-MERGE-TOTAL.
           MOVE SPACES TO SUMMARY-REC.
           IF WS-BAL-CONTROL = WS-BAL-MERGED
               STRING "MERGE:" WS-BAL-LABEL DELIMITED BY SPACE
                      " CONTROL:" WS-BAL-CONTROL
                      " MERGED:" WS-BAL-MERGED
                      " BALANCED"
                      DELIMITED BY SIZE INTO SUMMARY-REC
           ELSE
               SET MERGE-OUT-OF-BALANCE TO TRUE
               DISPLAY "WARNING: merged " WS-BAL-LABEL " has "
                       WS-BAL-MERGED " lines, partitions say "
                       WS-BAL-CONTROL
               STRING "MERGE:" WS-BAL-LABEL DELIMITED BY SPACE
                      " CONTROL:" WS-BAL-CONTROL
                      " MERGED:" WS-BAL-MERGED
                      " OUT-OF-BALANCE"
                      DELIMITED BY SIZE INTO SUMMARY-REC
           END-IF.
           WRITE SUMMARY-REC.

       MERGE-AUDIT-LOGS.
      * The partitions' audit entries go into the day's log after
      * the split's RUN-START, in the order the partitions ran --
      * 01 up, then 00 -- and the day's RUN-END closes it.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               PERFORM AUDIT-IO-FAILURE
           END-IF.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PLAN-PARTS
               PERFORM COPY-PARTITION-AUDIT
           END-PERFORM.
           MOVE 0 TO WS-PART-IDX.
           PERFORM COPY-PARTITION-AUDIT.
           PERFORM WRITE-AUDIT-RUN-END.
           CLOSE AUDIT-LOG.

       COPY-PARTITION-AUDIT.
           MOVE WS-PART-IDX TO WS-PART-WORK-NO.
           PERFORM SET-PARTITION-SUFFIX.
           MOVE WS-AUDIT-NAME TO WS-NAME-WORK.
           PERFORM ADD-PARTITION-SUFFIX.
           MOVE WS-NAME-WORK TO WS-MERGE-IN-NAME.
           PERFORM OPEN-MERGE-IN.
           PERFORM UNTIL EOF
               READ MERGE-IN
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE MERGE-IN-REC TO AUDIT-REC
                       WRITE AUDIT-REC
               END-READ
           END-PERFORM.
           CLOSE MERGE-IN.
           MOVE "N" TO EOF-FLAG.

       WRITE-DAY-CHECKPOINT.
      * The day's own checkpoint, DONE with the merged totals -- what
      * a serial run of the date would have left, so a later serial
      * rerun is taken as a deliberate rerun.
           MOVE WS-DAY-CHECKPOINT-NAME TO WS-CHECKPOINT-NAME.
           MOVE 1 TO WS-CKPT-REL-KEY.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CKPT-FILE-STATUS NOT = "00"
               MOVE WS-CHECKPOINT-NAME TO WS-FAILED-FILE-NAME
               MOVE WS-CKPT-FILE-STATUS TO WS-FAILED-STATUS
               PERFORM WORK-FILE-FAILURE
           END-IF.
           PERFORM CLEAR-CHECKPOINT-RECORD.
           MOVE "DONE" TO CKPT-STATUS.
           MOVE WS-COUNTER TO CKPT-LAST-COUNT.
           PERFORM LOAD-CHECKPOINT-COUNTERS.
           PERFORM LOAD-CHECKPOINT-CLOSING.
           WRITE CHECKPOINT-REC.
           CLOSE CHECKPOINT-FILE.

       PLAN-IO-FAILURE.
           MOVE WS-PLAN-NAME TO WS-FAILED-FILE-NAME.
           MOVE WS-PLAN-FILE-STATUS TO WS-FAILED-STATUS.
           PERFORM WORK-FILE-FAILURE.

       SPLIT-ID-IO-FAILURE.
           MOVE WS-SPLIT-ID-NAME TO WS-FAILED-FILE-NAME.
           MOVE WS-SPLITID-FILE-STATUS TO WS-FAILED-STATUS.
           PERFORM WORK-FILE-FAILURE.

       SPLIT-STAGE-IO-FAILURE.
           MOVE WS-SPLIT-STAGE-NAME TO WS-FAILED-FILE-NAME.
           MOVE WS-SPLITSTAGE-FILE-STATUS TO WS-FAILED-STATUS.
           PERFORM WORK-FILE-FAILURE.

       MERGE-WORK-IO-FAILURE.
           MOVE WS-MERGE-WORK-NAME TO WS-FAILED-FILE-NAME.
           MOVE WS-MERGEWORK-FILE-STATUS TO WS-FAILED-STATUS.
           PERFORM WORK-FILE-FAILURE.

       AUDIT-IO-FAILURE.
           MOVE WS-AUDIT-NAME TO WS-FAILED-FILE-NAME.
           MOVE WS-AUDIT-FILE-STATUS TO WS-FAILED-STATUS.
           PERFORM WORK-FILE-FAILURE.

       WORK-FILE-FAILURE.
           DISPLAY "PATIENT-TEST-INCIDENTS: " WS-FAILED-FILE-NAME
                   " I/O error, status " WS-FAILED-STATUS
                   " -- stopping.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       FAKE-PROCESSING.
      * simulate some business logic
           IF P-DIAG = "SYNTHETIC-CODE-1"
