       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERGE-PROPAGATE.

      * Carries the day's patient merges through to everything else
      * we keep by P-ID. MASTER-PATIENT-MAINT's MRG only touches the
      * master -- the dead record is marked "M" pointing at its
      * survivor -- so lab results, open claim lines and coverage
      * stay split across two IDs: the inquiry shows half a
      * history, and REMIT-RECONCILE posts the bureau's payments
      * under the survivor as orphans while the open claim sits
      * under the dead ID. Run after the day's maintenance:
      *
      *   - each MRG the maintenance report shows APPLIED is read
      *     back from the master and followed along MP-MERGED-TO to
      *     its final survivor (a survivor merged on again later
      *     the same day is not left holding the records);
      *   - every lab result under the dead ID is re-keyed to the
      *     survivor;
      *   - every open claim line under the dead ID is re-keyed,
      *     unless the survivor already carries a line for the same
      *     treatment date and code -- that is reported as a
      *     conflict and left where it is for the billing desk,
      *     since re-keying it would make one service look billed
      *     twice;
      *   - the dead ID's coverage moves to the survivor when the
      *     survivor has none, is dropped when both carry the same
      *     payer, and is reported as a conflict (both kept) when
      *     the payers differ. COVERAGE-LOAD rebuilds the file from
      *     the payer extract, so a payer still sending the dead ID
      *     brings it back at the next load -- the conflict lines
      *     are what tells the front desk which payers to notify.
      *
      * Every re-keyed record gets its own REKEY audit entry. A rerun
      * for the same date finds nothing left under the dead IDs
      * (conflicts aside) and changes nothing.
      *
      *   PATIENT_RUN_DATE  date of the maintenance report to pick
      *                     merges up from (the usual override)
      *
      * Input : maint_report_YYYYMMDD.txt (MASTER-PATIENT-MAINT)
      *         master_patient.dat (read only)
      * Update: patient_results.dat, claims_outstanding.dat,
      *         coverage_ref.dat
      * Output: patient_results_premerge_YYYYMMDD.dat and
      *         claims_outstanding_premerge_YYYYMMDD.dat -- the two
      *         permanent files exactly as they stood before this
      *         run rewrote them
      *         merge_claims_work_YYYYMMDD.dat -- the staged book
      *         merge_report_YYYYMMDD.txt
      *
      * RETURN-CODE 4 when any conflict or unresolvable merge was
      * reported.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-REPORT-IN
               ASSIGN TO DYNAMIC WS-MAINT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT MASTER-PATIENT
               ASSIGN TO "master_patient.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT PATIENT-RESULTS
               ASSIGN TO "patient_results.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT RESULTS-PREMERGE
               ASSIGN TO DYNAMIC WS-RESULTS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-FILE-STATUS.
           SELECT CLAIMS-OUTSTANDING
               ASSIGN TO "claims_outstanding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-FILE-STATUS.
           SELECT CLAIMS-PREMERGE
               ASSIGN TO DYNAMIC WS-CLAIMS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-FILE-STATUS.
           SELECT CLAIMS-WORK
               ASSIGN TO DYNAMIC WS-WORK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT COVERAGE-REF
               ASSIGN TO "coverage_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-ID
               FILE STATUS IS WS-COVERAGE-FILE-STATUS.
           SELECT AUDIT-LOG
               ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT MERGE-REPORT
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-REPORT-IN
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with WRITE-APPLIED-LINE in
      * MASTER-PATIENT-MAINT: "TRANS#nnnnnnn ACTION:xxx ID:nnnnnn
      * APPLIED". Rejected and summary lines fail the tag or result
      * test and are passed over.
       01  MAINT-REPORT-LINE.
           05  MR-TAG             PIC X(6).
           05  MR-TRANS-NO        PIC X(7).
           05  FILLER             PIC X(8).
           05  MR-ACTION          PIC X(3).
           05  FILLER             PIC X(4).
           05  MR-ID              PIC X(6).
           05  FILLER             PIC X.
           05  MR-RESULT          PIC X(7).
           05  FILLER             PIC X(158).

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

       FD  PATIENT-RESULTS
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in LAB-RESULTS-INTAKE,
      * which writes this file.
       01  PATIENT-RESULT-REC.
           05  PR-PATIENT-ID      PIC 9(6).
           05  FILLER             PIC X.
           05  PR-TRANSMIT-DATE   PIC 9(8).
           05  FILLER             PIC X.
           05  PR-RESULT-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  PR-RECEIVED-DATE   PIC 9(8).
           05  FILLER             PIC X.
           05  PR-PROC-CODE       PIC X(6).
           05  FILLER             PIC X.
           05  PR-RESULT-TEXT     PIC X(60).
           05  FILLER             PIC X.
           05  PR-RESULT-CLASS    PIC X(14).

       FD  RESULTS-PREMERGE
           LABEL RECORDS ARE STANDARD.
       01  RESULTS-PREMERGE-REC PIC X(116).

       FD  CLAIMS-OUTSTANDING
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in REMIT-RECONCILE,
      * which owns this file.
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

       FD  CLAIMS-PREMERGE
           LABEL RECORDS ARE STANDARD.
       01  CLAIMS-PREMERGE-REC PIC X(58).

       FD  CLAIMS-WORK
           LABEL RECORDS ARE STANDARD.
      * Same key as REMIT-RECONCILE's work file, so the survivor's
      * lines for one treatment date and code sit together and the
      * duplicate check is one START. MW-REKEYED-FROM carries the
      * dead ID a line was moved from this run (zero for the
      * survivor's own lines) -- a patient's genuine same-day
      * duplicate lines must not read as conflicts with each other
      * once the first has moved.
       01  CLAIMS-WORK-REC.
           05  MW-KEY.
               10  MW-ID          PIC 9(6).
               10  MW-DATE        PIC 9(8).
               10  MW-CODE        PIC X(6).
               10  MW-EXTRACT     PIC 9(8).
               10  MW-SEQ         PIC 9(7).
           05  MW-PROVIDER        PIC X(6).
           05  MW-CHARGE          PIC 9(7)V99.
           05  MW-PAID            PIC 9(7)V99.
           05  MW-REKEYED-FROM    PIC 9(6).

       FD  COVERAGE-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in COVERAGE-LOAD.
       01  COVERAGE-REC.
           05  CV-ID              PIC 9(6).
           05  CV-PAYER           PIC X(20).
           05  CV-STATUS          PIC X(8).

       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC         PIC A(200).

       FD  MERGE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  MERGE-REPORT-REC  PIC A(200).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X VALUE "N".
           88  EOF            VALUE "Y".
           88  NOT-EOF        VALUE "N".

       01  WS-IN-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-RESULTS-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-CLAIMS-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-COPY-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-COVERAGE-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE SPACES.

      * The day's merges, dead ID to final survivor. A day's
      * maintenance carries a handful of MRGs, so a table is enough.
       01  WS-MRG-MAX        PIC 9(3) VALUE 200.
       01  WS-MRG-USED       PIC 9(3) VALUE 0.
       01  WS-MRG-IDX        PIC 9(3).
       01  WS-MERGE-TABLE.
           05  WS-MRG-ENTRY OCCURS 200 TIMES.
               10  WS-MRG-DEAD        PIC 9(6).
               10  WS-MRG-SURVIVOR    PIC 9(6).
               10  WS-MRG-RESULTS     PIC 9(5).
               10  WS-MRG-CLAIMS      PIC 9(5).
               10  WS-MRG-CONFLICTS   PIC 9(5).
               10  WS-MRG-COVERAGE    PIC X(10).
       01  WS-MRG-FOUND-FLAG PIC X VALUE "N".
           88  MERGE-FOUND       VALUE "Y".
           88  MERGE-NOT-FOUND   VALUE "N".

      * Chain-following scratch. Ten hops is far beyond any real
      * chain; more than that means the master points in a circle.
       01  WS-CHAIN-ID       PIC 9(6).
       01  WS-CHAIN-HOPS     PIC 9(2).
       01  WS-CHAIN-FLAG     PIC X VALUE "N".
           88  CHAIN-RESOLVED    VALUE "Y".
           88  CHAIN-BROKEN      VALUE "B".
           88  CHAIN-OPEN        VALUE "N".
       01  WS-SKIP-REASON    PIC X(24).
       01  WS-MASTER-OPEN-FLAG PIC X VALUE "N".
           88  MASTER-OPEN       VALUE "Y".
           88  MASTER-CLOSED     VALUE "N".

      * Claim re-key scratch: the dead ID's scan keeps its own
      * done-flag and resumes after the last key it handled, since
      * the duplicate check and the re-key move the file position.
       01  WS-CLAIM-SCAN-FLAG PIC X VALUE "N".
           88  CLAIM-SCAN-DONE   VALUE "Y".
           88  CLAIM-SCAN-OPEN   VALUE "N".
       01  WS-DUP-SCAN-FLAG  PIC X VALUE "N".
           88  DUP-SCAN-DONE     VALUE "Y".
           88  DUP-SCAN-OPEN     VALUE "N".
       01  WS-DUP-FLAG       PIC X VALUE "N".
           88  CLAIM-DUPLICATED  VALUE "Y".
           88  CLAIM-UNIQUE      VALUE "N".
       01  WS-LAST-CLAIM-KEY PIC X(35).
       01  WS-HOLD-CLAIM     PIC X(65).
       01  WS-HOLD-CLAIM-R REDEFINES WS-HOLD-CLAIM.
           05  WS-HOLD-ID         PIC 9(6).
           05  WS-HOLD-DATE       PIC 9(8).
           05  WS-HOLD-CODE       PIC X(6).
           05  FILLER             PIC X(45).
       01  WS-STAGE-SEQ      PIC 9(7) VALUE 0.

       01  WS-HOLD-PAYER     PIC X(20).
       01  WS-HOLD-STATUS    PIC X(8).

       01  WS-PAIR-COUNTER      PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNTER   PIC 9(5) VALUE 0.
       01  WS-RESULTS-COUNTER   PIC 9(7) VALUE 0.
       01  WS-CLAIMS-COUNTER    PIC 9(7) VALUE 0.
       01  WS-COVERAGE-COUNTER  PIC 9(5) VALUE 0.
       01  WS-CONFLICT-COUNTER  PIC 9(5) VALUE 0.

       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-RUN-TIMESTAMP     PIC X(17).
       01  WS-OPERATOR-ID       PIC X(20) VALUE SPACES.

       01  WS-MAINT-REPORT-NAME  PIC X(40).
       01  WS-RESULTS-COPY-NAME  PIC X(48).
       01  WS-CLAIMS-COPY-NAME   PIC X(48).
       01  WS-WORK-NAME          PIC X(40).
       01  WS-AUDIT-NAME         PIC X(40).
       01  WS-REPORT-NAME        PIC X(40).

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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-CONTEXT.
           PERFORM SETUP-FILE-NAMES.
           PERFORM CHECK-RUN-INTERLOCKS.
           PERFORM STAMP-JOB-START.

           OPEN OUTPUT MERGE-REPORT.
           PERFORM OPEN-AUDIT-LOG.
           PERFORM WRITE-AUDIT-PROPAGATE-START.

           PERFORM LOAD-DAY-MERGES.
           IF WS-MRG-USED > 0
               PERFORM PROPAGATE-RESULTS
               PERFORM PROPAGATE-CLAIMS
               PERFORM PROPAGATE-COVERAGE
           END-IF.

           PERFORM WRITE-MERGE-SUMMARY.
           PERFORM WRITE-AUDIT-PROPAGATE-END.
           CLOSE MERGE-REPORT AUDIT-LOG.

           PERFORM STAMP-JOB-END.
           IF WS-CONFLICT-COUNTER > 0 OR WS-SKIPPED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Merge propagation complete.".
           STOP RUN.

       CHECK-RUN-INTERLOCKS.
      * The maintenance report is only complete once MASTER-MAINT
      * has finished, and each file this job rewrites belongs to a
      * job that must not be writing it at the same time.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           MOVE "MASTER-MAINT" TO WS-RC-JOB.
           PERFORM CHECK-ONE-INTERLOCK.
           MOVE "PATIENT-BATCH" TO WS-RC-JOB.
           PERFORM CHECK-ONE-INTERLOCK.
           MOVE "LAB-RESULTS" TO WS-RC-JOB.
           PERFORM CHECK-ONE-INTERLOCK.
           MOVE "REMIT-RECONCILE" TO WS-RC-JOB.
           PERFORM CHECK-ONE-INTERLOCK.
           MOVE "COVERAGE-LOAD" TO WS-RC-JOB.
           PERFORM CHECK-ONE-INTERLOCK.
      * A month-end close reads claims_outstanding.dat to prove the
      * book; re-keying it under the close would fail the proof.
           MOVE "AR-CLOSE" TO WS-RC-JOB.
           PERFORM CHECK-ONE-INTERLOCK.
      * An earlier run of this job that never finished may have
      * been part-way through rewriting patient_results.dat or
      * claims_outstanding.dat. Its premerge copies hold both files
      * as they stood before it; starting over on top of a
      * half-written file would lose records for good.
           MOVE "MERGE-PROPAGATE" TO WS-RC-JOB.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "MERGE-PROPAGATE: an earlier run for "
                       WS-RC-DATE " did not finish -- restore "
                       "patient_results.dat and "
                       "claims_outstanding.dat from "
                       WS-RESULTS-COPY-NAME " and "
                       WS-CLAIMS-COPY-NAME " and repair the run-"
                       "control record before rerunning."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-ONE-INTERLOCK.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "MERGE-PROPAGATE: " WS-RC-JOB
                       " is INPROG for " WS-RC-DATE
                       " -- refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           MOVE "MERGE-PROPAGATE" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       STAMP-JOB-END.
           MOVE "END" TO WS-RC-ACTION.
           MOVE "MERGE-PROPAGATE" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       GET-RUN-CONTEXT.
      * Same run-date/operator conventions as MASTER-PATIENT-MAINT,
      * whose report for that date this job reads.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "PATIENT_RUN_DATE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-DATE-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-RUN-DATE-OVERRIDE IS NUMERIC
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
           END-IF.

           STRING WS-RUN-DATE "-" WS-RUN-TIME
                  DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.

           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM CHECK-OPERATOR-AUTH.

       CHECK-OPERATOR-AUTH.
      * Re-keying a patient's results and claims finishes the job
      * a merge started, so it is gated on the same MAINT function
      * as the merge itself. OPERATOR-AUTH audits the denial.
           MOVE "MAINT" TO WS-AUTH-FUNCTION.
           CALL "OPERATOR-AUTH" USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-RUN-DATE WS-AUTH-FLAG
           END-CALL.
           IF OPERATOR-DENIED
               DISPLAY "MERGE-PROPAGATE: operator "
                       WS-OPERATOR-ID " is not authorized for "
                       WS-AUTH-FUNCTION " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SETUP-FILE-NAMES.
           STRING "maint_report_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-MAINT-REPORT-NAME.
           STRING "patient_results_premerge_" WS-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-RESULTS-COPY-NAME.
           STRING "claims_outstanding_premerge_" WS-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-CLAIMS-COPY-NAME.
           STRING "merge_claims_work_" WS-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-WORK-NAME.
           STRING "audit_log_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-AUDIT-NAME.
           STRING "merge_report_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-NAME.

       OPEN-AUDIT-LOG.
      * Same EXTEND-with-create-fallback idiom as
      * MASTER-PATIENT-MAINT, so re-key entries land beside the
      * merges that caused them.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

       WRITE-AUDIT-PROPAGATE-START.
           MOVE SPACES TO AUDIT-REC.
           STRING "MERGE-PROP-START TS=" WS-RUN-TIMESTAMP
                  " OPERATOR=" WS-OPERATOR-ID
                  DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.

       WRITE-AUDIT-PROPAGATE-END.
           MOVE SPACES TO AUDIT-REC.
           STRING "MERGE-PROP-END TS=" WS-RUN-TIMESTAMP
                  " RESULTS=" WS-RESULTS-COUNTER
                  " CLAIMS=" WS-CLAIMS-COUNTER
                  " COVERAGE=" WS-COVERAGE-COUNTER
                  " CONFLICTS=" WS-CONFLICT-COUNTER
                  DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.

       LOAD-DAY-MERGES.
      * A date with no maintenance report had no maintenance --
      * nothing to propagate, and not an error.
           OPEN INPUT MAINT-REPORT-IN.
           EVALUATE WS-IN-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL EOF
                       READ MAINT-REPORT-IN
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               PERFORM JUDGE-ONE-REPORT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE MAINT-REPORT-IN
                   MOVE "N" TO EOF-FLAG
                   IF MASTER-OPEN
                       CLOSE MASTER-PATIENT
                       SET MASTER-CLOSED TO TRUE
                   END-IF
               WHEN "35"
                   DISPLAY "MERGE-PROPAGATE: no maintenance report "
                           "for " WS-RUN-DATE " -- nothing to "
                           "propagate."
               WHEN OTHER
                   DISPLAY "MERGE-PROPAGATE: maintenance report "
                           "OPEN failed, status " WS-IN-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       JUDGE-ONE-REPORT-LINE.
           IF MR-TAG = "TRANS#" AND MR-ACTION = "MRG"
              AND MR-RESULT = "APPLIED"
               PERFORM RESOLVE-ONE-MERGE
           END-IF.

       RESOLVE-ONE-MERGE.
      * The master is the authority on where a dead ID now points:
      * the report line names only the dead ID, and a survivor
      * merged on again later the same day has to be followed to
      * the end of the chain.
           IF MASTER-CLOSED
               OPEN INPUT MASTER-PATIENT
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "MERGE-PROPAGATE: master_patient.dat "
                           "OPEN failed, status "
                           WS-MASTER-FILE-STATUS " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MASTER-OPEN TO TRUE
           END-IF.
           ADD 1 TO WS-PAIR-COUNTER.
           MOVE SPACES TO WS-SKIP-REASON.
           SET CHAIN-OPEN TO TRUE.
           MOVE 0 TO WS-CHAIN-HOPS.
           IF MR-ID IS NOT NUMERIC
               SET CHAIN-BROKEN TO TRUE
               MOVE "INVALID-ID" TO WS-SKIP-REASON
           ELSE
               MOVE MR-ID TO MP-ID
               PERFORM READ-MASTER-LINK
               IF NOT CHAIN-BROKEN AND NOT MP-MERGED
                   SET CHAIN-BROKEN TO TRUE
                   MOVE "NOT-MERGED-ON-MASTER" TO WS-SKIP-REASON
               END-IF
           END-IF.
           PERFORM FOLLOW-MERGE-LINK
               UNTIL CHAIN-RESOLVED OR CHAIN-BROKEN.

           IF CHAIN-BROKEN
               ADD 1 TO WS-SKIPPED-COUNTER
               MOVE SPACES TO MERGE-REPORT-REC
               STRING "SKIPPED TRANS#" MR-TRANS-NO
                      " DEAD:" MR-ID
                      " REASON:" WS-SKIP-REASON
                      DELIMITED BY SIZE INTO MERGE-REPORT-REC
               WRITE MERGE-REPORT-REC
           ELSE
               PERFORM ADD-MERGE-ENTRY
           END-IF.

       FOLLOW-MERGE-LINK.
      * MASTER-PATIENT-REC holds a merged record here: step to the
      * record it points at and stop at the first one that is not
      * itself merged.
           ADD 1 TO WS-CHAIN-HOPS.
           IF WS-CHAIN-HOPS > 10
               SET CHAIN-BROKEN TO TRUE
               MOVE "MERGE-CHAIN-LOOP" TO WS-SKIP-REASON
           ELSE
               MOVE MP-MERGED-TO TO WS-CHAIN-ID
               MOVE WS-CHAIN-ID TO MP-ID
               PERFORM READ-MASTER-LINK
               IF NOT CHAIN-BROKEN AND NOT MP-MERGED
                   SET CHAIN-RESOLVED TO TRUE
               END-IF
           END-IF.

       READ-MASTER-LINK.
           READ MASTER-PATIENT
               INVALID KEY
                   SET CHAIN-BROKEN TO TRUE
                   MOVE "NOT-ON-MASTER" TO WS-SKIP-REASON
           END-READ.
           IF WS-MASTER-FILE-STATUS NOT = "00" AND
              WS-MASTER-FILE-STATUS NOT = "23"
               DISPLAY "MERGE-PROPAGATE: master_patient.dat I/O "
                       "error, status " WS-MASTER-FILE-STATUS
                       " -- stopping before anything is re-keyed."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-MERGE-ENTRY.
           IF WS-MRG-USED >= WS-MRG-MAX
               DISPLAY "MERGE-PROPAGATE: more than " WS-MRG-MAX
                       " merges applied for one date -- raise the "
                       "table size and rerun."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-MRG-USED.
           MOVE MR-ID TO WS-MRG-DEAD(WS-MRG-USED).
           MOVE MP-ID TO WS-MRG-SURVIVOR(WS-MRG-USED).
           MOVE 0 TO WS-MRG-RESULTS(WS-MRG-USED)
                     WS-MRG-CLAIMS(WS-MRG-USED)
                     WS-MRG-CONFLICTS(WS-MRG-USED).
           MOVE "NONE" TO WS-MRG-COVERAGE(WS-MRG-USED).

       FIND-DEAD-ID.
      * Sets WS-MRG-IDX to the merge entry whose dead ID is
      * WS-CHAIN-ID, if there is one.
           SET MERGE-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MRG-USED OR MERGE-FOUND
               IF WS-MRG-DEAD(WS-MRG-IDX) = WS-CHAIN-ID
                   SET MERGE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF MERGE-FOUND
               SUBTRACT 1 FROM WS-MRG-IDX
           END-IF.

       PROPAGATE-RESULTS.
      * Copy the results file aside, then write it back from the
      * copy with the dead IDs replaced -- order and every other
      * byte of each result are kept.
           OPEN INPUT PATIENT-RESULTS.
           EVALUATE WS-RESULTS-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "MERGE-PROPAGATE: no patient_results.dat "
                           "on this box -- no results to re-key."
               WHEN OTHER
                   PERFORM RESULTS-IO-FAILURE
           END-EVALUATE.
           IF WS-RESULTS-FILE-STATUS = "00"
               OPEN OUTPUT RESULTS-PREMERGE
               IF WS-COPY-FILE-STATUS NOT = "00"
                   PERFORM COPY-IO-FAILURE
               END-IF
               PERFORM UNTIL EOF
                   READ PATIENT-RESULTS
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           WRITE RESULTS-PREMERGE-REC
                               FROM PATIENT-RESULT-REC
                           IF WS-COPY-FILE-STATUS NOT = "00"
                               PERFORM COPY-IO-FAILURE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO EOF-FLAG
               CLOSE PATIENT-RESULTS RESULTS-PREMERGE
               PERFORM REWRITE-RESULTS-FILE
           END-IF.

       REWRITE-RESULTS-FILE.
           OPEN INPUT RESULTS-PREMERGE.
           IF WS-COPY-FILE-STATUS NOT = "00"
               PERFORM COPY-IO-FAILURE
           END-IF.
           OPEN OUTPUT PATIENT-RESULTS.
           IF WS-RESULTS-FILE-STATUS NOT = "00"
               PERFORM RESULTS-IO-FAILURE
           END-IF.
           PERFORM UNTIL EOF
               READ RESULTS-PREMERGE INTO PATIENT-RESULT-REC
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM REKEY-ONE-RESULT
               END-READ
           END-PERFORM.
           MOVE "N" TO EOF-FLAG.
           CLOSE RESULTS-PREMERGE PATIENT-RESULTS.

       REKEY-ONE-RESULT.
           MOVE PR-PATIENT-ID TO WS-CHAIN-ID.
           PERFORM FIND-DEAD-ID.
           IF MERGE-FOUND
               MOVE WS-MRG-SURVIVOR(WS-MRG-IDX) TO PR-PATIENT-ID
               ADD 1 TO WS-MRG-RESULTS(WS-MRG-IDX)
               ADD 1 TO WS-RESULTS-COUNTER
               MOVE SPACES TO AUDIT-REC
               STRING "REKEY TS=" WS-RUN-TIMESTAMP
                      " OPERATOR=" WS-OPERATOR-ID
                      " P-ID=" WS-CHAIN-ID
                      " SURVIVOR=" PR-PATIENT-ID
                      " FILE=RESULTS"
                      " DATE=" PR-RESULT-DATE
                      " CODE=" PR-PROC-CODE
                      DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF.
           WRITE PATIENT-RESULT-REC.
           IF WS-RESULTS-FILE-STATUS NOT = "00"
               PERFORM RESULTS-IO-FAILURE
           END-IF.

       RESULTS-IO-FAILURE.
           DISPLAY "MERGE-PROPAGATE: patient_results.dat I/O error, "
                   "status " WS-RESULTS-FILE-STATUS
                   " -- stopping; restore it from "
                   WS-RESULTS-COPY-NAME " if it was being rewritten.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       COPY-IO-FAILURE.
           DISPLAY "MERGE-PROPAGATE: premerge copy I/O error, "
                   "status " WS-COPY-FILE-STATUS " -- stopping.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       PROPAGATE-CLAIMS.
      * Copy the open book aside and stage it in the keyed work
      * file, re-key each merge's lines there, then write the book
      * back in key order (REMIT-RECONCILE reloads it by key, so
      * the order on disk carries no meaning).
           OPEN INPUT CLAIMS-OUTSTANDING.
           EVALUATE WS-CLAIMS-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "MERGE-PROPAGATE: no claims_outstanding"
                           ".dat on this box -- no claim lines to "
                           "re-key."
               WHEN OTHER
                   PERFORM CLAIMS-IO-FAILURE
           END-EVALUATE.
           IF WS-CLAIMS-FILE-STATUS = "00"
               PERFORM STAGE-CLAIMS
               CLOSE CLAIMS-OUTSTANDING
               PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                       UNTIL WS-MRG-IDX > WS-MRG-USED
                   PERFORM REKEY-CLAIMS-FOR-MERGE
               END-PERFORM
               PERFORM REWRITE-CLAIMS-FILE
           END-IF.

       STAGE-CLAIMS.
           OPEN OUTPUT CLAIMS-PREMERGE.
           IF WS-COPY-FILE-STATUS NOT = "00"
               PERFORM COPY-IO-FAILURE
           END-IF.
           OPEN OUTPUT CLAIMS-WORK.
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM WORK-IO-FAILURE
           END-IF.
           PERFORM UNTIL EOF
               READ CLAIMS-OUTSTANDING
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM STAGE-ONE-CLAIM
               END-READ
           END-PERFORM.
           MOVE "N" TO EOF-FLAG.
           CLOSE CLAIMS-PREMERGE CLAIMS-WORK.
           OPEN I-O CLAIMS-WORK.
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM WORK-IO-FAILURE
           END-IF.

       STAGE-ONE-CLAIM.
           WRITE CLAIMS-PREMERGE-REC FROM OUTSTANDING-REC.
           IF WS-COPY-FILE-STATUS NOT = "00"
               PERFORM COPY-IO-FAILURE
           END-IF.
           ADD 1 TO WS-STAGE-SEQ.
           MOVE OC-PATIENT-ID TO MW-ID.
           MOVE OC-TREAT-DATE TO MW-DATE.
           MOVE OC-TREAT-CODE TO MW-CODE.
           MOVE OC-EXTRACT-DATE TO MW-EXTRACT.
           MOVE WS-STAGE-SEQ TO MW-SEQ.
           MOVE OC-PROVIDER TO MW-PROVIDER.
           MOVE OC-CHARGE TO MW-CHARGE.
           MOVE OC-PAID TO MW-PAID.
           MOVE 0 TO MW-REKEYED-FROM.
           WRITE CLAIMS-WORK-REC.
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM WORK-IO-FAILURE
           END-IF.

       REKEY-CLAIMS-FOR-MERGE.
           MOVE LOW-VALUES TO MW-KEY.
           MOVE WS-MRG-DEAD(WS-MRG-IDX) TO MW-ID.
           MOVE MW-KEY TO WS-LAST-CLAIM-KEY.
           SET CLAIM-SCAN-OPEN TO TRUE.
           START CLAIMS-WORK KEY NOT < MW-KEY
               INVALID KEY
                   SET CLAIM-SCAN-DONE TO TRUE
           END-START.
           PERFORM CHECK-WORK-START.
           PERFORM UNTIL CLAIM-SCAN-DONE
               READ CLAIMS-WORK NEXT
                   AT END
                       SET CLAIM-SCAN-DONE TO TRUE
               END-READ
               PERFORM CHECK-WORK-READ
               IF NOT CLAIM-SCAN-DONE
                   IF MW-ID NOT = WS-MRG-DEAD(WS-MRG-IDX)
                       SET CLAIM-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM REKEY-ONE-CLAIM
                   END-IF
               END-IF
           END-PERFORM.

       REKEY-ONE-CLAIM.
      * The duplicate check and the re-key both move the file
      * position, so the scan resumes just past this line's key.
           MOVE MW-KEY TO WS-LAST-CLAIM-KEY.
           MOVE CLAIMS-WORK-REC TO WS-HOLD-CLAIM.
           PERFORM CHECK-SURVIVOR-DUPLICATE.
           MOVE WS-HOLD-CLAIM TO CLAIMS-WORK-REC.
           IF CLAIM-DUPLICATED
               ADD 1 TO WS-CONFLICT-COUNTER
               ADD 1 TO WS-MRG-CONFLICTS(WS-MRG-IDX)
               MOVE SPACES TO MERGE-REPORT-REC
               STRING "CONFLICT DEAD:" WS-MRG-DEAD(WS-MRG-IDX)
                      " SURVIVOR:" WS-MRG-SURVIVOR(WS-MRG-IDX)
                      " FILE:CLAIMS"
                      " REASON:DUPLICATE-CLAIM-LINE"
                      " DATE:" MW-DATE
                      " CODE:" MW-CODE
                      " EXTRACT:" MW-EXTRACT
                      " -- left under the dead ID"
                      DELIMITED BY SIZE INTO MERGE-REPORT-REC
               WRITE MERGE-REPORT-REC
           ELSE
               DELETE CLAIMS-WORK
               PERFORM CHECK-WORK-UPDATE
               MOVE WS-MRG-SURVIVOR(WS-MRG-IDX) TO MW-ID
               MOVE WS-MRG-DEAD(WS-MRG-IDX) TO MW-REKEYED-FROM
               WRITE CLAIMS-WORK-REC
               PERFORM CHECK-WORK-UPDATE
               ADD 1 TO WS-MRG-CLAIMS(WS-MRG-IDX)
               ADD 1 TO WS-CLAIMS-COUNTER
               MOVE SPACES TO AUDIT-REC
               STRING "REKEY TS=" WS-RUN-TIMESTAMP
                      " OPERATOR=" WS-OPERATOR-ID
                      " P-ID=" WS-MRG-DEAD(WS-MRG-IDX)
                      " SURVIVOR=" MW-ID
                      " FILE=CLAIMS"
                      " DATE=" MW-DATE
                      " CODE=" MW-CODE
                      DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF.

           MOVE WS-LAST-CLAIM-KEY TO MW-KEY.
           START CLAIMS-WORK KEY > MW-KEY
               INVALID KEY
                   SET CLAIM-SCAN-DONE TO TRUE
           END-START.
           PERFORM CHECK-WORK-START.

       CHECK-SURVIVOR-DUPLICATE.
      * The survivor carries the same claim line when it has an
      * open line for the same treatment date and code that did
      * not arrive from this same dead ID in this run.
           SET CLAIM-UNIQUE TO TRUE.
           SET DUP-SCAN-OPEN TO TRUE.
           MOVE LOW-VALUES TO MW-KEY.
           MOVE WS-MRG-SURVIVOR(WS-MRG-IDX) TO MW-ID.
           MOVE WS-HOLD-DATE TO MW-DATE.
           MOVE WS-HOLD-CODE TO MW-CODE.
           START CLAIMS-WORK KEY NOT < MW-KEY
               INVALID KEY
                   SET DUP-SCAN-DONE TO TRUE
           END-START.
           PERFORM CHECK-WORK-START.
           PERFORM UNTIL DUP-SCAN-DONE
               READ CLAIMS-WORK NEXT
                   AT END
                       SET DUP-SCAN-DONE TO TRUE
               END-READ
               PERFORM CHECK-WORK-READ
               IF NOT DUP-SCAN-DONE
                   IF MW-ID NOT = WS-MRG-SURVIVOR(WS-MRG-IDX)
                      OR MW-DATE NOT = WS-HOLD-DATE
                      OR MW-CODE NOT = WS-HOLD-CODE
                       SET DUP-SCAN-DONE TO TRUE
                   ELSE
                       IF MW-REKEYED-FROM NOT =
                          WS-MRG-DEAD(WS-MRG-IDX)
                           SET CLAIM-DUPLICATED TO TRUE
                           SET DUP-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-WORK-START.
           IF WS-WORK-FILE-STATUS NOT = "00" AND
              WS-WORK-FILE-STATUS NOT = "23"
               PERFORM WORK-IO-FAILURE
           END-IF.

       CHECK-WORK-READ.
      * A hard error raises neither AT END nor a clean record, and
      * would leave the scan judging a stale record area.
           IF WS-WORK-FILE-STATUS NOT = "00" AND
              WS-WORK-FILE-STATUS NOT = "10"
               PERFORM WORK-IO-FAILURE
           END-IF.

       CHECK-WORK-UPDATE.
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM WORK-IO-FAILURE
           END-IF.

       WORK-IO-FAILURE.
           DISPLAY "MERGE-PROPAGATE: merge claims work file I/O "
                   "error, status " WS-WORK-FILE-STATUS
                   " -- stopping; claims_outstanding.dat has not "
                   "been touched.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       REWRITE-CLAIMS-FILE.
           OPEN OUTPUT CLAIMS-OUTSTANDING.
           IF WS-CLAIMS-FILE-STATUS NOT = "00"
               PERFORM CLAIMS-IO-FAILURE
           END-IF.
           MOVE LOW-VALUES TO MW-KEY.
           START CLAIMS-WORK KEY NOT < MW-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START.
           PERFORM CHECK-WORK-START.
           PERFORM UNTIL EOF
               READ CLAIMS-WORK NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-OUTSTANDING
               END-READ
               PERFORM CHECK-WORK-READ
           END-PERFORM.
           MOVE "N" TO EOF-FLAG.
           CLOSE CLAIMS-OUTSTANDING CLAIMS-WORK.

       WRITE-ONE-OUTSTANDING.
           MOVE SPACES TO OUTSTANDING-REC.
           MOVE MW-ID TO OC-PATIENT-ID.
           MOVE MW-DATE TO OC-TREAT-DATE.
           MOVE MW-CODE TO OC-TREAT-CODE.
           MOVE MW-PROVIDER TO OC-PROVIDER.
           MOVE MW-CHARGE TO OC-CHARGE.
           MOVE MW-PAID TO OC-PAID.
           MOVE MW-EXTRACT TO OC-EXTRACT-DATE.
           WRITE OUTSTANDING-REC.
           IF WS-CLAIMS-FILE-STATUS NOT = "00"
               PERFORM CLAIMS-IO-FAILURE
           END-IF.

       CLAIMS-IO-FAILURE.
           DISPLAY "MERGE-PROPAGATE: claims_outstanding.dat I/O "
                   "error, status " WS-CLAIMS-FILE-STATUS
                   " -- stopping; restore it from "
                   WS-CLAIMS-COPY-NAME " if it was being rewritten.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       PROPAGATE-COVERAGE.
           OPEN I-O COVERAGE-REF.
           EVALUATE WS-COVERAGE-FILE-STATUS
               WHEN "00"
                   PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                           UNTIL WS-MRG-IDX > WS-MRG-USED
                       PERFORM PROPAGATE-ONE-COVERAGE
                   END-PERFORM
                   CLOSE COVERAGE-REF
               WHEN "35"
                   DISPLAY "MERGE-PROPAGATE: no coverage_ref.dat on "
                           "this box -- no coverage to move."
               WHEN OTHER
                   PERFORM COVERAGE-IO-FAILURE
           END-EVALUATE.

       PROPAGATE-ONE-COVERAGE.
           MOVE WS-MRG-DEAD(WS-MRG-IDX) TO CV-ID.
           READ COVERAGE-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM MOVE-DEAD-COVERAGE
           END-READ.
           PERFORM CHECK-COVERAGE-READ.

       MOVE-DEAD-COVERAGE.
           MOVE CV-PAYER TO WS-HOLD-PAYER.
           MOVE CV-STATUS TO WS-HOLD-STATUS.
           MOVE WS-MRG-SURVIVOR(WS-MRG-IDX) TO CV-ID.
           READ COVERAGE-REF
               INVALID KEY
                   MOVE WS-HOLD-PAYER TO CV-PAYER
                   MOVE WS-HOLD-STATUS TO CV-STATUS
                   WRITE COVERAGE-REC
                   PERFORM CHECK-COVERAGE-UPDATE
                   MOVE "MOVED" TO WS-MRG-COVERAGE(WS-MRG-IDX)
                   PERFORM DROP-DEAD-COVERAGE
               NOT INVALID KEY
                   IF CV-PAYER = WS-HOLD-PAYER
                       MOVE "SAME-PAYER"
                         TO WS-MRG-COVERAGE(WS-MRG-IDX)
                       PERFORM DROP-DEAD-COVERAGE
                   ELSE
                       PERFORM REPORT-PAYER-CONFLICT
                   END-IF
           END-READ.
           PERFORM CHECK-COVERAGE-READ.

       DROP-DEAD-COVERAGE.
           MOVE WS-MRG-DEAD(WS-MRG-IDX) TO CV-ID.
           DELETE COVERAGE-REF.
           PERFORM CHECK-COVERAGE-UPDATE.
           ADD 1 TO WS-COVERAGE-COUNTER.
           MOVE SPACES TO AUDIT-REC.
           STRING "REKEY TS=" WS-RUN-TIMESTAMP
                  " OPERATOR=" WS-OPERATOR-ID
                  " P-ID=" WS-MRG-DEAD(WS-MRG-IDX)
                  " SURVIVOR=" WS-MRG-SURVIVOR(WS-MRG-IDX)
                  " FILE=COVERAGE"
                  " PAYER=" WS-HOLD-PAYER
                  DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.

       REPORT-PAYER-CONFLICT.
           MOVE "CONFLICT" TO WS-MRG-COVERAGE(WS-MRG-IDX).
           ADD 1 TO WS-CONFLICT-COUNTER.
           ADD 1 TO WS-MRG-CONFLICTS(WS-MRG-IDX).
           MOVE SPACES TO MERGE-REPORT-REC.
           STRING "CONFLICT DEAD:" WS-MRG-DEAD(WS-MRG-IDX)
                  " SURVIVOR:" WS-MRG-SURVIVOR(WS-MRG-IDX)
                  " FILE:COVERAGE"
                  " REASON:DIFFERENT-PAYERS"
                  " DEAD-PAYER:" WS-HOLD-PAYER
                  " SURVIVOR-PAYER:" CV-PAYER
                  DELIMITED BY SIZE INTO MERGE-REPORT-REC.
           WRITE MERGE-REPORT-REC.

       CHECK-COVERAGE-READ.
           IF WS-COVERAGE-FILE-STATUS NOT = "00" AND
              WS-COVERAGE-FILE-STATUS NOT = "23"
               PERFORM COVERAGE-IO-FAILURE
           END-IF.

       CHECK-COVERAGE-UPDATE.
           IF WS-COVERAGE-FILE-STATUS NOT = "00"
               PERFORM COVERAGE-IO-FAILURE
           END-IF.

       COVERAGE-IO-FAILURE.
           DISPLAY "MERGE-PROPAGATE: coverage_ref.dat I/O error, "
                   "status " WS-COVERAGE-FILE-STATUS " -- stopping.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       WRITE-MERGE-SUMMARY.
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MRG-USED
               MOVE SPACES TO MERGE-REPORT-REC
               STRING "MERGE DEAD:" WS-MRG-DEAD(WS-MRG-IDX)
                      " SURVIVOR:" WS-MRG-SURVIVOR(WS-MRG-IDX)
                      " RESULTS:" WS-MRG-RESULTS(WS-MRG-IDX)
                      " CLAIMS:" WS-MRG-CLAIMS(WS-MRG-IDX)
                      " COVERAGE:" WS-MRG-COVERAGE(WS-MRG-IDX)
                      " CONFLICTS:" WS-MRG-CONFLICTS(WS-MRG-IDX)
                      DELIMITED BY SIZE INTO MERGE-REPORT-REC
               WRITE MERGE-REPORT-REC
           END-PERFORM.

           DISPLAY "===== MERGE-PROPAGATE RUN SUMMARY =====".
           DISPLAY "Applied merges found : " WS-PAIR-COUNTER.
           DISPLAY "Merges propagated    : " WS-MRG-USED.
           DISPLAY "Merges skipped       : " WS-SKIPPED-COUNTER.
           DISPLAY "Results re-keyed     : " WS-RESULTS-COUNTER.
           DISPLAY "Claim lines re-keyed : " WS-CLAIMS-COUNTER.
           DISPLAY "Coverage entries     : " WS-COVERAGE-COUNTER.
           DISPLAY "Conflicts reported   : " WS-CONFLICT-COUNTER.

           MOVE SPACES TO MERGE-REPORT-REC.
           STRING "MERGES-FOUND:" WS-PAIR-COUNTER
                  " PROPAGATED:" WS-MRG-USED
                  " SKIPPED:" WS-SKIPPED-COUNTER
                  " RESULTS:" WS-RESULTS-COUNTER
                  " CLAIMS:" WS-CLAIMS-COUNTER
                  " COVERAGE:" WS-COVERAGE-COUNTER
                  " CONFLICTS:" WS-CONFLICT-COUNTER
                  DELIMITED BY SIZE INTO MERGE-REPORT-REC.
           WRITE MERGE-REPORT-REC.
