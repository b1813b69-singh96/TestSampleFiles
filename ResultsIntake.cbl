      * file, which PATIENT-DISP-INQUIRY reads so "transmitted on the
      * 14th, result received on the 16th" is one lookup.
      *
      * Each filed result is classified against the reference range
      * for its procedure code (result_range_ref.dat, loaded by
      * RESULT-RANGE-LOAD) as NORMAL, ABNORMAL, CRITICAL or
      * UNCLASSIFIABLE, and the class is filed with the result.
      * Abnormal and critical results go onto the same-day callback
      * worklist, grouped by facility and ordering provider -- taken
      * from the patient's billed-services history (the ledger entry
      * for the same test, else the latest service billed) and named
      * from provider_ref.dat -- with critical results first in each
      * group. Every worklist entry is audited as it is surfaced.
      *
      *   PATIENT_RUN_DATE      the usual override; the intake runs
      *                         under (and stamps results with) this
      *                         date
      *   PATIENT_TRANSMIT_DATE YYYYMMDD of the transmission the
      *                         results answer (the manifest to check
      *                         against); defaults to the run date
      *   PATIENT_DEST          the downstream destination whose
      *                         results these are (see ROUTE-LOAD);
      *                         blank or MAIN is the original lab
      *                         interface under the names below. Any
      *                         other ID reads its own manifest and
      *                         results drop and writes its own work
      *                         files, report and worklist, each with
      *                         _<ID> before the date. The audit log
      *                         and patient_results.dat are shared,
      *                         and every destination's intake stamps
      *                         run control as LAB-RESULTS -- the
      *                         jobs that interlock against the
      *                         intake must see any of them -- so
      *                         destinations are taken one at a time.
      *
      * Input : lab_results_YYYYMMDD.txt -- one line per result from
      *         the engine: P-ID (6), space, result date (8), space,
      *         procedure code (6), space, result text (60)
      *         transmit_manifest_YYYYMMDD.txt (transmit date's)
      *         master_patient.dat (read-only)
      *         result_range_ref.dat, billed_ledger.dat and
      *         provider_ref.dat (read-only; a missing one is warned
      *         about and the run goes on -- results classify
      *         UNCLASSIFIABLE, callbacks route to UNKNWN)
      * Output: results_work_YYYYMMDD.dat -- the staged manifest the
      *         transmitted-patient check reads by key
      *         patient_results.dat -- permanent, appended (undated,
      *         like run_history.dat); one line per filed result
      *         results_report_YYYYMMDD.txt -- filed/flagged lines
      *         audit_log_YYYYMMDD.txt -- one RESULT entry per filed
      *         result, same style as the batch's ACCESS entries,
      *         plus one CALLBACK entry per worklist entry
      *         callback_work_YYYYMMDD.dat -- the day's callbacks
      *         staged in worklist order
      *         callback_worklist_YYYYMMDD.txt -- the callback list
      *
      * RETURN-CODE 4 flags a run that left results unfiled so ops
      * can chase the stray the same day. RETURN-CODE 8 -- which
      * wins over 4 -- means a CRITICAL result was filed, and is
      * what the scheduler pages ops on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INTAKE-REPORT
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESULT-RANGE-REF
               ASSIGN TO "result_range_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-PROC-CODE
               FILE STATUS IS WS-RANGE-FILE-STATUS.
           SELECT BILLED-LEDGER
               ASSIGN TO "billed_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT PROVIDER-REF
               ASSIGN TO "provider_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-SPELLING
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT CALLBACK-WORK
               ASSIGN TO DYNAMIC WS-CALLBACK-WORK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-KEY
               FILE STATUS IS WS-CALLBACK-FILE-STATUS.
           SELECT CALLBACK-WORKLIST
               ASSIGN TO DYNAMIC WS-CALLBACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG
               ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
      * Permanent (undated, EXTEND-ed) results file, one line per
      * filed result. PATIENT-DISP-INQUIRY reads this to show a
      * patient's result history, so the layout must stay in step
      * with the FD there. Lines filed before results were
      * classified end at the text and read back with a blank class.
       01  PATIENT-RESULT-REC.
           05  PR-PATIENT-ID      PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  PR-PROC-CODE       PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  PR-RESULT-TEXT     PIC X(60).
           05  FILLER             PIC X VALUE SPACE.
           05  PR-RESULT-CLASS    PIC X(14).

       FD  INTAKE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  INTAKE-REPORT-REC PIC A(200).

       FD  RESULT-RANGE-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in RESULT-RANGE-LOAD.
       01  RESULT-RANGE-REC.
           05  RG-PROC-CODE       PIC X(6).
           05  RG-TYPE            PIC X.
               88  RG-NUMERIC-RANGE  VALUE "N".
               88  RG-FLAG-RANGE     VALUE "F".
           05  RG-NORMAL-LOW      PIC 9(6)V9(3).
           05  RG-NORMAL-HIGH     PIC 9(6)V9(3).
           05  RG-CRIT-LOW        PIC 9(6)V9(3).
           05  RG-CRIT-HIGH       PIC 9(6)V9(3).
           05  RG-NORMAL-VALUE    OCCURS 4 TIMES PIC X(10).
           05  RG-ABNORMAL-VALUE  OCCURS 4 TIMES PIC X(10).
           05  RG-CRITICAL-VALUE  OCCURS 4 TIMES PIC X(10).

       FD  BILLED-LEDGER
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in
      * PATIENT-TEST-INCIDENTS, which writes this file.
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

       FD  PROVIDER-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in PROVIDER-LOAD.
       01  PROVIDER-REC.
           05  PV-SPELLING        PIC X(20).
           05  PV-PROV-ID         PIC X(6).
           05  PV-PROV-NAME       PIC X(30).

       FD  CALLBACK-WORK
           LABEL RECORDS ARE STANDARD.
      * The day's callbacks, keyed in worklist order: facility,
      * ordering provider, critical (1) before abnormal (2), then
      * intake order. Same volume-bounded-by-disk rework as the
      * results work file; rebuilt every run under the run's dated
      * name.
       01  CALLBACK-WORK-REC.
           05  CW-KEY.
               10  CW-FACILITY    PIC X(6).
               10  CW-PROVIDER    PIC X(6).
               10  CW-RANK        PIC 9(1).
               10  CW-SEQ         PIC 9(7).
           05  CW-PATIENT-ID      PIC 9(6).
           05  CW-PROC-CODE       PIC X(6).
           05  CW-RESULT-DATE     PIC 9(8).
           05  CW-CLASS           PIC X(14).
           05  CW-RESULT-TEXT     PIC X(60).

       FD  CALLBACK-WORKLIST
           LABEL RECORDS ARE STANDARD.
       01  CALLBACK-REC      PIC A(200).

       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC         PIC A(200).
       01  WS-WORK-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-MANIFEST-COUNT PIC 9(7) VALUE 0.

       01  WS-RANGE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-LEDGER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-PROVIDER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-CALLBACK-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RANGE-FLAG     PIC X VALUE "N".
           88  RANGES-AVAILABLE   VALUE "Y".
           88  RANGES-MISSING     VALUE "N".
       01  WS-LEDGER-FLAG    PIC X VALUE "N".
           88  LEDGER-AVAILABLE   VALUE "Y".
           88  LEDGER-MISSING     VALUE "N".
       01  WS-PROVIDER-FLAG  PIC X VALUE "N".
           88  PROVIDERS-AVAILABLE VALUE "Y".
           88  PROVIDERS-MISSING   VALUE "N".

      * Classification scratch. The result's first word is the value
      * judged: a number (up to six digits, optional point, up to
      * three decimals) against a numeric range, or a flag word
      * against the range's value lists. Anything else -- "<0.5",
      * "7.2H", free-text comments -- is UNCLASSIFIABLE and left for
      * a person to read.
       01  WS-RESULT-CLASS   PIC X(14).
           88  RESULT-NORMAL         VALUE "NORMAL".
           88  RESULT-ABNORMAL       VALUE "ABNORMAL".
           88  RESULT-CRITICAL       VALUE "CRITICAL".
           88  RESULT-UNCLASSIFIABLE VALUE "UNCLASSIFIABLE".
       01  WS-TEXT-POS       PIC 9(2).
       01  WS-RESULT-TOKEN   PIC X(20).
       01  WS-CHAR-IDX       PIC 9(2).
       01  WS-RESULT-CHAR    PIC X.
       01  WS-RESULT-DIGIT REDEFINES WS-RESULT-CHAR PIC 9.
       01  WS-INT-DIGITS     PIC 9(2).
       01  WS-FRAC-DIGITS    PIC 9(2).
       01  WS-RESULT-INT     PIC 9(6).
       01  WS-RESULT-FRAC    PIC 9(3).
       01  WS-RESULT-VALUE   PIC 9(6)V9(3).
       01  WS-NUMBER-FLAG    PIC X.
           88  RESULT-NUMBER-VALID   VALUE "Y".
           88  RESULT-NUMBER-INVALID VALUE "N".
       01  WS-POINT-FLAG     PIC X.
           88  POINT-SEEN            VALUE "Y".
           88  POINT-NOT-SEEN        VALUE "N".
       01  WS-VALUE-IDX      PIC 9(1).

      * Ordering-provider lookup over the patient's billed services:
      * rank 2 is the same test billed on or before the result date,
      * rank 1 any other service; the highest rank, then the latest
      * treatment date, wins.
       01  WS-CB-FACILITY    PIC X(6).
       01  WS-CB-PROVIDER    PIC X(6).
       01  WS-CB-RANK        PIC 9(1).
       01  WS-CB-DATE        PIC 9(8).
       01  WS-CANDIDATE-RANK PIC 9(1).
       01  WS-LEDGER-SCAN-FLAG PIC X VALUE "N".
           88  LEDGER-SCAN-DONE  VALUE "Y".
           88  LEDGER-SCAN-OPEN  VALUE "N".
       01  WS-CALLBACK-SEQ   PIC 9(7) VALUE 0.
       01  WS-PREV-FACILITY  PIC X(6).
       01  WS-PREV-PROVIDER  PIC X(6).
       01  WS-PROVIDER-NAME  PIC X(30).
       01  WS-PROVIDER-SCAN-FLAG PIC X VALUE "N".
           88  PROVIDER-SCAN-DONE VALUE "Y".
           88  PROVIDER-SCAN-OPEN VALUE "N".

       01  WS-READ-COUNTER    PIC 9(7) VALUE 0.
       01  WS-FILED-COUNTER   PIC 9(7) VALUE 0.
       01  WS-NORMAL-COUNTER    PIC 9(7) VALUE 0.
       01  WS-ABNORMAL-COUNTER  PIC 9(7) VALUE 0.
       01  WS-CRITICAL-COUNTER  PIC 9(7) VALUE 0.
       01  WS-UNCLASS-COUNTER   PIC 9(7) VALUE 0.
       01  WS-FLAGGED-COUNTER PIC 9(7) VALUE 0.
       01  WS-FLAG-REASON     PIC X(40).

       01  WS-RUN-DATE-OVERRIDE  PIC X(8) VALUE SPACES.
       01  WS-TRANSMIT-DATE      PIC 9(8).
       01  WS-TRANSMIT-OVERRIDE  PIC X(8) VALUE SPACES.
       01  WS-DEST-ID            PIC X(8) VALUE "MAIN".
       01  WS-RUN-TIME           PIC 9(8).
       01  WS-RUN-TIMESTAMP      PIC X(17).
       01  WS-OPERATOR-ID        PIC X(20) VALUE SPACES.
       01  WS-WORK-NAME         PIC X(40).
       01  WS-REPORT-NAME       PIC X(40).
       01  WS-AUDIT-NAME        PIC X(40).
       01  WS-CALLBACK-WORK-NAME PIC X(40).
       01  WS-CALLBACK-NAME     PIC X(40).

      * Operator-authorization answer from the OPERATOR-AUTH call
      * in GET-RUN-CONTEXT.
           PERFORM OPEN-RESULTS-IN.
           PERFORM OPEN-PATIENT-RESULTS.
           PERFORM OPEN-AUDIT-LOG.
           PERFORM OPEN-CALLBACK-REFERENCES.
           OPEN OUTPUT INTAKE-REPORT.

           PERFORM UNTIL EOF
               END-READ
           END-PERFORM.

           PERFORM WRITE-CALLBACK-WORKLIST.
           PERFORM WRITE-INTAKE-SUMMARY.
           CLOSE RESULTS-IN MASTER-PATIENT PATIENT-RESULTS
                 INTAKE-REPORT AUDIT-LOG RESULTS-WORK.
           PERFORM CLOSE-CALLBACK-REFERENCES.
           PERFORM STAMP-JOB-END.
           IF WS-FLAGGED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CRITICAL-COUNTER > 0
               DISPLAY "LAB-RESULTS-INTAKE: " WS-CRITICAL-COUNTER
                       " CRITICAL result(s) filed -- see "
                       WS-CALLBACK-NAME
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "Lab-results intake complete.".
           STOP RUN.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A merge propagation still running is part-way through
      * re-keying and rewriting patient_results.dat -- results
      * appended now would be lost when it writes the file back.
           MOVE "MERGE-PROPAGATE" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "LAB-RESULTS-INTAKE: MERGE-PROPAGATE for "
                       WS-RC-DATE " is INPROG -- patient_results.dat "
                       "is being rewritten; refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
               MOVE WS-TRANSMIT-OVERRIDE TO WS-TRANSMIT-DATE
           END-IF.

           DISPLAY "PATIENT_DEST" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEST-ID FROM ENVIRONMENT-VALUE.
           IF WS-DEST-ID = SPACES
               MOVE "MAIN" TO WS-DEST-ID
           END-IF.

           PERFORM CHECK-OPERATOR-AUTH.

       CHECK-OPERATOR-AUTH.
           END-IF.

       SETUP-FILE-NAMES.
           STRING "audit_log_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-AUDIT-NAME.
           IF WS-DEST-ID = "MAIN"
               STRING "lab_results_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-RESULTS-IN-NAME
               STRING "transmit_manifest_" WS-TRANSMIT-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-MANIFEST-NAME
               STRING "results_work_" WS-RUN-DATE ".dat"
                      DELIMITED BY SIZE INTO WS-WORK-NAME
               STRING "results_report_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-REPORT-NAME
               STRING "callback_work_" WS-RUN-DATE ".dat"
                      DELIMITED BY SIZE INTO WS-CALLBACK-WORK-NAME
               STRING "callback_worklist_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-CALLBACK-NAME
           ELSE
               STRING "lab_results_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".txt" DELIMITED BY SIZE
                      INTO WS-RESULTS-IN-NAME
               STRING "transmit_manifest_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-TRANSMIT-DATE ".txt" DELIMITED BY SIZE
                      INTO WS-MANIFEST-NAME
               STRING "results_work_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".dat" DELIMITED BY SIZE
                      INTO WS-WORK-NAME
               STRING "results_report_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".txt" DELIMITED BY SIZE
                      INTO WS-REPORT-NAME
               STRING "callback_work_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".dat" DELIMITED BY SIZE
                      INTO WS-CALLBACK-WORK-NAME
               STRING "callback_worklist_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".txt" DELIMITED BY SIZE
                      INTO WS-CALLBACK-NAME
           END-IF.

       LOAD-MANIFEST.
      * A missing manifest is refused outright -- filing results with
               OPEN OUTPUT AUDIT-LOG
           END-IF.

       OPEN-CALLBACK-REFERENCES.
      * The range, ledger and provider references are all optional
      * here, same precedent as the batch's coverage reference: a
      * box one of them was never loaded on warns and runs on --
      * results still file, just UNCLASSIFIABLE, and callbacks
      * route to UNKNWN for the desk to place by hand. The callback
      * work file is rebuilt from scratch every run.
           OPEN INPUT RESULT-RANGE-REF.
           EVALUATE WS-RANGE-FILE-STATUS
               WHEN "00"
                   SET RANGES-AVAILABLE TO TRUE
               WHEN "35"
                   DISPLAY "WARNING: result_range_ref.dat not found "
                           "-- every result files UNCLASSIFIABLE."
               WHEN OTHER
                   DISPLAY "WARNING: result_range_ref.dat OPEN "
                           "failed, status " WS-RANGE-FILE-STATUS
                           " -- every result files UNCLASSIFIABLE."
           END-EVALUATE.

           OPEN INPUT BILLED-LEDGER.
           EVALUATE WS-LEDGER-FILE-STATUS
               WHEN "00"
                   SET LEDGER-AVAILABLE TO TRUE
               WHEN "35"
                   DISPLAY "WARNING: billed_ledger.dat not found -- "
                           "callbacks route to UNKNWN."
               WHEN OTHER
                   DISPLAY "WARNING: billed_ledger.dat OPEN failed, "
                           "status " WS-LEDGER-FILE-STATUS
                           " -- callbacks route to UNKNWN."
           END-EVALUATE.

           OPEN INPUT PROVIDER-REF.
           EVALUATE WS-PROVIDER-FILE-STATUS
               WHEN "00"
                   SET PROVIDERS-AVAILABLE TO TRUE
               WHEN "35"
                   DISPLAY "WARNING: provider_ref.dat not found -- "
                           "callback worklist shows provider IDs "
                           "only."
               WHEN OTHER
                   DISPLAY "WARNING: provider_ref.dat OPEN failed, "
                           "status " WS-PROVIDER-FILE-STATUS
                           " -- callback worklist shows provider "
                           "IDs only."
           END-EVALUATE.

           OPEN OUTPUT CALLBACK-WORK.
           IF WS-CALLBACK-FILE-STATUS NOT = "00"
               PERFORM CALLBACK-IO-FAILURE
           END-IF.

       CLOSE-CALLBACK-REFERENCES.
           IF RANGES-AVAILABLE
               CLOSE RESULT-RANGE-REF
           END-IF.
           IF LEDGER-AVAILABLE
               CLOSE BILLED-LEDGER
           END-IF.
           IF PROVIDERS-AVAILABLE
               CLOSE PROVIDER-REF
           END-IF.
           CLOSE CALLBACK-WORK.

       CALLBACK-IO-FAILURE.
           DISPLAY "LAB-RESULTS-INTAKE: callback work file I/O "
                   "error, status " WS-CALLBACK-FILE-STATUS
                   " -- stopping; the callback worklist cannot be "
                   "trusted.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       INTAKE-ONE-RESULT.
           ADD 1 TO WS-READ-COUNTER.
           MOVE SPACES TO WS-FLAG-REASON.

       FILE-ONE-RESULT.
           ADD 1 TO WS-FILED-COUNTER.
           PERFORM CLASSIFY-ONE-RESULT.
           MOVE SPACES TO PATIENT-RESULT-REC.
           MOVE LR-PATIENT-ID TO PR-PATIENT-ID.
           MOVE WS-TRANSMIT-DATE TO PR-TRANSMIT-DATE.
           MOVE WS-RUN-DATE TO PR-RECEIVED-DATE.
           MOVE LR-PROC-CODE TO PR-PROC-CODE.
           MOVE LR-RESULT-TEXT TO PR-RESULT-TEXT.
           MOVE WS-RESULT-CLASS TO PR-RESULT-CLASS.
           WRITE PATIENT-RESULT-REC.
           IF WS-RESULTS-FILE-STATUS NOT = "00"
               DISPLAY "LAB-RESULTS-INTAKE: patient_results.dat "
                  " ID:" LR-PATIENT-ID
                  " FILED CODE:" LR-PROC-CODE
                  " RESULT-DATE:" LR-RESULT-DATE
                  " CLASS:" WS-RESULT-CLASS
                  DELIMITED BY SIZE INTO INTAKE-REPORT-REC.
           WRITE INTAKE-REPORT-REC.

                  DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.

           IF RESULT-CRITICAL OR RESULT-ABNORMAL
               PERFORM STAGE-ONE-CALLBACK
           END-IF.

       CLASSIFY-ONE-RESULT.
      * No range on file for the code, or a blank result, is
      * UNCLASSIFIABLE -- filed, counted, and left for a person.
           SET RESULT-UNCLASSIFIABLE TO TRUE.
           IF RANGES-AVAILABLE AND LR-RESULT-TEXT NOT = SPACES
               MOVE LR-PROC-CODE TO RG-PROC-CODE
               READ RESULT-RANGE-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM JUDGE-RESULT-AGAINST-RANGE
               END-READ
      * Same hard-error fallback as the batch's references: a
      * failing range file must not masquerade as "classified".
               IF WS-RANGE-FILE-STATUS NOT = "00" AND
                  WS-RANGE-FILE-STATUS NOT = "23"
                   SET RANGES-MISSING TO TRUE
                   SET RESULT-UNCLASSIFIABLE TO TRUE
                   DISPLAY "WARNING: result_range_ref.dat I/O "
                           "error, status " WS-RANGE-FILE-STATUS
                           " -- results UNCLASSIFIABLE for the "
                           "rest of the run."
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN RESULT-NORMAL
                   ADD 1 TO WS-NORMAL-COUNTER
               WHEN RESULT-ABNORMAL
                   ADD 1 TO WS-ABNORMAL-COUNTER
               WHEN RESULT-CRITICAL
                   ADD 1 TO WS-CRITICAL-COUNTER
               WHEN OTHER
                   ADD 1 TO WS-UNCLASS-COUNTER
           END-EVALUATE.

       JUDGE-RESULT-AGAINST-RANGE.
      * The value judged is the first word of the result text.
           PERFORM VARYING WS-TEXT-POS FROM 1 BY 1
                   UNTIL LR-RESULT-TEXT(WS-TEXT-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-RESULT-TOKEN.
           UNSTRING LR-RESULT-TEXT(WS-TEXT-POS:) DELIMITED BY SPACE
               INTO WS-RESULT-TOKEN.

           EVALUATE TRUE
               WHEN RG-NUMERIC-RANGE
                   PERFORM CLASSIFY-NUMERIC-RESULT
               WHEN RG-FLAG-RANGE
                   PERFORM CLASSIFY-FLAG-RESULT
           END-EVALUATE.

       CLASSIFY-NUMERIC-RESULT.
      * A critical bound of zero means none on that side.
           PERFORM PARSE-RESULT-NUMBER.
           IF RESULT-NUMBER-VALID
               EVALUATE TRUE
                   WHEN RG-CRIT-LOW > 0 AND
                        WS-RESULT-VALUE < RG-CRIT-LOW
                       SET RESULT-CRITICAL TO TRUE
                   WHEN RG-CRIT-HIGH > 0 AND
                        WS-RESULT-VALUE > RG-CRIT-HIGH
                       SET RESULT-CRITICAL TO TRUE
                   WHEN WS-RESULT-VALUE < RG-NORMAL-LOW OR
                        WS-RESULT-VALUE > RG-NORMAL-HIGH
                       SET RESULT-ABNORMAL TO TRUE
                   WHEN OTHER
                       SET RESULT-NORMAL TO TRUE
               END-EVALUATE
           END-IF.

       PARSE-RESULT-NUMBER.
      * Digit by digit rather than trusting a numeric view -- lab
      * text arrives with units, qualifiers and comments, and
      * anything that is not a plain number must come out
      * UNCLASSIFIABLE, never as a wrong value.
           MOVE "P" TO WS-NUMBER-FLAG.
           SET POINT-NOT-SEEN TO TRUE.
           MOVE 0 TO WS-INT-DIGITS WS-FRAC-DIGITS.
           MOVE 0 TO WS-RESULT-INT WS-RESULT-FRAC WS-RESULT-VALUE.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 20 OR
                         WS-NUMBER-FLAG NOT = "P"
               PERFORM PARSE-ONE-RESULT-CHAR
           END-PERFORM.
           IF WS-INT-DIGITS + WS-FRAC-DIGITS = 0
               SET RESULT-NUMBER-INVALID TO TRUE
           END-IF.
           IF WS-NUMBER-FLAG = "P"
               SET RESULT-NUMBER-VALID TO TRUE
           END-IF.
           IF RESULT-NUMBER-VALID
               COMPUTE WS-RESULT-VALUE = WS-RESULT-INT +
                   WS-RESULT-FRAC / (10 ** WS-FRAC-DIGITS)
           END-IF.

       PARSE-ONE-RESULT-CHAR.
           MOVE WS-RESULT-TOKEN(WS-CHAR-IDX:1) TO WS-RESULT-CHAR.
           EVALUATE TRUE
               WHEN WS-RESULT-CHAR = SPACE
                   SET RESULT-NUMBER-VALID TO TRUE
               WHEN WS-RESULT-CHAR IS NUMERIC AND POINT-SEEN
                   IF WS-FRAC-DIGITS = 3
                       SET RESULT-NUMBER-INVALID TO TRUE
                   ELSE
                       ADD 1 TO WS-FRAC-DIGITS
                       COMPUTE WS-RESULT-FRAC =
                           WS-RESULT-FRAC * 10 + WS-RESULT-DIGIT
                   END-IF
               WHEN WS-RESULT-CHAR IS NUMERIC
                   IF WS-INT-DIGITS = 6
                       SET RESULT-NUMBER-INVALID TO TRUE
                   ELSE
                       ADD 1 TO WS-INT-DIGITS
                       COMPUTE WS-RESULT-INT =
                           WS-RESULT-INT * 10 + WS-RESULT-DIGIT
                   END-IF
               WHEN WS-RESULT-CHAR = "." AND POINT-NOT-SEEN
                   SET POINT-SEEN TO TRUE
               WHEN OTHER
                   SET RESULT-NUMBER-INVALID TO TRUE
           END-EVALUATE.

       CLASSIFY-FLAG-RESULT.
      * Critical list first, so a value listed twice by mistake errs
      * toward the callback.
           PERFORM VARYING WS-VALUE-IDX FROM 1 BY 1
                   UNTIL WS-VALUE-IDX > 4
               IF RG-CRITICAL-VALUE(WS-VALUE-IDX) NOT = SPACES AND
                  RG-CRITICAL-VALUE(WS-VALUE-IDX) = WS-RESULT-TOKEN
                   SET RESULT-CRITICAL TO TRUE
               END-IF
           END-PERFORM.
           IF RESULT-UNCLASSIFIABLE
               PERFORM VARYING WS-VALUE-IDX FROM 1 BY 1
                       UNTIL WS-VALUE-IDX > 4
                   IF RG-ABNORMAL-VALUE(WS-VALUE-IDX) NOT = SPACES AND
                      RG-ABNORMAL-VALUE(WS-VALUE-IDX) =
                          WS-RESULT-TOKEN
                       SET RESULT-ABNORMAL TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF RESULT-UNCLASSIFIABLE
               PERFORM VARYING WS-VALUE-IDX FROM 1 BY 1
                       UNTIL WS-VALUE-IDX > 4
                   IF RG-NORMAL-VALUE(WS-VALUE-IDX) NOT = SPACES AND
                      RG-NORMAL-VALUE(WS-VALUE-IDX) = WS-RESULT-TOKEN
                       SET RESULT-NORMAL TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       STAGE-ONE-CALLBACK.
           PERFORM FIND-ORDERING-PROVIDER.
           ADD 1 TO WS-CALLBACK-SEQ.
           MOVE WS-CB-FACILITY TO CW-FACILITY.
           MOVE WS-CB-PROVIDER TO CW-PROVIDER.
           IF RESULT-CRITICAL
               MOVE 1 TO CW-RANK
           ELSE
               MOVE 2 TO CW-RANK
           END-IF.
           MOVE WS-CALLBACK-SEQ TO CW-SEQ.
           MOVE LR-PATIENT-ID TO CW-PATIENT-ID.
           MOVE LR-PROC-CODE TO CW-PROC-CODE.
           MOVE LR-RESULT-DATE TO CW-RESULT-DATE.
           MOVE WS-RESULT-CLASS TO CW-CLASS.
           MOVE LR-RESULT-TEXT TO CW-RESULT-TEXT.
           WRITE CALLBACK-WORK-REC.
           IF WS-CALLBACK-FILE-STATUS NOT = "00"
               PERFORM CALLBACK-IO-FAILURE
           END-IF.

      * The audit entry is the proof of when the result was
      * surfaced and to whom it was routed; like the RESULT entry it
      * carries no result text.
           MOVE SPACES TO AUDIT-REC.
           STRING "CALLBACK TS=" WS-RUN-TIMESTAMP
                  " OPERATOR=" WS-OPERATOR-ID
                  " P-ID=" LR-PATIENT-ID
                  " CODE=" LR-PROC-CODE
                  " CLASS=" WS-RESULT-CLASS
                  " FAC=" WS-CB-FACILITY
                  " PROVIDER=" WS-CB-PROVIDER
                  DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.

       FIND-ORDERING-PROVIDER.
      * The patient's billed services start at one keyed START on
      * the ledger; a service billed after the result date cannot
      * have ordered it and is passed over.
           MOVE "UNKNWN" TO WS-CB-FACILITY WS-CB-PROVIDER.
           MOVE 0 TO WS-CB-RANK WS-CB-DATE.
           IF LEDGER-AVAILABLE
               MOVE LOW-VALUES TO BL-KEY
               MOVE LR-PATIENT-ID TO BL-PATIENT-ID
               START BILLED-LEDGER KEY IS NOT LESS THAN BL-KEY
                   INVALID KEY
                       SET LEDGER-SCAN-DONE TO TRUE
                   NOT INVALID KEY
                       SET LEDGER-SCAN-OPEN TO TRUE
               END-START
               IF WS-LEDGER-FILE-STATUS NOT = "00" AND
                  WS-LEDGER-FILE-STATUS NOT = "23"
                   PERFORM LEDGER-READ-WARNING
               END-IF
               PERFORM UNTIL LEDGER-SCAN-DONE
                   READ BILLED-LEDGER NEXT RECORD
                       AT END
                           SET LEDGER-SCAN-DONE TO TRUE
                       NOT AT END
                           IF BL-PATIENT-ID NOT = LR-PATIENT-ID
                               SET LEDGER-SCAN-DONE TO TRUE
                           ELSE
                               PERFORM JUDGE-ONE-LEDGER-ENTRY
                           END-IF
                   END-READ
                   IF WS-LEDGER-FILE-STATUS NOT = "00" AND
                      WS-LEDGER-FILE-STATUS NOT = "10"
                       PERFORM LEDGER-READ-WARNING
                   END-IF
               END-PERFORM
           END-IF.

       LEDGER-READ-WARNING.
           DISPLAY "WARNING: billed_ledger.dat I/O error, status "
                   WS-LEDGER-FILE-STATUS
                   " -- callbacks route to UNKNWN for the rest of "
                   "the run.".
           SET LEDGER-MISSING TO TRUE.
           SET LEDGER-SCAN-DONE TO TRUE.
           MOVE "UNKNWN" TO WS-CB-FACILITY WS-CB-PROVIDER.

       JUDGE-ONE-LEDGER-ENTRY.
           IF BL-TREAT-DATE NOT > LR-RESULT-DATE
               IF BL-TREAT-CODE = LR-PROC-CODE
                   MOVE 2 TO WS-CANDIDATE-RANK
               ELSE
                   MOVE 1 TO WS-CANDIDATE-RANK
               END-IF
               IF WS-CANDIDATE-RANK > WS-CB-RANK OR
                  (WS-CANDIDATE-RANK = WS-CB-RANK AND
                   BL-TREAT-DATE NOT < WS-CB-DATE)
                   MOVE WS-CANDIDATE-RANK TO WS-CB-RANK
                   MOVE BL-TREAT-DATE TO WS-CB-DATE
                   MOVE BL-PROVIDER TO WS-CB-PROVIDER
                   MOVE BL-FACILITY-ID TO WS-CB-FACILITY
                   IF WS-CB-FACILITY = SPACES
                       MOVE "UNKNWN" TO WS-CB-FACILITY
                   END-IF
               END-IF
           END-IF.

       FLAG-ONE-RESULT.
           ADD 1 TO WS-FLAGGED-COUNTER.
           MOVE SPACES TO INTAKE-REPORT-REC.
                  DELIMITED BY SIZE INTO INTAKE-REPORT-REC.
           WRITE INTAKE-REPORT-REC.

       WRITE-CALLBACK-WORKLIST.
      * The work file's key is the worklist order, so one sequential
      * pass writes it: a heading per facility/provider, critical
      * results first under each.
           CLOSE CALLBACK-WORK.
           OPEN INPUT CALLBACK-WORK.
           IF WS-CALLBACK-FILE-STATUS NOT = "00"
               PERFORM CALLBACK-IO-FAILURE
           END-IF.
           OPEN OUTPUT CALLBACK-WORKLIST.
           MOVE LOW-VALUES TO WS-PREV-FACILITY WS-PREV-PROVIDER.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF
               READ CALLBACK-WORK NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-CALLBACK
               END-READ
               IF WS-CALLBACK-FILE-STATUS NOT = "00" AND
                  WS-CALLBACK-FILE-STATUS NOT = "10"
                   PERFORM CALLBACK-IO-FAILURE
               END-IF
           END-PERFORM.

           MOVE SPACES TO CALLBACK-REC.
           STRING "RUN-DATE:" WS-RUN-DATE
                  " CALLBACKS:" WS-CALLBACK-SEQ
                  " CRITICAL:" WS-CRITICAL-COUNTER
                  " ABNORMAL:" WS-ABNORMAL-COUNTER
                  DELIMITED BY SIZE INTO CALLBACK-REC.
           WRITE CALLBACK-REC.
           CLOSE CALLBACK-WORKLIST.

       WRITE-ONE-CALLBACK.
           IF CW-FACILITY NOT = WS-PREV-FACILITY OR
              CW-PROVIDER NOT = WS-PREV-PROVIDER
               PERFORM FIND-PROVIDER-NAME
               MOVE SPACES TO CALLBACK-REC
               STRING "FACILITY:" CW-FACILITY
                      " PROVIDER:" CW-PROVIDER
                      " " WS-PROVIDER-NAME
                      DELIMITED BY SIZE INTO CALLBACK-REC
               WRITE CALLBACK-REC
               MOVE CW-FACILITY TO WS-PREV-FACILITY
               MOVE CW-PROVIDER TO WS-PREV-PROVIDER
           END-IF.
           MOVE SPACES TO CALLBACK-REC.
           STRING "  " CW-CLASS
                  " ID:" CW-PATIENT-ID
                  " CODE:" CW-PROC-CODE
                  " RESULT-DATE:" CW-RESULT-DATE
                  " RESULT:" CW-RESULT-TEXT
                  DELIMITED BY SIZE INTO CALLBACK-REC.
           WRITE CALLBACK-REC.

       FIND-PROVIDER-NAME.
      * provider_ref.dat is keyed on the spelling, not the ID, so
      * the name comes from a sequential pass -- once per provider
      * heading, which is a handful a day.
           MOVE SPACES TO WS-PROVIDER-NAME.
           IF CW-PROVIDER NOT = "UNKNWN" AND PROVIDERS-AVAILABLE
               MOVE LOW-VALUES TO PV-SPELLING
               START PROVIDER-REF KEY IS NOT LESS THAN PV-SPELLING
                   INVALID KEY
                       SET PROVIDER-SCAN-DONE TO TRUE
                   NOT INVALID KEY
                       SET PROVIDER-SCAN-OPEN TO TRUE
               END-START
               PERFORM UNTIL PROVIDER-SCAN-DONE
                   READ PROVIDER-REF NEXT RECORD
                       AT END
                           SET PROVIDER-SCAN-DONE TO TRUE
                       NOT AT END
                           IF PV-PROV-ID = CW-PROVIDER
                               MOVE PV-PROV-NAME TO WS-PROVIDER-NAME
                               SET PROVIDER-SCAN-DONE TO TRUE
                           END-IF
                   END-READ
                   IF WS-PROVIDER-FILE-STATUS NOT = "00" AND
                      WS-PROVIDER-FILE-STATUS NOT = "10"
                       SET PROVIDER-SCAN-DONE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN CW-PROVIDER = "UNKNWN"
                   MOVE "(ORDERING PROVIDER NOT FOUND)"
                       TO WS-PROVIDER-NAME
               WHEN WS-PROVIDER-NAME = SPACES
                   MOVE "(NOT ON PROVIDER REFERENCE)"
                       TO WS-PROVIDER-NAME
           END-EVALUATE.

       WRITE-INTAKE-SUMMARY.
           DISPLAY "===== LAB-RESULTS-INTAKE RUN SUMMARY =====".
           DISPLAY "Destination          : " WS-DEST-ID.
           DISPLAY "Transmit date checked: " WS-TRANSMIT-DATE.
           DISPLAY "Result lines read    : " WS-READ-COUNTER.
           DISPLAY "Results filed        : " WS-FILED-COUNTER.
           DISPLAY "Results flagged      : " WS-FLAGGED-COUNTER.
           DISPLAY "  Normal             : " WS-NORMAL-COUNTER.
           DISPLAY "  Abnormal           : " WS-ABNORMAL-COUNTER.
           DISPLAY "  Critical           : " WS-CRITICAL-COUNTER.
           DISPLAY "  Unclassifiable     : " WS-UNCLASS-COUNTER.

           MOVE SPACES TO INTAKE-REPORT-REC.
           STRING "TRANSMIT-DATE:" WS-TRANSMIT-DATE
                  " LINES-READ:" WS-READ-COUNTER
                  " FILED:" WS-FILED-COUNTER
                  " FLAGGED:" WS-FLAGGED-COUNTER
                  " NORMAL:" WS-NORMAL-COUNTER
                  " ABNORMAL:" WS-ABNORMAL-COUNTER
                  " CRITICAL:" WS-CRITICAL-COUNTER
                  " UNCLASSIFIABLE:" WS-UNCLASS-COUNTER
                  DELIMITED BY SIZE INTO INTAKE-REPORT-REC.
           WRITE INTAKE-REPORT-REC.
