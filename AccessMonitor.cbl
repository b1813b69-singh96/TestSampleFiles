       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-MONITOR.

      * The privacy office's monthly look over the audit repository
      * for operator activity that looks wrong. AUDIT-INQUIRY answers
      * "who touched patient X"; this answers "whose activity needs
      * a second look", by scanning audit_repository.dat over a date
      * window and comparing each operator with their own history
      * over the WS-BASE-DAYS days before it. Findings, highest
      * score first:
      *
      *   INACTIVE-ACCESS    PHI entries in the window by an operator
      *                      now inactive in operator_auth_ref.dat,
      *                      or no longer on it at all (900 band)
      *   MAINT-NO-BATCH     MAINT or RESTORE on a patient with no
      *                      batch activity (ACCESS, OVERRIDE, DISP,
      *                      RESULT, WITHHELD, CALLBACK) anywhere in
      *                      the baseline or window (800 band)
      *   REPEAT-OVERRIDE    WS-REPEAT-MIN or more OVERRIDE/DISP
      *                      entries by one operator on one patient
      *                      in the window (700 band)
      *   VOLUME-SPIKE       a day's PHI entries at least
      *                      WS-SPIKE-MIN and over WS-SPIKE-FACTOR
      *                      times the operator's baseline average
      *                      per active day -- or at least
      *                      WS-SPIKE-MIN with no baseline at all
      *                      (600 band)
      *   DENIED-REPEAT      WS-DENY-MIN or more OPERATOR-AUTH
      *                      denials for one operator in one day
      *                      (500 band)
      *   OFF-HOURS          activity in an hour of the day the
      *                      operator was active in on fewer than
      *                      WS-HOUR-MIN-DAYS baseline days; an
      *                      operator with under WS-MIN-BASE-DAYS
      *                      days of baseline is held to the site's
      *                      WS-SITE-FIRST-HOUR to WS-SITE-LAST-HOUR
      *                      day instead (400 band)
      *
      * Within a band the score rises with the size of the pattern.
      * Batch entries carry their run's start time, so a night run
      * counts as activity in the hour it was launched.
      *
      * Every finding is kept on the permanent access_findings.dat,
      * keyed by type, operator and subject (the day, the patient,
      * or HOUR-hh). A finding the privacy office has reviewed and
      * cleared is never raised again; one still open is raised
      * again as OPEN with the date it was first raised. To clear,
      * copy the 46-column key from the report (it starts in column
      * 21 of each RANK line) into the next run's clearance file and
      * add a note. No operator may clear a finding about their own
      * activity.
      *
      *   ANOMALY_FROM      first date of the window, YYYYMMDD
      *   ANOMALY_TO        last date of the window, YYYYMMDD
      *                     (both default to the previous calendar
      *                     month)
      *   PATIENT_RUN_DATE  names the report, work and clearance
      *                     files (the usual override)
      *
      * Input : audit_repository.dat (from AUDIT-REPO-LOAD)
      *         operator_auth_ref.dat (from OPERATOR-AUTH-LOAD)
      *         access_clear_YYYYMMDD.txt -- optional: finding type
      *         (16), space, operator (20), space, subject (8),
      *         space, review note (40)
      * Update: access_findings.dat -- permanent, indexed on the
      *         finding key
      * Output: access_monitor_work_YYYYMMDD.dat -- tallies and
      *         ranking, rebuilt every run
      *         access_monitor_YYYYMMDD.txt
      *
      * RETURN-CODE 4 when any finding is raised (new or still open).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-REPOSITORY
               ASSIGN TO "audit_repository.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               FILE STATUS IS WS-REPO-FILE-STATUS.
           SELECT OPERATOR-AUTH-REF
               ASSIGN TO "operator_auth_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR
               FILE STATUS IS WS-OPREF-FILE-STATUS.
           SELECT ACCESS-FINDINGS
               ASSIGN TO "access_findings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-KEY
               FILE STATUS IS WS-FINDINGS-FILE-STATUS.
           SELECT CLEARANCE-IN
               ASSIGN TO DYNAMIC WS-CLEARANCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAR-FILE-STATUS.
           SELECT MONITOR-WORK
               ASSIGN TO DYNAMIC WS-WORK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT AUDIT-LOG
               ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT MONITOR-REPORT
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-REPOSITORY
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in AUDIT-REPO-LOAD,
      * which builds this file.
       01  AUDIT-REPO-REC.
           05  AU-KEY.
               10  AU-DATE        PIC 9(8).
               10  AU-SEQ         PIC 9(7).
           05  AU-TYPE            PIC X(9).
           05  AU-OPERATOR        PIC X(20).
           05  AU-PATIENT-ID      PIC X(6).
           05  AU-ENTRY           PIC X(200).

       FD  OPERATOR-AUTH-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in OPERATOR-AUTH-LOAD,
      * which builds this file.
       01  OPERATOR-AUTH-REC.
           05  OA-OPERATOR        PIC X(20).
           05  OA-ACTIVE          PIC X.
               88  OA-INACTIVE       VALUE "I".
           05  OA-FUNC            OCCURS 8 TIMES PIC X(8).

       FD  ACCESS-FINDINGS
           LABEL RECORDS ARE STANDARD.
       01  ACCESS-FINDING-REC.
           05  AF-KEY.
               10  AF-TYPE        PIC X(16).
               10  AF-OPERATOR    PIC X(20).
               10  AF-SUBJECT     PIC X(8).
           05  AF-STATUS          PIC X.
               88  AF-OPEN           VALUE "O".
               88  AF-CLEARED        VALUE "C".
           05  AF-FIRST-RAISED    PIC 9(8).
           05  AF-LAST-RAISED     PIC 9(8).
           05  AF-RAISE-COUNT     PIC 9(5).
           05  AF-SCORE           PIC 9(3).
           05  AF-DETAIL          PIC X(80).
           05  AF-CLEARED-DATE    PIC 9(8).
           05  AF-CLEARED-BY      PIC X(20).
           05  AF-CLEAR-NOTE      PIC X(40).

       FD  CLEARANCE-IN
           LABEL RECORDS ARE STANDARD.
       01  CLEARANCE-REC.
           05  AC-KEY.
               10  AC-TYPE        PIC X(16).
               10  FILLER         PIC X.
               10  AC-OPERATOR    PIC X(20).
               10  FILLER         PIC X.
               10  AC-SUBJECT     PIC X(8).
           05  FILLER             PIC X.
           05  AC-NOTE            PIC X(40).

       FD  MONITOR-WORK
           LABEL RECORDS ARE STANDARD.
      * One keyed work file for every tally the single repository
      * pass cannot keep in a table, by WK-KIND:
      *   PB  a patient with batch activity (item = P-ID)
      *   MR  MAINT/RESTORE entries by an operator on a patient in
      *       the window (item = P-ID)
      *   RP  OVERRIDE/DISP entries by an operator on a patient in
      *       the window (item = P-ID)
      *   FN  a raised finding, keyed by inverted score then raise
      *       order so a READ NEXT walk is the ranked report
       01  MONITOR-WORK-REC.
           05  WK-KEY.
               10  WK-KIND        PIC X(2).
               10  WK-OPERATOR    PIC X(20).
               10  WK-ITEM        PIC X(8).
           05  WK-RANK-KEY REDEFINES WK-KEY.
               10  FILLER         PIC X(2).
               10  WK-RANK-INVERSE PIC 9(3).
               10  WK-RANK-SEQ    PIC 9(7).
               10  FILLER         PIC X(18).
           05  WK-COUNT           PIC 9(7).
           05  WK-FIRST-DATE      PIC 9(8).
           05  WK-LAST-DATE       PIC 9(8).
           05  WK-TEXT            PIC X(176).

       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC         PIC A(200).

       FD  MONITOR-REPORT
           LABEL RECORDS ARE STANDARD.
       01  MONITOR-REPORT-REC PIC A(200).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X VALUE "N".
           88  EOF            VALUE "Y".
           88  NOT-EOF        VALUE "N".

       01  WS-REPO-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-OPREF-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-FINDINGS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-CLEAR-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE SPACES.

       01  WS-OPREF-FLAG     PIC X VALUE "Y".
           88  OPREF-AVAILABLE   VALUE "Y".
           88  OPREF-MISSING     VALUE "N".

      * Thresholds. Deliberately here, not on a reference file:
      * changing what counts as an anomaly is a reviewed change.
       01  WS-BASE-DAYS       PIC 9(3) VALUE 90.
       01  WS-SPIKE-MIN       PIC 9(5) VALUE 50.
       01  WS-SPIKE-FACTOR    PIC 9(2) VALUE 3.
       01  WS-REPEAT-MIN      PIC 9(3) VALUE 3.
       01  WS-DENY-MIN        PIC 9(3) VALUE 3.
       01  WS-HOUR-MIN-DAYS   PIC 9(3) VALUE 2.
       01  WS-MIN-BASE-DAYS   PIC 9(3) VALUE 5.
       01  WS-SITE-FIRST-HOUR PIC 9(2) VALUE 7.
       01  WS-SITE-LAST-HOUR  PIC 9(2) VALUE 18.

      * The window and its baseline.
       01  WS-WINDOW-FROM     PIC 9(8).
       01  WS-WINDOW-TO       PIC 9(8).
       01  WS-BASE-FROM       PIC 9(8).
       01  WS-FROM-OVERRIDE   PIC X(8) VALUE SPACES.
       01  WS-TO-OVERRIDE     PIC X(8) VALUE SPACES.
       01  WS-MONTH-START     PIC 9(8).
       01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05  WS-MS-YYYYMM       PIC 9(6).
           05  WS-MS-DD           PIC 9(2).
       01  WS-DAY-NO          PIC 9(7).
       01  WS-TO-DAY-NO       PIC 9(7).

      * Per-operator tallies for the single pass. The repository is
      * in date order, so distinct days are counted by remembering
      * the last date each tally moved on.
       01  WS-OP-MAX         PIC 9(3) VALUE 300.
       01  WS-OP-USED        PIC 9(3) VALUE 0.
       01  WS-OP-IDX         PIC 9(3) VALUE 0.
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY OCCURS 300 TIMES.
               10  WS-OP-ID           PIC X(20).
               10  WS-OP-BASE-COUNT   PIC 9(7).
               10  WS-OP-BASE-DAYS    PIC 9(5).
               10  WS-OP-BASE-LAST    PIC 9(8).
               10  WS-OP-SEEN-DAYS    PIC 9(5).
               10  WS-OP-SEEN-LAST    PIC 9(8).
               10  WS-OP-DAY-DATE     PIC 9(8).
               10  WS-OP-DAY-COUNT    PIC 9(7).
               10  WS-OP-WIN-COUNT    PIC 9(7).
               10  WS-OP-WIN-LAST     PIC 9(8).
               10  WS-OP-DENY-DATE    PIC 9(8).
               10  WS-OP-DENY-COUNT   PIC 9(5).
               10  WS-OP-HOUR OCCURS 24 TIMES.
                   15  WS-OP-HOUR-DAYS    PIC 9(5).
                   15  WS-OP-HOUR-LAST    PIC 9(8).
                   15  WS-OP-OFF-DAYS     PIC 9(5).
                   15  WS-OP-OFF-FIRST    PIC 9(8).
                   15  WS-OP-OFF-LAST     PIC 9(8).
       01  WS-OP-FOUND-FLAG  PIC X VALUE "N".
           88  OPERATOR-FOUND     VALUE "Y".
           88  OPERATOR-NOT-FOUND VALUE "N".

      * One entry's parsed particulars.
       01  WS-ENTRY-TYPE     PIC X(9).
           88  BATCH-ACTIVITY    VALUE "ACCESS" "OVERRIDE" "DISP"
                                       "RESULT" "WITHHELD" "CALLBACK".
           88  REPEAT-WATCHED    VALUE "OVERRIDE" "DISP".
           88  MAINT-WATCHED     VALUE "MAINT" "RESTORE".
           88  DENIAL-ENTRY      VALUE "DENIED".
       01  WS-PERIOD-FLAG    PIC X.
           88  IN-BASELINE       VALUE "B".
           88  IN-WINDOW         VALUE "W".
       01  WS-TS-HEAD        PIC X(200).
       01  WS-TS-TAIL        PIC X(200).
       01  WS-ENTRY-HOUR     PIC 9(2).
       01  WS-HOUR-IDX       PIC 9(2).
       01  WS-HOUR-FLAG      PIC X VALUE "N".
           88  HOUR-KNOWN        VALUE "Y".
           88  HOUR-UNKNOWN      VALUE "N".
       01  WS-OFF-FLAG       PIC X VALUE "N".
           88  OFF-HOURS         VALUE "Y".
           88  NORMAL-HOURS      VALUE "N".
       01  WS-TALLY-KIND     PIC X(2).

      * Work-file walks keep their own done-flag, and resume after
      * the last key handled since keyed reads move the position.
       01  WS-WORK-SCAN-FLAG PIC X VALUE "N".
           88  WORK-SCAN-DONE    VALUE "Y".
           88  WORK-SCAN-OPEN    VALUE "N".
       01  WS-WALK-KIND      PIC X(2).
       01  WS-LAST-WORK-KEY  PIC X(30).
       01  WS-HOLD-WORK      PIC X(229).

      * The finding being raised.
       01  WS-FN-KEY-TEXT.
           05  WS-FN-TYPE         PIC X(16).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FN-OPERATOR     PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FN-SUBJECT      PIC X(8).
       01  WS-FN-SCORE       PIC 9(3).
       01  WS-FN-DETAIL      PIC X(80).
       01  WS-FN-STANDING    PIC X(4).
       01  WS-SCORE-ADD      PIC 9(7).
       01  WS-BASE-AVG       PIC 9(7)V99.
       01  WS-SPIKE-RATIO    PIC 9(5)V9.
       01  WS-RANK-SEQ       PIC 9(7) VALUE 0.
       01  WS-RANK-NO        PIC 9(4) VALUE 0.
       01  WS-HOUR-SUBJECT.
           05  FILLER             PIC X(5) VALUE "HOUR-".
           05  WS-HS-HOUR         PIC 9(2).
           05  FILLER             PIC X VALUE SPACE.
       01  WS-OP-STANDING    PIC X(14).

       01  WS-CLEAR-REASON   PIC X(40).
       01  WS-CLEAR-OK-FLAG  PIC X VALUE "Y".
           88  CLEARANCE-OK       VALUE "Y".
           88  CLEARANCE-REJECTED VALUE "N".

       01  WS-SCANNED-COUNTER   PIC 9(9) VALUE 0.
       01  WS-CANDIDATE-COUNTER PIC 9(7) VALUE 0.
       01  WS-NEW-COUNTER       PIC 9(7) VALUE 0.
       01  WS-OPEN-COUNTER      PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNTER PIC 9(7) VALUE 0.
       01  WS-CLEARED-COUNTER   PIC 9(5) VALUE 0.
       01  WS-CLEAR-REJ-COUNTER PIC 9(5) VALUE 0.

       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-RUN-TIMESTAMP     PIC X(17).
       01  WS-OPERATOR-ID       PIC X(20) VALUE SPACES.

       01  WS-CLEARANCE-NAME    PIC X(40).
       01  WS-WORK-NAME         PIC X(40).
       01  WS-AUDIT-NAME        PIC X(40).
       01  WS-REPORT-NAME       PIC X(40).

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

           PERFORM OPEN-REPOSITORY.
           PERFORM OPEN-OPERATOR-REF.
           PERFORM OPEN-FINDINGS-FILE.
           PERFORM OPEN-WORK-FILE.
           OPEN OUTPUT MONITOR-REPORT.
           PERFORM OPEN-AUDIT-LOG.
           PERFORM WRITE-AUDIT-MONITOR-START.
           PERFORM WRITE-MONITOR-HEADING.

           PERFORM APPLY-CLEARANCES.
           PERFORM SCAN-REPOSITORY.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-USED
               PERFORM JUDGE-ONE-OPERATOR
           END-PERFORM.
           PERFORM JUDGE-MAINT-WITHOUT-BATCH.
           PERFORM JUDGE-REPEAT-OVERRIDES.
           PERFORM WRITE-RANKED-FINDINGS.

           PERFORM WRITE-MONITOR-SUMMARY.
           PERFORM WRITE-AUDIT-MONITOR-END.
           CLOSE AUDIT-REPOSITORY ACCESS-FINDINGS MONITOR-WORK
                 MONITOR-REPORT AUDIT-LOG.
           IF OPREF-AVAILABLE
               CLOSE OPERATOR-AUTH-REF
           END-IF.

           PERFORM STAMP-JOB-END.
           IF WS-NEW-COUNTER > 0 OR WS-OPEN-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Access anomaly monitor complete.".
           STOP RUN.

       CHECK-RUN-INTERLOCKS.
      * A repository load still running for the window's last day
      * would leave that day half-consolidated -- its operators'
      * volumes would read low and its patients' batch activity
      * missing.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "AUDIT-REPO" TO WS-RC-JOB.
           MOVE WS-WINDOW-TO TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "ACCESS-MONITOR: AUDIT-REPO for "
                       WS-RC-DATE " is INPROG -- the repository is "
                       "still being loaded; refusing to start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           MOVE "ACCESS-MONITOR" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       STAMP-JOB-END.
           MOVE "END" TO WS-RC-ACTION.
           MOVE "ACCESS-MONITOR" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       GET-RUN-CONTEXT.
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
           PERFORM GET-MONITOR-WINDOW.

       CHECK-OPERATOR-AUTH.
      * The monitor reads the whole audit trail, so it takes the
      * same AUDIT function as AUDIT-INQUIRY. OPERATOR-AUTH audits
      * the denial itself.
           MOVE "AUDIT" TO WS-AUTH-FUNCTION.
           CALL "OPERATOR-AUTH" USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-RUN-DATE WS-AUTH-FLAG
           END-CALL.
           IF OPERATOR-DENIED
               DISPLAY "ACCESS-MONITOR: operator " WS-OPERATOR-ID
                       " is not authorized for " WS-AUTH-FUNCTION
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GET-MONITOR-WINDOW.
      * Default window: the calendar month before the run date --
      * the day before this month's 1st back to that month's 1st.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE 1 TO WS-MS-DD.
           COMPUTE WS-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1.
           COMPUTE WS-WINDOW-TO = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
           MOVE WS-WINDOW-TO TO WS-MONTH-START.
           MOVE 1 TO WS-MS-DD.
           MOVE WS-MONTH-START TO WS-WINDOW-FROM.

           DISPLAY "ANOMALY_FROM" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FROM-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-FROM-OVERRIDE IS NUMERIC
               MOVE WS-FROM-OVERRIDE TO WS-WINDOW-FROM
           END-IF.
           DISPLAY "ANOMALY_TO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TO-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-TO-OVERRIDE IS NUMERIC
               MOVE WS-TO-OVERRIDE TO WS-WINDOW-TO
           END-IF.

      * INTEGER-OF-DATE answers zero for a date that is not one.
           COMPUTE WS-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-FROM).
           COMPUTE WS-TO-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-TO).
           IF WS-DAY-NO = 0 OR WS-TO-DAY-NO = 0 OR
              WS-WINDOW-FROM > WS-WINDOW-TO
               DISPLAY "ACCESS-MONITOR: window " WS-WINDOW-FROM
                       " to " WS-WINDOW-TO " is not a valid date "
                       "range -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SUBTRACT WS-BASE-DAYS FROM WS-DAY-NO.
           COMPUTE WS-BASE-FROM = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).

       SETUP-FILE-NAMES.
           STRING "access_clear_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-CLEARANCE-NAME.
           STRING "access_monitor_work_" WS-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-WORK-NAME.
           STRING "audit_log_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-AUDIT-NAME.
           STRING "access_monitor_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-NAME.

       OPEN-REPOSITORY.
           OPEN INPUT AUDIT-REPOSITORY.
           EVALUATE WS-REPO-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ACCESS-MONITOR: audit_repository.dat "
                           "not found -- has AUDIT-REPO-LOAD run "
                           "on this box?"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM REPO-IO-FAILURE
           END-EVALUATE.

       REPO-IO-FAILURE.
           DISPLAY "ACCESS-MONITOR: audit_repository.dat I/O error, "
                   "status " WS-REPO-FILE-STATUS " -- stopping.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       OPEN-OPERATOR-REF.
      * Without the reference the deactivated-operator check cannot
      * be made; say so, and run every other check.
           OPEN INPUT OPERATOR-AUTH-REF.
           EVALUATE WS-OPREF-FILE-STATUS
               WHEN "00"
                   SET OPREF-AVAILABLE TO TRUE
               WHEN "35"
                   SET OPREF-MISSING TO TRUE
                   DISPLAY "ACCESS-MONITOR: WARNING -- "
                           "operator_auth_ref.dat not found; "
                           "deactivated-operator access is not "
                           "checked this run."
               WHEN OTHER
                   DISPLAY "ACCESS-MONITOR: operator_auth_ref.dat "
                           "OPEN failed, status "
                           WS-OPREF-FILE-STATUS " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       OPEN-FINDINGS-FILE.
      * Same create-if-missing idiom as the suite's other permanent
      * files; the findings history spans the life of the system.
           OPEN I-O ACCESS-FINDINGS.
           IF WS-FINDINGS-FILE-STATUS = "35"
               OPEN OUTPUT ACCESS-FINDINGS
               CLOSE ACCESS-FINDINGS
               OPEN I-O ACCESS-FINDINGS
           END-IF.
           IF WS-FINDINGS-FILE-STATUS NOT = "00"
               PERFORM FINDINGS-IO-FAILURE
           END-IF.

       FINDINGS-IO-FAILURE.
           DISPLAY "ACCESS-MONITOR: access_findings.dat I/O error, "
                   "status " WS-FINDINGS-FILE-STATUS
                   " -- stopping.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       OPEN-WORK-FILE.
           OPEN OUTPUT MONITOR-WORK.
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM WORK-IO-FAILURE
           END-IF.
           CLOSE MONITOR-WORK.
           OPEN I-O MONITOR-WORK.
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM WORK-IO-FAILURE
           END-IF.

       WORK-IO-FAILURE.
           DISPLAY "ACCESS-MONITOR: monitor work file I/O error, "
                   "status " WS-WORK-FILE-STATUS " -- stopping.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       OPEN-AUDIT-LOG.
      * Same EXTEND-with-create-fallback idiom as the other audit
      * writers; a clearance is itself an audited act.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

       WRITE-AUDIT-MONITOR-START.
           MOVE SPACES TO AUDIT-REC.
           STRING "ANOMALY-START TS=" WS-RUN-TIMESTAMP
                  " OPERATOR=" WS-OPERATOR-ID
                  " FROM=" WS-WINDOW-FROM
                  " TO=" WS-WINDOW-TO
                  DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.

       WRITE-AUDIT-MONITOR-END.
           MOVE SPACES TO AUDIT-REC.
           STRING "ANOMALY-END TS=" WS-RUN-TIMESTAMP
                  " OPERATOR=" WS-OPERATOR-ID
                  " NEW=" WS-NEW-COUNTER
                  " OPEN=" WS-OPEN-COUNTER
                  " CLEARED=" WS-CLEARED-COUNTER
                  DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.

       WRITE-MONITOR-HEADING.
           MOVE SPACES TO MONITOR-REPORT-REC.
           STRING "ACCESS-ANOMALY WINDOW-FROM:" WS-WINDOW-FROM
                  " WINDOW-TO:" WS-WINDOW-TO
                  " BASELINE-FROM:" WS-BASE-FROM
                  " RUN-BY:" WS-OPERATOR-ID
                  DELIMITED BY SIZE INTO MONITOR-REPORT-REC.
           WRITE MONITOR-REPORT-REC.

       APPLY-CLEARANCES.
      * Clearances are applied before the scan, so a finding cleared
      * from last month's report is already suppressed this run.
           OPEN INPUT CLEARANCE-IN.
           EVALUATE WS-CLEAR-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL EOF
                       READ CLEARANCE-IN
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               IF CLEARANCE-REC NOT = SPACES
                                   PERFORM APPLY-ONE-CLEARANCE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "N" TO EOF-FLAG
                   CLOSE CLEARANCE-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ACCESS-MONITOR: clearance file OPEN "
                           "failed, status " WS-CLEAR-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       APPLY-ONE-CLEARANCE.
           SET CLEARANCE-OK TO TRUE.
           MOVE SPACES TO WS-CLEAR-REASON.
           MOVE AC-TYPE TO AF-TYPE.
           MOVE AC-OPERATOR TO AF-OPERATOR.
           MOVE AC-SUBJECT TO AF-SUBJECT.
           READ ACCESS-FINDINGS
               INVALID KEY
                   SET CLEARANCE-REJECTED TO TRUE
                   MOVE "NOT-A-FINDING" TO WS-CLEAR-REASON
           END-READ.
           IF WS-FINDINGS-FILE-STATUS NOT = "00" AND
              WS-FINDINGS-FILE-STATUS NOT = "23"
               PERFORM FINDINGS-IO-FAILURE
           END-IF.
           IF CLEARANCE-OK
               EVALUATE TRUE
                   WHEN AF-CLEARED
                       SET CLEARANCE-REJECTED TO TRUE
                       MOVE "ALREADY-CLEARED" TO WS-CLEAR-REASON
                   WHEN AC-OPERATOR = WS-OPERATOR-ID
                       SET CLEARANCE-REJECTED TO TRUE
                       MOVE "OWN-ACTIVITY" TO WS-CLEAR-REASON
                   WHEN AC-NOTE = SPACES
                       SET CLEARANCE-REJECTED TO TRUE
                       MOVE "NO-REVIEW-NOTE" TO WS-CLEAR-REASON
               END-EVALUATE
           END-IF.

           MOVE SPACES TO MONITOR-REPORT-REC.
           IF CLEARANCE-OK
               SET AF-CLEARED TO TRUE
               MOVE WS-RUN-DATE TO AF-CLEARED-DATE
               MOVE WS-OPERATOR-ID TO AF-CLEARED-BY
               MOVE AC-NOTE TO AF-CLEAR-NOTE
               REWRITE ACCESS-FINDING-REC
               IF WS-FINDINGS-FILE-STATUS NOT = "00"
                   PERFORM FINDINGS-IO-FAILURE
               END-IF
               ADD 1 TO WS-CLEARED-COUNTER
               STRING "CLEARANCE " AC-KEY " APPLIED"
                      DELIMITED BY SIZE INTO MONITOR-REPORT-REC
               MOVE SPACES TO AUDIT-REC
               STRING "CLEARED TS=" WS-RUN-TIMESTAMP
                      " OPERATOR=" WS-OPERATOR-ID
                      " FINDING=" AC-TYPE
                      " FOR=" AC-OPERATOR
                      " SUBJECT=" AC-SUBJECT
                      DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           ELSE
               ADD 1 TO WS-CLEAR-REJ-COUNTER
               STRING "CLEARANCE " AC-KEY
                      " REJECTED REASON:" WS-CLEAR-REASON
                      DELIMITED BY SIZE INTO MONITOR-REPORT-REC
           END-IF.
           WRITE MONITOR-REPORT-REC.

       SCAN-REPOSITORY.
      * One pass, baseline first: the repository is keyed date +
      * sequence, so every operator's baseline is complete before
      * their first window entry is judged against it.
           MOVE WS-BASE-FROM TO AU-DATE.
           MOVE 0 TO AU-SEQ.
           START AUDIT-REPOSITORY KEY NOT < AU-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START.
           IF WS-REPO-FILE-STATUS NOT = "00" AND
              WS-REPO-FILE-STATUS NOT = "23"
               PERFORM REPO-IO-FAILURE
           END-IF.
           PERFORM UNTIL EOF
               READ AUDIT-REPOSITORY NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF AU-DATE > WS-WINDOW-TO
                           SET EOF TO TRUE
                       ELSE
                           PERFORM JUDGE-ONE-ENTRY
                       END-IF
               END-READ
               IF WS-REPO-FILE-STATUS NOT = "00" AND
                  WS-REPO-FILE-STATUS NOT = "10"
                   PERFORM REPO-IO-FAILURE
               END-IF
           END-PERFORM.
           MOVE "N" TO EOF-FLAG.

       JUDGE-ONE-ENTRY.
           ADD 1 TO WS-SCANNED-COUNTER.
           MOVE AU-TYPE TO WS-ENTRY-TYPE.
           IF AU-DATE < WS-WINDOW-FROM
               SET IN-BASELINE TO TRUE
           ELSE
               SET IN-WINDOW TO TRUE
           END-IF.
           IF BATCH-ACTIVITY AND AU-PATIENT-ID NOT = SPACES
               PERFORM NOTE-BATCH-PATIENT
           END-IF.
           IF AU-OPERATOR NOT = SPACES
               PERFORM FIND-OPERATOR
               PERFORM GET-ENTRY-HOUR
               IF IN-BASELINE
                   PERFORM TALLY-BASELINE-ENTRY
               ELSE
                   PERFORM TALLY-WINDOW-ENTRY
               END-IF
           END-IF.

       NOTE-BATCH-PATIENT.
      * One PB record per patient; a duplicate key just means the
      * patient is already known to the batch.
           MOVE SPACES TO MONITOR-WORK-REC.
           MOVE "PB" TO WK-KIND.
           MOVE AU-PATIENT-ID TO WK-ITEM.
           MOVE 1 TO WK-COUNT.
           MOVE AU-DATE TO WK-FIRST-DATE WK-LAST-DATE.
           WRITE MONITOR-WORK-REC.
           IF WS-WORK-FILE-STATUS NOT = "00" AND
              WS-WORK-FILE-STATUS NOT = "22"
               PERFORM WORK-IO-FAILURE
           END-IF.

       FIND-OPERATOR.
      * Consecutive entries are nearly always the same operator (a
      * batch run writes thousands in a row), so the last match is
      * tried before the table is searched.
           SET OPERATOR-NOT-FOUND TO TRUE.
           IF WS-OP-IDX > 0 AND WS-OP-IDX <= WS-OP-USED
               IF WS-OP-ID(WS-OP-IDX) = AU-OPERATOR
                   SET OPERATOR-FOUND TO TRUE
               END-IF
           END-IF.
           IF OPERATOR-NOT-FOUND
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-USED OR OPERATOR-FOUND
                   IF WS-OP-ID(WS-OP-IDX) = AU-OPERATOR
                       SET OPERATOR-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF OPERATOR-FOUND
                   SUBTRACT 1 FROM WS-OP-IDX
               ELSE
                   PERFORM ADD-OPERATOR
               END-IF
           END-IF.

       ADD-OPERATOR.
           IF WS-OP-USED >= WS-OP-MAX
               DISPLAY "ACCESS-MONITOR: more than " WS-OP-MAX
                       " operators in the repository range -- raise "
                       "the table size and rerun."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OP-USED.
           MOVE WS-OP-USED TO WS-OP-IDX.
           INITIALIZE WS-OP-ENTRY(WS-OP-IDX).
           MOVE AU-OPERATOR TO WS-OP-ID(WS-OP-IDX).

       GET-ENTRY-HOUR.
      * Every entry writer leads with "TYPE TS=YYYYMMDD-HHMMSScc";
      * an entry without a readable time is left out of the hours
      * check rather than guessed at.
           SET HOUR-UNKNOWN TO TRUE.
           MOVE SPACES TO WS-TS-HEAD WS-TS-TAIL.
           UNSTRING AU-ENTRY DELIMITED BY "TS="
               INTO WS-TS-HEAD WS-TS-TAIL.
           IF WS-TS-TAIL(10:2) IS NUMERIC
               MOVE WS-TS-TAIL(10:2) TO WS-ENTRY-HOUR
               IF WS-ENTRY-HOUR < 24
                   SET HOUR-KNOWN TO TRUE
                   COMPUTE WS-HOUR-IDX = WS-ENTRY-HOUR + 1
               END-IF
           END-IF.

       TALLY-BASELINE-ENTRY.
           IF WS-OP-SEEN-LAST(WS-OP-IDX) NOT = AU-DATE
               ADD 1 TO WS-OP-SEEN-DAYS(WS-OP-IDX)
               MOVE AU-DATE TO WS-OP-SEEN-LAST(WS-OP-IDX)
           END-IF.
           IF AU-PATIENT-ID NOT = SPACES
               ADD 1 TO WS-OP-BASE-COUNT(WS-OP-IDX)
               IF WS-OP-BASE-LAST(WS-OP-IDX) NOT = AU-DATE
                   ADD 1 TO WS-OP-BASE-DAYS(WS-OP-IDX)
                   MOVE AU-DATE TO WS-OP-BASE-LAST(WS-OP-IDX)
               END-IF
           END-IF.
           IF HOUR-KNOWN
               IF WS-OP-HOUR-LAST(WS-OP-IDX, WS-HOUR-IDX)
                  NOT = AU-DATE
                   ADD 1 TO WS-OP-HOUR-DAYS(WS-OP-IDX, WS-HOUR-IDX)
                   MOVE AU-DATE
                     TO WS-OP-HOUR-LAST(WS-OP-IDX, WS-HOUR-IDX)
               END-IF
           END-IF.

       TALLY-WINDOW-ENTRY.
           IF AU-PATIENT-ID NOT = SPACES
               IF WS-OP-DAY-DATE(WS-OP-IDX) NOT = AU-DATE
                   PERFORM CLOSE-OPERATOR-DAY
                   MOVE AU-DATE TO WS-OP-DAY-DATE(WS-OP-IDX)
                   MOVE 0 TO WS-OP-DAY-COUNT(WS-OP-IDX)
               END-IF
               ADD 1 TO WS-OP-DAY-COUNT(WS-OP-IDX)
               ADD 1 TO WS-OP-WIN-COUNT(WS-OP-IDX)
               MOVE AU-DATE TO WS-OP-WIN-LAST(WS-OP-IDX)
           END-IF.
           IF DENIAL-ENTRY
               IF WS-OP-DENY-DATE(WS-OP-IDX) NOT = AU-DATE
                   PERFORM CLOSE-OPERATOR-DENIALS
                   MOVE AU-DATE TO WS-OP-DENY-DATE(WS-OP-IDX)
                   MOVE 0 TO WS-OP-DENY-COUNT(WS-OP-IDX)
               END-IF
               ADD 1 TO WS-OP-DENY-COUNT(WS-OP-IDX)
           END-IF.
           IF HOUR-KNOWN
               PERFORM JUDGE-ENTRY-HOUR
               IF OFF-HOURS AND
                  WS-OP-OFF-LAST(WS-OP-IDX, WS-HOUR-IDX) NOT = AU-DATE
                   ADD 1 TO WS-OP-OFF-DAYS(WS-OP-IDX, WS-HOUR-IDX)
                   MOVE AU-DATE
                     TO WS-OP-OFF-LAST(WS-OP-IDX, WS-HOUR-IDX)
                   IF WS-OP-OFF-FIRST(WS-OP-IDX, WS-HOUR-IDX) = 0
                       MOVE AU-DATE
                         TO WS-OP-OFF-FIRST(WS-OP-IDX, WS-HOUR-IDX)
                   END-IF
               END-IF
           END-IF.
           IF AU-PATIENT-ID NOT = SPACES
               IF REPEAT-WATCHED
                   MOVE "RP" TO WS-TALLY-KIND
                   PERFORM TALLY-WORK-ITEM
               END-IF
               IF MAINT-WATCHED
                   MOVE "MR" TO WS-TALLY-KIND
                   PERFORM TALLY-WORK-ITEM
               END-IF
           END-IF.

       JUDGE-ENTRY-HOUR.
           SET NORMAL-HOURS TO TRUE.
           IF WS-OP-SEEN-DAYS(WS-OP-IDX) < WS-MIN-BASE-DAYS
               IF WS-ENTRY-HOUR < WS-SITE-FIRST-HOUR OR
                  WS-ENTRY-HOUR > WS-SITE-LAST-HOUR
                   SET OFF-HOURS TO TRUE
               END-IF
           ELSE
               IF WS-OP-HOUR-DAYS(WS-OP-IDX, WS-HOUR-IDX)
                  < WS-HOUR-MIN-DAYS
                   SET OFF-HOURS TO TRUE
               END-IF
           END-IF.

       TALLY-WORK-ITEM.
           MOVE SPACES TO MONITOR-WORK-REC.
           MOVE WS-TALLY-KIND TO WK-KIND.
           MOVE AU-OPERATOR TO WK-OPERATOR.
           MOVE AU-PATIENT-ID TO WK-ITEM.
           READ MONITOR-WORK
               INVALID KEY
                   MOVE 1 TO WK-COUNT
                   MOVE AU-DATE TO WK-FIRST-DATE WK-LAST-DATE
                   MOVE SPACES TO WK-TEXT
                   WRITE MONITOR-WORK-REC
               NOT INVALID KEY
                   ADD 1 TO WK-COUNT
                   MOVE AU-DATE TO WK-LAST-DATE
                   REWRITE MONITOR-WORK-REC
           END-READ.
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM WORK-IO-FAILURE
           END-IF.

       CLOSE-OPERATOR-DAY.
      * Judges the operator's finished window day against their
      * baseline average per active day.
           IF WS-OP-DAY-DATE(WS-OP-IDX) > 0 AND
              WS-OP-DAY-COUNT(WS-OP-IDX) >= WS-SPIKE-MIN
               MOVE SPACES TO WS-FN-DETAIL
               IF WS-OP-BASE-DAYS(WS-OP-IDX) = 0
                   COMPUTE WS-SCORE-ADD =
                       WS-OP-DAY-COUNT(WS-OP-IDX) / 10
                   STRING "ENTRIES:" WS-OP-DAY-COUNT(WS-OP-IDX)
                          " NO-BASELINE"
                          DELIMITED BY SIZE INTO WS-FN-DETAIL
                   PERFORM RAISE-VOLUME-SPIKE
               ELSE
                   COMPUTE WS-BASE-AVG ROUNDED =
                       WS-OP-BASE-COUNT(WS-OP-IDX) /
                       WS-OP-BASE-DAYS(WS-OP-IDX)
                   IF WS-OP-DAY-COUNT(WS-OP-IDX) >
                      WS-BASE-AVG * WS-SPIKE-FACTOR
                       COMPUTE WS-SPIKE-RATIO =
                           WS-OP-DAY-COUNT(WS-OP-IDX) / WS-BASE-AVG
                       COMPUTE WS-SCORE-ADD = WS-SPIKE-RATIO * 10
                       STRING "ENTRIES:" WS-OP-DAY-COUNT(WS-OP-IDX)
                              " BASELINE-AVG:" WS-BASE-AVG
                              " RATIO:" WS-SPIKE-RATIO
                              DELIMITED BY SIZE INTO WS-FN-DETAIL
                       PERFORM RAISE-VOLUME-SPIKE
                   END-IF
               END-IF
           END-IF.

       RAISE-VOLUME-SPIKE.
           MOVE "VOLUME-SPIKE" TO WS-FN-TYPE.
           MOVE WS-OP-ID(WS-OP-IDX) TO WS-FN-OPERATOR.
           MOVE WS-OP-DAY-DATE(WS-OP-IDX) TO WS-FN-SUBJECT.
           IF WS-SCORE-ADD > 99
               MOVE 99 TO WS-SCORE-ADD
           END-IF.
           COMPUTE WS-FN-SCORE = 600 + WS-SCORE-ADD.
           PERFORM RAISE-FINDING.

       CLOSE-OPERATOR-DENIALS.
           IF WS-OP-DENY-DATE(WS-OP-IDX) > 0 AND
              WS-OP-DENY-COUNT(WS-OP-IDX) >= WS-DENY-MIN
               MOVE "DENIED-REPEAT" TO WS-FN-TYPE
               MOVE WS-OP-ID(WS-OP-IDX) TO WS-FN-OPERATOR
               MOVE WS-OP-DENY-DATE(WS-OP-IDX) TO WS-FN-SUBJECT
               MOVE WS-OP-DENY-COUNT(WS-OP-IDX) TO WS-SCORE-ADD
               IF WS-SCORE-ADD > 99
                   MOVE 99 TO WS-SCORE-ADD
               END-IF
               COMPUTE WS-FN-SCORE = 500 + WS-SCORE-ADD
               MOVE SPACES TO WS-FN-DETAIL
               STRING "DENIALS:" WS-OP-DENY-COUNT(WS-OP-IDX)
                      DELIMITED BY SIZE INTO WS-FN-DETAIL
               PERFORM RAISE-FINDING
           END-IF.

       JUDGE-ONE-OPERATOR.
      * After the pass: close out each operator's last open day,
      * then their off-hours tallies and current standing.
           PERFORM CLOSE-OPERATOR-DAY.
           PERFORM CLOSE-OPERATOR-DENIALS.
           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                   UNTIL WS-HOUR-IDX > 24
               IF WS-OP-OFF-DAYS(WS-OP-IDX, WS-HOUR-IDX) > 0
                   PERFORM RAISE-OFF-HOURS
               END-IF
           END-PERFORM.
           IF OPREF-AVAILABLE AND WS-OP-WIN-COUNT(WS-OP-IDX) > 0
               PERFORM JUDGE-OPERATOR-STANDING
           END-IF.

       RAISE-OFF-HOURS.
           MOVE "OFF-HOURS" TO WS-FN-TYPE.
           MOVE WS-OP-ID(WS-OP-IDX) TO WS-FN-OPERATOR.
           COMPUTE WS-HS-HOUR = WS-HOUR-IDX - 1.
           MOVE WS-HOUR-SUBJECT TO WS-FN-SUBJECT.
           MOVE WS-OP-OFF-DAYS(WS-OP-IDX, WS-HOUR-IDX)
             TO WS-SCORE-ADD.
           IF WS-SCORE-ADD > 99
               MOVE 99 TO WS-SCORE-ADD
           END-IF.
           COMPUTE WS-FN-SCORE = 400 + WS-SCORE-ADD.
           MOVE SPACES TO WS-FN-DETAIL.
           STRING "DAYS:" WS-OP-OFF-DAYS(WS-OP-IDX, WS-HOUR-IDX)
                  " FIRST:" WS-OP-OFF-FIRST(WS-OP-IDX, WS-HOUR-IDX)
                  " LAST:" WS-OP-OFF-LAST(WS-OP-IDX, WS-HOUR-IDX)
                  " BASELINE-DAYS-IN-HOUR:"
                  WS-OP-HOUR-DAYS(WS-OP-IDX, WS-HOUR-IDX)
                  DELIMITED BY SIZE INTO WS-FN-DETAIL.
           PERFORM RAISE-FINDING.

       JUDGE-OPERATOR-STANDING.
      * OPERATOR-AUTH-LOAD rebuilds the reference from the roster,
      * so an account compliance removed outright is simply gone --
      * that counts the same as one marked inactive.
           MOVE SPACES TO WS-OP-STANDING.
           MOVE WS-OP-ID(WS-OP-IDX) TO OA-OPERATOR.
           READ OPERATOR-AUTH-REF
               INVALID KEY
                   MOVE "NOT-ON-ROSTER" TO WS-OP-STANDING
               NOT INVALID KEY
                   IF OA-INACTIVE
                       MOVE "DEACTIVATED" TO WS-OP-STANDING
                   END-IF
           END-READ.
           IF WS-OPREF-FILE-STATUS NOT = "00" AND
              WS-OPREF-FILE-STATUS NOT = "23"
               DISPLAY "ACCESS-MONITOR: operator_auth_ref.dat I/O "
                       "error, status " WS-OPREF-FILE-STATUS
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OP-STANDING NOT = SPACES
               MOVE "INACTIVE-ACCESS" TO WS-FN-TYPE
               MOVE WS-OP-ID(WS-OP-IDX) TO WS-FN-OPERATOR
               MOVE WS-OP-WIN-LAST(WS-OP-IDX) TO WS-FN-SUBJECT
               MOVE WS-OP-WIN-COUNT(WS-OP-IDX) TO WS-SCORE-ADD
               IF WS-SCORE-ADD > 99
                   MOVE 99 TO WS-SCORE-ADD
               END-IF
               COMPUTE WS-FN-SCORE = 900 + WS-SCORE-ADD
               MOVE SPACES TO WS-FN-DETAIL
               STRING "STANDING:" WS-OP-STANDING
                      " ENTRIES:" WS-OP-WIN-COUNT(WS-OP-IDX)
                      " LAST:" WS-OP-WIN-LAST(WS-OP-IDX)
                      DELIMITED BY SIZE INTO WS-FN-DETAIL
               PERFORM RAISE-FINDING
           END-IF.

       JUDGE-MAINT-WITHOUT-BATCH.
           MOVE "MR" TO WS-WALK-KIND.
           PERFORM START-WORK-WALK.
           PERFORM UNTIL WORK-SCAN-DONE
               PERFORM READ-NEXT-WALK-ITEM
               IF NOT WORK-SCAN-DONE
                   PERFORM JUDGE-ONE-MAINT-ITEM
                   PERFORM RESUME-WORK-WALK
               END-IF
           END-PERFORM.

       JUDGE-ONE-MAINT-ITEM.
           MOVE MONITOR-WORK-REC TO WS-HOLD-WORK.
           MOVE "MAINT-NO-BATCH" TO WS-FN-TYPE.
           MOVE WK-OPERATOR TO WS-FN-OPERATOR.
           MOVE WK-ITEM TO WS-FN-SUBJECT.
           MOVE WK-COUNT TO WS-SCORE-ADD.
           MOVE SPACES TO WS-FN-DETAIL.
           STRING "P-ID:" WK-ITEM(1:6)
                  " ENTRIES:" WK-COUNT
                  " FIRST:" WK-FIRST-DATE
                  " LAST:" WK-LAST-DATE
                  DELIMITED BY SIZE INTO WS-FN-DETAIL.
           MOVE "PB" TO WK-KIND.
           MOVE SPACES TO WK-OPERATOR.
           READ MONITOR-WORK
               INVALID KEY
                   IF WS-SCORE-ADD > 99
                       MOVE 99 TO WS-SCORE-ADD
                   END-IF
                   COMPUTE WS-FN-SCORE = 800 + WS-SCORE-ADD
                   PERFORM RAISE-FINDING
           END-READ.
           IF WS-WORK-FILE-STATUS NOT = "00" AND
              WS-WORK-FILE-STATUS NOT = "23"
               PERFORM WORK-IO-FAILURE
           END-IF.
           MOVE WS-HOLD-WORK TO MONITOR-WORK-REC.

       JUDGE-REPEAT-OVERRIDES.
           MOVE "RP" TO WS-WALK-KIND.
           PERFORM START-WORK-WALK.
           PERFORM UNTIL WORK-SCAN-DONE
               PERFORM READ-NEXT-WALK-ITEM
               IF NOT WORK-SCAN-DONE
                   IF WK-COUNT >= WS-REPEAT-MIN
                       PERFORM RAISE-REPEAT-OVERRIDE
                   END-IF
                   PERFORM RESUME-WORK-WALK
               END-IF
           END-PERFORM.

       RAISE-REPEAT-OVERRIDE.
           MOVE MONITOR-WORK-REC TO WS-HOLD-WORK.
           MOVE "REPEAT-OVERRIDE" TO WS-FN-TYPE.
           MOVE WK-OPERATOR TO WS-FN-OPERATOR.
           MOVE WK-ITEM TO WS-FN-SUBJECT.
           MOVE WK-COUNT TO WS-SCORE-ADD.
           IF WS-SCORE-ADD > 99
               MOVE 99 TO WS-SCORE-ADD
           END-IF.
           COMPUTE WS-FN-SCORE = 700 + WS-SCORE-ADD.
           MOVE SPACES TO WS-FN-DETAIL.
           STRING "P-ID:" WK-ITEM(1:6)
                  " ENTRIES:" WK-COUNT
                  " FIRST:" WK-FIRST-DATE
                  " LAST:" WK-LAST-DATE
                  DELIMITED BY SIZE INTO WS-FN-DETAIL.
           PERFORM RAISE-FINDING.
           MOVE WS-HOLD-WORK TO MONITOR-WORK-REC.

       START-WORK-WALK.
           SET WORK-SCAN-OPEN TO TRUE.
           MOVE LOW-VALUES TO WK-KEY.
           MOVE WS-WALK-KIND TO WK-KIND.
           START MONITOR-WORK KEY NOT < WK-KEY
               INVALID KEY
                   SET WORK-SCAN-DONE TO TRUE
           END-START.
           PERFORM CHECK-WORK-START.

       READ-NEXT-WALK-ITEM.
           READ MONITOR-WORK NEXT
               AT END
                   SET WORK-SCAN-DONE TO TRUE
           END-READ.
      * A hard error raises neither AT END nor a clean record, and
      * would leave the walk judging a stale record area.
           IF WS-WORK-FILE-STATUS NOT = "00" AND
              WS-WORK-FILE-STATUS NOT = "10"
               PERFORM WORK-IO-FAILURE
           END-IF.
           IF NOT WORK-SCAN-DONE AND WK-KIND NOT = WS-WALK-KIND
               SET WORK-SCAN-DONE TO TRUE
           END-IF.
           IF NOT WORK-SCAN-DONE
               MOVE WK-KEY TO WS-LAST-WORK-KEY
           END-IF.

       RESUME-WORK-WALK.
      * The keyed reads and ranking writes made for the item just
      * judged have moved the position; carry on past its key.
           MOVE WS-LAST-WORK-KEY TO WK-KEY.
           START MONITOR-WORK KEY > WK-KEY
               INVALID KEY
                   SET WORK-SCAN-DONE TO TRUE
           END-START.
           PERFORM CHECK-WORK-START.

       CHECK-WORK-START.
           IF WS-WORK-FILE-STATUS NOT = "00" AND
              WS-WORK-FILE-STATUS NOT = "23"
               PERFORM WORK-IO-FAILURE
           END-IF.

       RAISE-FINDING.
      * A cleared finding is never raised again. An open one is
      * raised again, counted once per run date so a rerun does not
      * inflate it.
           ADD 1 TO WS-CANDIDATE-COUNTER.
           MOVE WS-FN-TYPE TO AF-TYPE.
           MOVE WS-FN-OPERATOR TO AF-OPERATOR.
           MOVE WS-FN-SUBJECT TO AF-SUBJECT.
           READ ACCESS-FINDINGS
               INVALID KEY
                   PERFORM RECORD-NEW-FINDING
               NOT INVALID KEY
                   PERFORM RECORD-REPEAT-FINDING
           END-READ.
           IF WS-FINDINGS-FILE-STATUS NOT = "00" AND
              WS-FINDINGS-FILE-STATUS NOT = "23"
               PERFORM FINDINGS-IO-FAILURE
           END-IF.

       RECORD-NEW-FINDING.
           SET AF-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO AF-FIRST-RAISED AF-LAST-RAISED.
           MOVE 1 TO AF-RAISE-COUNT.
           MOVE WS-FN-SCORE TO AF-SCORE.
           MOVE WS-FN-DETAIL TO AF-DETAIL.
           MOVE 0 TO AF-CLEARED-DATE.
           MOVE SPACES TO AF-CLEARED-BY AF-CLEAR-NOTE.
           WRITE ACCESS-FINDING-REC.
           IF WS-FINDINGS-FILE-STATUS NOT = "00"
               PERFORM FINDINGS-IO-FAILURE
           END-IF.
           ADD 1 TO WS-NEW-COUNTER.
           MOVE "NEW" TO WS-FN-STANDING.
           PERFORM STAGE-RANKED-FINDING.

       RECORD-REPEAT-FINDING.
           IF AF-CLEARED
               ADD 1 TO WS-SUPPRESSED-COUNTER
           ELSE
               IF AF-LAST-RAISED NOT = WS-RUN-DATE
                   ADD 1 TO AF-RAISE-COUNT
                   MOVE WS-RUN-DATE TO AF-LAST-RAISED
               END-IF
               MOVE WS-FN-SCORE TO AF-SCORE
               MOVE WS-FN-DETAIL TO AF-DETAIL
               REWRITE ACCESS-FINDING-REC
               IF WS-FINDINGS-FILE-STATUS NOT = "00"
                   PERFORM FINDINGS-IO-FAILURE
               END-IF
               ADD 1 TO WS-OPEN-COUNTER
               MOVE "OPEN" TO WS-FN-STANDING
               PERFORM STAGE-RANKED-FINDING
           END-IF.

       STAGE-RANKED-FINDING.
      * The 46-column key sits at a fixed place in the line so the
      * privacy office can copy it straight into a clearance file.
           ADD 1 TO WS-RANK-SEQ.
           MOVE SPACES TO MONITOR-WORK-REC.
           MOVE "FN" TO WK-KIND.
           COMPUTE WK-RANK-INVERSE = 999 - WS-FN-SCORE.
           MOVE WS-RANK-SEQ TO WK-RANK-SEQ.
           MOVE 0 TO WK-COUNT WK-FIRST-DATE WK-LAST-DATE.
           STRING "SCORE:" WS-FN-SCORE " "
                  WS-FN-KEY-TEXT " "
                  WS-FN-STANDING
                  " FIRST-RAISED:" AF-FIRST-RAISED
                  " TIMES:" AF-RAISE-COUNT " "
                  WS-FN-DETAIL
                  DELIMITED BY SIZE INTO WK-TEXT.
           WRITE MONITOR-WORK-REC.
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM WORK-IO-FAILURE
           END-IF.

       WRITE-RANKED-FINDINGS.
           MOVE "FN" TO WS-WALK-KIND.
           PERFORM START-WORK-WALK.
           PERFORM UNTIL WORK-SCAN-DONE
               PERFORM READ-NEXT-WALK-ITEM
               IF NOT WORK-SCAN-DONE
                   ADD 1 TO WS-RANK-NO
                   MOVE SPACES TO MONITOR-REPORT-REC
                   STRING "RANK:" WS-RANK-NO " " WK-TEXT
                          DELIMITED BY SIZE INTO MONITOR-REPORT-REC
                   WRITE MONITOR-REPORT-REC
               END-IF
           END-PERFORM.

       WRITE-MONITOR-SUMMARY.
           DISPLAY "===== ACCESS-MONITOR RUN SUMMARY =====".
           DISPLAY "Window               : " WS-WINDOW-FROM
                   " to " WS-WINDOW-TO.
           DISPLAY "Baseline from        : " WS-BASE-FROM.
           DISPLAY "Entries scanned      : " WS-SCANNED-COUNTER.
           DISPLAY "Operators seen       : " WS-OP-USED.
           DISPLAY "Findings raised      : " WS-CANDIDATE-COUNTER.
           DISPLAY "  new                : " WS-NEW-COUNTER.
           DISPLAY "  still open         : " WS-OPEN-COUNTER.
           DISPLAY "  previously cleared : " WS-SUPPRESSED-COUNTER.
           DISPLAY "Clearances applied   : " WS-CLEARED-COUNTER.
           DISPLAY "Clearances rejected  : " WS-CLEAR-REJ-COUNTER.

           MOVE SPACES TO MONITOR-REPORT-REC.
           STRING "SCANNED:" WS-SCANNED-COUNTER
                  " OPERATORS:" WS-OP-USED
                  " FINDINGS:" WS-CANDIDATE-COUNTER
                  " NEW:" WS-NEW-COUNTER
                  " OPEN:" WS-OPEN-COUNTER
                  " SUPPRESSED:" WS-SUPPRESSED-COUNTER
                  " CLEARED:" WS-CLEARED-COUNTER
                  " CLEAR-REJECTED:" WS-CLEAR-REJ-COUNTER
                  DELIMITED BY SIZE INTO MONITOR-REPORT-REC.
           WRITE MONITOR-REPORT-REC.
