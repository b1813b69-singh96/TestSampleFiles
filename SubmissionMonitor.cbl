       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMISSION-MONITOR.

      * Daily check of which clinics actually sent their batch,
      * driven by the submission calendar FACILITY-LOAD keeps in
      * facility_ref.dat (FC-EXPECT-DAYS, one Y/N flag per day Mon
      * to Sun) and by the permanent submission log every run of
      * PATIENT-TEST-INCIDENTS appends to. Without it, a clinic that
      * simply never sends its file is only noticed when the clinic
      * calls to ask where its results are.
      *
      * For the run date, every facility gets at most one line per
      * finding, carrying FC-CONTACT so the desk can ring the clinic:
      *   MISSING     -- expected today, no batch created today
      *                  arrived
      *   LATE        -- a batch arrived today whose HDR creation
      *                  date is an earlier day
      *   UNEXPECTED  -- a batch arrived on a day the calendar does
      *                  not expect one, or from a facility that is
      *                  inactive or not on the reference at all
      *   FAILED      -- a batch arrived but failed verification
      *   VOLUME-DROP -- today's received count fell below
      *                  WS-DROP-PCT percent of the facility's own
      *                  average over the prior WS-WINDOW-DAYS days
      *                  it submitted on; catches the half-sent file
      *                  whose trailer count was built to match
      *
      * A date run more than once appears in the log once per run;
      * only the latest run of each date counts (the log is appended
      * in run order, so a new run time for a date replaces that
      * date's figures).
      *
      * Input : facility_ref.dat   (from FACILITY-LOAD)
      *         submission_log.dat (from PATIENT-TEST-INCIDENTS)
      * Output: submission_monitor_YYYYMMDD.txt and the console.
      *
      * RETURN-CODE 4 flags a day with anything to chase.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACILITY-REF
               ASSIGN TO "facility_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-ID
               FILE STATUS IS WS-FACREF-FILE-STATUS.
           SELECT SUBMISSION-LOG
               ASSIGN TO "submission_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBLOG-FILE-STATUS.
           SELECT MONITOR-REPORT
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FACILITY-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in FACILITY-LOAD, which
      * builds this file.
       01  FACILITY-REC.
           05  FC-ID              PIC X(6).
           05  FC-ACTIVE          PIC X.
               88  FC-FACILITY-ACTIVE  VALUE "A".
           05  FC-CONTACT         PIC X(30).
           05  FC-EXPECT-DAYS     PIC X(7).

       FD  SUBMISSION-LOG
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in
      * PATIENT-TEST-INCIDENTS, which appends to this file.
       01  SUBMISSION-LOG-REC.
           05  SL-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  SL-RUN-TIME        PIC 9(8).
           05  FILLER             PIC X.
           05  SL-FACILITY-ID     PIC X(6).
           05  FILLER             PIC X.
           05  SL-CREATE-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  SL-EXPECTED        PIC 9(7).
           05  FILLER             PIC X.
           05  SL-RECEIVED        PIC 9(7).
           05  FILLER             PIC X.
           05  SL-PROCESSED       PIC 9(7).
           05  FILLER             PIC X.
           05  SL-STATUS          PIC X(6).
           05  FILLER             PIC X.
           05  SL-FAIL-REASON     PIC X(20).

       FD  MONITOR-REPORT
           LABEL RECORDS ARE STANDARD.
       01  MONITOR-REC       PIC A(200).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X VALUE "N".
           88  EOF            VALUE "Y".
           88  NOT-EOF        VALUE "N".

       01  WS-FACREF-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SUBLOG-FILE-STATUS PIC XX VALUE SPACES.

      * Volume-drop tuning: the look-back window (days before the
      * run date) the facility's own average is taken over, the
      * fewest submitting days in that window before an average is
      * trusted, and the percentage of that average below which
      * today's count is flagged.
       01  WS-WINDOW-DAYS    PIC 9(2) VALUE 28.
       01  WS-MIN-HIST-DAYS  PIC 9(2) VALUE 3.
       01  WS-DROP-PCT       PIC 9(3) VALUE 50.

      * One entry per facility on the reference, plus any facility
      * that turns up in the log without being on it. Day 1 of the
      * per-day counts is the run date, day 2 the day before, and
      * so on back through the window.
       01  WS-MON-MAX        PIC 9(3) VALUE 100.
       01  WS-MON-USED       PIC 9(3) VALUE 0.
       01  WS-MON-IDX        PIC 9(3).
       01  WS-MONITOR-TABLE.
           05  WS-MON-ENTRY OCCURS 100 TIMES.
               10  WS-MON-FAC-ID      PIC X(6).
               10  WS-MON-REF-FLAG    PIC X.
                   88  MON-FAC-ACTIVE     VALUE "A".
                   88  MON-FAC-INACTIVE   VALUE "I".
                   88  MON-FAC-UNKNOWN    VALUE "U".
               10  WS-MON-CONTACT     PIC X(30).
               10  WS-MON-EXPECT-DAYS PIC X(7).
               10  WS-MON-TODAY-CURRENT PIC 9(3).
               10  WS-MON-TODAY-LATE  PIC 9(3).
               10  WS-MON-LATE-CREATE PIC 9(8).
               10  WS-MON-TODAY-FAILED PIC 9(3).
               10  WS-MON-FAIL-REASON PIC X(20).
               10  WS-MON-DAY-RECEIVED OCCURS 29 TIMES PIC 9(7).
      * The run time each day's figures came from, so a later run of
      * the same date replaces rather than adds to them.
       01  WS-DAY-RUN-TIMES.
           05  WS-DAY-RUN-TIME OCCURS 29 TIMES PIC 9(8).
       01  WS-DAY-IDX        PIC 9(2).
       01  WS-DAY-AGE        PIC S9(7).

       01  WS-WEEKDAY-NAMES  PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(3).
       01  WS-WEEKDAY        PIC 9(1).
       01  WS-DAY-QUOTIENT   PIC 9(7).
       01  WS-DAY-REMAINDER  PIC 9(1).
       01  WS-RUN-DAY-NO     PIC 9(7).
       01  WS-EXPECT-FLAG    PIC X.
           88  EXPECTED-TODAY    VALUE "Y".

       01  WS-HIST-DAYS      PIC 9(2).
       01  WS-HIST-TOTAL     PIC 9(9).
       01  WS-HIST-AVERAGE   PIC 9(7).
       01  WS-TODAY-RECEIVED PIC 9(7).

       01  WS-LOG-COUNTER        PIC 9(7) VALUE 0.
       01  WS-IN-WINDOW-COUNTER  PIC 9(7) VALUE 0.
       01  WS-FACILITY-COUNTER   PIC 9(7) VALUE 0.
       01  WS-ON-TIME-COUNTER    PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNTER    PIC 9(7) VALUE 0.
       01  WS-LATE-COUNTER       PIC 9(7) VALUE 0.
       01  WS-UNEXPECTED-COUNTER PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNTER     PIC 9(7) VALUE 0.
       01  WS-DROP-COUNTER       PIC 9(7) VALUE 0.
       01  WS-FINDING-COUNTER    PIC 9(7) VALUE 0.

       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(20) VALUE SPACES.
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
           STRING "submission_monitor_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-NAME.
           PERFORM CHECK-BATCH-COMPLETE.
           PERFORM STAMP-JOB-START.

           PERFORM LOAD-FACILITY-CALENDAR.
           PERFORM ABSORB-SUBMISSION-LOG.

           OPEN OUTPUT MONITOR-REPORT.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-USED
               PERFORM JUDGE-ONE-FACILITY
           END-PERFORM.
           PERFORM WRITE-MONITOR-SUMMARY.
           CLOSE MONITOR-REPORT.

           PERFORM STAMP-JOB-END.
           IF WS-FINDING-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Submission monitor complete.".
           STOP RUN.

       CHECK-BATCH-COMPLETE.
      * The log is appended at the very end of a clean batch run --
      * until the date's PATIENT-BATCH is DONE every clinic would
      * read as missing, and ringing them all would be worse than
      * not running at all.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "PATIENT-BATCH" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS NOT = "DONE"
               DISPLAY "SUBMISSION-MONITOR: PATIENT-BATCH for "
                       WS-RC-DATE " is " WS-RC-STATUS
                       " (not DONE) -- refusing to judge an "
                       "unfinished date."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           MOVE "SUBMIT-MONITOR" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       STAMP-JOB-END.
           MOVE "END" TO WS-RC-ACTION.
           MOVE "SUBMIT-MONITOR" TO WS-RC-JOB.
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

      * Day 1 of the integer calendar (1601-01-01) was a Monday, so
      * the remainder of (day number - 1) / 7 counts from Monday --
      * the same order as the FC-EXPECT-DAYS flags.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-DAY-QUOTIENT = WS-RUN-DAY-NO - 1.
           DIVIDE WS-DAY-QUOTIENT BY 7 GIVING WS-DAY-QUOTIENT
               REMAINDER WS-DAY-REMAINDER.
           COMPUTE WS-WEEKDAY = WS-DAY-REMAINDER + 1.

           PERFORM CHECK-OPERATOR-AUTH.

       CHECK-OPERATOR-AUTH.
      * OPERATOR-AUTH audits the denial itself; the stop here is
      * all that is left to do.
           MOVE "REPORT" TO WS-AUTH-FUNCTION.
           CALL "OPERATOR-AUTH" USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-RUN-DATE WS-AUTH-FLAG
           END-CALL.
           IF OPERATOR-DENIED
               DISPLAY "SUBMISSION-MONITOR: operator "
                       WS-OPERATOR-ID " is not authorized for "
                       WS-AUTH-FUNCTION " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-FACILITY-CALENDAR.
      * The calendar is the whole point of this job, so unlike the
      * batch (which runs on without it) a missing reference stops
      * the monitor -- with no calendar nothing can be missing.
           OPEN INPUT FACILITY-REF.
           EVALUATE WS-FACREF-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "SUBMISSION-MONITOR: facility_ref.dat not "
                           "found -- run FACILITY-LOAD first."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "SUBMISSION-MONITOR: facility_ref.dat "
                           "OPEN failed, status "
                           WS-FACREF-FILE-STATUS " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM UNTIL EOF
               READ FACILITY-REF NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-CALENDAR-FACILITY
               END-READ
               IF NOT EOF AND WS-FACREF-FILE-STATUS NOT = "00"
                   DISPLAY "SUBMISSION-MONITOR: facility_ref.dat "
                           "read failed, status "
                           WS-FACREF-FILE-STATUS " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE FACILITY-REF.
           MOVE "N" TO EOF-FLAG.

       ADD-CALENDAR-FACILITY.
           ADD 1 TO WS-FACILITY-COUNTER.
           PERFORM NEW-MONITOR-ENTRY.
           MOVE FC-ID TO WS-MON-FAC-ID(WS-MON-IDX).
           MOVE FC-CONTACT TO WS-MON-CONTACT(WS-MON-IDX).
           MOVE FC-EXPECT-DAYS TO WS-MON-EXPECT-DAYS(WS-MON-IDX).
           IF FC-FACILITY-ACTIVE
               SET MON-FAC-ACTIVE(WS-MON-IDX) TO TRUE
           ELSE
               SET MON-FAC-INACTIVE(WS-MON-IDX) TO TRUE
           END-IF.

       NEW-MONITOR-ENTRY.
           IF WS-MON-USED >= WS-MON-MAX
               DISPLAY "SUBMISSION-MONITOR: more than " WS-MON-MAX
                       " facilities -- raise the table size and "
                       "rerun."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-MON-USED.
           MOVE WS-MON-USED TO WS-MON-IDX.
           MOVE SPACES TO WS-MON-CONTACT(WS-MON-IDX)
                          WS-MON-EXPECT-DAYS(WS-MON-IDX)
                          WS-MON-FAIL-REASON(WS-MON-IDX).
           MOVE 0 TO WS-MON-TODAY-CURRENT(WS-MON-IDX)
                     WS-MON-TODAY-LATE(WS-MON-IDX)
                     WS-MON-LATE-CREATE(WS-MON-IDX)
                     WS-MON-TODAY-FAILED(WS-MON-IDX).
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 29
               MOVE 0 TO WS-MON-DAY-RECEIVED(WS-MON-IDX, WS-DAY-IDX)
           END-PERFORM.

       ABSORB-SUBMISSION-LOG.
      * No log yet is not an error -- the batch has simply never
      * logged a batch on this box, and every expected clinic is
      * missing, which is what the report should then say.
           MOVE ZEROS TO WS-DAY-RUN-TIMES.
           OPEN INPUT SUBMISSION-LOG.
           EVALUATE WS-SUBLOG-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL EOF
                       READ SUBMISSION-LOG
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               PERFORM ABSORB-ONE-SUBMISSION
                       END-READ
                   END-PERFORM
                   CLOSE SUBMISSION-LOG
               WHEN "35"
                   DISPLAY "SUBMISSION-MONITOR: no submission log "
                           "yet -- nothing has arrived on record."
               WHEN OTHER
                   DISPLAY "SUBMISSION-MONITOR: submission_log.dat "
                           "OPEN failed, status "
                           WS-SUBLOG-FILE-STATUS " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE "N" TO EOF-FLAG.

       ABSORB-ONE-SUBMISSION.
           ADD 1 TO WS-LOG-COUNTER.
           IF SL-RUN-DATE IS NUMERIC AND SL-RUN-DATE <= WS-RUN-DATE
              AND SL-RECEIVED IS NUMERIC
               COMPUTE WS-DAY-AGE = WS-RUN-DAY-NO -
                   FUNCTION INTEGER-OF-DATE(SL-RUN-DATE)
               IF WS-DAY-AGE <= WS-WINDOW-DAYS
                   ADD 1 TO WS-IN-WINDOW-COUNTER
                   COMPUTE WS-DAY-IDX = WS-DAY-AGE + 1
                   IF SL-RUN-TIME NOT = WS-DAY-RUN-TIME(WS-DAY-IDX)
                       PERFORM START-NEW-DAY-RUN
                   END-IF
                   PERFORM LOCATE-LOG-FACILITY
                   ADD SL-RECEIVED TO
                       WS-MON-DAY-RECEIVED(WS-MON-IDX, WS-DAY-IDX)
                   IF WS-DAY-IDX = 1
                       PERFORM ABSORB-TODAYS-BATCH
                   END-IF
               END-IF
           END-IF.

       START-NEW-DAY-RUN.
      * A later run of the same date: drop the earlier run's figures
      * for that day so a deliberate rerun is not counted twice.
           MOVE SL-RUN-TIME TO WS-DAY-RUN-TIME(WS-DAY-IDX).
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-USED
               MOVE 0 TO WS-MON-DAY-RECEIVED(WS-MON-IDX, WS-DAY-IDX)
               IF WS-DAY-IDX = 1
                   MOVE 0 TO WS-MON-TODAY-CURRENT(WS-MON-IDX)
                             WS-MON-TODAY-LATE(WS-MON-IDX)
                             WS-MON-LATE-CREATE(WS-MON-IDX)
                             WS-MON-TODAY-FAILED(WS-MON-IDX)
                   MOVE SPACES TO WS-MON-FAIL-REASON(WS-MON-IDX)
               END-IF
           END-PERFORM.

       LOCATE-LOG-FACILITY.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-USED
                      OR WS-MON-FAC-ID(WS-MON-IDX) = SL-FACILITY-ID
               CONTINUE
           END-PERFORM.
           IF WS-MON-IDX > WS-MON-USED
               PERFORM NEW-MONITOR-ENTRY
               MOVE SL-FACILITY-ID TO WS-MON-FAC-ID(WS-MON-IDX)
               SET MON-FAC-UNKNOWN(WS-MON-IDX) TO TRUE
           END-IF.

       ABSORB-TODAYS-BATCH.
      * The HDR's creation date is the clinic's own submission day;
      * a batch created on an earlier day arrived late, and does not
      * stand in for today's.
           IF SL-CREATE-DATE IS NUMERIC AND SL-CREATE-DATE > 0
              AND SL-CREATE-DATE < WS-RUN-DATE
               ADD 1 TO WS-MON-TODAY-LATE(WS-MON-IDX)
               IF WS-MON-LATE-CREATE(WS-MON-IDX) = 0
                  OR SL-CREATE-DATE < WS-MON-LATE-CREATE(WS-MON-IDX)
                   MOVE SL-CREATE-DATE TO
                       WS-MON-LATE-CREATE(WS-MON-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-MON-TODAY-CURRENT(WS-MON-IDX)
           END-IF.
           IF SL-STATUS NOT = "OK"
               ADD 1 TO WS-MON-TODAY-FAILED(WS-MON-IDX)
               MOVE SL-FAIL-REASON TO WS-MON-FAIL-REASON(WS-MON-IDX)
           END-IF.

       JUDGE-ONE-FACILITY.
           MOVE "N" TO WS-EXPECT-FLAG.
           IF MON-FAC-ACTIVE(WS-MON-IDX)
               MOVE WS-MON-EXPECT-DAYS(WS-MON-IDX)(WS-WEEKDAY:1)
                   TO WS-EXPECT-FLAG
           END-IF.
           MOVE WS-MON-DAY-RECEIVED(WS-MON-IDX, 1)
               TO WS-TODAY-RECEIVED.

           IF EXPECTED-TODAY AND WS-MON-TODAY-CURRENT(WS-MON-IDX) = 0
               ADD 1 TO WS-MISSING-COUNTER
               MOVE SPACES TO MONITOR-REC
               STRING "MISSING     FAC:" WS-MON-FAC-ID(WS-MON-IDX)
                      " DAY:" WS-WEEKDAY-NAME(WS-WEEKDAY)
                      " CONTACT:" WS-MON-CONTACT(WS-MON-IDX)
                      DELIMITED BY SIZE INTO MONITOR-REC
               PERFORM WRITE-FINDING
           END-IF.

           IF WS-MON-TODAY-LATE(WS-MON-IDX) > 0
               ADD 1 TO WS-LATE-COUNTER
               MOVE SPACES TO MONITOR-REC
               STRING "LATE        FAC:" WS-MON-FAC-ID(WS-MON-IDX)
                      " CREATED:" WS-MON-LATE-CREATE(WS-MON-IDX)
                      " BATCHES:" WS-MON-TODAY-LATE(WS-MON-IDX)
                      " CONTACT:" WS-MON-CONTACT(WS-MON-IDX)
                      DELIMITED BY SIZE INTO MONITOR-REC
               PERFORM WRITE-FINDING
           END-IF.

           IF WS-MON-TODAY-CURRENT(WS-MON-IDX) > 0
               PERFORM JUDGE-ARRIVED-FACILITY
           END-IF.

           IF WS-MON-TODAY-FAILED(WS-MON-IDX) > 0
               ADD 1 TO WS-FAILED-COUNTER
               MOVE SPACES TO MONITOR-REC
               STRING "FAILED      FAC:" WS-MON-FAC-ID(WS-MON-IDX)
                      " REASON:" WS-MON-FAIL-REASON(WS-MON-IDX)
                      " BATCHES:" WS-MON-TODAY-FAILED(WS-MON-IDX)
                      " CONTACT:" WS-MON-CONTACT(WS-MON-IDX)
                      DELIMITED BY SIZE INTO MONITOR-REC
               PERFORM WRITE-FINDING
           END-IF.

           IF WS-TODAY-RECEIVED > 0
               PERFORM CHECK-VOLUME-DROP
           END-IF.

       JUDGE-ARRIVED-FACILITY.
           EVALUATE TRUE
               WHEN MON-FAC-UNKNOWN(WS-MON-IDX)
                   ADD 1 TO WS-UNEXPECTED-COUNTER
                   MOVE SPACES TO MONITOR-REC
                   STRING "UNEXPECTED  FAC:"
                          WS-MON-FAC-ID(WS-MON-IDX)
                          " DAY:" WS-WEEKDAY-NAME(WS-WEEKDAY)
                          " NOT ON FACILITY REFERENCE"
                          DELIMITED BY SIZE INTO MONITOR-REC
                   PERFORM WRITE-FINDING
               WHEN MON-FAC-INACTIVE(WS-MON-IDX)
                   ADD 1 TO WS-UNEXPECTED-COUNTER
                   MOVE SPACES TO MONITOR-REC
                   STRING "UNEXPECTED  FAC:"
                          WS-MON-FAC-ID(WS-MON-IDX)
                          " DAY:" WS-WEEKDAY-NAME(WS-WEEKDAY)
                          " FACILITY INACTIVE"
                          " CONTACT:" WS-MON-CONTACT(WS-MON-IDX)
                          DELIMITED BY SIZE INTO MONITOR-REC
                   PERFORM WRITE-FINDING
               WHEN NOT EXPECTED-TODAY
                   ADD 1 TO WS-UNEXPECTED-COUNTER
                   MOVE SPACES TO MONITOR-REC
                   STRING "UNEXPECTED  FAC:"
                          WS-MON-FAC-ID(WS-MON-IDX)
                          " DAY:" WS-WEEKDAY-NAME(WS-WEEKDAY)
                          " CALENDAR:" WS-MON-EXPECT-DAYS(WS-MON-IDX)
                          " CONTACT:" WS-MON-CONTACT(WS-MON-IDX)
                          DELIMITED BY SIZE INTO MONITOR-REC
                   PERFORM WRITE-FINDING
               WHEN OTHER
                   ADD 1 TO WS-ON-TIME-COUNTER
           END-EVALUATE.

       CHECK-VOLUME-DROP.
      * The facility's own average over the days in the window it
      * actually submitted on -- days it sent nothing are the
      * calendar's business, not a volume signal.
           MOVE 0 TO WS-HIST-DAYS WS-HIST-TOTAL.
           PERFORM VARYING WS-DAY-IDX FROM 2 BY 1
                   UNTIL WS-DAY-IDX > WS-WINDOW-DAYS + 1
               IF WS-MON-DAY-RECEIVED(WS-MON-IDX, WS-DAY-IDX) > 0
                   ADD 1 TO WS-HIST-DAYS
                   ADD WS-MON-DAY-RECEIVED(WS-MON-IDX, WS-DAY-IDX)
                       TO WS-HIST-TOTAL
               END-IF
           END-PERFORM.
           IF WS-HIST-DAYS >= WS-MIN-HIST-DAYS
               COMPUTE WS-HIST-AVERAGE ROUNDED =
                   WS-HIST-TOTAL / WS-HIST-DAYS
               IF WS-TODAY-RECEIVED * 100 <
                  WS-HIST-AVERAGE * WS-DROP-PCT
                   ADD 1 TO WS-DROP-COUNTER
                   MOVE SPACES TO MONITOR-REC
                   STRING "VOLUME-DROP FAC:"
                          WS-MON-FAC-ID(WS-MON-IDX)
                          " RECEIVED:" WS-TODAY-RECEIVED
                          " AVERAGE:" WS-HIST-AVERAGE
                          " OVER-DAYS:" WS-HIST-DAYS
                          " CONTACT:" WS-MON-CONTACT(WS-MON-IDX)
                          DELIMITED BY SIZE INTO MONITOR-REC
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

       WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNTER.
           WRITE MONITOR-REC.
           DISPLAY MONITOR-REC(1:100).

       WRITE-MONITOR-SUMMARY.
           DISPLAY "===== SUBMISSION-MONITOR RUN SUMMARY =====".
           DISPLAY "Run date / weekday       : " WS-RUN-DATE " "
                   WS-WEEKDAY-NAME(WS-WEEKDAY).
           DISPLAY "Facilities on reference  : " WS-FACILITY-COUNTER.
           DISPLAY "Log lines read           : " WS-LOG-COUNTER.
           DISPLAY "Log lines in window      : "
                   WS-IN-WINDOW-COUNTER.
           DISPLAY "Arrived as expected      : " WS-ON-TIME-COUNTER.
           DISPLAY "Missing                  : " WS-MISSING-COUNTER.
           DISPLAY "Late                     : " WS-LATE-COUNTER.
           DISPLAY "Unexpected               : "
                   WS-UNEXPECTED-COUNTER.
           DISPLAY "Failed verification      : " WS-FAILED-COUNTER.
           DISPLAY "Volume drops             : " WS-DROP-COUNTER.

           MOVE SPACES TO MONITOR-REC.
           STRING "DATE:" WS-RUN-DATE
                  " DAY:" WS-WEEKDAY-NAME(WS-WEEKDAY)
                  " FACILITIES:" WS-FACILITY-COUNTER
                  " ON-TIME:" WS-ON-TIME-COUNTER
                  " MISSING:" WS-MISSING-COUNTER
                  " LATE:" WS-LATE-COUNTER
                  " UNEXPECTED:" WS-UNEXPECTED-COUNTER
                  " FAILED:" WS-FAILED-COUNTER
                  " VOLUME-DROP:" WS-DROP-COUNTER
                  DELIMITED BY SIZE INTO MONITOR-REC.
           WRITE MONITOR-REC.
