       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYER-RULES-LOAD.

      * Loads (or fully refreshes) the indexed payer billing-rules
      * reference from the flat rules file the billing office keeps.
      * CLAIM-SCRUB checks every claim line against the rules of the
      * patient's payer before the line goes to the bureau, so
      * timely-filing, non-covered and prior-authorization denials
      * are caught the same day instead of coming back weeks later
      * as unpaid lines in REMIT-RECONCILE.
      *
      * Input : payer_rules.txt -- one line per payer: payer name
      *         (20, exactly as CV-PAYER carries it in
      *         coverage_ref.dat), space, timely-filing window in
      *         days (3 digits, 000 = no limit), space, up to ten
      *         codes the payer does not cover, then up to ten codes
      *         that need prior authorization -- each code 6
      *         characters followed by a space, unused slots blank
      * Output: payer_rules_ref.dat -- indexed, keyed on the payer;
      *         rebuilt from scratch every load so withdrawn rules
      *         actually disappear
      *         payer_rules_load_report_YYYYMMDD.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-IN
               ASSIGN TO "payer_rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT PAYER-RULES-REF
               ASSIGN TO "payer_rules_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYER
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT LOAD-REPORT
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-IN
           LABEL RECORDS ARE STANDARD.
       01  RULES-REC.
           05  RI-PAYER           PIC X(20).
           05  FILLER             PIC X.
           05  RI-FILING-DAYS     PIC X(3).
           05  FILLER             PIC X.
           05  RI-NONCOV-LIST.
               10  RI-NONCOV-SLOT OCCURS 10 TIMES.
                   15  RI-NONCOV-CODE PIC X(6).
                   15  FILLER         PIC X.
           05  RI-AUTH-LIST.
               10  RI-AUTH-SLOT OCCURS 10 TIMES.
                   15  RI-AUTH-CODE   PIC X(6).
                   15  FILLER         PIC X.

       FD  PAYER-RULES-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in CLAIM-SCRUB, which
      * reads this file by key.
       01  PAYER-RULES-REC.
           05  PY-PAYER           PIC X(20).
           05  PY-FILING-DAYS     PIC 9(3).
           05  PY-NONCOV-CODE     OCCURS 10 TIMES PIC X(6).
           05  PY-AUTH-CODE       OCCURS 10 TIMES PIC X(6).

       FD  LOAD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  LOAD-REPORT-REC   PIC A(200).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X VALUE "N".
           88  EOF            VALUE "Y".
           88  NOT-EOF        VALUE "N".

       01  WS-RULES-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-REF-FILE-STATUS    PIC XX VALUE SPACES.

       01  WS-READ-COUNTER     PIC 9(7) VALUE 0.
       01  WS-LOADED-COUNTER   PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNTER PIC 9(7) VALUE 0.
       01  WS-REJECT-REASON    PIC X(40).
       01  WS-CODE-IDX         PIC 9(2).

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
           STRING "payer_rules_load_report_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-NAME.
           PERFORM CHECK-RUN-INTERLOCKS.
           PERFORM STAMP-JOB-START.

           OPEN INPUT RULES-IN.
           EVALUATE WS-RULES-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "PAYER-RULES-LOAD: payer_rules.txt not "
                           "found -- refusing to empty the payer "
                           "rules reference."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "PAYER-RULES-LOAD: rules OPEN failed, "
                           "status " WS-RULES-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * OPEN OUTPUT rebuilds the reference from scratch each load,
      * so a payer's withdrawn rules actually disappear.
           OPEN OUTPUT PAYER-RULES-REF.
           IF WS-REF-FILE-STATUS NOT = "00"
               PERFORM REF-IO-FAILURE
           END-IF.
           OPEN OUTPUT LOAD-REPORT.

           PERFORM UNTIL EOF
               READ RULES-IN
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-PAYER
               END-READ
           END-PERFORM.

           PERFORM WRITE-LOAD-SUMMARY.
           CLOSE RULES-IN PAYER-RULES-REF LOAD-REPORT.
           PERFORM STAMP-JOB-END.
           DISPLAY "Payer rules reference load complete.".
           STOP RUN.

       CHECK-RUN-INTERLOCKS.
      * CLAIM-SCRUB reads this reference line by line; rebuilding it
      * from scratch under a running scrub would half-answer the
      * lookups.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "CLAIM-SCRUB" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "PAYER-RULES-LOAD: CLAIM-SCRUB for "
                       WS-RC-DATE " is INPROG -- refusing to "
                       "rebuild the reference under it."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           MOVE "PAYER-RULES-LOAD" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       STAMP-JOB-END.
           MOVE "END" TO WS-RC-ACTION.
           MOVE "PAYER-RULES-LOAD" TO WS-RC-JOB.
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

           PERFORM CHECK-OPERATOR-AUTH.

       CHECK-OPERATOR-AUTH.
      * OPERATOR-AUTH audits the denial itself; the stop here is
      * all that is left to do.
           MOVE "LOAD" TO WS-AUTH-FUNCTION.
           CALL "OPERATOR-AUTH" USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-RUN-DATE WS-AUTH-FLAG
           END-CALL.
           IF OPERATOR-DENIED
               DISPLAY "PAYER-RULES-LOAD: operator " WS-OPERATOR-ID
                       " is not authorized for " WS-AUTH-FUNCTION
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-PAYER.
           ADD 1 TO WS-READ-COUNTER.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE
               WHEN RI-PAYER = SPACES
                   MOVE "BLANK-PAYER" TO WS-REJECT-REASON
               WHEN RI-FILING-DAYS IS NOT NUMERIC
                   MOVE "INVALID-FILING-DAYS" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO PAYER-RULES-REC
                   MOVE RI-PAYER TO PY-PAYER
                   MOVE RI-FILING-DAYS TO PY-FILING-DAYS
                   PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                           UNTIL WS-CODE-IDX > 10
                       MOVE RI-NONCOV-CODE(WS-CODE-IDX)
                           TO PY-NONCOV-CODE(WS-CODE-IDX)
                       MOVE RI-AUTH-CODE(WS-CODE-IDX)
                           TO PY-AUTH-CODE(WS-CODE-IDX)
                   END-PERFORM
                   WRITE PAYER-RULES-REC
                       INVALID KEY
                           MOVE "DUPLICATE-PAYER"
                               TO WS-REJECT-REASON
                   END-WRITE
      * A hard I/O error on the WRITE (disk full, status 3x/9x)
      * raises no INVALID KEY -- unguarded, the line would count as
      * loaded and the summary would report a clean load of an
      * incomplete reference, which the scrub then trusts.
                   IF WS-REF-FILE-STATUS NOT = "00" AND
                      WS-REF-FILE-STATUS NOT = "22"
                       PERFORM REF-IO-FAILURE
                   END-IF
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-LOADED-COUNTER
           ELSE
               ADD 1 TO WS-REJECTED-COUNTER
               MOVE SPACES TO LOAD-REPORT-REC
               STRING "LINE#" WS-READ-COUNTER
                      " PAYER:" RI-PAYER
                      " REJECTED REASON:" WS-REJECT-REASON
                      DELIMITED BY SIZE INTO LOAD-REPORT-REC
               WRITE LOAD-REPORT-REC
           END-IF.

       REF-IO-FAILURE.
           DISPLAY "PAYER-RULES-LOAD: payer_rules_ref.dat I/O "
                   "error, status " WS-REF-FILE-STATUS
                   " -- stopping; the reference file is incomplete.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       WRITE-LOAD-SUMMARY.
           DISPLAY "===== PAYER-RULES-LOAD RUN SUMMARY =====".
           DISPLAY "Rules lines read     : " WS-READ-COUNTER.
           DISPLAY "Payers loaded        : " WS-LOADED-COUNTER.
           DISPLAY "Lines rejected       : " WS-REJECTED-COUNTER.

           MOVE SPACES TO LOAD-REPORT-REC.
           STRING "LINES-READ:" WS-READ-COUNTER
                  " LOADED:" WS-LOADED-COUNTER
                  " REJECTED:" WS-REJECTED-COUNTER
                  DELIMITED BY SIZE INTO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.
