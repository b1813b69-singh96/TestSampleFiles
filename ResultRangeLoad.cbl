       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULT-RANGE-LOAD.

      * Loads (or fully refreshes) the indexed result reference-range
      * file from the flat ranges list the lab director maintains.
      * LAB-RESULTS-INTAKE classifies every result it files against
      * the range for its procedure code -- normal, abnormal,
      * critical, or unclassifiable -- so a critical value surfaces
      * on the same-day callback worklist instead of sitting in
      * patient_results.dat until someone happens to look.
      *
      * Two kinds of range, by the type on the line:
      *   N  numeric -- the result's leading number is compared with
      *      the normal low/high and the critical low/high bounds;
      *      a blank critical bound means the test has none on that
      *      side
      *   F  flag -- the result's first word is looked up in the
      *      normal, abnormal and critical value lists (POS, NEG,
      *      DETECTED, ...)
      *
      * Input : result_ranges.txt -- one line per procedure code:
      *         code (6), space, type (N/F), space, normal low,
      *         normal high, critical low, critical high (each 9
      *         digits with 3 decimals implied, space separated),
      *         space, then four normal, four abnormal and four
      *         critical flag values of 10 characters each, space
      *         separated, unused slots blank
      * Output: result_range_ref.dat -- indexed, keyed on the code;
      *         rebuilt from scratch every load so a withdrawn range
      *         actually disappears
      *         range_load_report_YYYYMMDD.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGES-IN
               ASSIGN TO "result_ranges.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGES-FILE-STATUS.
           SELECT RESULT-RANGE-REF
               ASSIGN TO "result_range_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-PROC-CODE
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT LOAD-REPORT
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGES-IN
           LABEL RECORDS ARE STANDARD.
       01  RANGES-REC.
           05  RI-PROC-CODE       PIC X(6).
           05  FILLER             PIC X.
           05  RI-TYPE            PIC X.
           05  FILLER             PIC X.
           05  RI-NORMAL-LOW      PIC X(9).
      * Same nine-digit implied-decimal convention as the charge
      * fields; validated with IS NUMERIC before a view is trusted.
           05  RI-NORMAL-LOW-NUM REDEFINES RI-NORMAL-LOW
                                  PIC 9(6)V9(3).
           05  FILLER             PIC X.
           05  RI-NORMAL-HIGH     PIC X(9).
           05  RI-NORMAL-HIGH-NUM REDEFINES RI-NORMAL-HIGH
                                  PIC 9(6)V9(3).
           05  FILLER             PIC X.
           05  RI-CRIT-LOW        PIC X(9).
           05  RI-CRIT-LOW-NUM REDEFINES RI-CRIT-LOW
                                  PIC 9(6)V9(3).
           05  FILLER             PIC X.
           05  RI-CRIT-HIGH       PIC X(9).
           05  RI-CRIT-HIGH-NUM REDEFINES RI-CRIT-HIGH
                                  PIC 9(6)V9(3).
           05  FILLER             PIC X.
           05  RI-VALUE-LISTS.
               10  RI-NORMAL-SLOT OCCURS 4 TIMES.
                   15  RI-NORMAL-VALUE   PIC X(10).
                   15  FILLER            PIC X.
               10  RI-ABNORMAL-SLOT OCCURS 4 TIMES.
                   15  RI-ABNORMAL-VALUE PIC X(10).
                   15  FILLER            PIC X.
               10  RI-CRITICAL-SLOT OCCURS 4 TIMES.
                   15  RI-CRITICAL-VALUE PIC X(10).
                   15  FILLER            PIC X.

       FD  RESULT-RANGE-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in LAB-RESULTS-INTAKE,
      * which reads this file by key. A critical bound of zero means
      * the test has no critical limit on that side.
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

       FD  LOAD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  LOAD-REPORT-REC   PIC A(200).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X VALUE "N".
           88  EOF            VALUE "Y".
           88  NOT-EOF        VALUE "N".

       01  WS-RANGES-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-REF-FILE-STATUS    PIC XX VALUE SPACES.

       01  WS-READ-COUNTER     PIC 9(7) VALUE 0.
       01  WS-LOADED-COUNTER   PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNTER PIC 9(7) VALUE 0.
       01  WS-REJECT-REASON    PIC X(40).
       01  WS-VALUE-IDX        PIC 9(1).

      * A blank critical bound loads as zero (no limit that side).
       01  WS-CRIT-LOW         PIC 9(6)V9(3).
       01  WS-CRIT-HIGH        PIC 9(6)V9(3).

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
           STRING "range_load_report_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-NAME.
           PERFORM CHECK-RUN-INTERLOCKS.
           PERFORM STAMP-JOB-START.

           OPEN INPUT RANGES-IN.
           EVALUATE WS-RANGES-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "RESULT-RANGE-LOAD: result_ranges.txt not "
                           "found -- refusing to empty the range "
                           "reference."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "RESULT-RANGE-LOAD: ranges OPEN failed, "
                           "status " WS-RANGES-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * OPEN OUTPUT rebuilds the reference from scratch each load,
      * so a withdrawn range actually disappears.
           OPEN OUTPUT RESULT-RANGE-REF.
           IF WS-REF-FILE-STATUS NOT = "00"
               PERFORM REF-IO-FAILURE
           END-IF.
           OPEN OUTPUT LOAD-REPORT.

           PERFORM UNTIL EOF
               READ RANGES-IN
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-RANGE
               END-READ
           END-PERFORM.

           PERFORM WRITE-LOAD-SUMMARY.
           CLOSE RANGES-IN RESULT-RANGE-REF LOAD-REPORT.
           PERFORM STAMP-JOB-END.
           DISPLAY "Result range reference load complete.".
           STOP RUN.

       CHECK-RUN-INTERLOCKS.
      * LAB-RESULTS-INTAKE classifies against this reference line by
      * line; rebuilding it under a running intake would classify
      * half the day against nothing.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "LAB-RESULTS" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "RESULT-RANGE-LOAD: LAB-RESULTS for "
                       WS-RC-DATE " is INPROG -- refusing to "
                       "rebuild the reference under it."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           MOVE "RANGE-LOAD" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       STAMP-JOB-END.
           MOVE "END" TO WS-RC-ACTION.
           MOVE "RANGE-LOAD" TO WS-RC-JOB.
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
               DISPLAY "RESULT-RANGE-LOAD: operator " WS-OPERATOR-ID
                       " is not authorized for " WS-AUTH-FUNCTION
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-RANGE.
           ADD 1 TO WS-READ-COUNTER.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-CRIT-LOW WS-CRIT-HIGH.

           EVALUATE TRUE
               WHEN RI-PROC-CODE = SPACES
                   MOVE "BLANK-CODE" TO WS-REJECT-REASON
               WHEN RI-TYPE = "N"
                   PERFORM CHECK-NUMERIC-RANGE
               WHEN RI-TYPE = "F"
                   IF RI-VALUE-LISTS = SPACES
                       MOVE "NO-FLAG-VALUES" TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE "INVALID-TYPE" TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
               PERFORM WRITE-RANGE-RECORD
           END-IF.

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-LOADED-COUNTER
           ELSE
               ADD 1 TO WS-REJECTED-COUNTER
               MOVE SPACES TO LOAD-REPORT-REC
               STRING "LINE#" WS-READ-COUNTER
                      " CODE:" RI-PROC-CODE
                      " REJECTED REASON:" WS-REJECT-REASON
                      DELIMITED BY SIZE INTO LOAD-REPORT-REC
               WRITE LOAD-REPORT-REC
           END-IF.

       CHECK-NUMERIC-RANGE.
      * The normal bounds are mandatory; a critical bound, when
      * given, has to sit outside the normal range it brackets.
           IF RI-CRIT-LOW NOT = SPACES
               IF RI-CRIT-LOW IS NUMERIC
                   MOVE RI-CRIT-LOW-NUM TO WS-CRIT-LOW
               ELSE
                   MOVE "INVALID-CRITICAL-LOW" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF RI-CRIT-HIGH NOT = SPACES
               IF RI-CRIT-HIGH IS NUMERIC
                   MOVE RI-CRIT-HIGH-NUM TO WS-CRIT-HIGH
               ELSE
                   MOVE "INVALID-CRITICAL-HIGH" TO WS-REJECT-REASON
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN RI-NORMAL-LOW IS NOT NUMERIC OR
                    RI-NORMAL-HIGH IS NOT NUMERIC
                   MOVE "INVALID-NORMAL-RANGE" TO WS-REJECT-REASON
               WHEN RI-NORMAL-LOW-NUM > RI-NORMAL-HIGH-NUM
                   MOVE "NORMAL-LOW-ABOVE-HIGH" TO WS-REJECT-REASON
               WHEN WS-CRIT-LOW > RI-NORMAL-LOW-NUM
                   MOVE "CRITICAL-LOW-INSIDE-NORMAL"
                       TO WS-REJECT-REASON
               WHEN WS-CRIT-HIGH > 0 AND
                    WS-CRIT-HIGH < RI-NORMAL-HIGH-NUM
                   MOVE "CRITICAL-HIGH-INSIDE-NORMAL"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       WRITE-RANGE-RECORD.
           MOVE SPACES TO RESULT-RANGE-REC.
           MOVE RI-PROC-CODE TO RG-PROC-CODE.
           MOVE RI-TYPE TO RG-TYPE.
           MOVE 0 TO RG-NORMAL-LOW RG-NORMAL-HIGH.
           IF RG-NUMERIC-RANGE
               MOVE RI-NORMAL-LOW-NUM TO RG-NORMAL-LOW
               MOVE RI-NORMAL-HIGH-NUM TO RG-NORMAL-HIGH
           END-IF.
           MOVE WS-CRIT-LOW TO RG-CRIT-LOW.
           MOVE WS-CRIT-HIGH TO RG-CRIT-HIGH.
           PERFORM VARYING WS-VALUE-IDX FROM 1 BY 1
                   UNTIL WS-VALUE-IDX > 4
               MOVE RI-NORMAL-VALUE(WS-VALUE-IDX)
                   TO RG-NORMAL-VALUE(WS-VALUE-IDX)
               MOVE RI-ABNORMAL-VALUE(WS-VALUE-IDX)
                   TO RG-ABNORMAL-VALUE(WS-VALUE-IDX)
               MOVE RI-CRITICAL-VALUE(WS-VALUE-IDX)
                   TO RG-CRITICAL-VALUE(WS-VALUE-IDX)
           END-PERFORM.
           WRITE RESULT-RANGE-REC
               INVALID KEY
                   MOVE "DUPLICATE-CODE" TO WS-REJECT-REASON
           END-WRITE.
      * A hard I/O error on the WRITE (disk full, status 3x/9x)
      * raises no INVALID KEY -- unguarded, the line would count as
      * loaded and the summary would report a clean load of an
      * incomplete reference, which the intake then trusts.
           IF WS-REF-FILE-STATUS NOT = "00" AND
              WS-REF-FILE-STATUS NOT = "22"
               PERFORM REF-IO-FAILURE
           END-IF.

       REF-IO-FAILURE.
           DISPLAY "RESULT-RANGE-LOAD: result_range_ref.dat I/O "
                   "error, status " WS-REF-FILE-STATUS
                   " -- stopping; the reference file is incomplete.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       WRITE-LOAD-SUMMARY.
           DISPLAY "===== RESULT-RANGE-LOAD RUN SUMMARY =====".
           DISPLAY "Range lines read     : " WS-READ-COUNTER.
           DISPLAY "Codes loaded         : " WS-LOADED-COUNTER.
           DISPLAY "Lines rejected       : " WS-REJECTED-COUNTER.

           MOVE SPACES TO LOAD-REPORT-REC.
           STRING "LINES-READ:" WS-READ-COUNTER
                  " LOADED:" WS-LOADED-COUNTER
                  " REJECTED:" WS-REJECTED-COUNTER
                  DELIMITED BY SIZE INTO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.
