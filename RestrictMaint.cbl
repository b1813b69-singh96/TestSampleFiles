       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-RESTRICT-MAINT.

      * Batch maintenance for the patient disclosure-restriction file
      * the privacy office keeps. A patient may ask that we not share
      * a self-pay service with their insurer, or a sensitive
      * diagnosis may need explicit consent before it goes anywhere;
      * PATIENT-TEST-INCIDENTS reads restriction_ref.dat and holds
      * such a patient's record out of the blocked destination. This
      * program applies the privacy office's transaction file:
      *
      *   ADD nnnnnn tttttttt eeeeeeee xxxxxxxx b       add a
      *       restriction for P-ID nnnnnn
      *   CHG nnnnnn tttttttt eeeeeeee xxxxxxxx b       change one
      *       (spaces in a field mean "leave as is")
      *   DEL nnnnnn                                    lift one
      *
      *   tttttttt  restriction type (SELFPAY, SENSITIV, CONSENT ...)
      *   eeeeeeee  effective date, YYYYMMDD
      *   xxxxxxxx  expiry date, YYYYMMDD -- zeros or spaces on an ADD
      *             for a restriction with no end date
      *   b         destinations blocked: O outbound interface,
      *             B billing extract, A all (both)
      *
      * One restriction per patient: the file is keyed on P-ID, and a
      * patient with reasons to block both destinations carries A.
      * Restrictions are not tied to the master file -- the privacy
      * office can record one before the patient's first visit.
      *
      * Every applied transaction lands in the day's audit log in the
      * MASTER-PATIENT-MAINT style, so the accounting-of-disclosures
      * inquiry shows who placed or lifted a restriction and when.
      * Rejected transactions go to the report with a reason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICT-TRANS
               ASSIGN TO DYNAMIC WS-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT RESTRICTION-REF
               ASSIGN TO "restriction_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-PATIENT-ID
               FILE STATUS IS WS-RESTRICT-FILE-STATUS.
           SELECT AUDIT-LOG
               ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RESTRICT-REPORT
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTRICT-TRANS
           LABEL RECORDS ARE STANDARD.
       01  RESTRICT-TRANS-REC.
           05  RT-ACTION          PIC X(3).
               88  RT-ADD            VALUE "ADD".
               88  RT-CHANGE         VALUE "CHG".
               88  RT-DELETE         VALUE "DEL".
      * Keyed by hand, so the ID and dates are alphanumeric and
      * validated with IS NUMERIC before use -- same reasoning as the
      * master maintenance transactions.
           05  FILLER             PIC X.
           05  RT-ID              PIC X(6).
           05  FILLER             PIC X.
           05  RT-TYPE            PIC X(8).
           05  FILLER             PIC X.
           05  RT-EFF-DATE        PIC X(8).
           05  FILLER             PIC X.
           05  RT-EXP-DATE        PIC X(8).
           05  FILLER             PIC X.
           05  RT-BLOCK           PIC X.
               88  RT-BLOCK-VALID    VALUE "O" "B" "A".

       FD  RESTRICTION-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in
      * PATIENT-TEST-INCIDENTS, which reads this file. RX-EXP-DATE
      * zero means the restriction has no end date.
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

       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC         PIC A(200).

       FD  RESTRICT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RESTRICT-REPORT-REC PIC A(200).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X VALUE "N".
           88  EOF            VALUE "Y".
           88  NOT-EOF        VALUE "N".

       01  WS-TRANS-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-RESTRICT-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE SPACES.

       01  WS-TRANS-COUNTER    PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNTER  PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNTER PIC 9(7) VALUE 0.

       01  WS-TRANS-FLAG     PIC X VALUE "Y".
           88  TRANS-OK         VALUE "Y".
           88  TRANS-REJECTED   VALUE "N".
       01  WS-REJECT-REASON  PIC X(40).

       01  WS-ON-FILE-FLAG   PIC X VALUE "N".
           88  RESTRICTION-ON-FILE     VALUE "Y".
           88  RESTRICTION-NOT-ON-FILE VALUE "N".

       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-RUN-TIMESTAMP     PIC X(17).
       01  WS-OPERATOR-ID       PIC X(20) VALUE SPACES.

       01  WS-TRANS-NAME        PIC X(40).
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

           OPEN INPUT RESTRICT-TRANS.
           IF WS-TRANS-FILE-STATUS = "35"
               DISPLAY "PRIVACY-RESTRICT-MAINT: transaction file "
                       WS-TRANS-NAME " not found -- nothing to apply."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Unlike the master, the restriction file starts out empty on
      * every box -- the privacy office's first ADD creates it (same
      * create-if-missing idiom as the batch's persistent files).
           OPEN I-O RESTRICTION-REF.
           IF WS-RESTRICT-FILE-STATUS = "35"
               OPEN OUTPUT RESTRICTION-REF
               CLOSE RESTRICTION-REF
               OPEN I-O RESTRICTION-REF
           END-IF.
           IF WS-RESTRICT-FILE-STATUS NOT = "00"
               PERFORM RESTRICT-IO-FAILURE
           END-IF.

           PERFORM OPEN-AUDIT-LOG.
           OPEN OUTPUT RESTRICT-REPORT.

           PERFORM WRITE-AUDIT-RESTRICT-START.

           PERFORM UNTIL EOF
               READ RESTRICT-TRANS
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-TRANSACTION
               END-READ
           END-PERFORM.

           PERFORM WRITE-RESTRICT-SUMMARY.
           PERFORM WRITE-AUDIT-RESTRICT-END.

           CLOSE RESTRICT-TRANS RESTRICTION-REF AUDIT-LOG
                 RESTRICT-REPORT.
           PERFORM STAMP-JOB-END.
           DISPLAY "Restriction maintenance complete.".
           STOP RUN.

       CHECK-RUN-INTERLOCKS.
      * The nightly batch reads restriction_ref.dat record by record;
      * changing a restriction underneath it would leave the day's
      * outbound honoring it for some patients and not others.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "PATIENT-BATCH" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "PRIVACY-RESTRICT-MAINT: " WS-RC-JOB
                       " is INPROG for " WS-RC-DATE
                       " -- restrictions are in use; refusing to "
                       "start."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           MOVE "RESTRICT-MAINT" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       STAMP-JOB-END.
           MOVE "END" TO WS-RC-ACTION.
           MOVE "RESTRICT-MAINT" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       GET-RUN-CONTEXT.
      * Same run-date/operator conventions as PATIENT-TEST-INCIDENTS,
      * so restriction audit entries line up with that day's run.
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
      * Placing or lifting a restriction decides where a patient's
      * record may be disclosed, so it is the privacy office's own
      * PRIVACY function, not ops' MAINT. OPERATOR-AUTH audits the
      * denial itself.
           MOVE "PRIVACY" TO WS-AUTH-FUNCTION.
           CALL "OPERATOR-AUTH" USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-RUN-DATE WS-AUTH-FLAG
           END-CALL.
           IF OPERATOR-DENIED
               DISPLAY "PRIVACY-RESTRICT-MAINT: operator "
                       WS-OPERATOR-ID " is not authorized for "
                       WS-AUTH-FUNCTION " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SETUP-FILE-NAMES.
           STRING "restrict_maint_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-TRANS-NAME.
           STRING "audit_log_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-AUDIT-NAME.
           STRING "restrict_report_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-NAME.

       OPEN-AUDIT-LOG.
      * EXTEND the day's audit log, creating it if this runs before
      * the day's batch -- same as MASTER-PATIENT-MAINT.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

       WRITE-AUDIT-RESTRICT-START.
           MOVE SPACES TO AUDIT-REC.
           STRING "RESTRICT-START TS=" WS-RUN-TIMESTAMP
                  " OPERATOR=" WS-OPERATOR-ID
                  DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.

       WRITE-AUDIT-RESTRICT-END.
           MOVE SPACES TO AUDIT-REC.
           STRING "RESTRICT-END TS=" WS-RUN-TIMESTAMP
                  " APPLIED=" WS-APPLIED-COUNTER
                  " REJECTED=" WS-REJECTED-COUNTER
                  DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNTER.
           SET TRANS-OK TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF RT-ID IS NOT NUMERIC OR RT-ID = "000000"
               SET TRANS-REJECTED TO TRUE
               MOVE "INVALID-ID" TO WS-REJECT-REASON
           ELSE
               MOVE RT-ID TO RX-PATIENT-ID
               READ RESTRICTION-REF
                   INVALID KEY
                       SET RESTRICTION-NOT-ON-FILE TO TRUE
                   NOT INVALID KEY
                       SET RESTRICTION-ON-FILE TO TRUE
               END-READ
               IF WS-RESTRICT-FILE-STATUS NOT = "00" AND
                  WS-RESTRICT-FILE-STATUS NOT = "23"
                   PERFORM RESTRICT-IO-FAILURE
               END-IF
           END-IF.

           IF TRANS-OK
               PERFORM APPLY-ACTION
           END-IF.

           IF TRANS-REJECTED
               ADD 1 TO WS-REJECTED-COUNTER
               PERFORM WRITE-REJECTED-LINE
           ELSE
               ADD 1 TO WS-APPLIED-COUNTER
               PERFORM WRITE-APPLIED-LINE
               PERFORM WRITE-AUDIT-RESTRICT-ENTRY
           END-IF.

       CHECK-UPDATE-STATUS.
      * A WRITE/REWRITE/DELETE that did not take must not be
      * reported -- or audited -- as an applied restriction change.
           IF WS-RESTRICT-FILE-STATUS NOT = "00"
               PERFORM RESTRICT-IO-FAILURE
           END-IF.

       RESTRICT-IO-FAILURE.
           DISPLAY "PRIVACY-RESTRICT-MAINT: restriction_ref.dat I/O "
                   "error, status " WS-RESTRICT-FILE-STATUS
                   " on transaction " WS-TRANS-COUNTER
                   " -- stopping before any further updates.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       APPLY-ACTION.
           EVALUATE TRUE
               WHEN RT-ADD
                   PERFORM APPLY-ADD
               WHEN RT-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN RT-DELETE
                   PERFORM APPLY-DELETE
               WHEN OTHER
                   SET TRANS-REJECTED TO TRUE
                   MOVE "INVALID-ACTION" TO WS-REJECT-REASON
           END-EVALUATE.

       APPLY-ADD.
           EVALUATE TRUE
               WHEN RESTRICTION-ON-FILE
                   SET TRANS-REJECTED TO TRUE
                   MOVE "ALREADY-RESTRICTED" TO WS-REJECT-REASON
               WHEN RT-TYPE = SPACES
                   SET TRANS-REJECTED TO TRUE
                   MOVE "NO-RESTRICTION-TYPE" TO WS-REJECT-REASON
               WHEN RT-EFF-DATE IS NOT NUMERIC
                    OR RT-EFF-DATE = "00000000"
                   SET TRANS-REJECTED TO TRUE
                   MOVE "INVALID-EFFECTIVE-DATE" TO WS-REJECT-REASON
               WHEN RT-EXP-DATE NOT = SPACES
                    AND RT-EXP-DATE IS NOT NUMERIC
                   SET TRANS-REJECTED TO TRUE
                   MOVE "INVALID-EXPIRY-DATE" TO WS-REJECT-REASON
               WHEN NOT RT-BLOCK-VALID
                   SET TRANS-REJECTED TO TRUE
                   MOVE "INVALID-BLOCK" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO RESTRICTION-REC
                   MOVE RT-ID TO RX-PATIENT-ID
                   MOVE RT-TYPE TO RX-TYPE
                   MOVE RT-EFF-DATE TO RX-EFF-DATE
                   MOVE 0 TO RX-EXP-DATE
                   IF RT-EXP-DATE IS NUMERIC
                       MOVE RT-EXP-DATE TO RX-EXP-DATE
                   END-IF
                   MOVE RT-BLOCK TO RX-BLOCK
                   PERFORM CHECK-DATE-ORDER
                   IF TRANS-OK
                       MOVE WS-RUN-DATE TO RX-UPDATED-DATE
                       MOVE WS-OPERATOR-ID TO RX-UPDATED-BY
                       WRITE RESTRICTION-REC
                       PERFORM CHECK-UPDATE-STATUS
                   END-IF
           END-EVALUATE.

       APPLY-CHANGE.
      * Spaces in a field leave it as it is, so a CHG can extend an
      * expiry or widen the block without re-keying the rest. A
      * zero expiry makes the restriction open-ended.
           EVALUATE TRUE
               WHEN RESTRICTION-NOT-ON-FILE
                   SET TRANS-REJECTED TO TRUE
                   MOVE "NOT-RESTRICTED" TO WS-REJECT-REASON
               WHEN RT-EFF-DATE NOT = SPACES
                    AND (RT-EFF-DATE IS NOT NUMERIC
                         OR RT-EFF-DATE = "00000000")
                   SET TRANS-REJECTED TO TRUE
                   MOVE "INVALID-EFFECTIVE-DATE" TO WS-REJECT-REASON
               WHEN RT-EXP-DATE NOT = SPACES
                    AND RT-EXP-DATE IS NOT NUMERIC
                   SET TRANS-REJECTED TO TRUE
                   MOVE "INVALID-EXPIRY-DATE" TO WS-REJECT-REASON
               WHEN RT-BLOCK NOT = SPACE AND NOT RT-BLOCK-VALID
                   SET TRANS-REJECTED TO TRUE
                   MOVE "INVALID-BLOCK" TO WS-REJECT-REASON
               WHEN RT-TYPE = SPACES AND RT-EFF-DATE = SPACES
                    AND RT-EXP-DATE = SPACES AND RT-BLOCK = SPACE
                   SET TRANS-REJECTED TO TRUE
                   MOVE "NOTHING-TO-CHANGE" TO WS-REJECT-REASON
               WHEN OTHER
                   IF RT-TYPE NOT = SPACES
                       MOVE RT-TYPE TO RX-TYPE
                   END-IF
                   IF RT-EFF-DATE IS NUMERIC
                       MOVE RT-EFF-DATE TO RX-EFF-DATE
                   END-IF
                   IF RT-EXP-DATE IS NUMERIC
                       MOVE RT-EXP-DATE TO RX-EXP-DATE
                   END-IF
                   IF RT-BLOCK NOT = SPACE
                       MOVE RT-BLOCK TO RX-BLOCK
                   END-IF
                   PERFORM CHECK-DATE-ORDER
                   IF TRANS-OK
                       MOVE WS-RUN-DATE TO RX-UPDATED-DATE
                       MOVE WS-OPERATOR-ID TO RX-UPDATED-BY
                       REWRITE RESTRICTION-REC
                       PERFORM CHECK-UPDATE-STATUS
                   END-IF
           END-EVALUATE.

       CHECK-DATE-ORDER.
      * Judged on the record as it would be written, so a CHG that
      * moves only one of the two dates is still caught.
           IF RX-EXP-DATE NOT = 0 AND RX-EXP-DATE < RX-EFF-DATE
               SET TRANS-REJECTED TO TRUE
               MOVE "EXPIRY-BEFORE-EFFECTIVE" TO WS-REJECT-REASON
           END-IF.

       APPLY-DELETE.
           IF RESTRICTION-NOT-ON-FILE
               SET TRANS-REJECTED TO TRUE
               MOVE "NOT-RESTRICTED" TO WS-REJECT-REASON
           ELSE
               DELETE RESTRICTION-REF
               PERFORM CHECK-UPDATE-STATUS
           END-IF.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO RESTRICT-REPORT-REC.
           STRING "TRANS#" WS-TRANS-COUNTER
                  " ACTION:" RT-ACTION
                  " ID:" RT-ID
                  " APPLIED"
                  DELIMITED BY SIZE INTO RESTRICT-REPORT-REC.
           WRITE RESTRICT-REPORT-REC.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO RESTRICT-REPORT-REC.
           STRING "TRANS#" WS-TRANS-COUNTER
                  " ACTION:" RT-ACTION
                  " ID:" RT-ID
                  " REJECTED REASON:" WS-REJECT-REASON
                  DELIMITED BY SIZE INTO RESTRICT-REPORT-REC.
           WRITE RESTRICT-REPORT-REC.

       WRITE-AUDIT-RESTRICT-ENTRY.
      * The restriction type and block are what the accounting of
      * disclosures needs to explain a later WITHHELD entry; they
      * carry no clinical detail themselves.
           MOVE SPACES TO AUDIT-REC.
           STRING "RESTRICT TS=" WS-RUN-TIMESTAMP
                  " OPERATOR=" WS-OPERATOR-ID
                  " ACTION=" RT-ACTION
                  " P-ID=" RT-ID
                  " TYPE=" RX-TYPE
                  " BLOCK=" RX-BLOCK
                  DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.

       WRITE-RESTRICT-SUMMARY.
           DISPLAY "===== PRIVACY-RESTRICT-MAINT RUN SUMMARY =====".
           DISPLAY "Transactions read    : " WS-TRANS-COUNTER.
           DISPLAY "Transactions applied : " WS-APPLIED-COUNTER.
           DISPLAY "Transactions rejected: " WS-REJECTED-COUNTER.

           MOVE SPACES TO RESTRICT-REPORT-REC.
           STRING "TRANS-READ:" WS-TRANS-COUNTER
                  " APPLIED:" WS-APPLIED-COUNTER
                  " REJECTED:" WS-REJECTED-COUNTER
                  DELIMITED BY SIZE INTO RESTRICT-REPORT-REC.
           WRITE RESTRICT-REPORT-REC.
