      *           for the next transmission without re-keying patients
      *           files or re-encrypting)
      *
      * Each downstream destination PATIENT-TEST-INCIDENTS routes to
      * (see ROUTE-LOAD) has its own outbound file, manifest and
      * acknowledgment file, and is reconciled by its own run of
      * this program:
      *
      *   PATIENT_DEST  the destination ID; blank or MAIN reconciles
      *                 the original interface engine under the
      *                 names above. Any other ID reads and writes
      *                 the same files with _<ID> before the date
      *                 (outbound_<ID>_YYYYMMDD.txt, ack_<ID>_...)
      *                 and stamps run control as ACK-RECON-<ID>.
      *
      * RETURN-CODE 4 flags a run that produced retransmit records so
      * the scheduler can alert ops the same night.

       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(20) VALUE SPACES.
       01  WS-DEST-ID           PIC X(8) VALUE "MAIN".
       01  WS-ACK-JOB           PIC X(20) VALUE "ACK-RECONCILE".

       01  WS-IN-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS  PIC XX VALUE SPACES.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           MOVE WS-ACK-JOB TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS

       STAMP-JOB-END.
           MOVE "END" TO WS-RC-ACTION.
           MOVE WS-ACK-JOB TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

      * Destinations reconcile independently, so each keeps its own
      * run-control stamp; MAIN keeps the job's original name.
           DISPLAY "PATIENT_DEST" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEST-ID FROM ENVIRONMENT-VALUE.
           IF WS-DEST-ID = SPACES
               MOVE "MAIN" TO WS-DEST-ID
           END-IF.
           IF WS-DEST-ID NOT = "MAIN"
               MOVE SPACES TO WS-ACK-JOB
               STRING "ACK-RECON-" WS-DEST-ID
                      DELIMITED BY SIZE INTO WS-ACK-JOB
           END-IF.

           PERFORM CHECK-OPERATOR-AUTH.

       CHECK-OPERATOR-AUTH.
           END-IF.

       SETUP-FILE-NAMES.
           IF WS-DEST-ID = "MAIN"
               STRING "transmit_manifest_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-MANIFEST-NAME
               STRING "ack_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-ACK-IN-NAME
               STRING "outbound_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-OUTBOUND-NAME
               STRING "ack_work_" WS-RUN-DATE ".dat"
                      DELIMITED BY SIZE INTO WS-WORK-NAME
               STRING "ack_report_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-ACK-REPORT-NAME
               STRING "retransmit_" WS-RUN-DATE ".txt"
                      DELIMITED BY SIZE INTO WS-RETRANSMIT-NAME
           ELSE
               STRING "transmit_manifest_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".txt" DELIMITED BY SIZE
                      INTO WS-MANIFEST-NAME
               STRING "ack_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".txt" DELIMITED BY SIZE
                      INTO WS-ACK-IN-NAME
               STRING "outbound_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".txt" DELIMITED BY SIZE
                      INTO WS-OUTBOUND-NAME
               STRING "ack_work_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".dat" DELIMITED BY SIZE
                      INTO WS-WORK-NAME
               STRING "ack_report_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".txt" DELIMITED BY SIZE
                      INTO WS-ACK-REPORT-NAME
               STRING "retransmit_" DELIMITED BY SIZE
                      WS-DEST-ID DELIMITED BY SPACE
                      "_" WS-RUN-DATE ".txt" DELIMITED BY SIZE
                      INTO WS-RETRANSMIT-NAME
           END-IF.

       STAGE-MANIFEST-TO-WORK.
      * Every transmitted record is staged PENDING; acknowledgments

       WRITE-RECONCILE-SUMMARY.
           DISPLAY "===== ACK-RECONCILE RUN SUMMARY =====".
           DISPLAY "Destination               : " WS-DEST-ID.
           DISPLAY "Manifest entries          : " WS-MANIFEST-COUNT.
           DISPLAY "Positive acknowledgments  : " WS-ACK-COUNTER.
           DISPLAY "Negative acknowledgments  : " WS-NACK-COUNTER.
                   WS-RETRANSMIT-COUNTER.

           MOVE SPACES TO ACK-REPORT-REC.
           STRING "DESTINATION:" WS-DEST-ID
                  " TRANSMITTED:" WS-MANIFEST-COUNT
                  " ACKED:" WS-ACK-COUNTER
                  " NACKED:" WS-NACK-COUNTER
                  " UNACKED:" WS-UNACKED-COUNTER
