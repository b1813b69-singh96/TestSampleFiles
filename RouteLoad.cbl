       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTE-LOAD.

      * Loads (or fully refreshes) the outbound routing references
      * from the flat routing table ops maintains. PATIENT-TEST-
      * INCIDENTS looks up every transmitted record's facility and
      * procedure codes against the routes to decide which
      * downstream destination's outbound file and manifest it goes
      * to, and takes each destination's output format and key
      * variable from the destination reference -- so a clinic that
      * sends its work to a different reference lab is split off
      * at the source instead of by hand from cipher text.
      *
      * Two kinds of line, by the type in column 1:
      *   D  destination: destination ID (8), space, output format
      *      (HL7 / LEGACY; blank takes the run's
      *      PATIENT_OUTPUT_FORMAT), space, the NAME of the
      *      environment variable holding the destination's
      *      encryption key (30; blank shares PATIENT_ENCRYPT_KEY).
      *      The key itself never appears here -- a name not
      *      beginning PATIENT_ENCRYPT_KEY is refused so a pasted key
      *      cannot end up sitting in a reference file.
      *   R  route: facility ID (6), space, procedure code (6),
      *      space, destination ID (8). Either match field may be
      *      "*" for any. The batch tries facility and code, then
      *      facility alone, then code alone, then "* *"; a record
      *      no route claims goes to MAIN.
      *
      * MAIN is the original interface engine destination and is
      * always defined -- its files keep the undecorated names
      * (outbound_YYYYMMDD.txt, transmit_manifest_YYYYMMDD.txt) so
      * a site with no routing table runs exactly as before. A D
      * line for MAIN only sets its format/key variable. Every other
      * destination's files carry its ID: outbound_<ID>_YYYYMMDD.txt
      * and so on through ACK-RECONCILE and LAB-RESULTS-INTAKE.
      *
      * Input : routing_table.txt
      * Output: destination_ref.dat -- indexed, keyed on the
      *         destination ID
      *         route_ref.dat -- indexed, keyed on facility + code
      *         (both rebuilt from scratch every load so a withdrawn
      *         route actually disappears)
      *         route_load_report_YYYYMMDD.txt
      *
      * The table is read twice -- destinations first, then routes --
      * so a route can be checked against the destinations whatever
      * order the lines were keyed in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTES-IN
               ASSIGN TO "routing_table.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTES-FILE-STATUS.
           SELECT DESTINATION-REF
               ASSIGN TO "destination_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DEST-ID
               FILE STATUS IS WS-DEST-FILE-STATUS.
           SELECT ROUTE-REF
               ASSIGN TO "route_ref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-ROUTE-FILE-STATUS.
           SELECT LOAD-REPORT
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTES-IN
           LABEL RECORDS ARE STANDARD.
       01  ROUTES-REC.
           05  RI-TYPE            PIC X.
               88  RI-DESTINATION    VALUE "D".
               88  RI-ROUTE          VALUE "R".
           05  FILLER             PIC X.
           05  RI-DEST-LINE.
               10  RI-D-DEST-ID   PIC X(8).
               10  FILLER         PIC X.
               10  RI-D-FORMAT    PIC X(6).
               10  FILLER         PIC X.
               10  RI-D-KEY-NAME  PIC X(30).
           05  RI-ROUTE-LINE REDEFINES RI-DEST-LINE.
               10  RI-R-FACILITY  PIC X(6).
               10  FILLER         PIC X.
               10  RI-R-PROC-CODE PIC X(6).
               10  FILLER         PIC X.
               10  RI-R-DEST-ID   PIC X(8).
               10  FILLER         PIC X(24).

       FD  DESTINATION-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in
      * PATIENT-TEST-INCIDENTS, which loads it into a table at
      * start of run. A blank format or key variable means the
      * run-wide one.
       01  DESTINATION-REC.
           05  DS-DEST-ID         PIC X(8).
           05  DS-FORMAT          PIC X(6).
           05  DS-KEY-NAME        PIC X(30).

       FD  ROUTE-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in
      * PATIENT-TEST-INCIDENTS, which reads it by key per record.
      * "*" in either half of the key matches anything.
       01  ROUTE-REC.
           05  RT-KEY.
               10  RT-FACILITY    PIC X(6).
               10  RT-PROC-CODE   PIC X(6).
           05  RT-DEST-ID         PIC X(8).

       FD  LOAD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  LOAD-REPORT-REC   PIC A(200).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X VALUE "N".
           88  EOF            VALUE "Y".
           88  NOT-EOF        VALUE "N".

       01  WS-ROUTES-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DEST-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-ROUTE-FILE-STATUS  PIC XX VALUE SPACES.

       01  WS-READ-COUNTER     PIC 9(7) VALUE 0.
       01  WS-DEST-COUNTER     PIC 9(7) VALUE 0.
       01  WS-ROUTE-COUNTER    PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNTER PIC 9(7) VALUE 0.
       01  WS-REJECT-REASON    PIC X(40).

      * The batch keeps its destinations in a working-storage table
      * of this many entries besides MAIN -- the load refuses more
      * rather than let the batch find out mid-run.
       01  WS-DEST-MAX         PIC 9(2) VALUE 10.
       01  WS-ID-LEN           PIC 9(2).
       01  WS-SLASH-COUNT      PIC 9(2).

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
           STRING "route_load_report_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-NAME.
           PERFORM CHECK-RUN-INTERLOCKS.
           PERFORM STAMP-JOB-START.

           PERFORM OPEN-ROUTES-IN.

      * OPEN OUTPUT rebuilds both references from scratch each load,
      * so a withdrawn destination or route actually disappears.
           OPEN OUTPUT DESTINATION-REF.
           IF WS-DEST-FILE-STATUS NOT = "00"
               PERFORM DEST-IO-FAILURE
           END-IF.
           OPEN OUTPUT ROUTE-REF.
           IF WS-ROUTE-FILE-STATUS NOT = "00"
               PERFORM ROUTE-IO-FAILURE
           END-IF.
           OPEN OUTPUT LOAD-REPORT.

           PERFORM UNTIL EOF
               READ ROUTES-IN
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNTER
                       PERFORM LOAD-ONE-DESTINATION
               END-READ
           END-PERFORM.
           CLOSE ROUTES-IN.

      * Second pass: the destinations are complete, so reopen them
      * for the keyed check each route gets.
           CLOSE DESTINATION-REF.
           OPEN INPUT DESTINATION-REF.
           IF WS-DEST-FILE-STATUS NOT = "00"
               PERFORM DEST-IO-FAILURE
           END-IF.
           PERFORM OPEN-ROUTES-IN.
           MOVE 0 TO WS-READ-COUNTER.
           PERFORM UNTIL EOF
               READ ROUTES-IN
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNTER
                       PERFORM LOAD-ONE-ROUTE
               END-READ
           END-PERFORM.

           PERFORM WRITE-LOAD-SUMMARY.
           CLOSE ROUTES-IN DESTINATION-REF ROUTE-REF LOAD-REPORT.
           PERFORM STAMP-JOB-END.
           DISPLAY "Routing reference load complete.".
           STOP RUN.

       OPEN-ROUTES-IN.
           OPEN INPUT ROUTES-IN.
           EVALUATE WS-ROUTES-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ROUTE-LOAD: routing_table.txt not found "
                           "-- refusing to empty the routing "
                           "reference."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ROUTE-LOAD: routing table OPEN failed, "
                           "status " WS-ROUTES-FILE-STATUS
                           " -- stopping."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           SET NOT-EOF TO TRUE.

       CHECK-RUN-INTERLOCKS.
      * The nightly batch reads the routes record by record; rebuilding
      * them under a running batch would send half the day one way
      * and half the other. A batch left INPROG by an abend keeps the
      * table frozen until its restart completes, so the restart
      * routes exactly as the abended pass did.
           MOVE "CHECK" TO WS-RC-ACTION.
           MOVE "PATIENT-BATCH" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.
           IF WS-RC-STATUS = "INPROG"
               DISPLAY "ROUTE-LOAD: PATIENT-BATCH for "
                       WS-RC-DATE " is INPROG -- refusing to "
                       "rebuild the reference under it."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-JOB-START.
           MOVE "START" TO WS-RC-ACTION.
           MOVE "ROUTE-LOAD" TO WS-RC-JOB.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           CALL "RUN-CONTROL" USING WS-RC-ACTION WS-RC-JOB
               WS-RC-DATE WS-OPERATOR-ID WS-RC-STATUS
           END-CALL.

       STAMP-JOB-END.
           MOVE "END" TO WS-RC-ACTION.
           MOVE "ROUTE-LOAD" TO WS-RC-JOB.
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
               DISPLAY "ROUTE-LOAD: operator " WS-OPERATOR-ID
                       " is not authorized for " WS-AUTH-FUNCTION
                       " -- stopping."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-DESTINATION.
      * First pass: D lines only (and anything of no known type,
      * which is rejected here so it is reported once).
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN RI-ROUTE
                   CONTINUE
               WHEN RI-DESTINATION
                   PERFORM CHECK-DESTINATION-LINE
                   IF WS-REJECT-REASON = SPACES
                       PERFORM WRITE-DESTINATION-RECORD
                   END-IF
      * MAIN is defined whether or not it has a line, so it does
      * not count against the table the batch holds the others in.
                   EVALUATE TRUE
                       WHEN WS-REJECT-REASON NOT = SPACES
                           PERFORM WRITE-REJECT-LINE
                       WHEN RI-D-DEST-ID NOT = "MAIN"
                           ADD 1 TO WS-DEST-COUNTER
                   END-EVALUATE
               WHEN OTHER
                   MOVE "INVALID-LINE-TYPE" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

       CHECK-DESTINATION-LINE.
      * The ID becomes part of every file name the destination's
      * chain reads and writes, so it must be one unbroken word.
           MOVE 0 TO WS-ID-LEN WS-SLASH-COUNT.
           INSPECT RI-D-DEST-ID TALLYING WS-ID-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT RI-D-DEST-ID TALLYING WS-SLASH-COUNT
               FOR ALL "/" ALL ".".
           EVALUATE TRUE
               WHEN RI-D-DEST-ID = SPACES
                   MOVE "BLANK-DESTINATION" TO WS-REJECT-REASON
               WHEN WS-SLASH-COUNT > 0
                   MOVE "INVALID-DESTINATION-ID" TO WS-REJECT-REASON
               WHEN WS-ID-LEN < 8 AND
                    RI-D-DEST-ID(WS-ID-LEN + 1:) NOT = SPACES
                   MOVE "INVALID-DESTINATION-ID" TO WS-REJECT-REASON
               WHEN RI-D-FORMAT NOT = "HL7" AND
                    RI-D-FORMAT NOT = "LEGACY" AND
                    RI-D-FORMAT NOT = SPACES
                   MOVE "INVALID-FORMAT" TO WS-REJECT-REASON
               WHEN RI-D-KEY-NAME NOT = SPACES AND
                    RI-D-KEY-NAME(1:19) NOT = "PATIENT_ENCRYPT_KEY"
                   MOVE "KEY-NAME-NOT-A-VARIABLE" TO WS-REJECT-REASON
               WHEN RI-D-DEST-ID NOT = "MAIN" AND
                    WS-DEST-COUNTER >= WS-DEST-MAX
                   MOVE "TOO-MANY-DESTINATIONS" TO WS-REJECT-REASON
           END-EVALUATE.

       WRITE-DESTINATION-RECORD.
           MOVE SPACES TO DESTINATION-REC.
           MOVE RI-D-DEST-ID TO DS-DEST-ID.
           MOVE RI-D-FORMAT TO DS-FORMAT.
           MOVE RI-D-KEY-NAME TO DS-KEY-NAME.
           WRITE DESTINATION-REC
               INVALID KEY
                   MOVE "DUPLICATE-DESTINATION" TO WS-REJECT-REASON
           END-WRITE.
      * A hard I/O error raises no INVALID KEY -- unguarded, the
      * line would count as loaded in an incomplete reference.
           IF WS-DEST-FILE-STATUS NOT = "00" AND
              WS-DEST-FILE-STATUS NOT = "22"
               PERFORM DEST-IO-FAILURE
           END-IF.

       LOAD-ONE-ROUTE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF RI-ROUTE
               PERFORM CHECK-ROUTE-LINE
               IF WS-REJECT-REASON = SPACES
                   PERFORM WRITE-ROUTE-RECORD
               END-IF
               IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-ROUTE-COUNTER
               ELSE
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF.

       CHECK-ROUTE-LINE.
           EVALUATE TRUE
               WHEN RI-R-FACILITY = SPACES
                   MOVE "BLANK-FACILITY" TO WS-REJECT-REASON
               WHEN RI-R-PROC-CODE = SPACES
                   MOVE "BLANK-CODE" TO WS-REJECT-REASON
               WHEN RI-R-DEST-ID = SPACES
                   MOVE "BLANK-DESTINATION" TO WS-REJECT-REASON
               WHEN RI-R-DEST-ID = "MAIN"
                   CONTINUE
               WHEN OTHER
                   MOVE RI-R-DEST-ID TO DS-DEST-ID
                   READ DESTINATION-REF
                       INVALID KEY
                           MOVE "UNKNOWN-DESTINATION"
                               TO WS-REJECT-REASON
                   END-READ
                   IF WS-DEST-FILE-STATUS NOT = "00" AND
                      WS-DEST-FILE-STATUS NOT = "23"
                       PERFORM DEST-IO-FAILURE
                   END-IF
           END-EVALUATE.

       WRITE-ROUTE-RECORD.
           MOVE SPACES TO ROUTE-REC.
           MOVE RI-R-FACILITY TO RT-FACILITY.
           MOVE RI-R-PROC-CODE TO RT-PROC-CODE.
           MOVE RI-R-DEST-ID TO RT-DEST-ID.
           WRITE ROUTE-REC
               INVALID KEY
                   MOVE "DUPLICATE-ROUTE" TO WS-REJECT-REASON
           END-WRITE.
           IF WS-ROUTE-FILE-STATUS NOT = "00" AND
              WS-ROUTE-FILE-STATUS NOT = "22"
               PERFORM ROUTE-IO-FAILURE
           END-IF.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNTER.
           MOVE SPACES TO LOAD-REPORT-REC.
           STRING "LINE#" WS-READ-COUNTER
                  " TYPE:" RI-TYPE
                  " " RI-DEST-LINE
                  " REJECTED REASON:" WS-REJECT-REASON
                  DELIMITED BY SIZE INTO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.

       DEST-IO-FAILURE.
           DISPLAY "ROUTE-LOAD: destination_ref.dat I/O error, "
                   "status " WS-DEST-FILE-STATUS
                   " -- stopping; the reference file is incomplete.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       ROUTE-IO-FAILURE.
           DISPLAY "ROUTE-LOAD: route_ref.dat I/O error, status "
                   WS-ROUTE-FILE-STATUS
                   " -- stopping; the reference file is incomplete.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       WRITE-LOAD-SUMMARY.
           DISPLAY "===== ROUTE-LOAD RUN SUMMARY =====".
           DISPLAY "Table lines read       : " WS-READ-COUNTER.
           DISPLAY "Destinations (not MAIN): " WS-DEST-COUNTER.
           DISPLAY "Routes loaded          : " WS-ROUTE-COUNTER.
           DISPLAY "Lines rejected         : " WS-REJECTED-COUNTER.

           MOVE SPACES TO LOAD-REPORT-REC.
           STRING "LINES-READ:" WS-READ-COUNTER
                  " DESTINATIONS:" WS-DEST-COUNTER
                  " ROUTES:" WS-ROUTE-COUNTER
                  " REJECTED:" WS-REJECTED-COUNTER
                  DELIMITED BY SIZE INTO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.
