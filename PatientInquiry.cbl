      * LAB-RESULTS-INTAKE has filed for them -- "transmitted on the
      * 14th, result received on the 16th" in one lookup.
      *
      * A merged patient's history is spread over every P-ID that
      * was ever merged together (MERGE-PROPAGATE re-keys results
      * from the day of the merge on, but older run indexes keep
      * the dead ID for good). The lookup therefore follows
      * MP-MERGED-TO to the surviving record and gathers every ID
      * merged into it, and shows the combined history whichever
      * of them was asked for, marking entries recorded under
      * another ID.
      *
      *   PATIENT_INQ_ID   the 6-digit P-ID to look up; prompted for
      *                    on the console when not set
      *   PATIENT_RUN_DATE run date of the index to search (the
           05  FILLER             PIC X.
           05  IX-REC-NO          PIC 9(7).
           05  FILLER             PIC X.
           05  IX-PATH            PIC X(10).
           05  FILLER             PIC X.
           05  IX-REASON          PIC X(20).
           05  FILLER             PIC X.
       FD  PATIENT-RESULTS
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in LAB-RESULTS-INTAKE,
      * which writes this file. Results filed before the intake
      * classified them read back with a blank class.
       01  PATIENT-RESULT-REC.
           05  PR-PATIENT-ID      PIC 9(6).
           05  FILLER             PIC X.
           05  PR-PROC-CODE       PIC X(6).
           05  FILLER             PIC X.
           05  PR-RESULT-TEXT     PIC X(60).
           05  FILLER             PIC X.
           05  PR-RESULT-CLASS    PIC X(14).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG          PIC X VALUE "N".
       01  WS-HIT-COUNTER    PIC 9(5) VALUE 0.
       01  WS-RESULT-COUNTER PIC 9(5) VALUE 0.

      * Every P-ID merged together with the one asked for, the
      * surviving record first. Twenty is far beyond any real
      * patient; past that the lookup says so and shows the first
      * twenty.
       01  WS-FAM-MAX        PIC 9(2) VALUE 20.
       01  WS-FAM-USED       PIC 9(2) VALUE 0.
       01  WS-FAM-IDX        PIC 9(2).
       01  WS-MERGE-FAMILY.
           05  WS-FAM-ID OCCURS 20 TIMES PIC 9(6).
       01  WS-FAM-PROBE      PIC 9(6).
       01  WS-FAM-SURVIVOR   PIC 9(6).
       01  WS-FAM-HOPS       PIC 9(2).
       01  WS-FAM-ADDED      PIC 9(2).
       01  WS-FAM-FLAG       PIC X VALUE "N".
           88  FAMILY-MEMBER     VALUE "Y".
           88  NOT-FAMILY-MEMBER VALUE "N".
       01  WS-FAM-FULL-FLAG  PIC X VALUE "N".
           88  FAMILY-FULL       VALUE "Y".
       01  WS-FAM-SCAN-FLAG  PIC X VALUE "N".
           88  FAM-SCAN-DONE     VALUE "Y".
           88  FAM-SCAN-OPEN     VALUE "N".
       01  WS-FAM-CHAIN-FLAG PIC X VALUE "N".
           88  FAM-CHAIN-END     VALUE "Y".
           88  FAM-CHAIN-OPEN    VALUE "N".

       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-CONTEXT.
           PERFORM BUILD-MERGE-FAMILY.
           STRING "disp_index_" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-INDEX-NAME.

                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE IX-PATIENT-ID TO WS-FAM-PROBE
                       PERFORM CHECK-FAMILY-MEMBER
                       IF FAMILY-MEMBER
                           PERFORM PRINT-INDEX-ENTRY
                       END-IF
               END-READ
       PRINT-INDEX-ENTRY.
           ADD 1 TO WS-HIT-COUNTER.
           EVALUATE IX-PATH
      * The reason slot names the downstream destination the record
      * was routed to; index files from before routing leave it
      * blank.
               WHEN "PROCESSED"
                   IF IX-REASON = SPACES
                       DISPLAY "  REC#" IX-REC-NO " PROCESSED -- "
                               "outbound record " IX-OUT-SEQ
                   ELSE
                       DISPLAY "  REC#" IX-REC-NO " PROCESSED -- "
                               "outbound record " IX-OUT-SEQ
                               " for destination " IX-REASON
                   END-IF
               WHEN "REJECTED "
                   DISPLAY "  REC#" IX-REC-NO " REJECTED ("
                           IX-REASON ") -- reject file line "
               WHEN "SKIPPED  "
                   DISPLAY "  REC#" IX-REC-NO " SKIPPED ("
                           IX-REASON ")"
               WHEN "RESTRICTED"
                   DISPLAY "  REC#" IX-REC-NO " RESTRICTED ("
                           IX-REASON ") -- held-for-privacy line "
                           IX-OUT-SEQ
               WHEN OTHER
                   DISPLAY "  REC#" IX-REC-NO " " IX-PATH " ("
                           IX-REASON ")"
           END-EVALUATE.
           IF IX-PATIENT-ID NOT = WS-INQ-ID
               DISPLAY "    (recorded under P-ID " IX-PATIENT-ID ")"
           END-IF.

       PRINT-MASTER-STANDING.
           OPEN INPUT MASTER-PATIENT.
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           MOVE PR-PATIENT-ID TO WS-FAM-PROBE
                           PERFORM CHECK-FAMILY-MEMBER
                           IF FAMILY-MEMBER
                               PERFORM PRINT-RESULT-ENTRY
                           END-IF
                   END-READ
                   ", result received " PR-RECEIVED-DATE
                   " (resulted " PR-RESULT-DATE
                   " code " PR-PROC-CODE ")".
           IF PR-RESULT-CLASS NOT = SPACES
               DISPLAY "    classified " PR-RESULT-CLASS
           END-IF.
           IF PR-PATIENT-ID NOT = WS-INQ-ID
               DISPLAY "    (recorded under P-ID " PR-PATIENT-ID ")"
           END-IF.

       PRINT-MASTER-RECORD.
           EVALUATE TRUE
                   DISPLAY "Master standing: ACTIVE, last seen "
                           MP-LAST-RUN-DATE
           END-EVALUATE.

       BUILD-MERGE-FAMILY.
      * Follow MP-MERGED-TO forward to the surviving record, then
      * sweep the master for merged records pointing at anyone
      * already gathered, until a sweep adds nobody -- that picks
      * up IDs merged into a dead ID before it was itself merged.
      * Without a master there is no merge history: the P-ID asked
      * for stands alone, and PRINT-MASTER-STANDING says why.
           MOVE WS-INQ-ID TO WS-FAM-SURVIVOR.
           OPEN INPUT MASTER-PATIENT.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-FAM-USED
               MOVE WS-FAM-SURVIVOR TO WS-FAM-ID(1)
           ELSE
               MOVE 0 TO WS-FAM-HOPS
               SET FAM-CHAIN-OPEN TO TRUE
               PERFORM FOLLOW-SURVIVOR-LINK UNTIL FAM-CHAIN-END
               MOVE 1 TO WS-FAM-USED
               MOVE WS-FAM-SURVIVOR TO WS-FAM-ID(1)
               MOVE 1 TO WS-FAM-ADDED
               PERFORM SWEEP-FOR-MERGED-IDS UNTIL WS-FAM-ADDED = 0
               CLOSE MASTER-PATIENT
           END-IF.

           IF WS-FAM-USED > 1
               DISPLAY "Merge history: P-ID " WS-INQ-ID " is one of "
                       WS-FAM-USED " merged records (surviving "
                       "record " WS-FAM-SURVIVOR "); showing the "
                       "combined history of:"
               PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                       UNTIL WS-FAM-IDX > WS-FAM-USED
                   DISPLAY "  P-ID " WS-FAM-ID(WS-FAM-IDX)
               END-PERFORM
           END-IF.

       FOLLOW-SURVIVOR-LINK.
      * Ten hops is far beyond any real chain; more than that means
      * the master points in a circle, and the sweep below still
      * gathers everyone on it.
           MOVE WS-FAM-SURVIVOR TO MP-ID.
           READ MASTER-PATIENT
               INVALID KEY
                   SET FAM-CHAIN-END TO TRUE
               NOT INVALID KEY
                   IF MP-MERGED AND WS-FAM-HOPS < 10
                       ADD 1 TO WS-FAM-HOPS
                       MOVE MP-MERGED-TO TO WS-FAM-SURVIVOR
                   ELSE
                       SET FAM-CHAIN-END TO TRUE
                   END-IF
           END-READ.
           IF WS-MASTER-FILE-STATUS NOT = "00" AND
              WS-MASTER-FILE-STATUS NOT = "23"
               SET FAM-CHAIN-END TO TRUE
           END-IF.

       SWEEP-FOR-MERGED-IDS.
           MOVE 0 TO WS-FAM-ADDED.
           MOVE 0 TO MP-ID.
           SET FAM-SCAN-OPEN TO TRUE.
           START MASTER-PATIENT KEY NOT < MP-ID
               INVALID KEY
                   SET FAM-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL FAM-SCAN-DONE
               READ MASTER-PATIENT NEXT
                   AT END
                       SET FAM-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM JUDGE-FAMILY-CANDIDATE
               END-READ
               IF WS-MASTER-FILE-STATUS NOT = "00" AND
                  WS-MASTER-FILE-STATUS NOT = "10"
                   DISPLAY "Merge history: incomplete (file "
                           "status " WS-MASTER-FILE-STATUS ")."
                   SET FAM-SCAN-DONE TO TRUE
                   MOVE 0 TO WS-FAM-ADDED
               END-IF
           END-PERFORM.

       JUDGE-FAMILY-CANDIDATE.
           IF MP-MERGED
               MOVE MP-ID TO WS-FAM-PROBE
               PERFORM CHECK-FAMILY-MEMBER
               IF NOT-FAMILY-MEMBER
                   MOVE MP-MERGED-TO TO WS-FAM-PROBE
                   PERFORM CHECK-FAMILY-MEMBER
                   IF FAMILY-MEMBER
                       PERFORM ADD-FAMILY-MEMBER
                   END-IF
               END-IF
           END-IF.

       ADD-FAMILY-MEMBER.
           IF WS-FAM-USED >= WS-FAM-MAX
               IF NOT FAMILY-FULL
                   DISPLAY "Merge history: more than " WS-FAM-MAX
                           " P-IDs merged together -- showing the "
                           "first " WS-FAM-MAX "."
                   SET FAMILY-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-FAM-USED
               MOVE MP-ID TO WS-FAM-ID(WS-FAM-USED)
               ADD 1 TO WS-FAM-ADDED
           END-IF.

       CHECK-FAMILY-MEMBER.
      * Sets FAMILY-MEMBER when WS-FAM-PROBE is one of the IDs
      * gathered by BUILD-MERGE-FAMILY.
           SET NOT-FAMILY-MEMBER TO TRUE.
           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                   UNTIL WS-FAM-IDX > WS-FAM-USED OR FAMILY-MEMBER
               IF WS-FAM-ID(WS-FAM-IDX) = WS-FAM-PROBE
                   SET FAMILY-MEMBER TO TRUE
               END-IF
           END-PERFORM.
