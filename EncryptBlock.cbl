
      * Simple additive stream cipher used to protect OUTBOUND before
      * it leaves the box. The key is never stored in this program --
      * it is pulled from an environment variable (set by the job
      * that submits PATIENT-TEST-INCIDENTS) so key rotation does not
      * require a recompile. The caller names the variable: the
      * shared PATIENT_ENCRYPT_KEY, or a downstream destination's own
      * (see ROUTE-LOAD), so each destination can hold a key only it
      * and this box share. This is deliberately
      * lightweight; swap in a vendor crypto library call here if one
      * becomes available on this platform.

       01  LS-PLAIN          PIC X(200).
       01  LS-CIPHER         PIC X(200).
       01  LS-LEN            PIC 9(4).
       01  LS-KEY-NAME       PIC X(30).

       PROCEDURE DIVISION USING LS-PLAIN LS-CIPHER LS-LEN
               LS-KEY-NAME.
       MAIN-ENCRYPT.
           PERFORM GET-ENCRYPT-KEY.
           MOVE SPACES TO LS-CIPHER.

       GET-ENCRYPT-KEY.
           MOVE SPACES TO WS-KEY.
           DISPLAY LS-KEY-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-KEY FROM ENVIRONMENT-VALUE.
           COMPUTE WS-KEY-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-KEY)).
           IF WS-KEY-LEN = 0
      * No silent fallback key -- OUTBOUND carries PHI, so shipping it
      * "encrypted" under a key that is checked into source control
      * would be worse than refusing to run.
               DISPLAY "ENCRYPT-BLOCK: " LS-KEY-NAME
                       " is not set -- refusing to encrypt OUTBOUND."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
