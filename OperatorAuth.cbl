      *
      * Linkage: operator ID, function code (BATCH, MAINT, PURGE,
      * RESTORE, RECON, REMIT, INTAKE, SWEEP, LOAD, AUTHLOAD,
      * REPORT, INQUIRY, AUDIT, SCRUB, PRIVACY, ARCLOSE), the run
      * date (names the audit log a denial lands in), and the Y/N
      * answer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
