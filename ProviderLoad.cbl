       FD  PROVIDER-REF
           LABEL RECORDS ARE STANDARD.
      * Layout must stay in step with the FD in
      * PATIENT-TEST-INCIDENTS, which reads this file by key, and
      * in LAB-RESULTS-INTAKE, which names callback providers from
      * it.
       01  PROVIDER-REC.
           05  PV-SPELLING        PIC X(20).
           05  PV-PROV-ID         PIC X(6).
