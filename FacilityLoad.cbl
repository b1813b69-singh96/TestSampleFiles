      * batch pre-scan checks every HDR's BC-FACILITY-ID against the
      * result, so a batch from a clinic that was never onboarded
      * (or has been deactivated) fails verification up front
      * instead of processing like everyone else's. The contact and
      * submission calendar are what SUBMISSION-MONITOR judges each
      * day's arrivals against.
      *
      * Input : facility_master.txt -- one line per facility:
      *         facility ID (6), space, active flag (A active / I
