
      * The accounting-of-disclosures inquiry: prints, in order,
      * every repository audit entry -- ACCESS, OVERRIDE, MAINT,
      * DISP, PURGE, RESTORE, RESTRICT, WITHHELD, REKEY and the
      * rest -- matching a P-ID, an operator, a date range, or any
      * combination, from the permanent repository AUDIT-REPO-LOAD
      * consolidates nightly. A WITHHELD entry is a disclosure the
      * batch held back under a patient's restriction; the RESTRICT
      * entries show when the privacy office placed or lifted it.
      * A REKEY entry, filed under the merged-away P-ID, names the
      * SURVIVOR= its result, claim line or coverage moved to.
      * Same one-lookup idea as PATIENT-DISP-INQUIRY, pointed at the
      * audit trail instead of one run's disposition index; the
      * matching entries also go to a dated report file, since this
