      *> One couple the reconciliation classified, written to
      *> RECON-CASES.DAT on every COUPLE-RECON run for the programs
      *> that act on the result. Class N = new exception, S = still
      *> failing, W = failing but waived, R = resolved since the last
      *> run, L = passing but on the watch list. RK-FIRST-FAILED is
      *> the run date the case first failed (zeros for L);
      *> RK-MARGIN is the watch-list margin in years (L only).
       01 RECON-CASE-REC.
           02 RK-RUN-DATE PIC 9(8).
           02 RK-EMPLOYEE-ID PIC X(6).
           02 RK-PARTNER-ID PIC X(6).
           02 RK-CLASS PIC X(1).
           02 RK-FIRST-FAILED PIC 9(8).
           02 RK-MARGIN PIC 9(3).
