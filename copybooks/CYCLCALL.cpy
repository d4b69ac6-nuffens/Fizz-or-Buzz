      *> CYCLCALL - CALL parameter area for the FIZZCYCL cycle-control
      *> subprogram. The caller fills the function, its profile, its
      *> step number (1-7, stream order as in CYCLREC), and the
      *> generation it is about to act on or has acted on, then
      *> CALLs FIZZCYCL USING this area.
      *>   "C" - check: is the step ahead of this one complete on the
      *>         profile's latest cycle, for this generation? The
      *>         generation may be left spaces by a step that acts
      *>         on whatever its predecessor did; it is returned
      *>         filled in.
      *>   "S" - stamp: record this step done with CYCL-CL-RC, which
      *>         marks it complete at 4 or under and failed above.
      *>         Step 1 opens the cycle for CYCL-CL-BUS-DATE.
      *> CYCL-CL-OK-SW comes back "Y", or "N" with the reason in
      *> CYCL-CL-MESSAGE (sized for an OPSLOG event message), and
      *> CYCL-CL-BUS-DATE comes back naming the cycle used.
       01 CYCL-CALL.
           05 CYCL-CL-FUNCTION       PIC X(1).
           05 CYCL-CL-PROFILE        PIC X(8).
           05 CYCL-CL-BUS-DATE       PIC X(8).
           05 CYCL-CL-STEP           PIC 9(1).
           05 CYCL-CL-GEN-ID         PIC X(15).
           05 CYCL-CL-RC             PIC 9(2).
           05 CYCL-CL-OK-SW          PIC X(1).
           05 CYCL-CL-MESSAGE        PIC X(60).
