      *> CYCLREC - batch cycle-control record on the keyed CYCLFILE,
      *> one per profile and business date, so the nightly stream's
      *> step order is enforced by the jobs themselves instead of
      *> only by scheduler return codes. FIZZGATE opens the cycle on
      *> the business date it passes the profile; every later step
      *> works on the profile's latest cycle. Each step is one entry
      *> of CYCL-STEP, in stream order (see CYCLSTEP for the names):
      *> 1 FIZZGATE, 2 FIZZORBUZZ, 3 FIZZBAL, 4 billing pickup
      *> (stamped by FIZZPICK in the billing job), 5 FIZZBACK,
      *> 6 FIZZPURG, 7 FIZZAUDT. CYCL-STEP-STATUS is space (pending),
      *> "C" (complete, return code 4 or under) or "F" (failed);
      *> CYCL-STEP-GEN-ID is the generation the step acted on
      *> (spaces for FIZZGATE, which acts on none) and the date,
      *> time, and return code are from its last stamp. A step
      *> restamped with a different generation sets every later
      *> step back to pending - their stamps were for the old one.
      *> Only FIZZCYCL writes this record.
       01 CYCL-RECORD.
           05 CYCL-KEY.
               10 CYCL-PROFILE       PIC X(8).
               10 CYCL-BUS-DATE      PIC X(8).
           05 CYCL-STEP OCCURS 7.
               10 CYCL-STEP-STATUS   PIC X(1).
               10 CYCL-STEP-GEN-ID   PIC X(15).
               10 CYCL-STEP-DATE     PIC X(8).
               10 CYCL-STEP-TIME     PIC X(8).
               10 CYCL-STEP-RC       PIC 9(2).
